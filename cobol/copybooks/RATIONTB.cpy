       01  RationRateCount PIC 9(2) VALUE 0.
       01  RationRateTable.
           05  RationRateEntry OCCURS 10 TIMES INDEXED BY RationIndex.
               10  RT-CategoryCode PIC X(6).
               10  RT-GrainRate PIC 9(2).
               10  RT-BeerRate PIC 9(2).
