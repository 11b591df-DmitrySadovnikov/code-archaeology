       01  LaborCategoryCount PIC 9(2) VALUE 0.
       01  LaborCategoryTable.
           05  LaborCategoryEntry OCCURS 10 TIMES
                   INDEXED BY CategoryIndex.
               10  LC-CategoryCode PIC X(6).
               10  LC-Percentage PIC 9(3).
