       01  PyramidTypeCount PIC 9(2) VALUE 0.
       01  PyramidTypeTable.
           05  PyramidTypeEntry OCCURS 20 TIMES INDEXED BY TypeIndex.
               10  PT-TypeCode PIC X(4).
               10  PT-LimestoneFactor PIC 9(4).
               10  PT-GraniteFactor PIC 9(4).
