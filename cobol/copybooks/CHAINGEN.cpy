       01  ChainGenerationRecord.
           05  CG-Slot PIC 9(2).
           05  CG-Generation PIC 9(4).
           05  CG-BackupDate PIC 9(8).
           05  CG-BackupTime PIC 9(8).
           05  CG-Status PIC X(8).
           05  CG-RecordCount OCCURS 8 TIMES PIC 9(7).
