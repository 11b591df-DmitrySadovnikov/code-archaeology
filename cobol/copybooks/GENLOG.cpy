       01  GenerationLogRecord.
           05  GL-LogDate PIC 9(8).
           05  GL-LogTime PIC 9(8).
           05  GL-Action PIC X(8).
           05  GL-OperatorId PIC X(8).
           05  GL-Generation PIC 9(4).
           05  GL-BackupDate PIC 9(8).
           05  GL-BackupTime PIC 9(8).
           05  GL-FileName PIC X(12).
           05  GL-RecordCount PIC 9(7).
