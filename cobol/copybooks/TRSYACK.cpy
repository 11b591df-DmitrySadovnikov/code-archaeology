       01  TreasuryAckRecord.
           05  TA-Period PIC 9(6).
           05  TA-Status PIC X(8).
               88  TA-PeriodAccepted VALUE "ACCEPTED".
               88  TA-PeriodRejected VALUE "REJECTED".
           05  TA-AckDate PIC 9(8).
           05  TA-RecordCount PIC 9(7).
           05  TA-CostHash PIC 9(15)V99.
           05  TA-Reason PIC X(30).
