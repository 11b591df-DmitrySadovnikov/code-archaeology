       01  BackupFileNames.
           05  ResourceBackupName.
               10  FILLER PIC X(8) VALUE "PYRRES.B".
               10  ResourceBackupSlot PIC 9(2) VALUE 0.
           05  RosterBackupName.
               10  FILLER PIC X(9) VALUE "LABROST.B".
               10  RosterBackupSlot PIC 9(2) VALUE 0.
           05  RequisitionBackupName.
               10  FILLER PIC X(8) VALUE "LABREQ.B".
               10  RequisitionBackupSlot PIC 9(2) VALUE 0.
           05  SourcingBackupName.
               10  FILLER PIC X(10) VALUE "SOURCING.B".
               10  SourcingBackupSlot PIC 9(2) VALUE 0.
           05  LedgerBackupName.
               10  FILLER PIC X(9) VALUE "QRYLEDG.B".
               10  LedgerBackupSlot PIC 9(2) VALUE 0.
           05  ManifestBackupName.
               10  FILLER PIC X(10) VALUE "MANIFEST.B".
               10  ManifestBackupSlot PIC 9(2) VALUE 0.
           05  DispatchBackupName.
               10  FILLER PIC X(10) VALUE "CONVDISP.B".
               10  DispatchBackupSlot PIC 9(2) VALUE 0.
           05  StockBackupName.
               10  FILLER PIC X(9) VALUE "GRANSTK.B".
               10  StockBackupSlot PIC 9(2) VALUE 0.
