       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChainRollback.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ResourceOutputFile ASSIGN TO "PYRRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-ProjectId
               FILE STATUS IS LiveFileStatus.

           SELECT ResourceBackupFile ASSIGN USING ResourceBackupName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BackupFileStatus.

           SELECT LaborRosterFile ASSIGN TO "LABROST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-RosterKey
               FILE STATUS IS LiveFileStatus.

           SELECT RosterBackupFile ASSIGN USING RosterBackupName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BackupFileStatus.

           SELECT LaborRequisitionFile ASSIGN TO "LABREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LQ-ProjectId
               FILE STATUS IS LiveFileStatus.

           SELECT RequisitionBackupFile
               ASSIGN USING RequisitionBackupName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BackupFileStatus.

           SELECT SourcingFile ASSIGN TO "SOURCING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-ProjectId
               FILE STATUS IS LiveFileStatus.

           SELECT SourcingBackupFile ASSIGN USING SourcingBackupName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BackupFileStatus.

           SELECT QuarryLedgerFile ASSIGN TO "QRYLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LiveFileStatus.

           SELECT LedgerBackupFile ASSIGN USING LedgerBackupName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BackupFileStatus.

           SELECT ManifestFile ASSIGN TO "MANIFEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MF-ProjectId
               FILE STATUS IS LiveFileStatus.

           SELECT ManifestBackupFile ASSIGN USING ManifestBackupName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BackupFileStatus.

           SELECT DispatchFile ASSIGN TO "CONVDISP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LiveFileStatus.

           SELECT DispatchBackupFile ASSIGN USING DispatchBackupName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BackupFileStatus.

           SELECT GranaryStockFile ASSIGN TO "GRANSTK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LiveFileStatus.

           SELECT StockBackupFile ASSIGN USING StockBackupName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BackupFileStatus.

           SELECT ChainGenerationFile ASSIGN TO "CHAINGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GenerationFileStatus.

           SELECT GenerationLogFile ASSIGN TO "GENLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GenerationLogFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ResourceOutputFile.
       01  ResourceRecord.
           05  RR-ProjectId PIC X(6).
           05  FILLER PIC X(30).

       FD  ResourceBackupFile.
       01  ResourceBackupRecord PIC X(36).

       FD  LaborRosterFile.
       01  LaborRosterRecord.
           05  LR-RosterKey.
               10  LR-ProjectId PIC X(6).
               10  LR-CategoryCode PIC X(6).
               10  LR-Shift PIC X(4).
           05  FILLER PIC X(7).

       FD  RosterBackupFile.
       01  RosterBackupRecord PIC X(23).

       FD  LaborRequisitionFile.
       01  LaborRequisitionRecord.
           05  LQ-ProjectId PIC X(6).
           05  FILLER PIC X(15).

       FD  RequisitionBackupFile.
       01  RequisitionBackupRecord PIC X(21).

       FD  SourcingFile.
       01  SourcingRecord.
           05  SR-ProjectId PIC X(6).
           05  FILLER PIC X(44).

       FD  SourcingBackupFile.
       01  SourcingBackupRecord PIC X(50).

       FD  QuarryLedgerFile.
       01  QuarryLedgerRecord PIC X(33).

       FD  LedgerBackupFile.
       01  LedgerBackupRecord PIC X(33).

       FD  ManifestFile.
       01  ManifestRecord.
           05  MF-ProjectId PIC X(6).
           05  FILLER PIC X(117).

       FD  ManifestBackupFile.
       01  ManifestBackupRecord PIC X(123).

       FD  DispatchFile.
       01  DispatchRecord PIC X(32).

       FD  DispatchBackupFile.
       01  DispatchBackupRecord PIC X(32).

       FD  GranaryStockFile.
       01  GranaryStockRecord PIC X(24).

       FD  StockBackupFile.
       01  StockBackupRecord PIC X(24).

       FD  ChainGenerationFile.
           COPY CHAINGEN.

       FD  GenerationLogFile.
           COPY GENLOG.

       WORKING-STORAGE SECTION.
       01  LiveFileStatus PIC X(02).
       01  BackupFileStatus PIC X(02).
       01  GenerationFileStatus PIC X(02).
       01  GenerationLogFileStatus PIC X(02).

           COPY CHAINBKN.

       01  GenerationTable.
           05  GenerationEntry OCCURS 99 TIMES.
               10  GT-Slot PIC 9(2).
               10  GT-Generation PIC 9(4).
               10  GT-BackupDate PIC 9(8).
               10  GT-BackupTime PIC 9(8).
               10  GT-Status PIC X(8).
                   88  GT-GenerationComplete VALUE "COMPLETE".
               10  GT-RecordCount OCCURS 8 TIMES PIC 9(7).

       01  RunDate PIC 9(8).
       01  RunTime PIC 9(8).

       01  RollbackSwitches.
           05  EndOfCatalogFlag PIC X(01) VALUE "N".
               88  EndOfCatalog VALUE "Y".
           05  EndOfBackupFileFlag PIC X(01) VALUE "N".
               88  EndOfBackupFile VALUE "Y".
           05  GenerationChosenFlag PIC X(01) VALUE "N".
               88  GenerationChosen VALUE "Y".
           05  RollbackCancelledFlag PIC X(01) VALUE "N".
               88  RollbackCancelled VALUE "Y".
           05  BackupSetCompleteFlag PIC X(01) VALUE "Y".
               88  BackupSetComplete VALUE "Y".

       01  RollbackAnswers.
           05  OperatorAnswer PIC X(8).
           05  GenerationAnswer PIC X(4).
           05  ConfirmAnswer PIC X(1).

       01  RollbackWork.
           05  GenerationCount PIC 9(2) VALUE 0.
           05  EntryNumber PIC 9(2) VALUE 0.
           05  SearchNumber PIC 9(2) VALUE 0.
           05  RequestedGeneration PIC 9(4) VALUE 0.
           05  FileNumber PIC 9(1) VALUE 0.
           05  RecordsCopied PIC 9(7) VALUE 0.
           05  CountMismatches PIC 9(1) VALUE 0.
           05  LoggedFileName PIC X(12).
           05  LogAction PIC X(8) VALUE "RESTORE".
           05  OperatorId PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT RunTime FROM TIME

           PERFORM LoadGenerationCatalog

           IF GenerationCount = 0
               DISPLAY "No generations in CHAINGEN.DAT, nothing to "
                   "restore"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO OperatorAnswer
               PERFORM AcceptOperator UNTIL OperatorAnswer NOT = SPACES
               MOVE OperatorAnswer TO OperatorId

               DISPLAY "Saved generations of the chain files:"
               PERFORM ListGeneration
                   VARYING SearchNumber FROM 1 BY 1
                   UNTIL SearchNumber > GenerationCount

               PERFORM AcceptGeneration
                   UNTIL GenerationChosen OR RollbackCancelled

               IF GenerationChosen
                   PERFORM ConfirmRollback
               END-IF

               IF RollbackCancelled
                   DISPLAY "Rollback cancelled, chain files not changed"
               ELSE
                   PERFORM SetBackupFileNames
                   PERFORM CheckBackupSet
                   IF BackupSetComplete
                       PERFORM RestoreGeneration
                   ELSE
                       DISPLAY "Generation ", RequestedGeneration,
                           " is missing files, chain files not changed"
                       MOVE 12 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF

           STOP RUN.

       AcceptOperator.
           DISPLAY "Operator id: "
           ACCEPT OperatorAnswer
           EXIT.

       ListGeneration.
           DISPLAY "  Generation ", GT-Generation(SearchNumber),
               "  saved ", GT-BackupDate(SearchNumber),
               " ", GT-BackupTime(SearchNumber),
               "  slot ", GT-Slot(SearchNumber),
               "  ", GT-Status(SearchNumber)
           EXIT.

       AcceptGeneration.
           DISPLAY "Generation to restore (blank to cancel): "
           MOVE SPACES TO GenerationAnswer
           ACCEPT GenerationAnswer

           IF GenerationAnswer = SPACES
               SET RollbackCancelled TO TRUE
           ELSE
               IF GenerationAnswer IS NUMERIC
                   MOVE GenerationAnswer TO RequestedGeneration
                   PERFORM FindRequestedGeneration
               ELSE
                   DISPLAY "Generation is not numeric: ",
                       GenerationAnswer
               END-IF
           END-IF
           EXIT.

       FindRequestedGeneration.
           MOVE 0 TO EntryNumber
           PERFORM MatchGeneration
               VARYING SearchNumber FROM 1 BY 1
               UNTIL SearchNumber > GenerationCount

           IF EntryNumber = 0
               DISPLAY "Generation ", RequestedGeneration,
                   " is not on file"
           ELSE
               IF GT-GenerationComplete(EntryNumber)
                   SET GenerationChosen TO TRUE
               ELSE
                   DISPLAY "Generation ", RequestedGeneration,
                       " was not completed, choose another"
               END-IF
           END-IF
           EXIT.

       MatchGeneration.
           IF GT-Generation(SearchNumber) = RequestedGeneration
               MOVE SearchNumber TO EntryNumber
           END-IF
           EXIT.

       ConfirmRollback.
           DISPLAY "Replace all chain files with generation ",
               RequestedGeneration, " of ", GT-BackupDate(EntryNumber),
               " (Y/N): "
           MOVE SPACES TO ConfirmAnswer
           ACCEPT ConfirmAnswer

           IF ConfirmAnswer NOT = "Y" AND ConfirmAnswer NOT = "y"
               SET RollbackCancelled TO TRUE
           END-IF
           EXIT.

       CheckBackupSet.
           OPEN INPUT ResourceBackupFile
           IF BackupFileStatus = "00"
               CLOSE ResourceBackupFile
           ELSE
               MOVE "N" TO BackupSetCompleteFlag
               DISPLAY "Saved copy missing: ", ResourceBackupName
           END-IF

           OPEN INPUT RosterBackupFile
           IF BackupFileStatus = "00"
               CLOSE RosterBackupFile
           ELSE
               MOVE "N" TO BackupSetCompleteFlag
               DISPLAY "Saved copy missing: ", RosterBackupName
           END-IF

           OPEN INPUT RequisitionBackupFile
           IF BackupFileStatus = "00"
               CLOSE RequisitionBackupFile
           ELSE
               MOVE "N" TO BackupSetCompleteFlag
               DISPLAY "Saved copy missing: ", RequisitionBackupName
           END-IF

           OPEN INPUT SourcingBackupFile
           IF BackupFileStatus = "00"
               CLOSE SourcingBackupFile
           ELSE
               MOVE "N" TO BackupSetCompleteFlag
               DISPLAY "Saved copy missing: ", SourcingBackupName
           END-IF

           OPEN INPUT LedgerBackupFile
           IF BackupFileStatus = "00"
               CLOSE LedgerBackupFile
           ELSE
               MOVE "N" TO BackupSetCompleteFlag
               DISPLAY "Saved copy missing: ", LedgerBackupName
           END-IF

           OPEN INPUT ManifestBackupFile
           IF BackupFileStatus = "00"
               CLOSE ManifestBackupFile
           ELSE
               MOVE "N" TO BackupSetCompleteFlag
               DISPLAY "Saved copy missing: ", ManifestBackupName
           END-IF

           OPEN INPUT DispatchBackupFile
           IF BackupFileStatus = "00"
               CLOSE DispatchBackupFile
           ELSE
               MOVE "N" TO BackupSetCompleteFlag
               DISPLAY "Saved copy missing: ", DispatchBackupName
           END-IF

           OPEN INPUT StockBackupFile
           IF BackupFileStatus = "00"
               CLOSE StockBackupFile
           ELSE
               MOVE "N" TO BackupSetCompleteFlag
               DISPLAY "Saved copy missing: ", StockBackupName
           END-IF
           EXIT.

       RestoreGeneration.
           OPEN EXTEND GenerationLogFile
           IF GenerationLogFileStatus NOT = "00"
               OPEN OUTPUT GenerationLogFile
           END-IF
           PERFORM RestoreResources
           PERFORM RestoreRoster
           PERFORM RestoreRequisitions
           PERFORM RestoreSourcing
           PERFORM RestoreLedger
           PERFORM RestoreManifests
           PERFORM RestoreDispatches
           PERFORM RestoreStock

           CLOSE GenerationLogFile

           DISPLAY "Chain files restored to generation ",
               RequestedGeneration, " by ", OperatorId

           IF CountMismatches > 0
               DISPLAY CountMismatches, " file(s) restored with a "
                   "record count different from the catalog"
               MOVE 4 TO RETURN-CODE
           END-IF
           EXIT.

       RestoreResources.
           MOVE 0 TO RecordsCopied
           MOVE "N" TO EndOfBackupFileFlag

           OPEN INPUT ResourceBackupFile
           OPEN OUTPUT ResourceOutputFile
           PERFORM ReadNextResourceBackup
           PERFORM StoreResource UNTIL EndOfBackupFile
           CLOSE ResourceOutputFile
           CLOSE ResourceBackupFile

           MOVE 1 TO FileNumber
           MOVE "PYRRES.DAT" TO LoggedFileName
           PERFORM RecordFileRestored
           EXIT.

       ReadNextResourceBackup.
           READ ResourceBackupFile
               AT END SET EndOfBackupFile TO TRUE
           END-READ
           EXIT.

       StoreResource.
           MOVE ResourceBackupRecord TO ResourceRecord
           WRITE ResourceRecord
               INVALID KEY
                   DISPLAY "Duplicate key not restored to "
                       "PYRRES.DAT: ", RR-ProjectId
               NOT INVALID KEY
                   ADD 1 TO RecordsCopied
           END-WRITE

           PERFORM ReadNextResourceBackup
           EXIT.

       RestoreRoster.
           MOVE 0 TO RecordsCopied
           MOVE "N" TO EndOfBackupFileFlag

           OPEN INPUT RosterBackupFile
           OPEN OUTPUT LaborRosterFile
           PERFORM ReadNextRosterBackup
           PERFORM StoreRoster UNTIL EndOfBackupFile
           CLOSE LaborRosterFile
           CLOSE RosterBackupFile

           MOVE 2 TO FileNumber
           MOVE "LABROST.DAT" TO LoggedFileName
           PERFORM RecordFileRestored
           EXIT.

       ReadNextRosterBackup.
           READ RosterBackupFile
               AT END SET EndOfBackupFile TO TRUE
           END-READ
           EXIT.

       StoreRoster.
           MOVE RosterBackupRecord TO LaborRosterRecord
           WRITE LaborRosterRecord
               INVALID KEY
                   DISPLAY "Duplicate key not restored to "
                       "LABROST.DAT: ", LR-RosterKey
               NOT INVALID KEY
                   ADD 1 TO RecordsCopied
           END-WRITE

           PERFORM ReadNextRosterBackup
           EXIT.

       RestoreRequisitions.
           MOVE 0 TO RecordsCopied
           MOVE "N" TO EndOfBackupFileFlag

           OPEN INPUT RequisitionBackupFile
           OPEN OUTPUT LaborRequisitionFile
           PERFORM ReadNextRequisitionBackup
           PERFORM StoreRequisition UNTIL EndOfBackupFile
           CLOSE LaborRequisitionFile
           CLOSE RequisitionBackupFile

           MOVE 3 TO FileNumber
           MOVE "LABREQ.DAT" TO LoggedFileName
           PERFORM RecordFileRestored
           EXIT.

       ReadNextRequisitionBackup.
           READ RequisitionBackupFile
               AT END SET EndOfBackupFile TO TRUE
           END-READ
           EXIT.

       StoreRequisition.
           MOVE RequisitionBackupRecord TO LaborRequisitionRecord
           WRITE LaborRequisitionRecord
               INVALID KEY
                   DISPLAY "Duplicate key not restored to "
                       "LABREQ.DAT: ", LQ-ProjectId
               NOT INVALID KEY
                   ADD 1 TO RecordsCopied
           END-WRITE

           PERFORM ReadNextRequisitionBackup
           EXIT.

       RestoreSourcing.
           MOVE 0 TO RecordsCopied
           MOVE "N" TO EndOfBackupFileFlag

           OPEN INPUT SourcingBackupFile
           OPEN OUTPUT SourcingFile
           PERFORM ReadNextSourcingBackup
           PERFORM StoreSourcing UNTIL EndOfBackupFile
           CLOSE SourcingFile
           CLOSE SourcingBackupFile

           MOVE 4 TO FileNumber
           MOVE "SOURCING.DAT" TO LoggedFileName
           PERFORM RecordFileRestored
           EXIT.

       ReadNextSourcingBackup.
           READ SourcingBackupFile
               AT END SET EndOfBackupFile TO TRUE
           END-READ
           EXIT.

       StoreSourcing.
           MOVE SourcingBackupRecord TO SourcingRecord
           WRITE SourcingRecord
               INVALID KEY
                   DISPLAY "Duplicate key not restored to "
                       "SOURCING.DAT: ", SR-ProjectId
               NOT INVALID KEY
                   ADD 1 TO RecordsCopied
           END-WRITE

           PERFORM ReadNextSourcingBackup
           EXIT.

       RestoreLedger.
           MOVE 0 TO RecordsCopied
           MOVE "N" TO EndOfBackupFileFlag

           OPEN INPUT LedgerBackupFile
           OPEN OUTPUT QuarryLedgerFile
           PERFORM ReadNextLedgerBackup
           PERFORM StoreLedger UNTIL EndOfBackupFile
           CLOSE QuarryLedgerFile
           CLOSE LedgerBackupFile

           MOVE 5 TO FileNumber
           MOVE "QRYLEDG.DAT" TO LoggedFileName
           PERFORM RecordFileRestored
           EXIT.

       ReadNextLedgerBackup.
           READ LedgerBackupFile
               AT END SET EndOfBackupFile TO TRUE
           END-READ
           EXIT.

       StoreLedger.
           MOVE LedgerBackupRecord TO QuarryLedgerRecord
           WRITE QuarryLedgerRecord
           ADD 1 TO RecordsCopied

           PERFORM ReadNextLedgerBackup
           EXIT.

       RestoreManifests.
           MOVE 0 TO RecordsCopied
           MOVE "N" TO EndOfBackupFileFlag

           OPEN INPUT ManifestBackupFile
           OPEN OUTPUT ManifestFile
           PERFORM ReadNextManifestBackup
           PERFORM StoreManifest UNTIL EndOfBackupFile
           CLOSE ManifestFile
           CLOSE ManifestBackupFile

           MOVE 6 TO FileNumber
           MOVE "MANIFEST.DAT" TO LoggedFileName
           PERFORM RecordFileRestored
           EXIT.

       ReadNextManifestBackup.
           READ ManifestBackupFile
               AT END SET EndOfBackupFile TO TRUE
           END-READ
           EXIT.

       StoreManifest.
           MOVE ManifestBackupRecord TO ManifestRecord
           WRITE ManifestRecord
               INVALID KEY
                   DISPLAY "Duplicate key not restored to "
                       "MANIFEST.DAT: ", MF-ProjectId
               NOT INVALID KEY
                   ADD 1 TO RecordsCopied
           END-WRITE

           PERFORM ReadNextManifestBackup
           EXIT.

       RestoreDispatches.
           MOVE 0 TO RecordsCopied
           MOVE "N" TO EndOfBackupFileFlag

           OPEN INPUT DispatchBackupFile
           OPEN OUTPUT DispatchFile
           PERFORM ReadNextDispatchBackup
           PERFORM StoreDispatch UNTIL EndOfBackupFile
           CLOSE DispatchFile
           CLOSE DispatchBackupFile

           MOVE 7 TO FileNumber
           MOVE "CONVDISP.DAT" TO LoggedFileName
           PERFORM RecordFileRestored
           EXIT.

       ReadNextDispatchBackup.
           READ DispatchBackupFile
               AT END SET EndOfBackupFile TO TRUE
           END-READ
           EXIT.

       StoreDispatch.
           MOVE DispatchBackupRecord TO DispatchRecord
           WRITE DispatchRecord
           ADD 1 TO RecordsCopied

           PERFORM ReadNextDispatchBackup
           EXIT.

       RestoreStock.
           MOVE 0 TO RecordsCopied
           MOVE "N" TO EndOfBackupFileFlag

           OPEN INPUT StockBackupFile
           OPEN OUTPUT GranaryStockFile
           PERFORM ReadNextStockBackup
           PERFORM StoreStock UNTIL EndOfBackupFile
           CLOSE GranaryStockFile
           CLOSE StockBackupFile

           MOVE 8 TO FileNumber
           MOVE "GRANSTK.DAT" TO LoggedFileName
           PERFORM RecordFileRestored
           EXIT.

       ReadNextStockBackup.
           READ StockBackupFile
               AT END SET EndOfBackupFile TO TRUE
           END-READ
           EXIT.

       StoreStock.
           MOVE StockBackupRecord TO GranaryStockRecord
           WRITE GranaryStockRecord
           ADD 1 TO RecordsCopied

           PERFORM ReadNextStockBackup
           EXIT.

       RecordFileRestored.
           PERFORM WriteGenerationLog

           DISPLAY LoggedFileName, " records restored: ", RecordsCopied

           IF RecordsCopied NOT =
                   GT-RecordCount(EntryNumber, FileNumber)
               ADD 1 TO CountMismatches
               DISPLAY LoggedFileName, " catalog count was ",
                   GT-RecordCount(EntryNumber, FileNumber)
           END-IF
           EXIT.

       LoadGenerationCatalog.
           MOVE 0 TO GenerationCount
           MOVE "N" TO EndOfCatalogFlag

           OPEN INPUT ChainGenerationFile
           IF GenerationFileStatus = "00"
               PERFORM ReadNextGeneration
               PERFORM StoreGeneration UNTIL EndOfCatalog
               CLOSE ChainGenerationFile
           END-IF
           EXIT.

       ReadNextGeneration.
           READ ChainGenerationFile
               AT END SET EndOfCatalog TO TRUE
           END-READ
           EXIT.

       StoreGeneration.
           IF GenerationCount < 99
               ADD 1 TO GenerationCount
               MOVE ChainGenerationRecord
                   TO GenerationEntry(GenerationCount)
           END-IF

           PERFORM ReadNextGeneration
           EXIT.

       SetBackupFileNames.
           MOVE GT-Slot(EntryNumber) TO ResourceBackupSlot
           MOVE GT-Slot(EntryNumber) TO RosterBackupSlot
           MOVE GT-Slot(EntryNumber) TO RequisitionBackupSlot
           MOVE GT-Slot(EntryNumber) TO SourcingBackupSlot
           MOVE GT-Slot(EntryNumber) TO LedgerBackupSlot
           MOVE GT-Slot(EntryNumber) TO ManifestBackupSlot
           MOVE GT-Slot(EntryNumber) TO DispatchBackupSlot
           MOVE GT-Slot(EntryNumber) TO StockBackupSlot
           EXIT.

       WriteGenerationLog.
           MOVE RunDate TO GL-LogDate
           MOVE RunTime TO GL-LogTime
           MOVE LogAction TO GL-Action
           MOVE OperatorId TO GL-OperatorId
           MOVE GT-Generation(EntryNumber) TO GL-Generation
           MOVE GT-BackupDate(EntryNumber) TO GL-BackupDate
           MOVE GT-BackupTime(EntryNumber) TO GL-BackupTime
           MOVE LoggedFileName TO GL-FileName
           MOVE RecordsCopied TO GL-RecordCount
           WRITE GenerationLogRecord
           EXIT.

       END PROGRAM ChainRollback.
