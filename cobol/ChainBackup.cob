       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChainBackup.

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

       01  BackupSwitches.
           05  EndOfCatalogFlag PIC X(01) VALUE "N".
               88  EndOfCatalog VALUE "Y".
           05  EndOfLiveFileFlag PIC X(01) VALUE "N".
               88  EndOfLiveFile VALUE "Y".
           05  RetainValidFlag PIC X(01) VALUE "N".
               88  RetainValid VALUE "Y".
           05  EmptySlotFoundFlag PIC X(01) VALUE "N".
               88  EmptySlotFound VALUE "Y".

       01  RetainAnswer PIC X(08) VALUE SPACES.
       01  RetainAnswerParts REDEFINES RetainAnswer.
           05  RetainDigits PIC X(02).
           05  RetainRemainder PIC X(06).

       01  DefaultRetainLimit PIC 9(2) VALUE 07.
       01  RetainLimit PIC 9(2) VALUE 0.

       01  BackupWork.
           05  GenerationCount PIC 9(2) VALUE 0.
           05  EntryNumber PIC 9(2) VALUE 0.
           05  SearchNumber PIC 9(2) VALUE 0.
           05  SlotNumber PIC 9(2) VALUE 0.
           05  SlotEntryNumber PIC 9(2) VALUE 0.
           05  ChosenSlot PIC 9(2) VALUE 0.
           05  ChosenEntryNumber PIC 9(2) VALUE 0.
           05  OldestGeneration PIC 9(4) VALUE 0.
           05  HighestGeneration PIC 9(4) VALUE 0.
           05  NewGeneration PIC 9(4) VALUE 0.
           05  FileNumber PIC 9(1) VALUE 0.
           05  RecordsCopied PIC 9(7) VALUE 0.
           05  LoggedFileName PIC X(12).
           05  LogAction PIC X(8) VALUE "BACKUP".
           05  OperatorId PIC X(8) VALUE "BATCH".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT RetainAnswer FROM COMMAND-LINE
           PERFORM SetRetainLimit

           IF RetainValid
               ACCEPT RunDate FROM DATE YYYYMMDD
               ACCEPT RunTime FROM TIME
               PERFORM LoadGenerationCatalog
               PERFORM ChooseBackupSlot
               PERFORM StartGeneration
               PERFORM CopyChainFiles
               PERFORM FinishGeneration
           ELSE
               DISPLAY "Generations to keep must be 01 to 99, not ",
                   RetainAnswer
               MOVE 16 TO RETURN-CODE
           END-IF

           STOP RUN.

       SetRetainLimit.
           IF RetainAnswer = SPACES
               MOVE DefaultRetainLimit TO RetainLimit
           ELSE
               IF RetainDigits IS NUMERIC AND RetainRemainder = SPACES
                   MOVE RetainDigits TO RetainLimit
               END-IF
           END-IF

           IF RetainLimit > 0
               SET RetainValid TO TRUE
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

       ChooseBackupSlot.
           MOVE 0 TO HighestGeneration
           PERFORM FindHighestGeneration
               VARYING SearchNumber FROM 1 BY 1
               UNTIL SearchNumber > GenerationCount

           MOVE 0 TO ChosenSlot
           MOVE 0 TO ChosenEntryNumber
           MOVE 9999 TO OldestGeneration
           PERFORM CheckBackupSlot
               VARYING SlotNumber FROM 1 BY 1
               UNTIL SlotNumber > RetainLimit OR EmptySlotFound

           IF ChosenEntryNumber = 0
               ADD 1 TO GenerationCount
               MOVE GenerationCount TO ChosenEntryNumber
           END-IF

           MOVE ChosenEntryNumber TO EntryNumber
           EXIT.

       FindHighestGeneration.
           IF GT-Generation(SearchNumber) > HighestGeneration
               MOVE GT-Generation(SearchNumber) TO HighestGeneration
           END-IF
           EXIT.

       CheckBackupSlot.
           MOVE 0 TO SlotEntryNumber
           PERFORM FindSlotEntry
               VARYING SearchNumber FROM 1 BY 1
               UNTIL SearchNumber > GenerationCount

           IF SlotEntryNumber = 0
               SET EmptySlotFound TO TRUE
               MOVE SlotNumber TO ChosenSlot
               MOVE 0 TO ChosenEntryNumber
           ELSE
               IF GT-Generation(SlotEntryNumber) < OldestGeneration
                   MOVE GT-Generation(SlotEntryNumber)
                       TO OldestGeneration
                   MOVE SlotNumber TO ChosenSlot
                   MOVE SlotEntryNumber TO ChosenEntryNumber
               END-IF
           END-IF
           EXIT.

       FindSlotEntry.
           IF GT-Slot(SearchNumber) = SlotNumber
               MOVE SearchNumber TO SlotEntryNumber
           END-IF
           EXIT.

       StartGeneration.
           IF HighestGeneration = 9999
               MOVE 1 TO NewGeneration
           ELSE
               COMPUTE NewGeneration = HighestGeneration + 1
           END-IF

           MOVE ChosenSlot TO GT-Slot(EntryNumber)
           MOVE NewGeneration TO GT-Generation(EntryNumber)
           MOVE RunDate TO GT-BackupDate(EntryNumber)
           MOVE RunTime TO GT-BackupTime(EntryNumber)
           MOVE "PARTIAL" TO GT-Status(EntryNumber)
           PERFORM ClearRecordCount
               VARYING FileNumber FROM 1 BY 1 UNTIL FileNumber > 8

           PERFORM RewriteGenerationCatalog
           PERFORM SetBackupFileNames

           OPEN EXTEND GenerationLogFile
           IF GenerationLogFileStatus NOT = "00"
               OPEN OUTPUT GenerationLogFile
           END-IF
           EXIT.

       ClearRecordCount.
           MOVE 0 TO GT-RecordCount(EntryNumber, FileNumber)
           EXIT.

       RewriteGenerationCatalog.
           OPEN OUTPUT ChainGenerationFile
           PERFORM WriteGenerationEntry
               VARYING SearchNumber FROM 1 BY 1
               UNTIL SearchNumber > GenerationCount
           CLOSE ChainGenerationFile
           EXIT.

       WriteGenerationEntry.
           IF GT-Slot(SearchNumber) NOT > RetainLimit
               MOVE GenerationEntry(SearchNumber)
                   TO ChainGenerationRecord
               WRITE ChainGenerationRecord
           END-IF
           EXIT.

       FinishGeneration.
           CLOSE GenerationLogFile

           MOVE "COMPLETE" TO GT-Status(EntryNumber)
           PERFORM RewriteGenerationCatalog

           DISPLAY "Chain files saved as generation ", NewGeneration,
               " in slot ", ChosenSlot, ", keeping ", RetainLimit,
               " generations"
           EXIT.

       CopyChainFiles.
           PERFORM BackupResources
           PERFORM BackupRoster
           PERFORM BackupRequisitions
           PERFORM BackupSourcing
           PERFORM BackupLedger
           PERFORM BackupManifests
           PERFORM BackupDispatches
           PERFORM BackupStock
           EXIT.

       BackupResources.
           MOVE 0 TO RecordsCopied
           MOVE "N" TO EndOfLiveFileFlag

           OPEN OUTPUT ResourceBackupFile
           OPEN INPUT ResourceOutputFile
           IF LiveFileStatus = "00"
               PERFORM ReadNextResource
               PERFORM CopyResource UNTIL EndOfLiveFile
               CLOSE ResourceOutputFile
           ELSE
               DISPLAY "No PYRRES.DAT present, empty copy saved"
           END-IF
           CLOSE ResourceBackupFile

           MOVE 1 TO FileNumber
           MOVE "PYRRES.DAT" TO LoggedFileName
           PERFORM RecordFileSaved
           EXIT.

       ReadNextResource.
           READ ResourceOutputFile NEXT RECORD
               AT END SET EndOfLiveFile TO TRUE
           END-READ
           EXIT.

       CopyResource.
           MOVE ResourceRecord TO ResourceBackupRecord
           WRITE ResourceBackupRecord
           ADD 1 TO RecordsCopied

           PERFORM ReadNextResource
           EXIT.

       BackupRoster.
           MOVE 0 TO RecordsCopied
           MOVE "N" TO EndOfLiveFileFlag

           OPEN OUTPUT RosterBackupFile
           OPEN INPUT LaborRosterFile
           IF LiveFileStatus = "00"
               PERFORM ReadNextRoster
               PERFORM CopyRoster UNTIL EndOfLiveFile
               CLOSE LaborRosterFile
           ELSE
               DISPLAY "No LABROST.DAT present, empty copy saved"
           END-IF
           CLOSE RosterBackupFile

           MOVE 2 TO FileNumber
           MOVE "LABROST.DAT" TO LoggedFileName
           PERFORM RecordFileSaved
           EXIT.

       ReadNextRoster.
           READ LaborRosterFile NEXT RECORD
               AT END SET EndOfLiveFile TO TRUE
           END-READ
           EXIT.

       CopyRoster.
           MOVE LaborRosterRecord TO RosterBackupRecord
           WRITE RosterBackupRecord
           ADD 1 TO RecordsCopied

           PERFORM ReadNextRoster
           EXIT.

       BackupRequisitions.
           MOVE 0 TO RecordsCopied
           MOVE "N" TO EndOfLiveFileFlag

           OPEN OUTPUT RequisitionBackupFile
           OPEN INPUT LaborRequisitionFile
           IF LiveFileStatus = "00"
               PERFORM ReadNextRequisition
               PERFORM CopyRequisition UNTIL EndOfLiveFile
               CLOSE LaborRequisitionFile
           ELSE
               DISPLAY "No LABREQ.DAT present, empty copy saved"
           END-IF
           CLOSE RequisitionBackupFile

           MOVE 3 TO FileNumber
           MOVE "LABREQ.DAT" TO LoggedFileName
           PERFORM RecordFileSaved
           EXIT.

       ReadNextRequisition.
           READ LaborRequisitionFile NEXT RECORD
               AT END SET EndOfLiveFile TO TRUE
           END-READ
           EXIT.

       CopyRequisition.
           MOVE LaborRequisitionRecord TO RequisitionBackupRecord
           WRITE RequisitionBackupRecord
           ADD 1 TO RecordsCopied

           PERFORM ReadNextRequisition
           EXIT.

       BackupSourcing.
           MOVE 0 TO RecordsCopied
           MOVE "N" TO EndOfLiveFileFlag

           OPEN OUTPUT SourcingBackupFile
           OPEN INPUT SourcingFile
           IF LiveFileStatus = "00"
               PERFORM ReadNextSourcing
               PERFORM CopySourcing UNTIL EndOfLiveFile
               CLOSE SourcingFile
           ELSE
               DISPLAY "No SOURCING.DAT present, empty copy saved"
           END-IF
           CLOSE SourcingBackupFile

           MOVE 4 TO FileNumber
           MOVE "SOURCING.DAT" TO LoggedFileName
           PERFORM RecordFileSaved
           EXIT.

       ReadNextSourcing.
           READ SourcingFile NEXT RECORD
               AT END SET EndOfLiveFile TO TRUE
           END-READ
           EXIT.

       CopySourcing.
           MOVE SourcingRecord TO SourcingBackupRecord
           WRITE SourcingBackupRecord
           ADD 1 TO RecordsCopied

           PERFORM ReadNextSourcing
           EXIT.

       BackupLedger.
           MOVE 0 TO RecordsCopied
           MOVE "N" TO EndOfLiveFileFlag

           OPEN OUTPUT LedgerBackupFile
           OPEN INPUT QuarryLedgerFile
           IF LiveFileStatus = "00"
               PERFORM ReadNextLedger
               PERFORM CopyLedger UNTIL EndOfLiveFile
               CLOSE QuarryLedgerFile
           ELSE
               DISPLAY "No QRYLEDG.DAT present, empty copy saved"
           END-IF
           CLOSE LedgerBackupFile

           MOVE 5 TO FileNumber
           MOVE "QRYLEDG.DAT" TO LoggedFileName
           PERFORM RecordFileSaved
           EXIT.

       ReadNextLedger.
           READ QuarryLedgerFile
               AT END SET EndOfLiveFile TO TRUE
           END-READ
           EXIT.

       CopyLedger.
           MOVE QuarryLedgerRecord TO LedgerBackupRecord
           WRITE LedgerBackupRecord
           ADD 1 TO RecordsCopied

           PERFORM ReadNextLedger
           EXIT.

       BackupManifests.
           MOVE 0 TO RecordsCopied
           MOVE "N" TO EndOfLiveFileFlag

           OPEN OUTPUT ManifestBackupFile
           OPEN INPUT ManifestFile
           IF LiveFileStatus = "00"
               PERFORM ReadNextManifest
               PERFORM CopyManifest UNTIL EndOfLiveFile
               CLOSE ManifestFile
           ELSE
               DISPLAY "No MANIFEST.DAT present, empty copy saved"
           END-IF
           CLOSE ManifestBackupFile

           MOVE 6 TO FileNumber
           MOVE "MANIFEST.DAT" TO LoggedFileName
           PERFORM RecordFileSaved
           EXIT.

       ReadNextManifest.
           READ ManifestFile NEXT RECORD
               AT END SET EndOfLiveFile TO TRUE
           END-READ
           EXIT.

       CopyManifest.
           MOVE ManifestRecord TO ManifestBackupRecord
           WRITE ManifestBackupRecord
           ADD 1 TO RecordsCopied

           PERFORM ReadNextManifest
           EXIT.

       BackupDispatches.
           MOVE 0 TO RecordsCopied
           MOVE "N" TO EndOfLiveFileFlag

           OPEN OUTPUT DispatchBackupFile
           OPEN INPUT DispatchFile
           IF LiveFileStatus = "00"
               PERFORM ReadNextDispatch
               PERFORM CopyDispatch UNTIL EndOfLiveFile
               CLOSE DispatchFile
           ELSE
               DISPLAY "No CONVDISP.DAT present, empty copy saved"
           END-IF
           CLOSE DispatchBackupFile

           MOVE 7 TO FileNumber
           MOVE "CONVDISP.DAT" TO LoggedFileName
           PERFORM RecordFileSaved
           EXIT.

       ReadNextDispatch.
           READ DispatchFile
               AT END SET EndOfLiveFile TO TRUE
           END-READ
           EXIT.

       CopyDispatch.
           MOVE DispatchRecord TO DispatchBackupRecord
           WRITE DispatchBackupRecord
           ADD 1 TO RecordsCopied

           PERFORM ReadNextDispatch
           EXIT.

       BackupStock.
           MOVE 0 TO RecordsCopied
           MOVE "N" TO EndOfLiveFileFlag

           OPEN OUTPUT StockBackupFile
           OPEN INPUT GranaryStockFile
           IF LiveFileStatus = "00"
               PERFORM ReadNextStock
               PERFORM CopyStock UNTIL EndOfLiveFile
               CLOSE GranaryStockFile
           ELSE
               DISPLAY "No GRANSTK.DAT present, empty copy saved"
           END-IF
           CLOSE StockBackupFile

           MOVE 8 TO FileNumber
           MOVE "GRANSTK.DAT" TO LoggedFileName
           PERFORM RecordFileSaved
           EXIT.

       ReadNextStock.
           READ GranaryStockFile
               AT END SET EndOfLiveFile TO TRUE
           END-READ
           EXIT.

       CopyStock.
           MOVE GranaryStockRecord TO StockBackupRecord
           WRITE StockBackupRecord
           ADD 1 TO RecordsCopied

           PERFORM ReadNextStock
           EXIT.

       RecordFileSaved.
           MOVE RecordsCopied TO GT-RecordCount(EntryNumber, FileNumber)
           PERFORM WriteGenerationLog

           DISPLAY LoggedFileName, " records saved: ", RecordsCopied
           EXIT.

       END PROGRAM ChainBackup.
