       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterLoad.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProjectsUnloadFile ASSIGN TO "PYRPROJ.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UnloadFileStatus.

           SELECT PyramidProjectsFile ASSIGN TO "PYRPROJ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-ProjectId
               FILE STATUS IS ProjectsFileStatus.

           SELECT ShipmentsUnloadFile ASSIGN TO "QRYSHIP.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UnloadFileStatus.

           SELECT QuarryShipmentsFile ASSIGN TO "QRYSHIP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QS-TicketNumber
               ALTERNATE RECORD KEY IS QS-ProjectId WITH DUPLICATES
               FILE STATUS IS ShipmentsFileStatus.

           SELECT ProjectJournalFile ASSIGN TO "PYRJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JournalFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ProjectsUnloadFile.
       01  ProjectsUnloadRecord PIC X(40).

       FD  PyramidProjectsFile.
       01  PyramidProjectRecord.
           05  PP-ProjectId PIC X(6).
           05  PP-PyramidSize PIC 9(3).
           05  PP-PyramidType PIC X(4).
           05  PP-DateNeeded PIC 9(8).
           05  PP-SiteCity PIC X(10).
           05  PP-Status PIC X(9).

       FD  ShipmentsUnloadFile.
       01  ShipmentsUnloadRecord PIC X(45).

       FD  QuarryShipmentsFile.
       01  QuarryShipmentRecord.
           05  QS-ProjectId PIC X(6).
           05  QS-Material PIC X(4).
           05  QS-Quarry PIC X(4).
           05  QS-Quantity PIC 9(7).
           05  QS-TicketNumber PIC X(8).
           05  QS-ShipDate PIC 9(8).
           05  QS-ArrivalDate PIC 9(8).

       FD  ProjectJournalFile.
           COPY PROJJRNL.

       WORKING-STORAGE SECTION.
       01  UnloadFileStatus PIC X(02).
       01  ProjectsFileStatus PIC X(02).
       01  ShipmentsFileStatus PIC X(02).
       01  JournalFileStatus PIC X(02).

       01  LoadSwitches.
           05  EndOfUnloadFlag PIC X(01).
               88  EndOfUnload VALUE "Y".
           05  LoadAllowedFlag PIC X(01).
               88  LoadAllowed VALUE "Y".
           05  LoadRefusedFlag PIC X(01) VALUE "N".
               88  LoadRefused VALUE "Y".
           05  ReplacingProjectsFlag PIC X(01).
               88  ReplacingProjects VALUE "Y".
           05  EndOfProjectsFlag PIC X(01).
               88  EndOfProjects VALUE "Y".

       01  ConfirmAnswer PIC X(1).
       01  IndexedFileName PIC X(12).

       01  LoadCounts.
           05  ProjectsLoaded PIC 9(5) VALUE 0.
           05  ProjectsRejected PIC 9(5) VALUE 0.
           05  ProjectsReplaced PIC 9(5) VALUE 0.
           05  ShipmentsLoaded PIC 9(5) VALUE 0.
           05  ShipmentsRejected PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM LoadProjects
           PERFORM LoadShipments

           DISPLAY "PYRPROJ.DAT  records loaded: ", ProjectsLoaded,
               " duplicates rejected: ", ProjectsRejected
           DISPLAY "PYRPROJ.DAT  records replaced: ", ProjectsReplaced
           DISPLAY "QRYSHIP.DAT  records loaded: ", ShipmentsLoaded,
               " duplicates rejected: ", ShipmentsRejected

           IF LoadRefused
               MOVE 12 TO RETURN-CODE
           END-IF

           STOP RUN.

       LoadProjects.
           MOVE "N" TO EndOfUnloadFlag
           MOVE "N" TO ReplacingProjectsFlag

           OPEN INPUT ProjectsUnloadFile
           IF UnloadFileStatus = "00"
               MOVE "Y" TO LoadAllowedFlag
               OPEN INPUT PyramidProjectsFile
               IF ProjectsFileStatus = "00"
                   CLOSE PyramidProjectsFile
                   SET ReplacingProjects TO TRUE
                   MOVE "PYRPROJ.DAT" TO IndexedFileName
                   PERFORM ConfirmReload
               END-IF
               IF LoadAllowed
                   PERFORM ReloadProjects
               END-IF
               CLOSE ProjectsUnloadFile
           ELSE
               DISPLAY "No PYRPROJ.SEQ to load, PYRPROJ.DAT not changed"
           END-IF
           EXIT.

       ReloadProjects.
           OPEN EXTEND ProjectJournalFile
           IF JournalFileStatus NOT = "00"
               OPEN OUTPUT ProjectJournalFile
           END-IF

           IF ReplacingProjects
               PERFORM JournalReplacedProjects
           END-IF

           OPEN OUTPUT PyramidProjectsFile
           PERFORM ReadNextProjectUnload
           PERFORM StoreProject UNTIL EndOfUnload

           CLOSE PyramidProjectsFile
           CLOSE ProjectJournalFile
           EXIT.

       JournalReplacedProjects.
           MOVE "N" TO EndOfProjectsFlag

           OPEN INPUT PyramidProjectsFile
           PERFORM ReadNextProject
           PERFORM JournalProjectRemoval UNTIL EndOfProjects
           CLOSE PyramidProjectsFile
           EXIT.

       ReadNextProject.
           READ PyramidProjectsFile NEXT RECORD
               AT END SET EndOfProjects TO TRUE
           END-READ
           EXIT.

       JournalProjectRemoval.
           ACCEPT JR-JournalDate FROM DATE YYYYMMDD
           ACCEPT JR-JournalTime FROM TIME
           MOVE "MasterLoad" TO JR-ProgramName
           MOVE "BATCH" TO JR-OperatorId
           MOVE "DEL" TO JR-Action
           MOVE "RELD" TO JR-ReasonCode
           MOVE PP-ProjectId TO JR-ProjectId
           MOVE PyramidProjectRecord TO JR-BeforeImage
           MOVE SPACES TO JR-AfterImage

           WRITE ProjectJournalRecord
           ADD 1 TO ProjectsReplaced

           PERFORM ReadNextProject
           EXIT.

       ConfirmReload.
           DISPLAY IndexedFileName, " already exists and will be "
               "replaced, continue (Y/N): "
           MOVE SPACES TO ConfirmAnswer
           ACCEPT ConfirmAnswer

           IF ConfirmAnswer NOT = "Y" AND ConfirmAnswer NOT = "y"
               MOVE "N" TO LoadAllowedFlag
               SET LoadRefused TO TRUE
               DISPLAY IndexedFileName, " not reloaded"
           END-IF
           EXIT.

       ReadNextProjectUnload.
           READ ProjectsUnloadFile
               AT END SET EndOfUnload TO TRUE
           END-READ
           EXIT.

       StoreProject.
           MOVE ProjectsUnloadRecord TO PyramidProjectRecord

           WRITE PyramidProjectRecord
               INVALID KEY
                   ADD 1 TO ProjectsRejected
                   DISPLAY "Duplicate project not loaded: ",
                       PP-ProjectId
               NOT INVALID KEY
                   ADD 1 TO ProjectsLoaded
                   PERFORM JournalProjectReload
           END-WRITE

           PERFORM ReadNextProjectUnload
           EXIT.

       JournalProjectReload.
           ACCEPT JR-JournalDate FROM DATE YYYYMMDD
           ACCEPT JR-JournalTime FROM TIME
           MOVE "MasterLoad" TO JR-ProgramName
           MOVE "BATCH" TO JR-OperatorId
           MOVE "ADD" TO JR-Action
           MOVE "RELD" TO JR-ReasonCode
           MOVE PP-ProjectId TO JR-ProjectId
           MOVE SPACES TO JR-BeforeImage
           MOVE PyramidProjectRecord TO JR-AfterImage

           WRITE ProjectJournalRecord
           EXIT.

       LoadShipments.
           MOVE "N" TO EndOfUnloadFlag

           OPEN INPUT ShipmentsUnloadFile
           IF UnloadFileStatus = "00"
               MOVE "Y" TO LoadAllowedFlag
               OPEN INPUT QuarryShipmentsFile
               IF ShipmentsFileStatus = "00"
                   CLOSE QuarryShipmentsFile
                   MOVE "QRYSHIP.DAT" TO IndexedFileName
                   PERFORM ConfirmReload
               END-IF
               IF LoadAllowed
                   OPEN OUTPUT QuarryShipmentsFile
                   PERFORM ReadNextShipmentUnload
                   PERFORM StoreShipment UNTIL EndOfUnload
                   CLOSE QuarryShipmentsFile
               END-IF
               CLOSE ShipmentsUnloadFile
           ELSE
               DISPLAY "No QRYSHIP.SEQ to load, QRYSHIP.DAT not changed"
           END-IF
           EXIT.

       ReadNextShipmentUnload.
           READ ShipmentsUnloadFile
               AT END SET EndOfUnload TO TRUE
           END-READ
           EXIT.

       StoreShipment.
           MOVE ShipmentsUnloadRecord TO QuarryShipmentRecord

           WRITE QuarryShipmentRecord
               INVALID KEY
                   ADD 1 TO ShipmentsRejected
                   DISPLAY "Duplicate ticket not loaded: ",
                       QS-TicketNumber
               NOT INVALID KEY
                   ADD 1 TO ShipmentsLoaded
           END-WRITE

           PERFORM ReadNextShipmentUnload
           EXIT.

       END PROGRAM MasterLoad.
