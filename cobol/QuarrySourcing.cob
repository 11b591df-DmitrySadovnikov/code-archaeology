       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PyramidProjectsFile ASSIGN USING ProjectsFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-ProjectId.

           SELECT ResourceOutputFile ASSIGN USING ResourceFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-ProjectId.

           SELECT QuarryMasterFile ASSIGN TO "QUARRYMF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SourcingFile ASSIGN USING SourcingFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-ProjectId.

           SELECT QuarryLedgerFile ASSIGN USING LedgerFileName
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           05  QL-Remaining PIC 9(7).

       WORKING-STORAGE SECTION.
       01  ResourceSwitches.
           05  EndOfResourcesFlag PIC X(01) VALUE "N".
               88  EndOfResources VALUE "Y".

           COPY PATHPARM.

       01  RunMode PIC X(08) VALUE SPACES.
           88  ScenarioRun VALUE "SCENARIO".

       01  FileNames.
           05  ProjectsFileName PIC X(12) VALUE "PYRPROJ.DAT".
           05  ResourceFileName PIC X(12) VALUE "PYRRES.DAT".
           05  SourcingFileName PIC X(12) VALUE "SOURCING.DAT".
           05  LedgerFileName PIC X(12) VALUE "QRYLEDG.DAT".

       01  RunDate PIC 9(8).
       01  RunDateParts REDEFINES RunDate.
           05  RunYear PIC 9(4).
           05  NeededMonth PIC 9(2).
           05  NeededDay PIC 9(2).

       01  QuarryCount PIC 9(3) VALUE 0.
       01  QuarryNumber PIC 9(3).
       01  QuarryTableLimit PIC 9(3) VALUE 100.
       01  QuarryTable.
           05  QuarryEntry OCCURS 100 TIMES.
               10  QT-QuarryCode PIC X(4).
               10  QT-Material PIC X(4).
               10  QT-HomeCity PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT RunMode FROM COMMAND-LINE
           IF ScenarioRun
               PERFORM SelectScenarioFiles
           END-IF

           PERFORM LoadQuarries

           OPEN INPUT PyramidProjectsFile
           OPEN INPUT ResourceOutputFile
           OPEN OUTPUT SourcingFile


           PERFORM AssignProjectSourcing UNTIL EndOfResources

           CLOSE PyramidProjectsFile
           CLOSE ResourceOutputFile
           CLOSE SourcingFile


           STOP RUN.

       SelectScenarioFiles.
           MOVE "SCNPROJ.DAT" TO ProjectsFileName
           MOVE "SCNRES.DAT" TO ResourceFileName
           MOVE "SCNSRC.DAT" TO SourcingFileName
           MOVE "SCNLEDG.DAT" TO LedgerFileName
           DISPLAY "Scenario run, live planning files not updated"
           EXIT.

       LoadQuarries.
           PERFORM ReadNextQuarry

           PERFORM StoreQuarry
               UNTIL EndOfQuarries OR QuarryCount = QuarryTableLimit

           IF NOT EndOfQuarries
               DISPLAY "Quarry table full at ", QuarryTableLimit,
                   " entries, remaining quarries not loaded"
           END-IF

           CLOSE QuarryMasterFile
           EXIT.
           EXIT.

       ReadNextResource.
           READ ResourceOutputFile NEXT RECORD
               AT END SET EndOfResources TO TRUE
           END-READ
           EXIT.
           MOVE RunDate TO NeededDate

           PERFORM FindProjectEntry

           COMPUTE MonthCount =
               ((NeededYear - RunYear) * 12)
           PERFORM SetGraniteSourcing

           WRITE SourcingRecord
               INVALID KEY
                   DISPLAY "Duplicate sourcing record for ",
                       SR-ProjectId
           END-WRITE
           EXIT.

       FindProjectEntry.
           MOVE RR-ProjectId TO PP-ProjectId
           READ PyramidProjectsFile
               INVALID KEY
                   DISPLAY "Resource project not on project file: ",
                       RR-ProjectId
               NOT INVALID KEY
                   MOVE PP-SiteCity TO SiteCity
                   MOVE PP-DateNeeded TO NeededDate
           END-READ
           EXIT.

       SelectQuarry.
