       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PyramidProjectsFile ASSIGN USING ProjectsFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-ProjectId.

           SELECT ManifestFile ASSIGN USING ManifestFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MF-ProjectId.

           SELECT FleetMasterFile ASSIGN TO "FLEETMF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SeasonCalendarFileStatus.

           SELECT DispatchFile ASSIGN USING DispatchFileName
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FeasibilityFile ASSIGN USING FeasibilityFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ProjectId.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
       01  ScheduleSwitches.
           05  EndOfManifestFlag PIC X(01) VALUE "N".
               88  EndOfManifest VALUE "Y".
           05  EndOfFleetFlag PIC X(01) VALUE "N".

       01  SeasonCalendarFileStatus PIC X(02).

       01  RunMode PIC X(08) VALUE SPACES.
           88  ScenarioRun VALUE "SCENARIO".

       01  FileNames.
           05  ProjectsFileName PIC X(12) VALUE "PYRPROJ.DAT".
           05  ManifestFileName PIC X(12) VALUE "MANIFEST.DAT".
           05  DispatchFileName PIC X(12) VALUE "CONVDISP.DAT".
           05  FeasibilityFileName PIC X(12) VALUE "CONVFEAS.DAT".

       01  MonthOpenTable.
           05  MonthOpenFlag OCCURS 12 TIMES PIC X(01).

           05  NeededMonth PIC 9(2).
           05  NeededDay PIC 9(2).

       01  ConvoyCount PIC 9(3) VALUE 0.
       01  ConvoyNumber PIC 9(3).
       01  ConvoyTableLimit PIC 9(3) VALUE 100.
       01  ConvoyTable.
           05  ConvoyEntry OCCURS 100 TIMES.
               10  CV-ConvoyId PIC X(6).
               10  CV-Capacity PIC 9(4).
               10  CV-HomeCity PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT RunMode FROM COMMAND-LINE
           IF ScenarioRun
               PERFORM SelectScenarioFiles
           END-IF

           ACCEPT RunDate FROM DATE YYYYMMDD

           PERFORM LoadFleet
           PERFORM LoadSeasonCalendar

           OPEN INPUT PyramidProjectsFile
           OPEN INPUT ManifestFile
           OPEN OUTPUT DispatchFile
           OPEN OUTPUT FeasibilityFile

           PERFORM ScheduleManifestProject UNTIL EndOfManifest

           CLOSE PyramidProjectsFile
           CLOSE ManifestFile
           CLOSE DispatchFile
           CLOSE FeasibilityFile

           STOP RUN.

       SelectScenarioFiles.
           MOVE "SCNPROJ.DAT" TO ProjectsFileName
           MOVE "SCNMANF.DAT" TO ManifestFileName
           MOVE "SCNDISP.DAT" TO DispatchFileName
           MOVE "SCNFEAS.DAT" TO FeasibilityFileName
           DISPLAY "Scenario run, live planning files not updated"
           EXIT.

       LoadFleet.
           PERFORM ReadNextConvoy

           PERFORM StoreConvoy
               UNTIL EndOfFleet OR ConvoyCount = ConvoyTableLimit

           IF NOT EndOfFleet
               DISPLAY "Convoy table full at ", ConvoyTableLimit,
                   " entries, remaining convoys not loaded"
           END-IF

           CLOSE FleetMasterFile
           EXIT.
           EXIT.

       ReadNextManifest.
           READ ManifestFile NEXT RECORD
               AT END SET EndOfManifest TO TRUE
           END-READ
           EXIT.
           MOVE RunDate TO NeededDate

           PERFORM FindProjectDate

           COMPUTE DaysAvailableSigned =
               ((NeededYear - RunYear) * 360)
           EXIT.

       FindProjectDate.
           MOVE MF-ProjectId TO PP-ProjectId
           READ PyramidProjectsFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PP-DateNeeded TO NeededDate
           END-READ
           EXIT.

       DispatchMaterialTrips.
           END-IF

           WRITE FeasibilityRecord
               INVALID KEY
                   DISPLAY "Duplicate feasibility record for ",
                       FS-ProjectId
           END-WRITE
           EXIT.

       END PROGRAM ConvoySchedule.
