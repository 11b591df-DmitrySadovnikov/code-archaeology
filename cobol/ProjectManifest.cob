       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ResourceOutputFile ASSIGN USING ResourceFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-ProjectId.

           SELECT SourcingFile ASSIGN USING SourcingFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-ProjectId.

           SELECT SeasonCalendarFile ASSIGN TO "SEASONCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SeasonCalendarFileStatus.

           SELECT ManifestFile ASSIGN USING ManifestFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MF-ProjectId.

       DATA DIVISION.
       FILE SECTION.
           05  EndOfResourcesFlag PIC X(01) VALUE "N".
               88  EndOfResources VALUE "Y".

       01  SeasonSwitches.
           05  EndOfSeasonsFlag PIC X(01) VALUE "N".
               88  EndOfSeasons VALUE "Y".

       01  SeasonCalendarFileStatus PIC X(02).

       01  RunMode PIC X(08) VALUE SPACES.
           88  ScenarioRun VALUE "SCENARIO".

       01  FileNames.
           05  ResourceFileName PIC X(12) VALUE "PYRRES.DAT".
           05  SourcingFileName PIC X(12) VALUE "SOURCING.DAT".
           05  ManifestFileName PIC X(12) VALUE "MANIFEST.DAT".

       01  ConvoySpeed PIC 9(2) VALUE 02.
       01  ConvoyCapacity PIC 9(4) VALUE 0200.

       01  SeasonCount PIC 9(1) VALUE 0.
       01  SeasonNumber PIC 9(1).
       01  LastOpenSeason PIC 9(1) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT RunMode FROM COMMAND-LINE
           IF ScenarioRun
               PERFORM SelectScenarioFiles
           END-IF

           PERFORM LoadSeasonCalendar

           OPEN INPUT ResourceOutputFile
           OPEN INPUT SourcingFile
           OPEN OUTPUT ManifestFile

           PERFORM ReadNextResource
           PERFORM BuildManifestEntry UNTIL EndOfResources

           CLOSE ResourceOutputFile
           CLOSE SourcingFile
           CLOSE ManifestFile

           STOP RUN.

       SelectScenarioFiles.
           MOVE "SCNRES.DAT" TO ResourceFileName
           MOVE "SCNSRC.DAT" TO SourcingFileName
           MOVE "SCNMANF.DAT" TO ManifestFileName
           DISPLAY "Scenario run, live planning files not updated"
           EXIT.

       LoadSeasonCalendar.
           EXIT.

       ReadNextResource.
           READ ResourceOutputFile NEXT RECORD
               AT END SET EndOfResources TO TRUE
           END-READ
           EXIT.
           MOVE 0 TO MF-GraniteDistance

           PERFORM ApplySourcingEntry

           COMPUTE MF-LimestoneTrips =
               (RR-Limestone + ConvoyCapacity - 1) / ConvoyCapacity
           PERFORM BreakdownSeasonHours

           WRITE ManifestRecord
               INVALID KEY
                   DISPLAY "Duplicate manifest record for ",
                       MF-ProjectId
           END-WRITE
           EXIT.

       ApplySourcingEntry.
           MOVE RR-ProjectId TO SR-ProjectId
           READ SourcingFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SR-LimestoneQuarry TO MF-LimestoneQuarry
                   MOVE SR-LimestoneDistance TO MF-LimestoneDistance
                   MOVE SR-GraniteQuarry TO MF-GraniteQuarry
                   MOVE SR-GraniteDistance TO MF-GraniteDistance
           END-READ
           EXIT.

       BreakdownSeasonHours.
