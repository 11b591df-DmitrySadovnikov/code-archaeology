       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReconciliationFile ASSIGN TO "RECONCIL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-ProjectId.

           SELECT ManifestFile ASSIGN TO "MANIFEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MF-ProjectId.

           SELECT MonthlyArrivalsFile ASSIGN TO "RECONMON.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-ArrivalKey
               FILE STATUS IS ArrivalsFileStatus.

           SELECT ReportFile ASSIGN TO "OVERSEER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
               10  MF-SeasonMode PIC X(6).
               10  MF-SeasonHours PIC 9(9).

       FD  MonthlyArrivalsFile.
       01  MonthlyArrivalRecord.
           05  RM-ArrivalKey.
               10  RM-ProjectId PIC X(6).
               10  RM-YearMonth PIC 9(6).
           05  RM-LimestoneArrived PIC 9(7).
           05  RM-GraniteArrived PIC 9(7).

       FD  ReportFile.
       01  ReportRecord PIC X(80).

       WORKING-STORAGE SECTION.
       01  ArrivalsFileStatus PIC X(02).

       01  ReportSwitches.
           05  EndOfReconciliationFlag PIC X(01) VALUE "N".
               88  EndOfReconciliation VALUE "Y".
           05  EndOfManifestFlag PIC X(01) VALUE "N".
               88  EndOfManifest VALUE "Y".
           05  EndOfArrivalsFlag PIC X(01) VALUE "N".
               88  EndOfArrivals VALUE "Y".
           05  ArrivalsOpenFlag PIC X(01) VALUE "N".
               88  ArrivalsOpen VALUE "Y".
           05  ExceptionsPassFlag PIC X(01).
               88  ExceptionsPass VALUE "Y".
           05  ProjectShortFlag PIC X(01).

       01  RunDate PIC 9(8).

       01  ReportWork.
           05  PageNumber PIC 9(3) VALUE 0.
           05  LineCount PIC 9(2) VALUE 99.
           05  FILLER PIC X(7) VALUE " HOURS ".
           05  SE-SeasonHours PIC ZZZ,ZZZ,ZZ9.

       01  ArrivalHeadingLine.
           05  FILLER PIC X(3) VALUE SPACES.
           05  FILLER PIC X(17) VALUE "ARRIVALS BY MONTH".

       01  ArrivalDetailLine.
           05  FILLER PIC X(5) VALUE SPACES.
           05  AD-Year PIC 9(4).
           05  FILLER PIC X(1) VALUE "-".
           05  AD-Month PIC 9(2).
           05  FILLER PIC X(12) VALUE "  LIMESTONE ".
           05  AD-Limestone PIC Z,ZZZ,ZZ9.
           05  FILLER PIC X(10) VALUE "  GRANITE ".
           05  AD-Granite PIC Z,ZZZ,ZZ9.

       01  ArrivalMonthParts.
           05  ArrivalYear PIC 9(4).
           05  ArrivalMonth PIC 9(2).

       01  SectionTitleLine.
           05  FILLER PIC X(1) VALUE SPACE.
           05  ST-Title PIC X(40).
       MAIN-PROGRAM.
           ACCEPT RunDate FROM DATE YYYYMMDD

           OPEN INPUT ReconciliationFile
           OPEN INPUT ManifestFile
           OPEN INPUT MonthlyArrivalsFile
           IF ArrivalsFileStatus = "00"
               SET ArrivalsOpen TO TRUE
           END-IF

           PERFORM AccumulateGrandTotals

           OPEN OUTPUT ReportFile
           MOVE "Y" TO ExceptionsPassFlag
           MOVE "SHORTAGE EXCEPTIONS" TO ST-Title
           PERFORM PrintSectionTitle
           PERFORM StartReconciliationPass
           PERFORM PrintProjectSection UNTIL EndOfReconciliation

           MOVE "N" TO ExceptionsPassFlag
           MOVE "PROJECTS IN GOOD STANDING" TO ST-Title
           PERFORM PrintSectionTitle
           PERFORM StartReconciliationPass
           PERFORM PrintProjectSection UNTIL EndOfReconciliation

           PERFORM PrintGrandTotals

           CLOSE ReconciliationFile
           CLOSE ManifestFile
           IF ArrivalsOpen
               CLOSE MonthlyArrivalsFile
           END-IF
           CLOSE ReportFile

           STOP RUN.

       StartReconciliationPass.
           MOVE "N" TO EndOfReconciliationFlag

           MOVE LOW-VALUES TO RC-ProjectId
           START ReconciliationFile KEY IS NOT LESS THAN RC-ProjectId
               INVALID KEY SET EndOfReconciliation TO TRUE
           END-START

           IF NOT EndOfReconciliation
               PERFORM ReadNextReconciliation
           END-IF
           EXIT.

       ReadNextReconciliation.
           READ ReconciliationFile NEXT RECORD
               AT END SET EndOfReconciliation TO TRUE
           END-READ
           EXIT.

       ReadNextManifest.
           READ ManifestFile NEXT RECORD
               AT END SET EndOfManifest TO TRUE
           END-READ
           EXIT.

       ReadNextArrival.
           READ MonthlyArrivalsFile NEXT RECORD
               AT END SET EndOfArrivals TO TRUE
           END-READ
           EXIT.

       AccumulateGrandTotals.
           PERFORM ReadNextReconciliation
           PERFORM AddReconToTotals UNTIL EndOfReconciliation

           PERFORM ReadNextManifest
           PERFORM AddManifestToTotals UNTIL EndOfManifest
           EXIT.

       AddReconToTotals.
           ADD RC-LimestoneNeeded TO TotalLimestoneNeeded
           ADD RC-GraniteNeeded TO TotalGraniteNeeded

           PERFORM ReadNextReconciliation
           EXIT.

       AddManifestToTotals.
           ADD MF-LimestoneTrips TO TotalTrips
           ADD MF-GraniteTrips TO TotalTrips
           ADD MF-TransportHours TO TotalTransportHours

           PERFORM ReadNextManifest
           EXIT.

       PrintReportHeading.

       PrintProjectSection.
           MOVE "N" TO ProjectShortFlag
           IF RC-LimestoneStatus = "SHORT"
               OR RC-GraniteStatus = "SHORT"
               MOVE "Y" TO ProjectShortFlag
           END-IF

               OR (NOT ExceptionsPass AND NOT ProjectIsShort)
               PERFORM PrintProjectDetail
           END-IF

           PERFORM ReadNextReconciliation
           EXIT.

       PrintProjectDetail.
           MOVE RC-ProjectId TO PH-ProjectId
           IF ProjectIsShort
               MOVE "** SHORTAGE EXCEPTION **" TO PH-ExceptionFlag
           ELSE
           PERFORM WriteReportLine

           MOVE "LIMESTONE" TO MD-Material
           MOVE RC-LimestoneNeeded TO MD-Needed
           MOVE RC-LimestoneDelivered TO MD-Delivered
           MOVE RC-LimestoneStatus TO MD-Status
           MOVE MaterialDetailLine TO ReportRecord
           PERFORM WriteReportLine

           IF RC-LimestoneStatus = "SHORT"
               COMPUTE ShortfallQuantity =
                   RC-LimestoneNeeded - RC-LimestoneDelivered
               MOVE ShortfallQuantity TO SD-Shortfall
               MOVE ShortfallDetailLine TO ReportRecord
               PERFORM WriteReportLine
           END-IF

           MOVE "GRANITE" TO MD-Material
           MOVE RC-GraniteNeeded TO MD-Needed
           MOVE RC-GraniteDelivered TO MD-Delivered
           MOVE RC-GraniteStatus TO MD-Status
           MOVE MaterialDetailLine TO ReportRecord
           PERFORM WriteReportLine

           IF RC-GraniteStatus = "SHORT"
               COMPUTE ShortfallQuantity =
                   RC-GraniteNeeded - RC-GraniteDelivered
               MOVE ShortfallQuantity TO SD-Shortfall
               MOVE ShortfallDetailLine TO ReportRecord
               PERFORM WriteReportLine
           END-IF

           MOVE ArrivalHeadingLine TO ReportRecord
           PERFORM WriteReportLine
           IF ArrivalsOpen
               PERFORM StartProjectArrivals
               PERFORM PrintArrivalDetail
                   UNTIL EndOfArrivals
                      OR RM-ProjectId NOT = RC-ProjectId
           END-IF

           MOVE RC-ProjectId TO MF-ProjectId
           READ ManifestFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM PrintManifestDetail
           END-READ

           MOVE SPACES TO ReportRecord
           PERFORM WriteReportLine
           EXIT.

       StartProjectArrivals.
           MOVE "N" TO EndOfArrivalsFlag

           MOVE RC-ProjectId TO RM-ProjectId
           MOVE 0 TO RM-YearMonth
           START MonthlyArrivalsFile KEY IS NOT LESS THAN RM-ArrivalKey
               INVALID KEY SET EndOfArrivals TO TRUE
           END-START

           IF NOT EndOfArrivals
               PERFORM ReadNextArrival
           END-IF
           EXIT.

       PrintArrivalDetail.
           MOVE RM-YearMonth TO ArrivalMonthParts
           MOVE ArrivalYear TO AD-Year
           MOVE ArrivalMonth TO AD-Month
           MOVE RM-LimestoneArrived TO AD-Limestone
           MOVE RM-GraniteArrived TO AD-Granite
           MOVE ArrivalDetailLine TO ReportRecord
           PERFORM WriteReportLine

           PERFORM ReadNextArrival
           EXIT.

       PrintManifestDetail.
           MOVE "LIMESTONE" TO QD-Material
           MOVE MF-LimestoneQuarry TO QD-Quarry
           MOVE MF-LimestoneDistance TO QD-Distance
           MOVE MF-LimestoneTrips TO QD-Trips
           MOVE QuarryDetailLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE "GRANITE" TO QD-Material
           MOVE MF-GraniteQuarry TO QD-Quarry
           MOVE MF-GraniteDistance TO QD-Distance
           MOVE MF-GraniteTrips TO QD-Trips
           MOVE QuarryDetailLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE MF-TransportHours TO TD-TransportHours
           MOVE TransportDetailLine TO ReportRecord
           PERFORM WriteReportLine

           EXIT.

       PrintSeasonDetail.
           IF MF-SeasonName(SeasonNumber) NOT = SPACES
               MOVE MF-SeasonName(SeasonNumber) TO SE-SeasonName
               MOVE MF-SeasonMode(SeasonNumber) TO SE-SeasonMode
               MOVE MF-SeasonHours(SeasonNumber) TO SE-SeasonHours
               MOVE SeasonDetailLine TO ReportRecord
               PERFORM WriteReportLine
           END-IF
