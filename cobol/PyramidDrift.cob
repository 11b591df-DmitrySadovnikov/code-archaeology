               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunLogFileStatus.

           SELECT SnapshotWorkFile ASSIGN TO "DRIFTWRK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-ProjectId.

           SELECT ReportFile ASSIGN TO "PYRDRIFT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           05  RL-Limestone PIC 9(7).
           05  RL-Granite PIC 9(7).
           05  RL-Labor PIC 9(7).
           05  RL-FactorSetDate PIC 9(8).
           05  RL-AsOfDate PIC 9(8).

       FD  SnapshotWorkFile.
       01  SnapshotRecord.
           05  SN-ProjectId PIC X(6).
           05  SN-RunsSeen PIC 9(5).
           05  SN-LatestRun.
               10  SN-LatestRunDate PIC 9(8).
               10  SN-LatestRunTime PIC 9(8).
               10  SN-LatestSize PIC 9(3).
               10  SN-LatestType PIC X(4).
               10  SN-LatestLimestone PIC 9(7).
               10  SN-LatestGranite PIC 9(7).
               10  SN-LatestLabor PIC 9(7).
               10  SN-LatestFactorSet PIC 9(8).
           05  SN-PriorRun.
               10  SN-PriorRunDate PIC 9(8).
               10  SN-PriorRunTime PIC 9(8).
               10  SN-PriorSize PIC 9(3).
               10  SN-PriorType PIC X(4).
               10  SN-PriorLimestone PIC 9(7).
               10  SN-PriorGranite PIC 9(7).
               10  SN-PriorLabor PIC 9(7).
               10  SN-PriorFactorSet PIC 9(8).

       FD  ReportFile.
       01  ReportRecord PIC X(80).
       01  DriftSwitches.
           05  EndOfRunLogFlag PIC X(01) VALUE "N".
               88  EndOfRunLog VALUE "Y".
           05  EndOfSnapshotsFlag PIC X(01) VALUE "N".
               88  EndOfSnapshots VALUE "Y".
           05  ProjectDriftFlag PIC X(01) VALUE "N".
               88  ProjectDrifted VALUE "Y".


       01  RunDate PIC 9(8).

       01  DriftWork.
           05  DeltaQuantity PIC S9(8).
           05  DriftedProjectCount PIC 9(5) VALUE 0.

       01  ReportWork.
           05  PageNumber PIC 9(3) VALUE 0.
       MAIN-PROGRAM.
           ACCEPT RunDate FROM DATE YYYYMMDD

           OPEN OUTPUT SnapshotWorkFile
           CLOSE SnapshotWorkFile
           OPEN I-O SnapshotWorkFile

           PERFORM LoadRunLog

           OPEN OUTPUT ReportFile

           PERFORM StartSnapshotPass
           PERFORM ReportProjectDrift UNTIL EndOfSnapshots

           IF DriftedProjectCount = 0
               MOVE SPACES TO ReportRecord
           END-IF

           CLOSE ReportFile
           CLOSE SnapshotWorkFile

           DISPLAY "Projects with estimate drift: ",
               DriftedProjectCount
           EXIT.

       StoreRunLogEntry.
           MOVE RL-ProjectId TO SN-ProjectId
           READ SnapshotWorkFile
               INVALID KEY
                   MOVE 0 TO SN-RunsSeen
                   MOVE SPACES TO SN-PriorRun
                   PERFORM FillLatestRun
                   ADD 1 TO SN-RunsSeen
                   WRITE SnapshotRecord
               NOT INVALID KEY
                   MOVE SN-LatestRun TO SN-PriorRun
                   PERFORM FillLatestRun
                   ADD 1 TO SN-RunsSeen
                   REWRITE SnapshotRecord
           END-READ

           PERFORM ReadNextRunLogEntry
           EXIT.

       FillLatestRun.
           MOVE RL-RunDate TO SN-LatestRunDate
           MOVE RL-RunTime TO SN-LatestRunTime
           MOVE RL-PyramidSize TO SN-LatestSize
           MOVE RL-PyramidType TO SN-LatestType
           MOVE RL-Limestone TO SN-LatestLimestone
           MOVE RL-Granite TO SN-LatestGranite
           MOVE RL-Labor TO SN-LatestLabor
           IF RL-FactorSetDate IS NUMERIC
               MOVE RL-FactorSetDate TO SN-LatestFactorSet
           ELSE
               MOVE 0 TO SN-LatestFactorSet
           END-IF
           EXIT.

       StartSnapshotPass.
           MOVE "N" TO EndOfSnapshotsFlag

           MOVE LOW-VALUES TO SN-ProjectId
           START SnapshotWorkFile KEY IS NOT LESS THAN SN-ProjectId
               INVALID KEY SET EndOfSnapshots TO TRUE
           END-START

           IF NOT EndOfSnapshots
               PERFORM ReadNextSnapshot
           END-IF
           EXIT.

       ReadNextSnapshot.
           READ SnapshotWorkFile NEXT RECORD
               AT END SET EndOfSnapshots TO TRUE
           END-READ
           EXIT.

       ReportProjectDrift.
           IF SN-RunsSeen > 1
               MOVE "N" TO ProjectDriftFlag
               IF SN-LatestSize NOT = SN-PriorSize
                   SET ProjectDrifted TO TRUE
               END-IF
               IF SN-LatestType NOT = SN-PriorType
                   SET ProjectDrifted TO TRUE
               END-IF
               IF SN-LatestLimestone NOT = SN-PriorLimestone
                   SET ProjectDrifted TO TRUE
               END-IF
               IF SN-LatestGranite NOT = SN-PriorGranite
                   SET ProjectDrifted TO TRUE
               END-IF
               IF SN-LatestLabor NOT = SN-PriorLabor
                   SET ProjectDrifted TO TRUE
               END-IF
               IF SN-PriorFactorSet > 0
                   AND SN-LatestFactorSet NOT = SN-PriorFactorSet
                   SET ProjectDrifted TO TRUE
               END-IF

                   PERFORM PrintProjectDrift
               END-IF
           END-IF

           PERFORM ReadNextSnapshot
           EXIT.

       PrintProjectDrift.
           MOVE SN-ProjectId TO PH-ProjectId
           MOVE SN-LatestRunDate TO PH-LatestRunDate
           MOVE SN-PriorRunDate TO PH-PriorRunDate

           MOVE SPACES TO ReportRecord
           PERFORM WriteReportLine
           MOVE ProjectHeadingLine TO ReportRecord
           PERFORM WriteReportLine

           IF SN-LatestSize NOT = SN-PriorSize
               MOVE "SIZE" TO AD-AttributeName
               MOVE SN-PriorSize TO AD-OldValue
               MOVE SN-LatestSize TO AD-NewValue
               MOVE AttributeDriftLine TO ReportRecord
               PERFORM WriteReportLine
           END-IF

           IF SN-LatestType NOT = SN-PriorType
               MOVE "TYPE" TO AD-AttributeName
               MOVE SN-PriorType TO AD-OldValue
               MOVE SN-LatestType TO AD-NewValue
               MOVE AttributeDriftLine TO ReportRecord
               PERFORM WriteReportLine
           END-IF

           IF SN-PriorFactorSet > 0
               AND SN-LatestFactorSet NOT = SN-PriorFactorSet
               MOVE "FACTOR SET" TO AD-AttributeName
               MOVE SN-PriorFactorSet TO AD-OldValue
               MOVE SN-LatestFactorSet TO AD-NewValue
               MOVE AttributeDriftLine TO ReportRecord
               PERFORM WriteReportLine
           END-IF

           IF SN-LatestLimestone NOT = SN-PriorLimestone
               MOVE "LIMESTONE" TO QD-QuantityName
               MOVE SN-PriorLimestone TO QD-OldQuantity
               MOVE SN-LatestLimestone TO QD-NewQuantity
               COMPUTE DeltaQuantity =
                   SN-LatestLimestone - SN-PriorLimestone
               MOVE DeltaQuantity TO QD-Delta
               MOVE QuantityDriftLine TO ReportRecord
               PERFORM WriteReportLine
           END-IF

           IF SN-LatestGranite NOT = SN-PriorGranite
               MOVE "GRANITE" TO QD-QuantityName
               MOVE SN-PriorGranite TO QD-OldQuantity
               MOVE SN-LatestGranite TO QD-NewQuantity
               COMPUTE DeltaQuantity =
                   SN-LatestGranite - SN-PriorGranite
               MOVE DeltaQuantity TO QD-Delta
               MOVE QuantityDriftLine TO ReportRecord
               PERFORM WriteReportLine
           END-IF

           IF SN-LatestLabor NOT = SN-PriorLabor
               MOVE "LABOR" TO QD-QuantityName
               MOVE SN-PriorLabor TO QD-OldQuantity
               MOVE SN-LatestLabor TO QD-NewQuantity
               COMPUTE DeltaQuantity =
                   SN-LatestLabor - SN-PriorLabor
               MOVE DeltaQuantity TO QD-Delta
               MOVE QuantityDriftLine TO ReportRecord
               PERFORM WriteReportLine
