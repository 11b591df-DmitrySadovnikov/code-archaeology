       IDENTIFICATION DIVISION.
       PROGRAM-ID. TreasuryAck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TreasurySentFile ASSIGN TO "TRSYSENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TreasurySentFileStatus.

           SELECT TreasuryAckFile ASSIGN TO "TRSYACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TreasuryAckFileStatus.

           SELECT ReportFile ASSIGN TO "TRSYACK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TreasurySentFile.
           COPY TRSYSENT.

       FD  TreasuryAckFile.
           COPY TRSYACK.

       FD  ReportFile.
       01  ReportRecord PIC X(80).

       WORKING-STORAGE SECTION.
       01  TreasurySentFileStatus PIC X(02).
       01  TreasuryAckFileStatus PIC X(02).

       01  AckSwitches.
           05  EndOfSentFlag PIC X(01) VALUE "N".
               88  EndOfSent VALUE "Y".
           05  EndOfAcksFlag PIC X(01) VALUE "N".
               88  EndOfAcks VALUE "Y".

       01  RunDate PIC 9(8).

       01  PeriodCount PIC 9(3) VALUE 0.
       01  PeriodNumber PIC 9(3).
       01  FoundPeriodNumber PIC 9(3).
       01  PeriodTable.
           05  PeriodEntry OCCURS 120 TIMES.
               10  PT-Period PIC 9(6).
               10  PT-SentDate PIC 9(8).
               10  PT-RecordCount PIC 9(7).
               10  PT-CostHash PIC 9(15)V99.
               10  PT-Reply PIC X(8).
                   88  PT-ReplyAccepted VALUE "ACCEPTED".
               10  PT-ReplyDate PIC 9(8).
               10  PT-Reason PIC X(30).

       01  AckCounts.
           05  AcksRead PIC 9(5) VALUE 0.
           05  PeriodsAccepted PIC 9(5) VALUE 0.
           05  PeriodsNotAccepted PIC 9(5) VALUE 0.
           05  UnmatchedAcks PIC 9(5) VALUE 0.

       01  ReportControl.
           05  PageNumber PIC 9(3) VALUE 0.
           05  LineCount PIC 9(2) VALUE 99.
           05  PageLineLimit PIC 9(2) VALUE 55.

       01  HeadingLine1.
           05  FILLER PIC X(34)
               VALUE "TREASURY ACKNOWLEDGEMENT REPORT   ".
           05  FILLER PIC X(9) VALUE "RUN DATE ".
           05  HD-RunDate PIC 9(8).
           05  FILLER PIC X(17) VALUE SPACES.
           05  FILLER PIC X(5) VALUE "PAGE ".
           05  HD-PageNumber PIC ZZ9.

       01  HeadingLine2.
           05  FILLER PIC X(76) VALUE ALL "=".

       01  SectionTitleLine.
           05  FILLER PIC X(1) VALUE SPACE.
           05  ST-Title PIC X(40).

       01  PeriodHeadingLine.
           05  FILLER PIC X(40)
               VALUE " PERIOD  SENT ON     RECORDS        AMOU".
           05  FILLER PIC X(36)
               VALUE "NT HASH  REPLY     REPLY ON         ".

       01  PeriodDetailLine.
           05  FILLER PIC X(1) VALUE SPACE.
           05  PD-Period PIC 9(6).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PD-SentDate PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PD-RecordCount PIC Z,ZZZ,ZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  PD-CostHash PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  PD-Reply PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PD-ReplyDate PIC 9(8).

       01  NotAcceptedHeadingLine.
           05  FILLER PIC X(40)
               VALUE " PERIOD  REPLY     REASON               ".

       01  NotAcceptedDetailLine.
           05  FILLER PIC X(1) VALUE SPACE.
           05  NA-Period PIC 9(6).
           05  FILLER PIC X(2) VALUE SPACES.
           05  NA-Reply PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  NA-Reason PIC X(30).

       01  UnmatchedHeadingLine.
           05  FILLER PIC X(40)
               VALUE " PERIOD  REPLY     REPLY ON  REASON     ".

       01  UnmatchedDetailLine.
           05  FILLER PIC X(1) VALUE SPACE.
           05  UM-Period PIC 9(6).
           05  FILLER PIC X(2) VALUE SPACES.
           05  UM-Reply PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  UM-ReplyDate PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  UM-Reason PIC X(30).

       01  TotalLine.
           05  FILLER PIC X(1) VALUE SPACE.
           05  TL-TotalName PIC X(24).
           05  TL-TotalCount PIC ZZ,ZZZ,ZZ9.

       01  NoneDetailLine.
           05  FILLER PIC X(1) VALUE SPACE.
           05  FILLER PIC X(6) VALUE "(NONE)".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT RunDate FROM DATE YYYYMMDD

           OPEN INPUT TreasurySentFile

           IF TreasurySentFileStatus = "00"
               PERFORM LoadSentPeriods
               CLOSE TreasurySentFile
               PERFORM ReportAcknowledgements
           ELSE
               DISPLAY "No TRSYSENT.DAT, no treasury extract has been "
                   "sent"
               MOVE 16 TO RETURN-CODE
           END-IF

           STOP RUN.

       LoadSentPeriods.
           PERFORM ReadNextSent
           PERFORM StoreSentPeriod UNTIL EndOfSent
           EXIT.

       ReadNextSent.
           READ TreasurySentFile
               AT END SET EndOfSent TO TRUE
           END-READ
           EXIT.

       StoreSentPeriod.
           MOVE 0 TO FoundPeriodNumber
           PERFORM FindSentPeriod
               VARYING PeriodNumber FROM 1 BY 1
               UNTIL PeriodNumber > PeriodCount

           IF FoundPeriodNumber = 0
               IF PeriodCount < 120
                   ADD 1 TO PeriodCount
                   MOVE PeriodCount TO FoundPeriodNumber
               ELSE
                   DISPLAY "Period table full, period not checked: ",
                       TS-Period
               END-IF
           END-IF

           IF FoundPeriodNumber > 0
               MOVE TS-Period TO PT-Period(FoundPeriodNumber)
               MOVE TS-RunDate TO PT-SentDate(FoundPeriodNumber)
               MOVE TS-RecordCount TO PT-RecordCount(FoundPeriodNumber)
               MOVE TS-CostHash TO PT-CostHash(FoundPeriodNumber)
               MOVE "NO REPLY" TO PT-Reply(FoundPeriodNumber)
               MOVE 0 TO PT-ReplyDate(FoundPeriodNumber)
               MOVE "NO ACKNOWLEDGEMENT RECEIVED"
                   TO PT-Reason(FoundPeriodNumber)
           END-IF

           PERFORM ReadNextSent
           EXIT.

       FindSentPeriod.
           IF PT-Period(PeriodNumber) = TS-Period
               MOVE PeriodNumber TO FoundPeriodNumber
           END-IF
           EXIT.

       ReportAcknowledgements.
           OPEN OUTPUT ReportFile

           OPEN INPUT TreasuryAckFile
           IF TreasuryAckFileStatus = "00"
               PERFORM ReadNextAck
               PERFORM ApplyAck UNTIL EndOfAcks
               CLOSE TreasuryAckFile
           ELSE
               DISPLAY "No TRSYACK.DAT, no treasury replies received"
           END-IF

           MOVE "PERIODS SENT AND TREASURY REPLY" TO ST-Title
           PERFORM PrintSectionTitle
           MOVE PeriodHeadingLine TO ReportRecord
           PERFORM WriteReportLine

           PERFORM PrintSentPeriod
               VARYING PeriodNumber FROM 1 BY 1
               UNTIL PeriodNumber > PeriodCount

           IF PeriodCount = 0
               MOVE NoneDetailLine TO ReportRecord
               PERFORM WriteReportLine
           END-IF

           MOVE "PERIODS NOT ACCEPTED BY TREASURY" TO ST-Title
           PERFORM PrintSectionTitle
           MOVE NotAcceptedHeadingLine TO ReportRecord
           PERFORM WriteReportLine

           PERFORM PrintNotAcceptedPeriod
               VARYING PeriodNumber FROM 1 BY 1
               UNTIL PeriodNumber > PeriodCount

           IF PeriodsNotAccepted = 0
               MOVE NoneDetailLine TO ReportRecord
               PERFORM WriteReportLine
           END-IF

           MOVE "REPLIES FOR PERIODS NOT SENT" TO ST-Title
           PERFORM PrintSectionTitle
           MOVE UnmatchedHeadingLine TO ReportRecord
           PERFORM WriteReportLine

           IF UnmatchedAcks > 0
               MOVE "N" TO EndOfAcksFlag
               OPEN INPUT TreasuryAckFile
               PERFORM ReadNextAck
               PERFORM ListUnmatchedAck UNTIL EndOfAcks
               CLOSE TreasuryAckFile
           ELSE
               MOVE NoneDetailLine TO ReportRecord
               PERFORM WriteReportLine
           END-IF

           PERFORM PrintAckCounts

           CLOSE ReportFile

           DISPLAY "Periods sent: ", PeriodCount
           DISPLAY "Periods accepted: ", PeriodsAccepted
           DISPLAY "Periods not accepted: ", PeriodsNotAccepted

           IF PeriodsNotAccepted > 0 OR UnmatchedAcks > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           EXIT.

       ReadNextAck.
           READ TreasuryAckFile
               AT END SET EndOfAcks TO TRUE
           END-READ
           EXIT.

       ApplyAck.
           ADD 1 TO AcksRead

           MOVE 0 TO FoundPeriodNumber
           PERFORM FindAckPeriod
               VARYING PeriodNumber FROM 1 BY 1
               UNTIL PeriodNumber > PeriodCount

           IF FoundPeriodNumber = 0
               ADD 1 TO UnmatchedAcks
           ELSE
               IF TA-AckDate NOT < PT-SentDate(FoundPeriodNumber)
                   PERFORM MatchAckToPeriod
               END-IF
           END-IF

           PERFORM ReadNextAck
           EXIT.

       FindAckPeriod.
           IF PT-Period(PeriodNumber) = TA-Period
               MOVE PeriodNumber TO FoundPeriodNumber
           END-IF
           EXIT.

       MatchAckToPeriod.
           MOVE TA-AckDate TO PT-ReplyDate(FoundPeriodNumber)

           IF TA-PeriodAccepted
               IF TA-RecordCount = PT-RecordCount(FoundPeriodNumber)
                   AND TA-CostHash = PT-CostHash(FoundPeriodNumber)
                   MOVE "ACCEPTED" TO PT-Reply(FoundPeriodNumber)
                   MOVE SPACES TO PT-Reason(FoundPeriodNumber)
               ELSE
                   MOVE "DIFFERS" TO PT-Reply(FoundPeriodNumber)
                   MOVE "RECORD COUNT OR HASH DIFFERS"
                       TO PT-Reason(FoundPeriodNumber)
               END-IF
           ELSE
               IF TA-PeriodRejected
                   MOVE "REJECTED" TO PT-Reply(FoundPeriodNumber)
               ELSE
                   MOVE "UNKNOWN" TO PT-Reply(FoundPeriodNumber)
               END-IF
               MOVE TA-Reason TO PT-Reason(FoundPeriodNumber)
           END-IF
           EXIT.

       ListUnmatchedAck.
           MOVE 0 TO FoundPeriodNumber
           PERFORM FindAckPeriod
               VARYING PeriodNumber FROM 1 BY 1
               UNTIL PeriodNumber > PeriodCount

           IF FoundPeriodNumber = 0
               MOVE TA-Period TO UM-Period
               MOVE TA-Status TO UM-Reply
               MOVE TA-AckDate TO UM-ReplyDate
               MOVE TA-Reason TO UM-Reason
               MOVE UnmatchedDetailLine TO ReportRecord
               PERFORM WriteReportLine
           END-IF

           PERFORM ReadNextAck
           EXIT.

       PrintSentPeriod.
           IF PT-ReplyAccepted(PeriodNumber)
               ADD 1 TO PeriodsAccepted
           ELSE
               ADD 1 TO PeriodsNotAccepted
           END-IF

           MOVE PT-Period(PeriodNumber) TO PD-Period
           MOVE PT-SentDate(PeriodNumber) TO PD-SentDate
           MOVE PT-RecordCount(PeriodNumber) TO PD-RecordCount
           MOVE PT-CostHash(PeriodNumber) TO PD-CostHash
           MOVE PT-Reply(PeriodNumber) TO PD-Reply
           MOVE PT-ReplyDate(PeriodNumber) TO PD-ReplyDate
           MOVE PeriodDetailLine TO ReportRecord
           PERFORM WriteReportLine
           EXIT.

       PrintNotAcceptedPeriod.
           IF NOT PT-ReplyAccepted(PeriodNumber)
               MOVE PT-Period(PeriodNumber) TO NA-Period
               MOVE PT-Reply(PeriodNumber) TO NA-Reply
               MOVE PT-Reason(PeriodNumber) TO NA-Reason
               MOVE NotAcceptedDetailLine TO ReportRecord
               PERFORM WriteReportLine
           END-IF
           EXIT.

       PrintAckCounts.
           MOVE "ACKNOWLEDGEMENT TOTALS" TO ST-Title
           PERFORM PrintSectionTitle

           MOVE "REPLIES READ" TO TL-TotalName
           MOVE AcksRead TO TL-TotalCount
           MOVE TotalLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE "PERIODS SENT" TO TL-TotalName
           MOVE PeriodCount TO TL-TotalCount
           MOVE TotalLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE "PERIODS ACCEPTED" TO TL-TotalName
           MOVE PeriodsAccepted TO TL-TotalCount
           MOVE TotalLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE "PERIODS NOT ACCEPTED" TO TL-TotalName
           MOVE PeriodsNotAccepted TO TL-TotalCount
           MOVE TotalLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE "REPLIES NOT MATCHED" TO TL-TotalName
           MOVE UnmatchedAcks TO TL-TotalCount
           MOVE TotalLine TO ReportRecord
           PERFORM WriteReportLine
           EXIT.

       PrintReportHeading.
           ADD 1 TO PageNumber
           MOVE RunDate TO HD-RunDate
           MOVE PageNumber TO HD-PageNumber

           MOVE HeadingLine1 TO ReportRecord
           WRITE ReportRecord
           MOVE HeadingLine2 TO ReportRecord
           WRITE ReportRecord
           MOVE SPACES TO ReportRecord
           WRITE ReportRecord

           MOVE 3 TO LineCount
           EXIT.

       WriteReportLine.
           IF LineCount > PageLineLimit
               PERFORM PrintReportHeading
           END-IF

           WRITE ReportRecord
           ADD 1 TO LineCount
           EXIT.

       PrintSectionTitle.
           MOVE SPACES TO ReportRecord
           PERFORM WriteReportLine
           MOVE SectionTitleLine TO ReportRecord
           PERFORM WriteReportLine
           MOVE SPACES TO ReportRecord
           PERFORM WriteReportLine
           EXIT.

       END PROGRAM TreasuryAck.
