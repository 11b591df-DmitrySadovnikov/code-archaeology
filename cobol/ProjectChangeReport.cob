       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProjectChangeReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProjectJournalFile ASSIGN TO "PYRJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JournalFileStatus.

           SELECT ReportFile ASSIGN TO "PYRCHG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ProjectJournalFile.
           COPY PROJJRNL.

       FD  ReportFile.
       01  ReportRecord PIC X(80).

       WORKING-STORAGE SECTION.
       01  JournalFileStatus PIC X(02).

       01  ChangeSwitches.
           05  EndOfJournalFlag PIC X(01) VALUE "N".
               88  EndOfJournal VALUE "Y".
           05  JournalDateValidFlag PIC X(01) VALUE "N".
               88  JournalDateValid VALUE "Y".
           05  ReasonFoundFlag PIC X(01) VALUE "N".
               88  ReasonFound VALUE "Y".

           COPY REASONCD.

       01  RunDate PIC 9(8).
       01  JournalDateAnswer PIC X(8).
       01  ReportDate PIC 9(8).

       01  JournalTime PIC 9(8).
       01  JournalTimeParts REDEFINES JournalTime.
           05  JournalHour PIC 9(2).
           05  JournalMinute PIC 9(2).
           05  JournalSecond PIC 9(2).
           05  JournalHundredths PIC 9(2).

       01  ChangeTotals.
           05  EntriesRead PIC 9(5) VALUE 0.
           05  EntriesReported PIC 9(5) VALUE 0.
           05  AddCount PIC 9(5) VALUE 0.
           05  ChangeCount PIC 9(5) VALUE 0.
           05  StatusChangeCount PIC 9(5) VALUE 0.
           05  DeleteCount PIC 9(5) VALUE 0.

       01  ReportWork.
           05  PageNumber PIC 9(3) VALUE 0.
           05  LineCount PIC 9(2) VALUE 99.
           05  PageLineLimit PIC 9(2) VALUE 55.

       01  HeadingLine1.
           05  FILLER PIC X(34)
               VALUE "PROJECT MASTER CHANGE REPORT      ".
           05  FILLER PIC X(9) VALUE "RUN DATE ".
           05  HD-RunDate PIC 9(8).
           05  FILLER PIC X(17) VALUE SPACES.
           05  FILLER PIC X(5) VALUE "PAGE ".
           05  HD-PageNumber PIC ZZ9.

       01  HeadingLine2.
           05  FILLER PIC X(76) VALUE ALL "=".

       01  HeadingLine3.
           05  FILLER PIC X(22) VALUE " CHANGES JOURNALLED ON".
           05  FILLER PIC X(1) VALUE SPACE.
           05  HD-ReportDate PIC 9(8).

       01  EntryHeadingLine.
           05  FILLER PIC X(9) VALUE " PROJECT ".
           05  EH-ProjectId PIC X(6).
           05  FILLER PIC X(2) VALUE SPACES.
           05  EH-ActionText PIC X(14).
           05  FILLER PIC X(8) VALUE " REASON ".
           05  EH-ReasonCode PIC X(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  EH-ReasonText PIC X(20).

       01  EntryAuditLine.
           05  FILLER PIC X(12) VALUE "   OPERATOR ".
           05  EA-OperatorId PIC X(8).
           05  FILLER PIC X(10) VALUE "  PROGRAM ".
           05  EA-ProgramName PIC X(16).
           05  FILLER PIC X(7) VALUE "  TIME ".
           05  EA-Hour PIC 9(2).
           05  FILLER PIC X(1) VALUE ":".
           05  EA-Minute PIC 9(2).
           05  FILLER PIC X(1) VALUE ":".
           05  EA-Second PIC 9(2).

       01  FieldHeadingLine.
           05  FILLER PIC X(3) VALUE SPACES.
           05  FILLER PIC X(14) VALUE "FIELD".
           05  FILLER PIC X(12) VALUE "BEFORE".
           05  FILLER PIC X(12) VALUE "AFTER".

       01  FieldDetailLine.
           05  FILLER PIC X(3) VALUE SPACES.
           05  FD-FieldName PIC X(14).
           05  FD-BeforeValue PIC X(10).
           05  FILLER PIC X(2) VALUE SPACES.
           05  FD-AfterValue PIC X(10).
           05  FILLER PIC X(2) VALUE SPACES.
           05  FD-ChangedFlag PIC X(11).

       01  SectionTitleLine.
           05  FILLER PIC X(1) VALUE SPACE.
           05  ST-Title PIC X(40).

       01  NoChangesLine.
           05  FILLER PIC X(3) VALUE SPACES.
           05  FILLER PIC X(40)
               VALUE "NO PROJECT MASTER CHANGES JOURNALLED".

       01  TotalLine.
           05  FILLER PIC X(3) VALUE SPACES.
           05  TL-TotalName PIC X(24).
           05  TL-TotalCount PIC ZZZ,ZZ9.

       01  SignOffLine1.
           05  FILLER PIC X(3) VALUE SPACES.
           05  FILLER PIC X(21) VALUE "REVIEWED BY OVERSEER ".
           05  FILLER PIC X(24) VALUE ALL "_".
           05  FILLER PIC X(7) VALUE "  DATE ".
           05  FILLER PIC X(10) VALUE ALL "_".

       01  SignOffLine2.
           05  FILLER PIC X(3) VALUE SPACES.
           05  FILLER PIC X(37)
               VALUE "CHANGES APPROVED FOR NIGHTLY CHAIN   ".
           05  FILLER PIC X(15) VALUE "YES ___  NO ___".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT RunDate FROM DATE YYYYMMDD

           PERFORM AcceptJournalDate UNTIL JournalDateValid

           OPEN OUTPUT ReportFile

           OPEN INPUT ProjectJournalFile
           IF JournalFileStatus = "00"
               PERFORM ReadNextJournal
               PERFORM ReportJournalEntry UNTIL EndOfJournal
               CLOSE ProjectJournalFile
           END-IF

           IF EntriesReported = 0
               MOVE SPACES TO ReportRecord
               PERFORM WriteReportLine
               MOVE NoChangesLine TO ReportRecord
               PERFORM WriteReportLine
           END-IF

           PERFORM PrintChangeTotals
           PERFORM PrintSignOff

           CLOSE ReportFile

           DISPLAY "Journal entries read: ", EntriesRead
           DISPLAY "Master changes reported for ", ReportDate, ": ",
               EntriesReported

           STOP RUN.

       AcceptJournalDate.
           DISPLAY "Journal date (YYYYMMDD, blank for today): "
           ACCEPT JournalDateAnswer

           IF JournalDateAnswer = SPACES
               MOVE RunDate TO ReportDate
               SET JournalDateValid TO TRUE
           ELSE
               IF JournalDateAnswer IS NUMERIC
                   MOVE JournalDateAnswer TO ReportDate
                   SET JournalDateValid TO TRUE
               ELSE
                   DISPLAY "Journal date is not numeric: ",
                       JournalDateAnswer
               END-IF
           END-IF
           EXIT.

       ReadNextJournal.
           READ ProjectJournalFile
               AT END SET EndOfJournal TO TRUE
           END-READ
           EXIT.

       ReportJournalEntry.
           ADD 1 TO EntriesRead

           IF JR-JournalDate = ReportDate
               ADD 1 TO EntriesReported
               PERFORM CountJournalAction
               PERFORM PrintJournalEntry
           END-IF

           PERFORM ReadNextJournal
           EXIT.

       CountJournalAction.
           IF JR-ProjectAdded
               ADD 1 TO AddCount
               MOVE "ADDED" TO EH-ActionText
           ELSE
               IF JR-ProjectDeleted
                   ADD 1 TO DeleteCount
                   MOVE "DELETED" TO EH-ActionText
               ELSE
                   IF JR-StatusChanged
                       ADD 1 TO StatusChangeCount
                       MOVE "STATUS CHANGE" TO EH-ActionText
                   ELSE
                       ADD 1 TO ChangeCount
                       MOVE "CHANGED" TO EH-ActionText
                   END-IF
               END-IF
           END-IF
           EXIT.

       PrintJournalEntry.
           MOVE JR-ProjectId TO EH-ProjectId
           MOVE JR-ReasonCode TO EH-ReasonCode
           PERFORM FindReasonText

           MOVE JR-OperatorId TO EA-OperatorId
           MOVE JR-ProgramName TO EA-ProgramName
           MOVE JR-JournalTime TO JournalTime
           MOVE JournalHour TO EA-Hour
           MOVE JournalMinute TO EA-Minute
           MOVE JournalSecond TO EA-Second

           MOVE SPACES TO ReportRecord
           PERFORM WriteReportLine
           MOVE EntryHeadingLine TO ReportRecord
           PERFORM WriteReportLine
           MOVE EntryAuditLine TO ReportRecord
           PERFORM WriteReportLine
           MOVE FieldHeadingLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE "SIZE" TO FD-FieldName
           MOVE JR-BeforeSize TO FD-BeforeValue
           MOVE JR-AfterSize TO FD-AfterValue
           PERFORM PrintFieldDetail

           MOVE "TYPE" TO FD-FieldName
           MOVE JR-BeforeType TO FD-BeforeValue
           MOVE JR-AfterType TO FD-AfterValue
           PERFORM PrintFieldDetail

           MOVE "DATE NEEDED" TO FD-FieldName
           MOVE JR-BeforeDateNeeded TO FD-BeforeValue
           MOVE JR-AfterDateNeeded TO FD-AfterValue
           PERFORM PrintFieldDetail

           MOVE "SITE CITY" TO FD-FieldName
           MOVE JR-BeforeSiteCity TO FD-BeforeValue
           MOVE JR-AfterSiteCity TO FD-AfterValue
           PERFORM PrintFieldDetail

           MOVE "STATUS" TO FD-FieldName
           MOVE JR-BeforeStatus TO FD-BeforeValue
           MOVE JR-AfterStatus TO FD-AfterValue
           PERFORM PrintFieldDetail
           EXIT.

       PrintFieldDetail.
           IF (JR-ProjectChanged OR JR-StatusChanged)
               AND FD-BeforeValue NOT = FD-AfterValue
               MOVE "<< CHANGED" TO FD-ChangedFlag
           ELSE
               MOVE SPACES TO FD-ChangedFlag
           END-IF

           MOVE FieldDetailLine TO ReportRecord
           PERFORM WriteReportLine
           EXIT.

       FindReasonText.
           MOVE "N" TO ReasonFoundFlag
           MOVE "** UNKNOWN REASON **" TO EH-ReasonText

           PERFORM MatchReasonEntry
               VARYING ReasonIndex FROM 1 BY 1
               UNTIL ReasonIndex > 9 OR ReasonFound
           EXIT.

       MatchReasonEntry.
           IF CR-ReasonCode(ReasonIndex) = JR-ReasonCode
               MOVE CR-Description(ReasonIndex) TO EH-ReasonText
               SET ReasonFound TO TRUE
           END-IF
           EXIT.

       PrintReportHeading.
           ADD 1 TO PageNumber
           MOVE RunDate TO HD-RunDate
           MOVE PageNumber TO HD-PageNumber
           MOVE ReportDate TO HD-ReportDate

           MOVE HeadingLine1 TO ReportRecord
           WRITE ReportRecord
           MOVE HeadingLine2 TO ReportRecord
           WRITE ReportRecord
           MOVE HeadingLine3 TO ReportRecord
           WRITE ReportRecord
           MOVE SPACES TO ReportRecord
           WRITE ReportRecord

           MOVE 4 TO LineCount
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

       PrintChangeTotals.
           MOVE "CHANGE TOTALS" TO ST-Title
           PERFORM PrintSectionTitle

           MOVE "PROJECTS ADDED" TO TL-TotalName
           MOVE AddCount TO TL-TotalCount
           MOVE TotalLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE "PROJECTS CHANGED" TO TL-TotalName
           MOVE ChangeCount TO TL-TotalCount
           MOVE TotalLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE "STATUS CHANGES" TO TL-TotalName
           MOVE StatusChangeCount TO TL-TotalCount
           MOVE TotalLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE "PROJECTS DELETED" TO TL-TotalName
           MOVE DeleteCount TO TL-TotalCount
           MOVE TotalLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE "TOTAL MASTER CHANGES" TO TL-TotalName
           MOVE EntriesReported TO TL-TotalCount
           MOVE TotalLine TO ReportRecord
           PERFORM WriteReportLine
           EXIT.

       PrintSignOff.
           MOVE "OVERSEER SIGN-OFF" TO ST-Title
           PERFORM PrintSectionTitle

           MOVE SignOffLine1 TO ReportRecord
           PERFORM WriteReportLine
           MOVE SPACES TO ReportRecord
           PERFORM WriteReportLine
           MOVE SignOffLine2 TO ReportRecord
           PERFORM WriteReportLine
           EXIT.

       END PROGRAM ProjectChangeReport.
