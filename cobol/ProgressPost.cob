       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgressPost.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProgressTransactionFile ASSIGN TO "PROGTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TransactionFileStatus.

           SELECT PyramidProjectsFile ASSIGN TO "PYRPROJ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-ProjectId.

           SELECT SiteProgressFile ASSIGN TO "PROGRESS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-ProgressKey
               FILE STATUS IS ProgressFileStatus.

           SELECT SuspenseFile ASSIGN TO "PROGSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ReportFile ASSIGN TO "PROGEDIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ProgressTransactionFile.
       01  ProgressTransactionRecord.
           05  TX-ProgressData.
               10  TX-ProjectId PIC X(6).
               10  TX-Period PIC X(6).
               10  TX-CoursesLaid PIC X(3).
               10  TX-BlocksSet PIC X(7).
           05  FILLER PIC X(58).

       FD  PyramidProjectsFile.
       01  PyramidProjectRecord.
           05  PP-ProjectId PIC X(6).
           05  PP-PyramidSize PIC 9(3).
           05  PP-PyramidType PIC X(4).
           05  PP-DateNeeded PIC 9(8).
           05  PP-SiteCity PIC X(10).
           05  PP-Status PIC X(9).

       FD  SiteProgressFile.
       01  SiteProgressRecord.
           05  PG-ProgressKey.
               10  PG-ProjectId PIC X(6).
               10  PG-YearMonth PIC 9(6).
           05  PG-CoursesLaid PIC 9(3).
           05  PG-BlocksSet PIC 9(7).
           05  PG-PostedDate PIC 9(8).

       FD  SuspenseFile.
       01  SuspenseRecord.
           05  SU-ProgressData PIC X(22).
           05  SU-RejectCode PIC X(4).
           05  SU-RejectDate PIC 9(8).

       FD  ReportFile.
       01  ReportRecord PIC X(80).

       WORKING-STORAGE SECTION.
       01  TransactionFileStatus PIC X(02).
       01  ProgressFileStatus PIC X(02).

       01  ProgressSwitches.
           05  EndOfTransactionsFlag PIC X(01) VALUE "N".
               88  EndOfTransactions VALUE "Y".
           05  EntryFoundFlag PIC X(01) VALUE "N".
               88  EntryFound VALUE "Y".
           05  PeriodValidFlag PIC X(01) VALUE "N".
               88  PeriodIsValid VALUE "Y".

       01  RunDate PIC 9(8).
       01  RunDateParts REDEFINES RunDate.
           05  RunYearMonth PIC 9(6).
           05  RunDay PIC 9(2).

       01  ProgressWork.
           05  EnteredPeriod PIC 9(6).
           05  EnteredPeriodParts REDEFINES EnteredPeriod.
               10  EnteredYear PIC 9(4).
               10  EnteredMonth PIC 9(2).
           05  EnteredCourses PIC 9(3).
           05  EnteredBlocks PIC 9(7).
           05  TransactionErrorCount PIC 9(2).
           05  FirstRejectCode PIC X(4).
           05  RejectCode PIC X(4).
           05  RejectText PIC X(40).

       01  ProgressTotals.
           05  TransactionsRead PIC 9(5) VALUE 0.
           05  TransactionsAccepted PIC 9(5) VALUE 0.
           05  TransactionsRejected PIC 9(5) VALUE 0.
           05  CoursesAccepted PIC 9(7) VALUE 0.
           05  BlocksAccepted PIC 9(9) VALUE 0.

       01  ReportWork.
           05  PageNumber PIC 9(3) VALUE 0.
           05  LineCount PIC 9(2) VALUE 99.
           05  PageLineLimit PIC 9(2) VALUE 55.

       01  HeadingLine1.
           05  FILLER PIC X(34)
               VALUE "SITE PROGRESS EDIT/REJECT LIST    ".
           05  FILLER PIC X(9) VALUE "RUN DATE ".
           05  HD-RunDate PIC 9(8).
           05  FILLER PIC X(17) VALUE SPACES.
           05  FILLER PIC X(5) VALUE "PAGE ".
           05  HD-PageNumber PIC ZZ9.

       01  HeadingLine2.
           05  FILLER PIC X(76) VALUE ALL "=".

       01  ColumnHeadingLine.
           05  FILLER PIC X(9) VALUE " PROJECT ".
           05  FILLER PIC X(8) VALUE "PERIOD  ".
           05  FILLER PIC X(8) VALUE "COURSES ".
           05  FILLER PIC X(10) VALUE "BLOCKS SET".

       01  ProgressDetailLine.
           05  FILLER PIC X(1) VALUE SPACE.
           05  PD-ProjectId PIC X(6).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PD-Period PIC X(6).
           05  FILLER PIC X(4) VALUE SPACES.
           05  PD-CoursesLaid PIC X(3).
           05  FILLER PIC X(3) VALUE SPACES.
           05  PD-BlocksSet PIC X(7).

       01  RejectDetailLine.
           05  FILLER PIC X(5) VALUE SPACES.
           05  FILLER PIC X(3) VALUE "** ".
           05  RD-RejectCode PIC X(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RD-RejectText PIC X(40).

       01  SectionTitleLine.
           05  FILLER PIC X(1) VALUE SPACE.
           05  ST-Title PIC X(40).

       01  TotalLine.
           05  FILLER PIC X(3) VALUE SPACES.
           05  TL-TotalName PIC X(24).
           05  TL-TotalCount PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT RunDate FROM DATE YYYYMMDD

           OPEN INPUT PyramidProjectsFile
           OPEN OUTPUT SuspenseFile
           OPEN OUTPUT ReportFile

           OPEN I-O SiteProgressFile
           IF ProgressFileStatus NOT = "00"
               OPEN OUTPUT SiteProgressFile
               CLOSE SiteProgressFile
               OPEN I-O SiteProgressFile
           END-IF

           MOVE "REJECTED PROGRESS REPORTS" TO ST-Title
           PERFORM PrintSectionTitle
           MOVE ColumnHeadingLine TO ReportRecord
           PERFORM WriteReportLine

           OPEN INPUT ProgressTransactionFile

           IF TransactionFileStatus = "00"
               PERFORM ReadNextTransaction
               PERFORM EditTransaction UNTIL EndOfTransactions
               CLOSE ProgressTransactionFile
           END-IF

           PERFORM PrintProgressTotals

           CLOSE PyramidProjectsFile
           CLOSE SiteProgressFile
           CLOSE SuspenseFile
           CLOSE ReportFile

           DISPLAY "Progress reports read: ", TransactionsRead
           DISPLAY "Progress reports posted: ", TransactionsAccepted
           DISPLAY "Progress reports rejected: ",
               TransactionsRejected

           IF TransactionsRejected > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       ReadNextTransaction.
           READ ProgressTransactionFile
               AT END SET EndOfTransactions TO TRUE
           END-READ
           EXIT.

       EditTransaction.
           ADD 1 TO TransactionsRead
           MOVE 0 TO TransactionErrorCount
           MOVE SPACES TO FirstRejectCode

           PERFORM EditProject
           PERFORM EditPeriod
           PERFORM EditQuantities

           IF TransactionErrorCount = 0
               PERFORM PostProgress
           ELSE
               PERFORM WriteSuspense
           END-IF

           PERFORM ReadNextTransaction
           EXIT.

       EditProject.
           MOVE "N" TO EntryFoundFlag

           MOVE TX-ProjectId TO PP-ProjectId
           READ PyramidProjectsFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET EntryFound TO TRUE
           END-READ

           IF NOT EntryFound
               MOVE "PJNF" TO RejectCode
               MOVE "PROJECT NOT ON PROJECT FILE" TO RejectText
               PERFORM RecordReject
           ELSE
               IF PP-Status NOT = "ACTIVE"
                   MOVE "PJNA" TO RejectCode
                   MOVE "PROJECT IS NOT ACTIVE" TO RejectText
                   PERFORM RecordReject
               END-IF
           END-IF
           EXIT.

       EditPeriod.
           MOVE "N" TO PeriodValidFlag
           MOVE 0 TO EnteredPeriod

           IF TX-Period IS NUMERIC
               MOVE TX-Period TO EnteredPeriod
               IF EnteredMonth >= 1 AND EnteredMonth <= 12
                   AND EnteredYear > 0
                   SET PeriodIsValid TO TRUE
               END-IF
           END-IF

           IF NOT PeriodIsValid
               MOVE "PDBD" TO RejectCode
               MOVE "PERIOD IS NOT A VALID YYYYMM" TO RejectText
               PERFORM RecordReject
           ELSE
               IF EnteredPeriod > RunYearMonth
                   MOVE "PDFT" TO RejectCode
                   MOVE "PERIOD IS AFTER THE RUN MONTH" TO RejectText
                   PERFORM RecordReject
               ELSE
                   PERFORM FindReportedPeriod
                   IF EntryFound
                       MOVE "PDDP" TO RejectCode
                       MOVE "PERIOD ALREADY REPORTED FOR PROJECT"
                           TO RejectText
                       PERFORM RecordReject
                   END-IF
               END-IF
           END-IF
           EXIT.

       FindReportedPeriod.
           MOVE "N" TO EntryFoundFlag

           MOVE TX-ProjectId TO PG-ProjectId
           MOVE EnteredPeriod TO PG-YearMonth
           READ SiteProgressFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET EntryFound TO TRUE
           END-READ
           EXIT.

       EditQuantities.
           MOVE 0 TO EnteredCourses
           MOVE 0 TO EnteredBlocks

           IF TX-CoursesLaid IS NOT NUMERIC
               MOVE "CLBD" TO RejectCode
               MOVE "COURSES LAID IS NOT NUMERIC" TO RejectText
               PERFORM RecordReject
           ELSE
               MOVE TX-CoursesLaid TO EnteredCourses
           END-IF

           IF TX-BlocksSet IS NOT NUMERIC
               MOVE "BSBD" TO RejectCode
               MOVE "BLOCKS SET IS NOT NUMERIC" TO RejectText
               PERFORM RecordReject
           ELSE
               MOVE TX-BlocksSet TO EnteredBlocks
           END-IF
           EXIT.

       RecordReject.
           ADD 1 TO TransactionErrorCount

           IF TransactionErrorCount = 1
               MOVE RejectCode TO FirstRejectCode
               PERFORM PrintRejectedReport
           END-IF

           MOVE RejectCode TO RD-RejectCode
           MOVE RejectText TO RD-RejectText
           MOVE RejectDetailLine TO ReportRecord
           PERFORM WriteReportLine
           EXIT.

       PrintRejectedReport.
           MOVE TX-ProjectId TO PD-ProjectId
           MOVE TX-Period TO PD-Period
           MOVE TX-CoursesLaid TO PD-CoursesLaid
           MOVE TX-BlocksSet TO PD-BlocksSet

           MOVE SPACES TO ReportRecord
           PERFORM WriteReportLine
           MOVE ProgressDetailLine TO ReportRecord
           PERFORM WriteReportLine
           EXIT.

       PostProgress.
           MOVE TX-ProjectId TO PG-ProjectId
           MOVE EnteredPeriod TO PG-YearMonth
           MOVE EnteredCourses TO PG-CoursesLaid
           MOVE EnteredBlocks TO PG-BlocksSet
           MOVE RunDate TO PG-PostedDate

           WRITE SiteProgressRecord
               INVALID KEY
                   DISPLAY "Duplicate progress period for ",
                       PG-ProjectId, " ", PG-YearMonth
                   MOVE "PDDP" TO RejectCode
                   MOVE "PERIOD ALREADY REPORTED FOR PROJECT"
                       TO RejectText
                   PERFORM RecordReject
                   PERFORM WriteSuspense
               NOT INVALID KEY
                   ADD 1 TO TransactionsAccepted
                   ADD EnteredCourses TO CoursesAccepted
                   ADD EnteredBlocks TO BlocksAccepted
           END-WRITE
           EXIT.

       WriteSuspense.
           ADD 1 TO TransactionsRejected

           MOVE TX-ProgressData TO SU-ProgressData
           MOVE FirstRejectCode TO SU-RejectCode
           MOVE RunDate TO SU-RejectDate

           WRITE SuspenseRecord
           EXIT.

       PrintProgressTotals.
           IF TransactionsRejected = 0
               MOVE "NO PROGRESS REPORTS REJECTED" TO ST-Title
               PERFORM PrintSectionTitle
           END-IF

           MOVE "PROGRESS TOTALS" TO ST-Title
           PERFORM PrintSectionTitle

           MOVE "REPORTS READ" TO TL-TotalName
           MOVE TransactionsRead TO TL-TotalCount
           MOVE TotalLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE "REPORTS POSTED" TO TL-TotalName
           MOVE TransactionsAccepted TO TL-TotalCount
           MOVE TotalLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE "REPORTS TO SUSPENSE" TO TL-TotalName
           MOVE TransactionsRejected TO TL-TotalCount
           MOVE TotalLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE "COURSES POSTED" TO TL-TotalName
           MOVE CoursesAccepted TO TL-TotalCount
           MOVE TotalLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE "BLOCKS POSTED" TO TL-TotalName
           MOVE BlocksAccepted TO TL-TotalCount
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

       END PROGRAM ProgressPost.
