       IDENTIFICATION DIVISION.
       PROGRAM-ID. ScheduleSlippage.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PyramidProjectsFile ASSIGN TO "PYRPROJ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-ProjectId.

           SELECT ResourceOutputFile ASSIGN TO "PYRRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-ProjectId.

           SELECT ScheduleFile ASSIGN TO "PYRSCHED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-ScheduleKey.

           SELECT PlanBaselineFile ASSIGN TO "PLANBASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-BaselineKey
               FILE STATUS IS BaselineFileStatus.

           SELECT SiteProgressFile ASSIGN TO "PROGRESS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-ProgressKey
               FILE STATUS IS ProgressFileStatus.

           SELECT ProgressSummaryFile ASSIGN TO "PROGSUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-ProjectId.

           SELECT ReportFile ASSIGN TO "SLIPPAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PyramidProjectsFile.
       01  PyramidProjectRecord.
           05  PP-ProjectId PIC X(6).
           05  PP-PyramidSize PIC 9(3).
           05  PP-PyramidType PIC X(4).
           05  PP-DateNeeded PIC 9(8).
           05  PP-SiteCity PIC X(10).
           05  PP-Status PIC X(9).

       FD  ResourceOutputFile.
           COPY RESOURCE.

       FD  ScheduleFile.
       01  ScheduleRecord.
           05  SC-ScheduleKey.
               10  SC-ProjectId PIC X(6).
               10  SC-YearMonth PIC 9(6).
           05  SC-Limestone PIC 9(7).
           05  SC-Granite PIC 9(7).
           05  SC-Headcount PIC 9(7).

       FD  PlanBaselineFile.
       01  PlanBaselineRecord.
           05  PB-BaselineKey.
               10  PB-ProjectId PIC X(6).
               10  PB-YearMonth PIC 9(6).
           05  PB-PlannedBlocks PIC 9(8).

       FD  SiteProgressFile.
       01  SiteProgressRecord.
           05  PG-ProgressKey.
               10  PG-ProjectId PIC X(6).
               10  PG-YearMonth PIC 9(6).
           05  PG-CoursesLaid PIC 9(3).
           05  PG-BlocksSet PIC 9(7).
           05  PG-PostedDate PIC 9(8).

       FD  ProgressSummaryFile.
       01  ProgressSummaryRecord.
           05  PS-ProjectId PIC X(6).
           05  PS-BlocksRequired PIC 9(8).
           05  PS-BlocksSet PIC 9(8).
           05  PS-CoursesLaid PIC 9(5).
           05  PS-PlannedToDate PIC 9(8).
           05  PS-PercentOfPlan PIC 9(3).
           05  PS-PercentComplete PIC 9(3).
           05  PS-NeededMonth PIC 9(6).
           05  PS-ProjectedMonth PIC 9(6).
           05  PS-Status PIC X(8).

       FD  ReportFile.
       01  ReportRecord PIC X(80).

       WORKING-STORAGE SECTION.
       01  BaselineFileStatus PIC X(02).
       01  ProgressFileStatus PIC X(02).

       01  SlippageSwitches.
           05  EndOfProjectsFlag PIC X(01) VALUE "N".
               88  EndOfProjects VALUE "Y".
           05  EndOfScheduleFlag PIC X(01) VALUE "N".
               88  EndOfSchedule VALUE "Y".
           05  EndOfBaselineFlag PIC X(01) VALUE "N".
               88  EndOfBaseline VALUE "Y".
           05  EndOfProgressFlag PIC X(01) VALUE "N".
               88  EndOfProgress VALUE "Y".
           05  EndOfSummaryFlag PIC X(01) VALUE "N".
               88  EndOfSummary VALUE "Y".
           05  ProgressOpenFlag PIC X(01) VALUE "N".
               88  ProgressOpen VALUE "Y".
           05  FreezeProjectFlag PIC X(01) VALUE "N".
               88  FreezeProject VALUE "Y".
           05  ExceptionsPassFlag PIC X(01).
               88  ExceptionsPass VALUE "Y".
           05  BehindFlag PIC X(01).
               88  ProjectIsBehind VALUE "Y".

       01  RunDate PIC 9(8).
       01  RunDateParts REDEFINES RunDate.
           05  RunYearMonth PIC 9(6).
           05  RunDay PIC 9(2).

       01  SlippageTolerance PIC 9(2) VALUE 5.

       01  BaselineAdded PIC 9(4) VALUE 0.
       01  ProjectsFrozen PIC 9(4) VALUE 0.
       01  FreezeProjectId PIC X(6) VALUE SPACES.

       01  SlippageWork.
           05  BlocksRequired PIC 9(8).
           05  BlocksSetToDate PIC 9(8).
           05  CoursesToDate PIC 9(5).
           05  PlannedToDate PIC 9(8).
           05  FirstProgressMonth PIC 9(6).
           05  LastProgressMonth PIC 9(6).
           05  PercentWork PIC 9(7).
           05  MonthsElapsed PIC 9(5).
           05  MonthlyRate PIC 9(8).
           05  BlocksRemaining PIC 9(8).
           05  MonthsToGo PIC 9(5).
           05  MonthsLate PIC 9(3).
           05  MonthIndex PIC 9(7).
           05  NeededIndex PIC 9(7).
           05  ProjectedIndex PIC 9(7).
           05  FirstIndex PIC 9(7).
           05  LastIndex PIC 9(7).
           05  MonthRemainder PIC 9(2).
           05  MonthToConvert PIC 9(6).
           05  MonthToConvertParts REDEFINES MonthToConvert.
               10  ConvertYear PIC 9(4).
               10  ConvertMonth PIC 9(2).
           05  NeededDate PIC 9(8).
           05  NeededDateParts REDEFINES NeededDate.
               10  NeededYearMonth PIC 9(6).
               10  NeededDay PIC 9(2).

       01  SlippageTotals.
           05  ProjectsReviewed PIC 9(5) VALUE 0.
           05  ProjectsBehind PIC 9(5) VALUE 0.
           05  ProjectsBuilt PIC 9(5) VALUE 0.

       01  ReportWork.
           05  PageNumber PIC 9(3) VALUE 0.
           05  LineCount PIC 9(2) VALUE 99.
           05  PageLineLimit PIC 9(2) VALUE 55.

       01  MonthDisplay.
           05  MD-Year PIC 9(4).
           05  FILLER PIC X(1) VALUE "-".
           05  MD-Month PIC 9(2).

       01  HeadingLine1.
           05  FILLER PIC X(34)
               VALUE "SITE SCHEDULE SLIPPAGE REPORT     ".
           05  FILLER PIC X(9) VALUE "RUN DATE ".
           05  HD-RunDate PIC 9(8).
           05  FILLER PIC X(17) VALUE SPACES.
           05  FILLER PIC X(5) VALUE "PAGE ".
           05  HD-PageNumber PIC ZZ9.

       01  HeadingLine2.
           05  FILLER PIC X(76) VALUE ALL "=".

       01  ProjectHeadingLine.
           05  FILLER PIC X(9) VALUE " PROJECT ".
           05  PH-ProjectId PIC X(6).
           05  FILLER PIC X(3) VALUE SPACES.
           05  PH-StatusFlag PIC X(26).

       01  BlocksDetailLine.
           05  FILLER PIC X(3) VALUE SPACES.
           05  FILLER PIC X(16) VALUE "BLOCKS REQUIRED ".
           05  BD-BlocksRequired PIC ZZ,ZZZ,ZZ9.
           05  FILLER PIC X(14) VALUE "  SET TO DATE ".
           05  BD-BlocksSet PIC ZZ,ZZZ,ZZ9.
           05  FILLER PIC X(10) VALUE "  COURSES ".
           05  BD-CoursesLaid PIC ZZ,ZZ9.

       01  PlanDetailLine.
           05  FILLER PIC X(3) VALUE SPACES.
           05  FILLER PIC X(16) VALUE "PLANNED TO DATE ".
           05  PD-PlannedToDate PIC ZZ,ZZZ,ZZ9.
           05  FILLER PIC X(15) VALUE "  PCT OF PLAN  ".
           05  PD-PercentOfPlan PIC ZZ9.
           05  FILLER PIC X(15) VALUE "  PCT COMPLETE ".
           05  PD-PercentComplete PIC ZZ9.

       01  CompletionDetailLine.
           05  FILLER PIC X(3) VALUE SPACES.
           05  FILLER PIC X(10) VALUE "NEEDED BY ".
           05  CD-NeededMonth PIC X(7).
           05  FILLER PIC X(12) VALUE "  PROJECTED ".
           05  CD-ProjectedMonth PIC X(7).
           05  FILLER PIC X(15) VALUE "  MONTHS LATE  ".
           05  CD-MonthsLate PIC ZZ9.

       01  SectionTitleLine.
           05  FILLER PIC X(1) VALUE SPACE.
           05  ST-Title PIC X(40).

       01  TotalLine.
           05  FILLER PIC X(3) VALUE SPACES.
           05  TL-TotalName PIC X(24).
           05  TL-TotalCount PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT RunDate FROM DATE YYYYMMDD

           PERFORM FreezeCurrentPlan

           OPEN INPUT PyramidProjectsFile
           OPEN INPUT ResourceOutputFile
           OPEN INPUT SiteProgressFile
           IF ProgressFileStatus = "00"
               SET ProgressOpen TO TRUE
           END-IF
           OPEN INPUT PlanBaselineFile
           OPEN OUTPUT ProgressSummaryFile

           PERFORM ReadNextProject

           PERFORM MeasureProject UNTIL EndOfProjects

           CLOSE PyramidProjectsFile
           CLOSE ResourceOutputFile
           IF ProgressOpen
               CLOSE SiteProgressFile
           END-IF
           CLOSE PlanBaselineFile
           CLOSE ProgressSummaryFile

           OPEN INPUT ProgressSummaryFile
           OPEN OUTPUT ReportFile

           MOVE "Y" TO ExceptionsPassFlag
           MOVE "PROJECTS BEHIND SCHEDULE" TO ST-Title
           PERFORM PrintSectionTitle
           PERFORM StartSummaryPass
           PERFORM PrintProjectSection UNTIL EndOfSummary

           MOVE "N" TO ExceptionsPassFlag
           MOVE "PROJECTS ON SCHEDULE" TO ST-Title
           PERFORM PrintSectionTitle
           PERFORM StartSummaryPass
           PERFORM PrintProjectSection UNTIL EndOfSummary

           PERFORM PrintSlippageTotals

           CLOSE ProgressSummaryFile
           CLOSE ReportFile

           DISPLAY "Projects reviewed: ", ProjectsReviewed
           DISPLAY "Projects behind schedule: ", ProjectsBehind
           DISPLAY "Projects added to baseline: ", ProjectsFrozen
           DISPLAY "Plan months added to baseline: ", BaselineAdded

           STOP RUN.

       ReadNextProject.
           READ PyramidProjectsFile NEXT RECORD
               AT END SET EndOfProjects TO TRUE
           END-READ
           EXIT.

       FreezeCurrentPlan.
           OPEN I-O PlanBaselineFile
           IF BaselineFileStatus NOT = "00"
               OPEN OUTPUT PlanBaselineFile
               CLOSE PlanBaselineFile
               OPEN I-O PlanBaselineFile
           END-IF

           OPEN INPUT ScheduleFile

           PERFORM ReadNextSchedule

           PERFORM CheckScheduleMonth UNTIL EndOfSchedule

           CLOSE ScheduleFile
           CLOSE PlanBaselineFile
           EXIT.

       ReadNextSchedule.
           READ ScheduleFile NEXT RECORD
               AT END SET EndOfSchedule TO TRUE
           END-READ
           EXIT.

       CheckScheduleMonth.
           IF SC-ProjectId NOT = FreezeProjectId
               MOVE SC-ProjectId TO FreezeProjectId
               PERFORM CheckProjectBaseline
           END-IF

           IF FreezeProject
               MOVE SC-ProjectId TO PB-ProjectId
               MOVE SC-YearMonth TO PB-YearMonth
               COMPUTE PB-PlannedBlocks = SC-Limestone + SC-Granite
               WRITE PlanBaselineRecord
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO BaselineAdded
               END-WRITE
           END-IF

           PERFORM ReadNextSchedule
           EXIT.

       CheckProjectBaseline.
           MOVE "Y" TO FreezeProjectFlag
           MOVE "N" TO EndOfBaselineFlag

           MOVE SC-ProjectId TO PB-ProjectId
           MOVE 0 TO PB-YearMonth
           START PlanBaselineFile KEY IS NOT LESS THAN PB-BaselineKey
               INVALID KEY SET EndOfBaseline TO TRUE
           END-START

           IF NOT EndOfBaseline
               PERFORM ReadNextBaseline
           END-IF
           IF NOT EndOfBaseline AND PB-ProjectId = SC-ProjectId
               MOVE "N" TO FreezeProjectFlag
           END-IF

           IF FreezeProject
               ADD 1 TO ProjectsFrozen
           END-IF
           EXIT.

       ReadNextBaseline.
           READ PlanBaselineFile NEXT RECORD
               AT END SET EndOfBaseline TO TRUE
           END-READ
           EXIT.

       ReadNextProgress.
           READ SiteProgressFile NEXT RECORD
               AT END SET EndOfProgress TO TRUE
           END-READ
           EXIT.

       MeasureProject.
           IF PP-Status = "ACTIVE"
               PERFORM MeasureActiveProject
           END-IF

           PERFORM ReadNextProject
           EXIT.

       MeasureActiveProject.
           ADD 1 TO ProjectsReviewed
           MOVE PP-ProjectId TO PS-ProjectId
           MOVE "N" TO BehindFlag

           MOVE 0 TO BlocksRequired
           MOVE PP-ProjectId TO RR-ProjectId
           READ ResourceOutputFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE BlocksRequired = RR-Limestone + RR-Granite
           END-READ

           MOVE 0 TO BlocksSetToDate
           MOVE 0 TO CoursesToDate
           MOVE 0 TO FirstProgressMonth
           MOVE 0 TO LastProgressMonth
           IF ProgressOpen
               PERFORM StartProjectProgress
               PERFORM AccumulateProgress
                   UNTIL EndOfProgress
                      OR PG-ProjectId NOT = PP-ProjectId
           END-IF

           MOVE 0 TO PlannedToDate
           PERFORM StartProjectBaseline
           PERFORM AccumulatePlan
               UNTIL EndOfBaseline
                  OR PB-ProjectId NOT = PP-ProjectId
                  OR PB-YearMonth > RunYearMonth

           PERFORM ComputePercentages
           PERFORM ProjectCompletion
           PERFORM SetSlippageStatus
           PERFORM WriteProgressSummary
           EXIT.

       StartProjectProgress.
           MOVE "N" TO EndOfProgressFlag

           MOVE PP-ProjectId TO PG-ProjectId
           MOVE 0 TO PG-YearMonth
           START SiteProgressFile KEY IS NOT LESS THAN PG-ProgressKey
               INVALID KEY SET EndOfProgress TO TRUE
           END-START

           IF NOT EndOfProgress
               PERFORM ReadNextProgress
           END-IF
           EXIT.

       AccumulateProgress.
           ADD PG-BlocksSet TO BlocksSetToDate
           ADD PG-CoursesLaid TO CoursesToDate
           IF FirstProgressMonth = 0
               MOVE PG-YearMonth TO FirstProgressMonth
           END-IF
           MOVE PG-YearMonth TO LastProgressMonth

           PERFORM ReadNextProgress
           EXIT.

       StartProjectBaseline.
           MOVE "N" TO EndOfBaselineFlag

           MOVE PP-ProjectId TO PB-ProjectId
           MOVE 0 TO PB-YearMonth
           START PlanBaselineFile KEY IS NOT LESS THAN PB-BaselineKey
               INVALID KEY SET EndOfBaseline TO TRUE
           END-START

           IF NOT EndOfBaseline
               PERFORM ReadNextBaseline
           END-IF
           EXIT.

       AccumulatePlan.
           ADD PB-PlannedBlocks TO PlannedToDate

           PERFORM ReadNextBaseline
           EXIT.

       ComputePercentages.
           IF PlannedToDate = 0
               MOVE 100 TO PercentWork
           ELSE
               COMPUTE PercentWork =
                   (BlocksSetToDate * 100) / PlannedToDate
           END-IF
           IF PercentWork > 999
               MOVE 999 TO PercentWork
           END-IF
           MOVE PercentWork TO PS-PercentOfPlan

           IF BlocksRequired = 0
               MOVE 0 TO PercentWork
           ELSE
               COMPUTE PercentWork =
                   (BlocksSetToDate * 100) / BlocksRequired
           END-IF
           IF PercentWork > 999
               MOVE 999 TO PercentWork
           END-IF
           MOVE PercentWork TO PS-PercentComplete
           EXIT.

       ProjectCompletion.
           MOVE PP-DateNeeded TO NeededDate
           MOVE NeededYearMonth TO PS-NeededMonth
           MOVE 0 TO PS-ProjectedMonth

           IF BlocksSetToDate > 0
               IF BlocksSetToDate >= BlocksRequired
                   MOVE LastProgressMonth TO PS-ProjectedMonth
               ELSE
                   PERFORM ProjectFromMonthlyRate
               END-IF
           END-IF

           PERFORM ComputeMonthsLate
           EXIT.

       ComputeMonthsLate.
           MOVE 0 TO MonthsLate

           IF PS-ProjectedMonth > 0
               MOVE PS-NeededMonth TO MonthToConvert
               PERFORM ConvertMonthToIndex
               MOVE MonthIndex TO NeededIndex
               MOVE PS-ProjectedMonth TO MonthToConvert
               PERFORM ConvertMonthToIndex
               IF MonthIndex > NeededIndex
                   COMPUTE PercentWork = MonthIndex - NeededIndex
                   IF PercentWork > 999
                       MOVE 999 TO PercentWork
                   END-IF
                   MOVE PercentWork TO MonthsLate
               END-IF
           END-IF
           EXIT.

       ProjectFromMonthlyRate.
           MOVE FirstProgressMonth TO MonthToConvert
           PERFORM ConvertMonthToIndex
           MOVE MonthIndex TO FirstIndex
           MOVE LastProgressMonth TO MonthToConvert
           PERFORM ConvertMonthToIndex
           MOVE MonthIndex TO LastIndex

           COMPUTE MonthsElapsed = LastIndex - FirstIndex + 1
           COMPUTE MonthlyRate = BlocksSetToDate / MonthsElapsed
           IF MonthlyRate = 0
               MOVE 1 TO MonthlyRate
           END-IF

           COMPUTE BlocksRemaining = BlocksRequired - BlocksSetToDate
           COMPUTE MonthsToGo =
               (BlocksRemaining + MonthlyRate - 1) / MonthlyRate

           COMPUTE ProjectedIndex = LastIndex + MonthsToGo
           DIVIDE ProjectedIndex BY 12 GIVING ConvertYear
               REMAINDER MonthRemainder
           COMPUTE ConvertMonth = MonthRemainder + 1
           MOVE MonthToConvert TO PS-ProjectedMonth
           EXIT.

       ConvertMonthToIndex.
           COMPUTE MonthIndex = (ConvertYear * 12) + ConvertMonth - 1
           EXIT.

       SetSlippageStatus.
           MOVE BlocksRequired TO PS-BlocksRequired
           MOVE BlocksSetToDate TO PS-BlocksSet
           MOVE CoursesToDate TO PS-CoursesLaid
           MOVE PlannedToDate TO PS-PlannedToDate

           IF BlocksRequired > 0
               AND BlocksSetToDate >= BlocksRequired
               MOVE "BUILT" TO PS-Status
               ADD 1 TO ProjectsBuilt
           ELSE
               IF BlocksSetToDate = 0
                   MOVE "NOPROG" TO PS-Status
               ELSE
                   IF PS-PercentOfPlan < 100 - SlippageTolerance
                       OR MonthsLate > 0
                       MOVE "BEHIND" TO PS-Status
                   ELSE
                       MOVE "ONPLAN" TO PS-Status
                   END-IF
               END-IF
           END-IF

           PERFORM SetBehindFlag
           IF ProjectIsBehind
               ADD 1 TO ProjectsBehind
           END-IF
           EXIT.

       SetBehindFlag.
           MOVE "N" TO BehindFlag
           IF PS-Status = "BEHIND"
               OR (PS-Status = "NOPROG" AND PS-PlannedToDate > 0)
               SET ProjectIsBehind TO TRUE
           END-IF
           EXIT.

       WriteProgressSummary.
           WRITE ProgressSummaryRecord
               INVALID KEY
                   DISPLAY "Duplicate progress summary for ",
                       PS-ProjectId
           END-WRITE
           EXIT.

       StartSummaryPass.
           MOVE "N" TO EndOfSummaryFlag

           MOVE LOW-VALUES TO PS-ProjectId
           START ProgressSummaryFile KEY IS NOT LESS THAN PS-ProjectId
               INVALID KEY SET EndOfSummary TO TRUE
           END-START

           IF NOT EndOfSummary
               PERFORM ReadNextSummary
           END-IF
           EXIT.

       ReadNextSummary.
           READ ProgressSummaryFile NEXT RECORD
               AT END SET EndOfSummary TO TRUE
           END-READ
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

       PrintProjectSection.
           PERFORM SetBehindFlag

           IF (ExceptionsPass AND ProjectIsBehind)
               OR (NOT ExceptionsPass AND NOT ProjectIsBehind)
               PERFORM PrintProjectDetail
           END-IF

           PERFORM ReadNextSummary
           EXIT.

       PrintProjectDetail.
           MOVE PS-ProjectId TO PH-ProjectId
           IF ProjectIsBehind
               MOVE "** BEHIND SCHEDULE **" TO PH-StatusFlag
           ELSE
               IF PS-Status = "BUILT"
                   MOVE "STRUCTURE COMPLETE" TO PH-StatusFlag
               ELSE
                   MOVE SPACES TO PH-StatusFlag
               END-IF
           END-IF
           MOVE ProjectHeadingLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE PS-BlocksRequired TO BD-BlocksRequired
           MOVE PS-BlocksSet TO BD-BlocksSet
           MOVE PS-CoursesLaid TO BD-CoursesLaid
           MOVE BlocksDetailLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE PS-PlannedToDate TO PD-PlannedToDate
           MOVE PS-PercentOfPlan TO PD-PercentOfPlan
           MOVE PS-PercentComplete TO PD-PercentComplete
           MOVE PlanDetailLine TO ReportRecord
           PERFORM WriteReportLine

           PERFORM ComputeMonthsLate

           MOVE PS-NeededMonth TO MonthToConvert
           MOVE ConvertYear TO MD-Year
           MOVE ConvertMonth TO MD-Month
           MOVE MonthDisplay TO CD-NeededMonth
           IF PS-ProjectedMonth = 0
               MOVE "NONE" TO CD-ProjectedMonth
           ELSE
               MOVE PS-ProjectedMonth TO MonthToConvert
               MOVE ConvertYear TO MD-Year
               MOVE ConvertMonth TO MD-Month
               MOVE MonthDisplay TO CD-ProjectedMonth
           END-IF
           MOVE MonthsLate TO CD-MonthsLate
           MOVE CompletionDetailLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE SPACES TO ReportRecord
           PERFORM WriteReportLine
           EXIT.

       PrintSlippageTotals.
           MOVE "SLIPPAGE TOTALS" TO ST-Title
           PERFORM PrintSectionTitle

           MOVE "PROJECTS REVIEWED" TO TL-TotalName
           MOVE ProjectsReviewed TO TL-TotalCount
           MOVE TotalLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE "PROJECTS BEHIND SCHEDULE" TO TL-TotalName
           MOVE ProjectsBehind TO TL-TotalCount
           MOVE TotalLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE "STRUCTURES COMPLETE" TO TL-TotalName
           MOVE ProjectsBuilt TO TL-TotalCount
           MOVE TotalLine TO ReportRecord
           PERFORM WriteReportLine
           EXIT.

       END PROGRAM ScheduleSlippage.
