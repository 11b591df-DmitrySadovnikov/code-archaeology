       IDENTIFICATION DIVISION.
       PROGRAM-ID. CrewPayroll.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StaffingConfirmFile ASSIGN TO "STAFFCNF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StaffingConfirmFileStatus.

           SELECT PyramidProjectsFile ASSIGN TO "PYRPROJ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-ProjectId.

           SELECT LaborRosterFile ASSIGN TO "LABROST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-RosterKey.

           SELECT CostRateFile ASSIGN TO "COSTRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GranaryStockFile ASSIGN TO "GRANSTK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GranaryStockFileStatus.

           SELECT PayrollWorkFile ASSIGN TO "PAYWRK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PW-PayKey.

           SELECT PayrollHistoryFile ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PayrollHistoryFileStatus.

           SELECT ReportFile ASSIGN TO "PAYROLL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  StaffingConfirmFile.
       01  StaffingConfirmRecord.
           05  SC-ProjectId PIC X(6).
           05  SC-CategoryCode PIC X(6).
           05  SC-Shift PIC X(4).
           05  SC-Headcount PIC 9(7).

       FD  PyramidProjectsFile.
       01  PyramidProjectRecord.
           05  PP-ProjectId PIC X(6).
           05  PP-PyramidSize PIC 9(3).
           05  PP-PyramidType PIC X(4).
           05  PP-DateNeeded PIC 9(8).
           05  PP-SiteCity PIC X(10).
           05  PP-Status PIC X(9).

       FD  LaborRosterFile.
       01  LaborRosterRecord.
           05  LR-RosterKey.
               10  LR-ProjectId PIC X(6).
               10  LR-CategoryCode PIC X(6).
               10  LR-Shift PIC X(4).
           05  LR-Headcount PIC 9(7).

       FD  CostRateFile.
       01  CostRateRecord.
           05  CR-RateType PIC X(4).
           05  CR-RateCode PIC X(6).
           05  CR-Rate PIC 9(7)V99.

       FD  GranaryStockFile.
       01  GranaryStockRecord.
           05  GS-SiteCity PIC X(10).
           05  GS-Commodity PIC X(5).
           05  GS-StockOnHand PIC 9(9).

       FD  PayrollWorkFile.
       01  PayrollWorkRecord.
           05  PW-PayKey.
               10  PW-SiteCity PIC X(10).
               10  PW-ProjectId PIC X(6).
               10  PW-CategoryCode PIC X(6).
               10  PW-Shift PIC X(4).
           05  PW-Confirmed PIC 9(7).
           05  PW-Required PIC 9(7).
           05  PW-HoldReason PIC X(13).
               88  PW-CrewApproved VALUE SPACES.
           05  PW-PaidFlag PIC X(01).
               88  PW-AlreadyPaid VALUE "Y".

       FD  PayrollHistoryFile.
       01  PayrollHistoryRecord.
           05  PH-WeekEnding PIC 9(8).
           05  PH-RunDate PIC 9(8).
           05  PH-SiteCity PIC X(10).
           05  PH-ProjectId PIC X(6).
           05  PH-CategoryCode PIC X(6).
           05  PH-Shift PIC X(4).
           05  PH-Headcount PIC 9(7).
           05  PH-WageAmount PIC 9(11)V99.
           05  PH-GrainPaid PIC 9(9).
           05  PH-BeerPaid PIC 9(9).

       FD  ReportFile.
       01  ReportRecord PIC X(80).

       WORKING-STORAGE SECTION.
       01  StaffingConfirmFileStatus PIC X(02).
       01  GranaryStockFileStatus PIC X(02).
       01  PayrollHistoryFileStatus PIC X(02).

       01  PayrollSwitches.
           05  EndOfConfirmsFlag PIC X(01) VALUE "N".
               88  EndOfConfirms VALUE "Y".
           05  EndOfRatesFlag PIC X(01) VALUE "N".
               88  EndOfRates VALUE "Y".
           05  EndOfStockFlag PIC X(01) VALUE "N".
               88  EndOfStock VALUE "Y".
           05  EndOfHistoryFlag PIC X(01) VALUE "N".
               88  EndOfHistory VALUE "Y".
           05  EndOfWorkFlag PIC X(01) VALUE "N".
               88  EndOfWork VALUE "Y".
           05  PayWeekValidFlag PIC X(01) VALUE "N".
               88  PayWeekValid VALUE "Y".
           05  SiteOpenFlag PIC X(01) VALUE "N".
               88  SiteOpen VALUE "Y".
           05  EntryFoundFlag PIC X(01) VALUE "N".
               88  EntryFound VALUE "Y".

       01  RunDate PIC 9(8).
       01  PayWeekEnding PIC 9(8).
       01  PayWeekAnswer PIC X(8).

       01  PayWeekDays PIC 9(2) VALUE 07.
       01  GrainWageShare PIC 9(3) VALUE 050.

       01  RateCount PIC 9(3) VALUE 0.
       01  RateNumber PIC 9(3).
       01  CostRateTable.
           05  CostRateEntry OCCURS 50 TIMES.
               10  CO-RateType PIC X(4).
               10  CO-RateCode PIC X(6).
               10  CO-Rate PIC 9(7)V99.

       01  StockCount PIC 9(3) VALUE 0.
       01  StockNumber PIC 9(3).
       01  FoundStockNumber PIC 9(3).
       01  StockTable.
           05  StockEntry OCCURS 200 TIMES.
               10  GK-SiteCity PIC X(10).
               10  GK-Commodity PIC X(5).
               10  GK-StockOnHand PIC 9(9).
               10  GK-WageDraw PIC 9(9).

       01  PayrollWork.
           05  RateTypeWanted PIC X(4).
           05  RateCodeWanted PIC X(6).
           05  RateFound PIC 9(7)V99.
           05  WageRate PIC 9(7)V99.
           05  GrainPrice PIC 9(7)V99.
           05  BeerPrice PIC 9(7)V99.
           05  SiteCity PIC X(10).
           05  CurrentSiteCity PIC X(10).
           05  CommodityWanted PIC X(5).
           05  QuantityDrawn PIC 9(9).
           05  CrewWages PIC 9(11)V99.
           05  GrainWages PIC 9(11)V99.
           05  BeerWages PIC 9(11)V99.
           05  CrewGrain PIC 9(9).
           05  CrewBeer PIC 9(9).
           05  ExcessHeadcount PIC 9(7).
           05  ShortQuantity PIC 9(9).

       01  SiteTotals.
           05  SiteHeadcount PIC 9(9).
           05  SiteWages PIC 9(13)V99.
           05  SiteGrain PIC 9(11).
           05  SiteBeer PIC 9(11).

       01  PayrollTotals.
           05  TotalHeadcount PIC 9(9) VALUE 0.
           05  TotalWages PIC 9(13)V99 VALUE 0.
           05  TotalGrain PIC 9(11) VALUE 0.
           05  TotalBeer PIC 9(11) VALUE 0.

       01  PayrollCounts.
           05  ConfirmCount PIC 9(5) VALUE 0.
           05  CrewsPaid PIC 9(5) VALUE 0.
           05  CrewsHeld PIC 9(5) VALUE 0.
           05  CrewsAlreadyPaid PIC 9(5) VALUE 0.
           05  WorkersHeld PIC 9(9) VALUE 0.
           05  ShortfallCount PIC 9(5) VALUE 0.

       01  ReportWork.
           05  PageNumber PIC 9(3) VALUE 0.
           05  LineCount PIC 9(2) VALUE 99.
           05  PageLineLimit PIC 9(2) VALUE 55.

       01  HeadingLine1.
           05  FILLER PIC X(34)
               VALUE "WEEKLY CREW PAYROLL REGISTER      ".
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

       01  PayWeekLine.
           05  FILLER PIC X(18) VALUE " PAY WEEK ENDING  ".
           05  PY-WeekEnding PIC 9(8).
           05  FILLER PIC X(14) VALUE "   PAY DAYS   ".
           05  PY-PayDays PIC Z9.
           05  FILLER PIC X(18) VALUE "   GRAIN SHARE PCT".
           05  FILLER PIC X(1) VALUE SPACE.
           05  PY-GrainShare PIC ZZ9.

       01  RegisterHeadingLine.
           05  FILLER PIC X(8) VALUE " PROJECT".
           05  FILLER PIC X(7) VALUE " CREW  ".
           05  FILLER PIC X(5) VALUE "SHIFT".
           05  FILLER PIC X(9) VALUE "  WORKERS".
           05  FILLER PIC X(10) VALUE "  DAY RATE".
           05  FILLER PIC X(15) VALUE "    WAGES DEBEN".
           05  FILLER PIC X(12) VALUE "       GRAIN".
           05  FILLER PIC X(12) VALUE "        BEER".

       01  SiteHeadingLine.
           05  FILLER PIC X(6) VALUE " SITE ".
           05  SH-SiteCity PIC X(10).

       01  CrewDetailLine.
           05  FILLER PIC X(1) VALUE SPACE.
           05  PR-ProjectId PIC X(6).
           05  FILLER PIC X(1) VALUE SPACE.
           05  PR-CategoryCode PIC X(6).
           05  FILLER PIC X(1) VALUE SPACE.
           05  PR-Shift PIC X(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  PR-Headcount PIC Z,ZZZ,ZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  PR-WageRate PIC ZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  PR-Wages PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  PR-Grain PIC ZZZ,ZZZ,ZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  PR-Beer PIC ZZZ,ZZZ,ZZ9.

       01  PayTotalLine.
           05  FILLER PIC X(3) VALUE SPACES.
           05  PT-TotalName PIC X(16).
           05  PT-Headcount PIC ZZ,ZZZ,ZZ9.
           05  FILLER PIC X(11) VALUE SPACES.
           05  PT-Wages PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  PT-Grain PIC ZZZ,ZZZ,ZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  PT-Beer PIC ZZZ,ZZZ,ZZ9.

       01  ExceptionHeadingLine.
           05  FILLER PIC X(8) VALUE " PROJECT".
           05  FILLER PIC X(7) VALUE " CREW  ".
           05  FILLER PIC X(5) VALUE "SHIFT".
           05  FILLER PIC X(9) VALUE "CONFIRMED".
           05  FILLER PIC X(10) VALUE "  REQUIRED".
           05  FILLER PIC X(10) VALUE "    EXCESS".
           05  FILLER PIC X(8) VALUE "  REASON".

       01  ExceptionDetailLine.
           05  FILLER PIC X(1) VALUE SPACE.
           05  EX-ProjectId PIC X(6).
           05  FILLER PIC X(1) VALUE SPACE.
           05  EX-CategoryCode PIC X(6).
           05  FILLER PIC X(1) VALUE SPACE.
           05  EX-Shift PIC X(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  EX-Confirmed PIC Z,ZZZ,ZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  EX-Required PIC Z,ZZZ,ZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  EX-Excess PIC Z,ZZZ,ZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  EX-HoldReason PIC X(13).

       01  ShortfallHeadingLine.
           05  FILLER PIC X(12) VALUE " SITE       ".
           05  FILLER PIC X(6) VALUE "ITEM  ".
           05  FILLER PIC X(11) VALUE "  WAGE DRAW".
           05  FILLER PIC X(13) VALUE "      ON HAND".
           05  FILLER PIC X(13) VALUE "        SHORT".

       01  ShortfallDetailLine.
           05  FILLER PIC X(1) VALUE SPACE.
           05  SF-SiteCity PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  SF-Commodity PIC X(5).
           05  FILLER PIC X(1) VALUE SPACE.
           05  SF-WageDraw PIC ZZZ,ZZZ,ZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  SF-StockOnHand PIC ZZZ,ZZZ,ZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  SF-ShortQuantity PIC ZZZ,ZZZ,ZZ9.

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

           PERFORM AcceptPayWeek UNTIL PayWeekValid

           PERFORM LoadCostRates
           PERFORM LookupRationPrices
           IF GrainPrice = 0 OR BeerPrice = 0
               DISPLAY "PROV GRAIN or BEER rate missing from "
                   "COSTRATE.DAT, payroll not run"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM RunPayroll
           END-IF

           STOP RUN.

       AcceptPayWeek.
           DISPLAY "Pay week ending (YYYYMMDD, blank for today): "
           ACCEPT PayWeekAnswer

           IF PayWeekAnswer = SPACES
               MOVE RunDate TO PayWeekEnding
               SET PayWeekValid TO TRUE
           ELSE
               IF PayWeekAnswer IS NUMERIC
                   MOVE PayWeekAnswer TO PayWeekEnding
                   SET PayWeekValid TO TRUE
               ELSE
                   DISPLAY "Pay week ending is not numeric: ",
                       PayWeekAnswer
               END-IF
           END-IF
           EXIT.

       MarkCrewsPaid.
           OPEN INPUT PayrollHistoryFile

           IF PayrollHistoryFileStatus = "00"
               PERFORM ReadNextHistory
               PERFORM CheckHistoryWeek UNTIL EndOfHistory
               CLOSE PayrollHistoryFile
           END-IF
           EXIT.

       ReadNextHistory.
           READ PayrollHistoryFile
               AT END SET EndOfHistory TO TRUE
           END-READ
           EXIT.

       CheckHistoryWeek.
           IF PH-WeekEnding = PayWeekEnding
               PERFORM MarkHistoryCrew
           END-IF

           PERFORM ReadNextHistory
           EXIT.

       MarkHistoryCrew.
           MOVE "UNKNOWN" TO SiteCity
           MOVE PH-ProjectId TO PP-ProjectId
           READ PyramidProjectsFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PP-SiteCity TO SiteCity
           END-READ

           MOVE SiteCity TO PW-SiteCity
           MOVE PH-ProjectId TO PW-ProjectId
           MOVE PH-CategoryCode TO PW-CategoryCode
           MOVE PH-Shift TO PW-Shift
           READ PayrollWorkFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO PW-PaidFlag
                   REWRITE PayrollWorkRecord
           END-READ
           EXIT.

       LoadCostRates.
           OPEN INPUT CostRateFile

           PERFORM ReadNextCostRate

           PERFORM StoreCostRate
               UNTIL EndOfRates OR RateCount = 50

           CLOSE CostRateFile
           EXIT.

       ReadNextCostRate.
           READ CostRateFile
               AT END SET EndOfRates TO TRUE
           END-READ
           EXIT.

       StoreCostRate.
           ADD 1 TO RateCount
           MOVE CR-RateType TO CO-RateType(RateCount)
           MOVE CR-RateCode TO CO-RateCode(RateCount)
           MOVE CR-Rate TO CO-Rate(RateCount)

           PERFORM ReadNextCostRate
           EXIT.

       LookupRationPrices.
           MOVE "PROV" TO RateTypeWanted
           MOVE "GRAIN" TO RateCodeWanted
           PERFORM LookupCostRate
           MOVE RateFound TO GrainPrice

           MOVE "PROV" TO RateTypeWanted
           MOVE "BEER" TO RateCodeWanted
           PERFORM LookupCostRate
           MOVE RateFound TO BeerPrice
           EXIT.

       LookupCostRate.
           MOVE 0 TO RateFound

           PERFORM MatchCostRate
               VARYING RateNumber FROM 1 BY 1
               UNTIL RateNumber > RateCount
           EXIT.

       MatchCostRate.
           IF CO-RateType(RateNumber) = RateTypeWanted
               AND CO-RateCode(RateNumber) = RateCodeWanted
               MOVE CO-Rate(RateNumber) TO RateFound
           END-IF
           EXIT.

       RunPayroll.
           OPEN OUTPUT PayrollWorkFile
           CLOSE PayrollWorkFile
           OPEN I-O PayrollWorkFile

           OPEN INPUT PyramidProjectsFile
           OPEN INPUT LaborRosterFile

           PERFORM LoadConfirmations
           PERFORM MarkCrewsPaid
           PERFORM LoadStock

           OPEN EXTEND PayrollHistoryFile
           IF PayrollHistoryFileStatus NOT = "00"
               OPEN OUTPUT PayrollHistoryFile
           END-IF

           OPEN OUTPUT ReportFile

           MOVE PayWeekEnding TO PY-WeekEnding
           MOVE PayWeekDays TO PY-PayDays
           MOVE GrainWageShare TO PY-GrainShare
           MOVE PayWeekLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE "PAYROLL REGISTER BY SITE AND CREW" TO ST-Title
           PERFORM PrintSectionTitle
           MOVE RegisterHeadingLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE SPACES TO CurrentSiteCity
           PERFORM StartWorkPass
           PERFORM PayCrew UNTIL EndOfWork

           IF SiteOpen
               PERFORM PrintSiteTotal
           END-IF

           IF CrewsPaid = 0
               MOVE NoneDetailLine TO ReportRecord
               PERFORM WriteReportLine
           ELSE
               PERFORM PrintPayrollTotal
           END-IF

           MOVE 99 TO LineCount
           MOVE "CREWS HELD - CONFIRMED OVER ROSTER" TO ST-Title
           PERFORM PrintSectionTitle
           MOVE ExceptionHeadingLine TO ReportRecord
           PERFORM WriteReportLine

           PERFORM StartWorkPass
           PERFORM ListHeldCrew UNTIL EndOfWork

           IF CrewsHeld = 0
               MOVE NoneDetailLine TO ReportRecord
               PERFORM WriteReportLine
           END-IF

           MOVE "GRANARY STOCK SHORT FOR WAGES" TO ST-Title
           PERFORM PrintSectionTitle
           MOVE ShortfallHeadingLine TO ReportRecord
           PERFORM WriteReportLine

           PERFORM ApplyWageDrawdown
               VARYING StockNumber FROM 1 BY 1
               UNTIL StockNumber > StockCount

           IF ShortfallCount = 0
               MOVE NoneDetailLine TO ReportRecord
               PERFORM WriteReportLine
           END-IF

           PERFORM RewriteStock
           PERFORM PrintPayrollCounts

           CLOSE ReportFile
           CLOSE PayrollHistoryFile
           CLOSE PyramidProjectsFile
           CLOSE LaborRosterFile
           CLOSE PayrollWorkFile

           DISPLAY "Staffing confirmations taken in: ", ConfirmCount
           DISPLAY "Crews paid: ", CrewsPaid
           DISPLAY "Crews held: ", CrewsHeld
           DISPLAY "Crews already paid for the week: ", CrewsAlreadyPaid

           IF CrewsHeld > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           EXIT.

       LoadConfirmations.
           OPEN INPUT StaffingConfirmFile

           IF StaffingConfirmFileStatus = "00"
               PERFORM ReadNextConfirmation
               PERFORM AccumulateConfirmation UNTIL EndOfConfirms
               CLOSE StaffingConfirmFile
           END-IF
           EXIT.

       ReadNextConfirmation.
           READ StaffingConfirmFile
               AT END SET EndOfConfirms TO TRUE
           END-READ
           EXIT.

       AccumulateConfirmation.
           MOVE "UNKNOWN" TO SiteCity
           MOVE SC-ProjectId TO PP-ProjectId
           READ PyramidProjectsFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PP-SiteCity TO SiteCity
           END-READ

           MOVE SiteCity TO PW-SiteCity
           MOVE SC-ProjectId TO PW-ProjectId
           MOVE SC-CategoryCode TO PW-CategoryCode
           MOVE SC-Shift TO PW-Shift
           PERFORM FindWorkEntry

           ADD SC-Headcount TO PW-Confirmed
           REWRITE PayrollWorkRecord
           ADD 1 TO ConfirmCount

           PERFORM ReadNextConfirmation
           EXIT.

       FindWorkEntry.
           READ PayrollWorkFile
               INVALID KEY
                   MOVE 0 TO PW-Confirmed
                   MOVE 0 TO PW-Required
                   MOVE SPACES TO PW-HoldReason
                   MOVE "N" TO PW-PaidFlag
                   WRITE PayrollWorkRecord
           END-READ
           EXIT.

       StartWorkPass.
           MOVE "N" TO EndOfWorkFlag

           MOVE LOW-VALUES TO PW-PayKey
           START PayrollWorkFile KEY IS NOT LESS THAN PW-PayKey
               INVALID KEY SET EndOfWork TO TRUE
           END-START

           IF NOT EndOfWork
               PERFORM ReadNextWork
           END-IF
           EXIT.

       ReadNextWork.
           READ PayrollWorkFile NEXT RECORD
               AT END SET EndOfWork TO TRUE
           END-READ
           EXIT.

       PayCrew.
           IF PW-AlreadyPaid
               ADD 1 TO CrewsAlreadyPaid
           ELSE
               PERFORM CheckCrewHold
               IF PW-CrewApproved
                   PERFORM PayApprovedCrew
               ELSE
                   ADD 1 TO CrewsHeld
                   ADD PW-Confirmed TO WorkersHeld
               END-IF
               REWRITE PayrollWorkRecord
           END-IF

           PERFORM ReadNextWork
           EXIT.

       CheckCrewHold.
           MOVE SPACES TO PW-HoldReason
           MOVE 0 TO PW-Required
           MOVE 0 TO WageRate

           MOVE PW-ProjectId TO LR-ProjectId
           MOVE PW-CategoryCode TO LR-CategoryCode
           MOVE PW-Shift TO LR-Shift
           READ LaborRosterFile
               INVALID KEY
                   MOVE "NOT ON ROSTER" TO PW-HoldReason
               NOT INVALID KEY
                   MOVE LR-Headcount TO PW-Required
                   IF PW-Confirmed > PW-Required
                       MOVE "OVER ROSTER" TO PW-HoldReason
                   END-IF
           END-READ

           IF PW-CrewApproved
               MOVE "WAGE" TO RateTypeWanted
               MOVE PW-CategoryCode TO RateCodeWanted
               PERFORM LookupCostRate
               MOVE RateFound TO WageRate
               IF WageRate = 0
                   MOVE "NO WAGE RATE" TO PW-HoldReason
               END-IF
           END-IF
           EXIT.

       PayApprovedCrew.
           IF NOT SiteOpen OR PW-SiteCity NOT = CurrentSiteCity
               IF SiteOpen
                   PERFORM PrintSiteTotal
               END-IF
               PERFORM StartSite
           END-IF

           COMPUTE CrewWages = PW-Confirmed * WageRate * PayWeekDays
           COMPUTE GrainWages = CrewWages * GrainWageShare / 100
           COMPUTE BeerWages = CrewWages - GrainWages
           COMPUTE CrewGrain ROUNDED = GrainWages / GrainPrice
           COMPUTE CrewBeer ROUNDED = BeerWages / BeerPrice

           ADD 1 TO CrewsPaid
           ADD PW-Confirmed TO SiteHeadcount
           ADD CrewWages TO SiteWages
           ADD CrewGrain TO SiteGrain
           ADD CrewBeer TO SiteBeer

           MOVE PW-ProjectId TO PR-ProjectId
           MOVE PW-CategoryCode TO PR-CategoryCode
           MOVE PW-Shift TO PR-Shift
           MOVE PW-Confirmed TO PR-Headcount
           MOVE WageRate TO PR-WageRate
           MOVE CrewWages TO PR-Wages
           MOVE CrewGrain TO PR-Grain
           MOVE CrewBeer TO PR-Beer
           MOVE CrewDetailLine TO ReportRecord
           PERFORM WriteReportLine

           PERFORM WritePayrollHistory

           MOVE PW-SiteCity TO SiteCity
           MOVE "GRAIN" TO CommodityWanted
           MOVE CrewGrain TO QuantityDrawn
           PERFORM AddWageDraw

           MOVE "BEER" TO CommodityWanted
           MOVE CrewBeer TO QuantityDrawn
           PERFORM AddWageDraw
           EXIT.

       StartSite.
           MOVE PW-SiteCity TO CurrentSiteCity
           MOVE 0 TO SiteHeadcount
           MOVE 0 TO SiteWages
           MOVE 0 TO SiteGrain
           MOVE 0 TO SiteBeer
           SET SiteOpen TO TRUE

           MOVE SPACES TO ReportRecord
           PERFORM WriteReportLine
           MOVE PW-SiteCity TO SH-SiteCity
           MOVE SiteHeadingLine TO ReportRecord
           PERFORM WriteReportLine
           EXIT.

       PrintSiteTotal.
           MOVE "SITE TOTAL" TO PT-TotalName
           MOVE SiteHeadcount TO PT-Headcount
           MOVE SiteWages TO PT-Wages
           MOVE SiteGrain TO PT-Grain
           MOVE SiteBeer TO PT-Beer
           MOVE PayTotalLine TO ReportRecord
           PERFORM WriteReportLine

           ADD SiteHeadcount TO TotalHeadcount
           ADD SiteWages TO TotalWages
           ADD SiteGrain TO TotalGrain
           ADD SiteBeer TO TotalBeer
           EXIT.

       PrintPayrollTotal.
           MOVE SPACES TO ReportRecord
           PERFORM WriteReportLine

           MOVE "PAYROLL TOTAL" TO PT-TotalName
           MOVE TotalHeadcount TO PT-Headcount
           MOVE TotalWages TO PT-Wages
           MOVE TotalGrain TO PT-Grain
           MOVE TotalBeer TO PT-Beer
           MOVE PayTotalLine TO ReportRecord
           PERFORM WriteReportLine
           EXIT.

       WritePayrollHistory.
           MOVE PayWeekEnding TO PH-WeekEnding
           MOVE RunDate TO PH-RunDate
           MOVE PW-SiteCity TO PH-SiteCity
           MOVE PW-ProjectId TO PH-ProjectId
           MOVE PW-CategoryCode TO PH-CategoryCode
           MOVE PW-Shift TO PH-Shift
           MOVE PW-Confirmed TO PH-Headcount
           MOVE CrewWages TO PH-WageAmount
           MOVE CrewGrain TO PH-GrainPaid
           MOVE CrewBeer TO PH-BeerPaid

           WRITE PayrollHistoryRecord
           EXIT.

       ListHeldCrew.
           IF NOT PW-CrewApproved
               MOVE 0 TO ExcessHeadcount
               IF PW-Confirmed > PW-Required
                   COMPUTE ExcessHeadcount =
                       PW-Confirmed - PW-Required
               END-IF

               MOVE PW-ProjectId TO EX-ProjectId
               MOVE PW-CategoryCode TO EX-CategoryCode
               MOVE PW-Shift TO EX-Shift
               MOVE PW-Confirmed TO EX-Confirmed
               MOVE PW-Required TO EX-Required
               MOVE ExcessHeadcount TO EX-Excess
               MOVE PW-HoldReason TO EX-HoldReason
               MOVE ExceptionDetailLine TO ReportRecord
               PERFORM WriteReportLine
           END-IF

           PERFORM ReadNextWork
           EXIT.

       LoadStock.
           OPEN INPUT GranaryStockFile

           IF GranaryStockFileStatus = "00"
               PERFORM ReadNextStock
               PERFORM StoreStock
                   UNTIL EndOfStock OR StockCount = 200
               CLOSE GranaryStockFile
           END-IF
           EXIT.

       ReadNextStock.
           READ GranaryStockFile
               AT END SET EndOfStock TO TRUE
           END-READ
           EXIT.

       StoreStock.
           ADD 1 TO StockCount
           MOVE GS-SiteCity TO GK-SiteCity(StockCount)
           MOVE GS-Commodity TO GK-Commodity(StockCount)
           MOVE GS-StockOnHand TO GK-StockOnHand(StockCount)
           MOVE 0 TO GK-WageDraw(StockCount)

           PERFORM ReadNextStock
           EXIT.

       AddWageDraw.
           PERFORM FindStockEntry

           IF EntryFound
               ADD QuantityDrawn TO GK-WageDraw(FoundStockNumber)
           END-IF
           EXIT.

       FindStockEntry.
           MOVE "N" TO EntryFoundFlag
           MOVE 0 TO FoundStockNumber

           PERFORM MatchStockEntry
               VARYING StockNumber FROM 1 BY 1
               UNTIL StockNumber > StockCount

           IF NOT EntryFound AND StockCount < 200
               ADD 1 TO StockCount
               MOVE SiteCity TO GK-SiteCity(StockCount)
               MOVE CommodityWanted TO GK-Commodity(StockCount)
               MOVE 0 TO GK-StockOnHand(StockCount)
               MOVE 0 TO GK-WageDraw(StockCount)
               MOVE StockCount TO FoundStockNumber
               SET EntryFound TO TRUE
           END-IF
           EXIT.

       MatchStockEntry.
           IF GK-SiteCity(StockNumber) = SiteCity
               AND GK-Commodity(StockNumber) = CommodityWanted
               MOVE StockNumber TO FoundStockNumber
               SET EntryFound TO TRUE
           END-IF
           EXIT.

       ApplyWageDrawdown.
           IF GK-WageDraw(StockNumber) > 0
               IF GK-StockOnHand(StockNumber)
                   NOT < GK-WageDraw(StockNumber)
                   SUBTRACT GK-WageDraw(StockNumber)
                       FROM GK-StockOnHand(StockNumber)
               ELSE
                   PERFORM PrintStockShortfall
                   MOVE 0 TO GK-StockOnHand(StockNumber)
               END-IF
           END-IF
           EXIT.

       PrintStockShortfall.
           ADD 1 TO ShortfallCount
           COMPUTE ShortQuantity = GK-WageDraw(StockNumber)
               - GK-StockOnHand(StockNumber)

           MOVE GK-SiteCity(StockNumber) TO SF-SiteCity
           MOVE GK-Commodity(StockNumber) TO SF-Commodity
           MOVE GK-WageDraw(StockNumber) TO SF-WageDraw
           MOVE GK-StockOnHand(StockNumber) TO SF-StockOnHand
           MOVE ShortQuantity TO SF-ShortQuantity
           MOVE ShortfallDetailLine TO ReportRecord
           PERFORM WriteReportLine
           EXIT.

       RewriteStock.
           OPEN OUTPUT GranaryStockFile

           PERFORM WriteStockEntry
               VARYING StockNumber FROM 1 BY 1
               UNTIL StockNumber > StockCount

           CLOSE GranaryStockFile
           EXIT.

       WriteStockEntry.
           MOVE GK-SiteCity(StockNumber) TO GS-SiteCity
           MOVE GK-Commodity(StockNumber) TO GS-Commodity
           MOVE GK-StockOnHand(StockNumber) TO GS-StockOnHand

           WRITE GranaryStockRecord
           EXIT.

       PrintPayrollCounts.
           MOVE "PAYROLL TOTALS" TO ST-Title
           PERFORM PrintSectionTitle

           MOVE "CONFIRMATIONS READ" TO TL-TotalName
           MOVE ConfirmCount TO TL-TotalCount
           MOVE TotalLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE "CREWS PAID" TO TL-TotalName
           MOVE CrewsPaid TO TL-TotalCount
           MOVE TotalLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE "WORKERS PAID" TO TL-TotalName
           MOVE TotalHeadcount TO TL-TotalCount
           MOVE TotalLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE "CREWS HELD" TO TL-TotalName
           MOVE CrewsHeld TO TL-TotalCount
           MOVE TotalLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE "CREWS ALREADY PAID" TO TL-TotalName
           MOVE CrewsAlreadyPaid TO TL-TotalCount
           MOVE TotalLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE "WORKERS HELD" TO TL-TotalName
           MOVE WorkersHeld TO TL-TotalCount
           MOVE TotalLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE "GRANARY STOCKS SHORT" TO TL-TotalName
           MOVE ShortfallCount TO TL-TotalCount
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

       END PROGRAM CrewPayroll.
