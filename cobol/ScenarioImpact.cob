       IDENTIFICATION DIVISION.
       PROGRAM-ID. ScenarioImpact.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PyramidProjectsFile ASSIGN TO "PYRPROJ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-ProjectId.

           SELECT ScenarioProjectsFile ASSIGN TO "SCNPROJ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-ProjectId.

           SELECT LiveLedgerFile ASSIGN TO "QRYLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LiveLedgerFileStatus.

           SELECT ScenarioLedgerFile ASSIGN TO "SCNLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LiveFeasibilityFile ASSIGN TO "CONVFEAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LF-ProjectId
               FILE STATUS IS LiveFeasibilityFileStatus.

           SELECT ScenarioFeasibilityFile ASSIGN TO "SCNFEAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SF-ProjectId.

           SELECT LiveProvisionsFile ASSIGN TO "PROVREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-ProjectId
               FILE STATUS IS LiveProvisionsFileStatus.

           SELECT ScenarioProvisionsFile ASSIGN TO "SCNPROV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-ProjectId.

           SELECT GranaryStockFile ASSIGN TO "GRANSTK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GranaryStockFileStatus.

           SELECT LiveCostFile ASSIGN TO "PROJCOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-ProjectId
               FILE STATUS IS LiveCostFileStatus.

           SELECT ScenarioCostFile ASSIGN TO "SCNCOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-ProjectId.

           SELECT ReportFile ASSIGN TO "SCNIMPCT.RPT"
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

       FD  ScenarioProjectsFile.
       01  ScenarioProjectRecord.
           05  SP-ProjectId PIC X(6).
           05  SP-PyramidSize PIC 9(3).
           05  SP-PyramidType PIC X(4).
           05  SP-DateNeeded PIC 9(8).
           05  SP-SiteCity PIC X(10).
           05  SP-Status PIC X(9).

       FD  LiveLedgerFile.
       01  LiveLedgerRecord.
           05  LL-QuarryCode PIC X(4).
           05  LL-YearMonth PIC 9(6).
           05  LL-MonthlyOutput PIC 9(7).
           05  LL-Committed PIC 9(9).
           05  LL-Remaining PIC 9(7).

       FD  ScenarioLedgerFile.
       01  ScenarioLedgerRecord.
           05  SL-QuarryCode PIC X(4).
           05  SL-YearMonth PIC 9(6).
           05  SL-MonthlyOutput PIC 9(7).
           05  SL-Committed PIC 9(9).
           05  SL-Remaining PIC 9(7).

       FD  LiveFeasibilityFile.
       01  LiveFeasibilityRecord.
           05  LF-ProjectId PIC X(6).
           05  LF-TripsRequired PIC 9(5).
           05  LF-DaysAvailable PIC 9(5).
           05  LF-LastFinishDay PIC 9(5).
           05  LF-Status PIC X(8).
               88  LF-Feasible VALUE "OK".

       FD  ScenarioFeasibilityFile.
       01  ScenarioFeasibilityRecord.
           05  SF-ProjectId PIC X(6).
           05  SF-TripsRequired PIC 9(5).
           05  SF-DaysAvailable PIC 9(5).
           05  SF-LastFinishDay PIC 9(5).
           05  SF-Status PIC X(8).
               88  SF-Feasible VALUE "OK".

       FD  LiveProvisionsFile.
       01  LiveProvisionsRecord.
           05  LV-ProjectId PIC X(6).
           05  LV-GrainDaily PIC 9(9).
           05  LV-BeerDaily PIC 9(9).
           05  LV-WaterDaily PIC 9(9).
           05  LV-ToolsDaily PIC 9(9).

       FD  ScenarioProvisionsFile.
       01  ScenarioProvisionsRecord.
           05  SV-ProjectId PIC X(6).
           05  SV-GrainDaily PIC 9(9).
           05  SV-BeerDaily PIC 9(9).
           05  SV-WaterDaily PIC 9(9).
           05  SV-ToolsDaily PIC 9(9).

       FD  GranaryStockFile.
       01  GranaryStockRecord.
           05  GS-SiteCity PIC X(10).
           05  GS-Commodity PIC X(5).
           05  GS-StockOnHand PIC 9(9).

       FD  LiveCostFile.
       01  LiveCostRecord.
           05  LC-ProjectId PIC X(6).
           05  LC-MaterialCost PIC 9(11)V99.
           05  LC-LaborCost PIC 9(11)V99.
           05  LC-TransportCost PIC 9(11)V99.
           05  LC-ProvisionsCost PIC 9(11)V99.
           05  LC-TotalCost PIC 9(13)V99.

       FD  ScenarioCostFile.
       01  ScenarioCostRecord.
           05  SC-ProjectId PIC X(6).
           05  SC-MaterialCost PIC 9(11)V99.
           05  SC-LaborCost PIC 9(11)V99.
           05  SC-TransportCost PIC 9(11)V99.
           05  SC-ProvisionsCost PIC 9(11)V99.
           05  SC-TotalCost PIC 9(13)V99.

       FD  ReportFile.
       01  ReportRecord PIC X(80).

       WORKING-STORAGE SECTION.
       01  LiveLedgerFileStatus PIC X(02).
       01  LiveFeasibilityFileStatus PIC X(02).
       01  LiveProvisionsFileStatus PIC X(02).
       01  GranaryStockFileStatus PIC X(02).
       01  LiveCostFileStatus PIC X(02).

       01  ImpactSwitches.
           05  EndOfLedgerFlag PIC X(01) VALUE "N".
               88  EndOfLedger VALUE "Y".
           05  EndOfFeasibilityFlag PIC X(01) VALUE "N".
               88  EndOfFeasibility VALUE "Y".
           05  EndOfProvisionsFlag PIC X(01) VALUE "N".
               88  EndOfProvisions VALUE "Y".
           05  EndOfStockFlag PIC X(01) VALUE "N".
               88  EndOfStock VALUE "Y".
           05  EndOfCostsFlag PIC X(01) VALUE "N".
               88  EndOfCosts VALUE "Y".
           05  LiveFeasibilityOpenFlag PIC X(01) VALUE "N".
               88  LiveFeasibilityOpen VALUE "Y".
           05  LiveEntryFoundFlag PIC X(01) VALUE "N".
               88  LiveEntryFound VALUE "Y".
           05  ProposedProjectFlag PIC X(01) VALUE "N".
               88  ProposedProject VALUE "Y".
           05  EntryFoundFlag PIC X(01) VALUE "N".
               88  EntryFound VALUE "Y".

       01  RunDate PIC 9(8).

       01  LedgerCount PIC 9(4) VALUE 0.
       01  LedgerNumber PIC 9(4).
       01  FoundLedgerNumber PIC 9(4).
       01  LedgerTableLimit PIC 9(4) VALUE 1200.
       01  LedgerTable.
           05  LedgerEntry OCCURS 1200 TIMES.
               10  LT-QuarryCode PIC X(4).
               10  LT-YearMonth PIC 9(6).
               10  LT-Committed PIC 9(9).

       01  StockCount PIC 9(3) VALUE 0.
       01  StockNumber PIC 9(3).
       01  FoundStockNumber PIC 9(3).
       01  StockTable.
           05  StockEntry OCCURS 200 TIMES.
               10  GK-SiteCity PIC X(10).
               10  GK-Commodity PIC X(5).
               10  GK-StockOnHand PIC 9(9).
               10  GK-LiveDaily PIC 9(9).
               10  GK-ScenarioDaily PIC 9(9).

       01  GranaryWork.
           05  SiteCity PIC X(10).
           05  CommodityWanted PIC X(5).
           05  LiveQuantity PIC 9(9).
           05  ScenarioQuantity PIC 9(9).
           05  AddedDaily PIC S9(9).
           05  DaysLeft PIC 9(6).

       01  CostTotals.
           05  LiveMaterialCost PIC 9(13)V99 VALUE 0.
           05  LiveLaborCost PIC 9(13)V99 VALUE 0.
           05  LiveTransportCost PIC 9(13)V99 VALUE 0.
           05  LiveProvisionsCost PIC 9(13)V99 VALUE 0.
           05  LiveTotalCost PIC 9(13)V99 VALUE 0.
           05  ScenarioMaterialCost PIC 9(13)V99 VALUE 0.
           05  ScenarioLaborCost PIC 9(13)V99 VALUE 0.
           05  ScenarioTransportCost PIC 9(13)V99 VALUE 0.
           05  ScenarioProvisionsCost PIC 9(13)V99 VALUE 0.
           05  ScenarioTotalCost PIC 9(13)V99 VALUE 0.
           05  ProposedTotalCost PIC 9(13)V99 VALUE 0.

       01  CostWork.
           05  LiveAmount PIC 9(13)V99.
           05  ScenarioAmount PIC 9(13)V99.

       01  ImpactCounts.
           05  OverCommittedCount PIC 9(5) VALUE 0.
           05  NewlyOverCount PIC 9(5) VALUE 0.
           05  InfeasibleCount PIC 9(5) VALUE 0.
           05  ProposedCount PIC 9(5) VALUE 0.
           05  ProposedInfeasibleCount PIC 9(5) VALUE 0.
           05  GranaryChangeCount PIC 9(5) VALUE 0.

       01  ReportWork.
           05  PageNumber PIC 9(3) VALUE 0.
           05  LineCount PIC 9(2) VALUE 99.
           05  PageLineLimit PIC 9(2) VALUE 55.

       01  HeadingLine1.
           05  FILLER PIC X(34)
               VALUE "SCENARIO IMPACT REPORT            ".
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

       01  LedgerHeadingLine.
           05  FILLER PIC X(8) VALUE " QUARRY ".
           05  FILLER PIC X(6) VALUE "MONTH ".
           05  FILLER PIC X(11) VALUE "     OUTPUT".
           05  FILLER PIC X(13) VALUE "  LIVE COMMIT".
           05  FILLER PIC X(13) VALUE "   SCN COMMIT".
           05  FILLER PIC X(13) VALUE "      OVER BY".
           05  FILLER PIC X(5) VALUE "  NEW".

       01  LedgerDetailLine.
           05  FILLER PIC X(1) VALUE SPACE.
           05  OC-QuarryCode PIC X(4).
           05  FILLER PIC X(3) VALUE SPACES.
           05  OC-YearMonth PIC 9(6).
           05  FILLER PIC X(2) VALUE SPACES.
           05  OC-MonthlyOutput PIC Z,ZZZ,ZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  OC-LiveCommitted PIC ZZZ,ZZZ,ZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  OC-ScenarioCommitted PIC ZZZ,ZZZ,ZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  OC-OverBy PIC ZZZ,ZZZ,ZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  OC-NewFlag PIC X(3).

       01  FeasibilityHeadingLine.
           05  FILLER PIC X(10) VALUE " PROJECT  ".
           05  FILLER PIC X(13) VALUE "LIVE STATUS  ".
           05  FILLER PIC X(11) VALUE "SCN STATUS ".
           05  FILLER PIC X(6) VALUE " TRIPS".
           05  FILLER PIC X(9) VALUE "    AVAIL".
           05  FILLER PIC X(12) VALUE "      FINISH".

       01  FeasibilityDetailLine.
           05  FILLER PIC X(1) VALUE SPACE.
           05  FE-ProjectId PIC X(6).
           05  FILLER PIC X(3) VALUE SPACES.
           05  FE-LiveStatus PIC X(8).
           05  FILLER PIC X(5) VALUE SPACES.
           05  FE-ScenarioStatus PIC X(8).
           05  FILLER PIC X(3) VALUE SPACES.
           05  FE-TripsRequired PIC ZZ,ZZ9.
           05  FILLER PIC X(3) VALUE SPACES.
           05  FE-DaysAvailable PIC ZZ,ZZ9.
           05  FILLER PIC X(6) VALUE SPACES.
           05  FE-LastFinishDay PIC ZZ,ZZ9.

       01  GranaryHeadingLine.
           05  FILLER PIC X(12) VALUE " SITE       ".
           05  FILLER PIC X(6) VALUE "ITEM  ".
           05  FILLER PIC X(11) VALUE " LIVE DAILY".
           05  FILLER PIC X(13) VALUE "    SCN DAILY".
           05  FILLER PIC X(14) VALUE "   ADDED DAILY".
           05  FILLER PIC X(11) VALUE "  DAYS LEFT".

       01  GranaryDetailLine.
           05  FILLER PIC X(1) VALUE SPACE.
           05  GD-SiteCity PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  GD-Commodity PIC X(5).
           05  FILLER PIC X(1) VALUE SPACE.
           05  GD-LiveDaily PIC ZZZ,ZZZ,ZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  GD-ScenarioDaily PIC ZZZ,ZZZ,ZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  GD-AddedDaily PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER PIC X(4) VALUE SPACES.
           05  GD-DaysLeft PIC ZZZ,ZZ9.

       01  CostHeadingLine.
           05  FILLER PIC X(14) VALUE " COST ELEMENT ".
           05  FILLER PIC X(18) VALUE "     LIVE ESTIMATE".
           05  FILLER PIC X(20) VALUE "   SCENARIO ESTIMATE".
           05  FILLER PIC X(21) VALUE "                ADDED".

       01  CostDetailLine.
           05  FILLER PIC X(1) VALUE SPACE.
           05  AC-CostName PIC X(12).
           05  FILLER PIC X(1) VALUE SPACE.
           05  AC-LiveCost PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  AC-ScenarioCost PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  AC-AddedCost PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  ProposedCostHeadingLine.
           05  FILLER PIC X(10) VALUE " PROJECT  ".
           05  FILLER PIC X(12) VALUE "SITE CITY   ".
           05  FILLER PIC X(6) VALUE " SIZE ".
           05  FILLER PIC X(5) VALUE "TYPE ".
           05  FILLER PIC X(22) VALUE "      TOTAL ESTIMATE".

       01  ProposedCostDetailLine.
           05  FILLER PIC X(1) VALUE SPACE.
           05  PJ-ProjectId PIC X(6).
           05  FILLER PIC X(3) VALUE SPACES.
           05  PJ-SiteCity PIC X(10).
           05  FILLER PIC X(3) VALUE SPACES.
           05  PJ-PyramidSize PIC ZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  PJ-PyramidType PIC X(4).
           05  FILLER PIC X(3) VALUE SPACES.
           05  PJ-TotalCost PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  ProposedCostTotalLine.
           05  FILLER PIC X(1) VALUE SPACE.
           05  FILLER PIC X(34) VALUE "TOTAL PROPOSED PROJECTS".
           05  PJ-ProposedTotalCost PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  TotalLine.
           05  FILLER PIC X(1) VALUE SPACE.
           05  TL-TotalName PIC X(30).
           05  TL-TotalCount PIC ZZZ,ZZ9.

       01  NoneDetailLine.
           05  FILLER PIC X(1) VALUE SPACE.
           05  FILLER PIC X(6) VALUE "(NONE)".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT RunDate FROM DATE YYYYMMDD

           OPEN INPUT PyramidProjectsFile
           OPEN INPUT ScenarioProjectsFile
           OPEN OUTPUT ReportFile

           MOVE "QUARRY MONTHS OVER-COMMITTED" TO ST-Title
           PERFORM PrintSectionTitle
           MOVE LedgerHeadingLine TO ReportRecord
           PERFORM WriteReportLine
           PERFORM LoadLiveLedger
           PERFORM CompareScenarioLedger
           IF OverCommittedCount = 0
               MOVE NoneDetailLine TO ReportRecord
               PERFORM WriteReportLine
           END-IF

           MOVE "EXISTING PROJECTS NO LONGER FEASIBLE" TO ST-Title
           PERFORM PrintSectionTitle
           MOVE FeasibilityHeadingLine TO ReportRecord
           PERFORM WriteReportLine
           PERFORM CompareFeasibility
           IF InfeasibleCount = 0
               MOVE NoneDetailLine TO ReportRecord
               PERFORM WriteReportLine
           END-IF

           MOVE "PROPOSED PROJECT FEASIBILITY" TO ST-Title
           PERFORM PrintSectionTitle
           MOVE FeasibilityHeadingLine TO ReportRecord
           PERFORM WriteReportLine
           PERFORM ListProposedFeasibility
           IF ProposedCount = 0
               MOVE NoneDetailLine TO ReportRecord
               PERFORM WriteReportLine
           END-IF

           MOVE "ADDED GRANARY DRAWDOWN" TO ST-Title
           PERFORM PrintSectionTitle
           MOVE GranaryHeadingLine TO ReportRecord
           PERFORM WriteReportLine
           PERFORM LoadGranaryStock
           PERFORM LoadLiveDemand
           PERFORM LoadScenarioDemand
           PERFORM PrintGranaryChange
               VARYING StockNumber FROM 1 BY 1
               UNTIL StockNumber > StockCount
           IF GranaryChangeCount = 0
               MOVE NoneDetailLine TO ReportRecord
               PERFORM WriteReportLine
           END-IF

           MOVE "ADDED COST IN DEBEN" TO ST-Title
           PERFORM PrintSectionTitle
           MOVE CostHeadingLine TO ReportRecord
           PERFORM WriteReportLine
           PERFORM LoadLiveCosts
           PERFORM LoadScenarioCosts
           PERFORM PrintCostElements

           MOVE "PROPOSED PROJECT COST IN DEBEN" TO ST-Title
           PERFORM PrintSectionTitle
           MOVE ProposedCostHeadingLine TO ReportRecord
           PERFORM WriteReportLine
           PERFORM ListProposedCosts
           IF ProposedCount = 0
               MOVE NoneDetailLine TO ReportRecord
               PERFORM WriteReportLine
           ELSE
               MOVE SPACES TO ReportRecord
               PERFORM WriteReportLine
               MOVE ProposedTotalCost TO PJ-ProposedTotalCost
               MOVE ProposedCostTotalLine TO ReportRecord
               PERFORM WriteReportLine
           END-IF

           PERFORM PrintImpactSummary

           CLOSE PyramidProjectsFile
           CLOSE ScenarioProjectsFile
           CLOSE ReportFile

           DISPLAY "Quarry months over-committed: ", OverCommittedCount
           DISPLAY "Projects no longer feasible:  ", InfeasibleCount
           DISPLAY "Proposed projects assessed:   ", ProposedCount

           STOP RUN.

       LoadLiveLedger.
           OPEN INPUT LiveLedgerFile

           IF LiveLedgerFileStatus = "00"
               PERFORM ReadNextLiveLedger
               PERFORM StoreLiveLedger
                   UNTIL EndOfLedger OR LedgerCount = LedgerTableLimit
               IF NOT EndOfLedger
                   DISPLAY "Ledger table full at ", LedgerTableLimit,
                       " entries, remaining months not loaded"
               END-IF
               CLOSE LiveLedgerFile
           ELSE
               DISPLAY "No live quarry ledger QRYLEDG.DAT, "
                   "all over-commitment reported as new"
           END-IF
           EXIT.

       ReadNextLiveLedger.
           READ LiveLedgerFile
               AT END SET EndOfLedger TO TRUE
           END-READ
           EXIT.

       StoreLiveLedger.
           ADD 1 TO LedgerCount
           MOVE LL-QuarryCode TO LT-QuarryCode(LedgerCount)
           MOVE LL-YearMonth TO LT-YearMonth(LedgerCount)
           MOVE LL-Committed TO LT-Committed(LedgerCount)

           PERFORM ReadNextLiveLedger
           EXIT.

       CompareScenarioLedger.
           MOVE "N" TO EndOfLedgerFlag
           OPEN INPUT ScenarioLedgerFile

           PERFORM ReadNextScenarioLedger

           PERFORM CheckScenarioMonth UNTIL EndOfLedger

           CLOSE ScenarioLedgerFile
           EXIT.

       ReadNextScenarioLedger.
           READ ScenarioLedgerFile
               AT END SET EndOfLedger TO TRUE
           END-READ
           EXIT.

       CheckScenarioMonth.
           IF SL-Committed > SL-MonthlyOutput
               ADD 1 TO OverCommittedCount
               PERFORM FindLiveLedgerEntry

               MOVE SL-QuarryCode TO OC-QuarryCode
               MOVE SL-YearMonth TO OC-YearMonth
               MOVE SL-MonthlyOutput TO OC-MonthlyOutput
               MOVE SL-Committed TO OC-ScenarioCommitted
               COMPUTE OC-OverBy = SL-Committed - SL-MonthlyOutput
               MOVE SPACES TO OC-NewFlag

               IF LiveEntryFound
                   MOVE LT-Committed(FoundLedgerNumber)
                       TO OC-LiveCommitted
                   IF LT-Committed(FoundLedgerNumber)
                       NOT > SL-MonthlyOutput
                       MOVE "NEW" TO OC-NewFlag
                       ADD 1 TO NewlyOverCount
                   END-IF
               ELSE
                   MOVE 0 TO OC-LiveCommitted
                   MOVE "NEW" TO OC-NewFlag
                   ADD 1 TO NewlyOverCount
               END-IF

               MOVE LedgerDetailLine TO ReportRecord
               PERFORM WriteReportLine
           END-IF

           PERFORM ReadNextScenarioLedger
           EXIT.

       FindLiveLedgerEntry.
           MOVE "N" TO LiveEntryFoundFlag
           MOVE 0 TO FoundLedgerNumber

           PERFORM MatchLiveLedgerEntry
               VARYING LedgerNumber FROM 1 BY 1
               UNTIL LedgerNumber > LedgerCount OR LiveEntryFound
           EXIT.

       MatchLiveLedgerEntry.
           IF LT-QuarryCode(LedgerNumber) = SL-QuarryCode
               AND LT-YearMonth(LedgerNumber) = SL-YearMonth
               MOVE LedgerNumber TO FoundLedgerNumber
               SET LiveEntryFound TO TRUE
           END-IF
           EXIT.

       CompareFeasibility.
           OPEN INPUT LiveFeasibilityFile
           IF LiveFeasibilityFileStatus = "00"
               SET LiveFeasibilityOpen TO TRUE
           ELSE
               DISPLAY "No live convoy feasibility CONVFEAS.DAT, "
                   "feasibility not compared"
           END-IF

           MOVE "N" TO EndOfFeasibilityFlag
           OPEN INPUT ScenarioFeasibilityFile

           PERFORM ReadNextScenarioFeasibility

           PERFORM CheckExistingFeasibility UNTIL EndOfFeasibility

           CLOSE ScenarioFeasibilityFile
           IF LiveFeasibilityOpen
               CLOSE LiveFeasibilityFile
           END-IF
           EXIT.

       ReadNextScenarioFeasibility.
           READ ScenarioFeasibilityFile NEXT RECORD
               AT END SET EndOfFeasibility TO TRUE
           END-READ
           EXIT.

       CheckExistingFeasibility.
           MOVE "N" TO LiveEntryFoundFlag

           IF LiveFeasibilityOpen
               MOVE SF-ProjectId TO LF-ProjectId
               READ LiveFeasibilityFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET LiveEntryFound TO TRUE
               END-READ
           END-IF

           IF LiveEntryFound
               IF LF-Feasible AND NOT SF-Feasible
                   ADD 1 TO InfeasibleCount
                   MOVE LF-Status TO FE-LiveStatus
                   PERFORM PrintFeasibilityLine
               END-IF
           END-IF

           PERFORM ReadNextScenarioFeasibility
           EXIT.

       ListProposedFeasibility.
           MOVE "N" TO EndOfFeasibilityFlag
           OPEN INPUT ScenarioFeasibilityFile

           PERFORM ReadNextScenarioFeasibility

           PERFORM CheckProposedFeasibility UNTIL EndOfFeasibility

           CLOSE ScenarioFeasibilityFile
           EXIT.

       CheckProposedFeasibility.
           MOVE SF-ProjectId TO PP-ProjectId
           PERFORM CheckProposedProject

           IF ProposedProject
               ADD 1 TO ProposedCount
               IF NOT SF-Feasible
                   ADD 1 TO ProposedInfeasibleCount
               END-IF
               MOVE "NEW" TO FE-LiveStatus
               PERFORM PrintFeasibilityLine
           END-IF

           PERFORM ReadNextScenarioFeasibility
           EXIT.

       CheckProposedProject.
           MOVE "N" TO ProposedProjectFlag

           READ PyramidProjectsFile
               INVALID KEY
                   SET ProposedProject TO TRUE
               NOT INVALID KEY
                   CONTINUE
           END-READ
           EXIT.

       PrintFeasibilityLine.
           MOVE SF-ProjectId TO FE-ProjectId
           MOVE SF-Status TO FE-ScenarioStatus
           MOVE SF-TripsRequired TO FE-TripsRequired
           MOVE SF-DaysAvailable TO FE-DaysAvailable
           MOVE SF-LastFinishDay TO FE-LastFinishDay

           MOVE FeasibilityDetailLine TO ReportRecord
           PERFORM WriteReportLine
           EXIT.

       LoadGranaryStock.
           OPEN INPUT GranaryStockFile

           IF GranaryStockFileStatus = "00"
               PERFORM ReadNextStock
               PERFORM StoreStock
                   UNTIL EndOfStock OR StockCount = 200
               IF NOT EndOfStock
                   DISPLAY "Granary table full at 200 entries, "
                       "remaining stock not loaded"
               END-IF
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
           MOVE 0 TO GK-LiveDaily(StockCount)
           MOVE 0 TO GK-ScenarioDaily(StockCount)

           PERFORM ReadNextStock
           EXIT.

       LoadLiveDemand.
           OPEN INPUT LiveProvisionsFile

           IF LiveProvisionsFileStatus = "00"
               MOVE "N" TO EndOfProvisionsFlag
               PERFORM ReadNextLiveProvisions
               PERFORM AddLiveDemand UNTIL EndOfProvisions
               CLOSE LiveProvisionsFile
           END-IF
           EXIT.

       ReadNextLiveProvisions.
           READ LiveProvisionsFile NEXT RECORD
               AT END SET EndOfProvisions TO TRUE
           END-READ
           EXIT.

       AddLiveDemand.
           MOVE SPACES TO SiteCity
           MOVE LV-ProjectId TO PP-ProjectId
           READ PyramidProjectsFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PP-SiteCity TO SiteCity
           END-READ

           IF SiteCity NOT = SPACES
               MOVE 0 TO ScenarioQuantity

               MOVE "GRAIN" TO CommodityWanted
               MOVE LV-GrainDaily TO LiveQuantity
               PERFORM AddDemandToStock

               MOVE "BEER" TO CommodityWanted
               MOVE LV-BeerDaily TO LiveQuantity
               PERFORM AddDemandToStock

               MOVE "WATER" TO CommodityWanted
               MOVE LV-WaterDaily TO LiveQuantity
               PERFORM AddDemandToStock

               MOVE "TOOLS" TO CommodityWanted
               MOVE LV-ToolsDaily TO LiveQuantity
               PERFORM AddDemandToStock
           END-IF

           PERFORM ReadNextLiveProvisions
           EXIT.

       LoadScenarioDemand.
           OPEN INPUT ScenarioProvisionsFile

           MOVE "N" TO EndOfProvisionsFlag
           PERFORM ReadNextScenarioProvisions
           PERFORM AddScenarioDemand UNTIL EndOfProvisions

           CLOSE ScenarioProvisionsFile
           EXIT.

       ReadNextScenarioProvisions.
           READ ScenarioProvisionsFile NEXT RECORD
               AT END SET EndOfProvisions TO TRUE
           END-READ
           EXIT.

       AddScenarioDemand.
           MOVE SPACES TO SiteCity
           MOVE SV-ProjectId TO SP-ProjectId
           READ ScenarioProjectsFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SP-SiteCity TO SiteCity
           END-READ

           IF SiteCity NOT = SPACES
               MOVE 0 TO LiveQuantity

               MOVE "GRAIN" TO CommodityWanted
               MOVE SV-GrainDaily TO ScenarioQuantity
               PERFORM AddDemandToStock

               MOVE "BEER" TO CommodityWanted
               MOVE SV-BeerDaily TO ScenarioQuantity
               PERFORM AddDemandToStock

               MOVE "WATER" TO CommodityWanted
               MOVE SV-WaterDaily TO ScenarioQuantity
               PERFORM AddDemandToStock

               MOVE "TOOLS" TO CommodityWanted
               MOVE SV-ToolsDaily TO ScenarioQuantity
               PERFORM AddDemandToStock
           END-IF

           PERFORM ReadNextScenarioProvisions
           EXIT.

       AddDemandToStock.
           PERFORM FindStockEntry

           IF EntryFound
               ADD LiveQuantity TO GK-LiveDaily(FoundStockNumber)
               ADD ScenarioQuantity
                   TO GK-ScenarioDaily(FoundStockNumber)
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
               MOVE 0 TO GK-LiveDaily(StockCount)
               MOVE 0 TO GK-ScenarioDaily(StockCount)
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

       PrintGranaryChange.
           IF GK-ScenarioDaily(StockNumber)
               NOT = GK-LiveDaily(StockNumber)
               ADD 1 TO GranaryChangeCount
               COMPUTE AddedDaily = GK-ScenarioDaily(StockNumber)
                   - GK-LiveDaily(StockNumber)

               MOVE 0 TO DaysLeft
               IF GK-ScenarioDaily(StockNumber) > 0
                   COMPUTE DaysLeft = GK-StockOnHand(StockNumber)
                       / GK-ScenarioDaily(StockNumber)
                       ON SIZE ERROR
                           MOVE 999999 TO DaysLeft
                   END-COMPUTE
               END-IF

               MOVE GK-SiteCity(StockNumber) TO GD-SiteCity
               MOVE GK-Commodity(StockNumber) TO GD-Commodity
               MOVE GK-LiveDaily(StockNumber) TO GD-LiveDaily
               MOVE GK-ScenarioDaily(StockNumber) TO GD-ScenarioDaily
               MOVE AddedDaily TO GD-AddedDaily
               MOVE DaysLeft TO GD-DaysLeft

               MOVE GranaryDetailLine TO ReportRecord
               PERFORM WriteReportLine
           END-IF
           EXIT.

       LoadLiveCosts.
           OPEN INPUT LiveCostFile

           IF LiveCostFileStatus = "00"
               MOVE "N" TO EndOfCostsFlag
               PERFORM ReadNextLiveCost
               PERFORM AddLiveCost UNTIL EndOfCosts
               CLOSE LiveCostFile
           ELSE
               DISPLAY "No live cost estimate PROJCOST.DAT, "
                   "live costs taken as zero"
           END-IF
           EXIT.

       ReadNextLiveCost.
           READ LiveCostFile NEXT RECORD
               AT END SET EndOfCosts TO TRUE
           END-READ
           EXIT.

       AddLiveCost.
           ADD LC-MaterialCost TO LiveMaterialCost
           ADD LC-LaborCost TO LiveLaborCost
           ADD LC-TransportCost TO LiveTransportCost
           ADD LC-ProvisionsCost TO LiveProvisionsCost
           ADD LC-TotalCost TO LiveTotalCost

           PERFORM ReadNextLiveCost
           EXIT.

       LoadScenarioCosts.
           OPEN INPUT ScenarioCostFile

           MOVE "N" TO EndOfCostsFlag
           PERFORM ReadNextScenarioCost
           PERFORM AddScenarioCost UNTIL EndOfCosts

           CLOSE ScenarioCostFile
           EXIT.

       ReadNextScenarioCost.
           READ ScenarioCostFile NEXT RECORD
               AT END SET EndOfCosts TO TRUE
           END-READ
           EXIT.

       AddScenarioCost.
           ADD SC-MaterialCost TO ScenarioMaterialCost
           ADD SC-LaborCost TO ScenarioLaborCost
           ADD SC-TransportCost TO ScenarioTransportCost
           ADD SC-ProvisionsCost TO ScenarioProvisionsCost
           ADD SC-TotalCost TO ScenarioTotalCost

           PERFORM ReadNextScenarioCost
           EXIT.

       PrintCostElements.
           MOVE "MATERIAL" TO AC-CostName
           MOVE LiveMaterialCost TO LiveAmount
           MOVE ScenarioMaterialCost TO ScenarioAmount
           PERFORM PrintCostLine

           MOVE "LABOR" TO AC-CostName
           MOVE LiveLaborCost TO LiveAmount
           MOVE ScenarioLaborCost TO ScenarioAmount
           PERFORM PrintCostLine

           MOVE "TRANSPORT" TO AC-CostName
           MOVE LiveTransportCost TO LiveAmount
           MOVE ScenarioTransportCost TO ScenarioAmount
           PERFORM PrintCostLine

           MOVE "PROVISIONS" TO AC-CostName
           MOVE LiveProvisionsCost TO LiveAmount
           MOVE ScenarioProvisionsCost TO ScenarioAmount
           PERFORM PrintCostLine

           MOVE "TOTAL" TO AC-CostName
           MOVE LiveTotalCost TO LiveAmount
           MOVE ScenarioTotalCost TO ScenarioAmount
           PERFORM PrintCostLine
           EXIT.

       PrintCostLine.
           MOVE LiveAmount TO AC-LiveCost
           MOVE ScenarioAmount TO AC-ScenarioCost
           COMPUTE AC-AddedCost = ScenarioAmount - LiveAmount

           MOVE CostDetailLine TO ReportRecord
           PERFORM WriteReportLine
           EXIT.

       ListProposedCosts.
           OPEN INPUT ScenarioCostFile

           MOVE "N" TO EndOfCostsFlag
           PERFORM ReadNextScenarioCost
           PERFORM PrintProposedCost UNTIL EndOfCosts

           CLOSE ScenarioCostFile
           EXIT.

       PrintProposedCost.
           MOVE SC-ProjectId TO PP-ProjectId
           PERFORM CheckProposedProject

           IF ProposedProject
               ADD SC-TotalCost TO ProposedTotalCost
               MOVE SC-ProjectId TO SP-ProjectId
               READ ScenarioProjectsFile
                   INVALID KEY
                       MOVE SPACES TO SP-SiteCity
                       MOVE 0 TO SP-PyramidSize
                       MOVE SPACES TO SP-PyramidType
               END-READ

               MOVE SC-ProjectId TO PJ-ProjectId
               MOVE SP-SiteCity TO PJ-SiteCity
               MOVE SP-PyramidSize TO PJ-PyramidSize
               MOVE SP-PyramidType TO PJ-PyramidType
               MOVE SC-TotalCost TO PJ-TotalCost

               MOVE ProposedCostDetailLine TO ReportRecord
               PERFORM WriteReportLine
           END-IF

           PERFORM ReadNextScenarioCost
           EXIT.

       PrintImpactSummary.
           MOVE "IMPACT SUMMARY" TO ST-Title
           PERFORM PrintSectionTitle

           MOVE "QUARRY MONTHS OVER-COMMITTED" TO TL-TotalName
           MOVE OverCommittedCount TO TL-TotalCount
           MOVE TotalLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE "  NEWLY OVER-COMMITTED" TO TL-TotalName
           MOVE NewlyOverCount TO TL-TotalCount
           MOVE TotalLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE "EXISTING PROJECTS INFEASIBLE" TO TL-TotalName
           MOVE InfeasibleCount TO TL-TotalCount
           MOVE TotalLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE "PROPOSED PROJECTS ASSESSED" TO TL-TotalName
           MOVE ProposedCount TO TL-TotalCount
           MOVE TotalLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE "  PROPOSED NOT FEASIBLE" TO TL-TotalName
           MOVE ProposedInfeasibleCount TO TL-TotalCount
           MOVE TotalLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE "GRANARY STOCKS CHANGED" TO TL-TotalName
           MOVE GranaryChangeCount TO TL-TotalCount
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

       END PROGRAM ScenarioImpact.
