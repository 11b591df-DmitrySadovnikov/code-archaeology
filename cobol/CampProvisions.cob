       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LaborRosterFile ASSIGN USING RosterFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-RosterKey.

           SELECT ProvisionsFile ASSIGN USING ProvisionsFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-ProjectId.

           SELECT CampSummaryFile ASSIGN USING CampSummaryFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-ProjectId.

           SELECT PlanningFactorFile ASSIGN TO "PLANFACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PlanningFactorFileStatus.

           SELECT RunLogFile ASSIGN TO "CAMPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunLogFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  LaborRosterFile.
       01  LaborRosterRecord.
           05  LR-RosterKey.
               10  LR-ProjectId PIC X(6).
               10  LR-CategoryCode PIC X(6).
               10  LR-Shift PIC X(4).
           05  LR-Headcount PIC 9(7).

       FD  ProvisionsFile.
           05  CS-NightShiftHeadcount PIC 9(7).
           05  CS-SheltersNeeded PIC 9(6).

       FD  PlanningFactorFile.
           COPY PLANFACT.

       FD  RunLogFile.
       01  RunLogRecord.
           05  RL-RunDate PIC 9(8).
           05  RL-RunTime PIC 9(8).
           05  RL-ProjectId PIC X(6).
           05  RL-TotalHeadcount PIC 9(7).
           05  RL-GrainDaily PIC 9(9).
           05  RL-BeerDaily PIC 9(9).
           05  RL-WaterDaily PIC 9(9).
           05  RL-ToolsDaily PIC 9(9).
           05  RL-FactorSetDate PIC 9(8).
           05  RL-AsOfDate PIC 9(8).

       WORKING-STORAGE SECTION.
       01  PlanningFactorFileStatus PIC X(02).
       01  RunLogFileStatus PIC X(02).

       01  ProvisionsSwitches.
           05  EndOfRosterFlag PIC X(01) VALUE "N".
               88  EndOfRoster VALUE "Y".
           05  EndOfFactorsFlag PIC X(01) VALUE "N".
               88  EndOfFactors VALUE "Y".

       01  RunDate PIC 9(8).
       01  RunTime PIC 9(8).
       01  FactorSetDate PIC 9(8) VALUE 0.

           COPY RATIONTB.

       01  WaterRate PIC 9(2).
       01  ToolsRate PIC 9(2).

       01  RunMode PIC X(08) VALUE SPACES.
           88  ScenarioRun VALUE "SCENARIO".

       01  CommandLineText PIC X(40) VALUE SPACES.
       01  CommandLineParts REDEFINES CommandLineText.
           05  CommandWord1 PIC X(08).
           05  CommandGap1 PIC X(01).
           05  CommandWord2 PIC X(08).
           05  FILLER PIC X(23).
       01  AsOfAnswer PIC X(08) VALUE SPACES.
       01  AsOfDate PIC 9(8) VALUE 0.
       01  AsOfDateParts REDEFINES AsOfDate.
           05  AsOfYear PIC 9(4).
           05  AsOfMonth PIC 9(2).
           05  AsOfDay PIC 9(2).
       01  AsOfValidFlag PIC X(01) VALUE "N".
           88  AsOfDateValid VALUE "Y".

       01  FileNames.
           05  RosterFileName PIC X(12) VALUE "LABROST.DAT".
           05  ProvisionsFileName PIC X(12) VALUE "PROVREQ.DAT".
           05  CampSummaryFileName PIC X(12) VALUE "CAMPSUM.DAT".

       01  WorkersPerShelter PIC 9(2) VALUE 10.

       01  CampTotals.
           05  CP-ProjectId PIC X(6).
           05  CP-GrainDaily PIC 9(9).
           05  CP-BeerDaily PIC 9(9).
           05  CP-WaterDaily PIC 9(9).
           05  CP-ToolsDaily PIC 9(9).
           05  CP-TotalHeadcount PIC 9(7).
           05  CP-DayShiftHeadcount PIC 9(7).
           05  CP-NightShiftHeadcount PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT CommandLineText FROM COMMAND-LINE
           PERFORM SplitCommandLine
           IF ScenarioRun
               PERFORM SelectScenarioFiles
           END-IF

           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT RunTime FROM TIME

           PERFORM SetAsOfDate
           IF AsOfDateValid
               PERFORM LoadPlanningFactors
               PERFORM CheckFactorSet
           ELSE
               DISPLAY "As-of date must be YYYYMMDD, not ", AsOfAnswer
               MOVE 16 TO RETURN-CODE
           END-IF

           STOP RUN.

       CheckFactorSet.
           IF RationRateCount = 0
               DISPLAY "No ration rates in effect on ", AsOfDate,
                   " in PLANFACT.DAT, run stopped"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "Planning factor set effective ", FactorSetDate,
                   " used, as of ", AsOfDate
               PERFORM ProvisionCamps
           END-IF
           EXIT.

       ProvisionCamps.
           OPEN INPUT LaborRosterFile
           OPEN OUTPUT ProvisionsFile
           OPEN OUTPUT CampSummaryFile

           IF NOT ScenarioRun
               OPEN EXTEND RunLogFile
               IF RunLogFileStatus NOT = "00"
                   OPEN OUTPUT RunLogFile
               END-IF
           END-IF

           PERFORM ReadNextRosterRecord

           PERFORM ProvisionProjectCamp UNTIL EndOfRoster

           CLOSE LaborRosterFile
           CLOSE ProvisionsFile
           CLOSE CampSummaryFile
           IF NOT ScenarioRun
               CLOSE RunLogFile
           END-IF
           EXIT.

       SelectScenarioFiles.
           MOVE "SCNROST.DAT" TO RosterFileName
           MOVE "SCNPROV.DAT" TO ProvisionsFileName
           MOVE "SCNCAMP.DAT" TO CampSummaryFileName
           DISPLAY "Scenario run, live planning files not updated"
           EXIT.

       SplitCommandLine.
           MOVE SPACES TO RunMode
           MOVE SPACES TO AsOfAnswer

           IF CommandWord1 = "SCENARIO"
               MOVE CommandWord1 TO RunMode
               MOVE CommandWord2 TO AsOfAnswer
           ELSE
               MOVE CommandWord1 TO AsOfAnswer
           END-IF
           EXIT.

       SetAsOfDate.
           MOVE "N" TO AsOfValidFlag
           MOVE 0 TO AsOfDate

           IF AsOfAnswer = SPACES
               MOVE RunDate TO AsOfDate
           ELSE
               IF AsOfAnswer IS NUMERIC
                   MOVE AsOfAnswer TO AsOfDate
               END-IF
           END-IF

           IF AsOfMonth >= 1 AND AsOfMonth <= 12
               AND AsOfDay >= 1 AND AsOfDay <= 31
               SET AsOfDateValid TO TRUE
           END-IF
           EXIT.

       LoadPlanningFactors.
           MOVE 0 TO FactorSetDate
           MOVE "N" TO EndOfFactorsFlag

           OPEN INPUT PlanningFactorFile
           IF PlanningFactorFileStatus = "00"
               PERFORM ReadNextFactor
               PERFORM FindFactorSet UNTIL EndOfFactors
               CLOSE PlanningFactorFile
           END-IF

           IF FactorSetDate > 0
               MOVE "N" TO EndOfFactorsFlag
               OPEN INPUT PlanningFactorFile
               PERFORM ReadNextFactor
               PERFORM StoreFactor UNTIL EndOfFactors
               CLOSE PlanningFactorFile
           END-IF
           EXIT.

       ReadNextFactor.
           READ PlanningFactorFile
               AT END SET EndOfFactors TO TRUE
           END-READ
           EXIT.

       FindFactorSet.
           IF PF-EffectiveDate NOT > AsOfDate
               AND PF-EffectiveDate > FactorSetDate
               MOVE PF-EffectiveDate TO FactorSetDate
           END-IF

           PERFORM ReadNextFactor
           EXIT.

       StoreFactor.
           IF PF-EffectiveDate = FactorSetDate
               AND PF-RationRateFactor AND RationRateCount < 10
               ADD 1 TO RationRateCount
               MOVE PF-RationCategory
                   TO RT-CategoryCode(RationRateCount)
               MOVE PF-GrainRate TO RT-GrainRate(RationRateCount)
               MOVE PF-BeerRate TO RT-BeerRate(RationRateCount)
               MOVE PF-WaterRate TO RT-WaterRate(RationRateCount)
               MOVE PF-ToolsRate TO RT-ToolsRate(RationRateCount)
           END-IF

           PERFORM ReadNextFactor
           EXIT.

       ReadNextRosterRecord.
           READ LaborRosterFile NEXT RECORD
               AT END SET EndOfRoster TO TRUE
           END-READ
           EXIT.

       ProvisionProjectCamp.
           MOVE LR-ProjectId TO CP-ProjectId
           MOVE 0 TO CP-GrainDaily
           MOVE 0 TO CP-BeerDaily
           MOVE 0 TO CP-WaterDaily
           MOVE 0 TO CP-ToolsDaily
           MOVE 0 TO CP-TotalHeadcount
           MOVE 0 TO CP-DayShiftHeadcount
           MOVE 0 TO CP-NightShiftHeadcount

           PERFORM AccumulateRosterRecord
               UNTIL EndOfRoster OR LR-ProjectId NOT = CP-ProjectId

           PERFORM WriteCampRequisition
           IF NOT ScenarioRun
               PERFORM WriteRunLogEntry
           END-IF
           EXIT.

       AccumulateRosterRecord.
           PERFORM LookupRationRates
           PERFORM AddRosterToCamp

           PERFORM ReadNextRosterRecord
           EXIT.

       LookupRationRates.
           MOVE 02 TO GrainRate
           MOVE 02 TO BeerRate

           PERFORM MatchRationEntry
               VARYING RationIndex FROM 1 BY 1
               UNTIL RationIndex > RationRateCount
           EXIT.

       MatchRationEntry.
           EXIT.

       AddRosterToCamp.
           COMPUTE CP-GrainDaily =
               CP-GrainDaily + (LR-Headcount * GrainRate)
           COMPUTE CP-BeerDaily =
               CP-BeerDaily + (LR-Headcount * BeerRate)
           COMPUTE CP-WaterDaily =
               CP-WaterDaily + (LR-Headcount * WaterRate)
           COMPUTE CP-ToolsDaily =
               CP-ToolsDaily + (LR-Headcount * ToolsRate)

           ADD LR-Headcount TO CP-TotalHeadcount

           IF LR-Shift = "DAYS"
               ADD LR-Headcount TO CP-DayShiftHeadcount
           ELSE
               ADD LR-Headcount TO CP-NightShiftHeadcount
           END-IF
           EXIT.

       WriteCampRequisition.
           MOVE CP-ProjectId TO PV-ProjectId
           MOVE CP-GrainDaily TO PV-GrainDaily
           MOVE CP-BeerDaily TO PV-BeerDaily
           MOVE CP-WaterDaily TO PV-WaterDaily
           MOVE CP-ToolsDaily TO PV-ToolsDaily

           WRITE ProvisionsRecord
               INVALID KEY
                   DISPLAY "Duplicate provisions record for ",
                       PV-ProjectId
           END-WRITE

           MOVE CP-ProjectId TO CS-ProjectId
           MOVE CP-TotalHeadcount TO CS-TotalHeadcount
           MOVE CP-DayShiftHeadcount TO CS-DayShiftHeadcount
           MOVE CP-NightShiftHeadcount TO CS-NightShiftHeadcount
           COMPUTE CS-SheltersNeeded =
               (CP-TotalHeadcount + WorkersPerShelter - 1)
               / WorkersPerShelter

           WRITE CampSummaryRecord
               INVALID KEY
                   DISPLAY "Duplicate camp summary record for ",
                       CS-ProjectId
           END-WRITE
           EXIT.

       WriteRunLogEntry.
           MOVE RunDate TO RL-RunDate
           MOVE RunTime TO RL-RunTime
           MOVE CP-ProjectId TO RL-ProjectId
           MOVE CP-TotalHeadcount TO RL-TotalHeadcount
           MOVE CP-GrainDaily TO RL-GrainDaily
           MOVE CP-BeerDaily TO RL-BeerDaily
           MOVE CP-WaterDaily TO RL-WaterDaily
           MOVE CP-ToolsDaily TO RL-ToolsDaily
           MOVE FactorSetDate TO RL-FactorSetDate
           MOVE AsOfDate TO RL-AsOfDate

           WRITE RunLogRecord
           EXIT.

       END PROGRAM CampProvisions.
