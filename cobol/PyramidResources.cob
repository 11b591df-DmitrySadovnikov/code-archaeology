       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PyramidProjectsFile ASSIGN USING ProjectsFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-ProjectId.

           SELECT ResourceOutputFile ASSIGN USING ResourceFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-ProjectId.

           SELECT LaborRosterFile ASSIGN USING RosterFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-RosterKey.

           SELECT LaborRequisitionFile ASSIGN USING RequisitionFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LQ-ProjectId.

           SELECT RunLogFile ASSIGN TO "PYRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunLogFileStatus.

           SELECT PlanningFactorFile ASSIGN TO "PLANFACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PlanningFactorFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  PyramidProjectsFile.

       FD  LaborRosterFile.
       01  LaborRosterRecord.
           05  LR-RosterKey.
               10  LR-ProjectId PIC X(6).
               10  LR-CategoryCode PIC X(6).
               10  LR-Shift PIC X(4).
           05  LR-Headcount PIC 9(7).

       FD  LaborRequisitionFile.
           05  RL-Limestone PIC 9(7).
           05  RL-Granite PIC 9(7).
           05  RL-Labor PIC 9(7).
           05  RL-FactorSetDate PIC 9(8).
           05  RL-AsOfDate PIC 9(8).

       FD  PlanningFactorFile.
           COPY PLANFACT.

       WORKING-STORAGE SECTION.
       01  RunLogFileStatus PIC X(02).
       01  PlanningFactorFileStatus PIC X(02).

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
           05  ProjectsFileName PIC X(12) VALUE "PYRPROJ.DAT".
           05  ResourceFileName PIC X(12) VALUE "PYRRES.DAT".
           05  RosterFileName PIC X(12) VALUE "LABROST.DAT".
           05  RequisitionFileName PIC X(12) VALUE "LABREQ.DAT".

       01  RunDate PIC 9(8).
       01  RunTime PIC 9(8).
       01  LimestoneNeeded PIC 9(7).
       01  ProjectsSwitches.
           05  EndOfProjectsFlag PIC X(01) VALUE "N".
               88  EndOfProjects VALUE "Y".
           05  EndOfFactorsFlag PIC X(01) VALUE "N".
               88  EndOfFactors VALUE "Y".
           05  TypeFoundFlag PIC X(01) VALUE "N".
               88  TypeFound VALUE "Y".

       01  ProjectsUnplanned PIC 9(5) VALUE 0.

       01  FactorSetDate PIC 9(8) VALUE 0.
       01  WorkersPerCubit PIC 9(5) VALUE 0.

       01  LimestoneFactor PIC 9(4).
       01  GraniteFactor PIC 9(4).

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
           IF PyramidTypeCount = 0 OR LaborCategoryCount = 0
               OR WorkersPerCubit = 0
               DISPLAY "No complete planning factor set in effect on ",
                   AsOfDate, " in PLANFACT.DAT, run stopped"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "Planning factor set effective ", FactorSetDate,
                   " used, as of ", AsOfDate
               PERFORM PlanResources
           END-IF
           EXIT.

       PlanResources.
           OPEN INPUT PyramidProjectsFile
           OPEN OUTPUT ResourceOutputFile
           OPEN OUTPUT LaborRosterFile
           OPEN OUTPUT LaborRequisitionFile

           IF NOT ScenarioRun
               OPEN EXTEND RunLogFile
               IF RunLogFileStatus NOT = "00"
                   OPEN OUTPUT RunLogFile
               END-IF
           END-IF

           PERFORM ReadNextProject

           PERFORM ProcessProject UNTIL EndOfProjects
           CLOSE ResourceOutputFile
           CLOSE LaborRosterFile
           CLOSE LaborRequisitionFile
           IF NOT ScenarioRun
               CLOSE RunLogFile
           END-IF

           IF ProjectsUnplanned > 0
               DISPLAY "Projects not planned, type not in factor set: ",
                   ProjectsUnplanned
               MOVE 4 TO RETURN-CODE
           END-IF
           EXIT.

       SelectScenarioFiles.
           MOVE "SCNPROJ.DAT" TO ProjectsFileName
           MOVE "SCNRES.DAT" TO ResourceFileName
           MOVE "SCNROST.DAT" TO RosterFileName
           MOVE "SCNLREQ.DAT" TO RequisitionFileName
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
               IF PF-PyramidTypeFactor AND PyramidTypeCount < 20
                   ADD 1 TO PyramidTypeCount
                   MOVE PF-TypeCode TO PT-TypeCode(PyramidTypeCount)
                   MOVE PF-LimestoneFactor
                       TO PT-LimestoneFactor(PyramidTypeCount)
                   MOVE PF-GraniteFactor
                       TO PT-GraniteFactor(PyramidTypeCount)
               END-IF
               IF PF-LaborCategoryFactor AND LaborCategoryCount < 10
                   ADD 1 TO LaborCategoryCount
                   MOVE PF-CategoryCode
                       TO LC-CategoryCode(LaborCategoryCount)
                   MOVE PF-Percentage
                       TO LC-Percentage(LaborCategoryCount)
               END-IF
               IF PF-LaborPerCubitFactor
                   MOVE PF-WorkersPerCubit TO WorkersPerCubit
               END-IF
           END-IF

           PERFORM ReadNextFactor
           EXIT.

       ReadNextProject.
           READ PyramidProjectsFile NEXT RECORD
               AT END SET EndOfProjects TO TRUE
           END-READ
           EXIT.

           PERFORM LookupPyramidType

           IF TypeFound
               PERFORM CalculateLimestone
               PERFORM CalculateGranite

               COMPUTE LaborNeeded = PyramidSize * WorkersPerCubit

               PERFORM WriteResourceRecord
               PERFORM LaborBreakdown
               PERFORM WriteLaborRequisition
               IF NOT ScenarioRun
                   PERFORM WriteRunLogEntry
               END-IF
           ELSE
               ADD 1 TO ProjectsUnplanned
               DISPLAY "Project ", PP-ProjectId, " not planned, type ",
                   PP-PyramidType, " not in factor set ", FactorSetDate
           END-IF
           EXIT.

       WriteResourceRecord.
           MOVE PP-Status TO RR-Status

           WRITE ResourceRecord
               INVALID KEY
                   DISPLAY "Duplicate resource record for ",
                       RR-ProjectId
           END-WRITE
           EXIT.

       LookupPyramidType.
           MOVE "N" TO TypeFoundFlag

           PERFORM MatchPyramidTypeEntry
               VARYING TypeIndex FROM 1 BY 1
               UNTIL TypeIndex > PyramidTypeCount
           EXIT.

       MatchPyramidTypeEntry.
           IF PT-TypeCode(TypeIndex) = PP-PyramidType
               MOVE PT-LimestoneFactor(TypeIndex) TO LimestoneFactor
               MOVE PT-GraniteFactor(TypeIndex) TO GraniteFactor
               SET TypeFound TO TRUE
           END-IF
           EXIT.


           PERFORM BreakdownLaborCategory
               VARYING CategoryIndex FROM 1 BY 1
               UNTIL CategoryIndex > LaborCategoryCount
           EXIT.

       BreakdownLaborCategory.
           COMPUTE ShiftHeadcount = CategoryHeadcount / 2
           MOVE "DAYS" TO LR-Shift
           MOVE ShiftHeadcount TO LR-Headcount
           PERFORM WriteLaborRoster

           COMPUTE ShiftHeadcount = CategoryHeadcount - ShiftHeadcount
           MOVE "NITE" TO LR-Shift
           MOVE ShiftHeadcount TO LR-Headcount
           PERFORM WriteLaborRoster
           EXIT.

       WriteLaborRoster.
           WRITE LaborRosterRecord
               INVALID KEY
                   DISPLAY "Duplicate roster record for ", LR-RosterKey
           END-WRITE
           EXIT.

       WriteLaborRequisition.
           MOVE PP-DateNeeded TO LQ-DateNeeded

           WRITE LaborRequisitionRecord
               INVALID KEY
                   DISPLAY "Duplicate requisition for ", LQ-ProjectId
           END-WRITE
           EXIT.

       WriteRunLogEntry.
           MOVE LimestoneNeeded TO RL-Limestone
           MOVE GraniteNeeded TO RL-Granite
           MOVE LaborNeeded TO RL-Labor
           MOVE FactorSetDate TO RL-FactorSetDate
           MOVE AsOfDate TO RL-AsOfDate

           WRITE RunLogRecord
           EXIT.
