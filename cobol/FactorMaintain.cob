       IDENTIFICATION DIVISION.
       PROGRAM-ID. FactorMaintain.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PlanningFactorFile ASSIGN TO "PLANFACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PlanningFactorFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  PlanningFactorFile.
           COPY PLANFACT.

       WORKING-STORAGE SECTION.
       01  PlanningFactorFileStatus PIC X(02).

       01  MaintainSwitches.
           05  EndOfFactorsFlag PIC X(01) VALUE "N".
               88  EndOfFactors VALUE "Y".
           05  MaintenanceDoneFlag PIC X(01) VALUE "N".
               88  MaintenanceDone VALUE "Y".
           05  EditDoneFlag PIC X(01) VALUE "N".
               88  EditDone VALUE "Y".
           05  EntryValidFlag PIC X(01) VALUE "N".
               88  EntryIsValid VALUE "Y".
           05  DateValidFlag PIC X(01) VALUE "N".
               88  DateIsValid VALUE "Y".
           05  SetValidFlag PIC X(01) VALUE "N".
               88  SetIsValid VALUE "Y".
           05  RationFoundFlag PIC X(01) VALUE "N".
               88  RationFound VALUE "Y".
           05  FactorOverflowFlag PIC X(01) VALUE "N".
               88  FactorTableOverflow VALUE "Y".

       01  RunDate PIC 9(8).
       01  FactorSetInEffect PIC 9(8) VALUE 0.
       01  WorkingSetDate PIC 9(8) VALUE 0.
       01  SourceSetDate PIC 9(8) VALUE 0.

       01  FactorRecordCount PIC 9(4) VALUE 0.
       01  FactorRecordNumber PIC 9(4).
       01  FactorRecordTable.
           05  FactorRecordEntry OCCURS 600 TIMES.
               10  FR-EffectiveDate PIC 9(8).
               10  FR-FactorType PIC X(4).
                   88  FR-PyramidTypeFactor VALUE "TYPE".
                   88  FR-LaborCategoryFactor VALUE "CAT ".
                   88  FR-RationRateFactor VALUE "RATN".
                   88  FR-LaborPerCubitFactor VALUE "LABR".
               10  FR-FactorData PIC X(14).
               10  FR-TypeData REDEFINES FR-FactorData.
                   15  FR-TypeCode PIC X(4).
                   15  FR-LimestoneFactor PIC 9(4).
                   15  FR-GraniteFactor PIC 9(4).
                   15  FILLER PIC X(2).
               10  FR-CategoryData REDEFINES FR-FactorData.
                   15  FR-CategoryCode PIC X(6).
                   15  FR-Percentage PIC 9(3).
                   15  FILLER PIC X(5).
               10  FR-RationData REDEFINES FR-FactorData.
                   15  FR-RationCategory PIC X(6).
                   15  FR-GrainRate PIC 9(2).
                   15  FR-BeerRate PIC 9(2).
                   15  FR-WaterRate PIC 9(2).
                   15  FR-ToolsRate PIC 9(2).
               10  FR-LaborData REDEFINES FR-FactorData.
                   15  FR-WorkersPerCubit PIC 9(5).
                   15  FILLER PIC X(9).

       01  FactorSetCount PIC 9(3) VALUE 0.
       01  FactorSetNumber PIC 9(3).
       01  FoundSetNumber PIC 9(3).
       01  FactorSetTable.
           05  FactorSetEntry OCCURS 100 TIMES.
               10  FS-EffectiveDate PIC 9(8).
               10  FS-TypeCount PIC 9(2).
               10  FS-CategoryCount PIC 9(2).
               10  FS-RationCount PIC 9(2).
               10  FS-WorkersPerCubit PIC 9(5).

           COPY PYRTYPE.

           COPY LABORCAT.

           COPY RATIONTB.

       01  WorkersPerCubit PIC 9(5) VALUE 0.
       01  MaximumWorkersPerCubit PIC 9(5) VALUE 19999.

       01  FactorWork.
           05  FoundEntryNumber PIC 9(2).
           05  EntryNumber PIC 9(2).
           05  OtherNumber PIC 9(2).
           05  PercentageTotal PIC 9(4).
           05  SetStatusText PIC X(10).

       01  MaintainAnswers.
           05  ActionAnswer PIC X(3).
           05  FactorAnswer PIC X(4).
           05  DateAnswer PIC X(8).
           05  CodeAnswer PIC X(6).
           05  CodeAnswerParts REDEFINES CodeAnswer.
               10  TypeCodePart PIC X(4).
               10  TypeCodeOverflow PIC X(2).
           05  ConfirmAnswer PIC X(1).
           05  LimestoneAnswer PIC X(4).
           05  GraniteAnswer PIC X(4).
           05  PercentageAnswer PIC X(3).
           05  GrainAnswer PIC X(2).
           05  BeerAnswer PIC X(2).
           05  WaterAnswer PIC X(2).
           05  ToolsAnswer PIC X(2).
           05  WorkersAnswer PIC X(5).

       01  EnteredDate PIC 9(8).
       01  EnteredDateParts REDEFINES EnteredDate.
           05  EnteredYear PIC 9(4).
           05  EnteredMonth PIC 9(2).
           05  EnteredDay PIC 9(2).

       01  DaysInMonth PIC 9(2).
       01  LeapRemainder PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT RunDate FROM DATE YYYYMMDD

           PERFORM LoadFactorFile

           PERFORM MaintenanceCycle UNTIL MaintenanceDone

           STOP RUN.

       MaintenanceCycle.
           DISPLAY "Action (LST, SHW, NEW, CHG, DEL, END): "
           MOVE SPACES TO ActionAnswer
           ACCEPT ActionAnswer

           IF ActionAnswer = "LST"
               PERFORM ListFactorSets
           ELSE
               IF ActionAnswer = "SHW"
                   PERFORM ShowFactorSet
               ELSE
                   IF ActionAnswer = "NEW" OR ActionAnswer = "CHG"
                       OR ActionAnswer = "DEL"
                       PERFORM UpdateFactorSets
                   ELSE
                       IF ActionAnswer = "END"
                           SET MaintenanceDone TO TRUE
                       ELSE
                           DISPLAY "Unknown action: ", ActionAnswer
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

       UpdateFactorSets.
           IF FactorTableOverflow
               DISPLAY "PLANFACT.DAT is larger than the factor "
                   "tables, ", ActionAnswer, " refused"
           ELSE
               IF ActionAnswer = "NEW"
                   PERFORM AddFactorSet
               ELSE
                   IF ActionAnswer = "CHG"
                       PERFORM ChangeFactorSet
                   ELSE
                       PERFORM DeleteFactorSet
                   END-IF
               END-IF
           END-IF
           EXIT.

       LoadFactorFile.
           MOVE 0 TO FactorRecordCount
           MOVE "N" TO EndOfFactorsFlag

           OPEN INPUT PlanningFactorFile
           IF PlanningFactorFileStatus = "00"
               PERFORM ReadNextFactor
               PERFORM StoreFactorRecord UNTIL EndOfFactors
               CLOSE PlanningFactorFile
           ELSE
               DISPLAY "No PLANFACT.DAT yet, starting with no factor "
                   "sets"
           END-IF

           PERFORM BuildFactorSetTable

           IF FactorTableOverflow
               DISPLAY "PLANFACT.DAT is larger than the factor tables, "
                   "NEW, CHG and DEL are refused"
           END-IF
           EXIT.

       ReadNextFactor.
           READ PlanningFactorFile
               AT END SET EndOfFactors TO TRUE
           END-READ
           EXIT.

       StoreFactorRecord.
           IF FactorRecordCount < 600
               ADD 1 TO FactorRecordCount
               MOVE PF-EffectiveDate
                   TO FR-EffectiveDate(FactorRecordCount)
               MOVE PF-FactorType TO FR-FactorType(FactorRecordCount)
               MOVE PF-FactorData TO FR-FactorData(FactorRecordCount)
           ELSE
               DISPLAY "Factor table full, record not loaded: ",
                   PlanningFactorRecord
               SET FactorTableOverflow TO TRUE
           END-IF

           PERFORM ReadNextFactor
           EXIT.

       BuildFactorSetTable.
           MOVE 0 TO FactorSetCount
           MOVE 0 TO FactorSetInEffect

           PERFORM CountFactorRecord
               VARYING FactorRecordNumber FROM 1 BY 1
               UNTIL FactorRecordNumber > FactorRecordCount
           EXIT.

       CountFactorRecord.
           MOVE FR-EffectiveDate(FactorRecordNumber)
               TO WorkingSetDate
           PERFORM FindFactorSet

           IF FoundSetNumber = 0 AND FactorSetCount < 100
               ADD 1 TO FactorSetCount
               MOVE FactorSetCount TO FoundSetNumber
               MOVE WorkingSetDate TO FS-EffectiveDate(FoundSetNumber)
               MOVE 0 TO FS-TypeCount(FoundSetNumber)
               MOVE 0 TO FS-CategoryCount(FoundSetNumber)
               MOVE 0 TO FS-RationCount(FoundSetNumber)
               MOVE 0 TO FS-WorkersPerCubit(FoundSetNumber)
           END-IF

           IF FoundSetNumber = 0 AND NOT FactorTableOverflow
               DISPLAY "Factor set table full, set not listed: ",
                   WorkingSetDate
               SET FactorTableOverflow TO TRUE
           END-IF

           IF FoundSetNumber > 0
               IF FR-PyramidTypeFactor(FactorRecordNumber)
                   ADD 1 TO FS-TypeCount(FoundSetNumber)
               END-IF
               IF FR-LaborCategoryFactor(FactorRecordNumber)
                   ADD 1 TO FS-CategoryCount(FoundSetNumber)
               END-IF
               IF FR-RationRateFactor(FactorRecordNumber)
                   ADD 1 TO FS-RationCount(FoundSetNumber)
               END-IF
               IF FR-LaborPerCubitFactor(FactorRecordNumber)
                   MOVE FR-WorkersPerCubit(FactorRecordNumber)
                       TO FS-WorkersPerCubit(FoundSetNumber)
               END-IF
           END-IF

           IF WorkingSetDate NOT > RunDate
               AND WorkingSetDate > FactorSetInEffect
               MOVE WorkingSetDate TO FactorSetInEffect
           END-IF
           EXIT.

       FindFactorSet.
           MOVE 0 TO FoundSetNumber

           PERFORM MatchFactorSet
               VARYING FactorSetNumber FROM 1 BY 1
               UNTIL FactorSetNumber > FactorSetCount
           EXIT.

       MatchFactorSet.
           IF FS-EffectiveDate(FactorSetNumber) = WorkingSetDate
               MOVE FactorSetNumber TO FoundSetNumber
           END-IF
           EXIT.

       ListFactorSets.
           IF FactorSetCount = 0
               DISPLAY "No factor sets on file"
           ELSE
               PERFORM ListFactorSet
                   VARYING FactorSetNumber FROM 1 BY 1
                   UNTIL FactorSetNumber > FactorSetCount
           END-IF
           EXIT.

       ListFactorSet.
           IF FS-EffectiveDate(FactorSetNumber) = FactorSetInEffect
               MOVE "IN EFFECT" TO SetStatusText
           ELSE
               IF FS-EffectiveDate(FactorSetNumber) > RunDate
                   MOVE "FUTURE" TO SetStatusText
               ELSE
                   MOVE "SUPERSEDED" TO SetStatusText
               END-IF
           END-IF

           DISPLAY "  Set ", FS-EffectiveDate(FactorSetNumber),
               "  types ", FS-TypeCount(FactorSetNumber),
               "  categories ", FS-CategoryCount(FactorSetNumber),
               "  rations ", FS-RationCount(FactorSetNumber),
               "  workers/cubit ", FS-WorkersPerCubit(FactorSetNumber),
               "  ", SetStatusText
           EXIT.

       ShowFactorSet.
           PERFORM AcceptSetDate

           IF DateIsValid
               PERFORM FindFactorSet
               IF FoundSetNumber = 0
                   DISPLAY "No factor set effective ", WorkingSetDate
               ELSE
                   MOVE WorkingSetDate TO SourceSetDate
                   PERFORM LoadWorkingSet
                   PERFORM DisplayWorkingSet
               END-IF
           END-IF
           EXIT.

       AddFactorSet.
           PERFORM AcceptSetDate

           IF DateIsValid
               PERFORM FindFactorSet
               IF FoundSetNumber > 0
                   DISPLAY "Factor set already on file: ",
                       WorkingSetDate, ", use CHG"
               ELSE
                   IF WorkingSetDate NOT > RunDate
                       DISPLAY "A new factor set must take effect "
                           "after today: ", WorkingSetDate
                   ELSE
                       PERFORM FindSourceSet
                       PERFORM LoadWorkingSet
                       IF SourceSetDate > 0
                           DISPLAY "New set starts as a copy of set ",
                               SourceSetDate
                       END-IF
                       PERFORM EditWorkingSet
                   END-IF
               END-IF
           END-IF
           EXIT.

       ChangeFactorSet.
           PERFORM AcceptSetDate

           IF DateIsValid
               PERFORM FindFactorSet
               IF FoundSetNumber = 0
                   DISPLAY "No factor set effective ", WorkingSetDate
               ELSE
                   IF WorkingSetDate NOT > RunDate
                       DISPLAY "Factor set ", WorkingSetDate,
                           " has been in use, add a new set instead"
                   ELSE
                       MOVE WorkingSetDate TO SourceSetDate
                       PERFORM LoadWorkingSet
                       PERFORM EditWorkingSet
                   END-IF
               END-IF
           END-IF
           EXIT.

       DeleteFactorSet.
           PERFORM AcceptSetDate

           IF DateIsValid
               PERFORM FindFactorSet
               IF FoundSetNumber = 0
                   DISPLAY "No factor set effective ", WorkingSetDate
               ELSE
                   IF WorkingSetDate NOT > RunDate
                       DISPLAY "Factor set ", WorkingSetDate,
                           " has been in use and cannot be deleted"
                   ELSE
                       DISPLAY "Delete factor set ", WorkingSetDate,
                           " (Y/N): "
                       MOVE SPACES TO ConfirmAnswer
                       ACCEPT ConfirmAnswer
                       IF ConfirmAnswer = "Y" OR ConfirmAnswer = "y"
                           MOVE 0 TO PyramidTypeCount
                           MOVE 0 TO LaborCategoryCount
                           MOVE 0 TO RationRateCount
                           MOVE 0 TO WorkersPerCubit
                           PERFORM RewriteFactorFile
                           DISPLAY "Deleted factor set ", WorkingSetDate
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

       AcceptSetDate.
           MOVE "N" TO DateValidFlag

           DISPLAY "Effective date (YYYYMMDD): "
           MOVE SPACES TO DateAnswer
           ACCEPT DateAnswer

           IF DateAnswer IS NOT NUMERIC
               DISPLAY "Effective date is not numeric: ", DateAnswer
           ELSE
               MOVE DateAnswer TO EnteredDate
               PERFORM CheckCalendarDate
           END-IF

           IF DateIsValid
               MOVE EnteredDate TO WorkingSetDate
           END-IF
           EXIT.

       CheckCalendarDate.
           IF EnteredMonth < 1 OR EnteredMonth > 12
               DISPLAY "Effective date has a bad month: ", DateAnswer
           ELSE
               PERFORM SetDaysInMonth
               IF EnteredDay < 1 OR EnteredDay > DaysInMonth
                   DISPLAY "Effective date has a bad day: ", DateAnswer
               ELSE
                   SET DateIsValid TO TRUE
               END-IF
           END-IF
           EXIT.

       SetDaysInMonth.
           IF EnteredMonth = 04 OR EnteredMonth = 06
               OR EnteredMonth = 09 OR EnteredMonth = 11
               MOVE 30 TO DaysInMonth
           ELSE
               IF EnteredMonth = 02
                   PERFORM SetFebruaryDays
               ELSE
                   MOVE 31 TO DaysInMonth
               END-IF
           END-IF
           EXIT.

       SetFebruaryDays.
           MOVE 28 TO DaysInMonth

           DIVIDE EnteredYear BY 4 GIVING LeapRemainder
               REMAINDER LeapRemainder
           IF LeapRemainder = 0
               MOVE 29 TO DaysInMonth
               DIVIDE EnteredYear BY 100 GIVING LeapRemainder
                   REMAINDER LeapRemainder
               IF LeapRemainder = 0
                   MOVE 28 TO DaysInMonth
                   DIVIDE EnteredYear BY 400 GIVING LeapRemainder
                       REMAINDER LeapRemainder
                   IF LeapRemainder = 0
                       MOVE 29 TO DaysInMonth
                   END-IF
               END-IF
           END-IF
           EXIT.

       FindSourceSet.
           MOVE 0 TO SourceSetDate

           PERFORM CheckSourceSet
               VARYING FactorSetNumber FROM 1 BY 1
               UNTIL FactorSetNumber > FactorSetCount
           EXIT.

       CheckSourceSet.
           IF FS-EffectiveDate(FactorSetNumber) < WorkingSetDate
               AND FS-EffectiveDate(FactorSetNumber) > SourceSetDate
               MOVE FS-EffectiveDate(FactorSetNumber) TO SourceSetDate
           END-IF
           EXIT.

       LoadWorkingSet.
           MOVE 0 TO PyramidTypeCount
           MOVE 0 TO LaborCategoryCount
           MOVE 0 TO RationRateCount
           MOVE 0 TO WorkersPerCubit

           PERFORM LoadWorkingFactor
               VARYING FactorRecordNumber FROM 1 BY 1
               UNTIL FactorRecordNumber > FactorRecordCount
           EXIT.

       LoadWorkingFactor.
           IF FR-EffectiveDate(FactorRecordNumber) = SourceSetDate
               AND SourceSetDate > 0
               PERFORM LoadWorkingEntry
           END-IF
           EXIT.

       LoadWorkingEntry.
           IF FR-PyramidTypeFactor(FactorRecordNumber)
               AND PyramidTypeCount < 20
               ADD 1 TO PyramidTypeCount
               MOVE FR-TypeCode(FactorRecordNumber)
                   TO PT-TypeCode(PyramidTypeCount)
               MOVE FR-LimestoneFactor(FactorRecordNumber)
                   TO PT-LimestoneFactor(PyramidTypeCount)
               MOVE FR-GraniteFactor(FactorRecordNumber)
                   TO PT-GraniteFactor(PyramidTypeCount)
           END-IF

           IF FR-LaborCategoryFactor(FactorRecordNumber)
               AND LaborCategoryCount < 10
               ADD 1 TO LaborCategoryCount
               MOVE FR-CategoryCode(FactorRecordNumber)
                   TO LC-CategoryCode(LaborCategoryCount)
               MOVE FR-Percentage(FactorRecordNumber)
                   TO LC-Percentage(LaborCategoryCount)
           END-IF

           IF FR-RationRateFactor(FactorRecordNumber)
               AND RationRateCount < 10
               ADD 1 TO RationRateCount
               MOVE FR-RationCategory(FactorRecordNumber)
                   TO RT-CategoryCode(RationRateCount)
               MOVE FR-GrainRate(FactorRecordNumber)
                   TO RT-GrainRate(RationRateCount)
               MOVE FR-BeerRate(FactorRecordNumber)
                   TO RT-BeerRate(RationRateCount)
               MOVE FR-WaterRate(FactorRecordNumber)
                   TO RT-WaterRate(RationRateCount)
               MOVE FR-ToolsRate(FactorRecordNumber)
                   TO RT-ToolsRate(RationRateCount)
           END-IF

           IF FR-LaborPerCubitFactor(FactorRecordNumber)
               MOVE FR-WorkersPerCubit(FactorRecordNumber)
                   TO WorkersPerCubit
           END-IF
           EXIT.

       DisplayWorkingSet.
           DISPLAY "Factor set effective ", WorkingSetDate
           DISPLAY "  Workers per cubit: ", WorkersPerCubit
           PERFORM DisplayTypeEntry
               VARYING EntryNumber FROM 1 BY 1
               UNTIL EntryNumber > PyramidTypeCount
           PERFORM DisplayCategoryEntry
               VARYING EntryNumber FROM 1 BY 1
               UNTIL EntryNumber > LaborCategoryCount
           PERFORM DisplayRationEntry
               VARYING EntryNumber FROM 1 BY 1
               UNTIL EntryNumber > RationRateCount
           EXIT.

       DisplayTypeEntry.
           DISPLAY "  Type ", PT-TypeCode(EntryNumber),
               "  limestone ", PT-LimestoneFactor(EntryNumber),
               "  granite ", PT-GraniteFactor(EntryNumber)
           EXIT.

       DisplayCategoryEntry.
           DISPLAY "  Category ", LC-CategoryCode(EntryNumber),
               "  percent ", LC-Percentage(EntryNumber)
           EXIT.

       DisplayRationEntry.
           DISPLAY "  Rations ", RT-CategoryCode(EntryNumber),
               "  grain ", RT-GrainRate(EntryNumber),
               "  beer ", RT-BeerRate(EntryNumber),
               "  water ", RT-WaterRate(EntryNumber),
               "  tools ", RT-ToolsRate(EntryNumber)
           EXIT.

       EditWorkingSet.
           MOVE "N" TO EditDoneFlag

           PERFORM EditCycle UNTIL EditDone
           EXIT.

       EditCycle.
           DISPLAY "Factor (TYPE, CAT, RATN, LABR, SHOW, SAVE, QUIT): "
           MOVE SPACES TO FactorAnswer
           ACCEPT FactorAnswer

           IF FactorAnswer = "TYPE"
               PERFORM EditPyramidType
           ELSE
               IF FactorAnswer = "CAT"
                   PERFORM EditLaborCategory
               ELSE
                   IF FactorAnswer = "RATN"
                       PERFORM EditRationRate
                   ELSE
                       IF FactorAnswer = "LABR"
                           PERFORM EditWorkersPerCubit
                       ELSE
                           PERFORM EditSetCommand
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

       EditSetCommand.
           IF FactorAnswer = "SHOW"
               PERFORM DisplayWorkingSet
           ELSE
               IF FactorAnswer = "SAVE"
                   PERFORM ValidateWorkingSet
                   IF SetIsValid
                       PERFORM RewriteFactorFile
                       DISPLAY "Saved factor set ", WorkingSetDate
                       SET EditDone TO TRUE
                   ELSE
                       DISPLAY "Factor set not saved, correct the "
                           "errors above"
                   END-IF
               ELSE
                   IF FactorAnswer = "QUIT"
                       DISPLAY "Changes to factor set ", WorkingSetDate,
                           " discarded"
                       SET EditDone TO TRUE
                   ELSE
                       DISPLAY "Unknown factor: ", FactorAnswer
                   END-IF
               END-IF
           END-IF
           EXIT.

       EditPyramidType.
           DISPLAY "Pyramid type code: "
           MOVE SPACES TO CodeAnswer
           ACCEPT CodeAnswer

           MOVE 0 TO FoundEntryNumber
           PERFORM MatchTypeEntry
               VARYING EntryNumber FROM 1 BY 1
               UNTIL EntryNumber > PyramidTypeCount

           IF CodeAnswer = SPACES OR TypeCodeOverflow NOT = SPACES
               DISPLAY "Pyramid type code must be 1 to 4 characters"
           ELSE
               IF FoundEntryNumber > 0
                   PERFORM AcceptRemoveEntry
               ELSE
                   MOVE "N" TO ConfirmAnswer
               END-IF
               IF ConfirmAnswer = "Y"
                   MOVE PyramidTypeEntry(PyramidTypeCount)
                       TO PyramidTypeEntry(FoundEntryNumber)
                   SUBTRACT 1 FROM PyramidTypeCount
                   DISPLAY "Removed pyramid type ", CodeAnswer
               ELSE
                   PERFORM AcceptTypeFactors
               END-IF
           END-IF
           EXIT.

       MatchTypeEntry.
           IF PT-TypeCode(EntryNumber) = CodeAnswer
               MOVE EntryNumber TO FoundEntryNumber
           END-IF
           EXIT.

       AcceptRemoveEntry.
           DISPLAY "Remove ", CodeAnswer, " from the set (Y/N): "
           MOVE SPACES TO ConfirmAnswer
           ACCEPT ConfirmAnswer

           IF ConfirmAnswer = "y"
               MOVE "Y" TO ConfirmAnswer
           END-IF
           EXIT.

       AcceptTypeFactors.
           MOVE "Y" TO EntryValidFlag

           DISPLAY "Limestone blocks per cubit (0001-9999): "
           MOVE SPACES TO LimestoneAnswer
           ACCEPT LimestoneAnswer
           IF LimestoneAnswer IS NOT NUMERIC
               OR LimestoneAnswer = "0000"
               DISPLAY "Limestone factor must be 0001-9999: ",
                   LimestoneAnswer
               MOVE "N" TO EntryValidFlag
           END-IF

           DISPLAY "Granite blocks per cubit (0000-9999): "
           MOVE SPACES TO GraniteAnswer
           ACCEPT GraniteAnswer
           IF GraniteAnswer IS NOT NUMERIC
               DISPLAY "Granite factor must be 0000-9999: ",
                   GraniteAnswer
               MOVE "N" TO EntryValidFlag
           END-IF

           IF EntryIsValid AND FoundEntryNumber = 0
               IF PyramidTypeCount < 20
                   ADD 1 TO PyramidTypeCount
                   MOVE PyramidTypeCount TO FoundEntryNumber
                   MOVE CodeAnswer TO PT-TypeCode(FoundEntryNumber)
               ELSE
                   DISPLAY "Pyramid type table full, type not added"
                   MOVE "N" TO EntryValidFlag
               END-IF
           END-IF

           IF EntryIsValid
               MOVE LimestoneAnswer
                   TO PT-LimestoneFactor(FoundEntryNumber)
               MOVE GraniteAnswer TO PT-GraniteFactor(FoundEntryNumber)
               DISPLAY "Pyramid type ", CodeAnswer, " set"
           END-IF
           EXIT.

       EditLaborCategory.
           DISPLAY "Labor category code: "
           MOVE SPACES TO CodeAnswer
           ACCEPT CodeAnswer

           MOVE 0 TO FoundEntryNumber
           PERFORM MatchCategoryEntry
               VARYING EntryNumber FROM 1 BY 1
               UNTIL EntryNumber > LaborCategoryCount

           IF CodeAnswer = SPACES
               DISPLAY "Labor category code must not be blank"
           ELSE
               IF FoundEntryNumber > 0
                   PERFORM AcceptRemoveEntry
               ELSE
                   MOVE "N" TO ConfirmAnswer
               END-IF
               IF ConfirmAnswer = "Y"
                   MOVE LaborCategoryEntry(LaborCategoryCount)
                       TO LaborCategoryEntry(FoundEntryNumber)
                   SUBTRACT 1 FROM LaborCategoryCount
                   DISPLAY "Removed labor category ", CodeAnswer
               ELSE
                   PERFORM AcceptCategoryPercentage
               END-IF
           END-IF
           EXIT.

       MatchCategoryEntry.
           IF LC-CategoryCode(EntryNumber) = CodeAnswer
               MOVE EntryNumber TO FoundEntryNumber
           END-IF
           EXIT.

       AcceptCategoryPercentage.
           MOVE "Y" TO EntryValidFlag

           DISPLAY "Percentage of the work force (001-100): "
           MOVE SPACES TO PercentageAnswer
           ACCEPT PercentageAnswer
           IF PercentageAnswer IS NOT NUMERIC
               OR PercentageAnswer = "000"
               OR PercentageAnswer > "100"
               DISPLAY "Percentage must be 001-100: ", PercentageAnswer
               MOVE "N" TO EntryValidFlag
           END-IF

           IF EntryIsValid AND FoundEntryNumber = 0
               IF LaborCategoryCount < 10
                   ADD 1 TO LaborCategoryCount
                   MOVE LaborCategoryCount TO FoundEntryNumber
                   MOVE CodeAnswer TO LC-CategoryCode(FoundEntryNumber)
               ELSE
                   DISPLAY "Labor category table full, category not "
                       "added"
                   MOVE "N" TO EntryValidFlag
               END-IF
           END-IF

           IF EntryIsValid
               MOVE PercentageAnswer TO LC-Percentage(FoundEntryNumber)
               DISPLAY "Labor category ", CodeAnswer, " set"
           END-IF
           EXIT.

       EditRationRate.
           DISPLAY "Ration category code: "
           MOVE SPACES TO CodeAnswer
           ACCEPT CodeAnswer

           MOVE 0 TO FoundEntryNumber
           PERFORM MatchRationEntry
               VARYING EntryNumber FROM 1 BY 1
               UNTIL EntryNumber > RationRateCount

           IF CodeAnswer = SPACES
               DISPLAY "Ration category code must not be blank"
           ELSE
               IF FoundEntryNumber > 0
                   PERFORM AcceptRemoveEntry
               ELSE
                   MOVE "N" TO ConfirmAnswer
               END-IF
               IF ConfirmAnswer = "Y"
                   MOVE RationRateEntry(RationRateCount)
                       TO RationRateEntry(FoundEntryNumber)
                   SUBTRACT 1 FROM RationRateCount
                   DISPLAY "Removed ration rates for ", CodeAnswer
               ELSE
                   PERFORM AcceptRationRates
               END-IF
           END-IF
           EXIT.

       MatchRationEntry.
           IF RT-CategoryCode(EntryNumber) = CodeAnswer
               MOVE EntryNumber TO FoundEntryNumber
           END-IF
           EXIT.

       AcceptRationRates.
           MOVE "Y" TO EntryValidFlag

           DISPLAY "Grain per worker per day (00-99): "
           MOVE SPACES TO GrainAnswer
           ACCEPT GrainAnswer
           DISPLAY "Beer per worker per day (00-99): "
           MOVE SPACES TO BeerAnswer
           ACCEPT BeerAnswer
           DISPLAY "Water per worker per day (00-99): "
           MOVE SPACES TO WaterAnswer
           ACCEPT WaterAnswer
           DISPLAY "Tools per worker per day (00-99): "
           MOVE SPACES TO ToolsAnswer
           ACCEPT ToolsAnswer

           IF GrainAnswer IS NOT NUMERIC
               OR BeerAnswer IS NOT NUMERIC
               OR WaterAnswer IS NOT NUMERIC
               OR ToolsAnswer IS NOT NUMERIC
               DISPLAY "Ration rates must be two digits, 00-99"
               MOVE "N" TO EntryValidFlag
           END-IF

           IF EntryIsValid AND FoundEntryNumber = 0
               IF RationRateCount < 10
                   ADD 1 TO RationRateCount
                   MOVE RationRateCount TO FoundEntryNumber
                   MOVE CodeAnswer TO RT-CategoryCode(FoundEntryNumber)
               ELSE
                   DISPLAY "Ration table full, rates not added"
                   MOVE "N" TO EntryValidFlag
               END-IF
           END-IF

           IF EntryIsValid
               MOVE GrainAnswer TO RT-GrainRate(FoundEntryNumber)
               MOVE BeerAnswer TO RT-BeerRate(FoundEntryNumber)
               MOVE WaterAnswer TO RT-WaterRate(FoundEntryNumber)
               MOVE ToolsAnswer TO RT-ToolsRate(FoundEntryNumber)
               DISPLAY "Ration rates for ", CodeAnswer, " set"
           END-IF
           EXIT.

       EditWorkersPerCubit.
           DISPLAY "Workers per cubit of pyramid (00001-19999): "
           MOVE SPACES TO WorkersAnswer
           ACCEPT WorkersAnswer

           IF WorkersAnswer IS NOT NUMERIC
               OR WorkersAnswer = "00000"
               OR WorkersAnswer > "19999"
               DISPLAY "Workers per cubit must be 00001-19999: ",
                   WorkersAnswer
           ELSE
               MOVE WorkersAnswer TO WorkersPerCubit
               DISPLAY "Workers per cubit set"
           END-IF
           EXIT.

       ValidateWorkingSet.
           MOVE "Y" TO SetValidFlag

           IF PyramidTypeCount = 0
               DISPLAY "The set has no pyramid types"
               MOVE "N" TO SetValidFlag
           END-IF

           IF LaborCategoryCount = 0
               DISPLAY "The set has no labor categories"
               MOVE "N" TO SetValidFlag
           END-IF

           IF WorkersPerCubit = 0
               OR WorkersPerCubit > MaximumWorkersPerCubit
               DISPLAY "Workers per cubit must be 00001-19999"
               MOVE "N" TO SetValidFlag
           END-IF

           PERFORM CheckTypeCodeUnique
               VARYING EntryNumber FROM 1 BY 1
               UNTIL EntryNumber > PyramidTypeCount

           MOVE 0 TO PercentageTotal
           PERFORM CheckCategoryEntry
               VARYING EntryNumber FROM 1 BY 1
               UNTIL EntryNumber > LaborCategoryCount

           IF LaborCategoryCount > 0 AND PercentageTotal NOT = 100
               DISPLAY "Labor category percentages total ",
                   PercentageTotal, ", they must total 100"
               MOVE "N" TO SetValidFlag
           END-IF

           PERFORM CheckRationCodeUnique
               VARYING EntryNumber FROM 1 BY 1
               UNTIL EntryNumber > RationRateCount
           EXIT.

       CheckTypeCodeUnique.
           PERFORM CompareTypeCodes
               VARYING OtherNumber FROM EntryNumber BY 1
               UNTIL OtherNumber > PyramidTypeCount
           EXIT.

       CompareTypeCodes.
           IF OtherNumber > EntryNumber
               AND PT-TypeCode(OtherNumber) = PT-TypeCode(EntryNumber)
               DISPLAY "Pyramid type code entered twice: ",
                   PT-TypeCode(EntryNumber)
               MOVE "N" TO SetValidFlag
           END-IF
           EXIT.

       CheckCategoryEntry.
           ADD LC-Percentage(EntryNumber) TO PercentageTotal

           PERFORM CompareCategoryCodes
               VARYING OtherNumber FROM EntryNumber BY 1
               UNTIL OtherNumber > LaborCategoryCount

           MOVE "N" TO RationFoundFlag
           PERFORM MatchCategoryRation
               VARYING OtherNumber FROM 1 BY 1
               UNTIL OtherNumber > RationRateCount

           IF NOT RationFound
               DISPLAY "No ration rates for labor category ",
                   LC-CategoryCode(EntryNumber)
               MOVE "N" TO SetValidFlag
           END-IF
           EXIT.

       CompareCategoryCodes.
           IF OtherNumber > EntryNumber
               AND LC-CategoryCode(OtherNumber)
                   = LC-CategoryCode(EntryNumber)
               DISPLAY "Labor category code entered twice: ",
                   LC-CategoryCode(EntryNumber)
               MOVE "N" TO SetValidFlag
           END-IF
           EXIT.

       MatchCategoryRation.
           IF RT-CategoryCode(OtherNumber)
               = LC-CategoryCode(EntryNumber)
               SET RationFound TO TRUE
           END-IF
           EXIT.

       CheckRationCodeUnique.
           PERFORM CompareRationCodes
               VARYING OtherNumber FROM EntryNumber BY 1
               UNTIL OtherNumber > RationRateCount
           EXIT.

       CompareRationCodes.
           IF OtherNumber > EntryNumber
               AND RT-CategoryCode(OtherNumber)
                   = RT-CategoryCode(EntryNumber)
               DISPLAY "Ration category code entered twice: ",
                   RT-CategoryCode(EntryNumber)
               MOVE "N" TO SetValidFlag
           END-IF
           EXIT.

       RewriteFactorFile.
           OPEN OUTPUT PlanningFactorFile

           PERFORM WriteOtherSetRecord
               VARYING FactorRecordNumber FROM 1 BY 1
               UNTIL FactorRecordNumber > FactorRecordCount

           MOVE WorkingSetDate TO PF-EffectiveDate

           PERFORM WriteTypeFactor
               VARYING EntryNumber FROM 1 BY 1
               UNTIL EntryNumber > PyramidTypeCount
           PERFORM WriteCategoryFactor
               VARYING EntryNumber FROM 1 BY 1
               UNTIL EntryNumber > LaborCategoryCount
           PERFORM WriteRationFactor
               VARYING EntryNumber FROM 1 BY 1
               UNTIL EntryNumber > RationRateCount

           IF WorkersPerCubit > 0
               MOVE "LABR" TO PF-FactorType
               MOVE SPACES TO PF-FactorData
               MOVE WorkersPerCubit TO PF-WorkersPerCubit
               WRITE PlanningFactorRecord
           END-IF

           CLOSE PlanningFactorFile

           PERFORM LoadFactorFile
           EXIT.

       WriteOtherSetRecord.
           IF FR-EffectiveDate(FactorRecordNumber) NOT = WorkingSetDate
               MOVE FactorRecordEntry(FactorRecordNumber)
                   TO PlanningFactorRecord
               WRITE PlanningFactorRecord
           END-IF
           EXIT.

       WriteTypeFactor.
           MOVE WorkingSetDate TO PF-EffectiveDate
           MOVE "TYPE" TO PF-FactorType
           MOVE SPACES TO PF-FactorData
           MOVE PT-TypeCode(EntryNumber) TO PF-TypeCode
           MOVE PT-LimestoneFactor(EntryNumber) TO PF-LimestoneFactor
           MOVE PT-GraniteFactor(EntryNumber) TO PF-GraniteFactor
           WRITE PlanningFactorRecord
           EXIT.

       WriteCategoryFactor.
           MOVE WorkingSetDate TO PF-EffectiveDate
           MOVE "CAT " TO PF-FactorType
           MOVE SPACES TO PF-FactorData
           MOVE LC-CategoryCode(EntryNumber) TO PF-CategoryCode
           MOVE LC-Percentage(EntryNumber) TO PF-Percentage
           WRITE PlanningFactorRecord
           EXIT.

       WriteRationFactor.
           MOVE WorkingSetDate TO PF-EffectiveDate
           MOVE "RATN" TO PF-FactorType
           MOVE SPACES TO PF-FactorData
           MOVE RT-CategoryCode(EntryNumber) TO PF-RationCategory
           MOVE RT-GrainRate(EntryNumber) TO PF-GrainRate
           MOVE RT-BeerRate(EntryNumber) TO PF-BeerRate
           MOVE RT-WaterRate(EntryNumber) TO PF-WaterRate
           MOVE RT-ToolsRate(EntryNumber) TO PF-ToolsRate
           WRITE PlanningFactorRecord
           EXIT.

       END PROGRAM FactorMaintain.
