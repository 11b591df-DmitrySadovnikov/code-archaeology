       IDENTIFICATION DIVISION.
       PROGRAM-ID. ScenarioPlan.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProposalFile ASSIGN TO "SCNPROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProposalFileStatus.

           SELECT PyramidProjectsFile ASSIGN TO "PYRPROJ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-ProjectId.

           SELECT ScenarioProjectsFile ASSIGN TO "SCNPROJ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-ProjectId.

           SELECT PlanningFactorFile ASSIGN TO "PLANFACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PlanningFactorFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ProposalFile.
       01  ProposalRecord.
           05  PR-ProjectId PIC X(6).
           05  PR-PyramidSize PIC X(3).
           05  PR-PyramidType PIC X(4).
           05  PR-DateNeeded PIC X(8).
           05  PR-SiteCity PIC X(10).
           05  FILLER PIC X(9).

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

       FD  PlanningFactorFile.
           COPY PLANFACT.

       WORKING-STORAGE SECTION.
       01  ProposalFileStatus PIC X(02).
       01  PlanningFactorFileStatus PIC X(02).

       01  ScenarioSwitches.
           05  EndOfProjectsFlag PIC X(01) VALUE "N".
               88  EndOfProjects VALUE "Y".
           05  EndOfProposalsFlag PIC X(01) VALUE "N".
               88  EndOfProposals VALUE "Y".
           05  ProposalValidFlag PIC X(01) VALUE "N".
               88  ProposalIsValid VALUE "Y".
           05  TypeValidFlag PIC X(01) VALUE "N".
               88  TypeIsValid VALUE "Y".
           05  ScenarioStoppedFlag PIC X(01) VALUE "N".
               88  ScenarioStopped VALUE "Y".
           05  EndOfFactorsFlag PIC X(01) VALUE "N".
               88  EndOfFactors VALUE "Y".

       01  RunDate PIC 9(8).
       01  FactorSetDate PIC 9(8) VALUE 0.

       01  ScenarioCounts.
           05  ExistingCount PIC 9(5) VALUE 0.
           05  ProposalCount PIC 9(5) VALUE 0.
           05  AcceptedCount PIC 9(5) VALUE 0.
           05  RejectedCount PIC 9(5) VALUE 0.

       01  MinimumSize PIC 9(3) VALUE 1.
       01  MaximumSize PIC 9(3) VALUE 500.
       01  EnteredSize PIC 9(3).
       01  EnteredDate PIC 9(8).
       01  EnteredDateParts REDEFINES EnteredDate.
           05  EnteredYear PIC 9(4).
           05  EnteredMonth PIC 9(2).
           05  EnteredDay PIC 9(2).
       01  DaysInMonth PIC 9(2).
       01  LeapRemainder PIC 9(4).

           COPY PYRTYPE.

       01  ScenarioStepValues.
           05  FILLER PIC X(30) VALUE "PyramidResources SCENARIO".
           05  FILLER PIC X(30) VALUE "QuarrySourcing SCENARIO".
           05  FILLER PIC X(30) VALUE "ProjectManifest SCENARIO".
           05  FILLER PIC X(30) VALUE "ConvoySchedule SCENARIO".
           05  FILLER PIC X(30) VALUE "CampProvisions SCENARIO".
           05  FILLER PIC X(30) VALUE "ProjectCosting SCENARIO".
           05  FILLER PIC X(30) VALUE "ScenarioImpact".

       01  ScenarioStepTable REDEFINES ScenarioStepValues.
           05  ScenarioStepEntry OCCURS 7 TIMES
                   INDEXED BY StepIndex.
               10  SS-Command PIC X(30).

       01  StepWork.
           05  StepCommand PIC X(31).
           05  WaitStatus PIC S9(9).
           05  StepReturnCode PIC 9(5).
           05  SignalNumber PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT RunDate FROM DATE YYYYMMDD

           PERFORM LoadPlanningFactors

           IF PyramidTypeCount = 0
               DISPLAY "No pyramid types in effect on ", RunDate,
                   " in PLANFACT.DAT, scenario not run"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "Planning factor set effective ", FactorSetDate,
                   " used"
               PERFORM PlanScenario
           END-IF

           STOP RUN.

       PlanScenario.
           OPEN INPUT ProposalFile

           IF ProposalFileStatus NOT = "00"
               DISPLAY "No proposals file SCNPROP.DAT, scenario not run"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM BuildScenarioProjects
               CLOSE ProposalFile

               DISPLAY "Existing projects copied:   ", ExistingCount
               DISPLAY "Proposed projects read:     ", ProposalCount
               DISPLAY "Proposed projects accepted: ", AcceptedCount
               DISPLAY "Proposed projects rejected: ", RejectedCount

               IF AcceptedCount = 0
                   DISPLAY "No valid proposed projects, "
                       "scenario not run"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM RunScenarioStep
                       VARYING StepIndex FROM 1 BY 1
                       UNTIL StepIndex > 7 OR ScenarioStopped
                   PERFORM ReportScenarioOutcome
               END-IF
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
           IF PF-EffectiveDate NOT > RunDate
               AND PF-EffectiveDate > FactorSetDate
               MOVE PF-EffectiveDate TO FactorSetDate
           END-IF

           PERFORM ReadNextFactor
           EXIT.

       StoreFactor.
           IF PF-EffectiveDate = FactorSetDate
               AND PF-PyramidTypeFactor AND PyramidTypeCount < 20
               ADD 1 TO PyramidTypeCount
               MOVE PF-TypeCode TO PT-TypeCode(PyramidTypeCount)
               MOVE PF-LimestoneFactor
                   TO PT-LimestoneFactor(PyramidTypeCount)
               MOVE PF-GraniteFactor
                   TO PT-GraniteFactor(PyramidTypeCount)
           END-IF

           PERFORM ReadNextFactor
           EXIT.

       BuildScenarioProjects.
           OPEN INPUT PyramidProjectsFile
           OPEN OUTPUT ScenarioProjectsFile

           PERFORM ReadNextProject

           PERFORM CopyExistingProject UNTIL EndOfProjects

           PERFORM ReadNextProposal

           PERFORM AddProposedProject UNTIL EndOfProposals

           CLOSE PyramidProjectsFile
           CLOSE ScenarioProjectsFile
           EXIT.

       ReadNextProject.
           READ PyramidProjectsFile NEXT RECORD
               AT END SET EndOfProjects TO TRUE
           END-READ
           EXIT.

       CopyExistingProject.
           MOVE PyramidProjectRecord TO ScenarioProjectRecord

           WRITE ScenarioProjectRecord
               INVALID KEY
                   DISPLAY "Duplicate scenario project for ",
                       SP-ProjectId
               NOT INVALID KEY
                   ADD 1 TO ExistingCount
           END-WRITE

           PERFORM ReadNextProject
           EXIT.

       ReadNextProposal.
           READ ProposalFile
               AT END SET EndOfProposals TO TRUE
           END-READ
           EXIT.

       AddProposedProject.
           ADD 1 TO ProposalCount

           PERFORM ValidateProposal

           IF ProposalIsValid
               MOVE PR-ProjectId TO SP-ProjectId
               MOVE EnteredSize TO SP-PyramidSize
               MOVE PR-PyramidType TO SP-PyramidType
               MOVE EnteredDate TO SP-DateNeeded
               MOVE PR-SiteCity TO SP-SiteCity
               MOVE "ACTIVE" TO SP-Status

               WRITE ScenarioProjectRecord
                   INVALID KEY
                       DISPLAY "Proposed project repeated: ",
                           PR-ProjectId
                       ADD 1 TO RejectedCount
                   NOT INVALID KEY
                       DISPLAY "Proposed project accepted: ",
                           PR-ProjectId
                       ADD 1 TO AcceptedCount
               END-WRITE
           ELSE
               ADD 1 TO RejectedCount
           END-IF

           PERFORM ReadNextProposal
           EXIT.

       ValidateProposal.
           MOVE "Y" TO ProposalValidFlag

           IF PR-ProjectId = SPACES
               DISPLAY "Proposed project id is blank"
               MOVE "N" TO ProposalValidFlag
           ELSE
               MOVE PR-ProjectId TO PP-ProjectId
               READ PyramidProjectsFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "Proposed project already on file: ",
                           PR-ProjectId
                       MOVE "N" TO ProposalValidFlag
               END-READ
           END-IF

           PERFORM ValidateSize
           PERFORM ValidateType
           PERFORM ValidateDate

           IF PR-SiteCity = SPACES
               DISPLAY "Build site city is blank for ", PR-ProjectId
               MOVE "N" TO ProposalValidFlag
           END-IF
           EXIT.

       ValidateSize.
           IF PR-PyramidSize IS NOT NUMERIC
               DISPLAY "Pyramid size is not numeric for ",
                   PR-ProjectId, ": ", PR-PyramidSize
               MOVE "N" TO ProposalValidFlag
           ELSE
               MOVE PR-PyramidSize TO EnteredSize
               IF EnteredSize < MinimumSize
                   OR EnteredSize > MaximumSize
                   DISPLAY "Pyramid size out of range 001-500 for ",
                       PR-ProjectId, ": ", PR-PyramidSize
                   MOVE "N" TO ProposalValidFlag
               END-IF
           END-IF
           EXIT.

       ValidateType.
           MOVE "N" TO TypeValidFlag

           PERFORM MatchTypeEntry
               VARYING TypeIndex FROM 1 BY 1
               UNTIL TypeIndex > PyramidTypeCount

           IF NOT TypeIsValid
               DISPLAY "Unknown pyramid type for ", PR-ProjectId,
                   ": ", PR-PyramidType
               MOVE "N" TO ProposalValidFlag
           END-IF
           EXIT.

       MatchTypeEntry.
           IF PT-TypeCode(TypeIndex) = PR-PyramidType
               SET TypeIsValid TO TRUE
           END-IF
           EXIT.

       ValidateDate.
           IF PR-DateNeeded IS NOT NUMERIC
               DISPLAY "Date needed is not numeric for ",
                   PR-ProjectId, ": ", PR-DateNeeded
               MOVE "N" TO ProposalValidFlag
           ELSE
               MOVE PR-DateNeeded TO EnteredDate
               PERFORM CheckCalendarDate
           END-IF
           EXIT.

       CheckCalendarDate.
           IF EnteredMonth < 1 OR EnteredMonth > 12
               DISPLAY "Date needed has a bad month for ",
                   PR-ProjectId, ": ", PR-DateNeeded
               MOVE "N" TO ProposalValidFlag
           ELSE
               PERFORM SetDaysInMonth
               IF EnteredDay < 1 OR EnteredDay > DaysInMonth
                   DISPLAY "Date needed has a bad day for ",
                       PR-ProjectId, ": ", PR-DateNeeded
                   MOVE "N" TO ProposalValidFlag
               ELSE
                   IF EnteredDate < RunDate
                       DISPLAY "Date needed is already past for ",
                           PR-ProjectId, ": ", PR-DateNeeded
                       MOVE "N" TO ProposalValidFlag
                   END-IF
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

       RunScenarioStep.
           DISPLAY "Scenario step ", SS-Command(StepIndex), " started"

           MOVE SS-Command(StepIndex) TO StepCommand
           MOVE LOW-VALUE TO StepCommand(31:1)
           CALL "SYSTEM" USING StepCommand
           MOVE RETURN-CODE TO WaitStatus
           MOVE 0 TO RETURN-CODE

           PERFORM SetStepReturnCode

           DISPLAY "Scenario step ", SS-Command(StepIndex), " RC ",
               StepReturnCode

           IF StepReturnCode > 4
               SET ScenarioStopped TO TRUE
           END-IF
           EXIT.

       SetStepReturnCode.
           IF WaitStatus < 0
               MOVE 999 TO StepReturnCode
           ELSE
               DIVIDE WaitStatus BY 256 GIVING StepReturnCode
                   REMAINDER SignalNumber
               IF SignalNumber > 0
                   MOVE 999 TO StepReturnCode
               END-IF
               IF StepReturnCode > 999
                   MOVE 999 TO StepReturnCode
               END-IF
           END-IF
           EXIT.

       ReportScenarioOutcome.
           IF ScenarioStopped
               SET StepIndex DOWN BY 1
               DISPLAY "Scenario stopped at ", SS-Command(StepIndex)
               DISPLAY "Scenario files are incomplete, "
                   "live planning files were not touched"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Scenario completed, impact report in "
                   "SCNIMPCT.RPT"
           END-IF
           EXIT.

       END PROGRAM ScenarioPlan.
