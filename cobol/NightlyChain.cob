       IDENTIFICATION DIVISION.
       PROGRAM-ID. NightlyChain.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChainControlFile ASSIGN TO "CHAINCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ControlFileStatus.

           SELECT ChainLogFile ASSIGN TO "CHAINLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChainLogFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ChainControlFile.
       01  ChainControlRecord.
           05  CC-StepNumber PIC 9(3).
           05  CC-Command PIC X(30).
           05  CC-MaxReturnCode PIC 9(3).
           05  CC-RerunSafe PIC X(1).
           05  CC-StepStatus PIC X(8).
           05  CC-StartDate PIC 9(8).
           05  CC-StartTime PIC 9(8).
           05  CC-EndDate PIC 9(8).
           05  CC-EndTime PIC 9(8).
           05  CC-ReturnCode PIC 9(3).

       FD  ChainLogFile.
       01  ChainLogRecord.
           05  CL-RunDate PIC 9(8).
           05  CL-RunTime PIC 9(8).
           05  CL-StepNumber PIC 9(3).
           05  CL-Command PIC X(30).
           05  CL-Event PIC X(8).
           05  CL-StepStatus PIC X(8).
           05  CL-ReturnCode PIC 9(3).

       WORKING-STORAGE SECTION.
       01  ControlFileStatus PIC X(02).
       01  ChainLogFileStatus PIC X(02).

       01  ChainSwitches.
           05  EndOfControlFlag PIC X(01) VALUE "N".
               88  EndOfControl VALUE "Y".
           05  ChainStoppedFlag PIC X(01) VALUE "N".
               88  ChainStopped VALUE "Y".
           05  RestartRefusedFlag PIC X(01) VALUE "N".
               88  RestartRefused VALUE "Y".
           05  ControlTableFullFlag PIC X(01) VALUE "N".
               88  ControlTableFull VALUE "Y".

       01  RunDate PIC 9(8).
       01  RunTime PIC 9(8).

       01  StepCount PIC 9(3) VALUE 0.
       01  StepNumber PIC 9(3).
       01  ControlNumber PIC 9(3).
       01  RestartStep PIC 9(3).
       01  CompletedCount PIC 9(3) VALUE 0.
       01  StepsRun PIC 9(3) VALUE 0.
       01  StepTable.
           05  StepEntry OCCURS 50 TIMES.
               10  CS-StepNumber PIC 9(3).
               10  CS-Command PIC X(30).
               10  CS-MaxReturnCode PIC 9(3).
               10  CS-RerunSafe PIC X(1).
                   88  CS-SafeToRerun VALUE "Y".
               10  CS-StepStatus PIC X(8).
                   88  CS-StepPending VALUE "PENDING".
                   88  CS-StepRunning VALUE "RUNNING".
                   88  CS-StepComplete VALUE "COMPLETE".
                   88  CS-StepFailed VALUE "FAILED".
                   88  CS-StepRerun VALUE "RERUN".
               10  CS-StartDate PIC 9(8).
               10  CS-StartTime PIC 9(8).
               10  CS-EndDate PIC 9(8).
               10  CS-EndTime PIC 9(8).
               10  CS-ReturnCode PIC 9(3).

       01  StepWork.
           05  StepCommand PIC X(31).
           05  WaitStatus PIC S9(9).
           05  StepReturnCode PIC 9(5).
           05  SignalNumber PIC 9(5).
           05  ChainEvent PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM LoadChainControl

           IF StepCount = 0
               DISPLAY "No steps found in CHAINCTL.DAT, chain not run"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF ControlTableFull
                   DISPLAY "Step table full, CHAINCTL.DAT has more "
                       "than ", StepCount, " steps, chain not run"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM RunChain
               END-IF
           END-IF

           STOP RUN.

       RunChain.
           PERFORM FindRestartStep

           IF RestartStep = 0
               PERFORM ResetChain
               MOVE 1 TO RestartStep
           ELSE
               PERFORM CheckRestartStep
           END-IF

           IF NOT ChainStopped
               IF RestartStep > 1
                   DISPLAY "Restarting chain at step ",
                       CS-StepNumber(RestartStep), " ",
                       CS-Command(RestartStep)
                   MOVE "RESTART" TO ChainEvent
                   MOVE RestartStep TO StepNumber
                   PERFORM WriteChainLogEntry
               END-IF
               PERFORM RunChainStep
                   VARYING StepNumber FROM RestartStep BY 1
                   UNTIL StepNumber > StepCount OR ChainStopped
           END-IF

           DISPLAY "Chain steps run: ", StepsRun

           IF RestartRefused
               MOVE 12 TO RETURN-CODE
           ELSE
               IF ChainStopped
                   DISPLAY "Chain stopped at step ",
                       CS-StepNumber(StepNumber - 1),
                       ", correct the failure and rerun"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "Chain completed normally"
               END-IF
           END-IF
           EXIT.

       LoadChainControl.
           OPEN INPUT ChainControlFile

           IF ControlFileStatus = "00"
               PERFORM ReadNextControl
               PERFORM StoreControl
                   UNTIL EndOfControl OR StepCount = 50
               IF NOT EndOfControl
                   SET ControlTableFull TO TRUE
               END-IF
               CLOSE ChainControlFile
           END-IF
           EXIT.

       ReadNextControl.
           READ ChainControlFile
               AT END SET EndOfControl TO TRUE
           END-READ
           EXIT.

       StoreControl.
           ADD 1 TO StepCount
           MOVE CC-StepNumber TO CS-StepNumber(StepCount)
           MOVE CC-Command TO CS-Command(StepCount)
           MOVE CC-MaxReturnCode TO CS-MaxReturnCode(StepCount)
           MOVE CC-RerunSafe TO CS-RerunSafe(StepCount)
           MOVE CC-StepStatus TO CS-StepStatus(StepCount)
           MOVE CC-StartDate TO CS-StartDate(StepCount)
           MOVE CC-StartTime TO CS-StartTime(StepCount)
           MOVE CC-EndDate TO CS-EndDate(StepCount)
           MOVE CC-EndTime TO CS-EndTime(StepCount)
           MOVE CC-ReturnCode TO CS-ReturnCode(StepCount)

           IF CS-StepComplete(StepCount)
               ADD 1 TO CompletedCount
           END-IF

           PERFORM ReadNextControl
           EXIT.

       FindRestartStep.
           MOVE 0 TO RestartStep

           IF CompletedCount < StepCount
               PERFORM CheckStepForRestart
                   VARYING StepNumber FROM 1 BY 1
                   UNTIL StepNumber > StepCount OR RestartStep > 0
           END-IF
           EXIT.

       CheckStepForRestart.
           IF NOT CS-StepComplete(StepNumber)
               MOVE StepNumber TO RestartStep
           END-IF
           EXIT.

       ResetChain.
           PERFORM ResetChainStep
               VARYING ControlNumber FROM 1 BY 1
               UNTIL ControlNumber > StepCount

           PERFORM RewriteChainControl
           EXIT.

       ResetChainStep.
           MOVE "PENDING" TO CS-StepStatus(ControlNumber)
           MOVE 0 TO CS-StartDate(ControlNumber)
           MOVE 0 TO CS-StartTime(ControlNumber)
           MOVE 0 TO CS-EndDate(ControlNumber)
           MOVE 0 TO CS-EndTime(ControlNumber)
           MOVE 0 TO CS-ReturnCode(ControlNumber)
           EXIT.

       CheckRestartStep.
           IF (CS-StepFailed(RestartStep)
               OR CS-StepRunning(RestartStep))
               AND NOT CS-SafeToRerun(RestartStep)
               DISPLAY "Step ", CS-StepNumber(RestartStep), " ",
                   CS-Command(RestartStep),
                   " is not safe to rerun"
               DISPLAY "Check its files, then set the step to RERUN"
                   " in CHAINCTL.DAT"
               MOVE "REFUSED" TO ChainEvent
               MOVE RestartStep TO StepNumber
               PERFORM WriteChainLogEntry
               SET ChainStopped TO TRUE
               SET RestartRefused TO TRUE
           END-IF
           EXIT.

       RunChainStep.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT RunTime FROM TIME

           MOVE "RUNNING" TO CS-StepStatus(StepNumber)
           MOVE RunDate TO CS-StartDate(StepNumber)
           MOVE RunTime TO CS-StartTime(StepNumber)
           MOVE 0 TO CS-EndDate(StepNumber)
           MOVE 0 TO CS-EndTime(StepNumber)
           MOVE 0 TO CS-ReturnCode(StepNumber)
           PERFORM RewriteChainControl

           MOVE "START" TO ChainEvent
           PERFORM WriteChainLogEntry

           DISPLAY "Step ", CS-StepNumber(StepNumber), " ",
               CS-Command(StepNumber), " started"

           MOVE CS-Command(StepNumber) TO StepCommand
           MOVE LOW-VALUE TO StepCommand(31:1)
           CALL "SYSTEM" USING StepCommand
           MOVE RETURN-CODE TO WaitStatus
           MOVE 0 TO RETURN-CODE
           ADD 1 TO StepsRun

           PERFORM SetStepReturnCode

           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT RunTime FROM TIME

           MOVE RunDate TO CS-EndDate(StepNumber)
           MOVE RunTime TO CS-EndTime(StepNumber)

           IF StepReturnCode > CS-MaxReturnCode(StepNumber)
               MOVE "FAILED" TO CS-StepStatus(StepNumber)
               SET ChainStopped TO TRUE
           ELSE
               MOVE "COMPLETE" TO CS-StepStatus(StepNumber)
           END-IF
           PERFORM RewriteChainControl

           MOVE "END" TO ChainEvent
           PERFORM WriteChainLogEntry

           DISPLAY "Step ", CS-StepNumber(StepNumber), " ",
               CS-Command(StepNumber), " ",
               CS-StepStatus(StepNumber), " RC ",
               CS-ReturnCode(StepNumber)
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

           MOVE StepReturnCode TO CS-ReturnCode(StepNumber)
           EXIT.

       RewriteChainControl.
           OPEN OUTPUT ChainControlFile

           PERFORM WriteControlEntry
               VARYING ControlNumber FROM 1 BY 1
               UNTIL ControlNumber > StepCount

           CLOSE ChainControlFile
           EXIT.

       WriteControlEntry.
           MOVE CS-StepNumber(ControlNumber) TO CC-StepNumber
           MOVE CS-Command(ControlNumber) TO CC-Command
           MOVE CS-MaxReturnCode(ControlNumber) TO CC-MaxReturnCode
           MOVE CS-RerunSafe(ControlNumber) TO CC-RerunSafe
           MOVE CS-StepStatus(ControlNumber) TO CC-StepStatus
           MOVE CS-StartDate(ControlNumber) TO CC-StartDate
           MOVE CS-StartTime(ControlNumber) TO CC-StartTime
           MOVE CS-EndDate(ControlNumber) TO CC-EndDate
           MOVE CS-EndTime(ControlNumber) TO CC-EndTime
           MOVE CS-ReturnCode(ControlNumber) TO CC-ReturnCode

           WRITE ChainControlRecord
           EXIT.

       WriteChainLogEntry.
           OPEN EXTEND ChainLogFile
           IF ChainLogFileStatus NOT = "00"
               OPEN OUTPUT ChainLogFile
           END-IF

           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT RunTime FROM TIME

           MOVE RunDate TO CL-RunDate
           MOVE RunTime TO CL-RunTime
           MOVE CS-StepNumber(StepNumber) TO CL-StepNumber
           MOVE CS-Command(StepNumber) TO CL-Command
           MOVE ChainEvent TO CL-Event
           MOVE CS-StepStatus(StepNumber) TO CL-StepStatus
           MOVE CS-ReturnCode(StepNumber) TO CL-ReturnCode

           WRITE ChainLogRecord
           CLOSE ChainLogFile
           EXIT.

       END PROGRAM NightlyChain.
