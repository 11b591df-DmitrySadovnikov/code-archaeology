       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LaborRequisitionFile ASSIGN TO "LABREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LQ-ProjectId.

           SELECT LaborRosterFile ASSIGN TO "LABROST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-RosterKey.

           SELECT StaffingConfirmFile ASSIGN TO "STAFFCNF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StaffingConfirmFileStatus.

           SELECT StaffingWorkFile ASSIGN TO "STAFFWRK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GW-GapKey.

           SELECT ReportFile ASSIGN TO "STAFFGAP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.


       FD  LaborRosterFile.
       01  LaborRosterRecord.
           05  LR-RosterKey.
               10  LR-ProjectId PIC X(6).
               10  LR-CategoryCode PIC X(6).
               10  LR-Shift PIC X(4).
           05  LR-Headcount PIC 9(7).

       FD  StaffingConfirmFile.
           05  SC-Shift PIC X(4).
           05  SC-Headcount PIC 9(7).

       FD  StaffingWorkFile.
       01  StaffingWorkRecord.
           05  GW-GapKey.
               10  GW-ProjectId PIC X(6).
               10  GW-CategoryCode PIC X(6).
           05  GW-Required PIC 9(7).
           05  GW-Confirmed PIC 9(7).

       FD  ReportFile.
       01  ReportRecord PIC X(80).

               88  EndOfRoster VALUE "Y".
           05  EndOfConfirmsFlag PIC X(01) VALUE "N".
               88  EndOfConfirms VALUE "Y".
           05  EndOfWorkFlag PIC X(01) VALUE "N".
               88  EndOfWork VALUE "Y".
           05  OnRequisitionFlag PIC X(01) VALUE "N".
               88  OnRequisition VALUE "Y".

       01  StaffingConfirmFileStatus PIC X(02).

       01  RunDate PIC 9(8).

       01  GapWork.
           05  ProjectIdWanted PIC X(6).
           05  CategoryWanted PIC X(6).
           05  GapQuantity PIC 9(7).
           05  ProjectRequisitioned PIC 9(7).
           05  ProjectConfirmed PIC 9(7).
           05  ConfirmCount PIC 9(5) VALUE 0.

       01  ReportWork.
       MAIN-PROGRAM.
           ACCEPT RunDate FROM DATE YYYYMMDD

           OPEN OUTPUT StaffingWorkFile
           CLOSE StaffingWorkFile
           OPEN I-O StaffingWorkFile

           OPEN INPUT LaborRequisitionFile

           PERFORM LoadRequisitions
           PERFORM LoadRoster
           PERFORM LoadConfirmations

           OPEN OUTPUT ReportFile

           PERFORM StartWorkPass
           PERFORM PrintProjectGap UNTIL EndOfWork

           CLOSE ReportFile
           CLOSE LaborRequisitionFile
           CLOSE StaffingWorkFile

           DISPLAY "Staffing confirmations taken in: ", ConfirmCount

           STOP RUN.

       LoadRequisitions.
           PERFORM ReadNextRequisition

           PERFORM StoreRequisition UNTIL EndOfRequisitions
           EXIT.

       ReadNextRequisition.
           READ LaborRequisitionFile NEXT RECORD
               AT END SET EndOfRequisitions TO TRUE
           END-READ
           EXIT.

       StoreRequisition.
           MOVE LQ-ProjectId TO ProjectIdWanted
           MOVE SPACES TO CategoryWanted
           PERFORM FindWorkEntry

           PERFORM ReadNextRequisition
           EXIT.
           EXIT.

       ReadNextRosterRecord.
           READ LaborRosterFile NEXT RECORD
               AT END SET EndOfRoster TO TRUE
           END-READ
           EXIT.
       AccumulateRosterRecord.
           MOVE LR-ProjectId TO ProjectIdWanted
           MOVE LR-CategoryCode TO CategoryWanted
           PERFORM FindWorkEntry

           ADD LR-Headcount TO GW-Required
           REWRITE StaffingWorkRecord

           PERFORM ReadNextRosterRecord
           EXIT.
       AccumulateConfirmation.
           MOVE SC-ProjectId TO ProjectIdWanted
           MOVE SC-CategoryCode TO CategoryWanted
           PERFORM FindWorkEntry

           ADD SC-Headcount TO GW-Confirmed
           REWRITE StaffingWorkRecord
           ADD 1 TO ConfirmCount

           PERFORM ReadNextConfirmation
           EXIT.

       FindWorkEntry.
           MOVE ProjectIdWanted TO GW-ProjectId
           MOVE CategoryWanted TO GW-CategoryCode
           READ StaffingWorkFile
               INVALID KEY
                   MOVE 0 TO GW-Required
                   MOVE 0 TO GW-Confirmed
                   WRITE StaffingWorkRecord
           END-READ
           EXIT.

       StartWorkPass.
           MOVE "N" TO EndOfWorkFlag

           MOVE LOW-VALUES TO GW-GapKey
           START StaffingWorkFile KEY IS NOT LESS THAN GW-GapKey
               INVALID KEY SET EndOfWork TO TRUE
           END-START

           IF NOT EndOfWork
               PERFORM ReadNextWork
           END-IF
           EXIT.

       StartProjectWork.
           MOVE "N" TO EndOfWorkFlag

           MOVE LOW-VALUES TO GW-GapKey
           MOVE ProjectIdWanted TO GW-ProjectId
           START StaffingWorkFile KEY IS NOT LESS THAN GW-GapKey
               INVALID KEY SET EndOfWork TO TRUE
           END-START

           IF NOT EndOfWork
               PERFORM ReadNextWork
           END-IF
           EXIT.

       ReadNextWork.
           READ StaffingWorkFile NEXT RECORD
               AT END SET EndOfWork TO TRUE
           END-READ
           EXIT.

       PrintProjectGap.
           MOVE GW-ProjectId TO ProjectIdWanted

           MOVE "N" TO OnRequisitionFlag
           MOVE 0 TO ProjectRequisitioned
           MOVE ProjectIdWanted TO LQ-ProjectId
           READ LaborRequisitionFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET OnRequisition TO TRUE
                   MOVE LQ-Headcount TO ProjectRequisitioned
           END-READ

           MOVE 0 TO ProjectConfirmed
           PERFORM SumProjectConfirmed
               UNTIL EndOfWork
                  OR GW-ProjectId NOT = ProjectIdWanted

           MOVE ProjectIdWanted TO PH-ProjectId
           MOVE ProjectRequisitioned TO PH-Requisitioned
           MOVE ProjectConfirmed TO PH-Confirmed

           IF ProjectConfirmed < ProjectRequisitioned
               MOVE "OUTSTANDING " TO PH-GapText
               COMPUTE GapQuantity =
                   ProjectRequisitioned - ProjectConfirmed
           ELSE
               IF ProjectConfirmed > ProjectRequisitioned
                   MOVE "OVERASSIGNED" TO PH-GapText
                   COMPUTE GapQuantity =
                       ProjectConfirmed - ProjectRequisitioned
               ELSE
                   MOVE "COMPLETE    " TO PH-GapText
                   MOVE 0 TO GapQuantity
           MOVE ProjectHeadingLine TO ReportRecord
           PERFORM WriteReportLine

           IF NOT OnRequisition
               MOVE "** CONFIRMED PROJECT NOT ON REQUISITION FILE **"
                   TO PN-NoteText
               MOVE ProjectNoteLine TO ReportRecord
               PERFORM WriteReportLine
           END-IF

           PERFORM StartProjectWork
           PERFORM PrintCategoryGap
               UNTIL EndOfWork
                  OR GW-ProjectId NOT = ProjectIdWanted
           EXIT.

       SumProjectConfirmed.
           ADD GW-Confirmed TO ProjectConfirmed

           PERFORM ReadNextWork
           EXIT.

       PrintCategoryGap.
           IF GW-CategoryCode NOT = SPACES
               MOVE GW-CategoryCode TO CG-CategoryCode
               MOVE GW-Required TO CG-Required
               MOVE GW-Confirmed TO CG-Confirmed

               IF GW-Confirmed < GW-Required
                   MOVE "OUTSTANDING " TO CG-GapText
                   COMPUTE GapQuantity = GW-Required - GW-Confirmed
               ELSE
                   IF GW-Confirmed > GW-Required
                       MOVE "OVERASSIGNED" TO CG-GapText
                       COMPUTE GapQuantity =
                           GW-Confirmed - GW-Required
                   ELSE
                       MOVE "COMPLETE    " TO CG-GapText
                       MOVE 0 TO GapQuantity
               MOVE CategoryDetailLine TO ReportRecord
               PERFORM WriteReportLine
           END-IF

           PERFORM ReadNextWork
           EXIT.

       PrintReportHeading.
