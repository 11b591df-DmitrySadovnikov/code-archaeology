       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PyramidProjectsFile ASSIGN TO "PYRPROJ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-ProjectId.

           SELECT ReconciliationFile ASSIGN TO "RECONCIL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-ProjectId.

           SELECT ProgressSummaryFile ASSIGN TO "PROGSUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-ProjectId
               FILE STATUS IS SummaryFileStatus.

           SELECT ProjectJournalFile ASSIGN TO "PYRJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JournalFileStatus.

       DATA DIVISION.
       FILE SECTION.
           05  RC-GraniteDelivered PIC 9(7).
           05  RC-GraniteStatus PIC X(8).

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

       FD  ProjectJournalFile.
           COPY PROJJRNL.

       WORKING-STORAGE SECTION.
       01  SummaryFileStatus PIC X(02).
       01  JournalFileStatus PIC X(02).

       01  CloseoutSwitches.
           05  EndOfReconciliationFlag PIC X(01) VALUE "N".
               88  EndOfReconciliation VALUE "Y".
           05  SummaryOpenFlag PIC X(01) VALUE "N".
               88  SummaryOpen VALUE "Y".
           05  ProjectBuiltFlag PIC X(01) VALUE "N".
               88  ProjectBuilt VALUE "Y".

       01  CloseoutCount PIC 9(3) VALUE 0.
       01  NotBuiltCount PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           OPEN I-O PyramidProjectsFile
           OPEN INPUT ProgressSummaryFile
           IF SummaryFileStatus = "00"
               SET SummaryOpen TO TRUE
           END-IF
           OPEN INPUT ReconciliationFile

           OPEN EXTEND ProjectJournalFile
           IF JournalFileStatus NOT = "00"
               OPEN OUTPUT ProjectJournalFile
           END-IF

           PERFORM ReadNextReconciliation

           PERFORM ApplyCloseout UNTIL EndOfReconciliation

           CLOSE ReconciliationFile
           IF SummaryOpen
               CLOSE ProgressSummaryFile
           END-IF
           CLOSE PyramidProjectsFile
           CLOSE ProjectJournalFile

           DISPLAY "Projects closed out: ", CloseoutCount
           DISPLAY "Projects held, structure not complete: ",
               NotBuiltCount

           STOP RUN.

       ReadNextReconciliation.
           READ ReconciliationFile NEXT RECORD
               AT END SET EndOfReconciliation TO TRUE
           END-READ
           EXIT.
       ApplyCloseout.
           IF RC-LimestoneStatus = "OK"
               AND RC-GraniteStatus = "OK"
               PERFORM CheckProjectBuilt
               IF ProjectBuilt
                   PERFORM CloseoutProject
               ELSE
                   ADD 1 TO NotBuiltCount
                   DISPLAY "Deliveries complete, structure not built: ",
                       RC-ProjectId
               END-IF
           END-IF

           PERFORM ReadNextReconciliation
           EXIT.

       CheckProjectBuilt.
           MOVE "N" TO ProjectBuiltFlag

           IF SummaryOpen
               MOVE RC-ProjectId TO PS-ProjectId
               READ ProgressSummaryFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PS-Status = "BUILT"
                           SET ProjectBuilt TO TRUE
                       END-IF
               END-READ
           END-IF
           EXIT.

       CloseoutProject.
           MOVE RC-ProjectId TO PP-ProjectId
           READ PyramidProjectsFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PP-Status = "ACTIVE"
                       MOVE PyramidProjectRecord TO JR-BeforeImage
                       MOVE "COMPLETE" TO PP-Status
                       REWRITE PyramidProjectRecord
                       ADD 1 TO CloseoutCount
                       DISPLAY "Closed out project ", RC-ProjectId
                       PERFORM JournalStatusChange
                   END-IF
           END-READ
           EXIT.

       JournalStatusChange.
           ACCEPT JR-JournalDate FROM DATE YYYYMMDD
           ACCEPT JR-JournalTime FROM TIME
           MOVE "ProjectCloseout" TO JR-ProgramName
           MOVE "BATCH" TO JR-OperatorId
           MOVE "STS" TO JR-Action
           MOVE "CLOS" TO JR-ReasonCode
           MOVE PP-ProjectId TO JR-ProjectId
           MOVE PyramidProjectRecord TO JR-AfterImage

           WRITE ProjectJournalRecord
           EXIT.

       END PROGRAM ProjectCloseout.
