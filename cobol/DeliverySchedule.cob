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

       DATA DIVISION.
       FILE SECTION.

       FD  ScheduleFile.
       01  ScheduleRecord.
           05  SC-ScheduleKey.
               10  SC-ProjectId PIC X(6).
               10  SC-YearMonth PIC 9(6).
           05  SC-Limestone PIC 9(7).
           05  SC-Granite PIC 9(7).
           05  SC-Headcount PIC 9(7).

       WORKING-STORAGE SECTION.
       01  ResourceSwitches.
           05  EndOfResourcesFlag PIC X(01) VALUE "N".
               88  EndOfResources VALUE "Y".
           05  NeededMonth PIC 9(2).
           05  NeededDay PIC 9(2).

       01  ScheduleWork.
           05  MonthCount PIC 9(3).
           05  MonthNumber PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           OPEN INPUT PyramidProjectsFile
           OPEN INPUT ResourceOutputFile
           OPEN OUTPUT ScheduleFile


           PERFORM ScheduleProject UNTIL EndOfResources

           CLOSE PyramidProjectsFile
           CLOSE ResourceOutputFile
           CLOSE ScheduleFile

           STOP RUN.

       ReadNextResource.
           READ ResourceOutputFile NEXT RECORD
               AT END SET EndOfResources TO TRUE
           END-READ
           EXIT.
           MOVE RunDate TO NeededDate

           PERFORM FindProjectDate

           COMPUTE MonthCount =
               ((NeededYear - RunYear) * 12)
           EXIT.

       FindProjectDate.
           MOVE RR-ProjectId TO PP-ProjectId
           READ PyramidProjectsFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PP-DateNeeded TO NeededDate
           END-READ
           EXIT.

       WriteScheduleMonth.
           MOVE HeadcountDue TO SC-Headcount

           WRITE ScheduleRecord
               INVALID KEY
                   DISPLAY "Duplicate schedule month for ",
                       SC-ProjectId, " ", SC-YearMonth
           END-WRITE

           PERFORM AdvanceScheduleMonth
           EXIT.
