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

           SELECT LaborRosterFile ASSIGN TO "LABROST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-RosterKey.

           SELECT LaborRequisitionFile ASSIGN TO "LABREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LQ-ProjectId.

           SELECT QuarryShipmentsFile ASSIGN TO "QRYSHIP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QS-TicketNumber
               ALTERNATE RECORD KEY IS QS-ProjectId WITH DUPLICATES.

           SELECT AuditReportFile ASSIGN TO "AUDITRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  LaborRosterFile.
       01  LaborRosterRecord.
           05  LR-RosterKey.
               10  LR-ProjectId PIC X(6).
               10  LR-CategoryCode PIC X(6).
               10  LR-Shift PIC X(4).
           05  LR-Headcount PIC 9(7).

       FD  LaborRequisitionFile.
           05  QS-Material PIC X(4).
           05  QS-Quarry PIC X(4).
           05  QS-Quantity PIC 9(7).
           05  QS-TicketNumber PIC X(8).
           05  QS-ShipDate PIC 9(8).
           05  QS-ArrivalDate PIC 9(8).

       FD  AuditReportFile.
       01  AuditReportRecord PIC X(80).

       WORKING-STORAGE SECTION.
       01  AuditSwitches.
           05  EndOfResourcesFlag PIC X(01) VALUE "N".
               88  EndOfResources VALUE "Y".
           05  EndOfRosterFlag PIC X(01) VALUE "N".
               88  EndOfShipments VALUE "Y".
           05  ProjectFoundFlag PIC X(01) VALUE "N".
               88  ProjectFound VALUE "Y".
           05  RosterFoundFlag PIC X(01) VALUE "N".
               88  RosterFound VALUE "Y".

       01  ErrorCount PIC 9(3) VALUE 0.
       01  HeadcountTolerance PIC 9(2) VALUE 10.
       01  HeadcountDifference PIC S9(7).
       01  ProjectIdToCheck PIC X(6).
       01  RosterTotalHeadcount PIC 9(7).

       01  AuditMessageLine.
           05  FILLER PIC X(7) VALUE "AUDIT: ".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           OPEN INPUT PyramidProjectsFile
           OPEN INPUT ResourceOutputFile
           OPEN INPUT LaborRosterFile
           OPEN INPUT LaborRequisitionFile
           OPEN INPUT QuarryShipmentsFile

           OPEN OUTPUT AuditReportFile

           PERFORM ReadNextResource
           PERFORM CheckResourceCoverage UNTIL EndOfResources

           PERFORM StartRosterScan
           PERFORM CheckRosterOrphan UNTIL EndOfRoster

           PERFORM StartRequisitionScan
           PERFORM CheckRequisitionOrphan UNTIL EndOfRequisitions

           PERFORM StartShipmentScan
           PERFORM CheckShipmentProject UNTIL EndOfShipments

           PERFORM WriteAuditTrailer

           CLOSE PyramidProjectsFile
           CLOSE ResourceOutputFile
           CLOSE LaborRosterFile
           CLOSE LaborRequisitionFile
           CLOSE QuarryShipmentsFile
           CLOSE AuditReportFile

           DISPLAY "Audit errors detected: ", ErrorCount

           STOP RUN.

       ReadNextResource.
           READ ResourceOutputFile NEXT RECORD
               AT END SET EndOfResources TO TRUE
           END-READ
           EXIT.

       ReadNextRosterRecord.
           READ LaborRosterFile NEXT RECORD
               AT END SET EndOfRoster TO TRUE
           END-READ
           EXIT.

       ReadNextRequisition.
           READ LaborRequisitionFile NEXT RECORD
               AT END SET EndOfRequisitions TO TRUE
           END-READ
           EXIT.

       ReadNextShipment.
           READ QuarryShipmentsFile NEXT RECORD
               AT END SET EndOfShipments TO TRUE
           END-READ
           EXIT.

       CheckResourceCoverage.
           MOVE RR-ProjectId TO ProjectIdToCheck

           PERFORM FindRosterProject
           MOVE ProjectFoundFlag TO RosterFoundFlag
           IF NOT RosterFound
               MOVE "RESOURCE PROJECT MISSING FROM LABOR ROSTER"
                   TO AM-MessageText
               PERFORM WriteAuditError
           ELSE
               PERFORM CheckHeadcountMatch
           END-IF

           PERFORM ReadNextResource
           EXIT.

       FindRosterProject.
           MOVE "N" TO ProjectFoundFlag
           MOVE "N" TO EndOfRosterFlag
           MOVE 0 TO RosterTotalHeadcount

           MOVE LOW-VALUES TO LR-RosterKey
           MOVE ProjectIdToCheck TO LR-ProjectId
           START LaborRosterFile KEY IS NOT LESS THAN LR-RosterKey
               INVALID KEY SET EndOfRoster TO TRUE
           END-START

           IF NOT EndOfRoster
               PERFORM ReadNextRosterRecord
           END-IF

           PERFORM AddRosterHeadcount
               UNTIL EndOfRoster OR LR-ProjectId NOT = ProjectIdToCheck
           EXIT.

       AddRosterHeadcount.
           SET ProjectFound TO TRUE
           ADD LR-Headcount TO RosterTotalHeadcount

           PERFORM ReadNextRosterRecord
           EXIT.

       FindRequisitionProject.
           MOVE "N" TO ProjectFoundFlag

           MOVE ProjectIdToCheck TO LQ-ProjectId
           READ LaborRequisitionFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ProjectFound TO TRUE
           END-READ
           EXIT.

       FindResourceProject.
           MOVE "N" TO ProjectFoundFlag

           MOVE ProjectIdToCheck TO RR-ProjectId
           READ ResourceOutputFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ProjectFound TO TRUE
           END-READ
           EXIT.

       CheckHeadcountMatch.
           IF RosterFound
               COMPUTE HeadcountDifference =
                   RosterTotalHeadcount - LQ-Headcount
               IF HeadcountDifference < 0
                   COMPUTE HeadcountDifference =
                       0 - HeadcountDifference
           END-IF
           EXIT.

       StartRosterScan.
           MOVE "N" TO EndOfRosterFlag

           MOVE LOW-VALUES TO LR-RosterKey
           START LaborRosterFile KEY IS NOT LESS THAN LR-RosterKey
               INVALID KEY SET EndOfRoster TO TRUE
           END-START

           IF NOT EndOfRoster
               PERFORM ReadNextRosterRecord
           END-IF
           EXIT.

       CheckRosterOrphan.
           MOVE LR-ProjectId TO ProjectIdToCheck

           PERFORM FindResourceProject
           IF NOT ProjectFound
                   TO AM-MessageText
               PERFORM WriteAuditError
           END-IF

           PERFORM SkipRosterProject
               UNTIL EndOfRoster OR LR-ProjectId NOT = ProjectIdToCheck
           EXIT.

       SkipRosterProject.
           PERFORM ReadNextRosterRecord
           EXIT.

       StartRequisitionScan.
           MOVE "N" TO EndOfRequisitionsFlag

           MOVE LOW-VALUES TO LQ-ProjectId
           START LaborRequisitionFile KEY IS NOT LESS THAN LQ-ProjectId
               INVALID KEY SET EndOfRequisitions TO TRUE
           END-START

           IF NOT EndOfRequisitions
               PERFORM ReadNextRequisition
           END-IF
           EXIT.

       CheckRequisitionOrphan.
           MOVE LQ-ProjectId TO ProjectIdToCheck

           PERFORM FindResourceProject
           IF NOT ProjectFound
                   TO AM-MessageText
               PERFORM WriteAuditError
           END-IF

           PERFORM ReadNextRequisition
           EXIT.

       StartShipmentScan.
           MOVE LOW-VALUES TO QS-ProjectId
           START QuarryShipmentsFile KEY IS NOT LESS THAN QS-ProjectId
               INVALID KEY SET EndOfShipments TO TRUE
           END-START

           IF NOT EndOfShipments
               PERFORM ReadNextShipment
           END-IF
           EXIT.

       CheckShipmentProject.
           MOVE QS-ProjectId TO ProjectIdToCheck
           MOVE "N" TO ProjectFoundFlag

           MOVE ProjectIdToCheck TO PP-ProjectId
           READ PyramidProjectsFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ProjectFound TO TRUE
           END-READ

           IF NOT ProjectFound
               MOVE "SHIPMENT PROJECT NOT ON PROJECT FILE"
                   TO AM-MessageText
               PERFORM WriteAuditError
           END-IF

           PERFORM SkipShipmentProject
               UNTIL EndOfShipments
                   OR QS-ProjectId NOT = ProjectIdToCheck
           EXIT.

       SkipShipmentProject.
           PERFORM ReadNextShipment
           EXIT.

       WriteAuditError.
