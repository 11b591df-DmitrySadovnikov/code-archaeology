       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ResourceOutputFile ASSIGN TO "PYRRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-ProjectId.

           SELECT QuarryShipmentsFile ASSIGN TO "QRYSHIP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QS-TicketNumber
               ALTERNATE RECORD KEY IS QS-ProjectId WITH DUPLICATES.

           SELECT ReconciliationFile ASSIGN TO "RECONCIL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-ProjectId.

           SELECT MonthlyArrivalsFile ASSIGN TO "RECONMON.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-ArrivalKey.

       DATA DIVISION.
       FILE SECTION.
           05  QS-Material PIC X(4).
           05  QS-Quarry PIC X(4).
           05  QS-Quantity PIC 9(7).
           05  QS-TicketNumber PIC X(8).
           05  QS-ShipDate PIC 9(8).
           05  QS-ArrivalDate PIC 9(8).
           05  QS-ArrivalDateParts REDEFINES QS-ArrivalDate.
               10  QS-ArrivalYearMonth PIC 9(6).
               10  QS-ArrivalDay PIC 9(2).

       FD  ReconciliationFile.
       01  ReconciliationRecord.
           05  RC-GraniteDelivered PIC 9(7).
           05  RC-GraniteStatus PIC X(8).

       FD  MonthlyArrivalsFile.
       01  MonthlyArrivalRecord.
           05  RM-ArrivalKey.
               10  RM-ProjectId PIC X(6).
               10  RM-YearMonth PIC 9(6).
           05  RM-LimestoneArrived PIC 9(7).
           05  RM-GraniteArrived PIC 9(7).

       WORKING-STORAGE SECTION.
       01  ResourceSwitches.
           05  EndOfResourcesFlag PIC X(01) VALUE "N".
       01  ShipmentSwitches.
           05  EndOfShipmentsFlag PIC X(01) VALUE "N".
               88  EndOfShipments VALUE "Y".
           05  ArrivalFoundFlag PIC X(01) VALUE "N".
               88  ArrivalFound VALUE "Y".

       01  LimestoneDelivered PIC 9(7).
       01  GraniteDelivered PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           OPEN OUTPUT MonthlyArrivalsFile
           CLOSE MonthlyArrivalsFile

           OPEN INPUT ResourceOutputFile
           OPEN INPUT QuarryShipmentsFile
           OPEN OUTPUT ReconciliationFile
           OPEN I-O MonthlyArrivalsFile

           PERFORM ReadNextResource

           PERFORM ReconcileProject UNTIL EndOfResources

           CLOSE ResourceOutputFile
           CLOSE QuarryShipmentsFile
           CLOSE ReconciliationFile
           CLOSE MonthlyArrivalsFile

           STOP RUN.

       ReadNextShipment.
           READ QuarryShipmentsFile NEXT RECORD
               AT END SET EndOfShipments TO TRUE
           END-READ
           EXIT.

       ReadNextResource.
           READ ResourceOutputFile NEXT RECORD
               AT END SET EndOfResources TO TRUE
           END-READ
           EXIT.
           MOVE 0 TO LimestoneDelivered
           MOVE 0 TO GraniteDelivered

           PERFORM StartProjectShipments

           PERFORM SumShipmentForProject
               UNTIL EndOfShipments OR QS-ProjectId NOT = RR-ProjectId

           MOVE LimestoneDelivered TO RC-LimestoneDelivered
           MOVE GraniteDelivered TO RC-GraniteDelivered
           PERFORM SetGraniteStatus

           WRITE ReconciliationRecord
               INVALID KEY
                   DISPLAY "Duplicate reconciliation record for ",
                       RC-ProjectId
           END-WRITE
           EXIT.

       StartProjectShipments.
           MOVE "N" TO EndOfShipmentsFlag

           MOVE RR-ProjectId TO QS-ProjectId
           START QuarryShipmentsFile KEY IS EQUAL TO QS-ProjectId
               INVALID KEY SET EndOfShipments TO TRUE
           END-START

           IF NOT EndOfShipments
               PERFORM ReadNextShipment
           END-IF
           EXIT.

       SumShipmentForProject.
           IF QS-Material = "LIME"
               ADD QS-Quantity TO LimestoneDelivered
           ELSE
               IF QS-Material = "GRAN"
                   ADD QS-Quantity TO GraniteDelivered
               END-IF
           END-IF

           IF QS-ArrivalDate IS NUMERIC
               PERFORM PostMonthlyArrival
           END-IF

           PERFORM ReadNextShipment
           EXIT.

       PostMonthlyArrival.
           MOVE RR-ProjectId TO RM-ProjectId
           MOVE QS-ArrivalYearMonth TO RM-YearMonth

           READ MonthlyArrivalsFile
               INVALID KEY
                   MOVE "N" TO ArrivalFoundFlag
                   MOVE 0 TO RM-LimestoneArrived
                   MOVE 0 TO RM-GraniteArrived
               NOT INVALID KEY
                   SET ArrivalFound TO TRUE
           END-READ

           IF QS-Material = "LIME"
               ADD QS-Quantity TO RM-LimestoneArrived
           ELSE
               IF QS-Material = "GRAN"
                   ADD QS-Quantity TO RM-GraniteArrived
               END-IF
           END-IF

           IF ArrivalFound
               REWRITE MonthlyArrivalRecord
                   INVALID KEY
                       DISPLAY "Monthly arrival rewrite failed for ",
                           RM-ProjectId, " ", RM-YearMonth
               END-REWRITE
           ELSE
               WRITE MonthlyArrivalRecord
                   INVALID KEY
                       DISPLAY "Monthly arrival write failed for ",
                           RM-ProjectId, " ", RM-YearMonth
               END-WRITE
           END-IF
           EXIT.

       SetLimestoneStatus.
