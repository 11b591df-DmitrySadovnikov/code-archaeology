       IDENTIFICATION DIVISION.
       PROGRAM-ID. ShipmentIntake.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ShipmentTransactionFile ASSIGN TO "SHIPTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TransactionFileStatus.

           SELECT PyramidProjectsFile ASSIGN TO "PYRPROJ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-ProjectId
               FILE STATUS IS ProjectsFileStatus.

           SELECT QuarryMasterFile ASSIGN TO "QUARRYMF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT QuarryShipmentsFile ASSIGN TO "QRYSHIP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QS-TicketNumber
               ALTERNATE RECORD KEY IS QS-ProjectId WITH DUPLICATES
               FILE STATUS IS ShipmentsFileStatus.

           SELECT SuspenseFile ASSIGN TO "SHIPSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ReportFile ASSIGN TO "SHIPEDIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ShipmentTransactionFile.
       01  ShipmentTransactionRecord.
           05  TX-ShipmentData.
               10  TX-ProjectId PIC X(6).
               10  TX-Material PIC X(4).
               10  TX-Quarry PIC X(4).
               10  TX-Quantity PIC X(7).
               10  TX-TicketNumber PIC X(8).
               10  TX-ShipDate PIC X(8).
               10  TX-ArrivalDate PIC X(8).
           05  FILLER PIC X(35).

       FD  PyramidProjectsFile.
       01  PyramidProjectRecord.
           05  PP-ProjectId PIC X(6).
           05  PP-PyramidSize PIC 9(3).
           05  PP-PyramidType PIC X(4).
           05  PP-DateNeeded PIC 9(8).
           05  PP-SiteCity PIC X(10).
           05  PP-Status PIC X(9).

       FD  QuarryMasterFile.
       01  QuarryMasterRecord.
           05  QM-QuarryCode PIC X(4).
           05  QM-Material PIC X(4).
           05  QM-HomeCity PIC X(10).
           05  QM-MonthlyOutput PIC 9(7).

       FD  QuarryShipmentsFile.
       01  QuarryShipmentRecord.
           05  QS-ProjectId PIC X(6).
           05  QS-Material PIC X(4).
           05  QS-Quarry PIC X(4).
           05  QS-Quantity PIC 9(7).
           05  QS-TicketNumber PIC X(8).
           05  QS-ShipDate PIC 9(8).
           05  QS-ArrivalDate PIC 9(8).

       FD  SuspenseFile.
       01  SuspenseRecord.
           05  SU-ShipmentData PIC X(45).
           05  SU-RejectCode PIC X(4).
           05  SU-RejectDate PIC 9(8).

       FD  ReportFile.
       01  ReportRecord PIC X(80).

       WORKING-STORAGE SECTION.
       01  TransactionFileStatus PIC X(02).
       01  ShipmentsFileStatus PIC X(02).
       01  ProjectsFileStatus PIC X(02).

       01  IntakeSwitches.
           05  EndOfTransactionsFlag PIC X(01) VALUE "N".
               88  EndOfTransactions VALUE "Y".
           05  EndOfQuarriesFlag PIC X(01) VALUE "N".
               88  EndOfQuarries VALUE "Y".
           05  EntryFoundFlag PIC X(01) VALUE "N".
               88  EntryFound VALUE "Y".
           05  DateValidFlag PIC X(01) VALUE "N".
               88  DateIsValid VALUE "Y".

       01  RunDate PIC 9(8).

       01  QuarryCount PIC 9(3) VALUE 0.
       01  QuarryNumber PIC 9(3).
       01  FoundQuarryNumber PIC 9(3).
       01  QuarryTableLimit PIC 9(3) VALUE 100.
       01  QuarryTable.
           05  QuarryEntry OCCURS 100 TIMES.
               10  QT-QuarryCode PIC X(4).
               10  QT-Material PIC X(4).

       01  IntakeWork.
           05  DateToCheck PIC 9(8).
           05  DateToCheckParts REDEFINES DateToCheck.
               10  CheckYear PIC 9(4).
               10  CheckMonth PIC 9(2).
               10  CheckDay PIC 9(2).
           05  DaysInMonth PIC 9(2).
           05  LeapRemainder PIC 9(4).
           05  EnteredQuantity PIC 9(7).
           05  EnteredShipDate PIC 9(8).
           05  EnteredArrivalDate PIC 9(8).
           05  ShipDateValidFlag PIC X(01).
               88  ShipDateValid VALUE "Y".
           05  ArrivalDateValidFlag PIC X(01).
               88  ArrivalDateValid VALUE "Y".
           05  TransactionErrorCount PIC 9(2).
           05  FirstRejectCode PIC X(4).
           05  RejectCode PIC X(4).
           05  RejectText PIC X(40).

       01  IntakeTotals.
           05  TransactionsRead PIC 9(5) VALUE 0.
           05  TransactionsAccepted PIC 9(5) VALUE 0.
           05  TransactionsRejected PIC 9(5) VALUE 0.
           05  LimestoneAccepted PIC 9(9) VALUE 0.
           05  GraniteAccepted PIC 9(9) VALUE 0.

       01  ReportWork.
           05  PageNumber PIC 9(3) VALUE 0.
           05  LineCount PIC 9(2) VALUE 99.
           05  PageLineLimit PIC 9(2) VALUE 55.

       01  HeadingLine1.
           05  FILLER PIC X(34)
               VALUE "QUARRY SHIPMENT EDIT/REJECT LIST  ".
           05  FILLER PIC X(9) VALUE "RUN DATE ".
           05  HD-RunDate PIC 9(8).
           05  FILLER PIC X(17) VALUE SPACES.
           05  FILLER PIC X(5) VALUE "PAGE ".
           05  HD-PageNumber PIC ZZ9.

       01  HeadingLine2.
           05  FILLER PIC X(76) VALUE ALL "=".

       01  ColumnHeadingLine.
           05  FILLER PIC X(10) VALUE " TICKET   ".
           05  FILLER PIC X(8) VALUE "PROJECT ".
           05  FILLER PIC X(5) VALUE "MATL ".
           05  FILLER PIC X(5) VALUE "QRY  ".
           05  FILLER PIC X(9) VALUE "QUANTITY ".
           05  FILLER PIC X(9) VALUE "SHIPPED  ".
           05  FILLER PIC X(9) VALUE "ARRIVED  ".

       01  TicketDetailLine.
           05  FILLER PIC X(1) VALUE SPACE.
           05  TD-TicketNumber PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  TD-ProjectId PIC X(6).
           05  FILLER PIC X(2) VALUE SPACES.
           05  TD-Material PIC X(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  TD-Quarry PIC X(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  TD-Quantity PIC X(7).
           05  FILLER PIC X(2) VALUE SPACES.
           05  TD-ShipDate PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  TD-ArrivalDate PIC X(8).

       01  RejectDetailLine.
           05  FILLER PIC X(5) VALUE SPACES.
           05  FILLER PIC X(3) VALUE "** ".
           05  RD-RejectCode PIC X(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RD-RejectText PIC X(40).

       01  SectionTitleLine.
           05  FILLER PIC X(1) VALUE SPACE.
           05  ST-Title PIC X(40).

       01  TotalLine.
           05  FILLER PIC X(3) VALUE SPACES.
           05  TL-TotalName PIC X(24).
           05  TL-TotalCount PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT RunDate FROM DATE YYYYMMDD

           OPEN INPUT PyramidProjectsFile
           IF ProjectsFileStatus = "00"
               PERFORM IntakeShipments
           ELSE
               DISPLAY "PYRPROJ.DAT not available, status ",
                   ProjectsFileStatus, ", no shipments posted"
               MOVE 16 TO RETURN-CODE
           END-IF

           STOP RUN.

       IntakeShipments.
           PERFORM LoadQuarries

           OPEN OUTPUT SuspenseFile
           OPEN OUTPUT ReportFile

           OPEN I-O QuarryShipmentsFile
           IF ShipmentsFileStatus NOT = "00"
               OPEN OUTPUT QuarryShipmentsFile
               CLOSE QuarryShipmentsFile
               OPEN I-O QuarryShipmentsFile
           END-IF

           MOVE "REJECTED SHIPMENT TICKETS" TO ST-Title
           PERFORM PrintSectionTitle
           MOVE ColumnHeadingLine TO ReportRecord
           PERFORM WriteReportLine

           OPEN INPUT ShipmentTransactionFile

           IF TransactionFileStatus = "00"
               PERFORM ReadNextTransaction
               PERFORM EditTransaction UNTIL EndOfTransactions
               CLOSE ShipmentTransactionFile
           END-IF

           PERFORM PrintIntakeTotals

           CLOSE PyramidProjectsFile
           CLOSE QuarryShipmentsFile
           CLOSE SuspenseFile
           CLOSE ReportFile

           DISPLAY "Shipment tickets read: ", TransactionsRead
           DISPLAY "Shipment tickets posted: ", TransactionsAccepted
           DISPLAY "Shipment tickets rejected: ",
               TransactionsRejected

           IF TransactionsRejected > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           EXIT.

       LoadQuarries.
           OPEN INPUT QuarryMasterFile

           PERFORM ReadNextQuarry

           PERFORM StoreQuarry
               UNTIL EndOfQuarries OR QuarryCount = QuarryTableLimit

           IF NOT EndOfQuarries
               DISPLAY "Quarry table full at ", QuarryTableLimit,
                   " entries, remaining quarries not loaded"
           END-IF

           CLOSE QuarryMasterFile
           EXIT.

       ReadNextQuarry.
           READ QuarryMasterFile
               AT END SET EndOfQuarries TO TRUE
           END-READ
           EXIT.

       StoreQuarry.
           ADD 1 TO QuarryCount
           MOVE QM-QuarryCode TO QT-QuarryCode(QuarryCount)
           MOVE QM-Material TO QT-Material(QuarryCount)

           PERFORM ReadNextQuarry
           EXIT.

       ReadNextTransaction.
           READ ShipmentTransactionFile
               AT END SET EndOfTransactions TO TRUE
           END-READ
           EXIT.

       EditTransaction.
           ADD 1 TO TransactionsRead
           MOVE 0 TO TransactionErrorCount
           MOVE SPACES TO FirstRejectCode

           PERFORM EditTicketNumber
           PERFORM EditProject
           PERFORM EditMaterialAndQuarry
           PERFORM EditQuantity
           PERFORM EditDates

           IF TransactionErrorCount = 0
               PERFORM PostShipment
           ELSE
               PERFORM WriteSuspense
           END-IF

           PERFORM ReadNextTransaction
           EXIT.

       EditTicketNumber.
           IF TX-TicketNumber = SPACES
               MOVE "TKMS" TO RejectCode
               MOVE "TICKET NUMBER MISSING" TO RejectText
               PERFORM RecordReject
           ELSE
               PERFORM FindTicket
               IF EntryFound
                   MOVE "TKDP" TO RejectCode
                   MOVE "TICKET NUMBER ALREADY POSTED" TO RejectText
                   PERFORM RecordReject
               END-IF
           END-IF
           EXIT.

       FindTicket.
           MOVE "N" TO EntryFoundFlag

           MOVE TX-TicketNumber TO QS-TicketNumber
           READ QuarryShipmentsFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET EntryFound TO TRUE
           END-READ
           EXIT.

       EditProject.
           MOVE "N" TO EntryFoundFlag

           MOVE TX-ProjectId TO PP-ProjectId
           READ PyramidProjectsFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET EntryFound TO TRUE
           END-READ

           IF NOT EntryFound
               MOVE "PJNF" TO RejectCode
               MOVE "PROJECT NOT ON PROJECT FILE" TO RejectText
               PERFORM RecordReject
           ELSE
               IF PP-Status NOT = "ACTIVE"
                   MOVE "PJNA" TO RejectCode
                   MOVE "PROJECT IS NOT ACTIVE" TO RejectText
                   PERFORM RecordReject
               END-IF
           END-IF
           EXIT.

       EditMaterialAndQuarry.
           IF TX-Material NOT = "LIME" AND TX-Material NOT = "GRAN"
               MOVE "MTBD" TO RejectCode
               MOVE "MATERIAL IS NOT LIME OR GRAN" TO RejectText
               PERFORM RecordReject
           END-IF

           MOVE 0 TO FoundQuarryNumber

           PERFORM MatchQuarry
               VARYING QuarryNumber FROM 1 BY 1
               UNTIL QuarryNumber > QuarryCount

           IF FoundQuarryNumber = 0
               MOVE "QYNF" TO RejectCode
               MOVE "QUARRY NOT ON QUARRY FILE" TO RejectText
               PERFORM RecordReject
           ELSE
               IF QT-Material(FoundQuarryNumber) NOT = TX-Material
                   MOVE "QYMT" TO RejectCode
                   MOVE "QUARRY DOES NOT PRODUCE THIS MATERIAL"
                       TO RejectText
                   PERFORM RecordReject
               END-IF
           END-IF
           EXIT.

       MatchQuarry.
           IF QT-QuarryCode(QuarryNumber) = TX-Quarry
               MOVE QuarryNumber TO FoundQuarryNumber
           END-IF
           EXIT.

       EditQuantity.
           MOVE 0 TO EnteredQuantity

           IF TX-Quantity IS NOT NUMERIC
               MOVE "QTBD" TO RejectCode
               MOVE "QUANTITY IS NOT NUMERIC" TO RejectText
               PERFORM RecordReject
           ELSE
               MOVE TX-Quantity TO EnteredQuantity
               IF EnteredQuantity = 0
                   MOVE "QTBD" TO RejectCode
                   MOVE "QUANTITY IS ZERO" TO RejectText
                   PERFORM RecordReject
               END-IF
           END-IF
           EXIT.

       EditDates.
           MOVE "N" TO ShipDateValidFlag
           MOVE "N" TO ArrivalDateValidFlag
           MOVE 0 TO EnteredShipDate
           MOVE 0 TO EnteredArrivalDate

           IF TX-ShipDate IS NUMERIC
               MOVE TX-ShipDate TO DateToCheck
               PERFORM CheckCalendarDate
               IF DateIsValid
                   MOVE DateToCheck TO EnteredShipDate
                   SET ShipDateValid TO TRUE
               END-IF
           END-IF

           IF NOT ShipDateValid
               MOVE "SDBD" TO RejectCode
               MOVE "SHIP DATE IS NOT A VALID DATE" TO RejectText
               PERFORM RecordReject
           END-IF

           IF TX-ArrivalDate IS NUMERIC
               MOVE TX-ArrivalDate TO DateToCheck
               PERFORM CheckCalendarDate
               IF DateIsValid
                   MOVE DateToCheck TO EnteredArrivalDate
                   SET ArrivalDateValid TO TRUE
               END-IF
           END-IF

           IF NOT ArrivalDateValid
               MOVE "ADBD" TO RejectCode
               MOVE "ARRIVAL DATE IS NOT A VALID DATE" TO RejectText
               PERFORM RecordReject
           ELSE
               IF EnteredArrivalDate > RunDate
                   MOVE "ADFT" TO RejectCode
                   MOVE "ARRIVAL DATE IS AFTER THE RUN DATE"
                       TO RejectText
                   PERFORM RecordReject
               END-IF
           END-IF

           IF ShipDateValid AND ArrivalDateValid
               IF EnteredArrivalDate < EnteredShipDate
                   MOVE "ADSQ" TO RejectCode
                   MOVE "ARRIVAL DATE IS BEFORE THE SHIP DATE"
                       TO RejectText
                   PERFORM RecordReject
               END-IF
           END-IF
           EXIT.

       CheckCalendarDate.
           MOVE "N" TO DateValidFlag

           IF CheckMonth >= 1 AND CheckMonth <= 12
               PERFORM SetDaysInMonth
               IF CheckDay >= 1 AND CheckDay <= DaysInMonth
                   SET DateIsValid TO TRUE
               END-IF
           END-IF
           EXIT.

       SetDaysInMonth.
           IF CheckMonth = 04 OR CheckMonth = 06
               OR CheckMonth = 09 OR CheckMonth = 11
               MOVE 30 TO DaysInMonth
           ELSE
               IF CheckMonth = 02
                   PERFORM SetFebruaryDays
               ELSE
                   MOVE 31 TO DaysInMonth
               END-IF
           END-IF
           EXIT.

       SetFebruaryDays.
           MOVE 28 TO DaysInMonth

           DIVIDE CheckYear BY 4 GIVING LeapRemainder
               REMAINDER LeapRemainder
           IF LeapRemainder = 0
               MOVE 29 TO DaysInMonth
               DIVIDE CheckYear BY 100 GIVING LeapRemainder
                   REMAINDER LeapRemainder
               IF LeapRemainder = 0
                   MOVE 28 TO DaysInMonth
                   DIVIDE CheckYear BY 400 GIVING LeapRemainder
                       REMAINDER LeapRemainder
                   IF LeapRemainder = 0
                       MOVE 29 TO DaysInMonth
                   END-IF
               END-IF
           END-IF
           EXIT.

       RecordReject.
           ADD 1 TO TransactionErrorCount

           IF TransactionErrorCount = 1
               MOVE RejectCode TO FirstRejectCode
               PERFORM PrintRejectedTicket
           END-IF

           MOVE RejectCode TO RD-RejectCode
           MOVE RejectText TO RD-RejectText
           MOVE RejectDetailLine TO ReportRecord
           PERFORM WriteReportLine
           EXIT.

       PrintRejectedTicket.
           MOVE TX-TicketNumber TO TD-TicketNumber
           MOVE TX-ProjectId TO TD-ProjectId
           MOVE TX-Material TO TD-Material
           MOVE TX-Quarry TO TD-Quarry
           MOVE TX-Quantity TO TD-Quantity
           MOVE TX-ShipDate TO TD-ShipDate
           MOVE TX-ArrivalDate TO TD-ArrivalDate

           MOVE SPACES TO ReportRecord
           PERFORM WriteReportLine
           MOVE TicketDetailLine TO ReportRecord
           PERFORM WriteReportLine
           EXIT.

       PostShipment.
           MOVE TX-ProjectId TO QS-ProjectId
           MOVE TX-Material TO QS-Material
           MOVE TX-Quarry TO QS-Quarry
           MOVE EnteredQuantity TO QS-Quantity
           MOVE TX-TicketNumber TO QS-TicketNumber
           MOVE EnteredShipDate TO QS-ShipDate
           MOVE EnteredArrivalDate TO QS-ArrivalDate

           WRITE QuarryShipmentRecord
               INVALID KEY
                   MOVE "TKDP" TO RejectCode
                   MOVE "TICKET NUMBER ALREADY POSTED" TO RejectText
                   PERFORM RecordReject
                   PERFORM WriteSuspense
               NOT INVALID KEY
                   PERFORM CountAcceptedShipment
           END-WRITE
           EXIT.

       CountAcceptedShipment.
           ADD 1 TO TransactionsAccepted
           IF TX-Material = "LIME"
               ADD EnteredQuantity TO LimestoneAccepted
           ELSE
               ADD EnteredQuantity TO GraniteAccepted
           END-IF
           EXIT.

       WriteSuspense.
           ADD 1 TO TransactionsRejected

           MOVE TX-ShipmentData TO SU-ShipmentData
           MOVE FirstRejectCode TO SU-RejectCode
           MOVE RunDate TO SU-RejectDate

           WRITE SuspenseRecord
           EXIT.

       PrintIntakeTotals.
           IF TransactionsRejected = 0
               MOVE "NO SHIPMENT TICKETS REJECTED" TO ST-Title
               PERFORM PrintSectionTitle
           END-IF

           MOVE "INTAKE TOTALS" TO ST-Title
           PERFORM PrintSectionTitle

           MOVE "TICKETS READ" TO TL-TotalName
           MOVE TransactionsRead TO TL-TotalCount
           MOVE TotalLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE "TICKETS POSTED" TO TL-TotalName
           MOVE TransactionsAccepted TO TL-TotalCount
           MOVE TotalLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE "TICKETS TO SUSPENSE" TO TL-TotalName
           MOVE TransactionsRejected TO TL-TotalCount
           MOVE TotalLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE "LIMESTONE POSTED" TO TL-TotalName
           MOVE LimestoneAccepted TO TL-TotalCount
           MOVE TotalLine TO ReportRecord
           PERFORM WriteReportLine

           MOVE "GRANITE POSTED" TO TL-TotalName
           MOVE GraniteAccepted TO TL-TotalCount
           MOVE TotalLine TO ReportRecord
           PERFORM WriteReportLine
           EXIT.

       PrintReportHeading.
           ADD 1 TO PageNumber
           MOVE RunDate TO HD-RunDate
           MOVE PageNumber TO HD-PageNumber

           MOVE HeadingLine1 TO ReportRecord
           WRITE ReportRecord
           MOVE HeadingLine2 TO ReportRecord
           WRITE ReportRecord
           MOVE SPACES TO ReportRecord
           WRITE ReportRecord

           MOVE 3 TO LineCount
           EXIT.

       WriteReportLine.
           IF LineCount > PageLineLimit
               PERFORM PrintReportHeading
           END-IF

           WRITE ReportRecord
           ADD 1 TO LineCount
           EXIT.

       PrintSectionTitle.
           MOVE SPACES TO ReportRecord
           PERFORM WriteReportLine
           MOVE SectionTitleLine TO ReportRecord
           PERFORM WriteReportLine
           MOVE SPACES TO ReportRecord
           PERFORM WriteReportLine
           EXIT.

       END PROGRAM ShipmentIntake.
