       IDENTIFICATION DIVISION.
       PROGRAM-ID. TreasuryExtract.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProjectCostFile ASSIGN TO "PROJCOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-ProjectId
               FILE STATUS IS CostFileStatus.

           SELECT ScheduleFile ASSIGN TO "PYRSCHED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-ScheduleKey
               FILE STATUS IS ScheduleFileStatus.

           SELECT GranaryStockFile ASSIGN TO "GRANSTK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GranaryStockFileStatus.

           SELECT TreasuryInterfaceFile ASSIGN TO "TRSYEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TreasurySentFile ASSIGN TO "TRSYSENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TreasurySentFileStatus.

           SELECT TreasuryAckFile ASSIGN TO "TRSYACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TreasuryAckFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ProjectCostFile.
       01  ProjectCostRecord.
           05  PC-ProjectId PIC X(6).
           05  PC-MaterialCost PIC 9(11)V99.
           05  PC-LaborCost PIC 9(11)V99.
           05  PC-TransportCost PIC 9(11)V99.
           05  PC-ProvisionsCost PIC 9(11)V99.
           05  PC-TotalCost PIC 9(13)V99.

       FD  ScheduleFile.
       01  ScheduleRecord.
           05  SC-ScheduleKey.
               10  SC-ProjectId PIC X(6).
               10  SC-YearMonth PIC 9(6).
           05  SC-Limestone PIC 9(7).
           05  SC-Granite PIC 9(7).
           05  SC-Headcount PIC 9(7).

       FD  GranaryStockFile.
       01  GranaryStockRecord.
           05  GS-SiteCity PIC X(10).
           05  GS-Commodity PIC X(5).
           05  GS-StockOnHand PIC 9(9).

       FD  TreasuryInterfaceFile.
       01  TreasuryInterfaceRecord PIC X(100).

       FD  TreasurySentFile.
           COPY TRSYSENT.

       FD  TreasuryAckFile.
           COPY TRSYACK.

       WORKING-STORAGE SECTION.
       01  CostFileStatus PIC X(02).
       01  ScheduleFileStatus PIC X(02).
       01  GranaryStockFileStatus PIC X(02).
       01  TreasurySentFileStatus PIC X(02).
       01  TreasuryAckFileStatus PIC X(02).

       01  ExtractSwitches.
           05  EndOfCostsFlag PIC X(01) VALUE "N".
               88  EndOfCosts VALUE "Y".
           05  EndOfScheduleFlag PIC X(01) VALUE "N".
               88  EndOfSchedule VALUE "Y".
           05  EndOfStockFlag PIC X(01) VALUE "N".
               88  EndOfStock VALUE "Y".
           05  EndOfAcksFlag PIC X(01) VALUE "N".
               88  EndOfAcks VALUE "Y".
           05  EndOfSentFlag PIC X(01) VALUE "N".
               88  EndOfSent VALUE "Y".
           05  PeriodSentFlag PIC X(01) VALUE "N".
               88  PeriodSent VALUE "Y".
           05  PeriodValidFlag PIC X(01) VALUE "N".
               88  PeriodValid VALUE "Y".
           05  PeriodAcceptedFlag PIC X(01) VALUE "N".
               88  PeriodAccepted VALUE "Y".

       01  RunDate PIC 9(8).
       01  RunDateParts REDEFINES RunDate.
           05  RunYearMonth PIC 9(6).
           05  RunDay PIC 9(2).
       01  RunTime PIC 9(8).

       01  PeriodAnswer PIC X(6).
       01  ExtractPeriod PIC 9(6).
       01  ExtractPeriodParts REDEFINES ExtractPeriod.
           05  ExtractYear PIC 9(4).
           05  ExtractMonth PIC 9(2).

       01  LatestSend.
           05  LS-SentDate PIC 9(8) VALUE 0.
           05  LS-RecordCount PIC 9(7) VALUE 0.
           05  LS-CostHash PIC 9(15)V99 VALUE 0.

       01  SourceSystemName PIC X(8) VALUE "PYRPLAN".

       01  ExtractWork.
           05  CostElementName PIC X(10).
           05  CostElementAmount PIC 9(13)V99.

       01  ExtractCounts.
           05  CostDetailCount PIC 9(7) VALUE 0.
           05  CommitmentCount PIC 9(7) VALUE 0.
           05  GranaryCount PIC 9(7) VALUE 0.
           05  RecordCount PIC 9(7) VALUE 0.

       01  ExtractHashTotals.
           05  CostHash PIC 9(15)V99 VALUE 0.
           05  StoneHash PIC 9(11) VALUE 0.
           05  HeadcountHash PIC 9(11) VALUE 0.
           05  StockHash PIC 9(11) VALUE 0.

       01  HeaderOutRecord.
           05  HO-RecordType PIC X(2) VALUE "HD".
           05  HO-Period PIC 9(6).
           05  HO-RunDate PIC 9(8).
           05  HO-RunTime PIC 9(8).
           05  HO-SourceSystem PIC X(8).
           05  FILLER PIC X(68) VALUE SPACES.

       01  CostDetailOutRecord.
           05  CD-RecordType PIC X(2) VALUE "CD".
           05  CD-Period PIC 9(6).
           05  CD-ProjectId PIC X(6).
           05  CD-CostElement PIC X(10).
           05  CD-Amount PIC 9(13)V99.
           05  FILLER PIC X(61) VALUE SPACES.

       01  CommitmentOutRecord.
           05  CM-RecordType PIC X(2) VALUE "SC".
           05  CM-Period PIC 9(6).
           05  CM-ProjectId PIC X(6).
           05  CM-YearMonth PIC 9(6).
           05  CM-Limestone PIC 9(7).
           05  CM-Granite PIC 9(7).
           05  CM-Headcount PIC 9(7).
           05  FILLER PIC X(59) VALUE SPACES.

       01  GranaryOutRecord.
           05  GB-RecordType PIC X(2) VALUE "GB".
           05  GB-Period PIC 9(6).
           05  GB-SiteCity PIC X(10).
           05  GB-Commodity PIC X(5).
           05  GB-StockOnHand PIC 9(9).
           05  FILLER PIC X(68) VALUE SPACES.

       01  TrailerOutRecord.
           05  TR-RecordType PIC X(2) VALUE "TR".
           05  TR-Period PIC 9(6).
           05  TR-CostDetailCount PIC 9(7).
           05  TR-CommitmentCount PIC 9(7).
           05  TR-GranaryCount PIC 9(7).
           05  TR-RecordCount PIC 9(7).
           05  TR-CostHash PIC 9(15)V99.
           05  TR-StoneHash PIC 9(11).
           05  TR-HeadcountHash PIC 9(11).
           05  TR-StockHash PIC 9(11).
           05  FILLER PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT RunTime FROM TIME

           PERFORM AcceptPeriod UNTIL PeriodValid

           PERFORM CheckPeriodNotAccepted

           IF PeriodAccepted
               DISPLAY "Period ", ExtractPeriod, " already accepted by "
                   "treasury, extract refused"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM WriteInterfaceFile
               PERFORM RecordPeriodSent

               DISPLAY "Treasury extract for period ", ExtractPeriod,
                   " written to TRSYEXT.DAT"
               DISPLAY "Cost detail records:  ", CostDetailCount
               DISPLAY "Commitment records:   ", CommitmentCount
               DISPLAY "Granary records:      ", GranaryCount
               DISPLAY "Total records:        ", RecordCount
               DISPLAY "Cost hash total:      ", CostHash
               DISPLAY "Stone hash total:     ", StoneHash
               DISPLAY "Headcount hash total: ", HeadcountHash
               DISPLAY "Stock hash total:     ", StockHash
           END-IF

           STOP RUN.

       AcceptPeriod.
           DISPLAY "Treasury period (YYYYMM, blank for this month): "
           MOVE SPACES TO PeriodAnswer
           ACCEPT PeriodAnswer

           IF PeriodAnswer = SPACES
               MOVE RunYearMonth TO ExtractPeriod
               SET PeriodValid TO TRUE
           ELSE
               IF PeriodAnswer IS NUMERIC
                   MOVE PeriodAnswer TO ExtractPeriod
                   IF ExtractMonth >= 1 AND ExtractMonth <= 12
                       SET PeriodValid TO TRUE
                   ELSE
                       DISPLAY "Period month must be 01 to 12: ",
                           PeriodAnswer
                   END-IF
               ELSE
                   DISPLAY "Period is not numeric: ", PeriodAnswer
               END-IF
           END-IF
           EXIT.

       CheckPeriodNotAccepted.
           OPEN INPUT TreasurySentFile

           IF TreasurySentFileStatus = "00"
               PERFORM ReadNextSent
               PERFORM CheckSentPeriod UNTIL EndOfSent
               CLOSE TreasurySentFile
           END-IF

           IF PeriodSent
               OPEN INPUT TreasuryAckFile
               IF TreasuryAckFileStatus = "00"
                   PERFORM ReadNextAck
                   PERFORM CheckAckPeriod UNTIL EndOfAcks
                   CLOSE TreasuryAckFile
               END-IF
           END-IF
           EXIT.

       ReadNextSent.
           READ TreasurySentFile
               AT END SET EndOfSent TO TRUE
           END-READ
           EXIT.

       CheckSentPeriod.
           IF TS-Period = ExtractPeriod
               SET PeriodSent TO TRUE
               MOVE TS-RunDate TO LS-SentDate
               MOVE TS-RecordCount TO LS-RecordCount
               MOVE TS-CostHash TO LS-CostHash
           END-IF

           PERFORM ReadNextSent
           EXIT.

       ReadNextAck.
           READ TreasuryAckFile
               AT END SET EndOfAcks TO TRUE
           END-READ
           EXIT.

       CheckAckPeriod.
           IF TA-Period = ExtractPeriod
               AND TA-AckDate NOT < LS-SentDate
               MOVE "N" TO PeriodAcceptedFlag
               IF TA-PeriodAccepted
                   AND TA-RecordCount = LS-RecordCount
                   AND TA-CostHash = LS-CostHash
                   SET PeriodAccepted TO TRUE
               END-IF
           END-IF

           PERFORM ReadNextAck
           EXIT.

       WriteInterfaceFile.
           OPEN OUTPUT TreasuryInterfaceFile

           MOVE ExtractPeriod TO HO-Period
           MOVE RunDate TO HO-RunDate
           MOVE RunTime TO HO-RunTime
           MOVE SourceSystemName TO HO-SourceSystem
           MOVE HeaderOutRecord TO TreasuryInterfaceRecord
           PERFORM WriteInterfaceRecord

           PERFORM ExtractCosts
           PERFORM ExtractCommitments
           PERFORM ExtractGranaryBalances

           ADD 1 TO RecordCount
           MOVE ExtractPeriod TO TR-Period
           MOVE CostDetailCount TO TR-CostDetailCount
           MOVE CommitmentCount TO TR-CommitmentCount
           MOVE GranaryCount TO TR-GranaryCount
           MOVE RecordCount TO TR-RecordCount
           MOVE CostHash TO TR-CostHash
           MOVE StoneHash TO TR-StoneHash
           MOVE HeadcountHash TO TR-HeadcountHash
           MOVE StockHash TO TR-StockHash
           MOVE TrailerOutRecord TO TreasuryInterfaceRecord
           WRITE TreasuryInterfaceRecord

           CLOSE TreasuryInterfaceFile
           EXIT.

       WriteInterfaceRecord.
           WRITE TreasuryInterfaceRecord
           ADD 1 TO RecordCount
           EXIT.

       ExtractCosts.
           OPEN INPUT ProjectCostFile

           IF CostFileStatus = "00"
               PERFORM ReadNextCost
               PERFORM ExtractProjectCost UNTIL EndOfCosts
               CLOSE ProjectCostFile
           ELSE
               DISPLAY "No PROJCOST.DAT, no cost details extracted"
           END-IF
           EXIT.

       ReadNextCost.
           READ ProjectCostFile NEXT RECORD
               AT END SET EndOfCosts TO TRUE
           END-READ
           EXIT.

       ExtractProjectCost.
           MOVE "MATERIAL" TO CostElementName
           MOVE PC-MaterialCost TO CostElementAmount
           PERFORM WriteCostDetail

           MOVE "LABOR" TO CostElementName
           MOVE PC-LaborCost TO CostElementAmount
           PERFORM WriteCostDetail

           MOVE "TRANSPORT" TO CostElementName
           MOVE PC-TransportCost TO CostElementAmount
           PERFORM WriteCostDetail

           MOVE "PROVISIONS" TO CostElementName
           MOVE PC-ProvisionsCost TO CostElementAmount
           PERFORM WriteCostDetail

           PERFORM ReadNextCost
           EXIT.

       WriteCostDetail.
           MOVE ExtractPeriod TO CD-Period
           MOVE PC-ProjectId TO CD-ProjectId
           MOVE CostElementName TO CD-CostElement
           MOVE CostElementAmount TO CD-Amount
           MOVE CostDetailOutRecord TO TreasuryInterfaceRecord
           PERFORM WriteInterfaceRecord

           ADD 1 TO CostDetailCount
           ADD CostElementAmount TO CostHash
           EXIT.

       ExtractCommitments.
           OPEN INPUT ScheduleFile

           IF ScheduleFileStatus = "00"
               PERFORM ReadNextSchedule
               PERFORM ExtractScheduleMonth UNTIL EndOfSchedule
               CLOSE ScheduleFile
           ELSE
               DISPLAY "No PYRSCHED.DAT, no commitments extracted"
           END-IF
           EXIT.

       ReadNextSchedule.
           READ ScheduleFile NEXT RECORD
               AT END SET EndOfSchedule TO TRUE
           END-READ
           EXIT.

       ExtractScheduleMonth.
           IF SC-YearMonth NOT < ExtractPeriod
               MOVE ExtractPeriod TO CM-Period
               MOVE SC-ProjectId TO CM-ProjectId
               MOVE SC-YearMonth TO CM-YearMonth
               MOVE SC-Limestone TO CM-Limestone
               MOVE SC-Granite TO CM-Granite
               MOVE SC-Headcount TO CM-Headcount
               MOVE CommitmentOutRecord TO TreasuryInterfaceRecord
               PERFORM WriteInterfaceRecord

               ADD 1 TO CommitmentCount
               ADD SC-Limestone TO StoneHash
               ADD SC-Granite TO StoneHash
               ADD SC-Headcount TO HeadcountHash
           END-IF

           PERFORM ReadNextSchedule
           EXIT.

       ExtractGranaryBalances.
           OPEN INPUT GranaryStockFile

           IF GranaryStockFileStatus = "00"
               PERFORM ReadNextStock
               PERFORM ExtractStock UNTIL EndOfStock
               CLOSE GranaryStockFile
           ELSE
               DISPLAY "No GRANSTK.DAT, no granary balances extracted"
           END-IF
           EXIT.

       ReadNextStock.
           READ GranaryStockFile
               AT END SET EndOfStock TO TRUE
           END-READ
           EXIT.

       ExtractStock.
           MOVE ExtractPeriod TO GB-Period
           MOVE GS-SiteCity TO GB-SiteCity
           MOVE GS-Commodity TO GB-Commodity
           MOVE GS-StockOnHand TO GB-StockOnHand
           MOVE GranaryOutRecord TO TreasuryInterfaceRecord
           PERFORM WriteInterfaceRecord

           ADD 1 TO GranaryCount
           ADD GS-StockOnHand TO StockHash

           PERFORM ReadNextStock
           EXIT.

       RecordPeriodSent.
           OPEN EXTEND TreasurySentFile
           IF TreasurySentFileStatus NOT = "00"
               OPEN OUTPUT TreasurySentFile
           END-IF

           MOVE ExtractPeriod TO TS-Period
           MOVE RunDate TO TS-RunDate
           MOVE RunTime TO TS-RunTime
           MOVE RecordCount TO TS-RecordCount
           MOVE CostHash TO TS-CostHash
           MOVE StoneHash TO TS-StoneHash
           MOVE HeadcountHash TO TS-HeadcountHash
           MOVE StockHash TO TS-StockHash
           WRITE TreasurySentRecord

           CLOSE TreasurySentFile
           EXIT.

       END PROGRAM TreasuryExtract.
