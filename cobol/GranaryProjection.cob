       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PyramidProjectsFile ASSIGN TO "PYRPROJ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-ProjectId.

           SELECT ProvisionsFile ASSIGN TO "PROVREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-ProjectId.

           SELECT GranaryStockFile ASSIGN TO "GRANSTK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL

       WORKING-STORAGE SECTION.
       01  ProjectionSwitches.
           05  EndOfProvisionsFlag PIC X(01) VALUE "N".
               88  EndOfProvisions VALUE "Y".
           05  EndOfStockFlag PIC X(01) VALUE "N".

       01  RunDate PIC 9(8).

       01  StockCount PIC 9(3) VALUE 0.
       01  StockNumber PIC 9(3).
       01  FoundStockNumber PIC 9(3).
       MAIN-PROGRAM.
           ACCEPT RunDate FROM DATE YYYYMMDD

           MOVE SPACES TO ThresholdAnswer
           ACCEPT ThresholdAnswer FROM COMMAND-LINE
           IF ThresholdAnswer = SPACES
               PERFORM AcceptRunoutThreshold UNTIL ThresholdValid
           ELSE
               PERFORM CheckThresholdAnswer
           END-IF

           IF ThresholdValid
               PERFORM ProjectGranaries
           ELSE
               DISPLAY "Run-out threshold must be numeric, not ",
                   ThresholdAnswer
               MOVE 16 TO RETURN-CODE
           END-IF

           STOP RUN.

       ProjectGranaries.
           PERFORM LoadStock
           PERFORM LoadCampDemand

           CLOSE ReportFile

           DISPLAY "Camps at risk of run-out: ", RunoutCount
           EXIT.

       AcceptRunoutThreshold.
           DISPLAY "Run-out threshold in days (blank for 30): "
               MOVE DefaultThreshold TO RunoutThreshold
               SET ThresholdValid TO TRUE
           ELSE
               PERFORM CheckThresholdAnswer
               IF NOT ThresholdValid
                   DISPLAY "Threshold is not numeric: ",
                       ThresholdAnswer
               END-IF
           END-IF
           EXIT.

       CheckThresholdAnswer.
           PERFORM RightJustifyThreshold 2 TIMES
           INSPECT ThresholdAnswer
               REPLACING LEADING SPACE BY ZERO
           IF ThresholdAnswer IS NUMERIC
               MOVE ThresholdAnswer TO RunoutThreshold
               SET ThresholdValid TO TRUE
           END-IF
           EXIT.

       RightJustifyThreshold.
           IF ThresholdChar(3) = SPACE
               MOVE ThresholdChar(2) TO ThresholdChar(3)
           END-IF
           EXIT.

       LoadStock.
           OPEN INPUT GranaryStockFile

           EXIT.

       LoadCampDemand.
           OPEN INPUT PyramidProjectsFile
           OPEN INPUT ProvisionsFile

           PERFORM ReadNextProvisions

           PERFORM AccumulateCampDemand UNTIL EndOfProvisions

           CLOSE PyramidProjectsFile
           CLOSE ProvisionsFile
           EXIT.

       ReadNextProvisions.
           READ ProvisionsFile NEXT RECORD
               AT END SET EndOfProvisions TO TRUE
           END-READ
           EXIT.
           MOVE SPACES TO SiteCity

           PERFORM FindProjectCity

           IF SiteCity NOT = SPACES
               MOVE "GRAIN" TO CommodityWanted
           EXIT.

       FindProjectCity.
           MOVE PV-ProjectId TO PP-ProjectId
           READ PyramidProjectsFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PP-SiteCity TO SiteCity
           END-READ
           EXIT.

       AddDemandToStock.
