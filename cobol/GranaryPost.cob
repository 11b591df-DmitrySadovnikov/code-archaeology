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
       01  PostingSwitches.
           05  EndOfProvisionsFlag PIC X(01) VALUE "N".
               88  EndOfProvisions VALUE "Y".
           05  EndOfStockFlag PIC X(01) VALUE "N".
       01  GranaryStockFileStatus PIC X(02).
       01  GranaryReceiptsFileStatus PIC X(02).

       01  StockCount PIC 9(3) VALUE 0.
       01  StockNumber PIC 9(3).
       01  FoundStockNumber PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM LoadStock
           PERFORM LoadCampDemand
           PERFORM ApplyReceipts

           STOP RUN.

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
