       01  ConvoyCount PIC 9(3) VALUE 0.
       01  ConvoyNumber PIC 9(3).
       01  FoundConvoyNumber PIC 9(3).
       01  ConvoyTableLimit PIC 9(3) VALUE 100.
       01  ConvoyTable.
           05  ConvoyEntry OCCURS 100 TIMES.
               10  CV-ConvoyId PIC X(6).
               10  CV-HomeCity PIC X(10).
               10  CV-Available PIC X(1).
           PERFORM ReadNextConvoy

           PERFORM StoreConvoy
               UNTIL EndOfFleet OR ConvoyCount = ConvoyTableLimit

           IF NOT EndOfFleet
               DISPLAY "Convoy table full at ", ConvoyTableLimit,
                   " entries, remaining convoys not loaded"
           END-IF

           CLOSE FleetMasterFile
           EXIT.
               VARYING ConvoyNumber FROM 1 BY 1
               UNTIL ConvoyNumber > ConvoyCount

           IF NOT ConvoyFound AND ConvoyCount < ConvoyTableLimit
               ADD 1 TO ConvoyCount
               MOVE DP-ConvoyId TO CV-ConvoyId(ConvoyCount)
               MOVE SPACES TO CV-HomeCity(ConvoyCount)
