       01  TreasurySentRecord.
           05  TS-Period PIC 9(6).
           05  TS-RunDate PIC 9(8).
           05  TS-RunTime PIC 9(8).
           05  TS-RecordCount PIC 9(7).
           05  TS-CostHash PIC 9(15)V99.
           05  TS-StoneHash PIC 9(11).
           05  TS-HeadcountHash PIC 9(11).
           05  TS-StockHash PIC 9(11).
