      *> Shared RESERVEPOS.DAT record layout: the bank's statutory
      *> reserve and liquidity position as computed for one
      *> business date, all in kyat. LiquidityReport writes (or, on a
      *> rerun, replaces) the record for the date, and averages the
      *> records of the maintenance period - a calendar day with no
      *> record carries the previous day's position, the way the
      *> central bank counts weekends and holidays.
       01 RESERVE-POSITION-RECORD.
           05 RP-DATE             PIC 9(8).
           05 RP-LIABILITIES      PIC 9(15)V99.
           05 RP-REQ-RESERVE      PIC 9(15)V99.
           05 RP-ACT-RESERVE      PIC S9(15)V99.
           05 RP-REQ-LIQUID       PIC 9(15)V99.
           05 RP-LIQUID-ASSETS    PIC S9(15)V99.
