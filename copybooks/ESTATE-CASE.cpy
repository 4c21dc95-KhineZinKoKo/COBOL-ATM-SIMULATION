           05 EST-SETTLE-ACC      PIC 9(16).
           05 EST-AMOUNT          PIC 9(15)V99.
           05 EST-OPERATOR        PIC X(20).
      *> Nominee settlement: what has been paid straight to the
      *> registered nominees (NOMINEES.DAT) on this case, to how
      *> many, and when. Anything not nominated stays for the heir.
           05 EST-NOMINEE-PAID    PIC 9(15)V99.
           05 EST-NOMINEE-COUNT   PIC 9(3).
           05 EST-NOMINEE-DATE    PIC 9(8).
