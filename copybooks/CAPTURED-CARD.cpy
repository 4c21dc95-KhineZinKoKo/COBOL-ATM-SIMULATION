      *> Shared CAPCARDS.DAT record layout: the custody register for
      *> cards retained by the ATMs. Every card found in a machine's
      *> reject bin at a replenishment visit is entered here by
      *> terminal through CardCapture, and the card itself is set
      *> CAPTURED on CARDS.DAT so it cannot log in. A card stays
      *> HELD at the branch until it is RETURNED to the holder after
      *> an ID check or DESTROYED once CAPCARDHOLDDAYS have passed
      *> (a hotlisted card may be destroyed at once). CC-PRIOR-STATUS
      *> is the card's status before capture, restored on return.
      *> A card that is not on CARDS.DAT (another bank's) is held
      *> with CC-ACC-NO zero and only ever destroyed. CC-ID 0 is the
      *> counter control record (CC-CARD-NO holds the last used id),
      *> the same convention OUTBOX.DAT uses.
       01 CAPTURED-CARD-RECORD.
           05 CC-ID               PIC 9(6).
           05 CC-CARD-NO          PIC 9(16).
           05 CC-ACC-NO           PIC 9(16).
           05 CC-TERMINAL         PIC X(8).
           05 CC-BRANCH           PIC X(4).
           05 CC-CAPTURE-DATE     PIC 9(8).
           05 CC-REASON           PIC X(8).
               88 CC-PIN-TRIES    VALUE "PINTRIES".
               88 CC-EXPIRED      VALUE "EXPIRED".
               88 CC-HOTLIST      VALUE "HOTLIST".
               88 CC-NOT-TAKEN    VALUE "NOTTAKEN".
               88 CC-FAULT        VALUE "FAULT".
           05 CC-PRIOR-STATUS     PIC X(8).
           05 CC-RECORDED-DATE    PIC 9(8).
           05 CC-RECORDED-BY      PIC X(20).
           05 CC-STATE            PIC X(9).
               88 CC-HELD         VALUE "HELD".
               88 CC-RETURNED     VALUE "RETURNED".
               88 CC-DESTROYED    VALUE "DESTROYED".
           05 CC-DONE-DATE        PIC 9(8).
           05 CC-DONE-BY          PIC X(20).
      *> NRC presented when the card was handed back.
           05 CC-ID-SEEN          PIC X(20).
