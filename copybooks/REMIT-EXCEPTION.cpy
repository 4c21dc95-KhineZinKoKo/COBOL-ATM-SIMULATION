      *> Shared REMITEXC.DAT record layout: the exception queue for
      *> inward international remittances. A correspondent payout
      *> line that cannot be paid straight through - the named
      *> beneficiary does not match the account holder's name or
      *> NRC, a cash pickup with no NRC or phone to release it
      *> against, or a sender or beneficiary held by watchlist
      *> screening - is parked here OPEN with the full line and the
      *> kyat value fixed at import. Operations works the queue in
      *> InwardRemit: RELEASED pays it (a supervisor signs off, and a
      *> screening hold only once compliance has CLEARED every
      *> SCREENQ.DAT entry carrying REX-ITEM-REF), RETURNED sends it
      *> back to the correspondent on the next confirmation file.
      *> REX-ID 0 is the counter control record (REX-ACC-NO holds
      *> the last used id), the same convention OUTBOX.DAT uses.
       01 REMIT-EXCEPTION-RECORD.
           05 REX-ID              PIC 9(6).
           05 REX-ITEM-REF        PIC 9(16).
           05 REX-DATE            PIC 9(8).
           05 REX-CORR            PIC X(4).
           05 REX-CORR-REF        PIC X(16).
           05 REX-SENDER          PIC X(25).
           05 REX-BENEF-NAME      PIC X(25).
           05 REX-BENEF-NRC       PIC X(20).
           05 REX-BENEF-PHONE     PIC X(15).
      *> Zero for a cash pickup.
           05 REX-ACC-NO          PIC 9(16).
           05 REX-CURRENCY        PIC X(3).
           05 REX-FX-AMOUNT       PIC 9(13)V99.
           05 REX-MMK-AMOUNT      PIC 9(15)V99.
           05 REX-KIND            PIC X(1).
               88 REX-MISMATCH    VALUE "M".
               88 REX-SCREENING   VALUE "S".
           05 REX-REASON          PIC X(30).
           05 REX-STATE           PIC X(8).
               88 REX-OPEN        VALUE "OPEN".
               88 REX-RELEASED    VALUE "RELEASED".
               88 REX-RETURNED    VALUE "RETURNED".
           05 REX-DONE-DATE       PIC 9(8).
           05 REX-OFFICER         PIC X(20).
