      *> Shared PDCWAREHOUSE.DAT record layout: one post-dated
      *> cheque lodged for safe keeping until its due date. PDC-
      *> ACC-DUE (account then due date) is the alternate key the
      *> warehouse listing and the per-account enquiry read in
      *> order. A WAREHOUSED cheque moves nothing on the ledger; on
      *> its due date PdcRelease deposits it exactly as a counter
      *> cheque deposit would - ledger credit under CHEQUEDEP plus
      *> an ACTIVE clearing hold - and stamps the hold it raised.
      *> The customer may take a cheque back (WITHDRAWN) until then;
      *> a cheque that cannot be deposited because the account is
      *> no longer ACTIVE is left REFUSED for the teller to return.
       01 PDC-RECORD.
           05 PDC-ID              PIC 9(8).
           05 PDC-ACC-DUE.
               10 PDC-ACC-NO      PIC 9(16).
               10 PDC-DUE-DATE    PIC 9(8).
           05 PDC-AMOUNT          PIC 9(15)V99.
           05 PDC-CHEQUE-NO       PIC X(12).
           05 PDC-DRAWN-BANK      PIC X(20).
           05 PDC-DRAWER          PIC X(25).
           05 PDC-LODGED-DATE     PIC 9(8).
           05 PDC-LODGED-BY       PIC X(20).
           05 PDC-STATUS          PIC X(10).
               88 PDC-WAREHOUSED  VALUE "WAREHOUSED".
               88 PDC-PRESENTED   VALUE "PRESENTED".
               88 PDC-WITHDRAWN   VALUE "WITHDRAWN".
               88 PDC-REFUSED     VALUE "REFUSED".
           05 PDC-ACTION-DATE     PIC 9(8).
           05 PDC-ACTION-BY       PIC X(20).
           05 PDC-HOLD-ID         PIC 9(6).
