      *> Shared GL journal record layout (GLJRNL-<date>.DAT): one
      *> line per debit or credit leg GlPosting derives from a
      *> TRANSACTIONS.dat posting. Every posting yields a balanced
      *> set of legs in one branch and currency (a cross-currency
      *> transfer is bridged through the FX position code in each
      *> currency), and GLE-TRAN-ID ties each leg back to the
      *> customer-side record it came from.
       01 GL-ENTRY-RECORD.
           05 GLE-DATE            PIC 9(8).
           05 GLE-TRAN-ID         PIC 9(9).
           05 GLE-BRANCH          PIC X(4).
           05 GLE-CCY             PIC X(3).
           05 GLE-CODE            PIC X(4).
           05 GLE-DRCR            PIC X(1).
               88 GLE-DEBIT       VALUE "D".
               88 GLE-CREDIT      VALUE "C".
           05 GLE-AMOUNT          PIC 9(15)V99.
           05 GLE-ACC-NO          PIC 9(16).
           05 GLE-TR-TYPE         PIC 9(1).
           05 GLE-OPERATOR        PIC X(20).
