      *> Shared IBENTRY.DAT record layout: one inter-branch item per
      *> posting leg GlPosting had to carry across two branches -
      *> a counter or ATM posting done at one branch against an
      *> account held at another, or a transfer between accounts of
      *> two branches. The due-to branch booked its side against
      *> the inter-branch code as a credit (it owes), the due-from
      *> branch as a debit (it is owed), so the pair always nets to
      *> nil across the bank. An item stays OUTSTANDING until the
      *> account's branch confirms it in InterBranch; IbRecon ages
      *> and reports what is still open per branch pair.
       01 IB-ENTRY-RECORD.
           05 IB-KEY.
               10 IB-DATE         PIC 9(8).
               10 IB-TRAN-ID      PIC 9(9).
               10 IB-SEQ          PIC 9(2).
      *> Where the work was done (TR-BRANCH of the posting).
           05 IB-ORIG-BRANCH      PIC X(4).
           05 IB-DUE-TO-BRANCH    PIC X(4).
           05 IB-DUE-FROM-BRANCH  PIC X(4).
           05 IB-CCY              PIC X(3).
           05 IB-AMOUNT           PIC 9(15)V99.
           05 IB-ACC-NO           PIC 9(16).
           05 IB-TR-TYPE          PIC 9(1).
           05 IB-OPERATOR         PIC X(20).
           05 IB-STATUS           PIC X(1).
               88 IB-OUTSTANDING  VALUE "O".
               88 IB-MATCHED      VALUE "M".
           05 IB-MATCH-DATE       PIC 9(8).
           05 IB-MATCH-BY         PIC X(20).
