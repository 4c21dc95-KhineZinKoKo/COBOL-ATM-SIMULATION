      *> Shared WORECOV.DAT record layout: one record per recovery
      *> received against a written-off loan (WRITEOFFS.DAT), keyed
      *> by the loan and the running recovery number on the
      *> memorandum record. The money itself is posted as a deposit
      *> into the WORECOVERYACC income account (operator WORECOVERY),
      *> REC-TRAN-ID naming the posting.
       01 WO-RECOVERY-RECORD.
           05 REC-KEY.
               10 REC-LOAN-ID     PIC 9(6).
               10 REC-SEQ         PIC 9(4).
           05 REC-DATE            PIC 9(8).
           05 REC-AMOUNT          PIC 9(15)V99.
           05 REC-SOURCE          PIC X(10).
               88 REC-CASH        VALUE "CASH".
               88 REC-COLLATERAL  VALUE "COLLATERAL".
               88 REC-OTHER       VALUE "OTHER".
           05 REC-TRAN-ID         PIC 9(9).
           05 REC-BRANCH          PIC X(4).
           05 REC-BY              PIC X(20).
           05 REC-NOTE            PIC X(30).
