      *> Shared JVOUCHERS.DAT record layout: one record per manual
      *> journal voucher between the bank's own internal accounts
      *> (the accounts GLRULES.DAT maps through its ACC lines). The
      *> maker enters a balanced voucher through JournalVoucher and it
      *> waits PENDING as a JVOUCHER request on APPROVALS.DAT
      *> (JV-APPR-ID); only when a different officer approves it in
      *> ApprovalQueue does JournalPost post every line under one
      *> TR-GROUP-ID and mark it POSTED. A rejected voucher is kept,
      *> REJECTED, for the register. JV-NO 0 is the counter control
      *> record (JV-LINE-COUNT is unused there and JV-APPR-ID holds
      *> the last used voucher number), the same convention
      *> OUTBOX.DAT uses.
       01 JOURNAL-VOUCHER-RECORD.
           05 JV-NO               PIC 9(6).
           05 JV-DATE             PIC 9(8).
           05 JV-MAKER            PIC X(20).
           05 JV-NARRATION        PIC X(40).
      *> Supporting document the voucher is raised against (memo,
      *> reconciliation sheet, invoice).
           05 JV-REFERENCE        PIC X(20).
           05 JV-CURRENCY         PIC X(3).
           05 JV-TOTAL            PIC 9(13)V99.
           05 JV-STATUS           PIC X(8).
               88 JV-PENDING      VALUE "PENDING".
               88 JV-POSTED       VALUE "POSTED".
               88 JV-REJECTED     VALUE "REJECTED".
           05 JV-APPR-ID          PIC 9(6).
           05 JV-GROUP-ID         PIC 9(8).
           05 JV-CHECKER          PIC X(20).
           05 JV-DONE-DATE        PIC 9(8).
           05 JV-LINE-COUNT       PIC 9(2).
           05 JV-LINE OCCURS 10 TIMES.
               10 JV-ACC-NO       PIC 9(16).
               10 JV-DR-CR        PIC X.
                   88 JV-DEBIT    VALUE "D".
                   88 JV-CREDIT   VALUE "C".
               10 JV-AMOUNT       PIC 9(13)V99.
               10 JV-LINE-TEXT    PIC X(30).
