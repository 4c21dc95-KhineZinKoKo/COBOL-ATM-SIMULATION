      *> rejects it through ApprovalQueue, which then hands the
      *> approved action to the existing program (DeleteAcc,
      *> ResetPIN, ReverseTransaction) for the checker to complete.
      *> A LOANAPP request carries a LOANAPPS.DAT application id as
      *> its target; the decision itself is what gets recorded.
      *> A JVOUCHER request carries a JVOUCHERS.DAT voucher number;
      *> JournalPost posts or closes the voucher on the decision.
      *> APPR-ID 0 is the counter control record (APPR-TARGET holds
      *> the last used id), the same convention OUTBOX.DAT uses.
       01 APPROVAL-RECORD.
               88 APPR-DELETE     VALUE "DELETE".
               88 APPR-RESETPIN   VALUE "RESETPIN".
               88 APPR-REVERSAL   VALUE "REVERSAL".
               88 APPR-LOANAPP    VALUE "LOANAPP".
               88 APPR-JVOUCHER   VALUE "JVOUCHER".
           05 APPR-TARGET         PIC 9(16).
           05 APPR-MAKER          PIC X(20).
           05 APPR-DATE           PIC 9(8).
