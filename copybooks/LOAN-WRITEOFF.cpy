      *> Shared WRITEOFFS.DAT record layout: the memorandum ledger of
      *> written-off loans, one record per loan keyed by its LOAN-ID.
      *> LoanMaint writes it when a fully provisioned LOSS loan leaves
      *> the active book (the loan itself goes to WRITEOFF on
      *> LOANS.DAT and its collection order is cancelled). The claim
      *> on the borrower survives the write-off, so every later
      *> recovery is posted against this record and logged on
      *> WORECOV.DAT; the record is RECOVERED once the claim is met.
       01 WRITEOFF-RECORD.
           05 WO-LOAN-ID          PIC 9(6).
           05 WO-ACC-NO           PIC 9(16).
           05 WO-BRANCH           PIC X(4).
           05 WO-DATE             PIC 9(8).
      *> Book value removed from the loan book (the outstanding
      *> principal LoanClassify carried at 100 percent provision)
      *> and the full contractual claim: contract remaining plus
      *> the penalty the arrears batch had accrued.
           05 WO-PRINCIPAL        PIC 9(15)V99.
           05 WO-CLAIM            PIC 9(15)V99.
           05 WO-PENALTY          PIC 9(15)V99.
           05 WO-RECOVERED        PIC 9(15)V99.
           05 WO-RECOVERY-COUNT   PIC 9(4).
           05 WO-LAST-RECOVERY    PIC 9(8).
           05 WO-STATUS           PIC X(9).
               88 WO-OPEN         VALUE "OPEN".
               88 WO-RECOVERED-IN-FULL VALUE "RECOVERED".
           05 WO-BY               PIC X(20).
           05 WO-APPROVED-BY      PIC X(20).
