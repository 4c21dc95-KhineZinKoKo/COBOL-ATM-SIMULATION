      *> Shared LOANAPPS.DAT record layout: one record per loan
      *> application, from the counter to the money. LoanOrigination
      *> takes it in (RECEIVED) and assesses it (ASSESSED); the
      *> credit decision rides ApprovalQueue as a LOANAPP request,
      *> which moves it to APPROVED or DECLINED under the checker's
      *> identity; LoanMaint will only disburse an APPROVED
      *> application and marks it DISBURSED with the new LOAN-ID.
       01 LOAN-APP-RECORD.
           05 APP-ID              PIC 9(6).
           05 APP-ACC-NO          PIC 9(16).
           05 APP-CUST-ID         PIC 9(8).
           05 APP-BRANCH          PIC X(4).
           05 APP-PRINCIPAL       PIC 9(15)V99.
           05 APP-RATE            PIC 9V9999.
           05 APP-TERM-MONTHS     PIC 9(3).
           05 APP-INSTALMENT      PIC 9(15)V99.
           05 APP-PURPOSE         PIC X(30).
           05 APP-STAGE           PIC X(9).
               88 APP-RECEIVED    VALUE "RECEIVED".
               88 APP-ASSESSED    VALUE "ASSESSED".
               88 APP-APPROVED    VALUE "APPROVED".
               88 APP-DECLINED    VALUE "DECLINED".
               88 APP-DISBURSED   VALUE "DISBURSED".
           05 APP-RECEIVED-DATE   PIC 9(8).
           05 APP-RECEIVED-BY     PIC X(20).
      *> Credit assessment: six months of credits into every
      *> account the customer holds, what the customer already owes
      *> on LOANS.DAT, and how many of their loans have ever gone
      *> bad (in ARREARS now, penalty accrued or classified below
      *> STANDARD).
           05 APP-ASSESS-DATE     PIC 9(8).
           05 APP-ASSESS-BY       PIC X(20).
           05 APP-CREDITS-6M      PIC 9(15)V99.
           05 APP-CREDIT-COUNT    PIC 9(5).
           05 APP-EXPOSURE        PIC 9(15)V99.
           05 APP-OPEN-LOANS      PIC 9(3).
           05 APP-ARREARS-LOANS   PIC 9(3).
           05 APP-WORST-CLASS     PIC X(8).
           05 APP-ASSESS-NOTE     PIC X(40).
      *> Decision, taken by the ApprovalQueue checker (APP-APPR-ID
      *> is the APPROVALS.DAT request).
           05 APP-APPR-ID         PIC 9(6).
           05 APP-DECIDED-DATE    PIC 9(8).
           05 APP-DECIDED-BY      PIC X(20).
           05 APP-LOAN-ID         PIC 9(6).
           05 APP-DISBURSE-DATE   PIC 9(8).
