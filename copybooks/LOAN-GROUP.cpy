      *> Shared LOANGROUPS.DAT record layout: one record per joint
      *> liability lending group - five to ten borrowers of a rural
      *> branch who guarantee each other's loans. LoanMaint forms
      *> the group, disburses every member's loan in one operation
      *> and takes the group's repayment at its meeting as one sum
      *> split across the member loans. Each member loan carries the
      *> group id in LOAN-GROUP-ID; LG-MEMBER-LOAN-ID is the
      *> member's current loan (0 before the first disbursement).
       01 LOAN-GROUP-RECORD.
           05 LG-GROUP-ID         PIC 9(6).
           05 LG-NAME             PIC X(30).
           05 LG-BRANCH           PIC X(4).
      *> MON TUE WED THU FRI SAT or SUN.
           05 LG-MEETING-DAY      PIC X(3).
           05 LG-LEADER-ACC       PIC 9(16).
           05 LG-OFFICER          PIC X(20).
           05 LG-STATUS           PIC X(8).
               88 LG-ACTIVE       VALUE "ACTIVE".
               88 LG-CLOSED       VALUE "CLOSED".
           05 LG-FORMED-DATE      PIC 9(8).
           05 LG-MEMBER-COUNT     PIC 9(2).
           05 LG-MEMBER OCCURS 10 TIMES.
               10 LG-MEMBER-ACC   PIC 9(16).
               10 LG-MEMBER-LOAN-ID PIC 9(6).
      *> TR-GROUP-ID and date of the last group disbursement and of
      *> the last meeting repayment.
           05 LG-DISB-TR-GROUP    PIC 9(8).
           05 LG-DISB-DATE        PIC 9(8).
           05 LG-REPAY-TR-GROUP   PIC 9(8).
           05 LG-LAST-MEETING     PIC 9(8).
      *> Set by the nightly LoanArrearsBatch: how many member loans
      *> stand in ARREARS. One member's default is the whole
      *> group's, so the group is in arrears while any is.
           05 LG-ARREARS-MEMBERS  PIC 9(2).
           05 LG-ARREARS-FLAG     PIC X.
               88 LG-IN-ARREARS   VALUE "Y".
           05 LG-ARREARS-DATE     PIC 9(8).
