               88 LOAN-ACTIVE     VALUE "ACTIVE".
               88 LOAN-CLOSED     VALUE "CLOSED".
               88 LOAN-ARREARS    VALUE "ARREARS".
      *> Written off by LoanMaint: off the active book, the claim
      *> carried on the WRITEOFFS.DAT memorandum ledger.
               88 LOAN-WRITTEN-OFF VALUE "WRITEOFF".
      *> Penalty accrued on missed instalments by the nightly
      *> arrears batch (LOANPENALTYRATE of the overdue instalment
      *> per abandoned collection), collected with the payoff.
               88 LOAN-CL-SUBSTD  VALUE "SUBSTD".
               88 LOAN-CL-DOUBT   VALUE "DOUBTFUL".
               88 LOAN-CL-LOSS    VALUE "LOSS".
      *> Economic sector and purpose of the lending, codes from
      *> LOANSECTORS.DAT (RefDataMaint), captured at disbursement
      *> and reported on the monthly sectoral credit return. Spaces
      *> on a loan disbursed before the codes existed until it is
      *> classified through LoanMaint.
           05 LOAN-SECTOR         PIC X(3).
           05 LOAN-PURPOSE        PIC X(4).
      *> Joint liability group (LOANGROUPS.DAT) the loan was
      *> disbursed to; 0 for an individual loan. A group loan has no
      *> standing order (LOAN-SCHED-ID 0): it is repaid at the group
      *> meeting.
           05 LOAN-GROUP-ID       PIC 9(6).
