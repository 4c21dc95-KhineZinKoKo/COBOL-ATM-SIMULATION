      *> Parameter block for CALL "BorrowerExposure". The caller
      *> fills the account and the change it is about to make to
      *> what the borrower owes (a new loan's contract amount, an
      *> overdraft limit increase); the routine hands back the
      *> borrower's and the connected group's total exposure with
      *> that change included, the limits from CAPITALBASE and the
      *> two limit percentages on PARAMS.DAT, and whether either
      *> limit would be breached. No limit applies while
      *> CAPITALBASE is zero.
       01 EXPOSURE-CHECK.
           05 XC-ACC-NO           PIC 9(16).
           05 XC-CHANGE           PIC S9(15)V99.
           05 XC-CUST-ID          PIC 9(8).
           05 XC-GROUP-ID         PIC X(10).
           05 XC-CUST-EXPOSURE    PIC 9(15)V99.
           05 XC-GROUP-EXPOSURE   PIC 9(15)V99.
           05 XC-CUST-LIMIT       PIC 9(15)V99.
           05 XC-GROUP-LIMIT      PIC 9(15)V99.
           05 XC-BREACH           PIC X(1).
               88 XC-WITHIN-LIMIT VALUE "N".
               88 XC-CUST-BREACH  VALUE "C".
               88 XC-GROUP-BREACH VALUE "G".
               88 XC-BOTH-BREACH  VALUE "B".
