      *> past due - a failed instalment surfaces here because the
      *> collection transfer never posted (the scheduled-transfer
      *> retry queue keeps trying it in the meantime).
      *> A loan is only disbursed from an APPROVED application on
      *> LOANAPPS.DAT (taken in and assessed by LoanOrigination,
      *> decided through ApprovalQueue): the amount, rate and term
      *> come from the application, which is then marked DISBURSED
      *> with the new loan id. Before the money moves, the
      *> borrower's total exposure with the new contract added is
      *> checked against the single-borrower and connected-group
      *> limits (BorrowerExposure); a breach needs a supervisor on
      *> the spot, and both the block and the override are audited.
      *> A LOSS loan (provisioned in full by LoanClassify) with no
      *> collateral left can be written off under a supervisor: it
      *> leaves the active book as WRITEOFF, its collection order is
      *> cancelled, and the claim moves to the WRITEOFFS.DAT
      *> memorandum ledger. Recoveries received later - cash at the
      *> counter, proceeds of collateral sold - are deposited into
      *> the WORECOVERYACC income account and posted against the
      *> memorandum record, each one logged on WORECOV.DAT for the
      *> LoanRecoveries report.
      *> Security other than deposits sits on the collateral
      *> register (CollateralReg): the loan list and the write-off
      *> show its lendable value and the loan-to-value, and a loan
      *> closed or written off here leaves those items HELD until
      *> a supervisor releases them in the register.
      *> Every loan carries the economic sector and purpose of the
      *> lending (LOANSECTORS.DAT, maintained in RefDataMaint) for
      *> the monthly sectoral credit return: the officer codes them
      *> at disbursement from the purpose the borrower gave on the
      *> application, and loans disbursed before the codes existed
      *> are classified - or a wrong code corrected - through the
      *> classification screen.
      *> Rural branches also lend to joint liability groups
      *> (LOANGROUPS.DAT): five to ten borrowers with a leader and a
      *> weekly meeting day, who guarantee each other. Every member
      *> with an APPROVED application is disbursed in one operation
      *> under one TR-GROUP-ID; the member loans carry no standing
      *> order but are repaid at the meeting as one group sum, split
      *> across the member loans in proportion to what each owes -
      *> the members make good a defaulter's share between them.
      *> LoanArrearsBatch puts the whole group in arrears when any
      *> member falls behind, and LoanGroupReport shows each group's
      *> repayment performance by branch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS TD-ID
               FILE STATUS IS TERMDEP-STATUS.

           SELECT LOANAPP-FILE ASSIGN TO "LOANAPPS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-ID
               FILE STATUS IS LOANAPP-STATUS.

           SELECT WRITEOFF-FILE ASSIGN TO "WRITEOFFS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-LOAN-ID
               FILE STATUS IS WRITEOFF-STATUS.

           SELECT RECOVERY-FILE ASSIGN TO "WORECOV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-KEY
               FILE STATUS IS RECOVERY-STATUS.

           SELECT GROUP-FILE ASSIGN TO "LOANGROUPS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-GROUP-ID
               FILE STATUS IS GROUP-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD TERMDEP-FILE.
           COPY "TERM-DEPOSIT.cpy".

       FD LOANAPP-FILE.
           COPY "LOAN-APPLICATION.cpy".

       FD WRITEOFF-FILE.
           COPY "LOAN-WRITEOFF.cpy".

       FD RECOVERY-FILE.
           COPY "WO-RECOVERY.cpy".

       FD GROUP-FILE.
           COPY "LOAN-GROUP.cpy".

       WORKING-STORAGE SECTION.
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01 PARAMS-STATUS           PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 REPORT-FILENAME         PIC X(30).
       01 LOANAPP-STATUS          PIC XX.
       01 WS-APP-INPUT            PIC 9(6).
       01 AUDIT-LINE              PIC X(120).
       01 WS-AUDIT-TIME           PIC 9(6).
       01 WS-AUTH-OK              PIC X.
       01 WS-SUPERVISOR-ID        PIC X(20).
       01 WS-EXPOSURE-OK          PIC X.
       01 WS-EXPOSURE-EVENT       PIC X(20).
           COPY "EXPOSURE-CHECK.cpy".
           COPY "COLLATERAL-LTV.cpy".
       01 WRITEOFF-STATUS         PIC XX.
       01 RECOVERY-STATUS         PIC XX.
       01 WS-RECOVERY-ACC         PIC 9(16) VALUE 0.
       01 WS-WO-PRINCIPAL         PIC 9(15)V99.
       01 WS-WO-CLAIM             PIC 9(15)V99.
       01 WS-WO-REMAINING         PIC 9(15)V99.
       01 WS-RECOVERY-AMOUNT      PIC 9(15)V99.
       01 WS-RECOVERY-SOURCE      PIC X(10).
       01 WS-RECOVERY-NOTE        PIC X(30).
       01 WS-SOURCE-CHOICE        PIC 9.
       01 WS-RECOVERY-POSTED      PIC X.
       01 WS-MEMO-WRITTEN         PIC X.

       01 WS-MENU-CHOICE          PIC 99.
       01 WS-AGAIN                PIC X VALUE 'Y'.
       01 WS-EOF                  PIC X.
       01 WS-NEXT-LOAN-ID         PIC 9(6).
       01 WS-MONTHS-INPUT         PIC 9(3).
       01 WS-CONFIRM              PIC X.
       01 WS-INSTALMENT           PIC 9(15)V99.
       01 WS-SECTOR-INPUT         PIC X(3).
       01 WS-PURPOSE-INPUT        PIC X(4).
       01 WS-SC-VALID             PIC X.
       01 WS-SC-REFUSAL           PIC X(40).
       01 WS-SC-SECTOR-NAME       PIC X(40).
       01 WS-SC-PURPOSE-NAME      PIC X(40).
       01 WS-UNCLASSIFIED         PIC 9(5).
       01 WS-WAS-CODES            PIC X(8).
       01 WS-APP-EOF              PIC X.

       01 GROUP-STATUS            PIC XX.
       01 WS-GROUP-INPUT          PIC 9(6).
       01 WS-GROUP-ACTION         PIC X.
       01 WS-GROUP-NEW            PIC X.
       01 WS-GROUP-OK             PIC X.
       01 WS-GROUP-EOF            PIC X.
       01 WS-GROUP-MIN            PIC 9(2) VALUE 5.
       01 WS-GROUP-NAME-INPUT     PIC X(30).
       01 WS-BRANCH-INPUT         PIC X(4).
       01 WS-DAY-INPUT            PIC X(3).
       01 WS-TODAY-DAY            PIC X(3).
       01 WS-DAY-NO               PIC 9.
       01 WS-GROUP-HOLD           PIC X(400).
       01 WS-OTHER-GROUP          PIC 9(6).
       01 WS-TRAN-GROUP-ID        PIC 9(8) VALUE 0.
       01 WS-GROUP-OPERATOR       PIC X(20) VALUE "LOANGROUP".
       01 WS-GM-IDX               PIC 9(2).
       01 WS-GM-FOUND             PIC 9(2).
       01 WS-GM-LAST              PIC 9(2).
       01 WS-GM-OPEN              PIC 9(2).
       01 WS-GROUP-TOTAL          PIC 9(15)V99.
       01 WS-GROUP-OWED           PIC 9(15)V99.
       01 WS-GROUP-INST           PIC 9(15)V99.
       01 WS-GROUP-EXCESS         PIC 9(15)V99.
       01 WS-COLLECTED            PIC 9(15)V99.
       01 WS-ALLOCATED            PIC 9(15)V99.
      *> One row per member for a group disbursement or meeting.
       01 GROUP-PLAN.
           05 GP-ENTRY OCCURS 10 TIMES.
               10 GP-ACC          PIC 9(16).
               10 GP-APP-ID       PIC 9(6).
               10 GP-PRINCIPAL    PIC 9(15)V99.
               10 GP-RATE         PIC 9V9999.
               10 GP-TERM         PIC 9(3).
               10 GP-INSTALMENT   PIC 9(15)V99.
               10 GP-SECTOR       PIC X(3).
               10 GP-PURPOSE      PIC X(4).
               10 GP-LOAN-ID      PIC 9(6).
               10 GP-DUE          PIC 9(15)V99.
               10 GP-OWED         PIC 9(15)V99.
               10 GP-SHARE        PIC 9(15)V99.

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BEFORE-BALANCE       PIC S9(15)V99.
       01 RTN-AMOUNT              PIC S9(15)V99.
       01 WS-PAYOFF-OPERATOR      PIC X(20) VALUE "LOANPAYOFF".
       01 WS-PAYOFF-CUST          PIC 9(8).
       01 WS-IC-ACTION            PIC X(12) VALUE "LOAN PAYOFF".
       01 WS-IC-RESULT            PIC X.
       01 WS-MANDATE-OK           PIC X VALUE 'Y'.
       01 WS-SIGNERS              PIC X(80) VALUE SPACES.
       01 TERMDEP-STATUS          PIC XX.
       01 WS-TD-INPUT             PIC 9(6).
       01 WS-TD-EOF               PIC X.
       01 WS-POST-RECEIVER        PIC 9(16).
       01 WS-POST-OPERATOR        PIC X(20).
       01 WS-POST-BRANCH          PIC X(4).
       01 WS-NO-TERMINAL          PIC X(8) VALUE SPACES.
       01 WS-POST-CCY             PIC X(3).

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-PCT              PIC ZZ,ZZ9.99.
       01 FORMAT-SIGNED           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
               DISPLAY "4. Early settlement quote / payoff"
               DISPLAY "5. Pledge / release term deposit collateral"
               DISPLAY "6. Settle a defaulted loan from collateral"
               DISPLAY "7. Write off a LOSS loan"
               DISPLAY "8. Post a recovery on a written-off loan"
               DISPLAY "9. Write-off and recoveries report"
               DISPLAY "10. Classify a loan by sector / purpose"
               DISPLAY "11. Sectoral credit return"
               DISPLAY "12. Form / amend a loan group"
               DISPLAY "13. Disburse to a loan group"
               DISPLAY "14. Group meeting repayment"
               DISPLAY "15. Group performance report"
               DISPLAY "Enter choice (1-15): "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                       PERFORM LIEN-MAINTENANCE
                   WHEN 6
                       PERFORM SETTLE-FROM-COLLATERAL
                   WHEN 7
                       PERFORM WRITE-OFF-LOAN
                   WHEN 8
                       PERFORM POST-WO-RECOVERY
                   WHEN 9
                       CALL "LoanRecoveries"
                   WHEN 10
                       PERFORM CLASSIFY-LOAN-SECTOR
                   WHEN 11
                       CALL "SectorCreditReturn"
                   WHEN 12
                       PERFORM MAINTAIN-LOAN-GROUP
                   WHEN 13
                       PERFORM DISBURSE-GROUP
                   WHEN 14
                       PERFORM GROUP-REPAYMENT
                   WHEN 15
                       CALL "LoanGroupReport"
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE
           CLOSE LOAN-FILE.

       DISBURSE-LOAN.
           DISPLAY "Approved application id: "
           ACCEPT WS-APP-INPUT
           OPEN INPUT LOANAPP-FILE
           IF LOANAPP-STATUS NOT = "00"
               DISPLAY "No loan applications on file."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-APP-INPUT TO APP-ID
           READ LOANAPP-FILE
               INVALID KEY
                   DISPLAY "No such application."
                   CLOSE LOANAPP-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE LOANAPP-FILE
           IF NOT APP-APPROVED
               DISPLAY "Application is " APP-STAGE
                   " - only an APPROVED application can be "
                   "disbursed."
               EXIT PARAGRAPH
           END-IF
           MOVE APP-ACC-NO TO WS-ACC-INPUT
           MOVE APP-PRINCIPAL TO WS-PRINCIPAL-INPUT
           MOVE APP-RATE TO WS-RATE-INPUT
           MOVE APP-TERM-MONTHS TO WS-MONTHS-INPUT
           MOVE WS-PRINCIPAL-INPUT TO FORMAT-BALANCE
           DISPLAY "Account " WS-ACC-INPUT "  principal "
               FORMAT-BALANCE " x" WS-MONTHS-INPUT "m at "
               WS-RATE-INPUT
           DISPLAY "Approved by " FUNCTION TRIM(APP-DECIDED-BY)
               " on " APP-DECIDED-DATE

           IF WS-PRINCIPAL-INPUT = 0 OR WS-MONTHS-INPUT = 0
               DISPLAY "Principal and term are required."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Stated purpose: " FUNCTION TRIM(APP-PURPOSE)
           PERFORM ACCEPT-SECTOR-PURPOSE
           IF WS-SC-VALID NOT = 'Y'
               DISPLAY "Loan not disbursed - sector and purpose "
                   "must be on the reference list."
               EXIT PARAGRAPH
           END-IF

      *> One running loan per borrower - collections into the office
      *> account could not be told apart between two loans.
           PERFORM CHECK-EXISTING-LOAN
                (1 + (WS-RATE-INPUT * WS-MONTHS-INPUT)))
               / WS-MONTHS-INPUT

           PERFORM CHECK-BORROWER-EXPOSURE
           IF WS-EXPOSURE-OK NOT = 'Y'
               DISPLAY "Loan not disbursed - over the exposure "
                   "limit."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-INSTALMENT TO FORMAT-BALANCE
           DISPLAY "Monthly instalment will be " FORMAT-BALANCE
           DISPLAY "Disburse? (Y/N): "
           MOVE WS-TODAY TO LOAN-DISBURSE-DATE
           MOVE SCHED-ID TO LOAN-SCHED-ID
           MOVE "ACTIVE" TO LOAN-STATUS
           MOVE WS-SECTOR-INPUT TO LOAN-SECTOR
           MOVE WS-PURPOSE-INPUT TO LOAN-PURPOSE
           MOVE 0 TO LOAN-GROUP-ID
           WRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not record loan."
                   DISPLAY "Loan " LOAN-ID " disbursed to "
                       WS-ACC-INPUT ", collected by standing order "
                       LOAN-SCHED-ID "."
                   MOVE "LONI" TO WS-IJ-KIND
                   MOVE LOAN-RECORD TO WS-IJ-IMAGE
                   CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
                   PERFORM MARK-APPLICATION-DISBURSED
           END-WRITE
           CLOSE LOAN-FILE.

      *> Sector and purpose codes as the officer keys them, checked
      *> against LOANSECTORS.DAT: the purpose must sit under the
      *> sector given.
       ACCEPT-SECTOR-PURPOSE.
           DISPLAY "Economic sector code (e.g. AGR, TRD, HSG): "
           ACCEPT WS-SECTOR-INPUT
           MOVE FUNCTION UPPER-CASE(WS-SECTOR-INPUT)
               TO WS-SECTOR-INPUT
           DISPLAY "Loan purpose code: "
           ACCEPT WS-PURPOSE-INPUT
           MOVE FUNCTION UPPER-CASE(WS-PURPOSE-INPUT)
               TO WS-PURPOSE-INPUT
           IF WS-PURPOSE-INPUT = SPACES
               MOVE 'N' TO WS-SC-VALID
               DISPLAY "Purpose code is required."
               EXIT PARAGRAPH
           END-IF
           CALL "LoanSectorCheck" USING WS-SECTOR-INPUT
               WS-PURPOSE-INPUT WS-SC-VALID WS-SC-REFUSAL
               WS-SC-SECTOR-NAME WS-SC-PURPOSE-NAME
           IF WS-SC-VALID = 'Y'
               DISPLAY "  " WS-SECTOR-INPUT " "
                   FUNCTION TRIM(WS-SC-SECTOR-NAME) " / "
                   WS-PURPOSE-INPUT " "
                   FUNCTION TRIM(WS-SC-PURPOSE-NAME)
           ELSE
               DISPLAY FUNCTION TRIM(WS-SC-REFUSAL)
           END-IF.

       MARK-APPLICATION-DISBURSED.
           OPEN I-O LOANAPP-FILE
           MOVE WS-APP-INPUT TO APP-ID
           READ LOANAPP-FILE
               INVALID KEY
                   DISPLAY "[ERROR]: Application " WS-APP-INPUT
                       " could not be marked DISBURSED."
               NOT INVALID KEY
                   MOVE "DISBURSED" TO APP-STAGE
                   MOVE LOAN-ID TO APP-LOAN-ID
                   MOVE WS-TODAY TO APP-DISBURSE-DATE
                   REWRITE LOAN-APP-RECORD
           END-READ
           CLOSE LOANAPP-FILE.

      *> The new loan counts at its full contract amount, the way
      *> a running loan counts until its instalments come in.
       CHECK-BORROWER-EXPOSURE.
           MOVE 'Y' TO WS-EXPOSURE-OK
           MOVE WS-ACC-INPUT TO XC-ACC-NO
           COMPUTE XC-CHANGE = WS-INSTALMENT * WS-MONTHS-INPUT
           CALL "BorrowerExposure" USING EXPOSURE-CHECK
           IF XC-WITHIN-LIMIT
               EXIT PARAGRAPH
           END-IF

           MOVE XC-CUST-EXPOSURE TO FORMAT-BALANCE
           DISPLAY "[WARNING]: Borrower exposure with this loan "
               "would be " FORMAT-BALANCE
           MOVE XC-CUST-LIMIT TO FORMAT-BALANCE
           DISPLAY "           single-borrower limit "
               FORMAT-BALANCE
           IF XC-GROUP-ID NOT = SPACES
               MOVE XC-GROUP-EXPOSURE TO FORMAT-BALANCE
               DISPLAY "           group " XC-GROUP-ID
                   " exposure " FORMAT-BALANCE
               MOVE XC-GROUP-LIMIT TO FORMAT-BALANCE
               DISPLAY "           group limit " FORMAT-BALANCE
           END-IF
           MOVE 'N' TO WS-EXPOSURE-OK
           MOVE "EXPOSURE_BLOCK" TO WS-EXPOSURE-EVENT
           MOVE SPACES TO WS-SUPERVISOR-ID
           PERFORM WRITE-EXPOSURE-AUDIT
           DISPLAY "Disburse over the limit with a supervisor? "
               "(Y/N): "
           ACCEPT WS-AUTH-OK
           MOVE FUNCTION UPPER-CASE(WS-AUTH-OK) TO WS-AUTH-OK
           IF WS-AUTH-OK = 'Y'
               MOVE 'N' TO WS-AUTH-OK
               CALL "SupervisorAuth"
                   USING WS-AUTH-OK WS-SUPERVISOR-ID
               IF WS-AUTH-OK = 'Y'
                   MOVE 'Y' TO WS-EXPOSURE-OK
                   MOVE "EXPOSURE_OVERRIDE" TO WS-EXPOSURE-EVENT
                   PERFORM WRITE-EXPOSURE-AUDIT
               END-IF
           END-IF.

       WRITE-EXPOSURE-AUDIT.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXPOSURE-EVENT) DELIMITED BY SIZE
               ",LOAN," DELIMITED BY SIZE
               WS-ACC-INPUT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               XC-BREACH DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               XC-CUST-EXPOSURE DELIMITED BY SIZE
               ",by " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SUPERVISOR-ID) DELIMITED BY SIZE
               " for " DELIMITED BY SIZE
               FUNCTION TRIM(LNK-OPERATOR-ID) DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           CALL "AuditLogger" USING AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE.

       CHECK-EXISTING-LOAN.
           MOVE 'N' TO WS-HAS-OPEN-LOAN
           MOVE 'N' TO WS-EOF
                           DISPLAY "  " LOAN-ID " " LOAN-ACC-NO " "
                               FORMAT-BALANCE " x" LOAN-TERM-MONTHS
                               "m " LOAN-STATUS
                           IF LOAN-GROUP-ID NOT = 0
                               DISPLAY "      member of loan group "
                                   LOAN-GROUP-ID
                           END-IF
                           PERFORM SHOW-COLLATERAL-POSITION
                       END-IF
               END-READ
               IF NOT LOAN-ARREARS
                   MOVE "ARREARS" TO LOAN-STATUS
                   REWRITE LOAN-RECORD
                   MOVE "LONU" TO WS-IJ-KIND
                   MOVE LOAN-RECORD TO WS-IJ-IMAGE
                   CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING LOAN-ID DELIMITED BY SIZE
               IF LOAN-ARREARS
                   MOVE "ACTIVE" TO LOAN-STATUS
                   REWRITE LOAN-RECORD
                   MOVE "LONU" TO WS-IJ-KIND
                   MOVE LOAN-RECORD TO WS-IJ-IMAGE
                   CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
               END-IF
               IF WS-DUE-COUNT = LOAN-TERM-MONTHS AND
                  WS-SHORT-AMOUNT <= 0
                   MOVE "CLOSED" TO LOAN-STATUS
                   REWRITE LOAN-RECORD
                   MOVE "LONU" TO WS-IJ-KIND
                   MOVE LOAN-RECORD TO WS-IJ-IMAGE
                   CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
                   MOVE LOAN-ID TO WS-RELEASE-LOAN
                   PERFORM RELEASE-LIENS
               END-IF
      *> a declined collection leaves the loan untouched.
       COLLECT-PAYOFF.
           MOVE 0 TO WS-BEFORE-BALANCE
           MOVE 0 TO WS-PAYOFF-CUST
           OPEN INPUT USER-FILE
           IF FILE-STATUS = "00"
               MOVE LOAN-ACC-NO TO USER-ACC-NO
               READ USER-FILE
                   NOT INVALID KEY
                       MOVE USER-BALANCE TO WS-BEFORE-BALANCE
                       MOVE USER-CUSTOMER-ID TO WS-PAYOFF-CUST
               END-READ
               CLOSE USER-FILE
           END-IF

      *> TransferMoney takes a LOANPAYOFF posting as already
      *> cleared, so the teller's insider check and the business
      *> customer's signing mandate are applied here, before the
      *> money moves.
           CALL "InsiderCheck" USING LNK-OPERATOR-ID LOAN-ACC-NO
               WS-PAYOFF-CUST WS-IC-ACTION WS-IC-RESULT
           IF WS-IC-RESULT NOT = 'Y'
               DISPLAY "Payoff refused - staff/insider account "
                   "without supervisor approval."
               EXIT PARAGRAPH
           END-IF
           CALL "SignatoryAuth" USING WS-PAYOFF-CUST, LOAN-ACC-NO,
               WS-PAYOFF, WS-MANDATE-OK, WS-SIGNERS
           IF WS-MANDATE-OK NOT = 'Y'
               DISPLAY "Payoff refused - the account's signing "
                   "mandate was not met."
               EXIT PARAGRAPH
           END-IF

           CALL "TransferMoney" USING LOAN-ACC-NO WS-LOAN-OFFICE-ACC
               WS-PAYOFF RTN-AMOUNT WS-PAYOFF-OPERATOR

               NOT INVALID KEY
                   DISPLAY "Loan " LOAN-ID " settled and closed. "
                       "Standing order " LOAN-SCHED-ID " cancelled."
                   MOVE "LONU" TO WS-IJ-KIND
                   MOVE LOAN-RECORD TO WS-IJ-IMAGE
                   CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
                   MOVE LOAN-ID TO WS-RELEASE-LOAN
                   PERFORM RELEASE-LIENS
                   PERFORM NOTE-HELD-COLLATERAL
           END-REWRITE.

       CANCEL-COLLECTION-ORDER.
               MOVE WS-LIEN-TOTAL TO FORMAT-BALANCE
               DISPLAY "      collateral: " WS-LIEN-COUNT
                   " deposit(s), " FORMAT-BALANCE " liened"
           END-IF
           PERFORM GET-REGISTER-COLLATERAL
           IF LTV-ITEM-COUNT > 0
               MOVE LTV-LENDABLE TO FORMAT-BALANCE
               DISPLAY "      register: " LTV-ITEM-COUNT
                   " item(s), " FORMAT-BALANCE " lendable"
               IF LTV-UNCOVERED
                   DISPLAY "      LTV: no lendable cover"
               ELSE
                   MOVE LTV-PCT TO FORMAT-PCT
                   DISPLAY "      LTV: " FORMAT-PCT "%"
               END-IF
               IF LTV-IN-BREACH
                   DISPLAY "      ** LTV limit breached"
               END-IF
           END-IF.

      *> Items HELD on COLLATERAL.DAT for the loan in the record
      *> area, with its balance and loan-to-value.
       GET-REGISTER-COLLATERAL.
           MOVE LOAN-ID TO LTV-LOAN-ID
           MOVE LOAN-ACC-NO TO LTV-ACC-NO
           MOVE LOAN-DISBURSE-DATE TO LTV-DISBURSE-DATE
           COMPUTE LTV-CONTRACT = LOAN-INSTALMENT * LOAN-TERM-MONTHS
           MOVE LOAN-PENALTY-DUE TO LTV-PENALTY
           CALL "CollateralLtv" USING COLLATERAL-LTV.

      *> A closed loan's register collateral is not let go here:
      *> it stays HELD until a supervisor releases it.
       NOTE-HELD-COLLATERAL.
           PERFORM GET-REGISTER-COLLATERAL
           IF LTV-ITEM-COUNT > 0
               DISPLAY LTV-ITEM-COUNT " collateral item(s) stay HELD "
                   "until released under a supervisor in the "
                   "collateral register."
           END-IF.

       LIEN-MAINTENANCE.
           IF TD-LIEN-LOAN = LOAN-ID
               MOVE 0 TO TD-LIEN-LOAN
               REWRITE TERM-DEPOSIT-RECORD
               MOVE "TDPU" TO WS-IJ-KIND
               MOVE TERM-DEPOSIT-RECORD TO WS-IJ-IMAGE
               CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
               DISPLAY "Lien released from deposit " TD-ID "."
           ELSE
               IF TD-LIEN-LOAN NOT = 0
               ELSE
                   MOVE LOAN-ID TO TD-LIEN-LOAN
                   REWRITE TERM-DEPOSIT-RECORD
                   MOVE "TDPU" TO WS-IJ-KIND
                   MOVE TERM-DEPOSIT-RECORD TO WS-IJ-IMAGE
                   CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
                   DISPLAY "Deposit " TD-ID " pledged to loan "
                       LOAN-ID "."
               END-IF
                       IF TD-LIEN-LOAN = WS-RELEASE-LOAN
                           MOVE 0 TO TD-LIEN-LOAN
                           REWRITE TERM-DEPOSIT-RECORD
                           MOVE "TDPU" TO WS-IJ-KIND
                           MOVE TERM-DEPOSIT-RECORD TO WS-IJ-IMAGE
                           CALL "ImageJournal"
                               USING WS-IJ-KIND WS-IJ-IMAGE
                       END-IF
               END-READ
           END-PERFORM
               MOVE "CLOSED" TO LOAN-STATUS
               MOVE 0 TO LOAN-PENALTY-DUE
               REWRITE LOAN-RECORD
               MOVE "LONU" TO WS-IJ-KIND
               MOVE LOAN-RECORD TO WS-IJ-IMAGE
               CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
               DISPLAY "Loan " LOAN-ID " settled from collateral "
                   "and closed."
               PERFORM NOTE-HELD-COLLATERAL
               IF WS-SETTLE-AMOUNT > WS-PAYOFF
                   COMPUTE WS-SETTLE-AMOUNT =
                       WS-SETTLE-AMOUNT - WS-PAYOFF
           MOVE LAST-TRANSACTION-ID TO TRANSACTION-ID
           MOVE LOAN-ACC-NO         TO TR-ACC-NO
           MOVE WS-POST-RECEIVER    TO TR-RECEIVER-NO
           MOVE WS-TRAN-GROUP-ID    TO TR-GROUP-ID
           MOVE WS-POST-TYPE        TO TR-TYPE
           MOVE WS-TODAY            TO TR-DATE
           MOVE WS-TODAY            TO TR-VALUE-DATE
                           MOVE "BROKEN" TO TD-STATUS
                           MOVE 0 TO TD-LIEN-LOAN
                           REWRITE TERM-DEPOSIT-RECORD
                           MOVE "TDPU" TO WS-IJ-KIND
                           MOVE TERM-DEPOSIT-RECORD TO WS-IJ-IMAGE
                           CALL "ImageJournal"
                               USING WS-IJ-KIND WS-IJ-IMAGE
                           DISPLAY "  deposit " TD-ID " applied ("
                               TD-PRINCIPAL ")"
                       END-IF
           END-PERFORM
           CLOSE TERMDEP-FILE.

      *> Write-off: only a running loan LoanClassify has put in LOSS
      *> - provisioned at 100 percent, so the book value written off
      *> is already covered - and only once no pledged deposit is
      *> left to settle from. The outstanding principal (as the
      *> classification works it out) is the amount written off;
      *> the claim kept on the memorandum ledger is the contract
      *> remaining plus the accrued penalty.
       WRITE-OFF-LOAN.
           DISPLAY "Loan id: "
           ACCEPT WS-NEXT-LOAN-ID
           OPEN I-O LOAN-FILE
           MOVE WS-NEXT-LOAN-ID TO LOAN-ID
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY "No such loan."
                   CLOSE LOAN-FILE
                   EXIT PARAGRAPH
           END-READ
           IF NOT LOAN-ACTIVE AND NOT LOAN-ARREARS
               DISPLAY "Loan is " LOAN-STATUS " - nothing to write "
                   "off."
               CLOSE LOAN-FILE
               EXIT PARAGRAPH
           END-IF
           IF NOT LOAN-CL-LOSS
               DISPLAY "Loan is classified " LOAN-CLASS " - only a "
                   "LOSS loan, provisioned in full, can be written "
                   "off."
               CLOSE LOAN-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM SHOW-COLLATERAL-POSITION
           IF WS-LIEN-COUNT > 0
               DISPLAY "Deposits are still pledged to this loan - "
                   "settle from collateral first."
               CLOSE LOAN-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-PAYOFF-QUOTE
           COMPUTE WS-WO-PRINCIPAL =
               LOAN-PRINCIPAL -
               (WS-PAID-AMOUNT * LOAN-PRINCIPAL /
                (LOAN-INSTALMENT * LOAN-TERM-MONTHS))
           IF WS-WO-PRINCIPAL > LOAN-PRINCIPAL
               MOVE LOAN-PRINCIPAL TO WS-WO-PRINCIPAL
           END-IF
           COMPUTE WS-WO-CLAIM = WS-REMAINING + LOAN-PENALTY-DUE

           DISPLAY "--------------------------------------------"
           DISPLAY "WRITE-OFF - loan " LOAN-ID " account "
               LOAN-ACC-NO
           MOVE WS-WO-PRINCIPAL TO FORMAT-BALANCE
           DISPLAY "Principal written off : " FORMAT-BALANCE
           MOVE WS-REMAINING TO FORMAT-BALANCE
           DISPLAY "Contract remaining    : " FORMAT-BALANCE
           MOVE LOAN-PENALTY-DUE TO FORMAT-BALANCE
           DISPLAY "Penalty due           : " FORMAT-BALANCE
           MOVE WS-WO-CLAIM TO FORMAT-BALANCE
           DISPLAY "Claim kept on memo    : " FORMAT-BALANCE
           DISPLAY "--------------------------------------------"
           DISPLAY "Write the loan off? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "Loan not written off."
               CLOSE LOAN-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-AUTH-OK
           MOVE SPACES TO WS-SUPERVISOR-ID
           CALL "SupervisorAuth" USING WS-AUTH-OK WS-SUPERVISOR-ID
           IF WS-AUTH-OK NOT = 'Y'
               DISPLAY "Write-off needs a supervisor - loan not "
                   "written off."
               CLOSE LOAN-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-BORROWER-BRANCH
           PERFORM WRITE-MEMORANDUM-RECORD
           IF WS-MEMO-WRITTEN NOT = 'Y'
               CLOSE LOAN-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM CANCEL-COLLECTION-ORDER
           MOVE "WRITEOFF" TO LOAN-STATUS
           MOVE 0 TO LOAN-PENALTY-DUE
           REWRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Memorandum written but the loan "
                       "record could not be updated - fix by hand."
               NOT INVALID KEY
                   DISPLAY "Loan " LOAN-ID " written off. Standing "
                       "order " LOAN-SCHED-ID " cancelled."
                   MOVE "LONU" TO WS-IJ-KIND
                   MOVE LOAN-RECORD TO WS-IJ-IMAGE
                   CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
                   PERFORM NOTE-HELD-COLLATERAL
           END-REWRITE

           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               ",LOAN_WRITEOFF," DELIMITED BY SIZE
               LOAN-ID DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               LOAN-ACC-NO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-WO-PRINCIPAL DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-WO-CLAIM DELIMITED BY SIZE
               ",by " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SUPERVISOR-ID) DELIMITED BY SIZE
               " for " DELIMITED BY SIZE
               FUNCTION TRIM(LNK-OPERATOR-ID) DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           CALL "AuditLogger" USING AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE
           CLOSE LOAN-FILE.

      *> Loans disbursed before sector coding - and any coded
      *> wrongly - are classified here. The open loans still
      *> without a sector are listed first so the back-fill can be
      *> worked down to nothing before the next return.
       CLASSIFY-LOAN-SECTOR.
           MOVE 0 TO WS-UNCLASSIFIED
           MOVE 'N' TO WS-EOF
           OPEN I-O LOAN-FILE
           IF LOAN-STATUS-CODE NOT = "00"
               DISPLAY "No loans on file."
               CLOSE LOAN-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "---- open loans without a sector ----"
           MOVE 0 TO LOAN-ID
           START LOAN-FILE KEY IS NOT LESS THAN LOAN-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOAN-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (LOAN-ACTIVE OR LOAN-ARREARS) AND
                          LOAN-SECTOR = SPACES
                           ADD 1 TO WS-UNCLASSIFIED
                           MOVE LOAN-PRINCIPAL TO FORMAT-BALANCE
                           DISPLAY "  " LOAN-ID " " LOAN-ACC-NO " "
                               FORMAT-BALANCE " disbursed "
                               LOAN-DISBURSE-DATE
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "  " WS-UNCLASSIFIED " loan(s) unclassified."

           DISPLAY "Loan id to classify (0 = none): "
           ACCEPT WS-NEXT-LOAN-ID
           IF WS-NEXT-LOAN-ID = 0
               CLOSE LOAN-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEXT-LOAN-ID TO LOAN-ID
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY "No such loan."
                   CLOSE LOAN-FILE
                   EXIT PARAGRAPH
           END-READ
           PERFORM FIND-LOAN-APPLICATION
           IF LOAN-SECTOR NOT = SPACES
               DISPLAY "Currently " LOAN-SECTOR " / " LOAN-PURPOSE
           END-IF
           PERFORM ACCEPT-SECTOR-PURPOSE
           IF WS-SC-VALID NOT = 'Y'
               DISPLAY "Loan unchanged."
               CLOSE LOAN-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-WAS-CODES
           STRING LOAN-SECTOR " " LOAN-PURPOSE
               DELIMITED BY SIZE INTO WS-WAS-CODES
           MOVE WS-SECTOR-INPUT TO LOAN-SECTOR
           MOVE WS-PURPOSE-INPUT TO LOAN-PURPOSE
           REWRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not update loan " LOAN-ID
                   CLOSE LOAN-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "LONU" TO WS-IJ-KIND
           MOVE LOAN-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           DISPLAY "Loan " LOAN-ID " classified " LOAN-SECTOR " / "
               LOAN-PURPOSE "."

           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               ",LOAN_SECTOR," DELIMITED BY SIZE
               LOAN-ID DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               LOAN-ACC-NO DELIMITED BY SIZE
               ",was " DELIMITED BY SIZE
               WS-WAS-CODES DELIMITED BY SIZE
               ",now " DELIMITED BY SIZE
               LOAN-SECTOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LOAN-PURPOSE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(LNK-OPERATOR-ID) DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           CALL "AuditLogger" USING AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE
           CLOSE LOAN-FILE.

      *> The purpose the borrower stated on the application the
      *> loan came from, as a prompt for the officer coding it.
       FIND-LOAN-APPLICATION.
           OPEN INPUT LOANAPP-FILE
           IF LOANAPP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-APP-EOF
           MOVE 0 TO APP-ID
           START LOANAPP-FILE KEY IS NOT LESS THAN APP-ID
               INVALID KEY MOVE 'Y' TO WS-APP-EOF
           END-START
           PERFORM UNTIL WS-APP-EOF = 'Y'
               READ LOANAPP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-APP-EOF
                   NOT AT END
                       IF APP-LOAN-ID = LOAN-ID
                           DISPLAY "Stated purpose: "
                               FUNCTION TRIM(APP-PURPOSE)
                           MOVE 'Y' TO WS-APP-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOANAPP-FILE.

       ENSURE-GROUP-FILE.
           OPEN INPUT GROUP-FILE
           IF GROUP-STATUS = "35"
               OPEN OUTPUT GROUP-FILE
           END-IF
           CLOSE GROUP-FILE.

      *> Groups are formed and kept here. An account belongs to one
      *> ACTIVE group at a time, and a member whose loan is still
      *> running cannot leave - the group stays liable for it.
       MAINTAIN-LOAN-GROUP.
           PERFORM ENSURE-GROUP-FILE
           PERFORM LIST-LOAN-GROUPS
           DISPLAY "Group id to amend (0 = form a new group): "
           ACCEPT WS-GROUP-INPUT
           OPEN I-O GROUP-FILE
           IF WS-GROUP-INPUT = 0
               PERFORM FORM-LOAN-GROUP
               IF WS-GROUP-OK NOT = 'Y'
                   CLOSE GROUP-FILE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE 'N' TO WS-GROUP-NEW
               MOVE WS-GROUP-INPUT TO LG-GROUP-ID
               READ GROUP-FILE
                   INVALID KEY
                       DISPLAY "No such group."
                       CLOSE GROUP-FILE
                       EXIT PARAGRAPH
               END-READ
               IF LG-CLOSED
                   DISPLAY "Group " LG-GROUP-ID " is closed."
                   CLOSE GROUP-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACE TO WS-GROUP-ACTION
           PERFORM UNTIL WS-GROUP-ACTION = 'S' OR
                         WS-GROUP-ACTION = 'Q'
               PERFORM SHOW-LOAN-GROUP
               DISPLAY "A=add member  R=remove member  L=leader  "
                   "M=meeting day  C=close group"
               DISPLAY "S=save  Q=quit without saving: "
               ACCEPT WS-GROUP-ACTION
               MOVE FUNCTION UPPER-CASE(WS-GROUP-ACTION)
                   TO WS-GROUP-ACTION
               EVALUATE WS-GROUP-ACTION
                   WHEN 'A'
                       PERFORM ADD-GROUP-MEMBER
                   WHEN 'R'
                       PERFORM REMOVE-GROUP-MEMBER
                   WHEN 'L'
                       PERFORM SET-GROUP-LEADER
                   WHEN 'M'
                       PERFORM ACCEPT-MEETING-DAY
                       IF WS-DAY-INPUT NOT = SPACES
                           MOVE WS-DAY-INPUT TO LG-MEETING-DAY
                       END-IF
                   WHEN 'C'
                       PERFORM CLOSE-LOAN-GROUP
                   WHEN 'S'
                       CONTINUE
                   WHEN 'Q'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid action."
               END-EVALUATE
           END-PERFORM
           IF WS-GROUP-ACTION = 'Q'
               DISPLAY "Group not saved."
               CLOSE GROUP-FILE
               EXIT PARAGRAPH
           END-IF

           IF WS-GROUP-NEW = 'Y'
               WRITE LOAN-GROUP-RECORD
                   INVALID KEY
                       DISPLAY "[ERROR]: Could not record group "
                           LG-GROUP-ID
                       CLOSE GROUP-FILE
                       EXIT PARAGRAPH
               END-WRITE
           ELSE
               REWRITE LOAN-GROUP-RECORD
                   INVALID KEY
                       DISPLAY "[ERROR]: Could not update group "
                           LG-GROUP-ID
                       CLOSE GROUP-FILE
                       EXIT PARAGRAPH
               END-REWRITE
           END-IF
           DISPLAY "Group " LG-GROUP-ID " saved."

           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               ",LOAN_GROUP," DELIMITED BY SIZE
               LG-GROUP-ID DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(LG-STATUS) DELIMITED BY SIZE
               ",members " DELIMITED BY SIZE
               LG-MEMBER-COUNT DELIMITED BY SIZE
               ",leader " DELIMITED BY SIZE
               LG-LEADER-ACC DELIMITED BY SIZE
               ",meets " DELIMITED BY SIZE
               LG-MEETING-DAY DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(LNK-OPERATOR-ID) DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           CALL "AuditLogger" USING AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE
           CLOSE GROUP-FILE.

       LIST-LOAN-GROUPS.
           OPEN INPUT GROUP-FILE
           IF GROUP-STATUS NOT = "00"
               CLOSE GROUP-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "---- loan groups ----"
           MOVE 'N' TO WS-GROUP-EOF
           MOVE 0 TO LG-GROUP-ID
           START GROUP-FILE KEY IS NOT LESS THAN LG-GROUP-ID
               INVALID KEY MOVE 'Y' TO WS-GROUP-EOF
           END-START
           PERFORM UNTIL WS-GROUP-EOF = 'Y'
               READ GROUP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-GROUP-EOF
                   NOT AT END
                       DISPLAY "  " LG-GROUP-ID " "
                           LG-NAME " " LG-BRANCH " "
                           LG-MEETING-DAY " " LG-MEMBER-COUNT
                           " member(s) " LG-STATUS
                       IF LG-IN-ARREARS
                           DISPLAY "      in arrears since "
                               LG-ARREARS-DATE ", "
                               LG-ARREARS-MEMBERS " member(s) behind"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GROUP-FILE.

       FORM-LOAN-GROUP.
           MOVE 'N' TO WS-GROUP-OK
           PERFORM FIND-NEXT-GROUP-ID
           INITIALIZE LOAN-GROUP-RECORD
           MOVE WS-GROUP-INPUT TO LG-GROUP-ID
           DISPLAY "Group name: "
           ACCEPT WS-GROUP-NAME-INPUT
           IF WS-GROUP-NAME-INPUT = SPACES
               DISPLAY "A group name is required."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Branch code: "
           ACCEPT WS-BRANCH-INPUT
           IF WS-BRANCH-INPUT = SPACES
               MOVE "0001" TO WS-BRANCH-INPUT
           END-IF
           PERFORM ACCEPT-MEETING-DAY
           IF WS-DAY-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GROUP-NAME-INPUT TO LG-NAME
           MOVE WS-BRANCH-INPUT TO LG-BRANCH
           MOVE WS-DAY-INPUT TO LG-MEETING-DAY
           MOVE LNK-OPERATOR-ID TO LG-OFFICER
           MOVE "ACTIVE" TO LG-STATUS
           MOVE WS-TODAY TO LG-FORMED-DATE
           MOVE 'N' TO LG-ARREARS-FLAG
           MOVE 'Y' TO WS-GROUP-NEW
           MOVE 'Y' TO WS-GROUP-OK.

       FIND-NEXT-GROUP-ID.
           MOVE 1 TO WS-GROUP-INPUT
           MOVE 'N' TO WS-GROUP-EOF
           MOVE 0 TO LG-GROUP-ID
           START GROUP-FILE KEY IS NOT LESS THAN LG-GROUP-ID
               INVALID KEY MOVE 'Y' TO WS-GROUP-EOF
           END-START
           PERFORM UNTIL WS-GROUP-EOF = 'Y'
               READ GROUP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-GROUP-EOF
                   NOT AT END
                       COMPUTE WS-GROUP-INPUT = LG-GROUP-ID + 1
               END-READ
           END-PERFORM.

       ACCEPT-MEETING-DAY.
           DISPLAY "Meeting day (MON TUE WED THU FRI SAT SUN): "
           ACCEPT WS-DAY-INPUT
           MOVE FUNCTION UPPER-CASE(WS-DAY-INPUT) TO WS-DAY-INPUT
           EVALUATE WS-DAY-INPUT
               WHEN "MON"
               WHEN "TUE"
               WHEN "WED"
               WHEN "THU"
               WHEN "FRI"
               WHEN "SAT"
               WHEN "SUN"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Not a day of the week."
                   MOVE SPACES TO WS-DAY-INPUT
           END-EVALUATE.

       SHOW-LOAN-GROUP.
           DISPLAY "Group " LG-GROUP-ID " " FUNCTION TRIM(LG-NAME)
               "  branch " LG-BRANCH "  meets " LG-MEETING-DAY
               "  " LG-STATUS
           PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                   UNTIL WS-GM-IDX > LG-MEMBER-COUNT
               IF LG-MEMBER-ACC(WS-GM-IDX) = LG-LEADER-ACC
                   DISPLAY "  " WS-GM-IDX ". "
                       LG-MEMBER-ACC(WS-GM-IDX) "  loan "
                       LG-MEMBER-LOAN-ID(WS-GM-IDX) "  leader"
               ELSE
                   DISPLAY "  " WS-GM-IDX ". "
                       LG-MEMBER-ACC(WS-GM-IDX) "  loan "
                       LG-MEMBER-LOAN-ID(WS-GM-IDX)
               END-IF
           END-PERFORM.

      *> WS-GM-FOUND is where WS-ACC-INPUT sits in the group in the
      *> record area, 0 when it is not a member.
       FIND-GROUP-MEMBER.
           MOVE 0 TO WS-GM-FOUND
           PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                   UNTIL WS-GM-IDX > LG-MEMBER-COUNT
               IF LG-MEMBER-ACC(WS-GM-IDX) = WS-ACC-INPUT
                   MOVE WS-GM-IDX TO WS-GM-FOUND
               END-IF
           END-PERFORM.

       ADD-GROUP-MEMBER.
           IF LG-MEMBER-COUNT >= 10
               DISPLAY "A group has at most ten members."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Member account number: "
           ACCEPT WS-ACC-INPUT
           PERFORM FIND-GROUP-MEMBER
           IF WS-GM-FOUND NOT = 0
               DISPLAY "Already a member of this group."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT USER-FILE
           MOVE WS-ACC-INPUT TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   DISPLAY "Account not found."
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE USER-FILE
           IF USER-STATUS NOT = "ACTIVE"
               DISPLAY "Account is " USER-STATUS
                   " - it cannot join a group."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OTHER-GROUP
           IF WS-OTHER-GROUP NOT = 0
               DISPLAY "Account already belongs to group "
                   WS-OTHER-GROUP "."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LG-MEMBER-COUNT
           MOVE WS-ACC-INPUT TO LG-MEMBER-ACC(LG-MEMBER-COUNT)
           MOVE 0 TO LG-MEMBER-LOAN-ID(LG-MEMBER-COUNT)
           DISPLAY FUNCTION TRIM(USER-NAME) " added.".

      *> Looks through the other ACTIVE groups for WS-ACC-INPUT,
      *> keeping the group being amended in WS-GROUP-HOLD meanwhile.
       FIND-OTHER-GROUP.
           MOVE 0 TO WS-OTHER-GROUP
           MOVE LOAN-GROUP-RECORD TO WS-GROUP-HOLD
           MOVE 'N' TO WS-GROUP-EOF
           MOVE 0 TO LG-GROUP-ID
           START GROUP-FILE KEY IS NOT LESS THAN LG-GROUP-ID
               INVALID KEY MOVE 'Y' TO WS-GROUP-EOF
           END-START
           PERFORM UNTIL WS-GROUP-EOF = 'Y'
               READ GROUP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-GROUP-EOF
                   NOT AT END
                       IF LG-ACTIVE AND
                          LG-GROUP-ID NOT = WS-GROUP-INPUT
                           PERFORM FIND-GROUP-MEMBER
                           IF WS-GM-FOUND NOT = 0
                               MOVE LG-GROUP-ID TO WS-OTHER-GROUP
                               MOVE 'Y' TO WS-GROUP-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-GROUP-HOLD TO LOAN-GROUP-RECORD.

       REMOVE-GROUP-MEMBER.
           DISPLAY "Member account to remove: "
           ACCEPT WS-ACC-INPUT
           PERFORM FIND-GROUP-MEMBER
           IF WS-GM-FOUND = 0
               DISPLAY "Not a member of this group."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GM-FOUND TO WS-GM-IDX
           PERFORM CHECK-MEMBER-LOAN-OPEN
           IF WS-HAS-OPEN-LOAN = 'Y'
               DISPLAY "Loan " LG-MEMBER-LOAN-ID(WS-GM-FOUND)
                   " is still running - the member stays until "
                   "it is repaid."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-GM-IDX FROM WS-GM-FOUND BY 1
                   UNTIL WS-GM-IDX >= LG-MEMBER-COUNT
               MOVE LG-MEMBER(WS-GM-IDX + 1) TO LG-MEMBER(WS-GM-IDX)
           END-PERFORM
           MOVE 0 TO LG-MEMBER-ACC(LG-MEMBER-COUNT)
           MOVE 0 TO LG-MEMBER-LOAN-ID(LG-MEMBER-COUNT)
           SUBTRACT 1 FROM LG-MEMBER-COUNT
           DISPLAY WS-ACC-INPUT " removed."
           IF WS-ACC-INPUT = LG-LEADER-ACC
               MOVE 0 TO LG-LEADER-ACC
               DISPLAY "That was the leader - name a new one."
           END-IF.

      *> Is the loan of member WS-GM-IDX still ACTIVE or ARREARS?
       CHECK-MEMBER-LOAN-OPEN.
           MOVE 'N' TO WS-HAS-OPEN-LOAN
           IF LG-MEMBER-LOAN-ID(WS-GM-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LOAN-FILE
           MOVE LG-MEMBER-LOAN-ID(WS-GM-IDX) TO LOAN-ID
           READ LOAN-FILE
               NOT INVALID KEY
                   IF LOAN-ACTIVE OR LOAN-ARREARS
                       MOVE 'Y' TO WS-HAS-OPEN-LOAN
                   END-IF
           END-READ
           CLOSE LOAN-FILE.

       SET-GROUP-LEADER.
           DISPLAY "Leader's account number: "
           ACCEPT WS-ACC-INPUT
           PERFORM FIND-GROUP-MEMBER
           IF WS-GM-FOUND = 0
               DISPLAY "The leader must be a member of the group."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACC-INPUT TO LG-LEADER-ACC.

       CLOSE-LOAN-GROUP.
           MOVE 0 TO WS-GM-OPEN
           PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                   UNTIL WS-GM-IDX > LG-MEMBER-COUNT
               PERFORM CHECK-MEMBER-LOAN-OPEN
               IF WS-HAS-OPEN-LOAN = 'Y'
                   ADD 1 TO WS-GM-OPEN
               END-IF
           END-PERFORM
           IF WS-GM-OPEN > 0
               DISPLAY WS-GM-OPEN " member loan(s) still running - "
                   "the group cannot be closed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Close the group? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM = 'Y'
               MOVE "CLOSED" TO LG-STATUS
               MOVE 'S' TO WS-GROUP-ACTION
           END-IF.

      *> Every member is disbursed in the one operation, under one
      *> TR-GROUP-ID, or none is: each member needs an APPROVED
      *> application and must pass the checks a single borrower
      *> would before any money moves.
       DISBURSE-GROUP.
           PERFORM ENSURE-GROUP-FILE
           DISPLAY "Group id: "
           ACCEPT WS-GROUP-INPUT
           OPEN INPUT GROUP-FILE
           MOVE WS-GROUP-INPUT TO LG-GROUP-ID
           READ GROUP-FILE
               INVALID KEY
                   DISPLAY "No such group."
                   CLOSE GROUP-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE GROUP-FILE
           IF NOT LG-ACTIVE
               DISPLAY "Group is " LG-STATUS " - not disbursed."
               EXIT PARAGRAPH
           END-IF
           IF LG-MEMBER-COUNT < WS-GROUP-MIN
               DISPLAY "Group has " LG-MEMBER-COUNT " member(s) - "
                   "at least " WS-GROUP-MIN " are needed."
               EXIT PARAGRAPH
           END-IF
           IF LG-LEADER-ACC = 0
               DISPLAY "Name the group leader before disbursing."
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-LOAN-GROUP

           INITIALIZE GROUP-PLAN
           MOVE 0 TO WS-GROUP-TOTAL
           MOVE 'Y' TO WS-GROUP-OK
           PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                   UNTIL WS-GM-IDX > LG-MEMBER-COUNT OR
                         WS-GROUP-OK NOT = 'Y'
               PERFORM PLAN-MEMBER-DISBURSEMENT
           END-PERFORM
           IF WS-GROUP-OK NOT = 'Y'
               DISPLAY "Group not disbursed - every member must "
                   "qualify."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-GROUP-TOTAL TO FORMAT-BALANCE
           DISPLAY "Group total " FORMAT-BALANCE " to "
               LG-MEMBER-COUNT " member(s)."
           DISPLAY "Disburse? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "Group not disbursed."
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-RANDOM = FUNCTION RANDOM
           COMPUTE WS-TRAN-GROUP-ID =
               (WS-RANDOM * 89999999) + 10000000
           PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                   UNTIL WS-GM-IDX > LG-MEMBER-COUNT
               PERFORM DISBURSE-GROUP-MEMBER
           END-PERFORM

           OPEN I-O GROUP-FILE
           MOVE WS-GROUP-INPUT TO LG-GROUP-ID
           READ GROUP-FILE
               INVALID KEY
                   DISPLAY "[ERROR]: Group " WS-GROUP-INPUT
                       " could not be updated with the loan ids."
               NOT INVALID KEY
                   PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                           UNTIL WS-GM-IDX > LG-MEMBER-COUNT
                       IF GP-LOAN-ID(WS-GM-IDX) NOT = 0
                           MOVE GP-LOAN-ID(WS-GM-IDX)
                               TO LG-MEMBER-LOAN-ID(WS-GM-IDX)
                       END-IF
                   END-PERFORM
                   MOVE WS-TRAN-GROUP-ID TO LG-DISB-TR-GROUP
                   MOVE WS-TODAY TO LG-DISB-DATE
                   REWRITE LOAN-GROUP-RECORD
           END-READ
           CLOSE GROUP-FILE
           DISPLAY "Group " WS-GROUP-INPUT " disbursed under "
               "transaction group " WS-TRAN-GROUP-ID "."

           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               ",LOAN_GROUP_DISBURSE," DELIMITED BY SIZE
               WS-GROUP-INPUT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-TRAN-GROUP-ID DELIMITED BY SIZE
               ",members " DELIMITED BY SIZE
               LG-MEMBER-COUNT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-GROUP-TOTAL DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(LNK-OPERATOR-ID) DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           CALL "AuditLogger" USING AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE
           MOVE 0 TO WS-TRAN-GROUP-ID.

       PLAN-MEMBER-DISBURSEMENT.
           MOVE LG-MEMBER-ACC(WS-GM-IDX) TO WS-ACC-INPUT
           MOVE WS-ACC-INPUT TO GP-ACC(WS-GM-IDX)
           DISPLAY "---- member " WS-ACC-INPUT " ----"
           PERFORM CHECK-EXISTING-LOAN
           IF WS-HAS-OPEN-LOAN = 'Y'
               DISPLAY "Member already has a running loan."
               MOVE 'N' TO WS-GROUP-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-MEMBER-APPLICATION
           IF WS-APP-INPUT = 0
               DISPLAY "Member has no APPROVED application."
               MOVE 'N' TO WS-GROUP-OK
               EXIT PARAGRAPH
           END-IF
           MOVE APP-PRINCIPAL TO WS-PRINCIPAL-INPUT
           MOVE APP-RATE TO WS-RATE-INPUT
           MOVE APP-TERM-MONTHS TO WS-MONTHS-INPUT
           IF WS-PRINCIPAL-INPUT = 0 OR WS-MONTHS-INPUT = 0
               DISPLAY "Application " WS-APP-INPUT
                   " has no principal or term."
               MOVE 'N' TO WS-GROUP-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PRINCIPAL-INPUT TO FORMAT-BALANCE
           DISPLAY "Application " WS-APP-INPUT "  principal "
               FORMAT-BALANCE " x" WS-MONTHS-INPUT "m at "
               WS-RATE-INPUT
           DISPLAY "Stated purpose: " FUNCTION TRIM(APP-PURPOSE)

           OPEN INPUT USER-FILE
           MOVE WS-ACC-INPUT TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   MOVE SPACES TO USER-STATUS
           END-READ
           CLOSE USER-FILE
           IF USER-STATUS NOT = "ACTIVE"
               DISPLAY "Member account is not ACTIVE."
               MOVE 'N' TO WS-GROUP-OK
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-INSTALMENT ROUNDED =
               (WS-PRINCIPAL-INPUT *
                (1 + (WS-RATE-INPUT * WS-MONTHS-INPUT)))
               / WS-MONTHS-INPUT
           PERFORM CHECK-BORROWER-EXPOSURE
           IF WS-EXPOSURE-OK NOT = 'Y'
               DISPLAY "Member is over the exposure limit."
               MOVE 'N' TO WS-GROUP-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-SECTOR-PURPOSE
           IF WS-SC-VALID NOT = 'Y'
               MOVE 'N' TO WS-GROUP-OK
               EXIT PARAGRAPH
           END-IF

           MOVE WS-APP-INPUT TO GP-APP-ID(WS-GM-IDX)
           MOVE WS-PRINCIPAL-INPUT TO GP-PRINCIPAL(WS-GM-IDX)
           MOVE WS-RATE-INPUT TO GP-RATE(WS-GM-IDX)
           MOVE WS-MONTHS-INPUT TO GP-TERM(WS-GM-IDX)
           MOVE WS-INSTALMENT TO GP-INSTALMENT(WS-GM-IDX)
           MOVE WS-SECTOR-INPUT TO GP-SECTOR(WS-GM-IDX)
           MOVE WS-PURPOSE-INPUT TO GP-PURPOSE(WS-GM-IDX)
           ADD WS-PRINCIPAL-INPUT TO WS-GROUP-TOTAL.

      *> The member's APPROVED application, left in the record area;
      *> WS-APP-INPUT is 0 when there is none.
       FIND-MEMBER-APPLICATION.
           MOVE 0 TO WS-APP-INPUT
           OPEN INPUT LOANAPP-FILE
           IF LOANAPP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-APP-EOF
           MOVE 0 TO APP-ID
           START LOANAPP-FILE KEY IS NOT LESS THAN APP-ID
               INVALID KEY MOVE 'Y' TO WS-APP-EOF
           END-START
           PERFORM UNTIL WS-APP-EOF = 'Y'
               READ LOANAPP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-APP-EOF
                   NOT AT END
                       IF APP-ACC-NO = WS-ACC-INPUT AND APP-APPROVED
                           MOVE APP-ID TO WS-APP-INPUT
                           MOVE 'Y' TO WS-APP-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOANAPP-FILE.

       DISBURSE-GROUP-MEMBER.
           MOVE GP-ACC(WS-GM-IDX) TO WS-ACC-INPUT
           MOVE GP-APP-ID(WS-GM-IDX) TO WS-APP-INPUT
           MOVE GP-PRINCIPAL(WS-GM-IDX) TO WS-PRINCIPAL-INPUT
           MOVE GP-RATE(WS-GM-IDX) TO WS-RATE-INPUT
           MOVE GP-TERM(WS-GM-IDX) TO WS-MONTHS-INPUT
           MOVE GP-INSTALMENT(WS-GM-IDX) TO WS-INSTALMENT

           OPEN I-O USER-FILE
           MOVE WS-ACC-INPUT TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   DISPLAY "[ERROR]: Member account " WS-ACC-INPUT
                       " missing - not disbursed."
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           ADD WS-PRINCIPAL-INPUT TO USER-BALANCE
           REWRITE USER-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not credit member "
                       WS-ACC-INPUT
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "USER" TO WS-IJ-KIND
           MOVE USER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           CLOSE USER-FILE

           PERFORM POST-DISBURSEMENT

           OPEN I-O LOAN-FILE
           PERFORM FIND-NEXT-LOAN-ID
           INITIALIZE LOAN-RECORD
           MOVE WS-NEXT-LOAN-ID TO LOAN-ID
           MOVE WS-ACC-INPUT TO LOAN-ACC-NO
           MOVE WS-PRINCIPAL-INPUT TO LOAN-PRINCIPAL
           MOVE WS-RATE-INPUT TO LOAN-RATE
           MOVE WS-MONTHS-INPUT TO LOAN-TERM-MONTHS
           MOVE WS-INSTALMENT TO LOAN-INSTALMENT
           MOVE WS-TODAY TO LOAN-DISBURSE-DATE
           MOVE 0 TO LOAN-SCHED-ID
           MOVE "ACTIVE" TO LOAN-STATUS
           MOVE GP-SECTOR(WS-GM-IDX) TO LOAN-SECTOR
           MOVE GP-PURPOSE(WS-GM-IDX) TO LOAN-PURPOSE
           MOVE WS-GROUP-INPUT TO LOAN-GROUP-ID
           WRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not record loan for "
                       WS-ACC-INPUT
               NOT INVALID KEY
                   MOVE LOAN-ID TO GP-LOAN-ID(WS-GM-IDX)
                   DISPLAY "Loan " LOAN-ID " disbursed to "
                       WS-ACC-INPUT "."
                   MOVE "LONI" TO WS-IJ-KIND
                   MOVE LOAN-RECORD TO WS-IJ-IMAGE
                   CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
                   PERFORM MARK-APPLICATION-DISBURSED
           END-WRITE
           CLOSE LOAN-FILE.

      *> The group pays as one at its meeting. The sum collected is
      *> split across the member loans in proportion to what each
      *> owes to date, so a member who cannot pay is carried by the
      *> others; anything beyond what is owed is paid ahead on every
      *> loan in proportion to its instalment.
       GROUP-REPAYMENT.
           PERFORM ENSURE-GROUP-FILE
           DISPLAY "Group id: "
           ACCEPT WS-GROUP-INPUT
           OPEN INPUT GROUP-FILE
           MOVE WS-GROUP-INPUT TO LG-GROUP-ID
           READ GROUP-FILE
               INVALID KEY
                   DISPLAY "No such group."
                   CLOSE GROUP-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE GROUP-FILE
           IF NOT LG-ACTIVE
               DISPLAY "Group is " LG-STATUS "."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-TODAY-DAY
           IF WS-TODAY-DAY NOT = LG-MEETING-DAY
               DISPLAY "[WARNING]: Group meets on " LG-MEETING-DAY
                   " - today is " WS-TODAY-DAY "."
           END-IF

           INITIALIZE GROUP-PLAN
           MOVE 0 TO WS-GROUP-OWED WS-GROUP-INST WS-GROUP-TOTAL
           MOVE 0 TO WS-GM-OPEN
           DISPLAY "Group " LG-GROUP-ID " " FUNCTION TRIM(LG-NAME)
           OPEN INPUT LOAN-FILE
           PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                   UNTIL WS-GM-IDX > LG-MEMBER-COUNT
               PERFORM PLAN-MEMBER-REPAYMENT
           END-PERFORM
           CLOSE LOAN-FILE
           IF WS-GM-OPEN = 0
               DISPLAY "No member loan is running."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GROUP-OWED TO FORMAT-BALANCE
           DISPLAY "Group owes " FORMAT-BALANCE " to date on "
               WS-GM-OPEN " loan(s)."

           DISPLAY "Amount collected at the meeting: "
           ACCEPT WS-COLLECTED
           IF WS-COLLECTED = 0
               DISPLAY "Nothing posted."
               EXIT PARAGRAPH
           END-IF
           IF WS-COLLECTED > WS-GROUP-TOTAL
               MOVE WS-GROUP-TOTAL TO FORMAT-BALANCE
               DISPLAY "More than the member loans still owe ("
                   FORMAT-BALANCE ") - nothing posted."
               EXIT PARAGRAPH
           END-IF

           PERFORM SPLIT-GROUP-REPAYMENT
           PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                   UNTIL WS-GM-IDX > LG-MEMBER-COUNT
               IF GP-LOAN-ID(WS-GM-IDX) NOT = 0
                   MOVE GP-SHARE(WS-GM-IDX) TO FORMAT-BALANCE
                   DISPLAY "  " GP-ACC(WS-GM-IDX) "  loan "
                       GP-LOAN-ID(WS-GM-IDX) "  applied "
                       FORMAT-BALANCE
               END-IF
           END-PERFORM
           DISPLAY "Post the meeting repayment? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "Nothing posted."
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-RANDOM = FUNCTION RANDOM
           COMPUTE WS-TRAN-GROUP-ID =
               (WS-RANDOM * 89999999) + 10000000
           PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                   UNTIL WS-GM-IDX > LG-MEMBER-COUNT
               PERFORM POST-MEMBER-REPAYMENT
           END-PERFORM

           MOVE 0 TO WS-ARREARS-COUNT
           OPEN INPUT LOAN-FILE
           PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                   UNTIL WS-GM-IDX > LG-MEMBER-COUNT
               IF GP-LOAN-ID(WS-GM-IDX) NOT = 0
                   MOVE GP-LOAN-ID(WS-GM-IDX) TO LOAN-ID
                   READ LOAN-FILE
                       NOT INVALID KEY
                           IF LOAN-ARREARS
                               ADD 1 TO WS-ARREARS-COUNT
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           CLOSE LOAN-FILE

           OPEN I-O GROUP-FILE
           MOVE WS-GROUP-INPUT TO LG-GROUP-ID
           READ GROUP-FILE
               INVALID KEY
                   DISPLAY "[ERROR]: Group " WS-GROUP-INPUT
                       " could not be updated with the meeting."
               NOT INVALID KEY
                   MOVE WS-TRAN-GROUP-ID TO LG-REPAY-TR-GROUP
                   MOVE WS-TODAY TO LG-LAST-MEETING
                   MOVE WS-ARREARS-COUNT TO LG-ARREARS-MEMBERS
                   IF WS-ARREARS-COUNT = 0
                       MOVE 'N' TO LG-ARREARS-FLAG
                       MOVE 0 TO LG-ARREARS-DATE
                   ELSE
                       IF NOT LG-IN-ARREARS
                           MOVE 'Y' TO LG-ARREARS-FLAG
                           MOVE WS-TODAY TO LG-ARREARS-DATE
                       END-IF
                   END-IF
                   REWRITE LOAN-GROUP-RECORD
           END-READ
           CLOSE GROUP-FILE
           MOVE WS-COLLECTED TO FORMAT-BALANCE
           DISPLAY "Meeting repayment of " FORMAT-BALANCE
               " posted under transaction group " WS-TRAN-GROUP-ID
               "."
           IF WS-ARREARS-COUNT > 0
               DISPLAY "Group still in arrears: " WS-ARREARS-COUNT
                   " member loan(s) behind."
           END-IF

           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               ",LOAN_GROUP_REPAY," DELIMITED BY SIZE
               WS-GROUP-INPUT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-TRAN-GROUP-ID DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-COLLECTED DELIMITED BY SIZE
               ",owed " DELIMITED BY SIZE
               WS-GROUP-OWED DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(LNK-OPERATOR-ID) DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           CALL "AuditLogger" USING AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE
           MOVE 0 TO WS-TRAN-GROUP-ID.

      *> Due and collected to date on member WS-GM-IDX's loan, the
      *> same way the arrears report counts them.
       PLAN-MEMBER-REPAYMENT.
           MOVE LG-MEMBER-ACC(WS-GM-IDX) TO GP-ACC(WS-GM-IDX)
           IF LG-MEMBER-LOAN-ID(WS-GM-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE LG-MEMBER-LOAN-ID(WS-GM-IDX) TO LOAN-ID
           READ LOAN-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT LOAN-ACTIVE AND NOT LOAN-ARREARS
               EXIT PARAGRAPH
           END-IF
           MOVE LOAN-ID TO GP-LOAN-ID(WS-GM-IDX)
           MOVE LOAN-INSTALMENT TO GP-INSTALMENT(WS-GM-IDX)
           COMPUTE WS-MONTHS-ELAPSED =
               (FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                FUNCTION INTEGER-OF-DATE(LOAN-DISBURSE-DATE)) / 30
           MOVE WS-MONTHS-ELAPSED TO WS-DUE-COUNT
           IF WS-DUE-COUNT > LOAN-TERM-MONTHS
               MOVE LOAN-TERM-MONTHS TO WS-DUE-COUNT
           END-IF
           COMPUTE WS-DUE-AMOUNT = WS-DUE-COUNT * LOAN-INSTALMENT
           PERFORM SUM-COLLECTIONS
           MOVE WS-DUE-AMOUNT TO GP-DUE(WS-GM-IDX)
           IF WS-DUE-AMOUNT > WS-PAID-AMOUNT
               COMPUTE GP-OWED(WS-GM-IDX) =
                   WS-DUE-AMOUNT - WS-PAID-AMOUNT
           END-IF
           COMPUTE WS-REMAINING =
               (LOAN-INSTALMENT * LOAN-TERM-MONTHS) - WS-PAID-AMOUNT
           ADD WS-REMAINING TO WS-GROUP-TOTAL
           ADD GP-OWED(WS-GM-IDX) TO WS-GROUP-OWED
           ADD LOAN-INSTALMENT TO WS-GROUP-INST
           ADD 1 TO WS-GM-OPEN
           MOVE GP-OWED(WS-GM-IDX) TO FORMAT-BALANCE
           DISPLAY "  " GP-ACC(WS-GM-IDX) "  loan " LOAN-ID " "
               LOAN-STATUS "  owes " FORMAT-BALANCE.

      *> Up to what the group owes, each loan takes its part of the
      *> collection in proportion to its own arrears; beyond that,
      *> each takes its arrears plus a part of the excess in
      *> proportion to its instalment. The rounding remainder goes
      *> to the last loan that took a share.
       SPLIT-GROUP-REPAYMENT.
           MOVE 0 TO WS-ALLOCATED
           MOVE 0 TO WS-GM-LAST
           IF WS-COLLECTED <= WS-GROUP-OWED
               PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                       UNTIL WS-GM-IDX > LG-MEMBER-COUNT
                   IF GP-OWED(WS-GM-IDX) > 0
                       COMPUTE GP-SHARE(WS-GM-IDX) =
                           WS-COLLECTED * GP-OWED(WS-GM-IDX)
                           / WS-GROUP-OWED
                       ADD GP-SHARE(WS-GM-IDX) TO WS-ALLOCATED
                       MOVE WS-GM-IDX TO WS-GM-LAST
                   END-IF
               END-PERFORM
           ELSE
               COMPUTE WS-GROUP-EXCESS = WS-COLLECTED - WS-GROUP-OWED
               PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                       UNTIL WS-GM-IDX > LG-MEMBER-COUNT
                   IF GP-LOAN-ID(WS-GM-IDX) NOT = 0
                       COMPUTE GP-SHARE(WS-GM-IDX) =
                           GP-OWED(WS-GM-IDX) +
                           (WS-GROUP-EXCESS * GP-INSTALMENT(WS-GM-IDX)
                            / WS-GROUP-INST)
                       ADD GP-SHARE(WS-GM-IDX) TO WS-ALLOCATED
                       MOVE WS-GM-IDX TO WS-GM-LAST
                   END-IF
               END-PERFORM
           END-IF
           IF WS-GM-LAST NOT = 0
               COMPUTE GP-SHARE(WS-GM-LAST) =
                   GP-SHARE(WS-GM-LAST) + WS-COLLECTED - WS-ALLOCATED
           END-IF.

      *> The member's share comes in as cash on the member account
      *> and goes straight on to the loan office account, the way
      *> a collateral settlement is applied; a loan brought up to
      *> date leaves ARREARS at once.
       POST-MEMBER-REPAYMENT.
           IF GP-LOAN-ID(WS-GM-IDX) = 0 OR GP-SHARE(WS-GM-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           OPEN I-O LOAN-FILE
           MOVE GP-LOAN-ID(WS-GM-IDX) TO LOAN-ID
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY "[ERROR]: Loan " GP-LOAN-ID(WS-GM-IDX)
                       " missing - its share was not posted."
                   CLOSE LOAN-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE GP-SHARE(WS-GM-IDX) TO WS-APPLIED-AMOUNT
           PERFORM POST-GROUP-COLLECTION

           IF LOAN-ARREARS
               PERFORM SUM-COLLECTIONS
               IF WS-PAID-AMOUNT >= GP-DUE(WS-GM-IDX)
                   MOVE "ACTIVE" TO LOAN-STATUS
                   REWRITE LOAN-RECORD
                   MOVE "LONU" TO WS-IJ-KIND
                   MOVE LOAN-RECORD TO WS-IJ-IMAGE
                   CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
                   DISPLAY "Loan " LOAN-ID " is up to date again."
               END-IF
           END-IF
           CLOSE LOAN-FILE.

       POST-GROUP-COLLECTION.
           MOVE "0001" TO WS-POST-BRANCH
           MOVE "MMK" TO WS-POST-CCY
           OPEN I-O USER-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "[ERROR]: User file unavailable - the share "
                   "for loan " LOAN-ID " needs manual repair."
               EXIT PARAGRAPH
           END-IF
      *> The cash was taken at the meeting by the keying officer, so
      *> it books to the officer's work branch; GlPosting raises the
      *> inter-branch pair where that is not the member's branch.
           MOVE LOAN-ACC-NO TO USER-ACC-NO
           READ USER-FILE
               NOT INVALID KEY
                   CALL "WorkBranch" USING LNK-OPERATOR-ID
                       WS-NO-TERMINAL USER-BRANCH WS-POST-BRANCH
                   IF USER-CURRENCY NOT = SPACES
                       MOVE USER-CURRENCY TO WS-POST-CCY
                   END-IF
           END-READ
           MOVE WS-LOAN-OFFICE-ACC TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   DISPLAY "[ERROR]: Loan office account missing - "
                       "the applied amount needs manual repair."
               NOT INVALID KEY
                   ADD WS-APPLIED-AMOUNT TO USER-BALANCE
                   REWRITE USER-RECORD
                   MOVE "USER" TO WS-IJ-KIND
                   MOVE USER-RECORD TO WS-IJ-IMAGE
                   CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           END-READ
           CLOSE USER-FILE

           MOVE 1 TO WS-POST-TYPE
           MOVE WS-APPLIED-AMOUNT TO WS-POST-AMOUNT
           MOVE 0 TO WS-POST-RECEIVER
           MOVE WS-GROUP-OPERATOR TO WS-POST-OPERATOR
           PERFORM POST-SETTLE-LEG

           MOVE 3 TO WS-POST-TYPE
           MOVE WS-APPLIED-AMOUNT TO WS-POST-AMOUNT
           MOVE WS-LOAN-OFFICE-ACC TO WS-POST-RECEIVER
           MOVE WS-GROUP-OPERATOR TO WS-POST-OPERATOR
           PERFORM POST-SETTLE-LEG.

      *> INTEGER-OF-DATE counts from Monday 1 January 1601.
       FIND-TODAY-DAY.
           COMPUTE WS-DAY-NO =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1, 7)
           EVALUATE WS-DAY-NO
               WHEN 0
                   MOVE "MON" TO WS-TODAY-DAY
               WHEN 1
                   MOVE "TUE" TO WS-TODAY-DAY
               WHEN 2
                   MOVE "WED" TO WS-TODAY-DAY
               WHEN 3
                   MOVE "THU" TO WS-TODAY-DAY
               WHEN 4
                   MOVE "FRI" TO WS-TODAY-DAY
               WHEN 5
                   MOVE "SAT" TO WS-TODAY-DAY
               WHEN OTHER
                   MOVE "SUN" TO WS-TODAY-DAY
           END-EVALUATE.

       FIND-BORROWER-BRANCH.
           MOVE "0001" TO WS-POST-BRANCH
           OPEN INPUT USER-FILE
           IF FILE-STATUS = "00"
               MOVE LOAN-ACC-NO TO USER-ACC-NO
               READ USER-FILE
                   NOT INVALID KEY
                       IF USER-BRANCH NOT = SPACES
                           MOVE USER-BRANCH TO WS-POST-BRANCH
                       END-IF
               END-READ
               CLOSE USER-FILE
           END-IF.

       WRITE-MEMORANDUM-RECORD.
           MOVE 'N' TO WS-MEMO-WRITTEN
           OPEN I-O WRITEOFF-FILE
           IF WRITEOFF-STATUS = "35"
               OPEN OUTPUT WRITEOFF-FILE
               CLOSE WRITEOFF-FILE
               OPEN I-O WRITEOFF-FILE
           END-IF
           MOVE LOAN-ID TO WO-LOAN-ID
           MOVE LOAN-ACC-NO TO WO-ACC-NO
           MOVE WS-POST-BRANCH TO WO-BRANCH
           MOVE WS-TODAY TO WO-DATE
           MOVE WS-WO-PRINCIPAL TO WO-PRINCIPAL
           MOVE WS-WO-CLAIM TO WO-CLAIM
           MOVE LOAN-PENALTY-DUE TO WO-PENALTY
           MOVE 0 TO WO-RECOVERED
           MOVE 0 TO WO-RECOVERY-COUNT
           MOVE 0 TO WO-LAST-RECOVERY
           MOVE "OPEN" TO WO-STATUS
           MOVE LNK-OPERATOR-ID TO WO-BY
           MOVE WS-SUPERVISOR-ID TO WO-APPROVED-BY
           WRITE WRITEOFF-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Loan " LOAN-ID " is already on "
                       "the write-off ledger."
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MEMO-WRITTEN
           END-WRITE
           CLOSE WRITEOFF-FILE.

      *> A recovery is money received on a claim already written
      *> off, so it is income, not a loan repayment: it is deposited
      *> into WORECOVERYACC (TR-TYPE 1, operator WORECOVERY, booked
      *> against cash) and only the memorandum record moves. The
      *> claim caps it - anything beyond belongs back to the
      *> borrower.
       POST-WO-RECOVERY.
           IF WS-RECOVERY-ACC = 0
               DISPLAY "WORECOVERYACC is not set in PARAMS.DAT - "
                   "recoveries cannot be posted."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Written-off loan id: "
           ACCEPT WS-NEXT-LOAN-ID
           OPEN I-O WRITEOFF-FILE
           IF WRITEOFF-STATUS NOT = "00"
               DISPLAY "No written-off loans on file."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEXT-LOAN-ID TO WO-LOAN-ID
           READ WRITEOFF-FILE
               INVALID KEY
                   DISPLAY "Loan " WS-NEXT-LOAN-ID " has not been "
                       "written off."
                   CLOSE WRITEOFF-FILE
                   EXIT PARAGRAPH
           END-READ
           IF NOT WO-OPEN
               DISPLAY "The claim on loan " WO-LOAN-ID " has been "
                   "recovered in full."
               CLOSE WRITEOFF-FILE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-WO-REMAINING = WO-CLAIM - WO-RECOVERED
           DISPLAY "Written off " WO-DATE " account " WO-ACC-NO
           MOVE WO-CLAIM TO FORMAT-BALANCE
           DISPLAY "Claim          : " FORMAT-BALANCE
           MOVE WO-RECOVERED TO FORMAT-BALANCE
           DISPLAY "Recovered      : " FORMAT-BALANCE " ("
               WO-RECOVERY-COUNT " receipt(s))"
           MOVE WS-WO-REMAINING TO FORMAT-BALANCE
           DISPLAY "Still claimable: " FORMAT-BALANCE

           DISPLAY "Amount recovered: "
           ACCEPT WS-RECOVERY-AMOUNT
           IF WS-RECOVERY-AMOUNT = 0
               DISPLAY "Nothing posted."
               CLOSE WRITEOFF-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-RECOVERY-AMOUNT > WS-WO-REMAINING
               DISPLAY "More than the claim still outstanding - "
                   "the excess is the borrower's, not a recovery."
               CLOSE WRITEOFF-FILE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Source - 1 cash at counter, 2 collateral sold, "
               "3 other: "
           ACCEPT WS-SOURCE-CHOICE
           EVALUATE WS-SOURCE-CHOICE
               WHEN 1
                   MOVE "CASH" TO WS-RECOVERY-SOURCE
               WHEN 2
                   MOVE "COLLATERAL" TO WS-RECOVERY-SOURCE
               WHEN 3
                   MOVE "OTHER" TO WS-RECOVERY-SOURCE
               WHEN OTHER
                   DISPLAY "Invalid source - nothing posted."
                   CLOSE WRITEOFF-FILE
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "Note (receipt / sale reference): "
           ACCEPT WS-RECOVERY-NOTE

           MOVE WS-RECOVERY-AMOUNT TO FORMAT-BALANCE
           DISPLAY "Post recovery of " FORMAT-BALANCE "? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "Nothing posted."
               CLOSE WRITEOFF-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM CREDIT-RECOVERY-ACCOUNT
           IF WS-RECOVERY-POSTED NOT = 'Y'
               CLOSE WRITEOFF-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM POST-RECOVERY-LEG

           ADD WS-RECOVERY-AMOUNT TO WO-RECOVERED
           ADD 1 TO WO-RECOVERY-COUNT
           MOVE WS-TODAY TO WO-LAST-RECOVERY
           IF WO-RECOVERED >= WO-CLAIM
               MOVE "RECOVERED" TO WO-STATUS
           END-IF
           REWRITE WRITEOFF-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Recovery posted but the "
                       "memorandum record could not be updated - "
                       "fix by hand."
           END-REWRITE
           PERFORM LOG-RECOVERY

           DISPLAY "Recovery posted as transaction "
               LAST-TRANSACTION-ID "."
           IF WO-RECOVERED-IN-FULL
               DISPLAY "The claim on loan " WO-LOAN-ID " is now "
                   "recovered in full."
           END-IF

           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               ",WO_RECOVERY," DELIMITED BY SIZE
               WO-LOAN-ID DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-RECOVERY-AMOUNT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-RECOVERY-SOURCE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               LAST-TRANSACTION-ID DELIMITED BY SIZE
               ",by " DELIMITED BY SIZE
               FUNCTION TRIM(LNK-OPERATOR-ID) DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           CALL "AuditLogger" USING AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE
           CLOSE WRITEOFF-FILE.

       CREDIT-RECOVERY-ACCOUNT.
           MOVE 'N' TO WS-RECOVERY-POSTED
           OPEN I-O USER-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "[ERROR]: User file unavailable - nothing "
                   "posted."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RECOVERY-ACC TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   DISPLAY "[ERROR]: Recovery account "
                       WS-RECOVERY-ACC " missing - nothing posted."
               NOT INVALID KEY
                   IF USER-CURRENCY = SPACES
                       MOVE "MMK" TO WS-POST-CCY
                   ELSE
                       MOVE USER-CURRENCY TO WS-POST-CCY
                   END-IF
                   ADD WS-RECOVERY-AMOUNT TO USER-BALANCE
                   REWRITE USER-RECORD
                   MOVE "USER" TO WS-IJ-KIND
                   MOVE USER-RECORD TO WS-IJ-IMAGE
                   CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
                   MOVE 'Y' TO WS-RECOVERY-POSTED
           END-READ
           CLOSE USER-FILE.

       POST-RECOVERY-LEG.
           OPEN I-O TRANSACTION-FILE

           PERFORM GET-NEXT-TRANSACTION-ID

           ACCEPT WS-TIME FROM TIME
           STRING WS-TIME(1:2) DELIMITED BY SIZE
                  WS-TIME(3:2) DELIMITED BY SIZE
                  WS-TIME(5:2) DELIMITED BY SIZE
                  INTO WS-CUR-TIME

           MOVE WS-NEXT-RECEIPT-CDE TO TRANSACTION-CDE
           MOVE LAST-TRANSACTION-ID TO TRANSACTION-ID
           MOVE WS-RECOVERY-ACC     TO TR-ACC-NO
           MOVE 0                   TO TR-RECEIVER-NO
           MOVE 0                   TO TR-GROUP-ID
           MOVE 1                   TO TR-TYPE
           MOVE WS-TODAY            TO TR-DATE
           MOVE WS-TODAY            TO TR-VALUE-DATE
           MOVE WS-CUR-TIME         TO TR-TIME
           MOVE "WORECOVERY"        TO TR-OPERATOR-ID
           MOVE "N"                 TO TR-REVERSED
           MOVE WS-POST-CCY         TO TR-CURRENCY
           MOVE WO-BRANCH           TO TR-BRANCH
           MOVE 1                   TO TR-FX-RATE
           MOVE SPACES TO TR-TERMINAL
           COMPUTE TR-AMOUNT  =
               FUNCTION INTEGER-PART(WS-RECOVERY-AMOUNT)
           COMPUTE TR-DECIMAL =
               FUNCTION MOD(WS-RECOVERY-AMOUNT * 100, 100)

           WRITE TRANSACTION-RECORD INVALID KEY
               DISPLAY "[ERROR]: Writing recovery posting failed."
           END-WRITE
           MOVE "TRAN" TO WS-IJ-KIND
           MOVE TRANSACTION-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE

           CLOSE TRANSACTION-FILE.

       LOG-RECOVERY.
           OPEN I-O RECOVERY-FILE
           IF RECOVERY-STATUS = "35"
               OPEN OUTPUT RECOVERY-FILE
               CLOSE RECOVERY-FILE
               OPEN I-O RECOVERY-FILE
           END-IF
           MOVE WO-LOAN-ID TO REC-LOAN-ID
           MOVE WO-RECOVERY-COUNT TO REC-SEQ
           MOVE WS-TODAY TO REC-DATE
           MOVE WS-RECOVERY-AMOUNT TO REC-AMOUNT
           MOVE WS-RECOVERY-SOURCE TO REC-SOURCE
           MOVE LAST-TRANSACTION-ID TO REC-TRAN-ID
           MOVE WO-BRANCH TO REC-BRANCH
           MOVE LNK-OPERATOR-ID TO REC-BY
           MOVE WS-RECOVERY-NOTE TO REC-NOTE
           WRITE WO-RECOVERY-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not log recovery "
                       REC-SEQ " for loan " REC-LOAN-ID
           END-WRITE
           CLOSE RECOVERY-FILE.

       POST-DISBURSEMENT.
           OPEN I-O TRANSACTION-FILE


           PERFORM GET-NEXT-TRANSACTION-ID

           ACCEPT WS-TIME FROM TIME
           STRING WS-TIME(1:2) DELIMITED BY SIZE
                  WS-TIME(3:2) DELIMITED BY SIZE
                  WS-TIME(5:2) DELIMITED BY SIZE
                  INTO WS-CUR-TIME

           MOVE WS-NEXT-RECEIPT-CDE           TO TRANSACTION-CDE
           MOVE LAST-TRANSACTION-ID TO TRANSACTION-ID
           MOVE WS-ACC-INPUT        TO TR-ACC-NO
           MOVE 0                   TO TR-RECEIVER-NO
           MOVE WS-TRAN-GROUP-ID    TO TR-GROUP-ID
           MOVE 1                   TO TR-TYPE
           MOVE WS-TODAY            TO TR-DATE
           MOVE WS-TODAY            TO TR-VALUE-DATE
           MOVE WS-CUR-TIME         TO TR-TIME
           MOVE WS-LOAN-OPERATOR    TO TR-OPERATOR-ID
           MOVE "N"                 TO TR-REVERSED
           MOVE "MMK"               TO TR-CURRENCY
           MOVE "0001"              TO TR-BRANCH
           MOVE 1                   TO TR-FX-RATE
           MOVE SPACES TO TR-TERMINAL
           COMPUTE TR-AMOUNT  =
               FUNCTION INTEGER-PART(WS-PRINCIPAL-INPUT)
           COMPUTE TR-DECIMAL =
               FUNCTION MOD(WS-PRINCIPAL-INPUT * 100, 100)

           WRITE TRANSACTION-RECORD INVALID KEY
               DISPLAY "[ERROR]: Writing disbursement failed."
           END-WRITE
           MOVE "TRAN" TO WS-IJ-KIND
           MOVE TRANSACTION-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE

           CLOSE TRANSACTION-FILE.

       GET-NEXT-TRANSACTION-ID.
           OPEN I-O TRAN-CONTROL-FILE
           IF CTL-STATUS = "35"
               OPEN OUTPUT TRAN-CONTROL-FILE
               CLOSE TRAN-CONTROL-FILE
               OPEN I-O TRAN-CONTROL-FILE
           END-IF

      *> One control read hands out both the next TRANSACTION-ID and
      *> the next receipt code (today's date plus a daily sequence) -
      *> no more random retry loops that collide as the file fills.
           ACCEPT WS-CTL-DATE-RAW FROM DATE
           STRING "20" WS-CTL-DATE-RAW(1:2) DELIMITED BY SIZE
                  WS-CTL-DATE-RAW(3:2) DELIMITED BY SIZE
                  WS-CTL-DATE-RAW(5:2) DELIMITED BY SIZE
                  INTO WS-CTL-DATE

           MOVE 1 TO CTL-KEY
           READ TRAN-CONTROL-FILE KEY IS CTL-KEY
               INVALID KEY
                   MOVE 1 TO CTL-KEY
                   MOVE 1 TO CTL-LAST-TRANSACTION-ID
                   MOVE 1 TO LAST-TRANSACTION-ID
                   MOVE WS-CTL-DATE TO CTL-RECEIPT-DATE
                   MOVE 1 TO CTL-RECEIPT-SEQ
                   WRITE TRAN-CONTROL-RECORD
               NOT INVALID KEY
                   ADD 1 TO CTL-LAST-TRANSACTION-ID
                   MOVE CTL-LAST-TRANSACTION-ID TO LAST-TRANSACTION-ID
                   IF CTL-RECEIPT-DATE NOT = WS-CTL-DATE
                       MOVE WS-CTL-DATE TO CTL-RECEIPT-DATE
                       MOVE 0 TO CTL-RECEIPT-SEQ
                   END-IF
                   ADD 1 TO CTL-RECEIPT-SEQ
                   REWRITE TRAN-CONTROL-RECORD
           END-READ

           COMPUTE WS-NEXT-RECEIPT-CDE =
               (CTL-RECEIPT-DATE * 1000000) + CTL-RECEIPT-SEQ

           CLOSE TRAN-CONTROL-FILE.

       DETERMINE-TODAY.
           IF WS-BUSINESS-DATE NOT = 0
               MOVE WS-BUSINESS-DATE TO WS-TODAY
           ELSE
               ACCEPT WS-SYS-DATE FROM DATE
               STRING "20" WS-SYS-DATE(1:2) DELIMITED BY SIZE
                   WS-SYS-DATE(3:2) DELIMITED BY SIZE
                   WS-SYS-DATE(5:2) DELIMITED BY SIZE
                   INTO WS-TODAY
           END-IF.

       READ-PARAMS.
           OPEN INPUT PARAMS-FILE
           IF PARAMS-STATUS = "00"
               PERFORM UNTIL PARAMS-STATUS NOT = "00"
                   READ PARAMS-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           UNSTRING PARAM-LINE DELIMITED BY ","
                               INTO WS-PARAM-NAME WS-PARAM-VALUE
                               COMPUTE WS-LOAN-OFFICE-ACC =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "WORECOVERYACC"
                               COMPUTE WS-RECOVERY-ACC =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "LOANGROUPMIN"
                               COMPUTE WS-GROUP-MIN =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
