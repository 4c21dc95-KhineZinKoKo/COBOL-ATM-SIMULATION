       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanOrigination.

      *> Loan applications ahead of LoanMaint disbursement. An
      *> application is taken in against the borrower's account
      *> (RECEIVED), then assessed: six months of credits into every
      *> account the customer holds on TRANSACTIONS.dat, the loans
      *> already running under the same CUST-ID on LOANS.DAT, and
      *> how many of the customer's loans have gone into arrears
      *> (ASSESSED). An assessed application is put to a second
      *> officer as a LOANAPP request on APPROVALS.DAT; ApprovalQueue
      *> records the decision (APPROVED or DECLINED) and LoanMaint
      *> will only disburse an APPROVED application. The pipeline
      *> report counts applications by branch and stage for the
      *> credit committee and lists everything still undecided.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANAPP-FILE ASSIGN TO "LOANAPPS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-ID
               FILE STATUS IS LOANAPP-STATUS.

           SELECT LOAN-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID
               FILE STATUS IS LOAN-STATUS-CODE.

           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ACC-NO
               FILE STATUS IS FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANSACTIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID
               ALTERNATE RECORD KEY IS TRANSACTION-CDE
               ALTERNATE RECORD KEY IS TR-ACC-NO
                   WITH DUPLICATES
               FILE STATUS IS TRANS-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "APPROVALS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPR-ID
               FILE STATUS IS APPROVAL-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD LOANAPP-FILE.
           COPY "LOAN-APPLICATION.cpy".

       FD LOAN-FILE.
           COPY "LOAN-MASTER.cpy".

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD APPROVAL-FILE.
           COPY "APPROVAL-RECORD.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 LOANAPP-STATUS          PIC XX.
       01 LOAN-STATUS-CODE        PIC XX.
       01 FILE-STATUS             PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 APPROVAL-STATUS         PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 REPORT-FILENAME         PIC X(30).
       01 AUDIT-LINE              PIC X(120).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-LOAN-OFFICE-ACC      PIC 9(16) VALUE 0.
       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-AUDIT-TIME           PIC 9(6).
       01 WS-NOW-TIME             PIC 9(6).

       01 WS-MENU-CHOICE          PIC 9.
       01 WS-AGAIN                PIC X VALUE 'Y'.
       01 WS-EOF                  PIC X.
       01 WS-CONFIRM              PIC X.
       01 WS-APP-INPUT            PIC 9(6).
       01 WS-NEXT-APP-ID          PIC 9(6).
       01 WS-NEXT-APPR-ID         PIC 9(6).
       01 WS-ACC-INPUT            PIC 9(16).
       01 WS-PRINCIPAL-INPUT      PIC 9(15)V99.
       01 WS-RATE-INPUT           PIC 9V9999.
       01 WS-MONTHS-INPUT         PIC 9(3).
       01 WS-PURPOSE-INPUT        PIC X(30).
       01 WS-NOTE-INPUT           PIC X(40).
       01 WS-AUDIT-ACTION         PIC X(12).

      *> Every account the applicant's customer holds (just the
      *> applicant's own account for a pre-master customer id 0).
       01 WS-CUST-ACC-TABLE.
           05 WS-CUST-ACC-COUNT   PIC 9(3) VALUE 0.
           05 WS-CUST-ACC OCCURS 50 TIMES PIC 9(16).
       01 CA-IDX                  PIC 9(3).
       01 WS-CA-FOUND             PIC X.
       01 WS-CHECK-ACC            PIC 9(16).

       01 WS-WINDOW-FROM          PIC 9(8).
       01 WS-TR-AMT               PIC 9(15)V99.
       01 WS-OUTSTANDING          PIC 9(15)V99.
       01 WS-PAID-AMOUNT          PIC 9(15)V99.
       01 WS-TRAN-EOF             PIC X.
       01 WS-CLASS-RANK           PIC 9.
       01 WS-WORST-RANK           PIC 9.

      *> Pipeline: one row per branch, a count and amount per stage.
       01 PL-TABLE.
           05 PL-COUNT            PIC 9(3) VALUE 0.
           05 PL-ENTRY OCCURS 100 TIMES.
               10 PL-BRANCH       PIC X(4).
               10 PL-STAGE-COUNT  PIC 9(5) OCCURS 5 TIMES.
               10 PL-STAGE-AMOUNT PIC 9(15)V99 OCCURS 5 TIMES.
       01 PL-IDX                  PIC 9(3).
       01 PL-STAGE                PIC 9.
       01 WS-PL-FOUND             PIC X.
       01 WS-STAGE-NAMES.
           05 FILLER              PIC X(9) VALUE "RECEIVED".
           05 FILLER              PIC X(9) VALUE "ASSESSED".
           05 FILLER              PIC X(9) VALUE "APPROVED".
           05 FILLER              PIC X(9) VALUE "DECLINED".
           05 FILLER              PIC X(9) VALUE "DISBURSED".
       01 WS-STAGE-LIST REDEFINES WS-STAGE-NAMES.
           05 WS-STAGE-NAME       PIC X(9) OCCURS 5 TIMES.
       01 WS-AGE-DAYS             PIC 9(5).
       01 WS-OPEN-APPS            PIC 9(5).

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-COUNT            PIC ZZZZ9.

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
       MAIN-PROCEDURE.
           IF ADMIN-CHOICE = 86

           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           PERFORM ENSURE-LOANAPP-FILE

           PERFORM UNTIL WS-AGAIN NOT = 'Y' AND WS-AGAIN NOT = 'y'
               DISPLAY "============================================"
               DISPLAY "           LOAN APPLICATIONS"
               DISPLAY "============================================"
               DISPLAY "1. Receive a new application"
               DISPLAY "2. Assess an application"
               DISPLAY "3. Submit an assessed application for "
                   "approval"
               DISPLAY "4. Show an application"
               DISPLAY "5. Pipeline report by branch and stage"
               DISPLAY "Enter choice (1-5): "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM RECEIVE-APPLICATION
                   WHEN 2
                       PERFORM ASSESS-APPLICATION
                   WHEN 3
                       PERFORM SUBMIT-FOR-APPROVAL
                   WHEN 4
                       PERFORM SHOW-APPLICATION
                   WHEN 5
                       PERFORM PIPELINE-REPORT
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE

               DISPLAY "Another loan application action? (Y/N): "
               ACCEPT WS-AGAIN
           END-PERFORM

           MOVE 'Y' TO WS-AGAIN
           END-IF
           GOBACK.

       ENSURE-LOANAPP-FILE.
           OPEN INPUT LOANAPP-FILE
           IF LOANAPP-STATUS = "35"
               OPEN OUTPUT LOANAPP-FILE
           END-IF
           CLOSE LOANAPP-FILE.

       RECEIVE-APPLICATION.
           DISPLAY "Borrower account number: "
           ACCEPT WS-ACC-INPUT
           DISPLAY "Principal requested: "
           ACCEPT WS-PRINCIPAL-INPUT
           DISPLAY "Monthly flat rate offered (e.g. 0.0100): "
           ACCEPT WS-RATE-INPUT
           DISPLAY "Term in months: "
           ACCEPT WS-MONTHS-INPUT
           DISPLAY "Purpose of the loan: "
           ACCEPT WS-PURPOSE-INPUT

           IF WS-PRINCIPAL-INPUT = 0 OR WS-MONTHS-INPUT = 0
               DISPLAY "Principal and term are required."
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT USER-FILE
           MOVE WS-ACC-INPUT TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   DISPLAY "Borrower account not found."
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           IF USER-STATUS NOT = "ACTIVE"
               DISPLAY "Borrower account is " USER-STATUS
                   " - application not taken."
               CLOSE USER-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O LOANAPP-FILE
           PERFORM FIND-NEXT-APP-ID
           INITIALIZE LOAN-APP-RECORD
           MOVE WS-NEXT-APP-ID TO APP-ID
           MOVE WS-ACC-INPUT TO APP-ACC-NO
           MOVE USER-CUSTOMER-ID TO APP-CUST-ID
           IF USER-BRANCH = SPACES
               MOVE "0001" TO APP-BRANCH
           ELSE
               MOVE USER-BRANCH TO APP-BRANCH
           END-IF
           MOVE WS-PRINCIPAL-INPUT TO APP-PRINCIPAL
           MOVE WS-RATE-INPUT TO APP-RATE
           MOVE WS-MONTHS-INPUT TO APP-TERM-MONTHS
           COMPUTE APP-INSTALMENT ROUNDED =
               (WS-PRINCIPAL-INPUT *
                (1 + (WS-RATE-INPUT * WS-MONTHS-INPUT)))
               / WS-MONTHS-INPUT
           MOVE WS-PURPOSE-INPUT TO APP-PURPOSE
           MOVE "RECEIVED" TO APP-STAGE
           MOVE WS-TODAY TO APP-RECEIVED-DATE
           MOVE LNK-OPERATOR-ID TO APP-RECEIVED-BY
           WRITE LOAN-APP-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not record application."
               NOT INVALID KEY
                   MOVE APP-INSTALMENT TO FORMAT-BALANCE
                   DISPLAY "Application " APP-ID " received for "
                       APP-ACC-NO " - instalment would be "
                       FORMAT-BALANCE
                   MOVE "LOANAPP_RECV" TO WS-AUDIT-ACTION
                   PERFORM WRITE-AUDIT-LOG
           END-WRITE
           CLOSE LOANAPP-FILE
           CLOSE USER-FILE.

       FIND-NEXT-APP-ID.
           MOVE 1 TO WS-NEXT-APP-ID
           MOVE 'N' TO WS-EOF
           MOVE 0 TO APP-ID
           START LOANAPP-FILE KEY IS NOT LESS THAN APP-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOANAPP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       COMPUTE WS-NEXT-APP-ID = APP-ID + 1
               END-READ
           END-PERFORM.

      *> Reassessment is allowed until the application goes to the
      *> checker, so fresh credits or a settled loan can be taken
      *> into account.
       ASSESS-APPLICATION.
           DISPLAY "Application id: "
           ACCEPT WS-APP-INPUT
           OPEN I-O LOANAPP-FILE
           MOVE WS-APP-INPUT TO APP-ID
           READ LOANAPP-FILE
               INVALID KEY
                   DISPLAY "No such application."
                   CLOSE LOANAPP-FILE
                   EXIT PARAGRAPH
           END-READ
           IF NOT APP-RECEIVED AND NOT APP-ASSESSED
               DISPLAY "Application is " APP-STAGE
                   " - it can no longer be assessed."
               CLOSE LOANAPP-FILE
               EXIT PARAGRAPH
           END-IF
           IF APP-APPR-ID NOT = 0
               DISPLAY "Application is with the checker as request #"
                   APP-APPR-ID " - it can no longer be assessed."
               CLOSE LOANAPP-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-CUSTOMER-ACCOUNTS
           PERFORM SUM-SIX-MONTH-CREDITS
           PERFORM SUM-EXISTING-EXPOSURE

           PERFORM DISPLAY-ASSESSMENT
           DISPLAY "Officer's note (blank for none): "
           ACCEPT WS-NOTE-INPUT
           MOVE WS-NOTE-INPUT TO APP-ASSESS-NOTE
           MOVE WS-TODAY TO APP-ASSESS-DATE
           MOVE LNK-OPERATOR-ID TO APP-ASSESS-BY
           MOVE "ASSESSED" TO APP-STAGE
           REWRITE LOAN-APP-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not record assessment."
               NOT INVALID KEY
                   DISPLAY "Application " APP-ID " assessed."
                   MOVE "LOANAPP_ASSESS" TO WS-AUDIT-ACTION
                   PERFORM WRITE-AUDIT-LOG
           END-REWRITE
           CLOSE LOANAPP-FILE.

      *> The customer's accounts, found through USER-CUSTOMER-ID.
       LOAD-CUSTOMER-ACCOUNTS.
           MOVE 1 TO WS-CUST-ACC-COUNT
           MOVE APP-ACC-NO TO WS-CUST-ACC(1)
           IF APP-CUST-ID = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT USER-FILE
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO USER-ACC-NO
           START USER-FILE KEY IS NOT LESS THAN USER-ACC-NO
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ USER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF USER-CUSTOMER-ID = APP-CUST-ID AND
                          USER-ACC-NO NOT = APP-ACC-NO AND
                          WS-CUST-ACC-COUNT < 50
                           ADD 1 TO WS-CUST-ACC-COUNT
                           MOVE USER-ACC-NO
                               TO WS-CUST-ACC(WS-CUST-ACC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE.

       CHECK-CUSTOMER-ACCOUNT.
           MOVE 'N' TO WS-CA-FOUND
           PERFORM VARYING CA-IDX FROM 1 BY 1
                   UNTIL CA-IDX > WS-CUST-ACC-COUNT
               IF WS-CUST-ACC(CA-IDX) = WS-CHECK-ACC
                   MOVE 'Y' TO WS-CA-FOUND
               END-IF
           END-PERFORM.

      *> Money coming in, both sides of the book the way the
      *> statements read it: deposits and interest on the account
      *> itself, transfers and bill-pay credits received. Reversed
      *> items and the bank's own loan disbursements are left out -
      *> neither says anything about the customer's income.
       SUM-SIX-MONTH-CREDITS.
           MOVE 0 TO APP-CREDITS-6M
           MOVE 0 TO APP-CREDIT-COUNT
           COMPUTE WS-WINDOW-FROM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - 182)
           MOVE 'N' TO WS-TRAN-EOF
           OPEN INPUT TRANSACTION-FILE
           IF TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TRANSACTION-ID
           START TRANSACTION-FILE KEY IS NOT LESS THAN TRANSACTION-ID
               INVALID KEY MOVE 'Y' TO WS-TRAN-EOF
           END-START
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-TRAN-EOF
                   NOT AT END
                       IF TR-DATE >= WS-WINDOW-FROM AND
                          TR-DATE <= WS-TODAY AND
                          TR-REVERSED NOT = 'Y' AND
                          TR-OPERATOR-ID NOT = "LOANDISBURSE"
                           PERFORM CHECK-ONE-CREDIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE.

       CHECK-ONE-CREDIT.
           MOVE 'N' TO WS-CA-FOUND
           IF TR-TYPE = 1 OR TR-TYPE = 5
               MOVE TR-ACC-NO TO WS-CHECK-ACC
               PERFORM CHECK-CUSTOMER-ACCOUNT
           END-IF
           IF WS-CA-FOUND = 'N' AND (TR-TYPE = 3 OR TR-TYPE = 7)
               MOVE TR-RECEIVER-NO TO WS-CHECK-ACC
               PERFORM CHECK-CUSTOMER-ACCOUNT
      *> A transfer between two of the customer's own accounts is
      *> not income.
               IF WS-CA-FOUND = 'Y'
                   MOVE TR-ACC-NO TO WS-CHECK-ACC
                   PERFORM CHECK-CUSTOMER-ACCOUNT
                   IF WS-CA-FOUND = 'Y'
                       MOVE 'N' TO WS-CA-FOUND
                   ELSE
                       MOVE 'Y' TO WS-CA-FOUND
                   END-IF
               END-IF
           END-IF
           IF WS-CA-FOUND = 'Y'
               COMPUTE WS-TR-AMT = TR-AMOUNT + (TR-DECIMAL / 100)
               ADD WS-TR-AMT TO APP-CREDITS-6M
               ADD 1 TO APP-CREDIT-COUNT
           END-IF.

      *> Outstanding on each running loan = the contract (instalment
      *> times term) less what has been collected into the loan
      *> office account, plus penalty; the arrears history counts
      *> every loan of the customer's, running or closed, that has
      *> been in ARREARS, accrued penalty or been classified below
      *> STANDARD.
       SUM-EXISTING-EXPOSURE.
           MOVE 0 TO APP-EXPOSURE
           MOVE 0 TO APP-OPEN-LOANS
           MOVE 0 TO APP-ARREARS-LOANS
           MOVE 0 TO WS-WORST-RANK
           MOVE "STANDARD" TO APP-WORST-CLASS
           MOVE 'N' TO WS-EOF
           OPEN INPUT LOAN-FILE
           IF LOAN-STATUS-CODE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LOAN-ID
           START LOAN-FILE KEY IS NOT LESS THAN LOAN-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOAN-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE LOAN-ACC-NO TO WS-CHECK-ACC
                       PERFORM CHECK-CUSTOMER-ACCOUNT
                       IF WS-CA-FOUND = 'Y'
                           PERFORM ADD-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE.

       ADD-ONE-LOAN.
           IF LOAN-ACTIVE OR LOAN-ARREARS
               ADD 1 TO APP-OPEN-LOANS
               PERFORM SUM-LOAN-COLLECTIONS
               COMPUTE WS-OUTSTANDING =
                   (LOAN-INSTALMENT * LOAN-TERM-MONTHS)
               IF WS-PAID-AMOUNT > WS-OUTSTANDING
                   MOVE 0 TO WS-OUTSTANDING
               ELSE
                   SUBTRACT WS-PAID-AMOUNT FROM WS-OUTSTANDING
               END-IF
               ADD WS-OUTSTANDING TO APP-EXPOSURE
               ADD LOAN-PENALTY-DUE TO APP-EXPOSURE
           END-IF
           EVALUATE TRUE
               WHEN LOAN-CL-LOSS   MOVE 5 TO WS-CLASS-RANK
               WHEN LOAN-CL-DOUBT  MOVE 4 TO WS-CLASS-RANK
               WHEN LOAN-CL-SUBSTD MOVE 3 TO WS-CLASS-RANK
               WHEN LOAN-CL-WATCH  MOVE 2 TO WS-CLASS-RANK
               WHEN OTHER          MOVE 0 TO WS-CLASS-RANK
           END-EVALUATE
           IF LOAN-ARREARS OR LOAN-PENALTY-DUE > 0 OR
              WS-CLASS-RANK > 0
               ADD 1 TO APP-ARREARS-LOANS
           END-IF
           IF WS-CLASS-RANK > WS-WORST-RANK
               MOVE WS-CLASS-RANK TO WS-WORST-RANK
               MOVE LOAN-CLASS TO APP-WORST-CLASS
           END-IF.

       SUM-LOAN-COLLECTIONS.
           MOVE 0 TO WS-PAID-AMOUNT
           MOVE 'N' TO WS-TRAN-EOF
           OPEN INPUT TRANSACTION-FILE
           IF TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOAN-ACC-NO TO TR-ACC-NO
           START TRANSACTION-FILE KEY IS = TR-ACC-NO
               INVALID KEY MOVE 'Y' TO WS-TRAN-EOF
           END-START
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-TRAN-EOF
                   NOT AT END
                       IF TR-ACC-NO NOT = LOAN-ACC-NO
                           MOVE 'Y' TO WS-TRAN-EOF
                       ELSE
                           IF TR-TYPE = 3 AND
                              TR-RECEIVER-NO = WS-LOAN-OFFICE-ACC AND
                              TR-DATE >= LOAN-DISBURSE-DATE
                               COMPUTE WS-TR-AMT =
                                   TR-AMOUNT + (TR-DECIMAL / 100)
                               ADD WS-TR-AMT TO WS-PAID-AMOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE.

       DISPLAY-ASSESSMENT.
           DISPLAY "--------------------------------------------"
           DISPLAY "ASSESSMENT - application " APP-ID
               " account " APP-ACC-NO
           DISPLAY "Customer id        : " APP-CUST-ID
               " (" WS-CUST-ACC-COUNT " account(s))"
           MOVE APP-PRINCIPAL TO FORMAT-BALANCE
           DISPLAY "Principal requested: " FORMAT-BALANCE
               " x" APP-TERM-MONTHS "m"
           MOVE APP-INSTALMENT TO FORMAT-BALANCE
           DISPLAY "Monthly instalment : " FORMAT-BALANCE
           MOVE APP-CREDITS-6M TO FORMAT-BALANCE
           DISPLAY "Credits, 6 months  : " FORMAT-BALANCE
               " in " APP-CREDIT-COUNT " item(s)"
           MOVE APP-EXPOSURE TO FORMAT-BALANCE
           DISPLAY "Existing exposure  : " FORMAT-BALANCE
               " on " APP-OPEN-LOANS " running loan(s)"
           DISPLAY "Loans ever in arrears: " APP-ARREARS-LOANS
               "   worst class: " APP-WORST-CLASS
           DISPLAY "--------------------------------------------".

      *> The decision belongs to a second officer: the assessed
      *> application goes to ApprovalQueue as a LOANAPP request
      *> targeting the application id.
       SUBMIT-FOR-APPROVAL.
           DISPLAY "Application id: "
           ACCEPT WS-APP-INPUT
           OPEN I-O LOANAPP-FILE
           MOVE WS-APP-INPUT TO APP-ID
           READ LOANAPP-FILE
               INVALID KEY
                   DISPLAY "No such application."
                   CLOSE LOANAPP-FILE
                   EXIT PARAGRAPH
           END-READ
           IF NOT APP-ASSESSED
               DISPLAY "Application is " APP-STAGE
                   " - only an ASSESSED application can be "
                   "submitted."
               CLOSE LOANAPP-FILE
               EXIT PARAGRAPH
           END-IF
           IF APP-APPR-ID NOT = 0
               DISPLAY "Already awaiting approval as request #"
                   APP-APPR-ID "."
               CLOSE LOANAPP-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM DISPLAY-ASSESSMENT
           DISPLAY "Submit for approval? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "Application not submitted."
               CLOSE LOANAPP-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM RAISE-APPROVAL-REQUEST
           IF WS-NEXT-APPR-ID NOT = 0
               MOVE WS-NEXT-APPR-ID TO APP-APPR-ID
               REWRITE LOAN-APP-RECORD
               MOVE "LOANAPP_SUBMIT" TO WS-AUDIT-ACTION
               PERFORM WRITE-AUDIT-LOG
           END-IF
           CLOSE LOANAPP-FILE.

       RAISE-APPROVAL-REQUEST.
           OPEN I-O APPROVAL-FILE
           IF APPROVAL-STATUS = "35"
               OPEN OUTPUT APPROVAL-FILE
               CLOSE APPROVAL-FILE
               OPEN I-O APPROVAL-FILE
           END-IF

           MOVE 0 TO APPR-ID
           READ APPROVAL-FILE KEY IS APPR-ID
               INVALID KEY
                   MOVE 1 TO WS-NEXT-APPR-ID
                   MOVE 0 TO APPR-ID
                   MOVE SPACES TO APPR-ACTION
                   MOVE WS-NEXT-APPR-ID TO APPR-TARGET
                   MOVE SPACES TO APPR-MAKER
                   MOVE 0 TO APPR-DATE
                   MOVE 0 TO APPR-TIME
                   MOVE SPACES TO APPR-STATUS
                   MOVE SPACES TO APPR-CHECKER
                   WRITE APPROVAL-RECORD
               NOT INVALID KEY
                   COMPUTE WS-NEXT-APPR-ID = APPR-TARGET + 1
                   MOVE WS-NEXT-APPR-ID TO APPR-TARGET
                   REWRITE APPROVAL-RECORD
           END-READ

           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NEXT-APPR-ID TO APPR-ID
           MOVE "LOANAPP" TO APPR-ACTION
           MOVE APP-ID TO APPR-TARGET
           MOVE LNK-OPERATOR-ID TO APPR-MAKER
           MOVE WS-TODAY TO APPR-DATE
           MOVE WS-NOW-TIME TO APPR-TIME
           MOVE "PENDING" TO APPR-STATUS
           MOVE SPACES TO APPR-CHECKER
           WRITE APPROVAL-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not raise the approval "
                       "request."
                   MOVE 0 TO WS-NEXT-APPR-ID
               NOT INVALID KEY
                   DISPLAY "Application " APP-ID " submitted - "
                       "approval request #" WS-NEXT-APPR-ID
                       " raised for a second officer."
           END-WRITE
           CLOSE APPROVAL-FILE.

       SHOW-APPLICATION.
           DISPLAY "Application id: "
           ACCEPT WS-APP-INPUT
           OPEN INPUT LOANAPP-FILE
           MOVE WS-APP-INPUT TO APP-ID
           READ LOANAPP-FILE
               INVALID KEY
                   DISPLAY "No such application."
                   CLOSE LOANAPP-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE LOANAPP-FILE
           MOVE APP-PRINCIPAL TO FORMAT-BALANCE
           DISPLAY "Application " APP-ID "  " APP-STAGE
               "  branch " APP-BRANCH
           DISPLAY "Account " APP-ACC-NO "  " FORMAT-BALANCE
               " x" APP-TERM-MONTHS "m at " APP-RATE
           DISPLAY "Purpose: " FUNCTION TRIM(APP-PURPOSE)
           DISPLAY "Received " APP-RECEIVED-DATE " by "
               FUNCTION TRIM(APP-RECEIVED-BY)
           IF APP-ASSESS-DATE NOT = 0
               DISPLAY "Assessed " APP-ASSESS-DATE " by "
                   FUNCTION TRIM(APP-ASSESS-BY)
               PERFORM DISPLAY-ASSESSMENT
               IF APP-ASSESS-NOTE NOT = SPACES
                   DISPLAY "Note: " FUNCTION TRIM(APP-ASSESS-NOTE)
               END-IF
           END-IF
           IF APP-APPR-ID NOT = 0
               DISPLAY "Approval request #" APP-APPR-ID
           END-IF
           IF APP-DECIDED-DATE NOT = 0
               DISPLAY "Decided " APP-DECIDED-DATE " by "
                   FUNCTION TRIM(APP-DECIDED-BY)
           END-IF
           IF APP-LOAN-ID NOT = 0
               DISPLAY "Disbursed " APP-DISBURSE-DATE " as loan "
                   APP-LOAN-ID
           END-IF.

      *> Credit committee view: per branch, how many applications
      *> and how much money sit at each stage, then every
      *> application still waiting for a decision or the money,
      *> with its age in days.
       PIPELINE-REPORT.
           MOVE 0 TO PL-COUNT
           MOVE 0 TO WS-OPEN-APPS
           MOVE SPACES TO REPORT-FILENAME
           STRING "LOANPIPE-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM
               "============ LOAN APPLICATION PIPELINE ============"
           MOVE SPACES TO REPORT-LINE
           STRING "Business date: " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'N' TO WS-EOF
           OPEN INPUT LOANAPP-FILE
           MOVE 0 TO APP-ID
           START LOANAPP-FILE KEY IS NOT LESS THAN APP-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOANAPP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM ADD-TO-PIPELINE
               END-READ
           END-PERFORM

           PERFORM VARYING PL-IDX FROM 1 BY 1
                   UNTIL PL-IDX > PL-COUNT
               WRITE REPORT-LINE FROM SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "Branch " PL-BRANCH(PL-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING PL-STAGE FROM 1 BY 1
                       UNTIL PL-STAGE > 5
                   MOVE PL-STAGE-COUNT(PL-IDX, PL-STAGE)
                       TO FORMAT-COUNT
                   MOVE PL-STAGE-AMOUNT(PL-IDX, PL-STAGE)
                       TO FORMAT-AMOUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " WS-STAGE-NAME(PL-STAGE) " "
                       FORMAT-COUNT "  " FORMAT-AMOUNT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-PERFORM
           END-PERFORM

           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM
               "---- awaiting a decision or disbursement ----"
           WRITE REPORT-LINE FROM
               "APP-ID BRANCH STAGE     ACCOUNT          DAYS"
           MOVE 'N' TO WS-EOF
           MOVE 0 TO APP-ID
           START LOANAPP-FILE KEY IS NOT LESS THAN APP-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOANAPP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF APP-RECEIVED OR APP-ASSESSED OR
                          APP-APPROVED
                           PERFORM WRITE-OPEN-APPLICATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOANAPP-FILE

           WRITE REPORT-LINE FROM
               "==================================================="
           CLOSE REPORT-FILE
           DISPLAY WS-OPEN-APPS " application(s) in the pipeline. "
               "Report written to " REPORT-FILENAME.

       ADD-TO-PIPELINE.
           MOVE 'N' TO WS-PL-FOUND
           PERFORM VARYING PL-IDX FROM 1 BY 1
                   UNTIL PL-IDX > PL-COUNT OR WS-PL-FOUND = 'Y'
               IF PL-BRANCH(PL-IDX) = APP-BRANCH
                   MOVE 'Y' TO WS-PL-FOUND
               END-IF
           END-PERFORM
           IF WS-PL-FOUND = 'Y'
               SUBTRACT 1 FROM PL-IDX
           ELSE
               IF PL-COUNT >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PL-COUNT
               MOVE PL-COUNT TO PL-IDX
               MOVE APP-BRANCH TO PL-BRANCH(PL-IDX)
               PERFORM VARYING PL-STAGE FROM 1 BY 1
                       UNTIL PL-STAGE > 5
                   MOVE 0 TO PL-STAGE-COUNT(PL-IDX, PL-STAGE)
                   MOVE 0 TO PL-STAGE-AMOUNT(PL-IDX, PL-STAGE)
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN APP-RECEIVED  MOVE 1 TO PL-STAGE
               WHEN APP-ASSESSED  MOVE 2 TO PL-STAGE
               WHEN APP-APPROVED  MOVE 3 TO PL-STAGE
               WHEN APP-DECLINED  MOVE 4 TO PL-STAGE
               WHEN OTHER         MOVE 5 TO PL-STAGE
           END-EVALUATE
           ADD 1 TO PL-STAGE-COUNT(PL-IDX, PL-STAGE)
           ADD APP-PRINCIPAL TO PL-STAGE-AMOUNT(PL-IDX, PL-STAGE).

       WRITE-OPEN-APPLICATION.
           ADD 1 TO WS-OPEN-APPS
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) -
               FUNCTION INTEGER-OF-DATE(APP-RECEIVED-DATE)
           MOVE APP-PRINCIPAL TO FORMAT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING APP-ID " " APP-BRANCH "   " APP-STAGE " "
               APP-ACC-NO " " WS-AGE-DAYS "  " FORMAT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-ACTION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               APP-ID DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               APP-ACC-NO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(LNK-OPERATOR-ID) DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           CALL "AuditLogger" USING AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE.

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
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "BUSINESSDATE"
                               COMPUTE WS-BUSINESS-DATE =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "LOANOFFICEACC"
                               COMPUTE WS-LOAN-OFFICE-ACC =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM LoanOrigination.
