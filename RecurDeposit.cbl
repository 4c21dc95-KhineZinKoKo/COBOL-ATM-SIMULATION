       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecurDeposit.

      *> Recurring deposit counter functions - a savings plan of a
      *> fixed monthly instalment for 12 to 60 months, kept on
      *> RECURDEP.DAT alongside the term deposits. Opening takes the
      *> first instalment from the funding account into the
      *> RDPOOLACC pool there and then (through TransferMoney, so
      *> every decline rule applies) and sets up the MONTHLY
      *> standing order that ScheduledTransferBatch collects the
      *> rest with, exactly as LoanMaint does for loan repayments.
      *> The position inquiry and premature closure go through
      *> RecurDepSettle, the routine the nightly RecurDepBatch uses
      *> for missed-instalment tracking and maturity payouts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RD-FILE ASSIGN TO "RECURDEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RD-ID
               FILE STATUS IS RD-STATUS-CODE.

           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-ACC-NO
               FILE STATUS IS FILE-STATUS.

           SELECT SCHED-FILE ASSIGN TO "SCHEDULEDTRANSFERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHED-ID
               FILE STATUS IS SCHED-STATUS-CODE.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD RD-FILE.
           COPY "RECUR-DEPOSIT.cpy".

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD SCHED-FILE.
           COPY "SCHEDULED-TRANSFER.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 RD-STATUS-CODE          PIC XX.
       01 FILE-STATUS             PIC XX.
       01 SCHED-STATUS-CODE       PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 AUDIT-LINE              PIC X(120).
       01 WS-AUDIT-TIME           PIC 9(6).
           COPY "RD-SETTLE.cpy".

       01 WS-MENU-CHOICE          PIC 9.
       01 WS-AGAIN                PIC X VALUE 'Y'.
       01 WS-EOF                  PIC X.
       01 WS-CONFIRM              PIC X.
       01 WS-NEXT-RD-ID           PIC 9(6).
       01 WS-RD-PICK              PIC 9(6).
       01 WS-ACC-INPUT            PIC 9(16).
       01 WS-INSTALMENT-INPUT     PIC 9(15)V99.
       01 WS-MONTHS-INPUT         PIC 9(3).
       01 WS-RATE-INPUT           PIC 9V9999.
       01 WS-HAS-OPEN-PLAN        PIC X.
       01 WS-ACC-BRANCH           PIC X(4).
       01 WS-BEFORE-BALANCE       PIC S9(15)V99.
       01 RTN-AMOUNT              PIC S9(15)V99.
       01 WS-RD-OPERATOR          PIC X(20) VALUE "RECURDEP".
       01 WS-FUND-CUST            PIC 9(8).
       01 WS-IC-ACTION            PIC X(12) VALUE "RD OPEN".
       01 WS-IC-RESULT            PIC X.
       01 WS-MANDATE-OK           PIC X VALUE 'Y'.
       01 WS-SIGNERS              PIC X(80) VALUE SPACES.
       01 WS-NEW-SCHED-ID         PIC 9(8).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-POOL-ACC             PIC 9(16) VALUE 0.

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-JULIAN               PIC 9(8).
       01 WS-RANDOM               USAGE COMP-1 VALUE 0.
       01 UNIQUE-FOUND            PIC X.

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
       MAIN-PROCEDURE.
           IF ADMIN-CHOICE = 88

           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           PERFORM ENSURE-RD-FILE

           IF WS-POOL-ACC = 0
               DISPLAY "RDPOOLACC is not set in PARAMS.DAT - "
                   "recurring deposits cannot be collected without "
                   "it."
               GOBACK
           END-IF

           PERFORM UNTIL WS-AGAIN NOT = 'Y' AND WS-AGAIN NOT = 'y'
               DISPLAY "============================================"
               DISPLAY "          RECURRING DEPOSITS"
               DISPLAY "============================================"
               DISPLAY "1. Open a recurring deposit plan"
               DISPLAY "2. List plans for an account"
               DISPLAY "3. Plan position"
               DISPLAY "4. Close a plan before maturity"
               DISPLAY "5. Open plans and missed instalments report"
               DISPLAY "Enter choice (1-5): "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM OPEN-PLAN
                   WHEN 2
                       PERFORM LIST-PLANS
                   WHEN 3
                       PERFORM SHOW-POSITION
                   WHEN 4
                       PERFORM CLOSE-PLAN-EARLY
                   WHEN 5
                       CALL "RecurDepReport"
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE

               DISPLAY "Another recurring deposit action? (Y/N): "
               ACCEPT WS-AGAIN
           END-PERFORM

           MOVE 'Y' TO WS-AGAIN
           END-IF
           GOBACK.

       ENSURE-RD-FILE.
           OPEN INPUT RD-FILE
           IF RD-STATUS-CODE = "35"
               OPEN OUTPUT RD-FILE
           END-IF
           CLOSE RD-FILE.

       OPEN-PLAN.
           DISPLAY "Funding account number: "
           ACCEPT WS-ACC-INPUT
           DISPLAY "Monthly instalment: "
           ACCEPT WS-INSTALMENT-INPUT
           DISPLAY "Term in months (12-60): "
           ACCEPT WS-MONTHS-INPUT
           DISPLAY "Annual rate (e.g. 0.0650): "
           ACCEPT WS-RATE-INPUT

           IF WS-INSTALMENT-INPUT = 0
               DISPLAY "An instalment is required."
               EXIT PARAGRAPH
           END-IF
           IF WS-MONTHS-INPUT < 12 OR WS-MONTHS-INPUT > 60
               DISPLAY "A recurring deposit runs 12 to 60 months."
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT USER-FILE
           MOVE WS-ACC-INPUT TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   DISPLAY "Funding account not found."
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE USER-FILE
           IF USER-STATUS NOT = "ACTIVE"
               DISPLAY "Funding account is " USER-STATUS
                   " - plan not opened."
               EXIT PARAGRAPH
           END-IF
           MOVE USER-BALANCE TO WS-BEFORE-BALANCE
           MOVE USER-CUSTOMER-ID TO WS-FUND-CUST
           IF USER-BRANCH = SPACES
               MOVE "0001" TO WS-ACC-BRANCH
           ELSE
               MOVE USER-BRANCH TO WS-ACC-BRANCH
           END-IF

      *> Collections into the pool are told apart by the paying
      *> account, so a second plan on the same account would muddle
      *> both.
           PERFORM CHECK-EXISTING-PLAN
           IF WS-HAS-OPEN-PLAN = 'Y'
               DISPLAY "This account already funds an open plan - "
                   "one plan per funding account."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-INSTALMENT-INPUT TO FORMAT-BALANCE
           DISPLAY "Open " WS-MONTHS-INPUT "-month plan of "
               FORMAT-BALANCE " a month at " WS-RATE-INPUT
               "? The first instalment is taken now. (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "Plan not opened."
               EXIT PARAGRAPH
           END-IF

      *> TransferMoney takes a RECURDEP posting as already cleared,
      *> so the teller's insider check and the business customer's
      *> signing mandate - which then covers the standing order as
      *> well - are applied here, before the first instalment moves.
           CALL "InsiderCheck" USING LNK-OPERATOR-ID WS-ACC-INPUT
               WS-FUND-CUST WS-IC-ACTION WS-IC-RESULT
           IF WS-IC-RESULT NOT = 'Y'
               DISPLAY "Plan refused - staff/insider account "
                   "without supervisor approval."
               EXIT PARAGRAPH
           END-IF
           CALL "SignatoryAuth" USING WS-FUND-CUST, WS-ACC-INPUT,
               WS-INSTALMENT-INPUT, WS-MANDATE-OK, WS-SIGNERS
           IF WS-MANDATE-OK NOT = 'Y'
               DISPLAY "Plan refused - the account's signing "
                   "mandate was not met."
               EXIT PARAGRAPH
           END-IF

           CALL "TransferMoney" USING WS-ACC-INPUT WS-POOL-ACC
               WS-INSTALMENT-INPUT RTN-AMOUNT WS-RD-OPERATOR
           IF RTN-AMOUNT = WS-BEFORE-BALANCE
               DISPLAY "The first instalment was declined - plan "
                   "not opened."
               EXIT PARAGRAPH
           END-IF

           PERFORM CREATE-STANDING-ORDER

           OPEN I-O RD-FILE
           PERFORM FIND-NEXT-RD-ID
           INITIALIZE RECUR-DEPOSIT-RECORD
           MOVE WS-NEXT-RD-ID TO RD-ID
           MOVE WS-ACC-INPUT TO RD-ACC-NO
           MOVE WS-ACC-BRANCH TO RD-BRANCH
           MOVE WS-INSTALMENT-INPUT TO RD-INSTALMENT
           MOVE WS-MONTHS-INPUT TO RD-TERM-MONTHS
           MOVE WS-RATE-INPUT TO RD-RATE
           MOVE WS-RATE-INPUT TO RD-APPLIED-RATE
           MOVE WS-TODAY TO RD-OPEN-DATE
           COMPUTE WS-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) +
               (WS-MONTHS-INPUT * 30)
           COMPUTE RD-MATURITY = FUNCTION DATE-OF-INTEGER(WS-JULIAN)
           MOVE WS-NEW-SCHED-ID TO RD-SCHED-ID
           MOVE "OPEN" TO RD-STATUS
           MOVE 1 TO RD-DUE-COUNT
           MOVE 1 TO RD-PAID-COUNT
           MOVE WS-INSTALMENT-INPUT TO RD-PAID-AMOUNT
           MOVE 0 TO RD-MISSED-COUNT
           MOVE WS-TODAY TO RD-CHECKED-DATE
           MOVE 'N' TO RD-RATE-REDUCED
           MOVE LNK-OPERATOR-ID TO RD-OPENED-BY
           WRITE RECUR-DEPOSIT-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not record plan - "
                       "instalment and standing order "
                       WS-NEW-SCHED-ID " need manual repair."
               NOT INVALID KEY
                   DISPLAY "Recurring deposit " RD-ID " opened, "
                       "matures " RD-MATURITY ". Standing order "
                       RD-SCHED-ID " collects the instalments."
                   MOVE "RD_OPEN" TO WS-PARAM-NAME
                   PERFORM WRITE-RD-AUDIT
           END-WRITE
           CLOSE RD-FILE.

       CHECK-EXISTING-PLAN.
           MOVE 'N' TO WS-HAS-OPEN-PLAN
           MOVE 'N' TO WS-EOF
           OPEN INPUT RD-FILE
           IF RD-STATUS-CODE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RD-ID
           START RD-FILE KEY IS NOT LESS THAN RD-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ RD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RD-ACC-NO = WS-ACC-INPUT AND RD-OPEN
                           MOVE 'Y' TO WS-HAS-OPEN-PLAN
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RD-FILE.

       FIND-NEXT-RD-ID.
           MOVE 1 TO WS-NEXT-RD-ID
           MOVE 'N' TO WS-EOF
           MOVE 0 TO RD-ID
           START RD-FILE KEY IS NOT LESS THAN RD-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ RD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       COMPUTE WS-NEXT-RD-ID = RD-ID + 1
               END-READ
           END-PERFORM.

       CREATE-STANDING-ORDER.
           OPEN I-O SCHED-FILE
           IF SCHED-STATUS-CODE = "35"
               OPEN OUTPUT SCHED-FILE
               CLOSE SCHED-FILE
               OPEN I-O SCHED-FILE
           END-IF

           MOVE 'N' TO UNIQUE-FOUND
           PERFORM UNTIL UNIQUE-FOUND = 'Y'
               COMPUTE WS-RANDOM = FUNCTION RANDOM
               COMPUTE SCHED-ID =
                   (WS-RANDOM * 89999999) + 10000000
               READ SCHED-FILE
                   INVALID KEY MOVE 'Y' TO UNIQUE-FOUND
                   NOT INVALID KEY CONTINUE
               END-READ
           END-PERFORM

           MOVE WS-ACC-INPUT TO SCHED-FROM-ACC
           MOVE WS-POOL-ACC TO SCHED-TO-ACC
           MOVE WS-INSTALMENT-INPUT TO SCHED-AMOUNT
           MOVE "MONTHLY" TO SCHED-FREQUENCY
           COMPUTE WS-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + 30
           COMPUTE SCHED-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-JULIAN)
           MOVE "ACTIVE" TO SCHED-STATUS
           MOVE WS-RD-OPERATOR TO SCHED-OPERATOR-ID
           MOVE SPACES TO SCHED-DEST-BANK
           MOVE SCHED-ID TO WS-NEW-SCHED-ID
           WRITE SCHEDULED-TRANSFER-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not create the standing "
                       "order."
           END-WRITE
           CLOSE SCHED-FILE.

       LIST-PLANS.
           DISPLAY "Enter account number: "
           ACCEPT WS-ACC-INPUT
           MOVE 'N' TO WS-EOF
           OPEN INPUT RD-FILE
           MOVE 0 TO RD-ID
           START RD-FILE KEY IS NOT LESS THAN RD-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ RD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RD-ACC-NO = WS-ACC-INPUT
                           MOVE RD-INSTALMENT TO FORMAT-BALANCE
                           DISPLAY "  " RD-ID " " FORMAT-BALANCE
                               " x" RD-TERM-MONTHS "m at "
                               RD-APPLIED-RATE " matures "
                               RD-MATURITY " " RD-STATUS
                               " missed " RD-MISSED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RD-FILE.

       READ-PLAN.
           DISPLAY "Plan number: "
           ACCEPT WS-RD-PICK
           OPEN I-O RD-FILE
           MOVE WS-RD-PICK TO RD-ID
           READ RD-FILE
               INVALID KEY
                   DISPLAY "No plan with that number."
                   MOVE 'N' TO WS-CONFIRM
                   CLOSE RD-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE 'Y' TO WS-CONFIRM.

       SHOW-POSITION.
           PERFORM READ-PLAN
           IF WS-CONFIRM NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF RD-OPEN
               MOVE "Q" TO RDS-MODE
               MOVE WS-TODAY TO RDS-TODAY
               CALL "RecurDepSettle" USING RECUR-DEPOSIT-RECORD
                   RD-SETTLE-REQUEST
               REWRITE RECUR-DEPOSIT-RECORD
           END-IF
           PERFORM DISPLAY-POSITION
           CLOSE RD-FILE.

       DISPLAY-POSITION.
           DISPLAY "--------------------------------------------"
           DISPLAY "PLAN " RD-ID "  account " RD-ACC-NO "  "
               RD-STATUS
           MOVE RD-INSTALMENT TO FORMAT-BALANCE
           DISPLAY "Instalment   : " FORMAT-BALANCE " x"
               RD-TERM-MONTHS "m, opened " RD-OPEN-DATE
               ", matures " RD-MATURITY
           DISPLAY "Rate         : " RD-RATE " applied "
               RD-APPLIED-RATE
           IF RD-IS-REDUCED
               DISPLAY "               (reduced - too many missed "
                   "instalments)"
           END-IF
           DISPLAY "Instalments  : " RD-DUE-COUNT " due, "
               RD-PAID-COUNT " paid, " RD-MISSED-COUNT " missed"
           MOVE RD-PAID-AMOUNT TO FORMAT-BALANCE
           DISPLAY "Saved        : " FORMAT-BALANCE
           IF RD-OPEN
               MOVE RDS-INTEREST TO FORMAT-BALANCE
               DISPLAY "Interest now : " FORMAT-BALANCE " at "
                   RDS-RATE-USED
               MOVE RDS-PAYOUT TO FORMAT-BALANCE
               DISPLAY "Payout now   : " FORMAT-BALANCE
           ELSE
               MOVE RD-INTEREST-PAID TO FORMAT-BALANCE
               DISPLAY "Interest paid: " FORMAT-BALANCE " on "
                   RD-CLOSE-DATE
           END-IF
           DISPLAY "--------------------------------------------".

      *> Premature closure: the instalments come back with interest
      *> to today at the applicable rate less RDPREMATPENALTY. A
      *> plan already at maturity is left to the nightly payout.
       CLOSE-PLAN-EARLY.
           PERFORM READ-PLAN
           IF WS-CONFIRM NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF NOT RD-OPEN
               DISPLAY "Plan is " RD-STATUS " - nothing to close."
               CLOSE RD-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-TODAY >= RD-MATURITY
               DISPLAY "Plan has reached maturity - it is paid out "
                   "in full by tonight's batch."
               CLOSE RD-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "Q" TO RDS-MODE
           MOVE WS-TODAY TO RDS-TODAY
           CALL "RecurDepSettle" USING RECUR-DEPOSIT-RECORD
               RD-SETTLE-REQUEST
           PERFORM DISPLAY-POSITION
           DISPLAY "Close the plan now at the penalty rate? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               REWRITE RECUR-DEPOSIT-RECORD
               DISPLAY "Plan left open."
               CLOSE RD-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "P" TO RDS-MODE
           CALL "RecurDepSettle" USING RECUR-DEPOSIT-RECORD
               RD-SETTLE-REQUEST
           IF NOT RDS-OK
               DISPLAY "[ERROR]: " FUNCTION TRIM(RDS-MESSAGE)
               CLOSE RD-FILE
               EXIT PARAGRAPH
           END-IF
           REWRITE RECUR-DEPOSIT-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Plan paid out but its record "
                       "could not be closed - fix by hand."
           END-REWRITE
           MOVE RDS-PAYOUT TO FORMAT-BALANCE
           DISPLAY "Plan " RD-ID " closed - " FORMAT-BALANCE
               " paid to account " RD-ACC-NO "."
           MOVE "RD_CLOSE" TO WS-PARAM-NAME
           PERFORM WRITE-RD-AUDIT
           CLOSE RD-FILE.

       WRITE-RD-AUDIT.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-PARAM-NAME) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               RD-ID DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               RD-ACC-NO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               RD-PAID-AMOUNT DELIMITED BY SIZE
               ",by " DELIMITED BY SIZE
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
                              "RDPOOLACC"
                               COMPUTE WS-POOL-ACC =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM RecurDeposit.
