       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgentBanking.

      *> Agent banking outlets. Upcountry shops registered as agents
      *> take deposits and pay out cash for our customers and settle
      *> with the bank through a float account of their own on
      *> USERS.DAT:
      *>     cash-in   customer hands cash to the agent; the float
      *>               pays the customer's account
      *>     cash-out  agent hands cash to the customer; the
      *>               customer's account pays the float
      *> Both are posted as one transfer (TR-TYPE 3, float and
      *> customer as the two sides) carrying the agent code as
      *> TR-OPERATOR-ID and the agent's branch, with a receipt for
      *> the customer. Each agent has its own daily cash-in and
      *> cash-out limits, kept against the running day totals on
      *> AGENTS.DAT. The activity report lists each agent's day with
      *> how much of its limits and float it used; commission is
      *> paid at month-end by AgentCommission.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENT-FILE ASSIGN TO "AGENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGT-CODE
               FILE STATUS IS AGENT-STATUS.

           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-ACC-NO
               FILE STATUS IS FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-ID
               FILE STATUS IS HOLD-STATUS-CODE.

           SELECT LEGALHOLD-FILE ASSIGN TO "LEGALHOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-ID
               FILE STATUS IS LEGALHOLD-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANSACTIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID
               ALTERNATE RECORD KEY IS TRANSACTION-CDE
               ALTERNATE RECORD KEY IS TR-ACC-NO
                   WITH DUPLICATES
               FILE STATUS IS TRANS-STATUS.

           SELECT TRAN-CONTROL-FILE ASSIGN TO "TRANCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               FILE STATUS IS CTL-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

           SELECT RECEIPT-FILE ASSIGN TO DYNAMIC RECEIPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPT-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

           SELECT DECLINED-FILE ASSIGN TO "DECLINEDTX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DECLINED-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS RUNCTL-STATUS.

           SELECT DAYTOT-FILE ASSIGN TO "DAYTOTALS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DT-KEY
               FILE STATUS IS DAYTOT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD AGENT-FILE.
           COPY "AGENT-RECORD.cpy".

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD HOLD-FILE.
           COPY "CHEQUE-HOLD.cpy".

       FD LEGALHOLD-FILE.
           COPY "LEGAL-HOLD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD TRAN-CONTROL-FILE.
           COPY "TRAN-CONTROL.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD RECEIPT-FILE.
       01 RECEIPT-LINE            PIC X(100).

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       FD DECLINED-FILE.
       01 DECLINED-LINE           PIC X(120).

       FD RUNCTL-FILE.
           COPY "RUN-CONTROL.cpy".

       FD DAYTOT-FILE.
           COPY "DAY-TOTALS.cpy".

       WORKING-STORAGE SECTION.
       01 AUDIT-LINE              PIC X(120).
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01 AGENT-STATUS            PIC XX.
       01 FILE-STATUS             PIC XX.
       01 HOLD-STATUS-CODE        PIC XX.
       01 LEGALHOLD-STATUS        PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 CTL-STATUS              PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 RECEIPT-STATUS          PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 DECLINED-STATUS         PIC XX.
       01 RUNCTL-STATUS           PIC XX.
       01 DAYTOT-STATUS           PIC XX.
       01 RECEIPT-FILENAME        PIC X(30).
       01 REPORT-FILENAME         PIC X(30).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-FLOAT-MIN            PIC 9(15)V99 VALUE 0.
       01 WS-DAY-OPEN             PIC X VALUE 'Y'.

       01 WS-MENU-CHOICE          PIC 9.
       01 WS-AGAIN                PIC X VALUE 'Y'.
       01 WS-CONFIRM              PIC X.
       01 WS-EOF                  PIC X.

      *> Registration and maintenance input.
       01 WS-IN-CODE              PIC X(8).
       01 WS-IN-NAME              PIC X(30).
       01 WS-IN-BRANCH            PIC X(4).
       01 WS-IN-FLOAT             PIC 9(16).
       01 WS-IN-PHONE             PIC X(15).
       01 WS-IN-LIMIT             PIC X(20).
       01 WS-IN-STATUS            PIC X(8).
       01 WS-NEXT-AGENT-NO        PIC 9(6).
       01 WS-AGENT-NO             PIC 9(6).
       01 WS-FLOAT-IN-USE         PIC X.
       01 WS-VALID                PIC X.

      *> The agent and customer of the cash operation in hand.
       01 WS-DIRECTION            PIC X.
           88 WS-CASH-IN          VALUE 'I'.
           88 WS-CASH-OUT         VALUE 'O'.
       01 WS-AGENT-OK             PIC X.
       01 WS-FLOAT-BAL            PIC S9(15)V99.
       01 WS-FLOAT-CCY            PIC X(3).
       01 WS-CUST-ACC             PIC 9(16).
       01 WS-CUST-NAME            PIC X(25).
       01 WS-CUST-BAL             PIC S9(15)V99.
       01 WS-CUST-OD              PIC 9(15)V99.
       01 WS-CUST-CCY             PIC X(3).
       01 WS-AMOUNT-INPUT         PIC X(20).
       01 WS-AMOUNT               PIC 9(15)V99.
       01 WS-DAY-USED             PIC 9(15)V99.
       01 WS-DAY-LIMIT            PIC 9(15)V99.
       01 WS-PAYER-ACC            PIC 9(16).
       01 WS-PAYEE-ACC            PIC 9(16).
       01 WS-POSTED               PIC X.
       01 WS-NEW-CUST-BAL         PIC S9(15)V99.
       01 WS-DECLINE-REASON       PIC X(40).

       01 WS-HOLD-ACC             PIC 9(16).
       01 WS-HOLD-BAL             PIC S9(15)V99.
       01 WS-HOLD-EOF             PIC X.
       01 WS-ACTIVE-HOLDS         PIC 9(15)V99 VALUE 0.
       01 WS-LH-EOF               PIC X.
       01 WS-AVAILABLE            PIC S9(15)V99 VALUE 0.

       01 LAST-TRANSACTION-ID     PIC 9(9).
       01 WS-CTL-DATE-RAW         PIC X(6).
       01 WS-CTL-DATE             PIC 9(8).
       01 WS-NEXT-RECEIPT-CDE     PIC 9(14).
       01 WS-CUR-TIME             PIC X(6).
       01 WS-TIME                 PIC 9(8).

       01 WS-DT-ACC               PIC 9(16).
       01 WS-DT-TYPE              PIC 9.
       01 WS-DT-AMOUNT            PIC 9(15)V99.

       01 WS-DECLINE-DATE         PIC 9(8).
       01 WS-DECLINE-TIME         PIC 9(6).
       01 WS-DECLINE-RAW          PIC X(6).

      *> Activity report: every agent on file with the day's
      *> cash-in and cash-out read back from the postings.
       01 AGENT-TABLE.
           05 AG-COUNT            PIC 9(4) VALUE 0.
           05 AG-ENTRY OCCURS 500 TIMES.
               10 AG-CODE         PIC X(8).
               10 AG-NAME         PIC X(30).
               10 AG-BRANCH       PIC X(4).
               10 AG-FLOAT-ACC    PIC 9(16).
               10 AG-STATUS       PIC X(8).
               10 AG-IN-LIMIT     PIC 9(15)V99.
               10 AG-OUT-LIMIT    PIC 9(15)V99.
               10 AG-IN-COUNT     PIC 9(5).
               10 AG-IN-AMOUNT    PIC 9(15)V99.
               10 AG-OUT-COUNT    PIC 9(5).
               10 AG-OUT-AMOUNT   PIC 9(15)V99.
       01 AG-IDX                  PIC 9(4).
       01 AG-FOUND                PIC 9(4).
       01 WS-AG-OVERFLOW          PIC 9(4) VALUE 0.
       01 WS-REPORT-DATE          PIC 9(8).
       01 WS-TR-AMT               PIC 9(15)V99.
       01 WS-IN-PCT               PIC 9(5)V99.
       01 WS-OUT-PCT              PIC 9(5)V99.
       01 WS-FLOAT-PCT            PIC 9(5)V99.
       01 WS-OPEN-FLOAT           PIC S9(15)V99.
       01 WS-FLAG                 PIC X(10).
       01 WS-TOT-IN-COUNT         PIC 9(7).
       01 WS-TOT-IN-AMOUNT        PIC 9(15)V99.
       01 WS-TOT-OUT-COUNT        PIC 9(7).
       01 WS-TOT-OUT-AMOUNT       PIC 9(15)V99.
       01 WS-LOW-COUNT            PIC 9(4).
       01 WS-LIST-COUNT           PIC 9(4).

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-IN               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-OUT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-FLOAT            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-PCT              PIC ZZZZ9.99.
       01 FORMAT-PCT2             PIC ZZZZ9.99.
       01 FORMAT-PCT3             PIC ZZZZ9.99.
       01 FORMAT-COUNT            PIC ZZZZ9.
       01 FORMAT-COUNT2           PIC ZZZZ9.

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-AUDIT-TIME           PIC 9(6).
       01 WS-AUDIT-ACTION         PIC X(16).
       01 WS-AUDIT-ACC            PIC 9(16).
       01 WS-AUDIT-DETAIL         PIC X(30).

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
       MAIN-PROCEDURE.
           IF ADMIN-CHOICE = 97

           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           PERFORM ENSURE-AGENT-FILE

           PERFORM UNTIL WS-AGAIN NOT = 'Y' AND WS-AGAIN NOT = 'y'
               DISPLAY "============================================"
               DISPLAY "          AGENT BANKING OUTLETS"
               DISPLAY "============================================"
               DISPLAY "1. Register an agent"
               DISPLAY "2. Change an agent's limits or status"
               DISPLAY "3. List agents"
               DISPLAY "4. Cash-in at an agent (customer deposit)"
               DISPLAY "5. Cash-out at an agent (customer withdrawal)"
               DISPLAY "6. Agent activity and float report"
               DISPLAY "Enter choice (1-6): "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM REGISTER-AGENT
                   WHEN 2
                       PERFORM CHANGE-AGENT
                   WHEN 3
                       PERFORM LIST-AGENTS
                   WHEN 4
                       SET WS-CASH-IN TO TRUE
                       PERFORM AGENT-CASH-OPERATION
                   WHEN 5
                       SET WS-CASH-OUT TO TRUE
                       PERFORM AGENT-CASH-OPERATION
                   WHEN 6
                       PERFORM ACTIVITY-REPORT
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE

               DISPLAY "Another agent banking action? (Y/N): "
               ACCEPT WS-AGAIN
           END-PERFORM

           MOVE 'Y' TO WS-AGAIN
           END-IF
           GOBACK.

       ENSURE-AGENT-FILE.
           OPEN INPUT AGENT-FILE
           IF AGENT-STATUS = "35"
               OPEN OUTPUT AGENT-FILE
           END-IF
           CLOSE AGENT-FILE.

      *> A new agent needs an ACTIVE float account that is not
      *> already some other agent's float, and both daily limits.
      *> Codes run AG000001, AG000002, ... in registration order.
       REGISTER-AGENT.
           DISPLAY "Agent (shop) name: "
           ACCEPT WS-IN-NAME
           IF WS-IN-NAME = SPACES
               DISPLAY "A name is required."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Branch code the agent reports to: "
           ACCEPT WS-IN-BRANCH
           IF WS-IN-BRANCH = SPACES
               MOVE "0001" TO WS-IN-BRANCH
           END-IF
           DISPLAY "Float account number: "
           ACCEPT WS-IN-FLOAT
           DISPLAY "Agent contact phone: "
           ACCEPT WS-IN-PHONE

           OPEN INPUT USER-FILE
           MOVE WS-IN-FLOAT TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   DISPLAY "Float account " WS-IN-FLOAT " not found."
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE USER-FILE
           IF USER-STATUS NOT = "ACTIVE"
               DISPLAY "Float account " WS-IN-FLOAT " is "
                   FUNCTION TRIM(USER-STATUS) " - not usable."
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-NEXT-AGENT-CODE
           IF WS-FLOAT-IN-USE = 'Y'
               DISPLAY "Account " WS-IN-FLOAT " is already an "
                   "agent float account."
               EXIT PARAGRAPH
           END-IF

           INITIALIZE AGENT-RECORD
           DISPLAY "Daily cash-in limit: "
           ACCEPT WS-IN-LIMIT
           PERFORM CHECK-LIMIT-INPUT
           IF WS-VALID NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           COMPUTE AGT-CASHIN-LIMIT = FUNCTION NUMVAL(WS-IN-LIMIT)
           DISPLAY "Daily cash-out limit: "
           ACCEPT WS-IN-LIMIT
           PERFORM CHECK-LIMIT-INPUT
           IF WS-VALID NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           COMPUTE AGT-CASHOUT-LIMIT = FUNCTION NUMVAL(WS-IN-LIMIT)

           MOVE SPACES TO AGT-CODE
           STRING "AG" WS-NEXT-AGENT-NO DELIMITED BY SIZE
               INTO AGT-CODE
           MOVE WS-IN-NAME TO AGT-NAME
           MOVE WS-IN-BRANCH TO AGT-BRANCH
           MOVE WS-IN-FLOAT TO AGT-FLOAT-ACC
           MOVE WS-IN-PHONE TO AGT-PHONE
           MOVE "ACTIVE" TO AGT-STATUS
           MOVE WS-TODAY TO AGT-OPEN-DATE

           OPEN I-O AGENT-FILE
           WRITE AGENT-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not register agent "
                       AGT-CODE
                   CLOSE AGENT-FILE
                   EXIT PARAGRAPH
           END-WRITE
           CLOSE AGENT-FILE

           DISPLAY "Agent registered as " AGT-CODE
           MOVE "AGENT_ADD" TO WS-AUDIT-ACTION
           MOVE AGT-FLOAT-ACC TO WS-AUDIT-ACC
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING AGT-CODE " BRANCH " AGT-BRANCH
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-LOG.

       CHECK-LIMIT-INPUT.
           MOVE 'N' TO WS-VALID
           IF FUNCTION TEST-NUMVAL(WS-IN-LIMIT) NOT = 0
               DISPLAY "Invalid amount."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-IN-LIMIT) <= 0
               DISPLAY "The limit must be greater than zero."
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-VALID.

      *> One pass over the registry finds the highest code number
      *> in use and whether the float is already taken.
       FIND-NEXT-AGENT-CODE.
           MOVE 0 TO WS-NEXT-AGENT-NO
           MOVE 'N' TO WS-FLOAT-IN-USE
           MOVE 'N' TO WS-EOF
           OPEN INPUT AGENT-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ AGENT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AGT-CODE(3:6) IS NUMERIC
                           MOVE AGT-CODE(3:6) TO WS-AGENT-NO
                           IF WS-AGENT-NO > WS-NEXT-AGENT-NO
                               MOVE WS-AGENT-NO TO WS-NEXT-AGENT-NO
                           END-IF
                       END-IF
                       IF AGT-FLOAT-ACC = WS-IN-FLOAT AND
                          NOT AGT-CLOSED
                           MOVE 'Y' TO WS-FLOAT-IN-USE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AGENT-FILE
           ADD 1 TO WS-NEXT-AGENT-NO.

       CHANGE-AGENT.
           DISPLAY "Agent code: "
           ACCEPT WS-IN-CODE
           MOVE FUNCTION UPPER-CASE(WS-IN-CODE) TO WS-IN-CODE
           OPEN I-O AGENT-FILE
           MOVE WS-IN-CODE TO AGT-CODE
           READ AGENT-FILE
               INVALID KEY
                   DISPLAY "Agent " WS-IN-CODE " not found."
                   CLOSE AGENT-FILE
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "Agent   : " AGT-CODE " " FUNCTION TRIM(AGT-NAME)
           DISPLAY "Status  : " AGT-STATUS
           MOVE AGT-CASHIN-LIMIT TO FORMAT-BALANCE
           DISPLAY "Cash-in limit  : " FORMAT-BALANCE
           MOVE AGT-CASHOUT-LIMIT TO FORMAT-BALANCE
           DISPLAY "Cash-out limit : " FORMAT-BALANCE

           DISPLAY "New cash-in limit (blank = keep): "
           MOVE SPACES TO WS-IN-LIMIT
           ACCEPT WS-IN-LIMIT
           IF WS-IN-LIMIT NOT = SPACES
               PERFORM CHECK-LIMIT-INPUT
               IF WS-VALID NOT = 'Y'
                   CLOSE AGENT-FILE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE AGT-CASHIN-LIMIT =
                   FUNCTION NUMVAL(WS-IN-LIMIT)
           END-IF
           DISPLAY "New cash-out limit (blank = keep): "
           MOVE SPACES TO WS-IN-LIMIT
           ACCEPT WS-IN-LIMIT
           IF WS-IN-LIMIT NOT = SPACES
               PERFORM CHECK-LIMIT-INPUT
               IF WS-VALID NOT = 'Y'
                   CLOSE AGENT-FILE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE AGT-CASHOUT-LIMIT =
                   FUNCTION NUMVAL(WS-IN-LIMIT)
           END-IF
           DISPLAY "New status ACTIVE/SUSPEND/CLOSED (blank = keep): "
           MOVE SPACES TO WS-IN-STATUS
           ACCEPT WS-IN-STATUS
           MOVE FUNCTION UPPER-CASE(WS-IN-STATUS) TO WS-IN-STATUS
           IF WS-IN-STATUS NOT = SPACES
               IF WS-IN-STATUS NOT = "ACTIVE" AND
                  WS-IN-STATUS NOT = "SUSPEND" AND
                  WS-IN-STATUS NOT = "CLOSED"
                   DISPLAY "Unknown status " WS-IN-STATUS
                   CLOSE AGENT-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-IN-STATUS TO AGT-STATUS
           END-IF

           REWRITE AGENT-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not update agent " AGT-CODE
                   CLOSE AGENT-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           CLOSE AGENT-FILE
           DISPLAY "Agent " AGT-CODE " updated."

           MOVE "AGENT_CHANGE" TO WS-AUDIT-ACTION
           MOVE AGT-FLOAT-ACC TO WS-AUDIT-ACC
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING AGT-CODE " " AGT-STATUS
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-LOG.

       LIST-AGENTS.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT AGENT-FILE
           DISPLAY "CODE     NAME                           BRCH "
               "FLOAT ACCOUNT    STATUS"
           PERFORM UNTIL WS-EOF = 'Y'
               READ AGENT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY AGT-CODE " " AGT-NAME " " AGT-BRANCH
                           " " AGT-FLOAT-ACC " " AGT-STATUS
               END-READ
           END-PERFORM
           CLOSE AGENT-FILE
           DISPLAY WS-LIST-COUNT " agent(s) on file.".

      *> Cash-in and cash-out share one path; WS-DIRECTION decides
      *> which side pays. The side that pays must cover the amount
      *> out of its available balance (holds and legal holds taken
      *> off, a customer's overdraft line added on), and the day's
      *> total for the direction must stay inside the agent's limit.
       AGENT-CASH-OPERATION.
           PERFORM CHECK-DAY-OPEN
           IF WS-DAY-OPEN = 'N'
               DISPLAY "Business day " WS-BUSINESS-DATE " is closed "
                   "- no further postings accepted."
               EXIT PARAGRAPH
           END-IF

           PERFORM SELECT-TRADING-AGENT
           IF WS-AGENT-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Customer account number: "
           ACCEPT WS-CUST-ACC
           IF WS-CUST-ACC = AGT-FLOAT-ACC
               DISPLAY "The agent's own float account cannot be "
                   "the customer."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT USER-FILE
           MOVE WS-CUST-ACC TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   DISPLAY "Account " WS-CUST-ACC " not found."
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE USER-FILE
           IF USER-STATUS NOT = "ACTIVE"
               DISPLAY "Account " WS-CUST-ACC " is "
                   FUNCTION TRIM(USER-STATUS) " - not usable."
               EXIT PARAGRAPH
           END-IF
           MOVE USER-NAME TO WS-CUST-NAME
           MOVE USER-BALANCE TO WS-CUST-BAL
           MOVE USER-OD-LIMIT TO WS-CUST-OD
           IF USER-CURRENCY = SPACES
               MOVE "MMK" TO WS-CUST-CCY
           ELSE
               MOVE USER-CURRENCY TO WS-CUST-CCY
           END-IF
           IF WS-CUST-CCY NOT = WS-FLOAT-CCY
               DISPLAY "Account currency " WS-CUST-CCY " differs "
                   "from the agent float (" WS-FLOAT-CCY ")."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Customer: " FUNCTION TRIM(WS-CUST-NAME)

           DISPLAY "Amount: "
           ACCEPT WS-AMOUNT-INPUT
           IF FUNCTION TEST-NUMVAL(WS-AMOUNT-INPUT) NOT = 0
               DISPLAY "Invalid amount."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-AMOUNT-INPUT)
           IF WS-AMOUNT <= 0
               DISPLAY "The amount must be greater than zero."
               EXIT PARAGRAPH
           END-IF

           PERFORM ROLL-AGENT-DAY
           IF WS-CASH-IN
               MOVE AGT-DAY-IN-AMOUNT TO WS-DAY-USED
               MOVE AGT-CASHIN-LIMIT TO WS-DAY-LIMIT
           ELSE
               MOVE AGT-DAY-OUT-AMOUNT TO WS-DAY-USED
               MOVE AGT-CASHOUT-LIMIT TO WS-DAY-LIMIT
           END-IF
           IF WS-DAY-USED + WS-AMOUNT > WS-DAY-LIMIT
               COMPUTE WS-DAY-LIMIT = WS-DAY-LIMIT - WS-DAY-USED
               MOVE WS-DAY-LIMIT TO FORMAT-BALANCE
               DISPLAY "Agent daily limit exceeded - remaining "
                   "today: " FORMAT-BALANCE
               MOVE "Agent daily limit exceeded" TO WS-DECLINE-REASON
               PERFORM WRITE-DECLINED
               EXIT PARAGRAPH
           END-IF

           IF WS-CASH-IN
               MOVE AGT-FLOAT-ACC TO WS-HOLD-ACC
               MOVE WS-FLOAT-BAL TO WS-HOLD-BAL
               PERFORM COMPUTE-ACTIVE-HOLDS
               COMPUTE WS-AVAILABLE = WS-FLOAT-BAL - WS-ACTIVE-HOLDS
               IF WS-AMOUNT > WS-AVAILABLE
                   DISPLAY "Agent float is too low for this cash-in "
                       "- the agent must top up the float first."
                   MOVE "Agent float insufficient" TO
                       WS-DECLINE-REASON
                   PERFORM WRITE-DECLINED
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE WS-CUST-ACC TO WS-HOLD-ACC
               MOVE WS-CUST-BAL TO WS-HOLD-BAL
               PERFORM COMPUTE-ACTIVE-HOLDS
               COMPUTE WS-AVAILABLE =
                   WS-CUST-BAL + WS-CUST-OD - WS-ACTIVE-HOLDS
               IF WS-AMOUNT > WS-AVAILABLE
                   DISPLAY "Insufficient available balance."
                   MOVE "Insufficient funds" TO WS-DECLINE-REASON
                   PERFORM WRITE-DECLINED
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-AMOUNT TO FORMAT-BALANCE
           IF WS-CASH-IN
               DISPLAY "Cash-in of " FORMAT-BALANCE " to account "
                   WS-CUST-ACC " at agent " AGT-CODE
           ELSE
               DISPLAY "Cash-out of " FORMAT-BALANCE " from account "
                   WS-CUST-ACC " at agent " AGT-CODE
           END-IF
           DISPLAY "Confirm (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "Cancelled."
               EXIT PARAGRAPH
           END-IF

           IF WS-CASH-IN
               MOVE AGT-FLOAT-ACC TO WS-PAYER-ACC
               MOVE WS-CUST-ACC TO WS-PAYEE-ACC
           ELSE
               MOVE WS-CUST-ACC TO WS-PAYER-ACC
               MOVE AGT-FLOAT-ACC TO WS-PAYEE-ACC
           END-IF
           PERFORM MOVE-BALANCES
           IF WS-POSTED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           PERFORM POST-TRANSACTION
           MOVE WS-PAYER-ACC TO WS-DT-ACC
           MOVE 3 TO WS-DT-TYPE
           MOVE WS-AMOUNT TO WS-DT-AMOUNT
           PERFORM BUMP-DAY-TOTALS
           PERFORM UPDATE-AGENT-DAY
           PERFORM WRITE-RECEIPT

           DISPLAY "Posted. Receipt: " FUNCTION TRIM(RECEIPT-FILENAME)
           IF WS-CASH-IN
               MOVE "AGENT_CASHIN" TO WS-AUDIT-ACTION
           ELSE
               MOVE "AGENT_CASHOUT" TO WS-AUDIT-ACTION
           END-IF
           MOVE WS-CUST-ACC TO WS-AUDIT-ACC
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING AGT-CODE " " TRANSACTION-CDE
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-LOG.

      *> Loads the agent into AGENT-RECORD and its float's balance
      *> and currency; only an ACTIVE agent on an ACTIVE float may
      *> trade.
       SELECT-TRADING-AGENT.
           MOVE 'N' TO WS-AGENT-OK
           DISPLAY "Agent code: "
           ACCEPT WS-IN-CODE
           MOVE FUNCTION UPPER-CASE(WS-IN-CODE) TO WS-IN-CODE
           OPEN INPUT AGENT-FILE
           MOVE WS-IN-CODE TO AGT-CODE
           READ AGENT-FILE
               INVALID KEY
                   DISPLAY "Agent " WS-IN-CODE " not found."
                   CLOSE AGENT-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE AGENT-FILE
           IF NOT AGT-ACTIVE
               DISPLAY "Agent " AGT-CODE " is "
                   FUNCTION TRIM(AGT-STATUS) " - no trading."
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT USER-FILE
           MOVE AGT-FLOAT-ACC TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   DISPLAY "Float account " AGT-FLOAT-ACC
                       " not found."
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE USER-FILE
           IF USER-STATUS NOT = "ACTIVE"
               DISPLAY "Float account " AGT-FLOAT-ACC " is "
                   FUNCTION TRIM(USER-STATUS) " - no trading."
               EXIT PARAGRAPH
           END-IF
           MOVE USER-BALANCE TO WS-FLOAT-BAL
           IF USER-CURRENCY = SPACES
               MOVE "MMK" TO WS-FLOAT-CCY
           ELSE
               MOVE USER-CURRENCY TO WS-FLOAT-CCY
           END-IF
           DISPLAY "Agent   : " AGT-CODE " " FUNCTION TRIM(AGT-NAME)
           MOVE 'Y' TO WS-AGENT-OK.

       ROLL-AGENT-DAY.
           IF AGT-DAY-DATE NOT = WS-TODAY
               MOVE WS-TODAY TO AGT-DAY-DATE
               MOVE 0 TO AGT-DAY-IN-COUNT AGT-DAY-IN-AMOUNT
               MOVE 0 TO AGT-DAY-OUT-COUNT AGT-DAY-OUT-AMOUNT
           END-IF.

      *> Debits the payer and credits the payee under one open of
      *> USERS.DAT; the payer is re-read so a balance moved since
      *> the check is caught before anything is written.
       MOVE-BALANCES.
           MOVE 'N' TO WS-POSTED
           OPEN I-O USER-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening USERS.DAT. Status: " FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PAYER-ACC TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   DISPLAY "[ERROR]: Account " WS-PAYER-ACC
                       " vanished - nothing posted."
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           IF USER-BALANCE + USER-OD-LIMIT < WS-AMOUNT AND
              WS-CASH-OUT
               DISPLAY "Insufficient available balance."
               CLOSE USER-FILE
               EXIT PARAGRAPH
           END-IF
           IF USER-BALANCE < WS-AMOUNT AND WS-CASH-IN
               DISPLAY "Agent float is too low for this cash-in."
               CLOSE USER-FILE
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-AMOUNT FROM USER-BALANCE
           REWRITE USER-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not debit " WS-PAYER-ACC
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           IF WS-CASH-OUT
               MOVE USER-BALANCE TO WS-NEW-CUST-BAL
           END-IF
           MOVE "USER" TO WS-IJ-KIND
           MOVE USER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE

           MOVE WS-PAYEE-ACC TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   DISPLAY "[ERROR]: Account " WS-PAYEE-ACC
                       " not found - debit on " WS-PAYER-ACC
                       " needs repair."
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           ADD WS-AMOUNT TO USER-BALANCE
           REWRITE USER-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not credit " WS-PAYEE-ACC
           END-REWRITE
           IF WS-CASH-IN
               MOVE USER-BALANCE TO WS-NEW-CUST-BAL
           END-IF
           MOVE "USER" TO WS-IJ-KIND
           MOVE USER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           CLOSE USER-FILE
           MOVE 'Y' TO WS-POSTED.

       UPDATE-AGENT-DAY.
           OPEN I-O AGENT-FILE
           READ AGENT-FILE
               INVALID KEY
                   CLOSE AGENT-FILE
                   EXIT PARAGRAPH
           END-READ
           PERFORM ROLL-AGENT-DAY
           IF WS-CASH-IN
               ADD 1 TO AGT-DAY-IN-COUNT
               ADD WS-AMOUNT TO AGT-DAY-IN-AMOUNT
           ELSE
               ADD 1 TO AGT-DAY-OUT-COUNT
               ADD WS-AMOUNT TO AGT-DAY-OUT-AMOUNT
           END-IF
           REWRITE AGENT-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not update agent day "
                       "totals for " AGT-CODE
           END-REWRITE
           CLOSE AGENT-FILE.

      *> Cash-in and cash-out decline with the agent context so
      *> the decline report shows the agent channel separately.
       WRITE-DECLINED.
           ACCEPT WS-DECLINE-RAW FROM DATE
           STRING "20" WS-DECLINE-RAW(1:2) DELIMITED BY SIZE
                  WS-DECLINE-RAW(3:2) DELIMITED BY SIZE
                  WS-DECLINE-RAW(5:2) DELIMITED BY SIZE
                  INTO WS-DECLINE-DATE
           ACCEPT WS-DECLINE-TIME FROM TIME
           OPEN EXTEND DECLINED-FILE
           IF DECLINED-STATUS = "35"
               OPEN OUTPUT DECLINED-FILE
           END-IF
           MOVE SPACES TO DECLINED-LINE
           STRING
               WS-DECLINE-DATE DELIMITED BY SIZE
               WS-DECLINE-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CUST-ACC DELIMITED BY SIZE
               ",AGENT,D025," DELIMITED BY SIZE
               FUNCTION TRIM(WS-DECLINE-REASON) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               AGT-CODE DELIMITED BY SIZE
               INTO DECLINED-LINE
           END-STRING
           WRITE DECLINED-LINE
           CLOSE DECLINED-FILE.

       WRITE-RECEIPT.
           MOVE SPACES TO RECEIPT-FILENAME
           STRING "RECEIPT-" TRANSACTION-CDE ".txt"
               DELIMITED BY SIZE INTO RECEIPT-FILENAME

           OPEN OUTPUT RECEIPT-FILE
           IF WS-CASH-IN
               WRITE RECEIPT-LINE FROM
                   "==== AGENT CASH-IN RECEIPT ===="
           ELSE
               WRITE RECEIPT-LINE FROM
                   "==== AGENT CASH-OUT RECEIPT ===="
           END-IF
           MOVE SPACES TO RECEIPT-LINE
           STRING "Transaction ID : " TRANSACTION-CDE
               DELIMITED BY SIZE INTO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO RECEIPT-LINE
           STRING "Agent          : " AGT-CODE " "
               FUNCTION TRIM(AGT-NAME)
               DELIMITED BY SIZE INTO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO RECEIPT-LINE
           STRING "Branch         : " AGT-BRANCH
               DELIMITED BY SIZE INTO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO RECEIPT-LINE
           STRING "Account No     : " WS-CUST-ACC
               DELIMITED BY SIZE INTO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO RECEIPT-LINE
           STRING "Account Name   : " FUNCTION TRIM(WS-CUST-NAME)
               DELIMITED BY SIZE INTO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE WS-AMOUNT TO FORMAT-BALANCE
           MOVE SPACES TO RECEIPT-LINE
           IF WS-CASH-IN
               STRING "Deposit Amount : " FORMAT-BALANCE
                   DELIMITED BY SIZE INTO RECEIPT-LINE
           ELSE
               STRING "Cash Paid Out  : " FORMAT-BALANCE
                   DELIMITED BY SIZE INTO RECEIPT-LINE
           END-IF
           WRITE RECEIPT-LINE
           MOVE WS-NEW-CUST-BAL TO FORMAT-FLOAT
           MOVE SPACES TO RECEIPT-LINE
           STRING "New Balance    : " FORMAT-FLOAT
               DELIMITED BY SIZE INTO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO RECEIPT-LINE
           STRING "Date           : " WS-TODAY
               DELIMITED BY SIZE INTO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO RECEIPT-LINE
           STRING "Time           : " WS-CUR-TIME
               DELIMITED BY SIZE INTO RECEIPT-LINE
           WRITE RECEIPT-LINE
           WRITE RECEIPT-LINE FROM "=============================="
           CLOSE RECEIPT-FILE.

      *> The day's agent postings are read back from the
      *> transaction file rather than from the running totals on
      *> AGENTS.DAT, so any past date can be reported and reversed
      *> postings drop out. Float utilisation is the day's cash-in
      *> as a share of the float the agent opened the day with
      *> (closing float less the day's net movement); an agent
      *> whose float is now under AGENTFLOATMIN is flagged LOW FLOAT.
       ACTIVITY-REPORT.
           DISPLAY "Report date (YYYYMMDD, 0 = today): "
           ACCEPT WS-REPORT-DATE
           IF WS-REPORT-DATE = 0
               MOVE WS-TODAY TO WS-REPORT-DATE
           END-IF

           PERFORM LOAD-AGENT-TABLE
           IF AG-COUNT = 0
               DISPLAY "No agents registered."
               EXIT PARAGRAPH
           END-IF
           PERFORM SCAN-AGENT-POSTINGS

           MOVE SPACES TO REPORT-FILENAME
           STRING "AGENTACT-" WS-REPORT-DATE ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "AGENT ACTIVITY AND FLOAT UTILISATION - "
               WS-REPORT-DATE DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "AGENT    BRCH STATUS   IN#     CASH-IN AMOUNT"
               "  OUT#    CASH-OUT AMOUNT  IN-LIM%  OUT-LIM%"
               "           FLOAT NOW  FLOAT%  FLAG"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 0 TO WS-TOT-IN-COUNT WS-TOT-IN-AMOUNT
           MOVE 0 TO WS-TOT-OUT-COUNT WS-TOT-OUT-AMOUNT WS-LOW-COUNT
           OPEN INPUT USER-FILE
           PERFORM VARYING AG-IDX FROM 1 BY 1 UNTIL AG-IDX > AG-COUNT
               PERFORM WRITE-AGENT-LINE
           END-PERFORM
           CLOSE USER-FILE

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-IN-AMOUNT TO FORMAT-IN
           MOVE WS-TOT-OUT-AMOUNT TO FORMAT-OUT
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL CASH-IN  " WS-TOT-IN-COUNT " "
               FORMAT-IN "   CASH-OUT " WS-TOT-OUT-COUNT " "
               FORMAT-OUT "   LOW FLOAT AGENTS " WS-LOW-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-AG-OVERFLOW > 0
               MOVE SPACES TO REPORT-LINE
               STRING "NOTE: " WS-AG-OVERFLOW " agent(s) beyond the "
                   "500-agent table were not reported."
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE

           DISPLAY "--------------------------------------------"
           DISPLAY "Agents reported    : " AG-COUNT
           DISPLAY "Cash-in            : " WS-TOT-IN-COUNT " / "
               FORMAT-IN
           DISPLAY "Cash-out           : " WS-TOT-OUT-COUNT " / "
               FORMAT-OUT
           DISPLAY "Low float agents   : " WS-LOW-COUNT
           DISPLAY "Report             : " REPORT-FILENAME
           DISPLAY "--------------------------------------------".

       LOAD-AGENT-TABLE.
           MOVE 0 TO AG-COUNT WS-AG-OVERFLOW
           MOVE 'N' TO WS-EOF
           OPEN INPUT AGENT-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ AGENT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AG-COUNT < 500
                           ADD 1 TO AG-COUNT
                           MOVE AGT-CODE TO AG-CODE(AG-COUNT)
                           MOVE AGT-NAME TO AG-NAME(AG-COUNT)
                           MOVE AGT-BRANCH TO AG-BRANCH(AG-COUNT)
                           MOVE AGT-FLOAT-ACC TO
                               AG-FLOAT-ACC(AG-COUNT)
                           MOVE AGT-STATUS TO AG-STATUS(AG-COUNT)
                           MOVE AGT-CASHIN-LIMIT TO
                               AG-IN-LIMIT(AG-COUNT)
                           MOVE AGT-CASHOUT-LIMIT TO
                               AG-OUT-LIMIT(AG-COUNT)
                           MOVE 0 TO AG-IN-COUNT(AG-COUNT)
                           MOVE 0 TO AG-IN-AMOUNT(AG-COUNT)
                           MOVE 0 TO AG-OUT-COUNT(AG-COUNT)
                           MOVE 0 TO AG-OUT-AMOUNT(AG-COUNT)
                       ELSE
                           ADD 1 TO WS-AG-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AGENT-FILE.

       SCAN-AGENT-POSTINGS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TRANSACTION-FILE
           IF TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TR-DATE = WS-REPORT-DATE AND
                          TR-TYPE = 3 AND
                          TR-REVERSED NOT = "Y" AND
                          TR-OPERATOR-ID(1:2) = "AG"
                           PERFORM COUNT-AGENT-POSTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE.

       COUNT-AGENT-POSTING.
           MOVE 0 TO AG-FOUND
           PERFORM VARYING AG-IDX FROM 1 BY 1
                   UNTIL AG-IDX > AG-COUNT OR AG-FOUND > 0
               IF AG-CODE(AG-IDX) = TR-OPERATOR-ID(1:8)
                   MOVE AG-IDX TO AG-FOUND
               END-IF
           END-PERFORM
           IF AG-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TR-AMT = TR-AMOUNT + (TR-DECIMAL / 100)
           EVALUATE TRUE
               WHEN TR-ACC-NO = AG-FLOAT-ACC(AG-FOUND)
                   ADD 1 TO AG-IN-COUNT(AG-FOUND)
                   ADD WS-TR-AMT TO AG-IN-AMOUNT(AG-FOUND)
               WHEN TR-RECEIVER-NO = AG-FLOAT-ACC(AG-FOUND)
                   ADD 1 TO AG-OUT-COUNT(AG-FOUND)
                   ADD WS-TR-AMT TO AG-OUT-AMOUNT(AG-FOUND)
           END-EVALUATE.

       WRITE-AGENT-LINE.
           MOVE 0 TO WS-FLOAT-BAL
           MOVE AG-FLOAT-ACC(AG-IDX) TO USER-ACC-NO
           READ USER-FILE
               NOT INVALID KEY
                   MOVE USER-BALANCE TO WS-FLOAT-BAL
           END-READ

           MOVE 0 TO WS-IN-PCT WS-OUT-PCT WS-FLOAT-PCT
           IF AG-IN-LIMIT(AG-IDX) > 0
               COMPUTE WS-IN-PCT ROUNDED = AG-IN-AMOUNT(AG-IDX) * 100
                   / AG-IN-LIMIT(AG-IDX)
           END-IF
           IF AG-OUT-LIMIT(AG-IDX) > 0
               COMPUTE WS-OUT-PCT ROUNDED =
                   AG-OUT-AMOUNT(AG-IDX) * 100 / AG-OUT-LIMIT(AG-IDX)
           END-IF
           COMPUTE WS-OPEN-FLOAT = WS-FLOAT-BAL
               + AG-IN-AMOUNT(AG-IDX) - AG-OUT-AMOUNT(AG-IDX)
           IF WS-OPEN-FLOAT > 0
               COMPUTE WS-FLOAT-PCT ROUNDED =
                   AG-IN-AMOUNT(AG-IDX) * 100 / WS-OPEN-FLOAT
           END-IF
           MOVE SPACES TO WS-FLAG
           IF AG-STATUS(AG-IDX) = "ACTIVE" AND
              WS-FLOAT-BAL < WS-FLOAT-MIN
               MOVE "LOW FLOAT" TO WS-FLAG
               ADD 1 TO WS-LOW-COUNT
           END-IF

           MOVE AG-IN-COUNT(AG-IDX) TO FORMAT-COUNT
           MOVE AG-OUT-COUNT(AG-IDX) TO FORMAT-COUNT2
           MOVE AG-IN-AMOUNT(AG-IDX) TO FORMAT-IN
           MOVE AG-OUT-AMOUNT(AG-IDX) TO FORMAT-OUT
           MOVE WS-IN-PCT TO FORMAT-PCT
           MOVE WS-OUT-PCT TO FORMAT-PCT2
           MOVE WS-FLOAT-PCT TO FORMAT-PCT3
           MOVE WS-FLOAT-BAL TO FORMAT-FLOAT
           MOVE SPACES TO REPORT-LINE
           STRING AG-CODE(AG-IDX) " " AG-BRANCH(AG-IDX) " "
               AG-STATUS(AG-IDX) " " FORMAT-COUNT " " FORMAT-IN
               " " FORMAT-COUNT2 " " FORMAT-OUT " " FORMAT-PCT
               "  " FORMAT-PCT2 " " FORMAT-FLOAT " " FORMAT-PCT3
               "  " WS-FLAG
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           ADD AG-IN-COUNT(AG-IDX) TO WS-TOT-IN-COUNT
           ADD AG-IN-AMOUNT(AG-IDX) TO WS-TOT-IN-AMOUNT
           ADD AG-OUT-COUNT(AG-IDX) TO WS-TOT-OUT-COUNT
           ADD AG-OUT-AMOUNT(AG-IDX) TO WS-TOT-OUT-AMOUNT.

      *> Cheque holds and legal holds against WS-HOLD-ACC; a legal
      *> hold of zero freezes the whole of WS-HOLD-BAL.
       COMPUTE-ACTIVE-HOLDS.
           MOVE 0 TO WS-ACTIVE-HOLDS
           MOVE 'N' TO WS-HOLD-EOF
           OPEN INPUT HOLD-FILE
           IF HOLD-STATUS-CODE NOT = "00"
               PERFORM ADD-LEGAL-HOLDS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO HOLD-ID
           START HOLD-FILE KEY IS NOT LESS THAN HOLD-ID
               INVALID KEY MOVE 'Y' TO WS-HOLD-EOF
           END-START
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ HOLD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       IF HOLD-ACC-NO = WS-HOLD-ACC AND
                          HOLD-ACTIVE
                           ADD HOLD-AMOUNT TO WS-ACTIVE-HOLDS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           PERFORM ADD-LEGAL-HOLDS.

       ADD-LEGAL-HOLDS.
           MOVE 'N' TO WS-LH-EOF
           OPEN INPUT LEGALHOLD-FILE
           IF LEGALHOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LH-ID
           START LEGALHOLD-FILE KEY IS GREATER THAN LH-ID
               INVALID KEY MOVE 'Y' TO WS-LH-EOF
           END-START
           PERFORM UNTIL WS-LH-EOF = 'Y'
               READ LEGALHOLD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LH-EOF
                   NOT AT END
                       IF LH-ACC-NO = WS-HOLD-ACC AND LH-ACTIVE
                          AND LH-EFFECTIVE <= WS-TODAY
                          AND (LH-EXPIRY = 0 OR
                               LH-EXPIRY >= WS-TODAY)
                           IF LH-AMOUNT = 0
                               IF WS-HOLD-BAL > 0
                                   ADD WS-HOLD-BAL TO WS-ACTIVE-HOLDS
                               END-IF
                           ELSE
                               ADD LH-AMOUNT TO WS-ACTIVE-HOLDS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEGALHOLD-FILE.

      *> One transfer record carries the whole operation: the payer
      *> is the float on a cash-in and the customer on a cash-out,
      *> so the ledger books it account to account.
       POST-TRANSACTION.
           OPEN I-O TRANSACTION-FILE
           IF TRANS-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN I-O TRANSACTION-FILE
           END-IF

           PERFORM GET-NEXT-TRANSACTION-ID

           ACCEPT WS-TIME FROM TIME
           STRING WS-TIME(1:2) DELIMITED BY SIZE
                  WS-TIME(3:2) DELIMITED BY SIZE
                  WS-TIME(5:2) DELIMITED BY SIZE
                  INTO WS-CUR-TIME

           MOVE WS-NEXT-RECEIPT-CDE TO TRANSACTION-CDE
           MOVE LAST-TRANSACTION-ID TO TRANSACTION-ID
           MOVE WS-PAYER-ACC        TO TR-ACC-NO
           MOVE WS-PAYEE-ACC        TO TR-RECEIVER-NO
           MOVE 0                   TO TR-GROUP-ID
           MOVE 3                   TO TR-TYPE
           MOVE WS-TODAY            TO TR-DATE
           MOVE WS-TODAY            TO TR-VALUE-DATE
           MOVE WS-CUR-TIME         TO TR-TIME
           MOVE AGT-CODE            TO TR-OPERATOR-ID
           MOVE "N"                 TO TR-REVERSED
           MOVE WS-FLOAT-CCY        TO TR-CURRENCY
           IF AGT-BRANCH = SPACES
               MOVE "0001" TO TR-BRANCH
           ELSE
               MOVE AGT-BRANCH TO TR-BRANCH
           END-IF
           MOVE 1                   TO TR-FX-RATE
           MOVE SPACES TO TR-TERMINAL
           COMPUTE TR-AMOUNT  = FUNCTION INTEGER-PART(WS-AMOUNT)
           COMPUTE TR-DECIMAL = FUNCTION MOD(WS-AMOUNT * 100, 100)

           WRITE TRANSACTION-RECORD INVALID KEY
               DISPLAY "[ERROR]: Writing agent transaction failed."
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

      *> Bumps the per-account and bank-wide (account 0) rows on
      *> DAYTOTALS.DAT, creating rows as needed.
       BUMP-DAY-TOTALS.
           OPEN I-O DAYTOT-FILE
           IF DAYTOT-STATUS = "35"
               OPEN OUTPUT DAYTOT-FILE
               CLOSE DAYTOT-FILE
               OPEN I-O DAYTOT-FILE
           END-IF
           PERFORM BUMP-ONE-ROW
           MOVE 0 TO WS-DT-ACC
           PERFORM BUMP-ONE-ROW
           CLOSE DAYTOT-FILE.

       BUMP-ONE-ROW.
           MOVE WS-DT-ACC TO DT-ACC-NO
           MOVE WS-TODAY TO DT-DATE
           READ DAYTOT-FILE KEY IS DT-KEY
               INVALID KEY
                   MOVE WS-DT-ACC TO DT-ACC-NO
                   MOVE WS-TODAY TO DT-DATE
                   MOVE 0 TO DT-DEPOSITS
                   MOVE 0 TO DT-WITHDRAWALS
                   MOVE 0 TO DT-TRANSFERS
                   PERFORM ADD-TO-ROW
                   WRITE DAY-TOTALS-RECORD
               NOT INVALID KEY
                   PERFORM ADD-TO-ROW
                   REWRITE DAY-TOTALS-RECORD
           END-READ.

       ADD-TO-ROW.
           EVALUATE WS-DT-TYPE
               WHEN 1
                   ADD WS-DT-AMOUNT TO DT-DEPOSITS
               WHEN 2
                   ADD WS-DT-AMOUNT TO DT-WITHDRAWALS
               WHEN 3
                   ADD WS-DT-AMOUNT TO DT-TRANSFERS
           END-EVALUATE.

       CHECK-DAY-OPEN.
           MOVE 'Y' TO WS-DAY-OPEN
           IF WS-BUSINESS-DATE = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RUNCTL-FILE
           IF RUNCTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "EODRECON" TO RUN-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RUN-BUS-DATE
           READ RUNCTL-FILE KEY IS RUN-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RUN-COMPLETE
                       MOVE 'N' TO WS-DAY-OPEN
                   END-IF
           END-READ
           CLOSE RUNCTL-FILE.

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-ACTION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-AUDIT-ACC DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-DETAIL) DELIMITED BY SIZE
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
                           MOVE SPACES TO WS-PARAM-NAME WS-PARAM-VALUE
                           UNSTRING PARAM-LINE DELIMITED BY ","
                               INTO WS-PARAM-NAME WS-PARAM-VALUE
                           EVALUATE FUNCTION TRIM(WS-PARAM-NAME)
                               WHEN "BUSINESSDATE"
                                   COMPUTE WS-BUSINESS-DATE =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               WHEN "AGENTFLOATMIN"
                                   COMPUTE WS-FLOAT-MIN =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM AgentBanking.
