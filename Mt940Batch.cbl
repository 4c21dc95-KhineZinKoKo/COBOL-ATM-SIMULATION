       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mt940Batch.

      *> MT940-style electronic statement for the accounts enrolled
      *> on MT940ENROL.DAT, for customers who reconcile their books
      *> in accounting software instead of from StatementBatch's
      *> printed page. One file per account per business date,
      *> MT940OUT-<customer>/STA-<account>-<date>.STA in the
      *> customer's own outbound folder:
      *>   :20:  statement reference (date and account)
      *>   :25:  bank code / account
      *>   :28C: statement number (year and day of year) / 1
      *>   :60F: opening balance
      *>   :61:  one per TRANSACTIONS.dat movement - value date
      *>         (TR-VALUE-DATE), entry date, debit or credit,
      *>         amount, type code, receipt code // transaction id
      *>   :86:  the movement's type, receipt code and counterparty
      *>   :62F: closing balance
      *> The opening balance is backed out of the live balance the
      *> way StatementBatch does it, with the same signed-movement
      *> rules.
      *> Mode D is the nightly run for every ACTIVE DAILY account:
      *> each account is brought up from the day after its
      *> ME-LAST-DATE, so a night the chain missed is caught up (up
      *> to 31 days back; anything older is regenerated on
      *> request). RUNCTL.DAT job MT940 blocks a second run per date.
      *> Mode R produces one account's statement for one date -
      *> Mt940Maint's on-request and regenerate option.
      *> Every file cut is appended to MT940LOG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROL-FILE ASSIGN TO "MT940ENROL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ME-ACC-NO
               FILE STATUS IS ENROL-STATUS.

           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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

           SELECT STA-FILE ASSIGN TO DYNAMIC STA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STA-STATUS.

           SELECT RUNLOG-FILE ASSIGN TO "MT940LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD ENROL-FILE.
           COPY "MT940-ENROL.cpy".

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD STA-FILE.
       01 STA-LINE                PIC X(80).

       FD RUNLOG-FILE.
       01 RUNLOG-LINE             PIC X(120).

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD RUNCTL-FILE.
           COPY "RUN-CONTROL.cpy".

       WORKING-STORAGE SECTION.
       01 ENROL-STATUS            PIC XX.
       01 FILE-STATUS             PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 STA-STATUS              PIC XX.
       01 RUNLOG-STATUS           PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 RUNCTL-STATUS           PIC XX.
       01 STA-FILENAME            PIC X(60).
       01 WS-STA-DIR              PIC X(30).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-OUR-BANK-CODE        PIC X(4) VALUE SPACES.
       01 WS-MAX-CATCHUP          PIC 9(3) VALUE 31.

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-CLOCK-TIME           PIC 9(6).
       01 WS-RUN-BLOCKED          PIC X VALUE 'N'.
       01 WS-RUN-MODE             PIC X(7).
       01 WS-OPERATOR             PIC X(20).

       01 WS-EOF                  PIC X.
       01 WS-TRAN-EOF             PIC X.
       01 WS-ACC-FOUND            PIC X.

       01 WS-STMT-ACC             PIC 9(16).
       01 WS-STMT-CUST            PIC 9(8).
       01 WS-STMT-CCY             PIC X(3).
       01 WS-LIVE-BALANCE         PIC S9(15)V99.
       01 WS-RANGE-FROM           PIC 9(8).
       01 WS-RANGE-TO             PIC 9(8).
       01 WS-STMT-DATE            PIC 9(8).
       01 WS-GAP-DAYS             PIC 9(5).

       01 WS-DELTA                PIC S9(15)V99 VALUE 0.
       01 WS-AMOUNT               PIC 9(15)V99.
       01 WS-AFTER-DELTA          PIC S9(15)V99 VALUE 0.
       01 WS-RUNNING-BALANCE      PIC S9(15)V99 VALUE 0.
       01 WS-ENTRY-COUNT          PIC 9(5).

       01 WS-STMT-REF             PIC X(16).
       01 WS-STMT-NO              PIC 9(5).
       01 WS-STMT-YY              PIC 9(2).
       01 WS-DAY-OF-YEAR          PIC 9(3).
       01 WS-JAN-FIRST            PIC 9(8).
       01 WS-DC                   PIC X(1).
       01 WS-BAL-TAG              PIC X(5).
       01 WS-VALUE-DATE           PIC 9(8).
       01 WS-TYPE-CODE            PIC X(4).
       01 WS-TYPE-WORD            PIC X(9).
       01 WS-COUNTERPARTY         PIC X(20).
       01 WS-CPTY-ACC             PIC 9(16).
       01 WS-AMT-EDIT             PIC Z(14)9.99.
       01 WS-AMT-TEXT             PIC X(18).

       01 WS-ACCOUNTS-DONE        PIC 9(5) VALUE 0.
       01 WS-FILES-CUT            PIC 9(5) VALUE 0.
       01 WS-ACCOUNTS-MISSING     PIC 9(5) VALUE 0.

       LINKAGE SECTION.
       01 LNK-MT-MODE             PIC X.
       01 LNK-MT-ACC              PIC 9(16).
       01 LNK-MT-DATE             PIC 9(8).
       01 LNK-MT-OPERATOR         PIC X(20).
       01 LNK-MT-RESULT           PIC X.

       PROCEDURE DIVISION USING LNK-MT-MODE, LNK-MT-ACC,
               LNK-MT-DATE, LNK-MT-OPERATOR, LNK-MT-RESULT.
       MAIN-PROCEDURE.
           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           MOVE "N" TO LNK-MT-RESULT

           IF LNK-MT-MODE = "R"
               MOVE "REQUEST" TO WS-RUN-MODE
               MOVE LNK-MT-OPERATOR TO WS-OPERATOR
               PERFORM REQUEST-STATEMENT
               GOBACK
           END-IF

           MOVE "DAILY" TO WS-RUN-MODE
           MOVE "EODBATCH" TO WS-OPERATOR
           PERFORM OPEN-RUN-CONTROL
           IF WS-RUN-BLOCKED = 'Y'
               GOBACK
           END-IF

           OPEN I-O ENROL-FILE
           IF ENROL-STATUS NOT = "00"
               DISPLAY "No accounts enrolled for MT940 statements."
               PERFORM CLOSE-RUN-CONTROL
               GOBACK
           END-IF
           OPEN INPUT USER-FILE
           OPEN INPUT TRANSACTION-FILE

           MOVE 'N' TO WS-EOF
           MOVE 0 TO ME-ACC-NO
           START ENROL-FILE KEY IS NOT LESS THAN ME-ACC-NO
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ENROL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ME-ACTIVE AND ME-DAILY
                           PERFORM CATCH-UP-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TRANSACTION-FILE
           CLOSE USER-FILE
           CLOSE ENROL-FILE
           PERFORM CLOSE-RUN-CONTROL
           DISPLAY "MT940 statements: " WS-FILES-CUT " file(s) for "
               WS-ACCOUNTS-DONE " account(s)."
           IF WS-ACCOUNTS-MISSING > 0
               DISPLAY "*** " WS-ACCOUNTS-MISSING " enrolled "
                   "account(s) no longer on USERS.DAT - see "
                   "MT940LOG.DAT. ***"
           END-IF
           GOBACK.

       REQUEST-STATEMENT.
           OPEN INPUT USER-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "USERS.DAT could not be opened."
               EXIT PARAGRAPH
           END-IF
           MOVE LNK-MT-ACC TO WS-STMT-ACC
           PERFORM LOAD-ACCOUNT
           IF WS-ACC-FOUND NOT = 'Y'
               DISPLAY "Account " LNK-MT-ACC " is not on file."
               CLOSE USER-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TRANSACTION-FILE
           MOVE LNK-MT-DATE TO WS-RANGE-FROM
           MOVE LNK-MT-DATE TO WS-RANGE-TO
           PERFORM PRODUCE-STATEMENT-RANGE
           CLOSE TRANSACTION-FILE
           CLOSE USER-FILE
           MOVE "Y" TO LNK-MT-RESULT.

      *> Brings one DAILY account up to the business date. The
      *> first statement ever is for the enrolment date.
       CATCH-UP-ONE-ACCOUNT.
           IF ME-LAST-DATE = 0
               MOVE ME-ENROL-DATE TO WS-RANGE-FROM
           ELSE
               COMPUTE WS-RANGE-FROM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(ME-LAST-DATE) + 1)
           END-IF
           IF WS-RANGE-FROM > WS-TODAY
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-GAP-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) -
               FUNCTION INTEGER-OF-DATE(WS-RANGE-FROM) + 1
           IF WS-GAP-DAYS > WS-MAX-CATCHUP
               DISPLAY "Account " ME-ACC-NO ": statements from "
                   WS-RANGE-FROM " are more than " WS-MAX-CATCHUP
                   " days behind - older dates must be regenerated"
                   " on request."
               COMPUTE WS-RANGE-FROM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - WS-MAX-CATCHUP + 1)
           END-IF
           MOVE WS-TODAY TO WS-RANGE-TO

           MOVE ME-ACC-NO TO WS-STMT-ACC
           PERFORM LOAD-ACCOUNT
           IF WS-ACC-FOUND NOT = 'Y'
               ADD 1 TO WS-ACCOUNTS-MISSING
               MOVE 0 TO WS-ENTRY-COUNT
               MOVE WS-TODAY TO WS-STMT-DATE
               MOVE 0 TO WS-RUNNING-BALANCE
               MOVE "ACCOUNT NOT ON FILE" TO STA-FILENAME
               PERFORM WRITE-RUN-LOG
               EXIT PARAGRAPH
           END-IF

           PERFORM PRODUCE-STATEMENT-RANGE
           ADD 1 TO WS-ACCOUNTS-DONE
           MOVE WS-TODAY TO ME-LAST-DATE
           REWRITE MT940-ENROL-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not update enrolment for "
                       ME-ACC-NO
           END-REWRITE.

       LOAD-ACCOUNT.
           MOVE 'N' TO WS-ACC-FOUND
           MOVE WS-STMT-ACC TO USER-ACC-NO
           READ USER-FILE KEY IS USER-ACC-NO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE 'Y' TO WS-ACC-FOUND
           MOVE USER-BALANCE TO WS-LIVE-BALANCE
           MOVE USER-CUSTOMER-ID TO WS-STMT-CUST
           IF USER-CURRENCY = SPACES
               MOVE "MMK" TO WS-STMT-CCY
           ELSE
               MOVE USER-CURRENCY TO WS-STMT-CCY
           END-IF

      *> The customer's own outbound folder; an account opened
      *> before the customer master is its own customer here.
           MOVE SPACES TO WS-STA-DIR
           IF WS-STMT-CUST = 0
               STRING "MT940OUT-" WS-STMT-ACC
                   DELIMITED BY SIZE INTO WS-STA-DIR
           ELSE
               STRING "MT940OUT-" WS-STMT-CUST
                   DELIMITED BY SIZE INTO WS-STA-DIR
           END-IF
           CALL "CBL_CREATE_DIR" USING WS-STA-DIR.

      *> Pass 1 backs the opening balance of the first date out of
      *> the live balance; then one statement per date, each
      *> opening where the one before it closed.
       PRODUCE-STATEMENT-RANGE.
           MOVE 0 TO WS-AFTER-DELTA
           MOVE 'N' TO WS-TRAN-EOF
           PERFORM RESTART-TRAN-SCAN
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-TRAN-EOF
                   NOT AT END
                       IF (TR-ACC-NO = WS-STMT-ACC OR
                           TR-RECEIVER-NO = WS-STMT-ACC)
                          AND TR-DATE >= WS-RANGE-FROM
                           PERFORM COMPUTE-DELTA
                           ADD WS-DELTA TO WS-AFTER-DELTA
                       END-IF
               END-READ
           END-PERFORM
           COMPUTE WS-RUNNING-BALANCE =
               WS-LIVE-BALANCE - WS-AFTER-DELTA

           MOVE WS-RANGE-FROM TO WS-STMT-DATE
           PERFORM UNTIL WS-STMT-DATE > WS-RANGE-TO
               PERFORM PRODUCE-ONE-STATEMENT
               COMPUTE WS-STMT-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-STMT-DATE) + 1)
           END-PERFORM.

       PRODUCE-ONE-STATEMENT.
           MOVE 0 TO WS-ENTRY-COUNT
           MOVE SPACES TO STA-FILENAME
           STRING FUNCTION TRIM(WS-STA-DIR) DELIMITED BY SIZE
                  "/STA-" DELIMITED BY SIZE
                  WS-STMT-ACC DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-STMT-DATE DELIMITED BY SIZE
                  ".STA" DELIMITED BY SIZE
                  INTO STA-FILENAME
           OPEN OUTPUT STA-FILE
           IF STA-STATUS NOT = "00"
               DISPLAY "[ERROR]: Could not write "
                   FUNCTION TRIM(STA-FILENAME)
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-STMT-REF
           STRING WS-STMT-DATE(3:6) WS-STMT-ACC(7:10)
               DELIMITED BY SIZE INTO WS-STMT-REF
           MOVE WS-STMT-DATE(1:4) TO WS-JAN-FIRST(1:4)
           MOVE "0101" TO WS-JAN-FIRST(5:4)
           COMPUTE WS-DAY-OF-YEAR =
               FUNCTION INTEGER-OF-DATE(WS-STMT-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-JAN-FIRST) + 1
           MOVE WS-STMT-DATE(3:2) TO WS-STMT-YY
           COMPUTE WS-STMT-NO = WS-STMT-YY * 1000 + WS-DAY-OF-YEAR

           MOVE SPACES TO STA-LINE
           STRING ":20:" WS-STMT-REF
               DELIMITED BY SIZE INTO STA-LINE
           WRITE STA-LINE
           MOVE SPACES TO STA-LINE
           STRING ":25:" FUNCTION TRIM(WS-OUR-BANK-CODE) "/"
               WS-STMT-ACC DELIMITED BY SIZE INTO STA-LINE
           WRITE STA-LINE
           MOVE SPACES TO STA-LINE
           STRING ":28C:" WS-STMT-NO "/1"
               DELIMITED BY SIZE INTO STA-LINE
           WRITE STA-LINE
           MOVE ":60F:" TO WS-BAL-TAG
           PERFORM WRITE-BALANCE-LINE

           MOVE 'N' TO WS-TRAN-EOF
           PERFORM RESTART-TRAN-SCAN
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-TRAN-EOF
                   NOT AT END
                       IF (TR-ACC-NO = WS-STMT-ACC OR
                           TR-RECEIVER-NO = WS-STMT-ACC)
                          AND TR-DATE = WS-STMT-DATE
                           PERFORM COMPUTE-DELTA
                           IF WS-DELTA NOT = 0
                               ADD WS-DELTA TO WS-RUNNING-BALANCE
                               PERFORM WRITE-MOVEMENT-LINES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE ":62F:" TO WS-BAL-TAG
           PERFORM WRITE-BALANCE-LINE
           MOVE "-" TO STA-LINE
           WRITE STA-LINE
           CLOSE STA-FILE
           ADD 1 TO WS-FILES-CUT
           PERFORM WRITE-RUN-LOG.

       WRITE-BALANCE-LINE.
           IF WS-RUNNING-BALANCE < 0
               MOVE "D" TO WS-DC
           ELSE
               MOVE "C" TO WS-DC
           END-IF
           MOVE WS-RUNNING-BALANCE TO WS-AMT-EDIT
           PERFORM FORMAT-MT-AMOUNT
           MOVE SPACES TO STA-LINE
           STRING FUNCTION TRIM(WS-BAL-TAG) DELIMITED BY SIZE
                  WS-DC DELIMITED BY SIZE
                  WS-STMT-DATE(3:6) DELIMITED BY SIZE
                  WS-STMT-CCY DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMT-TEXT) DELIMITED BY SIZE
                  INTO STA-LINE
           WRITE STA-LINE.

      *> MT940 amounts carry a decimal comma and no grouping.
       FORMAT-MT-AMOUNT.
           INSPECT WS-AMT-EDIT REPLACING ALL "." BY ","
           MOVE FUNCTION TRIM(WS-AMT-EDIT) TO WS-AMT-TEXT.

       WRITE-MOVEMENT-LINES.
           IF WS-DELTA < 0
               MOVE "D" TO WS-DC
           ELSE
               MOVE "C" TO WS-DC
           END-IF
           MOVE WS-DELTA TO WS-AMT-EDIT
           PERFORM FORMAT-MT-AMOUNT
           IF TR-VALUE-DATE = 0
               MOVE TR-DATE TO WS-VALUE-DATE
           ELSE
               MOVE TR-VALUE-DATE TO WS-VALUE-DATE
           END-IF

           EVALUATE TR-TYPE
               WHEN 1
                   MOVE "NMSC" TO WS-TYPE-CODE
                   MOVE "DEPOSIT" TO WS-TYPE-WORD
               WHEN 2
                   MOVE "NMSC" TO WS-TYPE-CODE
                   MOVE "WITHDRAW" TO WS-TYPE-WORD
               WHEN 3
                   MOVE "NTRF" TO WS-TYPE-CODE
                   MOVE "TRANSFER" TO WS-TYPE-WORD
               WHEN 4
                   MOVE "NRTI" TO WS-TYPE-CODE
                   MOVE "REVERSAL" TO WS-TYPE-WORD
               WHEN 5
                   MOVE "NINT" TO WS-TYPE-CODE
                   MOVE "INTEREST" TO WS-TYPE-WORD
               WHEN 6
                   MOVE "NCHG" TO WS-TYPE-CODE
                   MOVE "FEE" TO WS-TYPE-WORD
               WHEN 7
                   MOVE "NTRF" TO WS-TYPE-CODE
                   MOVE "BILLPAY" TO WS-TYPE-WORD
               WHEN OTHER
                   MOVE "NMSC" TO WS-TYPE-CODE
                   MOVE "OTHER" TO WS-TYPE-WORD
           END-EVALUATE

      *> The counterparty is the other account of a two-sided
      *> movement, otherwise whoever posted it.
           MOVE 0 TO WS-CPTY-ACC
           IF TR-ACC-NO = WS-STMT-ACC
               IF TR-RECEIVER-NO NOT = 0 AND
                  TR-RECEIVER-NO NOT = WS-STMT-ACC
                   MOVE TR-RECEIVER-NO TO WS-CPTY-ACC
               END-IF
           ELSE
               MOVE TR-ACC-NO TO WS-CPTY-ACC
           END-IF
           IF WS-CPTY-ACC = 0
               MOVE TR-OPERATOR-ID TO WS-COUNTERPARTY
           ELSE
               MOVE WS-CPTY-ACC TO WS-COUNTERPARTY
           END-IF

           MOVE SPACES TO STA-LINE
           STRING ":61:" DELIMITED BY SIZE
                  WS-VALUE-DATE(3:6) DELIMITED BY SIZE
                  TR-DATE(5:4) DELIMITED BY SIZE
                  WS-DC DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMT-TEXT) DELIMITED BY SIZE
                  WS-TYPE-CODE DELIMITED BY SIZE
                  TRANSACTION-CDE DELIMITED BY SIZE
                  "//" DELIMITED BY SIZE
                  TRANSACTION-ID DELIMITED BY SIZE
                  INTO STA-LINE
           WRITE STA-LINE
           MOVE SPACES TO STA-LINE
           STRING ":86:" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TYPE-WORD) DELIMITED BY SIZE
                  "/RCPT/" DELIMITED BY SIZE
                  TRANSACTION-CDE DELIMITED BY SIZE
                  "/CPTY/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNTERPARTY) DELIMITED BY SIZE
                  INTO STA-LINE
           WRITE STA-LINE
           ADD 1 TO WS-ENTRY-COUNT.

       RESTART-TRAN-SCAN.
           IF TRANS-STATUS NOT = "00"
               MOVE 'Y' TO WS-TRAN-EOF
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TRANSACTION-ID
           START TRANSACTION-FILE KEY IS NOT LESS THAN TRANSACTION-ID
               INVALID KEY MOVE 'Y' TO WS-TRAN-EOF
           END-START.

      *> Same signed-movement rules as StatementBatch.
       COMPUTE-DELTA.
           MOVE TR-AMOUNT TO WS-AMOUNT
           COMPUTE WS-AMOUNT = WS-AMOUNT + (TR-DECIMAL / 100)
           IF TR-ACC-NO = WS-STMT-ACC
               EVALUATE TR-TYPE
                   WHEN 1 COMPUTE WS-DELTA = WS-AMOUNT
                   WHEN 2 COMPUTE WS-DELTA = WS-AMOUNT * -1
                   WHEN 3 COMPUTE WS-DELTA = WS-AMOUNT * -1
                   WHEN 7 COMPUTE WS-DELTA = WS-AMOUNT * -1
                   WHEN 4
                       EVALUATE TRUE
                           WHEN TR-RECEIVER-NO = 0
                               COMPUTE WS-DELTA = WS-AMOUNT * -1
                           WHEN TR-RECEIVER-NO = TR-ACC-NO
                               COMPUTE WS-DELTA = WS-AMOUNT
                           WHEN OTHER
                               COMPUTE WS-DELTA = WS-AMOUNT
                       END-EVALUATE
                   WHEN 5 COMPUTE WS-DELTA = WS-AMOUNT
                   WHEN 6 COMPUTE WS-DELTA = WS-AMOUNT * -1
                   WHEN OTHER COMPUTE WS-DELTA = 0
               END-EVALUATE
           ELSE
               EVALUATE TR-TYPE
                   WHEN 3
                   WHEN 7
                       IF TR-FX-RATE = 0
                           COMPUTE WS-DELTA = WS-AMOUNT
                       ELSE
                           COMPUTE WS-DELTA ROUNDED =
                               WS-AMOUNT * TR-FX-RATE
                       END-IF
                   WHEN 4
                       IF TR-FX-RATE = 0
                           COMPUTE WS-DELTA = WS-AMOUNT * -1
                       ELSE
                           COMPUTE WS-DELTA ROUNDED =
                               WS-AMOUNT * TR-FX-RATE * -1
                       END-IF
                   WHEN OTHER COMPUTE WS-DELTA = 0
               END-EVALUATE
           END-IF.

       WRITE-RUN-LOG.
           ACCEPT WS-CLOCK-TIME FROM TIME
           OPEN EXTEND RUNLOG-FILE
           IF RUNLOG-STATUS = "35"
               OPEN OUTPUT RUNLOG-FILE
           END-IF
           MOVE WS-RUNNING-BALANCE TO WS-AMT-EDIT
           PERFORM FORMAT-MT-AMOUNT
           IF WS-RUNNING-BALANCE < 0
               MOVE "D" TO WS-DC
           ELSE
               MOVE "C" TO WS-DC
           END-IF
           MOVE SPACES TO RUNLOG-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-CLOCK-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-RUN-MODE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-STMT-ACC DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-STMT-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-ENTRY-COUNT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-DC DELIMITED BY SIZE
               FUNCTION TRIM(WS-AMT-TEXT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(STA-FILENAME) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-OPERATOR) DELIMITED BY SIZE
               INTO RUNLOG-LINE
           END-STRING
           WRITE RUNLOG-LINE
           CLOSE RUNLOG-FILE.

       OPEN-RUN-CONTROL.
           MOVE 'N' TO WS-RUN-BLOCKED
           OPEN I-O RUNCTL-FILE
           IF RUNCTL-STATUS = "35"
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF

           MOVE "MT940" TO RUN-JOB-NAME
           MOVE WS-TODAY TO RUN-BUS-DATE
           READ RUNCTL-FILE KEY IS RUN-KEY
               INVALID KEY
                   MOVE "MT940" TO RUN-JOB-NAME
                   MOVE WS-TODAY TO RUN-BUS-DATE
                   MOVE "RUNNING" TO RUN-STATE
                   MOVE 0 TO RUN-CHECKPOINT
                   ACCEPT WS-CLOCK-TIME FROM TIME
                   MOVE WS-CLOCK-TIME TO RUN-START-TIME
                   MOVE 0 TO RUN-END-TIME
                   WRITE RUN-CONTROL-RECORD
               NOT INVALID KEY
                   IF RUN-COMPLETE
                       DISPLAY "MT940 statements already produced "
                           "for business date " WS-TODAY
                           " - refusing to run twice."
                       MOVE 'Y' TO WS-RUN-BLOCKED
                       CLOSE RUNCTL-FILE
                   END-IF
           END-READ.

       CLOSE-RUN-CONTROL.
           IF WS-RUN-BLOCKED = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE "COMPLETE" TO RUN-STATE
           ACCEPT WS-CLOCK-TIME FROM TIME
           MOVE WS-CLOCK-TIME TO RUN-END-TIME
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not close run control."
           END-REWRITE
           CLOSE RUNCTL-FILE.

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
                           EVALUATE FUNCTION TRIM(WS-PARAM-NAME)
                               WHEN "BUSINESSDATE"
                                   COMPUTE WS-BUSINESS-DATE =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               WHEN "OURBANKCODE"
                                   MOVE FUNCTION TRIM(WS-PARAM-VALUE)
                                       TO WS-OUR-BANK-CODE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM Mt940Batch.
