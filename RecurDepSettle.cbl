       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecurDepSettle.

      *> Recurring deposit position and settlement, shared by the
      *> RecurDeposit counter functions and the nightly
      *> RecurDepBatch so a plan is valued and paid the same way
      *> wherever it closes. The position counts instalments due
      *> since opening (one at opening, then one every 30 days, up
      *> to the term) against the transfers actually collected from
      *> the funding account into RDPOOLACC; once more than
      *> RDMAXMISSED are outstanding the plan drops to RDREDUCEDRATE
      *> for good. Interest is simple at the annual rate on each
      *> collected instalment for the months it was held - to the
      *> term at maturity, to today on a premature closure, which
      *> also loses RDPREMATPENALTY off the rate. A settlement moves
      *> the collected instalments from the pool back to the funding
      *> account (TR-TYPE 3) and credits the interest (TR-TYPE 5),
      *> operator RECURDEP, and cancels the standing order. The
      *> caller owns the RECURDEP.DAT record and rewrites it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       DATA DIVISION.
       FILE SECTION.

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD SCHED-FILE.
           COPY "SCHEDULED-TRANSFER.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD TRAN-CONTROL-FILE.
           COPY "TRAN-CONTROL.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01 FILE-STATUS             PIC XX.
       01 SCHED-STATUS-CODE       PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 CTL-STATUS              PIC XX.
       01 PARAMS-STATUS           PIC XX.

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-POOL-ACC             PIC 9(16) VALUE 0.
       01 WS-MAX-MISSED           PIC 9(3) VALUE 3.
       01 WS-REDUCED-RATE         PIC 9V9999 VALUE 0.0300.
       01 WS-PREMAT-PENALTY       PIC 9V9999 VALUE 0.0100.

       01 WS-TRAN-EOF             PIC X.
       01 WS-TR-AMT               PIC 9(15)V99.
       01 WS-ELAPSED-MONTHS       PIC 9(5).
       01 WS-HELD-MONTHS          PIC 9(3).
       01 WS-MONTH-SUM            PIC S9(7).
       01 WS-CLOSING-EARLY        PIC X.

       01 LAST-TRANSACTION-ID     PIC 9(9).
       01 WS-CTL-DATE-RAW         PIC X(6).
       01 WS-CTL-DATE             PIC 9(8).
       01 WS-NEXT-RECEIPT-CDE     PIC 9(14).
       01 WS-CUR-TIME             PIC X(6).
       01 WS-TIME                 PIC 9(8).
       01 WS-RD-OPERATOR          PIC X(20) VALUE "RECURDEP".

       01 WS-POST-ACC             PIC 9(16).
       01 WS-POST-RECEIVER        PIC 9(16).
       01 WS-POST-TYPE            PIC 9.
       01 WS-POST-AMOUNT          PIC 9(15)V99.
       01 WS-POST-CURRENCY        PIC X(3).
       01 WS-POST-BRANCH          PIC X(4).

       LINKAGE SECTION.
           COPY "RECUR-DEPOSIT.cpy".
           COPY "RD-SETTLE.cpy".

       PROCEDURE DIVISION USING RECUR-DEPOSIT-RECORD
           RD-SETTLE-REQUEST.
       MAIN-PROCEDURE.
           PERFORM READ-PARAMS
           MOVE 'N' TO RDS-RESULT
           MOVE SPACES TO RDS-MESSAGE
           MOVE 0 TO RDS-INTEREST
           MOVE 0 TO RDS-PAYOUT
           IF WS-POOL-ACC = 0
               MOVE "RDPOOLACC is not set in PARAMS.DAT."
                   TO RDS-MESSAGE
               GOBACK
           END-IF

           PERFORM COMPUTE-POSITION
           PERFORM COMPUTE-INTEREST
           IF RDS-POSITION
               MOVE 'Y' TO RDS-RESULT
               GOBACK
           END-IF

           IF NOT RD-OPEN
               STRING "Plan is " RD-STATUS " - nothing to settle."
                   DELIMITED BY SIZE INTO RDS-MESSAGE
               GOBACK
           END-IF
           PERFORM PAY-OUT-PLAN
           GOBACK.

      *> Due: one instalment at opening and one per 30 days since,
      *> capped at the term. Paid: whole instalments collected.
       COMPUTE-POSITION.
           COMPUTE WS-ELAPSED-MONTHS =
               (FUNCTION INTEGER-OF-DATE(RDS-TODAY) -
                FUNCTION INTEGER-OF-DATE(RD-OPEN-DATE)) / 30
           IF WS-ELAPSED-MONTHS > RD-TERM-MONTHS
               MOVE RD-TERM-MONTHS TO WS-ELAPSED-MONTHS
           END-IF
           COMPUTE RD-DUE-COUNT = WS-ELAPSED-MONTHS + 1
           IF RD-DUE-COUNT > RD-TERM-MONTHS
               MOVE RD-TERM-MONTHS TO RD-DUE-COUNT
           END-IF

           PERFORM SUM-COLLECTIONS
           IF RD-INSTALMENT > 0
               COMPUTE RD-PAID-COUNT = RD-PAID-AMOUNT / RD-INSTALMENT
           ELSE
               MOVE 0 TO RD-PAID-COUNT
           END-IF
           IF RD-DUE-COUNT > RD-PAID-COUNT
               COMPUTE RD-MISSED-COUNT = RD-DUE-COUNT - RD-PAID-COUNT
           ELSE
               MOVE 0 TO RD-MISSED-COUNT
           END-IF
           MOVE RDS-TODAY TO RD-CHECKED-DATE

           IF RD-OPEN AND NOT RD-IS-REDUCED AND
              RD-MISSED-COUNT > WS-MAX-MISSED
               MOVE 'Y' TO RD-RATE-REDUCED
               IF WS-REDUCED-RATE < RD-APPLIED-RATE
                   MOVE WS-REDUCED-RATE TO RD-APPLIED-RATE
               END-IF
           END-IF

      *> The order has done its work once it has moved past the
      *> last due date.
           IF RD-OPEN
               PERFORM RETIRE-SPENT-ORDER
           END-IF.

       SUM-COLLECTIONS.
           MOVE 0 TO RD-PAID-AMOUNT
           MOVE 'N' TO WS-TRAN-EOF
           OPEN INPUT TRANSACTION-FILE
           IF TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE RD-ACC-NO TO TR-ACC-NO
           START TRANSACTION-FILE KEY IS = TR-ACC-NO
               INVALID KEY MOVE 'Y' TO WS-TRAN-EOF
           END-START
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-TRAN-EOF
                   NOT AT END
                       IF TR-ACC-NO NOT = RD-ACC-NO
                           MOVE 'Y' TO WS-TRAN-EOF
                       ELSE
                           IF TR-TYPE = 3 AND
                              TR-RECEIVER-NO = WS-POOL-ACC AND
                              TR-DATE >= RD-OPEN-DATE
                               COMPUTE WS-TR-AMT =
                                   TR-AMOUNT + (TR-DECIMAL / 100)
                               ADD WS-TR-AMT TO RD-PAID-AMOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE.

      *> Instalment j (collected in month j - 1) is held for
      *> (months - j + 1) months, so k instalments are held
      *> k * months - k(k-1)/2 instalment-months in all.
       COMPUTE-INTEREST.
           MOVE 'N' TO WS-CLOSING-EARLY
           IF RDS-PREMATURE
               MOVE 'Y' TO WS-CLOSING-EARLY
           END-IF
           IF RDS-POSITION AND RDS-TODAY < RD-MATURITY
               MOVE 'Y' TO WS-CLOSING-EARLY
           END-IF

           IF WS-CLOSING-EARLY = 'Y'
               MOVE WS-ELAPSED-MONTHS TO WS-HELD-MONTHS
               IF RD-APPLIED-RATE > WS-PREMAT-PENALTY
                   COMPUTE RDS-RATE-USED =
                       RD-APPLIED-RATE - WS-PREMAT-PENALTY
               ELSE
                   MOVE 0 TO RDS-RATE-USED
               END-IF
           ELSE
               MOVE RD-TERM-MONTHS TO WS-HELD-MONTHS
               MOVE RD-APPLIED-RATE TO RDS-RATE-USED
           END-IF

           COMPUTE WS-MONTH-SUM =
               (RD-PAID-COUNT * WS-HELD-MONTHS) -
               (RD-PAID-COUNT * (RD-PAID-COUNT - 1) / 2)
           IF WS-MONTH-SUM < 0
               MOVE 0 TO WS-MONTH-SUM
           END-IF
           COMPUTE RDS-INTEREST ROUNDED =
               RD-INSTALMENT * RDS-RATE-USED * WS-MONTH-SUM / 12
           COMPUTE RDS-PAYOUT = RD-PAID-AMOUNT + RDS-INTEREST.

      *> Pool first, then the funding account; a missing account on
      *> either side stops the settlement before any money moves.
       PAY-OUT-PLAN.
           OPEN I-O USER-FILE
           IF FILE-STATUS NOT = "00"
               MOVE "User file unavailable - plan left OPEN."
                   TO RDS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE RD-ACC-NO TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   MOVE "Funding account missing - plan left OPEN."
                       TO RDS-MESSAGE
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-POOL-ACC TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   MOVE "Pool account missing - plan left OPEN."
                       TO RDS-MESSAGE
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ

           SUBTRACT RD-PAID-AMOUNT FROM USER-BALANCE
           REWRITE USER-RECORD
           MOVE "USER" TO WS-IJ-KIND
           MOVE USER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE

           MOVE RD-ACC-NO TO USER-ACC-NO
           READ USER-FILE
           ADD RDS-PAYOUT TO USER-BALANCE
           MOVE USER-CURRENCY TO WS-POST-CURRENCY
           MOVE RD-BRANCH TO WS-POST-BRANCH
           REWRITE USER-RECORD
           MOVE "USER" TO WS-IJ-KIND
           MOVE USER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           CLOSE USER-FILE

           IF RD-PAID-AMOUNT > 0
               MOVE WS-POOL-ACC TO WS-POST-ACC
               MOVE RD-ACC-NO TO WS-POST-RECEIVER
               MOVE 3 TO WS-POST-TYPE
               MOVE RD-PAID-AMOUNT TO WS-POST-AMOUNT
               PERFORM POST-TRANSACTION
           END-IF
           IF RDS-INTEREST > 0
               MOVE RD-ACC-NO TO WS-POST-ACC
               MOVE 0 TO WS-POST-RECEIVER
               MOVE 5 TO WS-POST-TYPE
               MOVE RDS-INTEREST TO WS-POST-AMOUNT
               PERFORM POST-TRANSACTION
           END-IF

           PERFORM CANCEL-STANDING-ORDER
           IF RDS-MATURE
               MOVE "MATURED" TO RD-STATUS
           ELSE
               MOVE "CLOSED" TO RD-STATUS
           END-IF
           MOVE RDS-TODAY TO RD-CLOSE-DATE
           MOVE RDS-INTEREST TO RD-INTEREST-PAID
           MOVE 'Y' TO RDS-RESULT.

       RETIRE-SPENT-ORDER.
           OPEN I-O SCHED-FILE
           IF SCHED-STATUS-CODE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE RD-SCHED-ID TO SCHED-ID
           READ SCHED-FILE
               NOT INVALID KEY
                   IF SCHED-ACTIVE AND SCHED-NEXT-DATE >= RD-MATURITY
                       MOVE "DONE" TO SCHED-STATUS
                       REWRITE SCHEDULED-TRANSFER-RECORD
                   END-IF
           END-READ
           CLOSE SCHED-FILE.

       CANCEL-STANDING-ORDER.
           OPEN I-O SCHED-FILE
           IF SCHED-STATUS-CODE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE RD-SCHED-ID TO SCHED-ID
           READ SCHED-FILE
               NOT INVALID KEY
                   IF SCHED-ACTIVE
                       MOVE "CANCELLED" TO SCHED-STATUS
                       REWRITE SCHEDULED-TRANSFER-RECORD
                   END-IF
           END-READ
           CLOSE SCHED-FILE.

       POST-TRANSACTION.
           OPEN I-O TRANSACTION-FILE

           PERFORM GET-NEXT-TRANSACTION-ID

           ACCEPT WS-TIME FROM TIME
           STRING WS-TIME(1:2) DELIMITED BY SIZE
                  WS-TIME(3:2) DELIMITED BY SIZE
                  WS-TIME(5:2) DELIMITED BY SIZE
                  INTO WS-CUR-TIME

           MOVE WS-NEXT-RECEIPT-CDE TO TRANSACTION-CDE
           MOVE LAST-TRANSACTION-ID TO TRANSACTION-ID
           MOVE WS-POST-ACC         TO TR-ACC-NO
           MOVE WS-POST-RECEIVER    TO TR-RECEIVER-NO
           MOVE 0                   TO TR-GROUP-ID
           MOVE WS-POST-TYPE        TO TR-TYPE
           MOVE RDS-TODAY           TO TR-DATE
           MOVE RDS-TODAY           TO TR-VALUE-DATE
           MOVE WS-CUR-TIME         TO TR-TIME
           MOVE WS-RD-OPERATOR      TO TR-OPERATOR-ID
           MOVE "N"                 TO TR-REVERSED
           IF WS-POST-CURRENCY = SPACES
               MOVE "MMK" TO TR-CURRENCY
           ELSE
               MOVE WS-POST-CURRENCY TO TR-CURRENCY
           END-IF
           IF WS-POST-BRANCH = SPACES
               MOVE "0001" TO TR-BRANCH
           ELSE
               MOVE WS-POST-BRANCH TO TR-BRANCH
           END-IF
           MOVE 1                   TO TR-FX-RATE
           MOVE SPACES TO TR-TERMINAL
           COMPUTE TR-AMOUNT  = FUNCTION INTEGER-PART(WS-POST-AMOUNT)
           COMPUTE TR-DECIMAL = FUNCTION MOD(WS-POST-AMOUNT * 100, 100)

           WRITE TRANSACTION-RECORD INVALID KEY
               DISPLAY "[ERROR]: Writing recurring deposit "
                   "transaction failed."
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
                              "RDPOOLACC"
                               COMPUTE WS-POOL-ACC =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "RDMAXMISSED"
                               COMPUTE WS-MAX-MISSED =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "RDREDUCEDRATE"
                               COMPUTE WS-REDUCED-RATE =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "RDPREMATPENALTY"
                               COMPUTE WS-PREMAT-PENALTY =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM RecurDepSettle.
