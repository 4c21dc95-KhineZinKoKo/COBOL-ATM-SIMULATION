       IDENTIFICATION DIVISION.
       PROGRAM-ID. StandInPost.

      *> Posts the ATM stand-in queue once the system is back
      *> ONLINE - EODBatchRunner calls it as soon as a completed
      *> chain sets ONLINE, and Main_Reg's supervisor override calls
      *> it when the system is forced ONLINE. Every QUEUED item on
      *> STANDINQ.DAT is taken in SQ-ID order, the order the cash
      *> was paid out, and debited to its account as the ordinary
      *> TR-TYPE 2 withdrawal on the terminal that paid it, dated
      *> the business date it posts on. The cash is already gone,
      *> so the minimum balance no longer stands in the way; an
      *> item is only refused when the account has left the file
      *> or is CLOSED, or when its available balance (ledger less
      *> cheque and legal holds) and any overdraft limit no longer
      *> cover it. Those items are marked EXCEPTION with the reason
      *> and listed on STANDINEXC-<date>.txt for the branch to
      *> recover from the customer; the report also totals what
      *> posted. Each item is audited STANDIN_POST or
      *> STANDIN_EXCEPTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE ASSIGN TO "STANDINQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQ-ID
               FILE STATUS IS QUEUE-STATUS.

           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-ACC-NO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.

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

           SELECT DAYTOT-FILE ASSIGN TO "DAYTOTALS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DT-KEY
               FILE STATUS IS DAYTOT-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD QUEUE-FILE.
           COPY "STANDIN-ITEM.cpy".

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD TRAN-CONTROL-FILE.
           COPY "TRAN-CONTROL.cpy".

       FD HOLD-FILE.
           COPY "CHEQUE-HOLD.cpy".

       FD LEGALHOLD-FILE.
           COPY "LEGAL-HOLD.cpy".

       FD DAYTOT-FILE.
           COPY "DAY-TOTALS.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01 QUEUE-STATUS            PIC XX.
       01 FILE-STATUS             PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 CTL-STATUS              PIC XX.
       01 HOLD-STATUS-CODE        PIC XX.
       01 LEGALHOLD-STATUS        PIC XX.
       01 DAYTOT-STATUS           PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 REPORT-FILENAME         PIC X(40).
       01 AUDIT-LINE              PIC X(120).
       01 WS-AUDIT-TIME           PIC 9(6).

       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-CAL-TODAY            PIC 9(8).

       01 WS-EOF                  PIC X.
       01 WS-HOLD-EOF             PIC X.
       01 WS-LH-EOF               PIC X.
       01 WS-REPORT-OPEN          PIC X VALUE 'N'.
       01 WS-POSTED-COUNT         PIC 9(5) VALUE 0.
       01 WS-POSTED-TOTAL         PIC 9(15)V99 VALUE 0.
       01 WS-EXCEPTION-COUNT      PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-TOTAL      PIC 9(15)V99 VALUE 0.

       01 WS-ACTIVE-HOLDS         PIC 9(15)V99 VALUE 0.
       01 WS-AVAILABLE            PIC S9(15)V99 VALUE 0.
       01 WS-REFUSAL              PIC X(40).

       01 LAST-TRANSACTION-ID     PIC 9(9).
       01 WS-CTL-DATE-RAW         PIC X(6).
       01 WS-CTL-DATE             PIC 9(8).
       01 WS-NEXT-RECEIPT-CDE     PIC 9(14).
       01 WS-CUR-TIME             PIC X(6).
       01 WS-TIME                 PIC 9(8).

       01 WS-DT-ACC               PIC 9(16).
       01 WS-DT-TYPE              PIC 9.
       01 WS-DT-AMOUNT            PIC 9(15)V99.

       01 FORMAT-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           MOVE 0 TO WS-POSTED-COUNT WS-POSTED-TOTAL
           MOVE 0 TO WS-EXCEPTION-COUNT WS-EXCEPTION-TOTAL

           OPEN I-O QUEUE-FILE
           IF QUEUE-STATUS NOT = "00"
               DISPLAY "No stand-in withdrawals to post."
               GOBACK
           END-IF

           MOVE 'N' TO WS-EOF
           MOVE 1 TO SQ-ID
           START QUEUE-FILE KEY IS NOT LESS THAN SQ-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ QUEUE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SQ-QUEUED
                           PERFORM POST-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE

           IF WS-REPORT-OPEN = 'Y'
               PERFORM WRITE-REPORT-TOTALS
               CLOSE REPORT-FILE
           END-IF
           DISPLAY "Stand-in withdrawals posted   : " WS-POSTED-COUNT
           DISPLAY "Stand-in exceptions           : "
               WS-EXCEPTION-COUNT
           IF WS-EXCEPTION-COUNT > 0
               DISPLAY "Exceptions listed on "
                   FUNCTION TRIM(REPORT-FILENAME)
           END-IF
           GOBACK.

      *> The QUEUED item in STANDIN-ITEM-RECORD, read from the open
      *> QUEUE-FILE.
       POST-ITEM.
           MOVE SPACES TO WS-REFUSAL
           OPEN I-O USER-FILE
           MOVE SQ-ACC-NO TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   MOVE "ACCOUNT NO LONGER ON FILE" TO WS-REFUSAL
           END-READ
           IF WS-REFUSAL = SPACES AND USER-STATUS = "CLOSED"
               MOVE "ACCOUNT CLOSED" TO WS-REFUSAL
           END-IF
           IF WS-REFUSAL = SPACES
               PERFORM COMPUTE-ACTIVE-HOLDS
               COMPUTE WS-AVAILABLE = USER-BALANCE - WS-ACTIVE-HOLDS
               IF SQ-AMOUNT > WS-AVAILABLE + USER-OD-LIMIT
                   MOVE "FUNDS NO LONGER COVER THE WITHDRAWAL"
                       TO WS-REFUSAL
               END-IF
           END-IF
           IF WS-REFUSAL NOT = SPACES
               CLOSE USER-FILE
               PERFORM RAISE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           SUBTRACT SQ-AMOUNT FROM USER-BALANCE
           REWRITE USER-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not debit stand-in "
                       "withdrawal " SQ-ID " - left QUEUED."
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "USER" TO WS-IJ-KIND
           MOVE USER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           PERFORM WRITE-TRANSACTION
           CLOSE USER-FILE

           MOVE SQ-ACC-NO TO WS-DT-ACC
           MOVE 2 TO WS-DT-TYPE
           MOVE SQ-AMOUNT TO WS-DT-AMOUNT
           PERFORM BUMP-DAY-TOTALS

           MOVE "POSTED" TO SQ-STATUS
           MOVE WS-TODAY TO SQ-POSTED-DATE
           MOVE WS-NEXT-RECEIPT-CDE TO SQ-TRAN-CDE
           REWRITE STANDIN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Stand-in withdrawal " SQ-ID
                       " posted but not marked - mark it POSTED by "
                       "hand."
           END-REWRITE
           ADD 1 TO WS-POSTED-COUNT
           ADD SQ-AMOUNT TO WS-POSTED-TOTAL
           PERFORM WRITE-AUDIT-LOG.

       RAISE-EXCEPTION.
           MOVE "EXCEPTION" TO SQ-STATUS
           MOVE WS-TODAY TO SQ-POSTED-DATE
           MOVE WS-REFUSAL TO SQ-EXCEPTION-REASON
           REWRITE STANDIN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not mark stand-in "
                       "withdrawal " SQ-ID " as an exception."
           END-REWRITE
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD SQ-AMOUNT TO WS-EXCEPTION-TOTAL
           PERFORM WRITE-EXCEPTION-LINE
           DISPLAY "Stand-in withdrawal " SQ-ID " for account "
               SQ-ACC-NO " not posted - " FUNCTION TRIM(WS-REFUSAL)
               "."
           PERFORM WRITE-AUDIT-LOG.

       OPEN-REPORT.
           MOVE SPACES TO REPORT-FILENAME
           STRING "STANDINEXC-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
      *> A forced ONLINE and the night's own run may both post on
      *> one date: the second run adds to the same report.
           OPEN EXTEND REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               OPEN OUTPUT REPORT-FILE
           END-IF
           MOVE 'Y' TO WS-REPORT-OPEN
           WRITE REPORT-LINE FROM
               "=================================================="
           MOVE SPACES TO REPORT-LINE
           STRING "  ATM STAND-IN EXCEPTIONS - POSTED " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM
               "=================================================="
           WRITE REPORT-LINE FROM
               "Withdrawals paid in stand-in that could not be"
           WRITE REPORT-LINE FROM
               "debited. The cash has been paid - recover it from"
           WRITE REPORT-LINE FROM
               "the customer or write it off."
           WRITE REPORT-LINE FROM
               "--------------------------------------------------"
           WRITE REPORT-LINE FROM
               "REF      ACCOUNT          AMOUNT          PAID"
           WRITE REPORT-LINE FROM
               "         CARD             TERMINAL  REASON".

       WRITE-EXCEPTION-LINE.
           IF WS-REPORT-OPEN NOT = 'Y'
               PERFORM OPEN-REPORT
           END-IF
           MOVE SQ-AMOUNT TO FORMAT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING SQ-ID " " SQ-ACC-NO " " FORMAT-AMOUNT " "
               SQ-DATE " " SQ-TIME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "         " SQ-CARD-NO " " SQ-TERMINAL "  "
               FUNCTION TRIM(WS-REFUSAL)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           WRITE REPORT-LINE FROM
               "--------------------------------------------------"
           MOVE WS-POSTED-TOTAL TO FORMAT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Posted     : " WS-POSTED-COUNT "  " FORMAT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-EXCEPTION-TOTAL TO FORMAT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Exceptions : " WS-EXCEPTION-COUNT "  "
               FORMAT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM
               "==================================================".

       WRITE-TRANSACTION.
           OPEN I-O TRANSACTION-FILE

           PERFORM GET-NEXT-TRANSACTION-ID

           ACCEPT WS-TIME FROM TIME
           STRING WS-TIME(1:2) DELIMITED BY SIZE
                  WS-TIME(3:2) DELIMITED BY SIZE
                  WS-TIME(5:2) DELIMITED BY SIZE
                  INTO WS-CUR-TIME

           MOVE WS-NEXT-RECEIPT-CDE TO TRANSACTION-CDE
           MOVE LAST-TRANSACTION-ID TO TRANSACTION-ID
           MOVE SQ-ACC-NO           TO TR-ACC-NO
           MOVE 0                   TO TR-RECEIVER-NO
           MOVE 0                   TO TR-GROUP-ID
           MOVE 2                   TO TR-TYPE
           MOVE WS-TODAY            TO TR-DATE
           MOVE WS-TODAY            TO TR-VALUE-DATE
           MOVE WS-CUR-TIME         TO TR-TIME
           MOVE SQ-OPERATOR         TO TR-OPERATOR-ID
           MOVE "N"                 TO TR-REVERSED
           IF USER-CURRENCY = SPACES
               MOVE "MMK" TO TR-CURRENCY
           ELSE
               MOVE USER-CURRENCY TO TR-CURRENCY
           END-IF
           MOVE 1                   TO TR-FX-RATE
           MOVE SQ-TERMINAL         TO TR-TERMINAL
           CALL "WorkBranch" USING TR-OPERATOR-ID TR-TERMINAL
               USER-BRANCH TR-BRANCH
           COMPUTE TR-AMOUNT  = FUNCTION INTEGER-PART(SQ-AMOUNT)
           COMPUTE TR-DECIMAL = FUNCTION MOD(SQ-AMOUNT * 100, 100)

           WRITE TRANSACTION-RECORD INVALID KEY
               DISPLAY "[ERROR]: Writing stand-in withdrawal "
                   SQ-ID " failed."
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

      *> Sum of ACTIVE cheque-clearing holds and court orders in
      *> force on the account, as WithdrawMoney computes it.
       COMPUTE-ACTIVE-HOLDS.
           MOVE 0 TO WS-ACTIVE-HOLDS
           MOVE 'N' TO WS-HOLD-EOF
           OPEN INPUT HOLD-FILE
           IF HOLD-STATUS-CODE = "00"
               MOVE 0 TO HOLD-ID
               START HOLD-FILE KEY IS NOT LESS THAN HOLD-ID
                   INVALID KEY MOVE 'Y' TO WS-HOLD-EOF
               END-START
               PERFORM UNTIL WS-HOLD-EOF = 'Y'
                   READ HOLD-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-HOLD-EOF
                       NOT AT END
                           IF HOLD-ACC-NO = SQ-ACC-NO AND HOLD-ACTIVE
                               ADD HOLD-AMOUNT TO WS-ACTIVE-HOLDS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF

           ACCEPT WS-SYS-DATE FROM DATE
           STRING "20" WS-SYS-DATE(1:2) DELIMITED BY SIZE
                  WS-SYS-DATE(3:2) DELIMITED BY SIZE
                  WS-SYS-DATE(5:2) DELIMITED BY SIZE
                  INTO WS-CAL-TODAY
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
                       IF LH-ACC-NO = SQ-ACC-NO AND LH-ACTIVE
                          AND LH-EFFECTIVE <= WS-CAL-TODAY
                          AND (LH-EXPIRY = 0 OR
                               LH-EXPIRY >= WS-CAL-TODAY)
                           IF LH-AMOUNT = 0
                               ADD USER-BALANCE TO WS-ACTIVE-HOLDS
                           ELSE
                               ADD LH-AMOUNT TO WS-ACTIVE-HOLDS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEGALHOLD-FILE.

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
                   ADD WS-DT-AMOUNT TO DT-WITHDRAWALS
                   WRITE DAY-TOTALS-RECORD
               NOT INVALID KEY
                   ADD WS-DT-AMOUNT TO DT-WITHDRAWALS
                   REWRITE DAY-TOTALS-RECORD
           END-READ.

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           IF SQ-POSTED
               STRING
                   WS-TODAY DELIMITED BY SIZE
                   WS-AUDIT-TIME DELIMITED BY SIZE
                   ",STANDIN_POST," DELIMITED BY SIZE
                   SQ-ID DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   SQ-ACC-NO DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   SQ-AMOUNT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   SQ-TRAN-CDE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(SQ-TERMINAL) DELIMITED BY SIZE
                   INTO AUDIT-LINE
               END-STRING
           ELSE
               STRING
                   WS-TODAY DELIMITED BY SIZE
                   WS-AUDIT-TIME DELIMITED BY SIZE
                   ",STANDIN_EXCEPTION," DELIMITED BY SIZE
                   SQ-ID DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   SQ-ACC-NO DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   SQ-AMOUNT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(SQ-EXCEPTION-REASON)
                       DELIMITED BY SIZE
                   INTO AUDIT-LINE
               END-STRING
           END-IF
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
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "BUSINESSDATE"
                               COMPUTE WS-BUSINESS-DATE =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM StandInPost.
