       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDCollect.

      *> Nightly direct debit collection. Each biller on
      *> BILLERS.DAT may drop a collection request file
      *> DDIN-<code>-<date>.DAT of REFERENCE,AMOUNT,BILLER-TXN-REF
      *> lines. Every line is checked against the DDMANDATES.DAT
      *> mandate for that biller and consumer reference and against
      *> the account's available balance, then either posted -
      *> customer debited, biller's settlement account credited,
      *> one TR-TYPE 7 bill payment leg under operator DIRECTDEBIT
      *> and a BILLPAY.DAT detail line so BillerSettle carries the
      *> collection on the biller's settlement file - or rejected.
      *> The biller gets every line back on DDRET-<code>-<date>.DAT
      *> marked PAID with our receipt number or REJECTED with a
      *> reason code:
      *>   R01 no mandate for this reference
      *>   R02 mandate cancelled, not yet started or expired
      *>   R03 amount over the mandate maximum
      *>   R04 too soon after the last collection for the
      *>       mandate frequency
      *>   R05 account closed, blocked or not on file
      *>   R06 insufficient available funds
      *>   R07 unreadable line (no reference or no amount)
      *>   R08 biller settlement account unavailable
      *> RUNCTL.DAT job DDCOLLECT checkpoints biller and line, so a
      *> rerun after a crash resumes after the last line answered
      *> and never collects twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DDIN-FILE ASSIGN TO DYNAMIC DDIN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DDIN-STATUS.

           SELECT DDRET-FILE ASSIGN TO DYNAMIC DDRET-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DDRET-STATUS.

           SELECT DDM-FILE ASSIGN TO "DDMANDATES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DDM-ID
               ALTERNATE RECORD KEY IS DDM-BILLER-REF
                   WITH DUPLICATES
               FILE STATUS IS DDM-STATUS-CODE.

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

           SELECT BILLPAY-FILE ASSIGN TO "BILLPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BILLPAY-STATUS.

           SELECT BILLERS-FILE ASSIGN TO "BILLERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BILLERS-STATUS.

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

       FD DDIN-FILE.
       01 DDIN-LINE               PIC X(80).

       FD DDRET-FILE.
       01 DDRET-LINE              PIC X(120).

       FD DDM-FILE.
           COPY "DD-MANDATE.cpy".

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

       FD BILLPAY-FILE.
       01 BILLPAY-LINE            PIC X(120).

       FD BILLERS-FILE.
       01 BILLER-LINE             PIC X(80).

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD RUNCTL-FILE.
           COPY "RUN-CONTROL.cpy".

       WORKING-STORAGE SECTION.
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01 DDIN-STATUS             PIC XX.
       01 DDRET-STATUS            PIC XX.
       01 DDM-STATUS-CODE         PIC XX.
       01 FILE-STATUS             PIC XX.
       01 HOLD-STATUS-CODE        PIC XX.
       01 LEGALHOLD-STATUS        PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 CTL-STATUS              PIC XX.
       01 BILLPAY-STATUS          PIC XX.
       01 BILLERS-STATUS          PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 RUNCTL-STATUS           PIC XX.
       01 DDIN-FILENAME           PIC X(30).
       01 DDRET-FILENAME          PIC X(30).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-CLOCK-TIME           PIC 9(6).
       01 WS-RUN-BLOCKED          PIC X VALUE 'N'.
       01 WS-RESTART-KEY          PIC 9(16) VALUE 0.
       01 WS-RESTART-BILLER       PIC 9(2) VALUE 0.
       01 WS-RESTART-LINE         PIC 9(6) VALUE 0.

       01 BILLER-TABLE.
           05 BL-COUNT            PIC 9(2) VALUE 0.
           05 BL-ENTRY OCCURS 20 TIMES.
               10 BL-CODE         PIC X(6).
               10 BL-NAME         PIC X(30).
               10 BL-ACC-TXT      PIC X(18).
               10 BL-ACC          PIC 9(16).
       01 BL-IDX                  PIC 9(2).
       01 WS-BILLER-OK            PIC X.

       01 WS-EOF                  PIC X.
       01 WS-LINE-NO              PIC 9(6).
       01 WS-IN-REF               PIC X(20).
       01 WS-IN-AMT-TXT           PIC X(20).
       01 WS-IN-TXN-REF           PIC X(20).
       01 WS-IN-AMOUNT            PIC 9(15)V99.

       01 WS-RESULT               PIC X(8).
       01 WS-REASON               PIC X(3).
       01 WS-REASON-TEXT          PIC X(40).
       01 WS-MANDATE-FOUND        PIC X.
       01 WS-DDM-EOF              PIC X.
       01 WS-MIN-GAP              PIC 9(3).
       01 WS-DAYS-SINCE           PIC S9(7).

       01 WS-DEBIT-ACC            PIC 9(16).
       01 WS-PAYER-CCY            PIC X(3).
       01 WS-PAYER-BRANCH         PIC X(4).
       01 WS-HOLD-EOF             PIC X.
       01 WS-ACTIVE-HOLDS         PIC 9(15)V99 VALUE 0.
       01 WS-AVAILABLE            PIC S9(15)V99 VALUE 0.
       01 WS-LH-EOF               PIC X.
       01 WS-LH-RAW               PIC X(6).
       01 WS-LH-TODAY             PIC 9(8).

       01 LAST-TRANSACTION-ID     PIC 9(9).
       01 WS-CTL-DATE-RAW         PIC X(6).
       01 WS-CTL-DATE             PIC 9(8).
       01 WS-NEXT-RECEIPT-CDE     PIC 9(14).
       01 WS-CUR-TIME             PIC X(6).
       01 WS-TIME                 PIC 9(8).
       01 WS-DD-OPERATOR          PIC X(20) VALUE "DIRECTDEBIT".

       01 WS-READ-COUNT           PIC 9(6) VALUE 0.
       01 WS-PAID-COUNT           PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT         PIC 9(6) VALUE 0.
       01 WS-PAID-TOTAL           PIC 9(15)V99 VALUE 0.
       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "============================================"
           DISPLAY "      DIRECT DEBIT COLLECTION"
           DISPLAY "============================================"

           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           PERFORM OPEN-RUN-CONTROL
           IF WS-RUN-BLOCKED = 'Y'
               GOBACK
           END-IF

           PERFORM LOAD-BILLER-TABLE
           OPEN I-O DDM-FILE
           IF BL-COUNT = 0 OR DDM-STATUS-CODE NOT = "00"
               DISPLAY "No billers or no mandates on file - "
                   "nothing to collect."
               CLOSE DDM-FILE
               PERFORM CLOSE-RUN-CONTROL
               GOBACK
           END-IF

           PERFORM VARYING BL-IDX FROM 1 BY 1 UNTIL BL-IDX > BL-COUNT
               IF BL-IDX >= WS-RESTART-BILLER
                   PERFORM COLLECT-ONE-BILLER
               END-IF
           END-PERFORM

           CLOSE DDM-FILE
           PERFORM CLOSE-RUN-CONTROL

           DISPLAY "--------------------------------------------"
           DISPLAY "Requests read     : " WS-READ-COUNT
           DISPLAY "Collected         : " WS-PAID-COUNT
           DISPLAY "Returned unpaid   : " WS-REJECT-COUNT
           MOVE WS-PAID-TOTAL TO FORMAT-BALANCE
           DISPLAY "Total collected   : " FORMAT-BALANCE
           DISPLAY "============================================"
           GOBACK.

      *> One biller's request file in, one return file out. On a
      *> resumed run the biller that was interrupted keeps its
      *> return file and carries on after the last line answered.
       COLLECT-ONE-BILLER.
           MOVE SPACES TO DDIN-FILENAME
           STRING "DDIN-" FUNCTION TRIM(BL-CODE(BL-IDX))
               "-" WS-TODAY ".DAT"
               DELIMITED BY SIZE INTO DDIN-FILENAME
           MOVE SPACES TO DDRET-FILENAME
           STRING "DDRET-" FUNCTION TRIM(BL-CODE(BL-IDX))
               "-" WS-TODAY ".DAT"
               DELIMITED BY SIZE INTO DDRET-FILENAME

           OPEN INPUT DDIN-FILE
           IF DDIN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           IF BL-IDX = WS-RESTART-BILLER AND WS-RESTART-LINE > 0
               OPEN EXTEND DDRET-FILE
               IF DDRET-STATUS = "35"
                   OPEN OUTPUT DDRET-FILE
               END-IF
           ELSE
               MOVE 0 TO WS-RESTART-LINE
               OPEN OUTPUT DDRET-FILE
           END-IF

           PERFORM CHECK-BILLER-ACCOUNT

           MOVE 0 TO WS-LINE-NO
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DDIN-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF WS-LINE-NO > WS-RESTART-LINE AND
                          DDIN-LINE NOT = SPACES
                           PERFORM PROCESS-REQUEST
                           PERFORM WRITE-RETURN-LINE
                           PERFORM UPDATE-CHECKPOINT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DDIN-FILE
           CLOSE DDRET-FILE
           MOVE 0 TO WS-RESTART-LINE
           DISPLAY "  " BL-CODE(BL-IDX) ": " WS-LINE-NO
               " request line(s), return file " DDRET-FILENAME.

      *> A biller with no live settlement account has every
      *> request returned rather than leaving money nowhere to go.
       CHECK-BILLER-ACCOUNT.
           MOVE 'N' TO WS-BILLER-OK
           IF BL-ACC(BL-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT USER-FILE
           MOVE BL-ACC(BL-IDX) TO USER-ACC-NO
           READ USER-FILE KEY IS USER-ACC-NO
               INVALID KEY
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           IF USER-STATUS = "ACTIVE"
               MOVE 'Y' TO WS-BILLER-OK
           END-IF
           CLOSE USER-FILE.

       PROCESS-REQUEST.
           ADD 1 TO WS-READ-COUNT
           MOVE "REJECTED" TO WS-RESULT
           MOVE SPACES TO WS-REASON
           MOVE SPACES TO WS-REASON-TEXT
           MOVE 0 TO WS-NEXT-RECEIPT-CDE
           MOVE SPACES TO WS-IN-REF WS-IN-AMT-TXT WS-IN-TXN-REF
           MOVE 0 TO WS-IN-AMOUNT
           UNSTRING DDIN-LINE DELIMITED BY ","
               INTO WS-IN-REF WS-IN-AMT-TXT WS-IN-TXN-REF
           END-UNSTRING

           IF WS-IN-REF = SPACES OR
              FUNCTION TEST-NUMVAL(WS-IN-AMT-TXT) NOT = 0
               MOVE "R07" TO WS-REASON
               MOVE "Unreadable request line" TO WS-REASON-TEXT
               PERFORM COUNT-REJECT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-IN-AMOUNT = FUNCTION NUMVAL(WS-IN-AMT-TXT)
           IF WS-IN-AMOUNT = 0
               MOVE "R07" TO WS-REASON
               MOVE "Unreadable request line" TO WS-REASON-TEXT
               PERFORM COUNT-REJECT
               EXIT PARAGRAPH
           END-IF

           IF WS-BILLER-OK NOT = 'Y'
               MOVE "R08" TO WS-REASON
               MOVE "Biller settlement account unavailable"
                   TO WS-REASON-TEXT
               PERFORM COUNT-REJECT
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-MANDATE
           IF WS-MANDATE-FOUND = 'N'
               MOVE "R01" TO WS-REASON
               MOVE "No mandate for this reference"
                   TO WS-REASON-TEXT
               PERFORM COUNT-REJECT
               EXIT PARAGRAPH
           END-IF
           IF WS-MANDATE-FOUND = 'C' OR
              DDM-START-DATE > WS-TODAY OR
              (DDM-END-DATE NOT = 0 AND DDM-END-DATE < WS-TODAY)
               MOVE "R02" TO WS-REASON
               MOVE "Mandate cancelled or not in force"
                   TO WS-REASON-TEXT
               PERFORM COUNT-REJECT
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-AMOUNT > DDM-MAX-AMOUNT
               MOVE "R03" TO WS-REASON
               MOVE "Amount over the mandate maximum"
                   TO WS-REASON-TEXT
               PERFORM COUNT-REJECT
               EXIT PARAGRAPH
           END-IF

      *> A month, quarter or year is taken as at least 28, 84 or
      *> 360 days since the last collection, so a biller that
      *> bills on the same day each period is never refused.
           IF DDM-LAST-COLLECT NOT = 0
               EVALUATE TRUE
                   WHEN DDM-QUARTERLY
                       MOVE 84 TO WS-MIN-GAP
                   WHEN DDM-YEARLY
                       MOVE 360 TO WS-MIN-GAP
                   WHEN OTHER
                       MOVE 28 TO WS-MIN-GAP
               END-EVALUATE
               COMPUTE WS-DAYS-SINCE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                   FUNCTION INTEGER-OF-DATE(DDM-LAST-COLLECT)
               IF WS-DAYS-SINCE < WS-MIN-GAP
                   MOVE "R04" TO WS-REASON
                   MOVE "Too soon for the mandate frequency"
                       TO WS-REASON-TEXT
                   PERFORM COUNT-REJECT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE DDM-ACC-NO TO WS-DEBIT-ACC
           PERFORM COLLECT-PAYMENT.

      *> The ACTIVE mandate for the biller and reference if there
      *> is one ('A'); otherwise 'C' if only cancelled mandates
      *> carry the pair, 'N' if none ever did.
       FIND-MANDATE.
           MOVE 'N' TO WS-MANDATE-FOUND
           MOVE 'N' TO WS-DDM-EOF
           MOVE BL-CODE(BL-IDX) TO DDM-BILLER
           MOVE WS-IN-REF TO DDM-REFERENCE
           START DDM-FILE KEY IS EQUAL TO DDM-BILLER-REF
               INVALID KEY MOVE 'Y' TO WS-DDM-EOF
           END-START
           PERFORM UNTIL WS-DDM-EOF = 'Y'
               READ DDM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-DDM-EOF
                   NOT AT END
                       IF DDM-BILLER NOT = BL-CODE(BL-IDX) OR
                          DDM-REFERENCE NOT = WS-IN-REF
                           MOVE 'Y' TO WS-DDM-EOF
                       ELSE
                           IF DDM-ACTIVE
                               MOVE 'A' TO WS-MANDATE-FOUND
                               MOVE 'Y' TO WS-DDM-EOF
                           ELSE
                               MOVE 'C' TO WS-MANDATE-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       COLLECT-PAYMENT.
           OPEN I-O USER-FILE
           MOVE WS-DEBIT-ACC TO USER-ACC-NO
           READ USER-FILE KEY IS USER-ACC-NO
               INVALID KEY
                   MOVE "R05" TO WS-REASON
                   MOVE "Account not on file" TO WS-REASON-TEXT
                   PERFORM COUNT-REJECT
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           IF USER-STATUS NOT = "ACTIVE"
               MOVE "R05" TO WS-REASON
               MOVE "Account not active" TO WS-REASON-TEXT
               PERFORM COUNT-REJECT
               CLOSE USER-FILE
               EXIT PARAGRAPH
           END-IF
           IF USER-CURRENCY = SPACES
               MOVE "MMK" TO WS-PAYER-CCY
           ELSE
               MOVE USER-CURRENCY TO WS-PAYER-CCY
           END-IF
           IF USER-BRANCH = SPACES
               MOVE "0001" TO WS-PAYER-BRANCH
           ELSE
               MOVE USER-BRANCH TO WS-PAYER-BRANCH
           END-IF

           PERFORM COMPUTE-ACTIVE-HOLDS
           COMPUTE WS-AVAILABLE = USER-BALANCE - WS-ACTIVE-HOLDS
           IF WS-IN-AMOUNT > WS-AVAILABLE
               MOVE "R06" TO WS-REASON
               MOVE "Insufficient available funds"
                   TO WS-REASON-TEXT
               PERFORM COUNT-REJECT
               CLOSE USER-FILE
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-IN-AMOUNT FROM USER-BALANCE
           REWRITE USER-RECORD
               INVALID KEY
                   MOVE "R05" TO WS-REASON
                   MOVE "Account could not be debited"
                       TO WS-REASON-TEXT
                   PERFORM COUNT-REJECT
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "USER" TO WS-IJ-KIND
           MOVE USER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE

           MOVE BL-ACC(BL-IDX) TO USER-ACC-NO
           READ USER-FILE KEY IS USER-ACC-NO
               INVALID KEY
                   DISPLAY "[ERROR]: Biller settlement account "
                       "missing - debit restored on " WS-DEBIT-ACC
                   MOVE WS-DEBIT-ACC TO USER-ACC-NO
                   READ USER-FILE
                       NOT INVALID KEY
                           ADD WS-IN-AMOUNT TO USER-BALANCE
                           REWRITE USER-RECORD
                   END-READ
                   MOVE "R08" TO WS-REASON
                   MOVE "Biller settlement account unavailable"
                       TO WS-REASON-TEXT
                   PERFORM COUNT-REJECT
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           ADD WS-IN-AMOUNT TO USER-BALANCE
           REWRITE USER-RECORD
           MOVE "USER" TO WS-IJ-KIND
           MOVE USER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           CLOSE USER-FILE

           PERFORM POST-DD-TRANSACTION
           PERFORM APPEND-BILLPAY-DETAIL

           MOVE WS-TODAY TO DDM-LAST-COLLECT
           ADD 1 TO DDM-COLLECT-COUNT
           ADD WS-IN-AMOUNT TO DDM-COLLECT-TOTAL
           REWRITE DD-MANDATE-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not stamp mandate " DDM-ID
           END-REWRITE

           MOVE "PAID" TO WS-RESULT
           ADD 1 TO WS-PAID-COUNT
           ADD WS-IN-AMOUNT TO WS-PAID-TOTAL.

       COUNT-REJECT.
           MOVE "REJECTED" TO WS-RESULT
           ADD 1 TO WS-REJECT-COUNT.

       WRITE-RETURN-LINE.
           MOVE SPACES TO DDRET-LINE
           IF WS-RESULT = "PAID"
               STRING
                   FUNCTION TRIM(WS-IN-REF) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-IN-AMOUNT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IN-TXN-REF) DELIMITED BY SIZE
                   ",PAID," DELIMITED BY SIZE
                   WS-NEXT-RECEIPT-CDE DELIMITED BY SIZE
                   INTO DDRET-LINE
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(WS-IN-REF) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-IN-AMOUNT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IN-TXN-REF) DELIMITED BY SIZE
                   ",REJECTED," DELIMITED BY SIZE
                   WS-REASON DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REASON-TEXT) DELIMITED BY SIZE
                   INTO DDRET-LINE
               END-STRING
           END-IF
           WRITE DDRET-LINE.

       POST-DD-TRANSACTION.
           OPEN I-O TRANSACTION-FILE

           PERFORM GET-NEXT-TRANSACTION-ID

           ACCEPT WS-TIME FROM TIME
           STRING WS-TIME(1:2) DELIMITED BY SIZE
                  WS-TIME(3:2) DELIMITED BY SIZE
                  WS-TIME(5:2) DELIMITED BY SIZE
                  INTO WS-CUR-TIME

           MOVE WS-NEXT-RECEIPT-CDE TO TRANSACTION-CDE
           MOVE LAST-TRANSACTION-ID TO TRANSACTION-ID
           MOVE WS-DEBIT-ACC        TO TR-ACC-NO
           MOVE BL-ACC(BL-IDX)      TO TR-RECEIVER-NO
           MOVE 0                   TO TR-GROUP-ID
           MOVE 7                   TO TR-TYPE     *> 7 = Bill pay
           MOVE WS-TODAY            TO TR-DATE
           MOVE WS-TODAY            TO TR-VALUE-DATE
           MOVE WS-CUR-TIME         TO TR-TIME
           MOVE WS-DD-OPERATOR      TO TR-OPERATOR-ID
           MOVE "N"                 TO TR-REVERSED
           MOVE WS-PAYER-CCY        TO TR-CURRENCY
           MOVE WS-PAYER-BRANCH     TO TR-BRANCH
           MOVE 1                   TO TR-FX-RATE
           MOVE SPACES TO TR-TERMINAL
           COMPUTE TR-AMOUNT  =
               FUNCTION INTEGER-PART(WS-IN-AMOUNT)
           COMPUTE TR-DECIMAL =
               FUNCTION MOD(WS-IN-AMOUNT * 100, 100)

           WRITE TRANSACTION-RECORD INVALID KEY
               DISPLAY "[ERROR]: Writing direct debit failed for "
                   WS-DEBIT-ACC
           END-WRITE
           MOVE "TRAN" TO WS-IJ-KIND
           MOVE TRANSACTION-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE

           CLOSE TRANSACTION-FILE.

      *> Same detail line BillPayment writes, so the night's
      *> BillerSettle run puts collections on the biller's
      *> settlement file beside the counter payments.
       APPEND-BILLPAY-DETAIL.
           OPEN EXTEND BILLPAY-FILE
           IF BILLPAY-STATUS = "35"
               OPEN OUTPUT BILLPAY-FILE
           END-IF
           MOVE SPACES TO BILLPAY-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(BL-CODE(BL-IDX)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-IN-REF) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-IN-AMOUNT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-DEBIT-ACC DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-NEXT-RECEIPT-CDE DELIMITED BY SIZE
               INTO BILLPAY-LINE
           END-STRING
           WRITE BILLPAY-LINE
           CLOSE BILLPAY-FILE.

      *> Sum of ACTIVE cheque-clearing holds on this account.
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
                       IF HOLD-ACC-NO = WS-DEBIT-ACC AND HOLD-ACTIVE
                           ADD HOLD-AMOUNT TO WS-ACTIVE-HOLDS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           PERFORM ADD-LEGAL-HOLDS.

      *> Court-ordered legal holds stack on top of the cheque
      *> holds, exactly as the other posting programs apply them.
       ADD-LEGAL-HOLDS.
           ACCEPT WS-LH-RAW FROM DATE
           STRING "20" WS-LH-RAW(1:2) DELIMITED BY SIZE
                  WS-LH-RAW(3:2) DELIMITED BY SIZE
                  WS-LH-RAW(5:2) DELIMITED BY SIZE
                  INTO WS-LH-TODAY
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
                       IF LH-ACC-NO = WS-DEBIT-ACC AND LH-ACTIVE
                          AND LH-EFFECTIVE <= WS-LH-TODAY
                          AND (LH-EXPIRY = 0 OR
                               LH-EXPIRY >= WS-LH-TODAY)
                           IF LH-AMOUNT = 0
                               ADD USER-BALANCE TO WS-ACTIVE-HOLDS
                           ELSE
                               ADD LH-AMOUNT TO WS-ACTIVE-HOLDS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEGALHOLD-FILE.

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

       LOAD-BILLER-TABLE.
           MOVE 0 TO BL-COUNT
           OPEN INPUT BILLERS-FILE
           IF BILLERS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BILLERS-STATUS NOT = "00"
               READ BILLERS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF BL-COUNT < 20
                           ADD 1 TO BL-COUNT
                           UNSTRING BILLER-LINE DELIMITED BY ","
                               INTO BL-CODE(BL-COUNT)
                                    BL-NAME(BL-COUNT)
                                    BL-ACC-TXT(BL-COUNT)
                           COMPUTE BL-ACC(BL-COUNT) =
                               FUNCTION NUMVAL(BL-ACC-TXT(BL-COUNT))
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLERS-FILE.

      *> The checkpoint packs the biller's table position and the
      *> last request line answered: biller * 1000000 + line.
       OPEN-RUN-CONTROL.
           MOVE 'N' TO WS-RUN-BLOCKED
           MOVE 0 TO WS-RESTART-KEY
           MOVE 0 TO WS-RESTART-BILLER
           MOVE 0 TO WS-RESTART-LINE
           OPEN I-O RUNCTL-FILE
           IF RUNCTL-STATUS = "35"
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF

           MOVE "DDCOLLECT" TO RUN-JOB-NAME
           MOVE WS-TODAY TO RUN-BUS-DATE
           READ RUNCTL-FILE KEY IS RUN-KEY
               INVALID KEY
                   MOVE "DDCOLLECT" TO RUN-JOB-NAME
                   MOVE WS-TODAY TO RUN-BUS-DATE
                   MOVE "RUNNING" TO RUN-STATE
                   MOVE 0 TO RUN-CHECKPOINT
                   ACCEPT WS-CLOCK-TIME FROM TIME
                   MOVE WS-CLOCK-TIME TO RUN-START-TIME
                   MOVE 0 TO RUN-END-TIME
                   WRITE RUN-CONTROL-RECORD
               NOT INVALID KEY
                   IF RUN-COMPLETE
                       DISPLAY "Direct debit collection already "
                           "completed for " WS-TODAY
                           " - refusing to run twice."
                       MOVE 'Y' TO WS-RUN-BLOCKED
                       CLOSE RUNCTL-FILE
                   ELSE
                       MOVE RUN-CHECKPOINT TO WS-RESTART-KEY
                       COMPUTE WS-RESTART-BILLER =
                           WS-RESTART-KEY / 1000000
                       COMPUTE WS-RESTART-LINE =
                           FUNCTION MOD(WS-RESTART-KEY, 1000000)
                       DISPLAY "Resuming interrupted run at biller "
                           WS-RESTART-BILLER " after line "
                           WS-RESTART-LINE
                   END-IF
           END-READ.

       UPDATE-CHECKPOINT.
           COMPUTE RUN-CHECKPOINT = (BL-IDX * 1000000) + WS-LINE-NO
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not checkpoint run control."
           END-REWRITE.

       CLOSE-RUN-CONTROL.
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
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "BUSINESSDATE"
                               COMPUTE WS-BUSINESS-DATE =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM DDCollect.
