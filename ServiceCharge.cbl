       IDENTIFICATION DIVISION.
       PROGRAM-ID. ServiceCharge.

      *> Counter service charge routine. Balance certificates,
      *> duplicate receipts, replacement cards, stop-payment orders
      *> and statement copies used to be charged by hand in a branch
      *> cash book; each of those functions now calls this with its
      *> service code and the customer's account before doing the
      *> work. The charge comes from the tariff file TARIFF.DAT:
      *>   SVC,code,amount,currency,effective-date,waivable(Y/N)
      *>   WVR,reason-code,description
      *> The SVC line for the code in the account's currency with
      *> the latest effective date not after the business date is
      *> the one in force; no line (or a zero amount) means the
      *> service is free. The charge is shown to the teller, who
      *> may waive a waivable one only against a WVR reason code.
      *> A charge is one TR-TYPE 6 leg on the customer and a
      *> matching credit leg on FEEINCOMEACC (operator SVCCHARGE),
      *> each with its own receipt; charges and waivers alike go to
      *> the SVCCHARGES.DAT register with the teller and the reason.
      *> LNK-SVC-RESULT: C charged, W waived, F free (also when
      *> FEEINCOMEACC is not set), N not done - the caller must not
      *> provide the service on N.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USERS-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-ACC-NO
               FILE STATUS IS USERS-STATUS.

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

           SELECT TARIFF-FILE ASSIGN TO "TARIFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TARIFF-STATUS.

           SELECT SVCLOG-FILE ASSIGN TO "SVCCHARGES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SVCLOG-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

           SELECT RECEIPT-FILE ASSIGN TO DYNAMIC RECEIPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD USERS-FILE.
           COPY "USER-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD TRAN-CONTROL-FILE.
           COPY "TRAN-CONTROL.cpy".

       FD TARIFF-FILE.
       01 TARIFF-LINE             PIC X(80).

       FD SVCLOG-FILE.
       01 SVCLOG-LINE             PIC X(120).

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD RECEIPT-FILE.
       01 RECEIPT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01 USERS-STATUS            PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 CTL-STATUS              PIC XX.
       01 TARIFF-STATUS           PIC XX.
       01 SVCLOG-STATUS           PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 RECEIPT-STATUS          PIC XX.
       01 RECEIPT-FILENAME        PIC X(30).

       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-FEE-INCOME-ACC       PIC 9(16) VALUE 0.
       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-EOF                  PIC X.

       01 WS-TF-KIND              PIC X(4).
       01 WS-TF-CODE              PIC X(12).
       01 WS-TF-F3                PIC X(40).
       01 WS-TF-F4                PIC X(10).
       01 WS-TF-F5                PIC X(10).
       01 WS-TF-F6                PIC X(4).
       01 WS-TF-EFF               PIC 9(8).

       01 WS-ACC-CCY              PIC X(3).
       01 WS-ACC-BRANCH           PIC X(4).
       01 WS-WORK-BRANCH          PIC X(4).
       01 WS-NO-TERMINAL          PIC X(8) VALUE SPACES.
       01 WS-TARIFF-FOUND         PIC X.
       01 WS-CHARGE               PIC 9(13)V99.
       01 WS-CHARGE-EFF           PIC 9(8).
       01 WS-WAIVABLE             PIC X.
       01 WS-AVAILABLE            PIC S9(15)V99.

       01 WAIVER-TABLE.
           05 WV-COUNT            PIC 9(2) VALUE 0.
           05 WV-ENTRY OCCURS 30 TIMES.
               10 WV-CODE         PIC X(12).
               10 WV-DESC         PIC X(40).
       01 WV-IDX                  PIC 9(2).
       01 WS-WAIVE                PIC X.
       01 WS-REASON               PIC X(12).
       01 WS-REASON-OK            PIC X.
       01 WS-CONFIRM              PIC X.

       01 WS-LEG-ACC              PIC 9(16).
       01 WS-LEG-TYPE             PIC 9.
       01 WS-CUST-RECEIPT         PIC 9(14) VALUE 0.
       01 WS-SVC-OPERATOR         PIC X(20) VALUE "SVCCHARGE".

       01 LAST-TRANSACTION-ID     PIC 9(9).
       01 WS-CTL-DATE-RAW         PIC X(6).
       01 WS-CTL-DATE             PIC 9(8).
       01 WS-NEXT-RECEIPT-CDE     PIC 9(14).
       01 WS-CUR-TIME             PIC X(6).
       01 WS-TIME                 PIC 9(8).
       01 WS-LOG-TIME             PIC 9(6).
       01 WS-EDIT-AMOUNT          PIC Z(12)9.99.

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01 LNK-SVC-CODE            PIC X(12).
       01 LNK-SVC-ACC-NO          PIC 9(16).
       01 LNK-SVC-OPERATOR        PIC X(20).
       01 LNK-SVC-RESULT          PIC X.

       PROCEDURE DIVISION USING LNK-SVC-CODE, LNK-SVC-ACC-NO,
           LNK-SVC-OPERATOR, LNK-SVC-RESULT.
       MAIN-PROCEDURE.
           MOVE "F" TO LNK-SVC-RESULT
           MOVE 0 TO WS-CUST-RECEIPT
           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY

           OPEN INPUT USERS-FILE
           IF USERS-STATUS NOT = "00"
               GOBACK
           END-IF
           MOVE LNK-SVC-ACC-NO TO USER-ACC-NO
           READ USERS-FILE
               INVALID KEY
                   CLOSE USERS-FILE
                   GOBACK
           END-READ
           CLOSE USERS-FILE
           IF USER-CURRENCY = SPACES
               MOVE "MMK" TO WS-ACC-CCY
           ELSE
               MOVE USER-CURRENCY TO WS-ACC-CCY
           END-IF
           IF USER-BRANCH = SPACES
               MOVE "0001" TO WS-ACC-BRANCH
           ELSE
               MOVE USER-BRANCH TO WS-ACC-BRANCH
           END-IF
           CALL "WorkBranch" USING LNK-SVC-OPERATOR WS-NO-TERMINAL
               WS-ACC-BRANCH WS-WORK-BRANCH

           PERFORM LOAD-TARIFF
           IF WS-TARIFF-FOUND NOT = 'Y' OR WS-CHARGE = 0
               GOBACK
           END-IF

      *> Without a fee income account nothing can be posted; the
      *> service goes ahead free rather than stopping the counter.
           IF WS-FEE-INCOME-ACC = 0
               DISPLAY "FEEINCOMEACC is not set in PARAMS.DAT - "
                   "no service charge taken."
               GOBACK
           END-IF

           MOVE WS-CHARGE TO FORMAT-BALANCE
           DISPLAY "Service charge " FUNCTION TRIM(LNK-SVC-CODE)
               ": " FUNCTION TRIM(FORMAT-BALANCE) " " WS-ACC-CCY
               " to account " LNK-SVC-ACC-NO

           MOVE 'N' TO WS-WAIVE
           MOVE SPACES TO WS-REASON
           IF WS-WAIVABLE = 'Y'
               DISPLAY "Waive this charge? (Y/N): "
               ACCEPT WS-WAIVE
               MOVE FUNCTION UPPER-CASE(WS-WAIVE) TO WS-WAIVE
               IF WS-WAIVE = 'Y'
                   PERFORM ASK-WAIVER-REASON
               END-IF
           END-IF
           IF WS-WAIVE = 'Y'
               MOVE "W" TO LNK-SVC-RESULT
               PERFORM WRITE-SERVICE-LOG
               DISPLAY "Charge waived (" FUNCTION TRIM(WS-REASON) ")."
               GOBACK
           END-IF

           DISPLAY "Debit the charge and proceed? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "Service not provided."
               MOVE "N" TO LNK-SVC-RESULT
               GOBACK
           END-IF

           PERFORM POST-CHARGE
           GOBACK.

      *> A waiver must name one of the WVR reason codes; anything
      *> else leaves the charge standing.
       ASK-WAIVER-REASON.
           DISPLAY "Waiver reason codes:"
           PERFORM VARYING WV-IDX FROM 1 BY 1 UNTIL WV-IDX > WV-COUNT
               DISPLAY "  " WV-CODE(WV-IDX) " " WV-DESC(WV-IDX)
           END-PERFORM
           DISPLAY "Reason code: "
           ACCEPT WS-REASON
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REASON))
               TO WS-REASON
           MOVE 'N' TO WS-REASON-OK
           PERFORM VARYING WV-IDX FROM 1 BY 1 UNTIL WV-IDX > WV-COUNT
               IF WV-CODE(WV-IDX) = WS-REASON
                   MOVE 'Y' TO WS-REASON-OK
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-REASON-OK NOT = 'Y' OR WS-REASON = SPACES
               DISPLAY "Unknown waiver reason - the charge stands."
               MOVE 'N' TO WS-WAIVE
               MOVE SPACES TO WS-REASON
           END-IF.

       POST-CHARGE.
           OPEN I-O USERS-FILE
           MOVE LNK-SVC-ACC-NO TO USER-ACC-NO
           READ USERS-FILE
               INVALID KEY
                   DISPLAY "Account not found."
                   MOVE "N" TO LNK-SVC-RESULT
                   CLOSE USERS-FILE
                   EXIT PARAGRAPH
           END-READ
           COMPUTE WS-AVAILABLE = USER-BALANCE + USER-OD-LIMIT
           IF WS-AVAILABLE < WS-CHARGE
               DISPLAY "Balance will not cover the service charge - "
                   "service not provided."
               MOVE "N" TO LNK-SVC-RESULT
               CLOSE USERS-FILE
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-CHARGE FROM USER-BALANCE
           REWRITE USER-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not debit the charge."
                   MOVE "N" TO LNK-SVC-RESULT
                   CLOSE USERS-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "USER" TO WS-IJ-KIND
           MOVE USER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE

           MOVE LNK-SVC-ACC-NO TO WS-LEG-ACC
           MOVE 6 TO WS-LEG-TYPE
           PERFORM POST-CHARGE-LEG
           MOVE WS-NEXT-RECEIPT-CDE TO WS-CUST-RECEIPT
           PERFORM WRITE-CHARGE-RECEIPT

           MOVE WS-FEE-INCOME-ACC TO USER-ACC-NO
           READ USERS-FILE
               INVALID KEY
                   DISPLAY "[ERROR]: Fee income account "
                       WS-FEE-INCOME-ACC " not found - charge "
                       WS-CUST-RECEIPT " needs repair."
               NOT INVALID KEY
                   ADD WS-CHARGE TO USER-BALANCE
                   REWRITE USER-RECORD
                   MOVE "USER" TO WS-IJ-KIND
                   MOVE USER-RECORD TO WS-IJ-IMAGE
                   CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
                   MOVE WS-FEE-INCOME-ACC TO WS-LEG-ACC
                   MOVE 1 TO WS-LEG-TYPE
                   PERFORM POST-CHARGE-LEG
           END-READ
           CLOSE USERS-FILE

           MOVE "C" TO LNK-SVC-RESULT
           PERFORM WRITE-SERVICE-LOG
           DISPLAY "Charge posted. Receipt " WS-CUST-RECEIPT ".".

       POST-CHARGE-LEG.
           OPEN I-O TRANSACTION-FILE
           IF TRANS-STATUS NOT = "00"
               DISPLAY "Error opening TRANSACTIONS.dat. Status: "
                   TRANS-STATUS
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-NEXT-TRANSACTION-ID

           ACCEPT WS-TIME FROM TIME
           STRING WS-TIME(1:2) DELIMITED BY SIZE
                  WS-TIME(3:2) DELIMITED BY SIZE
                  WS-TIME(5:2) DELIMITED BY SIZE
                  INTO WS-CUR-TIME

           MOVE WS-NEXT-RECEIPT-CDE TO TRANSACTION-CDE
           MOVE LAST-TRANSACTION-ID TO TRANSACTION-ID
           MOVE WS-LEG-ACC          TO TR-ACC-NO
           MOVE 0                   TO TR-RECEIVER-NO
           MOVE 0                   TO TR-GROUP-ID
           MOVE WS-LEG-TYPE         TO TR-TYPE
           MOVE WS-TODAY            TO TR-DATE
           MOVE WS-TODAY            TO TR-VALUE-DATE
           MOVE WS-CUR-TIME         TO TR-TIME
           MOVE WS-SVC-OPERATOR     TO TR-OPERATOR-ID
           MOVE "N"                 TO TR-REVERSED
           MOVE WS-ACC-CCY          TO TR-CURRENCY
           MOVE WS-WORK-BRANCH      TO TR-BRANCH
           MOVE 1                   TO TR-FX-RATE
           MOVE SPACES TO TR-TERMINAL
           COMPUTE TR-AMOUNT  =
               FUNCTION INTEGER-PART(WS-CHARGE)
           COMPUTE TR-DECIMAL =
               FUNCTION MOD(WS-CHARGE * 100, 100)

           WRITE TRANSACTION-RECORD INVALID KEY
               DISPLAY "[ERROR]: Writing service charge failed."
           END-WRITE
           MOVE "TRAN" TO WS-IJ-KIND
           MOVE TRANSACTION-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE

           CLOSE TRANSACTION-FILE.

       WRITE-CHARGE-RECEIPT.
           MOVE SPACES TO RECEIPT-FILENAME
           STRING "RECEIPT-" WS-CUST-RECEIPT ".txt"
               DELIMITED BY SIZE INTO RECEIPT-FILENAME
           OPEN OUTPUT RECEIPT-FILE
           WRITE RECEIPT-LINE FROM "=== SERVICE CHARGE RECEIPT ==="
           MOVE SPACES TO RECEIPT-LINE
           STRING "Transaction ID : " WS-CUST-RECEIPT
               DELIMITED BY SIZE INTO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO RECEIPT-LINE
           STRING "Account No     : " LNK-SVC-ACC-NO
               DELIMITED BY SIZE INTO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO RECEIPT-LINE
           STRING "Service        : " FUNCTION TRIM(LNK-SVC-CODE)
               DELIMITED BY SIZE INTO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE WS-CHARGE TO FORMAT-BALANCE
           MOVE SPACES TO RECEIPT-LINE
           STRING "Charge         : " FORMAT-BALANCE " " WS-ACC-CCY
               DELIMITED BY SIZE INTO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE USER-BALANCE TO FORMAT-BALANCE
           MOVE SPACES TO RECEIPT-LINE
           STRING "New Balance    : " FORMAT-BALANCE
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

      *> date,time,code,account,branch,currency,amount,C/W,
      *> reason,teller,receipt
       WRITE-SERVICE-LOG.
           ACCEPT WS-LOG-TIME FROM TIME
           MOVE WS-CHARGE TO WS-EDIT-AMOUNT
           OPEN EXTEND SVCLOG-FILE
           IF SVCLOG-STATUS = "35"
               OPEN OUTPUT SVCLOG-FILE
           END-IF
           MOVE SPACES TO SVCLOG-LINE
           STRING WS-TODAY "," WS-LOG-TIME ","
               FUNCTION TRIM(LNK-SVC-CODE) ","
               LNK-SVC-ACC-NO "," WS-ACC-BRANCH "," WS-ACC-CCY ","
               FUNCTION TRIM(WS-EDIT-AMOUNT) ","
               LNK-SVC-RESULT ","
               FUNCTION TRIM(WS-REASON) ","
               FUNCTION TRIM(LNK-SVC-OPERATOR) ","
               WS-CUST-RECEIPT
               DELIMITED BY SIZE INTO SVCLOG-LINE
           WRITE SVCLOG-LINE
           CLOSE SVCLOG-FILE.

      *> Picks the SVC line in force for the code and the account's
      *> currency, and loads the waiver reasons.
       LOAD-TARIFF.
           MOVE 'N' TO WS-TARIFF-FOUND
           MOVE 0 TO WS-CHARGE
           MOVE 0 TO WS-CHARGE-EFF
           MOVE 'N' TO WS-WAIVABLE
           MOVE 0 TO WV-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT TARIFF-FILE
           IF TARIFF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TARIFF-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-TF-KIND WS-TF-CODE WS-TF-F3
                           WS-TF-F4 WS-TF-F5 WS-TF-F6
                       UNSTRING TARIFF-LINE DELIMITED BY ","
                           INTO WS-TF-KIND WS-TF-CODE WS-TF-F3
                                WS-TF-F4 WS-TF-F5 WS-TF-F6
                       EVALUATE FUNCTION TRIM(WS-TF-KIND)
                           WHEN "SVC"
                               PERFORM CONSIDER-TARIFF-LINE
                           WHEN "WVR"
                               IF WV-COUNT < 30
                                   ADD 1 TO WV-COUNT
                                   MOVE WS-TF-CODE TO WV-CODE(WV-COUNT)
                                   MOVE WS-TF-F3 TO WV-DESC(WV-COUNT)
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE TARIFF-FILE.

       CONSIDER-TARIFF-LINE.
           IF FUNCTION TRIM(WS-TF-CODE) NOT =
              FUNCTION TRIM(LNK-SVC-CODE)
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-TF-F4) NOT = WS-ACC-CCY
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-TF-F3) NOT = 0 OR
              FUNCTION TEST-NUMVAL(WS-TF-F5) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TF-EFF = FUNCTION NUMVAL(WS-TF-F5)
           IF WS-TF-EFF > WS-TODAY OR WS-TF-EFF < WS-CHARGE-EFF
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-TARIFF-FOUND
           MOVE WS-TF-EFF TO WS-CHARGE-EFF
           COMPUTE WS-CHARGE = FUNCTION NUMVAL(WS-TF-F3)
           MOVE FUNCTION UPPER-CASE(WS-TF-F6(1:1)) TO WS-WAIVABLE.

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
                               WHEN "FEEINCOMEACC"
                                   COMPUTE WS-FEE-INCOME-ACC =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM ServiceCharge.
