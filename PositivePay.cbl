       IDENTIFICATION DIVISION.
       PROGRAM-ID. PositivePay.

      *> Positive pay for business customers' issued cheques. A
      *> business account is enrolled here (a serial 0 ENROLLED
      *> record on POSPAY.DAT) and the customer then hands in a file
      *> of the cheques it has written - one line per cheque:
      *> serial,date (YYYYMMDD),amount,payee - which is loaded
      *> against the account's leaves on the CHQREG.DAT register.
      *> From then on InwardClearing pays an on-us cheque on that
      *> account only when it matches an ISSUED line; anything else
      *> is held on PPEXCEPT.DAT and the customer is sent an
      *> OUTBOX.DAT notice. The operator lists the held items and,
      *> on the customer's instruction, pays one (supervisor
      *> authorised, against available balance, posted exactly as
      *> the clearing run would have) or returns it unpaid on
      *> today's OUTRET-<date>.DAT with reason code R012. An item
      *> still undecided on its deadline is returned by the next
      *> clearing run. Every action is written to AUDITLOG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSPAY-FILE ASSIGN TO "POSPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPAY-KEY
               FILE STATUS IS POSPAY-STATUS.

           SELECT PPEXCEPT-FILE ASSIGN TO "PPEXCEPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPX-ID
               FILE STATUS IS PPEXCEPT-STATUS.

           SELECT PPIN-FILE ASSIGN TO DYNAMIC PPIN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PPIN-STATUS.

           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-ACC-NO
               FILE STATUS IS FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUSTOMER-STATUS.

           SELECT CHQREG-FILE ASSIGN TO "CHQREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHQ-KEY
               FILE STATUS IS CHQREG-STATUS.

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

           SELECT DAYTOT-FILE ASSIGN TO "DAYTOTALS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DT-KEY
               FILE STATUS IS DAYTOT-STATUS.

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

           SELECT OUTRET-FILE ASSIGN TO DYNAMIC OUTRET-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTRET-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD POSPAY-FILE.
           COPY "POSITIVE-PAY.cpy".

       FD PPEXCEPT-FILE.
           COPY "PPAY-EXCEPTION.cpy".

       FD PPIN-FILE.
       01 PPIN-LINE               PIC X(100).

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD CHQREG-FILE.
           COPY "CHEQUE-REGISTER.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD TRAN-CONTROL-FILE.
           COPY "TRAN-CONTROL.cpy".

       FD DAYTOT-FILE.
           COPY "DAY-TOTALS.cpy".

       FD HOLD-FILE.
           COPY "CHEQUE-HOLD.cpy".

       FD LEGALHOLD-FILE.
           COPY "LEGAL-HOLD.cpy".

       FD OUTRET-FILE.
       01 OUTRET-LINE             PIC X(120).

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01 AUDIT-LINE              PIC X(120).
       01 POSPAY-STATUS           PIC XX.
       01 PPEXCEPT-STATUS         PIC XX.
       01 PPIN-STATUS             PIC XX.
       01 FILE-STATUS             PIC XX.
       01 CUSTOMER-STATUS         PIC XX.
       01 CHQREG-STATUS           PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 CTL-STATUS              PIC XX.
       01 DAYTOT-STATUS           PIC XX.
       01 HOLD-STATUS-CODE        PIC XX.
       01 LEGALHOLD-STATUS        PIC XX.
       01 OUTRET-STATUS           PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 PPIN-FILENAME           PIC X(30).
       01 OUTRET-FILENAME         PIC X(25).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.

       01 WS-MENU-CHOICE          PIC 9.
       01 WS-AGAIN                PIC X VALUE 'Y'.
       01 WS-EOF                  PIC X.
       01 WS-CONFIRM              PIC X.
       01 WS-DECISION             PIC X.
       01 WS-ACC-INPUT            PIC 9(16).
       01 WS-ACC-OK               PIC X.
       01 WS-OWNER-CUST           PIC 9(8).
       01 WS-IS-BUSINESS          PIC X.
       01 WS-ENROLLED             PIC X.
       01 WS-ID-INPUT             PIC 9(8).
       01 WS-SERIAL-INPUT         PIC 9(8).
       01 WS-FOUND-ANY            PIC X.
       01 WS-AUTH-OK              PIC X.
       01 WS-SUPERVISOR-ID        PIC X(20).

      *> One line of the customer's issued-cheque file.
       01 WS-IN-SERIAL-TXT        PIC X(12).
       01 WS-IN-DATE-TXT          PIC X(10).
       01 WS-IN-AMOUNT-TXT        PIC X(20).
       01 WS-IN-PAYEE             PIC X(30).
       01 WS-IN-SERIAL            PIC 9(8).
       01 WS-IN-DATE              PIC 9(8).
       01 WS-IN-DATE-PARTS REDEFINES WS-IN-DATE.
           05 WS-IN-YEAR          PIC 9(4).
           05 WS-IN-MONTH         PIC 9(2).
           05 WS-IN-DAY           PIC 9(2).
       01 WS-IN-AMOUNT            PIC 9(15)V99.
       01 WS-LINE-NO              PIC 9(6).
       01 WS-LOADED-COUNT         PIC 9(6).
       01 WS-REPLACED-COUNT       PIC 9(6).
       01 WS-REJECT-COUNT         PIC 9(6).
       01 WS-LOADED-TOTAL         PIC 9(15)V99.
       01 WS-REJECT-REASON        PIC X(40).

      *> The item being decided, in the names the posting and
      *> return paragraphs share with InwardClearing.
       01 WS-DEST-ACC             PIC 9(16).
       01 WS-AMOUNT               PIC 9(15)V99.
       01 WS-CHQ-SERIAL           PIC 9(8).
       01 WS-BANK-CODE            PIC X(4).
       01 WS-DEST-ACC-TXT         PIC X(20).
       01 WS-AMOUNT-TXT           PIC X(20).
       01 WS-REFERENCE            PIC X(16).
       01 WS-RETURN-CODE          PIC X(4).
       01 WS-POST-TYPE            PIC 9 VALUE 2.
       01 WS-POST-OPERATOR        PIC X(20) VALUE "ONUSCHQ".

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

       01 WS-DT-ACC               PIC 9(16).
       01 WS-DT-TYPE              PIC 9.
       01 WS-DT-AMOUNT            PIC 9(15)V99.

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-AUDIT-TIME           PIC 9(6).
       01 WS-AUDIT-ACTION         PIC X(16).
       01 WS-AUDIT-REF            PIC 9(8).

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
       MAIN-PROCEDURE.
           IF ADMIN-CHOICE = 94

           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           PERFORM ENSURE-PPAY-FILES

           PERFORM UNTIL WS-AGAIN NOT = 'Y' AND WS-AGAIN NOT = 'y'
               DISPLAY "============================================"
               DISPLAY "             POSITIVE PAY"
               DISPLAY "============================================"
               DISPLAY "1. Enrol or withdraw a business account"
               DISPLAY "2. Load an issued-cheque file"
               DISPLAY "3. Void an issued cheque line"
               DISPLAY "4. List pending exceptions"
               DISPLAY "5. Decide an exception (pay or return)"
               DISPLAY "Enter choice (1-5): "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM ENROL-ACCOUNT
                   WHEN 2
                       PERFORM LOAD-ISSUED-FILE
                   WHEN 3
                       PERFORM VOID-ISSUED-LINE
                   WHEN 4
                       PERFORM LIST-EXCEPTIONS
                   WHEN 5
                       PERFORM DECIDE-EXCEPTION
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE

               DISPLAY "Another positive pay action? (Y/N): "
               ACCEPT WS-AGAIN
           END-PERFORM

           MOVE 'Y' TO WS-AGAIN
           END-IF
           GOBACK.

       ENSURE-PPAY-FILES.
           OPEN INPUT POSPAY-FILE
           IF POSPAY-STATUS = "35"
               OPEN OUTPUT POSPAY-FILE
           END-IF
           CLOSE POSPAY-FILE
           OPEN INPUT PPEXCEPT-FILE
           IF PPEXCEPT-STATUS = "35"
               OPEN OUTPUT PPEXCEPT-FILE
           END-IF
           CLOSE PPEXCEPT-FILE.

      *> Reads the account and its customer master; positive pay
      *> is offered to business customers only.
       ACCEPT-ACCOUNT.
           MOVE 'N' TO WS-ACC-OK
           MOVE 'N' TO WS-IS-BUSINESS
           DISPLAY "Enter account number: "
           ACCEPT WS-ACC-INPUT
           OPEN INPUT USER-FILE
           MOVE WS-ACC-INPUT TO USER-ACC-NO
           READ USER-FILE KEY IS USER-ACC-NO
               INVALID KEY
                   DISPLAY "Account " WS-ACC-INPUT " not found."
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Account " USER-ACC-NO " ("
               FUNCTION TRIM(USER-NAME) ") " USER-STATUS
           MOVE USER-CUSTOMER-ID TO WS-OWNER-CUST
           CLOSE USER-FILE

           IF WS-OWNER-CUST NOT = 0
               OPEN INPUT CUSTOMER-FILE
               IF CUSTOMER-STATUS = "00"
                   MOVE WS-OWNER-CUST TO CUST-ID
                   READ CUSTOMER-FILE KEY IS CUST-ID
                       NOT INVALID KEY
                           IF CUST-BUSINESS
                               MOVE 'Y' TO WS-IS-BUSINESS
                           END-IF
                   END-READ
                   CLOSE CUSTOMER-FILE
               END-IF
           END-IF
           IF WS-IS-BUSINESS NOT = 'Y'
               DISPLAY "Positive pay is for business customers' "
                   "accounts only."
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ACC-OK.

      *> WS-ENROLLED is 'Y' while the account's serial 0 record is
      *> ENROLLED; the record is left in the buffer either way.
       CHECK-ENROLMENT.
           MOVE 'N' TO WS-ENROLLED
           MOVE WS-ACC-INPUT TO PPAY-ACC-NO
           MOVE 0 TO PPAY-SERIAL
           READ POSPAY-FILE
               INVALID KEY
                   MOVE SPACES TO PPAY-STATUS
               NOT INVALID KEY
                   IF PPAY-ENROLLED
                       MOVE 'Y' TO WS-ENROLLED
                   END-IF
           END-READ.

       ENROL-ACCOUNT.
           PERFORM ACCEPT-ACCOUNT
           IF WS-ACC-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN I-O POSPAY-FILE
           PERFORM CHECK-ENROLMENT
           IF WS-ENROLLED = 'Y'
               DISPLAY "Enrolled for positive pay since "
                   PPAY-LOADED-DATE " by "
                   FUNCTION TRIM(PPAY-LOADED-BY) "."
               DISPLAY "Withdraw the account from positive pay? "
                   "(Y/N): "
               ACCEPT WS-CONFIRM
               MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
               IF WS-CONFIRM NOT = 'Y'
                   CLOSE POSPAY-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE "LAPSED" TO PPAY-STATUS
               MOVE WS-TODAY TO PPAY-MATCHED-DATE
               REWRITE POSITIVE-PAY-RECORD
               DISPLAY "Account withdrawn - on-us cheques now pay "
                   "on the register checks alone."
               MOVE "PPAY_LAPSE" TO WS-AUDIT-ACTION
           ELSE
               DISPLAY "Enrol the account for positive pay? (Y/N): "
               ACCEPT WS-CONFIRM
               MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
               IF WS-CONFIRM NOT = 'Y'
                   CLOSE POSPAY-FILE
                   EXIT PARAGRAPH
               END-IF
               IF PPAY-STATUS = SPACES
                   INITIALIZE POSITIVE-PAY-RECORD
                   MOVE WS-ACC-INPUT TO PPAY-ACC-NO
                   MOVE 0 TO PPAY-SERIAL
                   MOVE "ENROLLED" TO PPAY-STATUS
                   MOVE WS-TODAY TO PPAY-LOADED-DATE
                   MOVE LNK-OPERATOR-ID TO PPAY-LOADED-BY
                   WRITE POSITIVE-PAY-RECORD
               ELSE
                   MOVE "ENROLLED" TO PPAY-STATUS
                   MOVE WS-TODAY TO PPAY-LOADED-DATE
                   MOVE LNK-OPERATOR-ID TO PPAY-LOADED-BY
                   MOVE 0 TO PPAY-MATCHED-DATE
                   REWRITE POSITIVE-PAY-RECORD
               END-IF
               DISPLAY "Account enrolled. Load the customer's "
                   "issued-cheque file before the next clearing."
               MOVE "PPAY_ENROL" TO WS-AUDIT-ACTION
           END-IF
           CLOSE POSPAY-FILE
           MOVE WS-ACC-INPUT TO WS-DEST-ACC
           MOVE 0 TO WS-AMOUNT
           MOVE 0 TO WS-AUDIT-REF
           PERFORM WRITE-AUDIT-LOG.

      *> Each line must name a leaf of this account's cheque books
      *> that is still ISSUED on CHQREG.DAT. A line for a serial
      *> already on file replaces it while unmatched, so a corrected
      *> file can simply be loaded again.
       LOAD-ISSUED-FILE.
           PERFORM ACCEPT-ACCOUNT
           IF WS-ACC-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN I-O POSPAY-FILE
           PERFORM CHECK-ENROLMENT
           IF WS-ENROLLED NOT = 'Y'
               DISPLAY "Account is not enrolled for positive pay - "
                   "enrol it first."
               CLOSE POSPAY-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Issued-cheque file name (e.g. POSPAY.IN): "
           ACCEPT PPIN-FILENAME
           OPEN INPUT PPIN-FILE
           IF PPIN-STATUS NOT = "00"
               DISPLAY "File " FUNCTION TRIM(PPIN-FILENAME)
                   " not found."
               CLOSE POSPAY-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CHQREG-FILE
           IF CHQREG-STATUS NOT = "00"
               DISPLAY "No cheque register on file - nothing can "
                   "be loaded."
               CLOSE PPIN-FILE
               CLOSE POSPAY-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-LINE-NO
           MOVE 0 TO WS-LOADED-COUNT
           MOVE 0 TO WS-REPLACED-COUNT
           MOVE 0 TO WS-REJECT-COUNT
           MOVE 0 TO WS-LOADED-TOTAL
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PPIN-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF PPIN-LINE NOT = SPACES
                           PERFORM LOAD-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHQREG-FILE
           CLOSE PPIN-FILE
           CLOSE POSPAY-FILE

           MOVE WS-LOADED-TOTAL TO FORMAT-BALANCE
           DISPLAY "--------------------------------------------"
           DISPLAY "Lines loaded     : " WS-LOADED-COUNT
           DISPLAY "  of which replaced: " WS-REPLACED-COUNT
           DISPLAY "Lines rejected   : " WS-REJECT-COUNT
           DISPLAY "Amount loaded    : " FORMAT-BALANCE
           DISPLAY "--------------------------------------------"
           MOVE WS-ACC-INPUT TO WS-DEST-ACC
           MOVE WS-LOADED-TOTAL TO WS-AMOUNT
           MOVE WS-LOADED-COUNT TO WS-AUDIT-REF
           MOVE "PPAY_LOAD" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-LOG.

       LOAD-ONE-LINE.
           MOVE SPACES TO WS-IN-SERIAL-TXT WS-IN-DATE-TXT
               WS-IN-AMOUNT-TXT WS-IN-PAYEE
           UNSTRING PPIN-LINE DELIMITED BY ","
               INTO WS-IN-SERIAL-TXT WS-IN-DATE-TXT
                    WS-IN-AMOUNT-TXT WS-IN-PAYEE
           IF FUNCTION TEST-NUMVAL(WS-IN-SERIAL-TXT) NOT = 0 OR
              FUNCTION TEST-NUMVAL(WS-IN-DATE-TXT) NOT = 0 OR
              FUNCTION TEST-NUMVAL(WS-IN-AMOUNT-TXT) NOT = 0
               MOVE "Malformed serial, date or amount" TO
                   WS-REJECT-REASON
               PERFORM REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-IN-SERIAL = FUNCTION NUMVAL(WS-IN-SERIAL-TXT)
           COMPUTE WS-IN-DATE = FUNCTION NUMVAL(WS-IN-DATE-TXT)
           COMPUTE WS-IN-AMOUNT = FUNCTION NUMVAL(WS-IN-AMOUNT-TXT)
           IF WS-IN-SERIAL = 0 OR WS-IN-AMOUNT = 0
               MOVE "Zero serial or amount" TO WS-REJECT-REASON
               PERFORM REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-MONTH < 1 OR WS-IN-MONTH > 12 OR
              WS-IN-DAY < 1 OR WS-IN-DAY > 31 OR
              WS-IN-YEAR < 1900
               MOVE "Not a valid issue date" TO WS-REJECT-REASON
               PERFORM REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ACC-INPUT TO CHQ-ACC-NO
           MOVE WS-IN-SERIAL TO CHQ-SERIAL
           READ CHQREG-FILE
               INVALID KEY
                   MOVE "Leaf never issued to this account" TO
                       WS-REJECT-REASON
                   PERFORM REJECT-LINE
                   EXIT PARAGRAPH
           END-READ
           IF NOT CHQ-ISSUED
               MOVE SPACES TO WS-REJECT-REASON
               STRING "Leaf already " CHQ-LEAF-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               PERFORM REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ACC-INPUT TO PPAY-ACC-NO
           MOVE WS-IN-SERIAL TO PPAY-SERIAL
           READ POSPAY-FILE
               INVALID KEY
                   PERFORM FILL-ISSUED-LINE
                   WRITE POSITIVE-PAY-RECORD
                   ADD 1 TO WS-LOADED-COUNT
                   ADD WS-IN-AMOUNT TO WS-LOADED-TOTAL
               NOT INVALID KEY
                   IF PPAY-MATCHED
                       MOVE "Cheque already paid against the file"
                           TO WS-REJECT-REASON
                       PERFORM REJECT-LINE
                   ELSE
                       PERFORM FILL-ISSUED-LINE
                       REWRITE POSITIVE-PAY-RECORD
                       ADD 1 TO WS-LOADED-COUNT
                       ADD 1 TO WS-REPLACED-COUNT
                       ADD WS-IN-AMOUNT TO WS-LOADED-TOTAL
                   END-IF
           END-READ.

       FILL-ISSUED-LINE.
           INITIALIZE POSITIVE-PAY-RECORD
           MOVE WS-ACC-INPUT TO PPAY-ACC-NO
           MOVE WS-IN-SERIAL TO PPAY-SERIAL
           MOVE WS-IN-DATE TO PPAY-ISSUE-DATE
           MOVE WS-IN-AMOUNT TO PPAY-AMOUNT
           MOVE WS-IN-PAYEE TO PPAY-PAYEE
           MOVE WS-TODAY TO PPAY-LOADED-DATE
           MOVE LNK-OPERATOR-ID TO PPAY-LOADED-BY
           MOVE "ISSUED" TO PPAY-STATUS.

       REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "  Line " WS-LINE-NO ": "
               FUNCTION TRIM(WS-REJECT-REASON) " | "
               FUNCTION TRIM(PPIN-LINE).

      *> The customer cancels a cheque it wrote: a VOID line is
      *> never matched, so the cheque is held if it turns up.
       VOID-ISSUED-LINE.
           PERFORM ACCEPT-ACCOUNT
           IF WS-ACC-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Cheque serial: "
           ACCEPT WS-SERIAL-INPUT
           OPEN I-O POSPAY-FILE
           MOVE WS-ACC-INPUT TO PPAY-ACC-NO
           MOVE WS-SERIAL-INPUT TO PPAY-SERIAL
           READ POSPAY-FILE
               INVALID KEY
                   DISPLAY "Cheque " WS-SERIAL-INPUT
                       " is not on the positive pay file."
                   CLOSE POSPAY-FILE
                   EXIT PARAGRAPH
           END-READ
           IF WS-SERIAL-INPUT = 0 OR NOT PPAY-ISSUED
               DISPLAY "That line is " FUNCTION TRIM(PPAY-STATUS)
                   " - only ISSUED lines can be voided."
               CLOSE POSPAY-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE PPAY-AMOUNT TO FORMAT-BALANCE
           DISPLAY "Cheque " PPAY-SERIAL " dated " PPAY-ISSUE-DATE
               " for " FUNCTION TRIM(FORMAT-BALANCE) " to "
               FUNCTION TRIM(PPAY-PAYEE)
           DISPLAY "Void this line? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               CLOSE POSPAY-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "VOID" TO PPAY-STATUS
           MOVE WS-TODAY TO PPAY-MATCHED-DATE
           REWRITE POSITIVE-PAY-RECORD
           DISPLAY "Line voided."
           MOVE PPAY-ACC-NO TO WS-DEST-ACC
           MOVE PPAY-AMOUNT TO WS-AMOUNT
           MOVE PPAY-SERIAL TO WS-AUDIT-REF
           CLOSE POSPAY-FILE
           MOVE "PPAY_VOID" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-LOG.

       LIST-EXCEPTIONS.
           MOVE 'N' TO WS-FOUND-ANY
           MOVE 'N' TO WS-EOF
           OPEN INPUT PPEXCEPT-FILE
           MOVE 0 TO PPX-ID
           START PPEXCEPT-FILE KEY IS NOT LESS THAN PPX-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ PPEXCEPT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PPX-PENDING
                           MOVE 'Y' TO WS-FOUND-ANY
                           PERFORM DISPLAY-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PPEXCEPT-FILE
           IF WS-FOUND-ANY NOT = 'Y'
               DISPLAY "No positive pay exceptions awaiting a "
                   "decision."
           END-IF.

       DISPLAY-EXCEPTION.
           MOVE PPX-AMOUNT TO FORMAT-BALANCE
           DISPLAY "  " PPX-ID " acc " PPX-ACC-NO " chq " PPX-SERIAL
               " " FUNCTION TRIM(FORMAT-BALANCE) " dated "
               PPX-CHQ-DATE
           IF PPX-DEADLINE <= WS-TODAY
               DISPLAY "      " FUNCTION TRIM(PPX-REASON)
                   " - decide by " PPX-DEADLINE " (DUE NOW)"
           ELSE
               DISPLAY "      " FUNCTION TRIM(PPX-REASON)
                   " - decide by " PPX-DEADLINE
           END-IF.

      *> The customer has confirmed or refused the cheque; the
      *> operator records the outcome. Paying a held item
      *> overrides a control, so it needs a supervisor.
       DECIDE-EXCEPTION.
           DISPLAY "Exception number: "
           ACCEPT WS-ID-INPUT
           OPEN I-O PPEXCEPT-FILE
           MOVE WS-ID-INPUT TO PPX-ID
           READ PPEXCEPT-FILE
               INVALID KEY
                   DISPLAY "No positive pay exception " WS-ID-INPUT
                       "."
                   CLOSE PPEXCEPT-FILE
                   EXIT PARAGRAPH
           END-READ
           PERFORM DISPLAY-EXCEPTION
           IF NOT PPX-PENDING
               DISPLAY "Already " FUNCTION TRIM(PPX-STATUS) " on "
                   PPX-DECIDED-DATE " by "
                   FUNCTION TRIM(PPX-DECIDED-BY) "."
               CLOSE PPEXCEPT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE PPX-ACC-NO TO WS-DEST-ACC
           MOVE PPX-AMOUNT TO WS-AMOUNT
           MOVE PPX-SERIAL TO WS-CHQ-SERIAL
           DISPLAY "Customer's instruction - P=pay, R=return: "
           ACCEPT WS-DECISION
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
           EVALUATE WS-DECISION
               WHEN 'P'
                   PERFORM PAY-EXCEPTION
               WHEN 'R'
                   PERFORM RETURN-EXCEPTION
               WHEN OTHER
                   DISPLAY "No decision recorded."
           END-EVALUATE
           CLOSE PPEXCEPT-FILE.

       PAY-EXCEPTION.
           MOVE 'N' TO WS-AUTH-OK
           CALL "SupervisorAuth" USING WS-AUTH-OK WS-SUPERVISOR-ID
           IF WS-AUTH-OK NOT = 'Y'
               DISPLAY "Supervisor authorisation failed - cheque "
                   "not paid."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CHQREG-FILE
           MOVE WS-DEST-ACC TO CHQ-ACC-NO
           MOVE WS-CHQ-SERIAL TO CHQ-SERIAL
           READ CHQREG-FILE
               INVALID KEY
                   DISPLAY "Leaf not on the cheque register - "
                       "return the cheque instead."
                   CLOSE CHQREG-FILE
                   EXIT PARAGRAPH
           END-READ
           IF NOT CHQ-ISSUED
               DISPLAY "Leaf is now " FUNCTION TRIM(CHQ-LEAF-STATUS)
                   " - return the cheque instead."
               CLOSE CHQREG-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O USER-FILE
           MOVE WS-DEST-ACC TO USER-ACC-NO
           READ USER-FILE KEY IS USER-ACC-NO
               INVALID KEY
                   DISPLAY "Drawer account not found - return the "
                       "cheque instead."
                   CLOSE USER-FILE
                   CLOSE CHQREG-FILE
                   EXIT PARAGRAPH
           END-READ
           IF USER-STATUS NOT = "ACTIVE"
               DISPLAY "Drawer account is " FUNCTION TRIM(USER-STATUS)
                   " - return the cheque instead."
               CLOSE USER-FILE
               CLOSE CHQREG-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-ACTIVE-HOLDS
           COMPUTE WS-AVAILABLE = USER-BALANCE - WS-ACTIVE-HOLDS
           IF WS-AMOUNT > WS-AVAILABLE
               MOVE WS-AVAILABLE TO FORMAT-BALANCE
               DISPLAY "Available balance " FUNCTION TRIM
                   (FORMAT-BALANCE) " does not cover the cheque - "
                   "return it instead."
               CLOSE USER-FILE
               CLOSE CHQREG-FILE
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-AMOUNT FROM USER-BALANCE
           REWRITE USER-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Drawer debit failed."
                   CLOSE USER-FILE
                   CLOSE CHQREG-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "USER" TO WS-IJ-KIND
           MOVE USER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           CLOSE USER-FILE

           MOVE "PAID" TO CHQ-LEAF-STATUS
           MOVE WS-TODAY TO CHQ-PAID-DATE
           MOVE WS-AMOUNT TO CHQ-PAID-AMOUNT
           REWRITE CHQ-REG-RECORD
           CLOSE CHQREG-FILE

           PERFORM POST-TRANSACTION
           MOVE WS-DEST-ACC TO WS-DT-ACC
           MOVE 2 TO WS-DT-TYPE
           MOVE WS-AMOUNT TO WS-DT-AMOUNT
           PERFORM BUMP-DAY-TOTALS
           PERFORM MARK-PPAY-MATCHED

           MOVE "PAID" TO PPX-STATUS
           MOVE WS-TODAY TO PPX-DECIDED-DATE
           MOVE LNK-OPERATOR-ID TO PPX-DECIDED-BY
           REWRITE PPAY-EXCEPTION-RECORD
           DISPLAY "Cheque " WS-CHQ-SERIAL " paid from account "
               WS-DEST-ACC "."
           MOVE PPX-ID TO WS-AUDIT-REF
           MOVE "PPAY_PAY" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-LOG.

      *> The confirmed line (if the customer had listed the cheque
      *> at all) is closed so it cannot pay a second time.
       MARK-PPAY-MATCHED.
           OPEN I-O POSPAY-FILE
           MOVE WS-DEST-ACC TO PPAY-ACC-NO
           MOVE WS-CHQ-SERIAL TO PPAY-SERIAL
           READ POSPAY-FILE
               NOT INVALID KEY
                   IF PPAY-ISSUED
                       MOVE "MATCHED" TO PPAY-STATUS
                       MOVE WS-TODAY TO PPAY-MATCHED-DATE
                       REWRITE POSITIVE-PAY-RECORD
                   END-IF
           END-READ
           CLOSE POSPAY-FILE.

       RETURN-EXCEPTION.
           DISPLAY "Return cheque " WS-CHQ-SERIAL " unpaid? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CHQREG-FILE
           IF CHQREG-STATUS = "00"
               MOVE WS-DEST-ACC TO CHQ-ACC-NO
               MOVE WS-CHQ-SERIAL TO CHQ-SERIAL
               READ CHQREG-FILE
                   NOT INVALID KEY
                       IF CHQ-ISSUED
                           MOVE "RETURNED" TO CHQ-LEAF-STATUS
                           MOVE WS-TODAY TO CHQ-PAID-DATE
                           REWRITE CHQ-REG-RECORD
                       END-IF
               END-READ
               CLOSE CHQREG-FILE
           END-IF

           MOVE PPX-BANK-CODE TO WS-BANK-CODE
           MOVE PPX-ACC-TXT TO WS-DEST-ACC-TXT
           MOVE PPX-AMOUNT-TXT TO WS-AMOUNT-TXT
           MOVE PPX-REFERENCE TO WS-REFERENCE
           MOVE "R012" TO WS-RETURN-CODE
           MOVE "Positive pay - drawer refused" TO WS-REJECT-REASON
           PERFORM WRITE-RETURN-LINE

           MOVE "RETURNED" TO PPX-STATUS
           MOVE WS-TODAY TO PPX-DECIDED-DATE
           MOVE LNK-OPERATOR-ID TO PPX-DECIDED-BY
           REWRITE PPAY-EXCEPTION-RECORD
           DISPLAY "Cheque returned unpaid on " OUTRET-FILENAME "."
           MOVE PPX-ID TO WS-AUDIT-REF
           MOVE "PPAY_RETURN" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-LOG.

      *> Same layout InwardClearing writes: the presentment as the
      *> exchange delivered it, then reason code and text.
       WRITE-RETURN-LINE.
           MOVE SPACES TO OUTRET-FILENAME
           STRING "OUTRET-" WS-TODAY ".DAT"
               DELIMITED BY SIZE INTO OUTRET-FILENAME
           OPEN EXTEND OUTRET-FILE
           IF OUTRET-STATUS = "35"
               OPEN OUTPUT OUTRET-FILE
           END-IF
           MOVE SPACES TO OUTRET-LINE
           STRING
               WS-BANK-CODE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-DEST-ACC-TXT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AMOUNT-TXT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-REFERENCE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-RETURN-CODE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
               INTO OUTRET-LINE
           END-STRING
           WRITE OUTRET-LINE
           CLOSE OUTRET-FILE.

      *> Sum of ACTIVE cheque-clearing holds on the drawer account.
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
                       IF HOLD-ACC-NO = WS-DEST-ACC AND HOLD-ACTIVE
                           ADD HOLD-AMOUNT TO WS-ACTIVE-HOLDS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           PERFORM ADD-LEGAL-HOLDS.

      *> Court-ordered legal holds stack on top of the cheque
      *> holds: an ACTIVE LEGALHOLDS.DAT order inside its effective
      *> window freezes its amount, and an amount of zero freezes
      *> the whole balance.
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
                       IF LH-ACC-NO = WS-DEST-ACC AND LH-ACTIVE
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
           MOVE WS-DEST-ACC         TO TR-ACC-NO
           MOVE 0                   TO TR-RECEIVER-NO
           MOVE 0                   TO TR-GROUP-ID
           MOVE WS-POST-TYPE        TO TR-TYPE
           MOVE WS-TODAY            TO TR-DATE
           MOVE WS-TODAY            TO TR-VALUE-DATE
           MOVE WS-CUR-TIME         TO TR-TIME
           MOVE WS-POST-OPERATOR    TO TR-OPERATOR-ID
           MOVE "N"                 TO TR-REVERSED
           IF USER-CURRENCY = SPACES
               MOVE "MMK" TO TR-CURRENCY
           ELSE
               MOVE USER-CURRENCY TO TR-CURRENCY
           END-IF
           IF USER-BRANCH = SPACES
               MOVE "0001" TO TR-BRANCH
           ELSE
               MOVE USER-BRANCH TO TR-BRANCH
           END-IF
           MOVE 1                   TO TR-FX-RATE
           MOVE SPACES TO TR-TERMINAL
           COMPUTE TR-AMOUNT  =
               FUNCTION INTEGER-PART(WS-AMOUNT)
           COMPUTE TR-DECIMAL =
               FUNCTION MOD(WS-AMOUNT * 100, 100)

           WRITE TRANSACTION-RECORD INVALID KEY
               DISPLAY "[ERROR]: Writing cheque debit failed for "
                   WS-DEST-ACC
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
      *> DAYTOTALS.DAT for WS-DT-ACC / WS-DT-TYPE / WS-DT-AMOUNT on
      *> WS-TODAY, creating rows as needed.
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

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           MOVE WS-AMOUNT TO FORMAT-BALANCE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-ACTION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-DEST-ACC DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-AUDIT-REF DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(FORMAT-BALANCE) DELIMITED BY SIZE
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
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM PositivePay.
