       IDENTIFICATION DIVISION.
       PROGRAM-ID. DemandDraft.

      *> Demand drafts and pay orders - bank-guaranteed instruments
      *> for property purchases and government fees. Issuing one
      *> debits the purchaser's account (or takes cash at the till)
      *> for the face value plus the DRAFTFEE tariff, credits the
      *> face value to the DRAFTCONTROLACC drafts-payable account,
      *> takes the next serial from the branch's form stock on
      *> DRAFTSTOCK.DAT, prints the instrument to
      *> DRAFT-<number>.txt and records it OUTSTANDING on the
      *> DRAFTS.DAT register. A draft is paid once: through
      *> InwardClearing when another bank presents it, or here at
      *> the counter in cash or to an account. A lost or stale
      *> draft is cancelled under supervisor authority and either
      *> refunded to the purchaser or replaced by a reissued
      *> instrument on a fresh serial. A draft older than
      *> CHQSTALEDAYS days is stale and is not paid. Counter legs
      *> post under operator DRAFT, cash legs under DRAFTCASH; every
      *> action is written to AUDITLOG.DAT. DraftReport prints the
      *> outstanding and stale register at month-end.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAFT-FILE ASSIGN TO "DRAFTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DFT-KEY
               FILE STATUS IS DRAFT-STATUS.

           SELECT DSTOCK-FILE ASSIGN TO "DRAFTSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DST-BRANCH
               FILE STATUS IS DSTOCK-STATUS.

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

           SELECT TILL-FILE ASSIGN TO "TILLS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TILL-ID
               FILE STATUS IS TILL-STATUS-CODE.

           SELECT PRINT-FILE ASSIGN TO DYNAMIC PRINT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD DRAFT-FILE.
           COPY "DEMAND-DRAFT.cpy".

       FD DSTOCK-FILE.
           COPY "DRAFT-STOCK.cpy".

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

       FD TILL-FILE.
           COPY "TILL-SESSION.cpy".

       FD PRINT-FILE.
       01 PRINT-LINE              PIC X(80).

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 AUDIT-LINE              PIC X(120).
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01 DRAFT-STATUS            PIC XX.
       01 DSTOCK-STATUS           PIC XX.
       01 FILE-STATUS             PIC XX.
       01 HOLD-STATUS-CODE        PIC XX.
       01 LEGALHOLD-STATUS        PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 CTL-STATUS              PIC XX.
       01 TILL-STATUS-CODE        PIC XX.
       01 PRINT-STATUS            PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 PRINT-FILENAME          PIC X(30).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-CONTROL-ACC          PIC 9(16) VALUE 0.
       01 WS-FEE-INCOME-ACC       PIC 9(16) VALUE 0.
       01 WS-DRAFT-FEE            PIC 9(15)V99 VALUE 1000.
       01 WS-STALE-DAYS           PIC 9(4) VALUE 180.

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-AUDIT-TIME           PIC 9(6).
       01 WS-AUDIT-ACTION         PIC X(16).
       01 WS-AUDIT-PTR            PIC 9(3).

       01 WS-MENU-CHOICE          PIC 9.
       01 WS-AGAIN                PIC X VALUE 'Y'.
       01 WS-CONFIRM              PIC X.
       01 WS-EOF                  PIC X.
       01 WS-AUTH-OK              PIC X.
       01 WS-SUPERVISOR-ID        PIC X(20).

       01 WS-KIND-INPUT           PIC 9.
       01 WS-FUND-INPUT           PIC 9.
           88 WS-FUND-ACCOUNT     VALUE 1.
           88 WS-FUND-CASH        VALUE 2.
       01 WS-ACC-INPUT            PIC 9(16).
       01 WS-BRANCH-INPUT         PIC X(4).
       01 WS-BOOKS-INPUT          PIC 9(5).
       01 WS-DRAFT-NO-INPUT       PIC X(12).
       01 WS-OLD-KEY              PIC X(12).
       01 WS-NEW-KEY              PIC X(12).
       01 WS-PAYEE-INPUT          PIC X(30).
       01 WS-AMOUNT-INPUT         PIC 9(15)V99.
       01 WS-NAME-INPUT           PIC X(25).
       01 WS-NRC-INPUT            PIC X(20).
       01 WS-REASON-INPUT         PIC 9.
       01 WS-REASON-TEXT          PIC X(8).
       01 WS-SETTLE-INPUT         PIC 9.
       01 WS-TOTAL-DUE            PIC 9(15)V99.
       01 WS-NEW-SERIAL           PIC 9(8).
       01 WS-STOCK-OK             PIC X.
       01 WS-AGE-DAYS             PIC S9(7).

       01 WS-CUST-ID              PIC 9(8).
       01 WS-MANDATE-OK           PIC X.
       01 WS-SIGNERS              PIC X(80).
       01 WS-SCREEN-SRC           PIC X(10).
       01 WS-SCREEN-NAME          PIC X(25).
       01 WS-SCREEN-NRC           PIC X(20).
       01 WS-SCREEN-REF           PIC 9(16).
       01 WS-SCREEN-AMT           PIC 9(15)V99.
       01 WS-SCREEN-HIT           PIC X.

       01 WS-HOLD-ACC             PIC 9(16).
       01 WS-HOLD-EOF             PIC X.
       01 WS-ACTIVE-HOLDS         PIC 9(15)V99 VALUE 0.
       01 WS-AVAILABLE            PIC S9(15)V99 VALUE 0.
       01 WS-LH-EOF               PIC X.
       01 WS-LH-RAW               PIC X(6).
       01 WS-LH-TODAY             PIC 9(8).

       01 WS-POST-ACC             PIC 9(16).
       01 WS-POST-TYPE            PIC 9.
       01 WS-POST-AMOUNT          PIC 9(15)V99.
       01 WS-POST-OPERATOR        PIC X(20).
       01 WS-POST-OK              PIC X.
       01 WS-POST-CCY             PIC X(3).
       01 WS-POST-BRANCH          PIC X(4).
       01 WS-TILL-DIR             PIC X.
       01 WS-TILL-AMOUNT          PIC 9(15)V99.
       01 WS-OPEN-TILL-ID         PIC 9(6).
       01 WS-TILL-EOF             PIC X.

       01 LAST-TRANSACTION-ID     PIC 9(9).
       01 WS-CTL-DATE-RAW         PIC X(6).
       01 WS-CTL-DATE             PIC 9(8).
       01 WS-NEXT-RECEIPT-CDE     PIC 9(14).
       01 WS-CUR-TIME             PIC X(6).
       01 WS-TIME                 PIC 9(8).

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
       MAIN-PROCEDURE.
           IF ADMIN-CHOICE = 92

           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           IF WS-CONTROL-ACC = 0
               DISPLAY "DRAFTCONTROLACC is not set in PARAMS.DAT - "
                   "drafts need a drafts-payable control account."
               GOBACK
           END-IF
           PERFORM ENSURE-FILES

           PERFORM UNTIL WS-AGAIN NOT = 'Y' AND WS-AGAIN NOT = 'y'
               DISPLAY "============================================"
               DISPLAY "        DEMAND DRAFTS AND PAY ORDERS"
               DISPLAY "============================================"
               DISPLAY "1. Receive draft form stock into a branch"
               DISPLAY "2. Issue a demand draft / pay order"
               DISPLAY "3. Pay a draft at the counter"
               DISPLAY "4. Cancel a lost or stale draft"
               DISPLAY "5. Enquire a draft"
               DISPLAY "6. Outstanding / stale drafts report"
               DISPLAY "Enter choice (1-6): "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM RECEIVE-STOCK
                   WHEN 2
                       PERFORM ISSUE-DRAFT
                   WHEN 3
                       PERFORM PAY-AT-COUNTER
                   WHEN 4
                       PERFORM CANCEL-DRAFT
                   WHEN 5
                       PERFORM ENQUIRE-DRAFT
                   WHEN 6
                       CALL "DraftReport"
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE

               DISPLAY "Another draft action? (Y/N): "
               ACCEPT WS-AGAIN
           END-PERFORM

           MOVE 'Y' TO WS-AGAIN
           END-IF
           GOBACK.

       ENSURE-FILES.
           OPEN INPUT DRAFT-FILE
           IF DRAFT-STATUS = "35"
               OPEN OUTPUT DRAFT-FILE
           END-IF
           CLOSE DRAFT-FILE
           OPEN INPUT DSTOCK-FILE
           IF DSTOCK-STATUS = "35"
               OPEN OUTPUT DSTOCK-FILE
           END-IF
           CLOSE DSTOCK-FILE.

       RECEIVE-STOCK.
           DISPLAY "Branch code (e.g. 0001): "
           ACCEPT WS-BRANCH-INPUT
           DISPLAY "Blank draft forms received: "
           ACCEPT WS-BOOKS-INPUT
           IF WS-BOOKS-INPUT = 0
               DISPLAY "Nothing received."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O DSTOCK-FILE
           MOVE WS-BRANCH-INPUT TO DST-BRANCH
           READ DSTOCK-FILE
               INVALID KEY
                   MOVE WS-BRANCH-INPUT TO DST-BRANCH
                   MOVE WS-BOOKS-INPUT TO DST-FORMS-ON-HAND
                   MOVE 1 TO DST-NEXT-SERIAL
                   WRITE DRAFT-STOCK-RECORD
               NOT INVALID KEY
                   ADD WS-BOOKS-INPUT TO DST-FORMS-ON-HAND
                   REWRITE DRAFT-STOCK-RECORD
           END-READ
           DISPLAY "Branch " DST-BRANCH " now holds "
               DST-FORMS-ON-HAND " blank form(s), next serial "
               DST-NEXT-SERIAL "."
           CLOSE DSTOCK-FILE.

       ISSUE-DRAFT.
           DISPLAY "1. Demand draft  2. Pay order: "
           ACCEPT WS-KIND-INPUT
           IF WS-KIND-INPUT NOT = 1 AND WS-KIND-INPUT NOT = 2
               DISPLAY "Invalid instrument type."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Pay to (payee name): "
           ACCEPT WS-PAYEE-INPUT
           IF WS-PAYEE-INPUT = SPACES
               DISPLAY "A draft needs a payee."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Face value: "
           ACCEPT WS-AMOUNT-INPUT
           IF WS-AMOUNT-INPUT = 0
               DISPLAY "Nothing issued."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Issuing branch code (blank = 0001): "
           ACCEPT WS-BRANCH-INPUT
           IF WS-BRANCH-INPUT = SPACES
               MOVE "0001" TO WS-BRANCH-INPUT
           END-IF
           COMPUTE WS-TOTAL-DUE = WS-AMOUNT-INPUT + WS-DRAFT-FEE

           DISPLAY "Paid for by 1. Account  2. Cash: "
           ACCEPT WS-FUND-INPUT
           MOVE 0 TO WS-ACC-INPUT
           MOVE 0 TO WS-CUST-ID
           MOVE SPACES TO WS-SIGNERS
           EVALUATE TRUE
               WHEN WS-FUND-ACCOUNT
                   PERFORM CHECK-PURCHASER-ACCOUNT
                   IF WS-ACC-INPUT = 0
                       EXIT PARAGRAPH
                   END-IF
               WHEN WS-FUND-CASH
                   IF WS-DRAFT-FEE > 0 AND WS-FEE-INCOME-ACC = 0
                       DISPLAY "FEEINCOMEACC is not set in "
                           "PARAMS.DAT - the cash fee has nowhere "
                           "to go."
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "Purchaser name: "
                   ACCEPT WS-NAME-INPUT
                   DISPLAY "Purchaser NRC: "
                   ACCEPT WS-NRC-INPUT
                   IF WS-NAME-INPUT = SPACES OR WS-NRC-INPUT = SPACES
                       DISPLAY "A cash purchaser must give name and "
                           "NRC."
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "Invalid choice."
                   EXIT PARAGRAPH
           END-EVALUATE

      *> Payee and (for cash) the purchaser are screened against
      *> the watchlist before anything moves, as for remittances.
           MOVE "DRAFT" TO WS-SCREEN-SRC
           MOVE WS-PAYEE-INPUT TO WS-SCREEN-NAME
           MOVE SPACES TO WS-SCREEN-NRC
           MOVE WS-ACC-INPUT TO WS-SCREEN-REF
           MOVE WS-AMOUNT-INPUT TO WS-SCREEN-AMT
           MOVE "N" TO WS-SCREEN-HIT
           CALL "NameScreen" USING WS-SCREEN-SRC WS-SCREEN-NAME
               WS-SCREEN-NRC WS-SCREEN-REF WS-SCREEN-AMT
               WS-SCREEN-HIT
           IF WS-SCREEN-HIT NOT = "Y" AND WS-FUND-CASH
               MOVE WS-NAME-INPUT TO WS-SCREEN-NAME
               MOVE WS-NRC-INPUT TO WS-SCREEN-NRC
               CALL "NameScreen" USING WS-SCREEN-SRC WS-SCREEN-NAME
                   WS-SCREEN-NRC WS-SCREEN-REF WS-SCREEN-AMT
                   WS-SCREEN-HIT
           END-IF
           IF WS-SCREEN-HIT = "Y"
               DISPLAY "A name on this draft matched the watchlist "
                   "- it is HELD for compliance screening. Do not "
                   "issue the instrument."
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-FORM-STOCK
           IF WS-STOCK-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TOTAL-DUE TO FORMAT-BALANCE
           IF WS-FUND-CASH
               DISPLAY "Collect " FORMAT-BALANCE
                   " cash (face value + fee)."
           ELSE
               DISPLAY "Debit " FORMAT-BALANCE " (face value + fee) "
                   "from " WS-ACC-INPUT "."
           END-IF
           MOVE WS-AMOUNT-INPUT TO FORMAT-BALANCE
           DISPLAY "Issue serial " WS-NEW-SERIAL " at branch "
               WS-BRANCH-INPUT " for " FORMAT-BALANCE " payable to "
               FUNCTION TRIM(WS-PAYEE-INPUT) "? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "Draft not issued."
               EXIT PARAGRAPH
           END-IF

           IF WS-FUND-ACCOUNT
               MOVE WS-ACC-INPUT TO WS-POST-ACC
               MOVE 2 TO WS-POST-TYPE
               MOVE WS-AMOUNT-INPUT TO WS-POST-AMOUNT
               MOVE "DRAFT" TO WS-POST-OPERATOR
               PERFORM ADJUST-ACCOUNT
               IF WS-POST-OK NOT = 'Y'
                   DISPLAY "[ERROR]: Could not debit the purchaser - "
                       "draft not issued."
                   EXIT PARAGRAPH
               END-IF
               IF WS-DRAFT-FEE > 0
                   MOVE 6 TO WS-POST-TYPE
                   MOVE WS-DRAFT-FEE TO WS-POST-AMOUNT
                   PERFORM ADJUST-ACCOUNT
               END-IF
           ELSE
               MOVE "DRAFTCASH" TO WS-POST-OPERATOR
               IF WS-DRAFT-FEE > 0
                   MOVE WS-FEE-INCOME-ACC TO WS-POST-ACC
                   MOVE 1 TO WS-POST-TYPE
                   MOVE WS-DRAFT-FEE TO WS-POST-AMOUNT
                   PERFORM ADJUST-ACCOUNT
               END-IF
               MOVE 'I' TO WS-TILL-DIR
               MOVE WS-TOTAL-DUE TO WS-TILL-AMOUNT
               PERFORM BUMP-TELLER-TILL
           END-IF
           MOVE WS-CONTROL-ACC TO WS-POST-ACC
           MOVE 1 TO WS-POST-TYPE
           MOVE WS-AMOUNT-INPUT TO WS-POST-AMOUNT
           PERFORM ADJUST-ACCOUNT

           PERFORM TAKE-FORM-STOCK

           INITIALIZE DEMAND-DRAFT-RECORD
           MOVE WS-BRANCH-INPUT TO DFT-BRANCH
           MOVE WS-NEW-SERIAL TO DFT-SERIAL
           IF WS-KIND-INPUT = 1
               MOVE "DD" TO DFT-KIND
           ELSE
               MOVE "PO" TO DFT-KIND
           END-IF
           MOVE WS-PAYEE-INPUT TO DFT-PAYEE
           MOVE WS-AMOUNT-INPUT TO DFT-AMOUNT
           MOVE WS-DRAFT-FEE TO DFT-FEE
           MOVE WS-ACC-INPUT TO DFT-PURCHASER-ACC
           MOVE WS-NAME-INPUT TO DFT-PURCHASER-NAME
           MOVE WS-NRC-INPUT TO DFT-PURCHASER-NRC
           MOVE WS-TODAY TO DFT-ISSUE-DATE
           MOVE LNK-OPERATOR-ID TO DFT-ISSUED-BY
           MOVE "OUTSTANDING" TO DFT-STATUS
           OPEN I-O DRAFT-FILE
           WRITE DEMAND-DRAFT-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Instrument " DFT-KEY
                       " already on the register - check the stock "
                       "row for branch " DFT-BRANCH "."
           END-WRITE
           CLOSE DRAFT-FILE

           PERFORM PRINT-INSTRUMENT
           MOVE "DRAFT_ISSUE" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Instrument " DFT-KEY " issued. Printed to "
               PRINT-FILENAME.

      *> The purchaser's account must be ACTIVE and carry the face
      *> value plus the fee in available funds; a business customer
      *> buys a draft only under its signing mandate. Leaves
      *> WS-ACC-INPUT at zero when the account will not do.
       CHECK-PURCHASER-ACCOUNT.
           DISPLAY "Purchaser account number: "
           ACCEPT WS-ACC-INPUT
           OPEN INPUT USER-FILE
           MOVE WS-ACC-INPUT TO USER-ACC-NO
           READ USER-FILE KEY IS USER-ACC-NO
               INVALID KEY
                   DISPLAY "Account not found."
                   CLOSE USER-FILE
                   MOVE 0 TO WS-ACC-INPUT
                   EXIT PARAGRAPH
           END-READ
           IF USER-STATUS NOT = "ACTIVE"
               DISPLAY "Account is " USER-STATUS
                   " - no draft issued."
               CLOSE USER-FILE
               MOVE 0 TO WS-ACC-INPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACC-INPUT TO WS-HOLD-ACC
           PERFORM COMPUTE-ACTIVE-HOLDS
           COMPUTE WS-AVAILABLE = USER-BALANCE - WS-ACTIVE-HOLDS
           IF WS-TOTAL-DUE > WS-AVAILABLE
               DISPLAY "Insufficient available funds for the face "
                   "value and fee."
               CLOSE USER-FILE
               MOVE 0 TO WS-ACC-INPUT
               EXIT PARAGRAPH
           END-IF
           MOVE USER-NAME TO WS-NAME-INPUT
           MOVE SPACES TO WS-NRC-INPUT
           MOVE USER-CUSTOMER-ID TO WS-CUST-ID
           CLOSE USER-FILE

           MOVE 'Y' TO WS-MANDATE-OK
           CALL "SignatoryAuth" USING WS-CUST-ID, WS-ACC-INPUT,
               WS-TOTAL-DUE, WS-MANDATE-OK, WS-SIGNERS
           IF WS-MANDATE-OK NOT = 'Y'
               DISPLAY "Signing mandate not met - no draft issued."
               MOVE 0 TO WS-ACC-INPUT
           END-IF.

       CHECK-FORM-STOCK.
           MOVE 'N' TO WS-STOCK-OK
           OPEN INPUT DSTOCK-FILE
           MOVE WS-BRANCH-INPUT TO DST-BRANCH
           READ DSTOCK-FILE
               INVALID KEY
                   DISPLAY "No draft form stock for branch "
                       WS-BRANCH-INPUT " - receive stock first."
                   CLOSE DSTOCK-FILE
                   EXIT PARAGRAPH
           END-READ
           IF DST-FORMS-ON-HAND = 0
               DISPLAY "Branch " WS-BRANCH-INPUT " is out of draft "
                   "forms - receive stock first."
               CLOSE DSTOCK-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE DST-NEXT-SERIAL TO WS-NEW-SERIAL
           CLOSE DSTOCK-FILE
           MOVE 'Y' TO WS-STOCK-OK.

       TAKE-FORM-STOCK.
           OPEN I-O DSTOCK-FILE
           MOVE WS-BRANCH-INPUT TO DST-BRANCH
           READ DSTOCK-FILE
               INVALID KEY
                   CLOSE DSTOCK-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE DST-NEXT-SERIAL TO WS-NEW-SERIAL
           SUBTRACT 1 FROM DST-FORMS-ON-HAND
           ADD 1 TO DST-NEXT-SERIAL
           REWRITE DRAFT-STOCK-RECORD
           CLOSE DSTOCK-FILE.

       PAY-AT-COUNTER.
           PERFORM READ-DRAFT-FOR-UPDATE
           IF DRAFT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM DISPLAY-DRAFT
           IF NOT DFT-OUTSTANDING
               DISPLAY "Draft is " DFT-STATUS " - not payable."
               CLOSE DRAFT-FILE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) -
               FUNCTION INTEGER-OF-DATE(DFT-ISSUE-DATE)
           IF WS-AGE-DAYS > WS-STALE-DAYS
               DISPLAY "Draft is STALE (" WS-AGE-DAYS " days) - the "
                   "purchaser must have it cancelled and reissued."
               CLOSE DRAFT-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Identity of payee "
               FUNCTION TRIM(DFT-PAYEE) " verified? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "Payment refused - payee not identified."
               CLOSE DRAFT-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Pay 1. Cash  2. To an account here: "
           ACCEPT WS-SETTLE-INPUT
           MOVE 0 TO WS-ACC-INPUT
           IF WS-SETTLE-INPUT = 2
               DISPLAY "Payee account number: "
               ACCEPT WS-ACC-INPUT
               OPEN INPUT USER-FILE
               MOVE WS-ACC-INPUT TO USER-ACC-NO
               READ USER-FILE KEY IS USER-ACC-NO
                   INVALID KEY
                       MOVE SPACES TO USER-STATUS
               END-READ
               CLOSE USER-FILE
               IF USER-STATUS NOT = "ACTIVE"
                   DISPLAY "Payee account not found or not ACTIVE."
                   CLOSE DRAFT-FILE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-SETTLE-INPUT NOT = 1
                   DISPLAY "Invalid choice."
                   CLOSE DRAFT-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "PAID" TO DFT-STATUS
           MOVE WS-TODAY TO DFT-PAID-DATE
           MOVE "COUNTER" TO DFT-PAID-VIA
           MOVE WS-ACC-INPUT TO DFT-PAID-ACC
           REWRITE DEMAND-DRAFT-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not update the register "
                       "- draft not paid."
                   CLOSE DRAFT-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           CLOSE DRAFT-FILE

           MOVE DFT-AMOUNT TO WS-POST-AMOUNT
           MOVE WS-CONTROL-ACC TO WS-POST-ACC
           MOVE 2 TO WS-POST-TYPE
           IF WS-ACC-INPUT = 0
               MOVE "DRAFTCASH" TO WS-POST-OPERATOR
               PERFORM ADJUST-ACCOUNT
               MOVE 'O' TO WS-TILL-DIR
               MOVE DFT-AMOUNT TO WS-TILL-AMOUNT
               PERFORM BUMP-TELLER-TILL
           ELSE
               MOVE "DRAFT" TO WS-POST-OPERATOR
               PERFORM ADJUST-ACCOUNT
               MOVE WS-ACC-INPUT TO WS-POST-ACC
               MOVE 1 TO WS-POST-TYPE
               PERFORM ADJUST-ACCOUNT
           END-IF
           MOVE "DRAFT_PAY" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-LOG
           MOVE DFT-AMOUNT TO FORMAT-BALANCE
           DISPLAY "Draft " DFT-KEY " paid " FORMAT-BALANCE
               ". Receipt " WS-NEXT-RECEIPT-CDE.

      *> A lost or stale draft is never simply voided: the face
      *> value either goes back to the purchaser or stays in the
      *> control account behind a replacement instrument. The fee
      *> is not refunded.
       CANCEL-DRAFT.
           PERFORM READ-DRAFT-FOR-UPDATE
           IF DRAFT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM DISPLAY-DRAFT
           IF NOT DFT-OUTSTANDING
               DISPLAY "Draft is " DFT-STATUS " - nothing to cancel."
               CLOSE DRAFT-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason - 1 Lost, 2 Stale, 3 Purchaser request: "
           ACCEPT WS-REASON-INPUT
           EVALUATE WS-REASON-INPUT
               WHEN 1
                   MOVE "LOST" TO WS-REASON-TEXT
               WHEN 2
                   MOVE "STALE" TO WS-REASON-TEXT
               WHEN 3
                   MOVE "REQUEST" TO WS-REASON-TEXT
               WHEN OTHER
                   DISPLAY "Invalid reason."
                   CLOSE DRAFT-FILE
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "1. Reissue on a new serial  2. Refund purchaser: "
           ACCEPT WS-SETTLE-INPUT
           IF WS-SETTLE-INPUT NOT = 1 AND WS-SETTLE-INPUT NOT = 2
               DISPLAY "Invalid choice."
               CLOSE DRAFT-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-SETTLE-INPUT = 1
               MOVE DFT-BRANCH TO WS-BRANCH-INPUT
               CLOSE DRAFT-FILE
               PERFORM CHECK-FORM-STOCK
               IF WS-STOCK-OK NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
               PERFORM READ-DRAFT-AGAIN
           END-IF

           MOVE 'N' TO WS-AUTH-OK
           CALL "SupervisorAuth" USING WS-AUTH-OK WS-SUPERVISOR-ID
           IF WS-AUTH-OK NOT = 'Y'
               DISPLAY "Supervisor authorisation failed - draft "
                   "not cancelled."
               CLOSE DRAFT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE DFT-KEY TO WS-OLD-KEY
           MOVE "CANCELLED" TO DFT-STATUS
           MOVE WS-TODAY TO DFT-CANCEL-DATE
           MOVE WS-REASON-TEXT TO DFT-CANCEL-REASON
           MOVE LNK-OPERATOR-ID TO DFT-CANCEL-BY
           IF WS-SETTLE-INPUT = 1
               PERFORM TAKE-FORM-STOCK
               MOVE DFT-BRANCH TO WS-NEW-KEY(1:4)
               MOVE WS-NEW-SERIAL TO WS-NEW-KEY(5:8)
               MOVE WS-NEW-KEY TO DFT-REPLACED-BY
           END-IF
           REWRITE DEMAND-DRAFT-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not update the register."
                   CLOSE DRAFT-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "DRAFT_CANCEL" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-LOG

           IF WS-SETTLE-INPUT = 1
               PERFORM WRITE-REPLACEMENT
               CLOSE DRAFT-FILE
           ELSE
               CLOSE DRAFT-FILE
               PERFORM REFUND-PURCHASER
           END-IF.

      *> The replacement carries the original payee, face value and
      *> purchaser on the next serial; no money moves - the face
      *> value is already in the control account.
       WRITE-REPLACEMENT.
           MOVE WS-NEW-SERIAL TO DFT-SERIAL
           MOVE 0 TO DFT-FEE
           MOVE WS-TODAY TO DFT-ISSUE-DATE
           MOVE LNK-OPERATOR-ID TO DFT-ISSUED-BY
           MOVE "OUTSTANDING" TO DFT-STATUS
           MOVE 0 TO DFT-PAID-DATE
           MOVE SPACES TO DFT-PAID-VIA
           MOVE 0 TO DFT-PAID-ACC
           MOVE 0 TO DFT-CANCEL-DATE
           MOVE SPACES TO DFT-CANCEL-REASON
           MOVE SPACES TO DFT-CANCEL-BY
           MOVE WS-OLD-KEY TO DFT-REPLACES
           MOVE SPACES TO DFT-REPLACED-BY
           WRITE DEMAND-DRAFT-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Replacement " DFT-KEY
                       " already on the register."
                   EXIT PARAGRAPH
           END-WRITE
           PERFORM PRINT-INSTRUMENT
           MOVE "DRAFT_REISSUE" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Draft " WS-OLD-KEY " cancelled and reissued as "
               DFT-KEY ". Printed to " PRINT-FILENAME.

       REFUND-PURCHASER.
           MOVE DFT-AMOUNT TO WS-POST-AMOUNT
           MOVE WS-CONTROL-ACC TO WS-POST-ACC
           MOVE 2 TO WS-POST-TYPE
           IF DFT-PURCHASER-ACC = 0
               MOVE "DRAFTCASH" TO WS-POST-OPERATOR
               PERFORM ADJUST-ACCOUNT
               MOVE 'O' TO WS-TILL-DIR
               MOVE DFT-AMOUNT TO WS-TILL-AMOUNT
               PERFORM BUMP-TELLER-TILL
               MOVE DFT-AMOUNT TO FORMAT-BALANCE
               DISPLAY "Draft " DFT-KEY " cancelled. Refund "
                   FORMAT-BALANCE " cash to "
                   FUNCTION TRIM(DFT-PURCHASER-NAME) " (NRC "
                   FUNCTION TRIM(DFT-PURCHASER-NRC) ")."
           ELSE
               MOVE "DRAFT" TO WS-POST-OPERATOR
               PERFORM ADJUST-ACCOUNT
               MOVE DFT-PURCHASER-ACC TO WS-POST-ACC
               MOVE 1 TO WS-POST-TYPE
               PERFORM ADJUST-ACCOUNT
               MOVE DFT-AMOUNT TO FORMAT-BALANCE
               DISPLAY "Draft " DFT-KEY " cancelled. "
                   FORMAT-BALANCE " refunded to account "
                   DFT-PURCHASER-ACC "."
           END-IF.

       ENQUIRE-DRAFT.
           PERFORM ACCEPT-DRAFT-NO
           OPEN INPUT DRAFT-FILE
           MOVE WS-DRAFT-NO-INPUT TO DFT-KEY
           READ DRAFT-FILE
               INVALID KEY
                   DISPLAY "No draft " WS-DRAFT-NO-INPUT
                       " on the register."
               NOT INVALID KEY
                   PERFORM DISPLAY-DRAFT
           END-READ
           CLOSE DRAFT-FILE.

       ACCEPT-DRAFT-NO.
           DISPLAY "Instrument number (branch + serial, 12 digits): "
           ACCEPT WS-DRAFT-NO-INPUT.

      *> Leaves DRAFT-FILE open I-O on the record when DRAFT-STATUS
      *> comes back "00".
       READ-DRAFT-FOR-UPDATE.
           PERFORM ACCEPT-DRAFT-NO
           OPEN I-O DRAFT-FILE
           MOVE WS-DRAFT-NO-INPUT TO DFT-KEY
           READ DRAFT-FILE
               INVALID KEY
                   DISPLAY "No draft " WS-DRAFT-NO-INPUT
                       " on the register."
                   CLOSE DRAFT-FILE
                   MOVE "23" TO DRAFT-STATUS
           END-READ.

       READ-DRAFT-AGAIN.
           OPEN I-O DRAFT-FILE
           MOVE WS-DRAFT-NO-INPUT TO DFT-KEY
           READ DRAFT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

       DISPLAY-DRAFT.
           MOVE DFT-AMOUNT TO FORMAT-BALANCE
           DISPLAY "Instrument " DFT-KEY " (" DFT-KIND ") "
               FORMAT-BALANCE " pay to " FUNCTION TRIM(DFT-PAYEE)
           DISPLAY "  issued " DFT-ISSUE-DATE " by "
               FUNCTION TRIM(DFT-ISSUED-BY) " for "
               FUNCTION TRIM(DFT-PURCHASER-NAME) " status "
               DFT-STATUS
           IF DFT-PAID
               DISPLAY "  paid " DFT-PAID-DATE " via " DFT-PAID-VIA
           END-IF
           IF DFT-CANCELLED
               DISPLAY "  cancelled " DFT-CANCEL-DATE " ("
                   FUNCTION TRIM(DFT-CANCEL-REASON) ")"
           END-IF
           IF DFT-REPLACES NOT = SPACES
               DISPLAY "  reissue of " DFT-REPLACES
           END-IF
           IF DFT-REPLACED-BY NOT = SPACES
               DISPLAY "  replaced by " DFT-REPLACED-BY
           END-IF.

       PRINT-INSTRUMENT.
           MOVE SPACES TO PRINT-FILENAME
           STRING "DRAFT-" DFT-KEY ".txt"
               DELIMITED BY SIZE INTO PRINT-FILENAME
           OPEN OUTPUT PRINT-FILE
           IF DFT-PAY-ORDER
               WRITE PRINT-LINE FROM
                   "=============== PAY ORDER ==============="
           ELSE
               WRITE PRINT-LINE FROM
                   "============== DEMAND DRAFT =============="
           END-IF
           MOVE SPACES TO PRINT-LINE
           STRING "Instrument No  : " DFT-BRANCH "-" DFT-SERIAL
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "Date of issue  : " DFT-ISSUE-DATE
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "Pay to         : " FUNCTION TRIM(DFT-PAYEE)
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE DFT-AMOUNT TO FORMAT-BALANCE
           MOVE SPACES TO PRINT-LINE
           STRING "The sum of     : MMK " FUNCTION TRIM(FORMAT-BALANCE)
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "Purchased by   : "
               FUNCTION TRIM(DFT-PURCHASER-NAME)
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "Valid for      : " WS-STALE-DAYS
               " days from the date of issue"
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           IF DFT-REPLACES NOT = SPACES
               MOVE SPACES TO PRINT-LINE
               STRING "Reissue of     : " DFT-REPLACES
                   " (cancelled - do not pay)"
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           STRING "Issued by      : " FUNCTION TRIM(DFT-ISSUED-BY)
               " at branch " DFT-BRANCH
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM
               "=========================================="
           CLOSE PRINT-FILE.

      *> Credits (type 1) or debits (types 2 and 6) WS-POST-ACC and
      *> posts the leg. WS-POST-OK says whether the balance moved.
       ADJUST-ACCOUNT.
           MOVE 'N' TO WS-POST-OK
           OPEN I-O USER-FILE
           MOVE WS-POST-ACC TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   DISPLAY "[ERROR]: Account " WS-POST-ACC
                       " not found - fix by hand."
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           IF WS-POST-TYPE = 1
               ADD WS-POST-AMOUNT TO USER-BALANCE
           ELSE
               SUBTRACT WS-POST-AMOUNT FROM USER-BALANCE
           END-IF
           REWRITE USER-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not update account "
                       WS-POST-ACC
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "USER" TO WS-IJ-KIND
           MOVE USER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           MOVE USER-CURRENCY TO WS-POST-CCY
           MOVE USER-BRANCH TO WS-POST-BRANCH
           CLOSE USER-FILE
           MOVE 'Y' TO WS-POST-OK
           PERFORM POST-TRANSACTION.

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
           MOVE 0                   TO TR-RECEIVER-NO
           MOVE 0                   TO TR-GROUP-ID
           MOVE WS-POST-TYPE        TO TR-TYPE
           MOVE WS-TODAY            TO TR-DATE
           MOVE WS-TODAY            TO TR-VALUE-DATE
           MOVE WS-CUR-TIME         TO TR-TIME
           MOVE WS-POST-OPERATOR    TO TR-OPERATOR-ID
           MOVE "N"                 TO TR-REVERSED
           IF WS-POST-CCY = SPACES
               MOVE "MMK" TO TR-CURRENCY
           ELSE
               MOVE WS-POST-CCY TO TR-CURRENCY
           END-IF
           IF WS-POST-BRANCH = SPACES
               MOVE "0001" TO TR-BRANCH
           ELSE
               MOVE WS-POST-BRANCH TO TR-BRANCH
           END-IF
           MOVE 1                   TO TR-FX-RATE
           MOVE SPACES TO TR-TERMINAL
           COMPUTE TR-AMOUNT  =
               FUNCTION INTEGER-PART(WS-POST-AMOUNT)
           COMPUTE TR-DECIMAL =
               FUNCTION MOD(WS-POST-AMOUNT * 100, 100)

           WRITE TRANSACTION-RECORD INVALID KEY
               DISPLAY "[ERROR]: Writing draft leg failed for "
                   WS-POST-ACC
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

      *> Sum of ACTIVE cheque-clearing holds on the purchaser's
      *> account.
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
                       IF HOLD-ACC-NO = WS-HOLD-ACC AND HOLD-ACTIVE
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
                       IF LH-ACC-NO = WS-HOLD-ACC AND LH-ACTIVE
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

      *> Cash bought or paid over the counter never posts against
      *> the customer, so it goes onto the teller's open till as
      *> miscellaneous cash, the same way remittance cash does.
       BUMP-TELLER-TILL.
           MOVE 0 TO WS-OPEN-TILL-ID
           MOVE 'N' TO WS-TILL-EOF
           OPEN I-O TILL-FILE
           IF TILL-STATUS-CODE NOT = "00"
               DISPLAY "[WARNING]: No till file - draft cash "
                   "not on any drawer."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TILL-ID
           START TILL-FILE KEY IS NOT LESS THAN TILL-ID
               INVALID KEY MOVE 'Y' TO WS-TILL-EOF
           END-START
           PERFORM UNTIL WS-TILL-EOF = 'Y'
               READ TILL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-TILL-EOF
                   NOT AT END
                       IF TILL-OPEN AND
                          TILL-OPERATOR = LNK-OPERATOR-ID
                           MOVE TILL-ID TO WS-OPEN-TILL-ID
                           MOVE 'Y' TO WS-TILL-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPEN-TILL-ID = 0
               DISPLAY "[WARNING]: No open till for this teller - "
                   "draft cash not on any drawer."
               CLOSE TILL-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPEN-TILL-ID TO TILL-ID
           READ TILL-FILE KEY IS TILL-ID
               INVALID KEY
                   CLOSE TILL-FILE
                   EXIT PARAGRAPH
           END-READ
           IF WS-TILL-DIR = 'I'
               ADD WS-TILL-AMOUNT TO TILL-MISC-IN
           ELSE
               ADD WS-TILL-AMOUNT TO TILL-MISC-OUT
           END-IF
           REWRITE TILL-RECORD
           CLOSE TILL-FILE.

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           MOVE DFT-AMOUNT TO FORMAT-BALANCE
           MOVE 1 TO WS-AUDIT-PTR
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-ACTION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               DFT-KEY DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(FORMAT-BALANCE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               DFT-PURCHASER-ACC DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(LNK-OPERATOR-ID) DELIMITED BY SIZE
               INTO AUDIT-LINE
               WITH POINTER WS-AUDIT-PTR
           END-STRING
           IF WS-AUDIT-ACTION = "DRAFT_CANCEL"
               STRING
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SUPERVISOR-ID) DELIMITED BY SIZE
                   INTO AUDIT-LINE
                   WITH POINTER WS-AUDIT-PTR
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
                           UNSTRING PARAM-LINE DELIMITED BY ","
                               INTO WS-PARAM-NAME WS-PARAM-VALUE
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "BUSINESSDATE"
                               COMPUTE WS-BUSINESS-DATE =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "DRAFTCONTROLACC"
                               COMPUTE WS-CONTROL-ACC =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "DRAFTFEE"
                               COMPUTE WS-DRAFT-FEE =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "FEEINCOMEACC"
                               COMPUTE WS-FEE-INCOME-ACC =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "CHQSTALEDAYS"
                               COMPUTE WS-STALE-DAYS =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM DemandDraft.
