       IDENTIFICATION DIVISION.
       PROGRAM-ID. InwardRemit.

      *> Inward international remittance import. The overseas
      *> correspondents' payout files for the day are delivered
      *> together as INREMIT.DAT, one comma-separated line per
      *> payment: correspondent code, correspondent reference,
      *> sender name, beneficiary name, beneficiary NRC, beneficiary
      *> phone, our account number (blank or 0 = cash pickup),
      *> currency, amount. Every line is valued in kyat at the
      *> FXRATES.DAT rate and both the sender and the beneficiary
      *> are run through NameScreen before any money moves.
      *>   - An account item is credited (converted into the
      *>     account's own currency where that differs) and posted
      *>     through TRANCTL.DAT under operator INREMIT - but only
      *>     when the beneficiary named matches the holder's name
      *>     and, where given, NRC.
      *>   - A cash pickup item becomes a REMIT.DAT collection code
      *>     exactly like a counter remittance: the kyat value is
      *>     credited to REMITCONTROLACC, the code goes to the
      *>     beneficiary's phone through OUTBOX.DAT, and Remittance
      *>     pays it out against the NRC the correspondent named.
      *>   - Name/NRC mismatches, pickups with no NRC or phone, and
      *>     watchlist holds go to the REMITEXC.DAT exception queue,
      *>     worked from this program (release under supervisor
      *>     sign-off, or return to the correspondent).
      *>   - Lines that can never be paid (unknown currency, no such
      *>     account, account not ACTIVE, malformed) are rejected
      *>     straight back.
      *> Every outcome is written to the payout confirmation file
      *> REMITCONF-<date>.DAT for the correspondents, and the
      *> correspondent settlement report REMITSETTLE-<date>.txt is
      *> rebuilt from it after every import and every queue action.
      *> A RUNCTL.DAT record (job INWARDREMIT, keyed by business
      *> date) refuses a second import for the same date and lets a
      *> crashed run resume from the line it stopped at.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INREMIT-FILE ASSIGN TO "INREMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INREMIT-STATUS.

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

           SELECT REMIT-FILE ASSIGN TO "REMIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMT-CODE
               FILE STATUS IS REMIT-STATUS.

           SELECT REMITEXC-FILE ASSIGN TO "REMITEXC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REX-ID
               FILE STATUS IS REMITEXC-STATUS.

           SELECT SCREENQ-FILE ASSIGN TO "SCREENQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQ-ID
               FILE STATUS IS SCREENQ-STATUS.

           SELECT OUTBOX-FILE ASSIGN TO "OUTBOX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-ID
               FILE STATUS IS OUTBOX-STATUS.

           SELECT DAYTOT-FILE ASSIGN TO "DAYTOTALS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DT-KEY
               FILE STATUS IS DAYTOT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS RUNCTL-STATUS.

           SELECT FXRATES-FILE ASSIGN TO "FXRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXRATES-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

           SELECT CONF-FILE ASSIGN TO DYNAMIC CONF-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONF-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD INREMIT-FILE.
       01 INREMIT-LINE            PIC X(200).

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD TRAN-CONTROL-FILE.
           COPY "TRAN-CONTROL.cpy".

       FD REMIT-FILE.
           COPY "REMIT-RECORD.cpy".

       FD REMITEXC-FILE.
           COPY "REMIT-EXCEPTION.cpy".

       FD SCREENQ-FILE.
           COPY "SCREEN-QUEUE.cpy".

       FD OUTBOX-FILE.
           COPY "OUTBOX-MESSAGE.cpy".

       FD DAYTOT-FILE.
           COPY "DAY-TOTALS.cpy".

       FD RUNCTL-FILE.
           COPY "RUN-CONTROL.cpy".

       FD FXRATES-FILE.
       01 FXRATES-LINE            PIC X(40).

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD CONF-FILE.
       01 CONF-LINE               PIC X(160).

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 AUDIT-LINE              PIC X(120).
       01 WS-AUDIT-TIME           PIC 9(6).
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01 INREMIT-STATUS          PIC XX.
       01 FILE-STATUS             PIC XX.
       01 CUSTOMER-STATUS         PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 CTL-STATUS              PIC XX.
       01 REMIT-STATUS            PIC XX.
       01 REMITEXC-STATUS         PIC XX.
       01 SCREENQ-STATUS          PIC XX.
       01 OUTBOX-STATUS           PIC XX.
       01 DAYTOT-STATUS           PIC XX.
       01 RUNCTL-STATUS           PIC XX.
       01 FXRATES-STATUS          PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 CONF-STATUS             PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 CONF-FILENAME           PIC X(30).
       01 REPORT-FILENAME         PIC X(30).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-CONTROL-ACC          PIC 9(16) VALUE 0.
       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).

       01 WS-MENU-CHOICE          PIC 9.
       01 WS-AGAIN                PIC X VALUE 'Y'.
       01 WS-CONFIRM              PIC X.
       01 WS-EOF                  PIC X.
       01 WS-RUN-BLOCKED          PIC X VALUE 'N'.
       01 WS-RESTART-KEY          PIC 9(16) VALUE 0.
       01 WS-CLOCK-TIME           PIC 9(6).

      *> The payout line being worked - from INREMIT.DAT on import,
      *> from the exception record on release.
       01 WS-IN-CORR              PIC X(4).
       01 WS-IN-REF               PIC X(16).
       01 WS-IN-SENDER            PIC X(25).
       01 WS-IN-NAME              PIC X(25).
       01 WS-IN-NRC               PIC X(20).
       01 WS-IN-PHONE             PIC X(15).
       01 WS-IN-ACC-TXT           PIC X(20).
       01 WS-IN-CCY               PIC X(3).
       01 WS-IN-AMOUNT-TXT        PIC X(20).
       01 WS-ITEM-REF             PIC 9(16).
       01 WS-DEST-ACC             PIC 9(16).
       01 WS-FX-AMOUNT            PIC 9(13)V99.
       01 WS-MMK-AMOUNT           PIC 9(15)V99.
       01 WS-ITEM-RATE            PIC 9(7)V9(6).
       01 WS-OUTCOME              PIC X(9).
       01 WS-REJECT-REASON        PIC X(30).
       01 WS-POST-OK              PIC X.
       01 WS-HOLDER-OK            PIC X.
       01 WS-HOLDER-NAME          PIC X(25).
       01 WS-HOLDER-NRC           PIC X(20).
       01 WS-ISSUED-CODE          PIC 9(8).
       01 WS-REX-KIND             PIC X.

      *> Credit leg in the beneficiary account's own currency.
       01 WS-ACC-CCY              PIC X(3).
       01 WS-ACC-RATE             PIC 9(7)V9(6).
       01 WS-APPLIED-RATE         PIC 9(7)V9(6).
       01 WS-CREDIT-AMOUNT        PIC 9(15)V99.

       01 WS-SCREEN-SRC           PIC X(10) VALUE "INREMIT".
       01 WS-SCREEN-NAME          PIC X(25).
       01 WS-SCREEN-NRC           PIC X(20).
       01 WS-SCREEN-REF           PIC 9(16).
       01 WS-SCREEN-AMT           PIC 9(15)V99.
       01 WS-SCREEN-HIT           PIC X.
       01 WS-SCREEN-OPEN          PIC 9(3).

      *> Squeezed upper-case names for the beneficiary check.
       01 WS-NORM-IN              PIC X(30).
       01 WS-NORM-OUT             PIC X(30).
       01 WS-NORM-LEN             PIC 9(2).
       01 WS-NAME-A               PIC X(30).
       01 WS-NAME-B               PIC X(30).
       01 WS-LEN-A                PIC 9(2).
       01 WS-LEN-B                PIC 9(2).
       01 WS-IDX-IN               PIC 9(2).
       01 WS-TALLY                PIC 9(3).

       01 WS-FX-EOF               PIC X.
       01 FX-RATE-TABLE.
           05 FX-COUNT            PIC 9(2) VALUE 0.
           05 FX-ENTRY OCCURS 10 TIMES.
               10 FX-CCY          PIC X(3).
               10 FX-RATE         PIC 9(7)V9(6).
       01 FX-IDX                  PIC 9(2).
       01 WS-FX-CCY-PART          PIC X(3).
       01 WS-FX-RATE-PART         PIC X(20).
       01 WS-FIND-CCY             PIC X(3).
       01 WS-FOUND-RATE           PIC 9(7)V9(6).

       01 WS-RANDOM               USAGE COMP-1 VALUE 0.
       01 UNIQUE-FOUND            PIC X.
       01 WS-NEXT-MSG-ID          PIC 9(8).
       01 WS-NEXT-REX-ID          PIC 9(6).
       01 WS-EVENT-TEXT           PIC X(10).
       01 WS-REMIT-OPERATOR       PIC X(20) VALUE "INREMIT".
       01 WS-POST-ACC             PIC 9(16).
       01 WS-POST-AMOUNT          PIC 9(15)V99.
       01 WS-POST-CCY             PIC X(3).
       01 WS-POST-BRANCH          PIC X(4).
       01 WS-POST-RATE            PIC 9(7)V9(6).

       01 LAST-TRANSACTION-ID     PIC 9(9).
       01 WS-CTL-DATE-RAW         PIC X(6).
       01 WS-CTL-DATE             PIC 9(8).
       01 WS-NEXT-RECEIPT-CDE     PIC 9(14).
       01 WS-CUR-TIME             PIC X(6).
       01 WS-TIME                 PIC 9(8).

       01 WS-DT-ACC               PIC 9(16).
       01 WS-DT-TYPE              PIC 9.
       01 WS-DT-AMOUNT            PIC 9(15)V99.

       01 WS-READ-COUNT           PIC 9(6) VALUE 0.
       01 WS-CREDITED-COUNT       PIC 9(6) VALUE 0.
       01 WS-PICKUP-COUNT         PIC 9(6) VALUE 0.
       01 WS-EXCEPTION-COUNT      PIC 9(6) VALUE 0.
       01 WS-HELD-COUNT           PIC 9(6) VALUE 0.
       01 WS-REJECTED-COUNT       PIC 9(6) VALUE 0.
       01 WS-CREDITED-TOTAL       PIC 9(15)V99 VALUE 0.
       01 WS-PICKUP-TOTAL         PIC 9(15)V99 VALUE 0.

      *> Exception queue work.
       01 WS-PICK-ID              PIC 9(6).
       01 WS-ACTION               PIC X.
       01 WS-OPEN-COUNT           PIC 9(6).
       01 WS-AUTH-OK              PIC X.
       01 WS-SUPERVISOR-ID        PIC X(20).
       01 WS-AUDIT-ACTION         PIC X(16).

      *> Settlement report, rebuilt from the confirmation file.
       01 WS-CF-CORR              PIC X(4).
       01 WS-CF-REF               PIC X(16).
       01 WS-CF-OUTCOME           PIC X(9).
       01 WS-CF-CCY               PIC X(3).
       01 WS-CF-FX-TXT            PIC X(20).
       01 WS-CF-MMK-TXT           PIC X(20).
       01 WS-CF-REASON            PIC X(30).
       01 WS-CF-FX                PIC 9(13)V99.
       01 WS-CF-MMK               PIC 9(15)V99.
       01 SETTLE-TABLE.
           05 ST-COUNT            PIC 9(2) VALUE 0.
           05 ST-ENTRY OCCURS 50 TIMES.
               10 ST-CORR         PIC X(4).
               10 ST-CCY          PIC X(3).
               10 ST-ITEMS        PIC 9(6).
               10 ST-PAID-FX      PIC 9(13)V99.
               10 ST-PAID-MMK     PIC 9(15)V99.
               10 ST-PEND-FX      PIC 9(13)V99.
               10 ST-RET-FX       PIC 9(13)V99.
       01 ST-IDX                  PIC 9(2).
       01 ST-FOUND                PIC X.
       01 WS-TOTAL-PAID-MMK       PIC 9(15)V99.

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-FX               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-FX-2             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-FX-3             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-PLAIN            PIC Z(14)9.99.

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
       MAIN-PROCEDURE.
           IF ADMIN-CHOICE = 109

           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY

           PERFORM UNTIL WS-AGAIN NOT = 'Y' AND WS-AGAIN NOT = 'y'
               DISPLAY "============================================"
               DISPLAY "     INWARD INTERNATIONAL REMITTANCE"
               DISPLAY "============================================"
               DISPLAY "1. Import correspondent payout file"
               DISPLAY "2. Work the exception queue"
               DISPLAY "3. Rebuild today's settlement report"
               DISPLAY "Enter choice (1-3): "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM IMPORT-PAYOUT-FILE
                   WHEN 2
                       PERFORM WORK-EXCEPTIONS
                   WHEN 3
                       PERFORM BUILD-SETTLEMENT-REPORT
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE

               DISPLAY "Another remittance action? (Y/N): "
               ACCEPT WS-AGAIN
           END-PERFORM

           MOVE 'Y' TO WS-AGAIN
           END-IF
           GOBACK.

       IMPORT-PAYOUT-FILE.
           IF WS-CONTROL-ACC = 0
               DISPLAY "REMITCONTROLACC is not set in PARAMS.DAT - "
                   "cash pickups need a control account."
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-RUN-CONTROL
           IF WS-RUN-BLOCKED = 'Y'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT INREMIT-FILE
           IF INREMIT-STATUS NOT = "00"
               DISPLAY "No INREMIT.DAT payout file found - "
                   "nothing to import."
      *> Left RUNNING, as inward clearing does, so the import can
      *> be repeated once the correspondent files arrive.
               CLOSE RUNCTL-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-FX-RATES
           MOVE 0 TO WS-READ-COUNT WS-CREDITED-COUNT WS-PICKUP-COUNT
           MOVE 0 TO WS-EXCEPTION-COUNT WS-HELD-COUNT
           MOVE 0 TO WS-REJECTED-COUNT
           MOVE 0 TO WS-CREDITED-TOTAL WS-PICKUP-TOTAL
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ INREMIT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF WS-READ-COUNT > WS-RESTART-KEY AND
                          INREMIT-LINE NOT = SPACES
                           PERFORM APPLY-ONE-ITEM
                           PERFORM UPDATE-CHECKPOINT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INREMIT-FILE
           PERFORM CLOSE-RUN-CONTROL

           PERFORM BUILD-SETTLEMENT-REPORT

           DISPLAY "--------------------------------------------"
           DISPLAY "Lines read        : " WS-READ-COUNT
           MOVE WS-CREDITED-TOTAL TO FORMAT-BALANCE
           DISPLAY "Credited          : " WS-CREDITED-COUNT
               " for MMK " FORMAT-BALANCE
           MOVE WS-PICKUP-TOTAL TO FORMAT-BALANCE
           DISPLAY "Pickup codes sent : " WS-PICKUP-COUNT
               " for MMK " FORMAT-BALANCE
           DISPLAY "Name/NRC exception: " WS-EXCEPTION-COUNT
           DISPLAY "Screening holds   : " WS-HELD-COUNT
           DISPLAY "Rejected          : " WS-REJECTED-COUNT
           DISPLAY "Confirmation file : " FUNCTION TRIM(CONF-FILENAME)
           DISPLAY "Settlement report : "
               FUNCTION TRIM(REPORT-FILENAME)
           DISPLAY "--------------------------------------------"

           MOVE SPACES TO AUDIT-LINE
           ACCEPT WS-AUDIT-TIME FROM TIME
           STRING WS-TODAY WS-AUDIT-TIME ",INREMIT_IMPORT,"
               WS-READ-COUNT "," WS-CREDITED-COUNT ","
               WS-PICKUP-COUNT "," WS-EXCEPTION-COUNT ","
               WS-HELD-COUNT "," WS-REJECTED-COUNT ","
               FUNCTION TRIM(LNK-OPERATOR-ID)
               DELIMITED BY SIZE INTO AUDIT-LINE
           CALL "AuditLogger" USING AUDIT-LINE.

       APPLY-ONE-ITEM.
           MOVE SPACES TO WS-IN-CORR WS-IN-REF WS-IN-SENDER
               WS-IN-NAME WS-IN-NRC WS-IN-PHONE WS-IN-ACC-TXT
               WS-IN-CCY WS-IN-AMOUNT-TXT WS-REJECT-REASON
           UNSTRING INREMIT-LINE DELIMITED BY ","
               INTO WS-IN-CORR WS-IN-REF WS-IN-SENDER WS-IN-NAME
                    WS-IN-NRC WS-IN-PHONE WS-IN-ACC-TXT WS-IN-CCY
                    WS-IN-AMOUNT-TXT
           MOVE FUNCTION UPPER-CASE(WS-IN-CORR) TO WS-IN-CORR
           MOVE FUNCTION UPPER-CASE(WS-IN-CCY) TO WS-IN-CCY
           COMPUTE WS-ITEM-REF = (WS-TODAY * 100000) + WS-READ-COUNT
           MOVE 0 TO WS-FX-AMOUNT WS-MMK-AMOUNT WS-DEST-ACC

           IF WS-IN-CORR = SPACES OR WS-IN-NAME = SPACES OR
              FUNCTION TEST-NUMVAL(WS-IN-AMOUNT-TXT) NOT = 0
               MOVE "Malformed payout line" TO WS-REJECT-REASON
               PERFORM REJECT-ITEM
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FX-AMOUNT = FUNCTION NUMVAL(WS-IN-AMOUNT-TXT)
           IF WS-FX-AMOUNT = 0
               MOVE "Zero amount" TO WS-REJECT-REASON
               PERFORM REJECT-ITEM
               EXIT PARAGRAPH
           END-IF

           IF WS-IN-CCY = SPACES
               MOVE "MMK" TO WS-IN-CCY
           END-IF
           MOVE WS-IN-CCY TO WS-FIND-CCY
           PERFORM FIND-FX-RATE
           IF WS-FOUND-RATE = 0
               MOVE "No FXRATES rate for currency" TO
                   WS-REJECT-REASON
               PERFORM REJECT-ITEM
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-RATE TO WS-ITEM-RATE
           COMPUTE WS-MMK-AMOUNT ROUNDED =
               WS-FX-AMOUNT * WS-ITEM-RATE

           IF FUNCTION TRIM(WS-IN-ACC-TXT) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-IN-ACC-TXT) NOT = 0
                   MOVE "Malformed account number" TO
                       WS-REJECT-REASON
                   PERFORM REJECT-ITEM
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-DEST-ACC = FUNCTION NUMVAL(WS-IN-ACC-TXT)
           END-IF

      *> Sender then beneficiary, against the regulator's list; a
      *> hit parks the line until compliance clears the screening
      *> entries NameScreen raised under this item reference.
           MOVE WS-IN-SENDER TO WS-SCREEN-NAME
           MOVE SPACES TO WS-SCREEN-NRC
           MOVE WS-ITEM-REF TO WS-SCREEN-REF
           MOVE WS-MMK-AMOUNT TO WS-SCREEN-AMT
           MOVE "N" TO WS-SCREEN-HIT
           CALL "NameScreen" USING WS-SCREEN-SRC WS-SCREEN-NAME
               WS-SCREEN-NRC WS-SCREEN-REF WS-SCREEN-AMT
               WS-SCREEN-HIT
           IF WS-SCREEN-HIT NOT = "Y"
               MOVE WS-IN-NAME TO WS-SCREEN-NAME
               MOVE WS-IN-NRC TO WS-SCREEN-NRC
               CALL "NameScreen" USING WS-SCREEN-SRC WS-SCREEN-NAME
                   WS-SCREEN-NRC WS-SCREEN-REF WS-SCREEN-AMT
                   WS-SCREEN-HIT
           END-IF
           IF WS-SCREEN-HIT = "Y"
               MOVE "S" TO WS-REX-KIND
               MOVE "Watchlist screening hold" TO WS-REJECT-REASON
               PERFORM RAISE-EXCEPTION
               MOVE "HELD" TO WS-OUTCOME
               PERFORM WRITE-CONFIRMATION
               ADD 1 TO WS-HELD-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-DEST-ACC = 0
               PERFORM APPLY-PICKUP-ITEM
           ELSE
               PERFORM APPLY-ACCOUNT-ITEM
           END-IF.

       APPLY-ACCOUNT-ITEM.
           PERFORM CHECK-BENEFICIARY
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-ITEM
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLDER-OK NOT = 'Y'
               MOVE "M" TO WS-REX-KIND
               MOVE "Name/NRC does not match holder" TO
                   WS-REJECT-REASON
               PERFORM RAISE-EXCEPTION
               MOVE "EXCEPTION" TO WS-OUTCOME
               PERFORM WRITE-CONFIRMATION
               ADD 1 TO WS-EXCEPTION-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM CREDIT-ACCOUNT
           IF WS-POST-OK NOT = 'Y'
               PERFORM REJECT-ITEM
               EXIT PARAGRAPH
           END-IF
           MOVE "CREDITED" TO WS-OUTCOME
           PERFORM WRITE-CONFIRMATION
           ADD 1 TO WS-CREDITED-COUNT
           ADD WS-MMK-AMOUNT TO WS-CREDITED-TOTAL.

       APPLY-PICKUP-ITEM.
           IF WS-IN-NRC = SPACES OR WS-IN-PHONE = SPACES
               MOVE "M" TO WS-REX-KIND
               MOVE "Pickup without NRC or phone" TO
                   WS-REJECT-REASON
               PERFORM RAISE-EXCEPTION
               MOVE "EXCEPTION" TO WS-OUTCOME
               PERFORM WRITE-CONFIRMATION
               ADD 1 TO WS-EXCEPTION-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM ISSUE-PICKUP-CODE
           IF WS-POST-OK NOT = 'Y'
               PERFORM REJECT-ITEM
               EXIT PARAGRAPH
           END-IF
           MOVE "READY" TO WS-OUTCOME
           PERFORM WRITE-CONFIRMATION
           ADD 1 TO WS-PICKUP-COUNT
           ADD WS-MMK-AMOUNT TO WS-PICKUP-TOTAL.

       REJECT-ITEM.
           MOVE "REJECTED" TO WS-OUTCOME
           PERFORM WRITE-CONFIRMATION
           ADD 1 TO WS-REJECTED-COUNT.

      *> The account must exist and be ACTIVE (anything else is a
      *> straight reject, WS-REJECT-REASON set); the beneficiary
      *> named must then match the holder - the customer master
      *> where the account has one - or WS-HOLDER-OK comes back N.
      *> Names are compared squeezed and upper-cased, either
      *> containing the other, so "U AUNG AUNG" matches
      *> "AUNG AUNG"; an NRC, when the correspondent sends one,
      *> must match exactly.
       CHECK-BENEFICIARY.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'N' TO WS-HOLDER-OK
           OPEN INPUT USER-FILE
           MOVE WS-DEST-ACC TO USER-ACC-NO
           READ USER-FILE KEY IS USER-ACC-NO
               INVALID KEY
                   MOVE "Account not found" TO WS-REJECT-REASON
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE USER-FILE
           IF USER-STATUS NOT = "ACTIVE"
               STRING "Account status " USER-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE USER-NAME TO WS-HOLDER-NAME
           MOVE USER-NRC TO WS-HOLDER-NRC
           IF USER-CUSTOMER-ID NOT = 0
               OPEN INPUT CUSTOMER-FILE
               MOVE USER-CUSTOMER-ID TO CUST-ID
               READ CUSTOMER-FILE KEY IS CUST-ID
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-HOLDER-NAME
                       MOVE CUST-NRC TO WS-HOLDER-NRC
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF

           IF WS-IN-NRC NOT = SPACES AND
              FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-NRC)) NOT =
              FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HOLDER-NRC))
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-NAME TO WS-NORM-IN
           PERFORM NORMALISE-NAME
           MOVE WS-NORM-OUT TO WS-NAME-A
           MOVE WS-NORM-LEN TO WS-LEN-A
           MOVE WS-HOLDER-NAME TO WS-NORM-IN
           PERFORM NORMALISE-NAME
           MOVE WS-NORM-OUT TO WS-NAME-B
           MOVE WS-NORM-LEN TO WS-LEN-B
           IF WS-LEN-A = 0 OR WS-LEN-B = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-NAME-A = WS-NAME-B
               MOVE 'Y' TO WS-HOLDER-OK
               EXIT PARAGRAPH
           END-IF
      *> Containment only on names long enough to mean something.
           IF WS-LEN-A < 4 OR WS-LEN-B < 4
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TALLY
           IF WS-LEN-A <= WS-LEN-B
               INSPECT WS-NAME-B(1:WS-LEN-B)
                   TALLYING WS-TALLY FOR ALL WS-NAME-A(1:WS-LEN-A)
           ELSE
               INSPECT WS-NAME-A(1:WS-LEN-A)
                   TALLYING WS-TALLY FOR ALL WS-NAME-B(1:WS-LEN-B)
           END-IF
           IF WS-TALLY > 0
               MOVE 'Y' TO WS-HOLDER-OK
           END-IF.

       NORMALISE-NAME.
           MOVE FUNCTION UPPER-CASE(WS-NORM-IN) TO WS-NORM-IN
           MOVE SPACES TO WS-NORM-OUT
           MOVE 0 TO WS-NORM-LEN
           PERFORM VARYING WS-IDX-IN FROM 1 BY 1
                   UNTIL WS-IDX-IN > 30
               IF WS-NORM-IN(WS-IDX-IN:1) NOT = SPACE
                   ADD 1 TO WS-NORM-LEN
                   MOVE WS-NORM-IN(WS-IDX-IN:1)
                       TO WS-NORM-OUT(WS-NORM-LEN:1)
               END-IF
           END-PERFORM.

      *> Credits WS-DEST-ACC with the payout in the account's own
      *> currency: the item's kyat value at the item rate, divided
      *> back out at the account currency's rate (the same cross
      *> rate TransferMoney uses). WS-POST-OK N with a reason when
      *> the account cannot take it.
       CREDIT-ACCOUNT.
           MOVE 'N' TO WS-POST-OK
           OPEN I-O USER-FILE
           MOVE WS-DEST-ACC TO USER-ACC-NO
           READ USER-FILE KEY IS USER-ACC-NO
               INVALID KEY
                   MOVE "Account not found" TO WS-REJECT-REASON
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           IF USER-STATUS NOT = "ACTIVE"
               MOVE SPACES TO WS-REJECT-REASON
               STRING "Account status " USER-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               CLOSE USER-FILE
               EXIT PARAGRAPH
           END-IF
           IF USER-CURRENCY = SPACES
               MOVE "MMK" TO WS-ACC-CCY
           ELSE
               MOVE USER-CURRENCY TO WS-ACC-CCY
           END-IF
           IF WS-ACC-CCY = WS-IN-CCY
               MOVE 1 TO WS-APPLIED-RATE
               MOVE WS-FX-AMOUNT TO WS-CREDIT-AMOUNT
           ELSE
               MOVE WS-ACC-CCY TO WS-FIND-CCY
               PERFORM FIND-FX-RATE
               IF WS-FOUND-RATE = 0
                   MOVE "No rate for account currency" TO
                       WS-REJECT-REASON
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-FOUND-RATE TO WS-ACC-RATE
               COMPUTE WS-APPLIED-RATE ROUNDED =
                   WS-ITEM-RATE / WS-ACC-RATE
               COMPUTE WS-CREDIT-AMOUNT ROUNDED =
                   WS-MMK-AMOUNT / WS-ACC-RATE
           END-IF

           ADD WS-CREDIT-AMOUNT TO USER-BALANCE
           REWRITE USER-RECORD
               INVALID KEY
                   MOVE "Balance update failed" TO WS-REJECT-REASON
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "USER" TO WS-IJ-KIND
           MOVE USER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           IF USER-BRANCH = SPACES
               MOVE "0001" TO WS-POST-BRANCH
           ELSE
               MOVE USER-BRANCH TO WS-POST-BRANCH
           END-IF
           CLOSE USER-FILE

           MOVE WS-DEST-ACC TO WS-POST-ACC
           MOVE WS-CREDIT-AMOUNT TO WS-POST-AMOUNT
           MOVE WS-ACC-CCY TO WS-POST-CCY
           MOVE WS-APPLIED-RATE TO WS-POST-RATE
           PERFORM POST-TRANSACTION
           MOVE WS-DEST-ACC TO WS-DT-ACC
           MOVE 1 TO WS-DT-TYPE
           MOVE WS-CREDIT-AMOUNT TO WS-DT-AMOUNT
           PERFORM BUMP-DAY-TOTALS
           MOVE 'Y' TO WS-POST-OK.

      *> A cash pickup is booked exactly as a counter remittance
      *> would be, so Remittance pays it out (and its expiry sweep
      *> refunds it) with no special case: a PENDING REMIT.DAT code
      *> for the named beneficiary, the kyat value credited to the
      *> control account, and the code texted to the beneficiary.
      *> The "sender NRC" carries the correspondent and its
      *> reference, which is who an expired pickup goes back to.
       ISSUE-PICKUP-CODE.
           MOVE 'N' TO WS-POST-OK
           OPEN I-O REMIT-FILE
           IF REMIT-STATUS = "35"
               OPEN OUTPUT REMIT-FILE
               CLOSE REMIT-FILE
               OPEN I-O REMIT-FILE
           END-IF
           MOVE 'N' TO UNIQUE-FOUND
           PERFORM UNTIL UNIQUE-FOUND = 'Y'
               COMPUTE WS-RANDOM = FUNCTION RANDOM
               COMPUTE RMT-CODE =
                   (WS-RANDOM * 89999999) + 10000000
               READ REMIT-FILE
                   INVALID KEY MOVE 'Y' TO UNIQUE-FOUND
                   NOT INVALID KEY CONTINUE
               END-READ
           END-PERFORM
           MOVE RMT-CODE TO WS-ISSUED-CODE
           MOVE WS-IN-SENDER TO RMT-SENDER-NAME
           MOVE SPACES TO RMT-SENDER-NRC
           STRING "CORR " WS-IN-CORR " " WS-IN-REF
               DELIMITED BY SIZE INTO RMT-SENDER-NRC
           MOVE WS-IN-NAME TO RMT-RECV-NAME
           MOVE WS-IN-NRC TO RMT-RECV-NRC
           MOVE WS-MMK-AMOUNT TO RMT-AMOUNT
           MOVE 0 TO RMT-FEE
           MOVE WS-TODAY TO RMT-SENT-DATE
           MOVE "0001" TO RMT-SENT-BRANCH
           MOVE "PENDING" TO RMT-STATE
           MOVE 0 TO RMT-PAID-DATE
           MOVE SPACES TO RMT-PAID-BRANCH
           MOVE WS-REMIT-OPERATOR TO RMT-OPERATOR
           WRITE REMIT-RECORD
               INVALID KEY
                   MOVE "Could not record pickup code" TO
                       WS-REJECT-REASON
                   CLOSE REMIT-FILE
                   EXIT PARAGRAPH
           END-WRITE
           CLOSE REMIT-FILE

           OPEN I-O USER-FILE
           MOVE WS-CONTROL-ACC TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   DISPLAY "[ERROR]: Remittance control account "
                       WS-CONTROL-ACC " not found - fix by hand."
               NOT INVALID KEY
                   ADD WS-MMK-AMOUNT TO USER-BALANCE
                   REWRITE USER-RECORD
                   MOVE "USER" TO WS-IJ-KIND
                   MOVE USER-RECORD TO WS-IJ-IMAGE
                   CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           END-READ
           CLOSE USER-FILE

           MOVE WS-CONTROL-ACC TO WS-POST-ACC
           MOVE WS-MMK-AMOUNT TO WS-POST-AMOUNT
           MOVE "MMK" TO WS-POST-CCY
           MOVE "0001" TO WS-POST-BRANCH
           MOVE 1 TO WS-POST-RATE
           PERFORM POST-TRANSACTION
           PERFORM QUEUE-CODE-MESSAGE
           MOVE 'Y' TO WS-POST-OK.

      *> The same outbox every other customer message uses; the
      *> event carries the code ("RM" and eight digits) for the
      *> gateway operator to send to the beneficiary's phone.
       QUEUE-CODE-MESSAGE.
           OPEN I-O OUTBOX-FILE
           IF OUTBOX-STATUS = "35"
               OPEN OUTPUT OUTBOX-FILE
               CLOSE OUTBOX-FILE
               OPEN I-O OUTBOX-FILE
           END-IF

           MOVE 0 TO MSG-ID
           READ OUTBOX-FILE KEY IS MSG-ID
               INVALID KEY
                   MOVE 0 TO MSG-ID
                   MOVE 1 TO MSG-ACC-NO
                   MOVE SPACES TO MSG-PHONE MSG-EVENT MSG-STATUS
                   MOVE 0 TO MSG-AMOUNT MSG-DATE MSG-TIME
                   WRITE OUTBOX-RECORD
                   MOVE 1 TO WS-NEXT-MSG-ID
               NOT INVALID KEY
                   ADD 1 TO MSG-ACC-NO
                   MOVE MSG-ACC-NO TO WS-NEXT-MSG-ID
                   REWRITE OUTBOX-RECORD
           END-READ

           MOVE SPACES TO WS-EVENT-TEXT
           STRING "RM" WS-ISSUED-CODE
               DELIMITED BY SIZE INTO WS-EVENT-TEXT

           MOVE WS-NEXT-MSG-ID TO MSG-ID
           MOVE WS-CONTROL-ACC TO MSG-ACC-NO
           MOVE WS-IN-PHONE TO MSG-PHONE
           MOVE WS-EVENT-TEXT TO MSG-EVENT
           MOVE WS-MMK-AMOUNT TO MSG-AMOUNT
           MOVE WS-TODAY TO MSG-DATE
           ACCEPT MSG-TIME FROM TIME
           MOVE "PENDING" TO MSG-STATUS
           WRITE OUTBOX-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not queue the pickup "
                       "code for " FUNCTION TRIM(WS-IN-PHONE)
           END-WRITE
           CLOSE OUTBOX-FILE.

      *> WS-REX-KIND is set by the caller; the rest comes from the
      *> line being worked.
       RAISE-EXCEPTION.
           OPEN I-O REMITEXC-FILE
           IF REMITEXC-STATUS = "35"
               OPEN OUTPUT REMITEXC-FILE
               CLOSE REMITEXC-FILE
               OPEN I-O REMITEXC-FILE
           END-IF
           MOVE 0 TO REX-ID
           READ REMITEXC-FILE KEY IS REX-ID
               INVALID KEY
                   INITIALIZE REMIT-EXCEPTION-RECORD
                   MOVE 0 TO REX-ID
                   MOVE 1 TO REX-ACC-NO
                   WRITE REMIT-EXCEPTION-RECORD
                   MOVE 1 TO WS-NEXT-REX-ID
               NOT INVALID KEY
                   ADD 1 TO REX-ACC-NO
                   MOVE REX-ACC-NO TO WS-NEXT-REX-ID
                   REWRITE REMIT-EXCEPTION-RECORD
           END-READ

           INITIALIZE REMIT-EXCEPTION-RECORD
           MOVE WS-NEXT-REX-ID TO REX-ID
           MOVE WS-ITEM-REF TO REX-ITEM-REF
           MOVE WS-TODAY TO REX-DATE
           MOVE WS-IN-CORR TO REX-CORR
           MOVE WS-IN-REF TO REX-CORR-REF
           MOVE WS-IN-SENDER TO REX-SENDER
           MOVE WS-IN-NAME TO REX-BENEF-NAME
           MOVE WS-IN-NRC TO REX-BENEF-NRC
           MOVE WS-IN-PHONE TO REX-BENEF-PHONE
           MOVE WS-DEST-ACC TO REX-ACC-NO
           MOVE WS-IN-CCY TO REX-CURRENCY
           MOVE WS-FX-AMOUNT TO REX-FX-AMOUNT
           MOVE WS-MMK-AMOUNT TO REX-MMK-AMOUNT
           MOVE WS-REX-KIND TO REX-KIND
           MOVE WS-REJECT-REASON TO REX-REASON
           MOVE "OPEN" TO REX-STATE
           MOVE 0 TO REX-DONE-DATE
           MOVE SPACES TO REX-OFFICER
           WRITE REMIT-EXCEPTION-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not queue exception for "
                       WS-IN-CORR " " FUNCTION TRIM(WS-IN-REF)
           END-WRITE
           CLOSE REMITEXC-FILE.

      *> One line per outcome, in the correspondent's own terms:
      *> code, their reference, outcome, currency, foreign amount,
      *> kyat value, reason.
       WRITE-CONFIRMATION.
           MOVE SPACES TO CONF-FILENAME
           STRING "REMITCONF-" WS-TODAY ".DAT"
               DELIMITED BY SIZE INTO CONF-FILENAME
           OPEN EXTEND CONF-FILE
           IF CONF-STATUS = "35"
               OPEN OUTPUT CONF-FILE
           END-IF
           MOVE SPACES TO CONF-LINE
           MOVE WS-FX-AMOUNT TO FORMAT-PLAIN
           MOVE FORMAT-PLAIN TO WS-CF-FX-TXT
           MOVE WS-MMK-AMOUNT TO FORMAT-PLAIN
           MOVE FORMAT-PLAIN TO WS-CF-MMK-TXT
           STRING
               FUNCTION TRIM(WS-IN-CORR) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-IN-REF) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-OUTCOME) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-IN-CCY DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CF-FX-TXT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CF-MMK-TXT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
               INTO CONF-LINE
           END-STRING
           WRITE CONF-LINE
           CLOSE CONF-FILE.

      *> ---------------------------------------------------------
      *> Exception queue.
      *> ---------------------------------------------------------
       WORK-EXCEPTIONS.
           OPEN I-O REMITEXC-FILE
           IF REMITEXC-STATUS NOT = "00"
               DISPLAY "No remittance exceptions on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-FX-RATES
           MOVE 1 TO WS-PICK-ID
           PERFORM UNTIL WS-PICK-ID = 0
               PERFORM LIST-OPEN-EXCEPTIONS
               IF WS-OPEN-COUNT = 0
                   DISPLAY "The exception queue is empty."
                   MOVE 0 TO WS-PICK-ID
               ELSE
                   DISPLAY "Exception id to work (0 = done): "
                   ACCEPT WS-PICK-ID
                   IF WS-PICK-ID NOT = 0
                       PERFORM WORK-ONE-EXCEPTION
                   END-IF
               END-IF
           END-PERFORM
           CLOSE REMITEXC-FILE.

       LIST-OPEN-EXCEPTIONS.
           MOVE 0 TO WS-OPEN-COUNT
           MOVE 'N' TO WS-EOF
           MOVE 1 TO REX-ID
           START REMITEXC-FILE KEY IS NOT LESS THAN REX-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           DISPLAY "--------------------------------------------"
           PERFORM UNTIL WS-EOF = 'Y'
               READ REMITEXC-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF REX-OPEN
                           ADD 1 TO WS-OPEN-COUNT
                           MOVE REX-MMK-AMOUNT TO FORMAT-BALANCE
                           DISPLAY REX-ID " " REX-DATE " " REX-CORR
                               " " FUNCTION TRIM(REX-CORR-REF) " "
                               FUNCTION TRIM(REX-BENEF-NAME)
                               " MMK " FUNCTION TRIM(FORMAT-BALANCE)
                           DISPLAY "       "
                               FUNCTION TRIM(REX-REASON)
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "--------------------------------------------".

       WORK-ONE-EXCEPTION.
           MOVE WS-PICK-ID TO REX-ID
           READ REMITEXC-FILE KEY IS REX-ID
               INVALID KEY
                   DISPLAY "No exception " WS-PICK-ID "."
                   EXIT PARAGRAPH
           END-READ
           IF NOT REX-OPEN
               DISPLAY "Exception " REX-ID " is " REX-STATE
                   " already."
               EXIT PARAGRAPH
           END-IF

           MOVE REX-FX-AMOUNT TO FORMAT-FX
           MOVE REX-MMK-AMOUNT TO FORMAT-BALANCE
           DISPLAY "Correspondent : " REX-CORR " ref "
               FUNCTION TRIM(REX-CORR-REF)
           DISPLAY "Sender        : " FUNCTION TRIM(REX-SENDER)
           DISPLAY "Beneficiary   : " FUNCTION TRIM(REX-BENEF-NAME)
               " NRC " FUNCTION TRIM(REX-BENEF-NRC)
               " phone " FUNCTION TRIM(REX-BENEF-PHONE)
           IF REX-ACC-NO = 0
               DISPLAY "Pay to        : cash pickup"
           ELSE
               DISPLAY "Pay to        : account " REX-ACC-NO
           END-IF
           DISPLAY "Amount        : " REX-CURRENCY " "
               FUNCTION TRIM(FORMAT-FX) " = MMK "
               FUNCTION TRIM(FORMAT-BALANCE)
           DISPLAY "Reason        : " FUNCTION TRIM(REX-REASON)
           DISPLAY "R = release and pay, T = return to "
               "correspondent, other = leave: "
           ACCEPT WS-ACTION
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
           EVALUATE WS-ACTION
               WHEN "R"
                   PERFORM RELEASE-EXCEPTION
               WHEN "T"
                   PERFORM RETURN-EXCEPTION
               WHEN OTHER
                   DISPLAY "Left on the queue."
           END-EVALUATE.

       RELEASE-EXCEPTION.
           IF REX-SCREENING
               PERFORM COUNT-OPEN-SCREENING
               IF WS-SCREEN-OPEN > 0
                   DISPLAY "Compliance has not cleared the screening "
                       "hit(s) on this item - it cannot be paid."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM LOAD-ITEM-FROM-EXCEPTION
      *> A pickup released without an NRC or phone needs them from
      *> the correspondent before the code can mean anything.
           IF WS-DEST-ACC = 0
               IF WS-IN-NRC = SPACES
                   DISPLAY "Beneficiary NRC (from correspondent): "
                   ACCEPT WS-IN-NRC
               END-IF
               IF WS-IN-PHONE = SPACES
                   DISPLAY "Beneficiary phone (from correspondent): "
                   ACCEPT WS-IN-PHONE
               END-IF
               IF WS-IN-NRC = SPACES OR WS-IN-PHONE = SPACES
                   DISPLAY "A pickup needs both NRC and phone - "
                       "nothing released."
                   EXIT PARAGRAPH
               END-IF
               IF WS-CONTROL-ACC = 0
                   DISPLAY "REMITCONTROLACC is not set in "
                       "PARAMS.DAT - nothing released."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 'N' TO WS-AUTH-OK
           MOVE SPACES TO WS-SUPERVISOR-ID
           CALL "SupervisorAuth" USING WS-AUTH-OK WS-SUPERVISOR-ID
           IF WS-AUTH-OK NOT = 'Y'
               DISPLAY "Releasing an exception needs a supervisor - "
                   "nothing paid."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-REJECT-REASON
           IF WS-DEST-ACC = 0
               PERFORM ISSUE-PICKUP-CODE
               MOVE "READY" TO WS-OUTCOME
           ELSE
               PERFORM CREDIT-ACCOUNT
               MOVE "CREDITED" TO WS-OUTCOME
           END-IF
           IF WS-POST-OK NOT = 'Y'
               DISPLAY "Not paid: " FUNCTION TRIM(WS-REJECT-REASON)
                   " - the exception stays open."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-NRC TO REX-BENEF-NRC
           MOVE WS-IN-PHONE TO REX-BENEF-PHONE
           MOVE "RELEASED" TO REX-STATE
           MOVE WS-TODAY TO REX-DONE-DATE
           MOVE WS-SUPERVISOR-ID TO REX-OFFICER
           REWRITE REMIT-EXCEPTION-RECORD
           MOVE SPACES TO WS-REJECT-REASON
           STRING "Released from exception " REX-ID
               DELIMITED BY SIZE INTO WS-REJECT-REASON
           PERFORM WRITE-CONFIRMATION
           IF WS-DEST-ACC = 0
               DISPLAY "Pickup code " WS-ISSUED-CODE " sent to "
                   FUNCTION TRIM(WS-IN-PHONE) "."
           ELSE
               MOVE WS-CREDIT-AMOUNT TO FORMAT-BALANCE
               DISPLAY "Account " WS-DEST-ACC " credited "
                   WS-ACC-CCY " " FUNCTION TRIM(FORMAT-BALANCE) "."
           END-IF
           MOVE "INREMIT_RELEASE" TO WS-AUDIT-ACTION
           PERFORM WRITE-QUEUE-AUDIT
           PERFORM BUILD-SETTLEMENT-REPORT.

       RETURN-EXCEPTION.
           DISPLAY "Return this payment to " REX-CORR "? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "Left on the queue."
               EXIT PARAGRAPH
           END-IF
           MOVE "RETURNED" TO REX-STATE
           MOVE WS-TODAY TO REX-DONE-DATE
           MOVE LNK-OPERATOR-ID TO REX-OFFICER
           REWRITE REMIT-EXCEPTION-RECORD
           PERFORM LOAD-ITEM-FROM-EXCEPTION
           MOVE "RETURNED" TO WS-OUTCOME
           MOVE REX-REASON TO WS-REJECT-REASON
           PERFORM WRITE-CONFIRMATION
           DISPLAY "Returned - it goes back on today's "
               "confirmation file."
           MOVE "INREMIT_RETURN" TO WS-AUDIT-ACTION
           PERFORM WRITE-QUEUE-AUDIT
           PERFORM BUILD-SETTLEMENT-REPORT.

       LOAD-ITEM-FROM-EXCEPTION.
           MOVE REX-ITEM-REF TO WS-ITEM-REF
           MOVE REX-CORR TO WS-IN-CORR
           MOVE REX-CORR-REF TO WS-IN-REF
           MOVE REX-SENDER TO WS-IN-SENDER
           MOVE REX-BENEF-NAME TO WS-IN-NAME
           MOVE REX-BENEF-NRC TO WS-IN-NRC
           MOVE REX-BENEF-PHONE TO WS-IN-PHONE
           MOVE REX-ACC-NO TO WS-DEST-ACC
           MOVE REX-CURRENCY TO WS-IN-CCY
           MOVE REX-FX-AMOUNT TO WS-FX-AMOUNT
           MOVE REX-MMK-AMOUNT TO WS-MMK-AMOUNT
      *> Paid at the rate fixed on import, not today's.
           IF WS-FX-AMOUNT = 0
               MOVE 1 TO WS-ITEM-RATE
           ELSE
               COMPUTE WS-ITEM-RATE ROUNDED =
                   WS-MMK-AMOUNT / WS-FX-AMOUNT
           END-IF.

      *> SCREENQ.DAT entries NameScreen raised for this item that
      *> compliance has not yet CLEARED.
       COUNT-OPEN-SCREENING.
           MOVE 0 TO WS-SCREEN-OPEN
           OPEN INPUT SCREENQ-FILE
           IF SCREENQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FX-EOF
           MOVE 1 TO SQ-ID
           START SCREENQ-FILE KEY IS NOT LESS THAN SQ-ID
               INVALID KEY MOVE 'Y' TO WS-FX-EOF
           END-START
           PERFORM UNTIL WS-FX-EOF = 'Y'
               READ SCREENQ-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-FX-EOF
                   NOT AT END
                       IF SQ-SOURCE = WS-SCREEN-SRC AND
                          SQ-REF = REX-ITEM-REF AND
                          NOT SQ-CLEARED
                           ADD 1 TO WS-SCREEN-OPEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCREENQ-FILE.

       WRITE-QUEUE-AUDIT.
           MOVE SPACES TO AUDIT-LINE
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE REX-MMK-AMOUNT TO FORMAT-PLAIN
           STRING WS-TODAY WS-AUDIT-TIME ","
               FUNCTION TRIM(WS-AUDIT-ACTION) ","
               REX-ID "," REX-CORR ","
               FUNCTION TRIM(REX-CORR-REF) ","
               FUNCTION TRIM(FORMAT-PLAIN) ","
               FUNCTION TRIM(LNK-OPERATOR-ID)
               DELIMITED BY SIZE INTO AUDIT-LINE
           CALL "AuditLogger" USING AUDIT-LINE.

      *> ---------------------------------------------------------
      *> Correspondent settlement report: per correspondent and
      *> currency, what was paid out (credited or turned into a
      *> pickup code - the amount to settle against the
      *> correspondent), what is still pending on the exception
      *> queue, and what goes back to them.
      *> ---------------------------------------------------------
       BUILD-SETTLEMENT-REPORT.
           MOVE SPACES TO CONF-FILENAME
           STRING "REMITCONF-" WS-TODAY ".DAT"
               DELIMITED BY SIZE INTO CONF-FILENAME
           OPEN INPUT CONF-FILE
           IF CONF-STATUS NOT = "00"
               DISPLAY "No confirmation file for " WS-TODAY
                   " - nothing to settle."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ST-COUNT
           MOVE 0 TO WS-TOTAL-PAID-MMK
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CONF-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM ADD-CONFIRMATION-LINE
               END-READ
           END-PERFORM
           CLOSE CONF-FILE

           MOVE SPACES TO REPORT-FILENAME
           STRING "REMITSETTLE-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM
               "====== CORRESPONDENT SETTLEMENT REPORT ======"
           MOVE SPACES TO REPORT-LINE
           STRING "Business date: " WS-TODAY
               "   Source: " FUNCTION TRIM(CONF-FILENAME)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM
               "CORR CCY  ITEMS          PAID OUT           PENDING"
           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-COUNT
               MOVE ST-PAID-FX(ST-IDX) TO FORMAT-FX
               MOVE ST-PEND-FX(ST-IDX) TO FORMAT-FX-2
               MOVE ST-RET-FX(ST-IDX) TO FORMAT-FX-3
               MOVE SPACES TO REPORT-LINE
               STRING ST-CORR(ST-IDX) " " ST-CCY(ST-IDX) "  "
                   ST-ITEMS(ST-IDX) " " FORMAT-FX " " FORMAT-FX-2
                   "  returned " FORMAT-FX-3
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE ST-PAID-MMK(ST-IDX) TO FORMAT-BALANCE
               MOVE SPACES TO REPORT-LINE
               STRING "          paid out in kyat MMK " FORMAT-BALANCE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE WS-TOTAL-PAID-MMK TO FORMAT-BALANCE
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL paid out MMK " FORMAT-BALANCE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Settlement report " FUNCTION TRIM(REPORT-FILENAME)
               " - " ST-COUNT " correspondent/currency line(s).".

       ADD-CONFIRMATION-LINE.
           MOVE SPACES TO WS-CF-CORR WS-CF-REF WS-CF-OUTCOME
               WS-CF-CCY WS-CF-FX-TXT WS-CF-MMK-TXT WS-CF-REASON
           UNSTRING CONF-LINE DELIMITED BY ","
               INTO WS-CF-CORR WS-CF-REF WS-CF-OUTCOME WS-CF-CCY
                    WS-CF-FX-TXT WS-CF-MMK-TXT WS-CF-REASON
           MOVE 0 TO WS-CF-FX WS-CF-MMK
           IF FUNCTION TEST-NUMVAL(WS-CF-FX-TXT) = 0
               COMPUTE WS-CF-FX = FUNCTION NUMVAL(WS-CF-FX-TXT)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-CF-MMK-TXT) = 0
               COMPUTE WS-CF-MMK = FUNCTION NUMVAL(WS-CF-MMK-TXT)
           END-IF

           MOVE 'N' TO ST-FOUND
           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-COUNT
               IF ST-CORR(ST-IDX) = WS-CF-CORR AND
                  ST-CCY(ST-IDX) = WS-CF-CCY
                   MOVE 'Y' TO ST-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ST-FOUND = 'N'
               IF ST-COUNT >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ST-COUNT
               MOVE ST-COUNT TO ST-IDX
               MOVE WS-CF-CORR TO ST-CORR(ST-IDX)
               MOVE WS-CF-CCY TO ST-CCY(ST-IDX)
               MOVE 0 TO ST-ITEMS(ST-IDX) ST-PAID-FX(ST-IDX)
                   ST-PAID-MMK(ST-IDX) ST-PEND-FX(ST-IDX)
                   ST-RET-FX(ST-IDX)
           END-IF

      *> A released exception appears twice - EXCEPTION or HELD on
      *> import, CREDITED or READY on release - so the release line
      *> moves its money from pending to paid rather than counting
      *> a second item; a return moves it from pending to returned.
           EVALUATE WS-CF-OUTCOME
               WHEN "CREDITED"
               WHEN "READY"
                   ADD WS-CF-FX TO ST-PAID-FX(ST-IDX)
                   ADD WS-CF-MMK TO ST-PAID-MMK(ST-IDX)
                   ADD WS-CF-MMK TO WS-TOTAL-PAID-MMK
                   IF WS-CF-REASON(1:8) = "Released"
                       PERFORM TAKE-OFF-PENDING
                   ELSE
                       ADD 1 TO ST-ITEMS(ST-IDX)
                   END-IF
               WHEN "EXCEPTION"
               WHEN "HELD"
                   ADD 1 TO ST-ITEMS(ST-IDX)
                   ADD WS-CF-FX TO ST-PEND-FX(ST-IDX)
               WHEN "RETURNED"
                   PERFORM TAKE-OFF-PENDING
                   ADD WS-CF-FX TO ST-RET-FX(ST-IDX)
               WHEN OTHER
                   ADD 1 TO ST-ITEMS(ST-IDX)
                   ADD WS-CF-FX TO ST-RET-FX(ST-IDX)
           END-EVALUATE.

       TAKE-OFF-PENDING.
           IF ST-PEND-FX(ST-IDX) >= WS-CF-FX
               SUBTRACT WS-CF-FX FROM ST-PEND-FX(ST-IDX)
           ELSE
               MOVE 0 TO ST-PEND-FX(ST-IDX)
           END-IF.

      *> ---------------------------------------------------------
      *> Posting, FX and control-file plumbing.
      *> ---------------------------------------------------------
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
           MOVE 1                   TO TR-TYPE
           MOVE WS-TODAY            TO TR-DATE
           MOVE WS-TODAY            TO TR-VALUE-DATE
           MOVE WS-CUR-TIME         TO TR-TIME
           MOVE WS-REMIT-OPERATOR   TO TR-OPERATOR-ID
           MOVE "N"                 TO TR-REVERSED
           MOVE WS-POST-CCY         TO TR-CURRENCY
           MOVE WS-POST-BRANCH      TO TR-BRANCH
           MOVE WS-POST-RATE        TO TR-FX-RATE
           MOVE SPACES TO TR-TERMINAL
           COMPUTE TR-AMOUNT  =
               FUNCTION INTEGER-PART(WS-POST-AMOUNT)
           COMPUTE TR-DECIMAL =
               FUNCTION MOD(WS-POST-AMOUNT * 100, 100)

           WRITE TRANSACTION-RECORD INVALID KEY
               DISPLAY "[ERROR]: Writing remittance credit failed "
                   "for " WS-POST-ACC
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

       LOAD-FX-RATES.
           MOVE 0 TO FX-COUNT
           MOVE 'N' TO WS-FX-EOF
           OPEN INPUT FXRATES-FILE
           IF FXRATES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FX-EOF = 'Y'
               READ FXRATES-FILE
                   AT END MOVE 'Y' TO WS-FX-EOF
                   NOT AT END
                       MOVE SPACES TO WS-FX-CCY-PART
                       MOVE SPACES TO WS-FX-RATE-PART
                       UNSTRING FXRATES-LINE DELIMITED BY ","
                           INTO WS-FX-CCY-PART WS-FX-RATE-PART
                       IF FX-COUNT < 10
                           ADD 1 TO FX-COUNT
                           MOVE FUNCTION UPPER-CASE(WS-FX-CCY-PART)
                               TO FX-CCY(FX-COUNT)
                           COMPUTE FX-RATE(FX-COUNT) =
                               FUNCTION NUMVAL(WS-FX-RATE-PART)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXRATES-FILE.

      *> Rates are per unit against MMK; kyat itself is 1 even
      *> when FXRATES.DAT does not list it.
       FIND-FX-RATE.
           MOVE 0 TO WS-FOUND-RATE
           IF WS-FIND-CCY = "MMK"
               MOVE 1 TO WS-FOUND-RATE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING FX-IDX FROM 1 BY 1 UNTIL FX-IDX > FX-COUNT
               IF FX-CCY(FX-IDX) = WS-FIND-CCY
                   MOVE FX-RATE(FX-IDX) TO WS-FOUND-RATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       OPEN-RUN-CONTROL.
           MOVE 'N' TO WS-RUN-BLOCKED
           MOVE 0 TO WS-RESTART-KEY
           OPEN I-O RUNCTL-FILE
           IF RUNCTL-STATUS = "35"
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF

           MOVE "INWARDREMIT" TO RUN-JOB-NAME
           MOVE WS-TODAY TO RUN-BUS-DATE
           READ RUNCTL-FILE KEY IS RUN-KEY
               INVALID KEY
                   MOVE "INWARDREMIT" TO RUN-JOB-NAME
                   MOVE WS-TODAY TO RUN-BUS-DATE
                   MOVE "RUNNING" TO RUN-STATE
                   MOVE 0 TO RUN-CHECKPOINT
                   ACCEPT WS-CLOCK-TIME FROM TIME
                   MOVE WS-CLOCK-TIME TO RUN-START-TIME
                   MOVE 0 TO RUN-END-TIME
                   WRITE RUN-CONTROL-RECORD
               NOT INVALID KEY
                   IF RUN-COMPLETE
                       DISPLAY "Inward remittances already imported "
                           "for business date " WS-TODAY
                           " - refusing to run twice."
                       MOVE 'Y' TO WS-RUN-BLOCKED
                       CLOSE RUNCTL-FILE
                   ELSE
                       MOVE RUN-CHECKPOINT TO WS-RESTART-KEY
                       DISPLAY "Resuming interrupted run after "
                           "line " WS-RESTART-KEY
                   END-IF
           END-READ.

       UPDATE-CHECKPOINT.
           MOVE WS-READ-COUNT TO RUN-CHECKPOINT
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
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "REMITCONTROLACC"
                               COMPUTE WS-CONTROL-ACC =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM InwardRemit.
