       IDENTIFICATION DIVISION.
       PROGRAM-ID. JournalVoucher.

      *> Manual journal vouchers between the bank's own internal
      *> accounts, under dual control. The designated accounts are
      *> the ones GLRULES.DAT maps through its ACC lines, resolved to
      *> account numbers through the same-named PARAMS.DAT entries
      *> (a parameter left at 0 designates nothing); no customer
      *> account can ever appear on a voucher. The maker enters a
      *> voucher of 2 to 10 lines - each line an ACTIVE designated
      *> account, debit or credit, amount and line text - with a
      *> narration and the supporting document reference. All lines
      *> must be in one currency and the debits must equal the
      *> credits before it is accepted. The voucher is stored
      *> PENDING on JVOUCHERS.DAT and raised as a JVOUCHER request
      *> on APPROVALS.DAT; nothing moves until a different officer
      *> approves it in ApprovalQueue, which has JournalPost post
      *> every line under one TR-GROUP-ID (operator JOURNAL). The
      *> daily voucher register JVREG-<date>.txt lists every voucher
      *> raised, posted or rejected on the day with its maker,
      *> checker, group id and lines, for audit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JVOUCHER-FILE ASSIGN TO "JVOUCHERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JV-NO
               FILE STATUS IS JVOUCHER-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "APPROVALS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPR-ID
               FILE STATUS IS APPROVAL-STATUS.

           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-ACC-NO
               FILE STATUS IS FILE-STATUS.

           SELECT GLRULE-FILE ASSIGN TO "GLRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLRULE-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD JVOUCHER-FILE.
           COPY "JOURNAL-VOUCHER.cpy".

       FD APPROVAL-FILE.
           COPY "APPROVAL-RECORD.cpy".

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD GLRULE-FILE.
       01 GLRULE-LINE             PIC X(80).

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 JVOUCHER-STATUS         PIC XX.
       01 APPROVAL-STATUS         PIC XX.
       01 FILE-STATUS             PIC XX.
       01 GLRULE-STATUS           PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 REPORT-FILENAME         PIC X(30).
       01 AUDIT-LINE              PIC X(120).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-RULE-KIND            PIC X(4).
       01 WS-RULE-KEY             PIC X(20).
       01 WS-RULE-GL              PIC X(4).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-AUDIT-TIME           PIC 9(6).
       01 WS-NOW-TIME             PIC 9(6).

      *> The designated internal accounts: one per GLRULES.DAT ACC
      *> line, with the account number its parameter resolves to.
       01 DESIGNATED-TABLE.
           05 DA-COUNT            PIC 9(2) VALUE 0.
           05 DA-ENTRY OCCURS 30 TIMES.
               10 DA-PARAM        PIC X(20).
               10 DA-GL           PIC X(4).
               10 DA-ACC-NO       PIC 9(16).
       01 DA-IDX                  PIC 9(2).
       01 WS-DA-FOUND             PIC X.
       01 WS-DA-USABLE            PIC 9(2).

       01 WS-MENU-CHOICE          PIC 9.
       01 WS-AGAIN                PIC X VALUE 'Y'.
       01 WS-EOF                  PIC X.
       01 WS-CONFIRM              PIC X.
       01 WS-JV-INPUT             PIC 9(6).
       01 WS-NEXT-JV-NO           PIC 9(6).
       01 WS-NEXT-APPR-ID         PIC 9(6).
       01 WS-AUDIT-ACTION         PIC X(12).

      *> The voucher being entered, built up here and only written
      *> once it balances.
       01 WS-NARRATION-INPUT      PIC X(40).
       01 WS-REFERENCE-INPUT      PIC X(20).
       01 WS-ACC-INPUT            PIC 9(16).
       01 WS-DRCR-INPUT           PIC X.
       01 WS-AMOUNT-INPUT         PIC 9(13)V99.
       01 WS-LINE-TEXT-INPUT      PIC X(30).
       01 WS-VOUCHER-CCY          PIC X(3).
       01 WS-LINE-OK              PIC X.
       01 WS-DONE-LINES           PIC X.
       01 WS-DEBIT-TOTAL          PIC 9(13)V99.
       01 WS-CREDIT-TOTAL         PIC 9(13)V99.
       01 WS-ENTRY-LINES.
           05 WS-EL-COUNT         PIC 9(2) VALUE 0.
           05 WS-EL OCCURS 10 TIMES.
               10 WS-EL-ACC-NO    PIC 9(16).
               10 WS-EL-DR-CR     PIC X.
               10 WS-EL-AMOUNT    PIC 9(13)V99.
               10 WS-EL-TEXT      PIC X(30).
       01 EL-IDX                  PIC 9(2).
       01 JL-IDX                  PIC 9(2).

      *> Daily register.
       01 WS-REG-DATE             PIC 9(8).
       01 WS-REG-RAISED           PIC 9(5).
       01 WS-REG-POSTED           PIC 9(5).
       01 WS-REG-REJECTED         PIC 9(5).
       01 WS-REG-PENDING          PIC 9(5).
       01 WS-REG-POSTED-AMT       PIC 9(15)V99.
       01 WS-PENDING-COUNT        PIC 9(5).

       01 FORMAT-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-AMOUNT2          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-COUNT            PIC ZZZZ9.

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
       MAIN-PROCEDURE.
           IF ADMIN-CHOICE = 111

           PERFORM LOAD-DESIGNATED-ACCOUNTS
           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           PERFORM ENSURE-JVOUCHER-FILE

           PERFORM UNTIL WS-AGAIN NOT = 'Y' AND WS-AGAIN NOT = 'y'
               DISPLAY "============================================"
               DISPLAY "          MANUAL JOURNAL VOUCHERS"
               DISPLAY "============================================"
               DISPLAY "1. Enter a voucher for approval"
               DISPLAY "2. Show a voucher"
               DISPLAY "3. List vouchers awaiting approval"
               DISPLAY "4. Daily voucher register"
               DISPLAY "5. List designated internal accounts"
               DISPLAY "Enter choice (1-5): "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM ENTER-VOUCHER
                   WHEN 2
                       PERFORM SHOW-VOUCHER
                   WHEN 3
                       PERFORM LIST-PENDING-VOUCHERS
                   WHEN 4
                       PERFORM VOUCHER-REGISTER
                   WHEN 5
                       PERFORM LIST-DESIGNATED-ACCOUNTS
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE

               DISPLAY "Another journal voucher action? (Y/N): "
               ACCEPT WS-AGAIN
           END-PERFORM

           MOVE 'Y' TO WS-AGAIN
           END-IF
           GOBACK.

       ENSURE-JVOUCHER-FILE.
           OPEN INPUT JVOUCHER-FILE
           IF JVOUCHER-STATUS = "35"
               OPEN OUTPUT JVOUCHER-FILE
           END-IF
           CLOSE JVOUCHER-FILE.

       LIST-DESIGNATED-ACCOUNTS.
           MOVE 0 TO WS-DA-USABLE
           DISPLAY "--------------------------------------------"
           DISPLAY "PARAMETER            GL   ACCOUNT"
           PERFORM VARYING DA-IDX FROM 1 BY 1 UNTIL DA-IDX > DA-COUNT
               IF DA-ACC-NO(DA-IDX) = 0
                   DISPLAY DA-PARAM(DA-IDX) " " DA-GL(DA-IDX)
                       " (not set)"
               ELSE
                   ADD 1 TO WS-DA-USABLE
                   DISPLAY DA-PARAM(DA-IDX) " " DA-GL(DA-IDX)
                       " " DA-ACC-NO(DA-IDX)
               END-IF
           END-PERFORM
           DISPLAY "--------------------------------------------".

      *> The maker's side. Lines are taken until account 0; each is
      *> checked as it is entered so a bad line is simply refused
      *> and the rest of the voucher kept.
       ENTER-VOUCHER.
           PERFORM LIST-DESIGNATED-ACCOUNTS
           IF WS-DA-USABLE < 2
               DISPLAY "At least two internal accounts must be set "
                   "up in PARAMS.DAT before a voucher can be "
                   "entered."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Narration: "
           ACCEPT WS-NARRATION-INPUT
           DISPLAY "Supporting document reference: "
           ACCEPT WS-REFERENCE-INPUT
           IF WS-NARRATION-INPUT = SPACES OR
              WS-REFERENCE-INPUT = SPACES
               DISPLAY "Narration and supporting reference are "
                   "required."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-EL-COUNT
           MOVE 0 TO WS-DEBIT-TOTAL WS-CREDIT-TOTAL
           MOVE SPACES TO WS-VOUCHER-CCY
           MOVE 'N' TO WS-DONE-LINES
           PERFORM UNTIL WS-DONE-LINES = 'Y'
               DISPLAY "Lines so far: " WS-EL-COUNT ". Internal "
                   "account (0 = voucher complete): "
               ACCEPT WS-ACC-INPUT
               IF WS-ACC-INPUT = 0
                   MOVE 'Y' TO WS-DONE-LINES
               ELSE
                   PERFORM ENTER-VOUCHER-LINE
                   IF WS-EL-COUNT >= 10
                       DISPLAY "Ten lines is the most a voucher "
                           "can carry."
                       MOVE 'Y' TO WS-DONE-LINES
                   END-IF
               END-IF
           END-PERFORM

           IF WS-EL-COUNT < 2
               DISPLAY "A voucher needs at least two lines - "
                   "nothing raised."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEBIT-TOTAL TO FORMAT-AMOUNT
           MOVE WS-CREDIT-TOTAL TO FORMAT-AMOUNT2
           DISPLAY "Debits  " FORMAT-AMOUNT
           DISPLAY "Credits " FORMAT-AMOUNT2
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL OR
              WS-DEBIT-TOTAL = 0
               DISPLAY "Voucher does not balance - nothing raised."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Raise this voucher for approval? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "Voucher abandoned."
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-VOUCHER.

       ENTER-VOUCHER-LINE.
           MOVE 'Y' TO WS-LINE-OK
           MOVE 'N' TO WS-DA-FOUND
           PERFORM VARYING DA-IDX FROM 1 BY 1
                   UNTIL DA-IDX > DA-COUNT OR WS-DA-FOUND = 'Y'
               IF DA-ACC-NO(DA-IDX) = WS-ACC-INPUT
                   MOVE 'Y' TO WS-DA-FOUND
               END-IF
           END-PERFORM
           IF WS-DA-FOUND NOT = 'Y'
               DISPLAY "Account " WS-ACC-INPUT " is not a designated "
                   "internal account - line refused."
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING EL-IDX FROM 1 BY 1
                   UNTIL EL-IDX > WS-EL-COUNT
               IF WS-EL-ACC-NO(EL-IDX) = WS-ACC-INPUT
                   MOVE 'N' TO WS-LINE-OK
               END-IF
           END-PERFORM
           IF WS-LINE-OK NOT = 'Y'
               DISPLAY "Account " WS-ACC-INPUT " is already on this "
                   "voucher - line refused."
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT USER-FILE
           MOVE WS-ACC-INPUT TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LINE-OK
                   DISPLAY "Account " WS-ACC-INPUT " is not on file "
                       "- line refused."
           END-READ
           CLOSE USER-FILE
           IF WS-LINE-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF USER-STATUS NOT = "ACTIVE"
               DISPLAY "Account " WS-ACC-INPUT " is "
                   FUNCTION TRIM(USER-STATUS) " - line refused."
               EXIT PARAGRAPH
           END-IF
           IF WS-VOUCHER-CCY NOT = SPACES AND
              USER-CURRENCY NOT = WS-VOUCHER-CCY
               DISPLAY "Account " WS-ACC-INPUT " is in "
                   USER-CURRENCY " - this voucher is in "
                   WS-VOUCHER-CCY ". Line refused."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Debit or credit (D/C): "
           ACCEPT WS-DRCR-INPUT
           MOVE FUNCTION UPPER-CASE(WS-DRCR-INPUT) TO WS-DRCR-INPUT
           IF WS-DRCR-INPUT NOT = "D" AND WS-DRCR-INPUT NOT = "C"
               DISPLAY "Enter D or C - line refused."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Amount: "
           ACCEPT WS-AMOUNT-INPUT
           IF WS-AMOUNT-INPUT = 0
               DISPLAY "Amount is required - line refused."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Line text: "
           ACCEPT WS-LINE-TEXT-INPUT

           ADD 1 TO WS-EL-COUNT
           MOVE WS-ACC-INPUT TO WS-EL-ACC-NO(WS-EL-COUNT)
           MOVE WS-DRCR-INPUT TO WS-EL-DR-CR(WS-EL-COUNT)
           MOVE WS-AMOUNT-INPUT TO WS-EL-AMOUNT(WS-EL-COUNT)
           MOVE WS-LINE-TEXT-INPUT TO WS-EL-TEXT(WS-EL-COUNT)
           MOVE USER-CURRENCY TO WS-VOUCHER-CCY
           IF WS-DRCR-INPUT = "D"
               ADD WS-AMOUNT-INPUT TO WS-DEBIT-TOTAL
           ELSE
               ADD WS-AMOUNT-INPUT TO WS-CREDIT-TOTAL
           END-IF.

       WRITE-VOUCHER.
           OPEN I-O JVOUCHER-FILE
           IF JVOUCHER-STATUS NOT = "00"
               DISPLAY "[ERROR]: Voucher file unavailable. Status: "
                   JVOUCHER-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO JV-NO
           READ JVOUCHER-FILE KEY IS JV-NO
               INVALID KEY
                   MOVE 1 TO WS-NEXT-JV-NO
                   INITIALIZE JOURNAL-VOUCHER-RECORD
                   MOVE 0 TO JV-NO
                   MOVE WS-NEXT-JV-NO TO JV-APPR-ID
                   WRITE JOURNAL-VOUCHER-RECORD
               NOT INVALID KEY
                   COMPUTE WS-NEXT-JV-NO = JV-APPR-ID + 1
                   MOVE WS-NEXT-JV-NO TO JV-APPR-ID
                   REWRITE JOURNAL-VOUCHER-RECORD
           END-READ

           INITIALIZE JOURNAL-VOUCHER-RECORD
           MOVE WS-NEXT-JV-NO TO JV-NO
           MOVE WS-TODAY TO JV-DATE
           MOVE LNK-OPERATOR-ID TO JV-MAKER
           MOVE WS-NARRATION-INPUT TO JV-NARRATION
           MOVE WS-REFERENCE-INPUT TO JV-REFERENCE
           MOVE WS-VOUCHER-CCY TO JV-CURRENCY
           MOVE WS-DEBIT-TOTAL TO JV-TOTAL
           MOVE "PENDING" TO JV-STATUS
           MOVE WS-EL-COUNT TO JV-LINE-COUNT
           PERFORM VARYING EL-IDX FROM 1 BY 1
                   UNTIL EL-IDX > WS-EL-COUNT
               MOVE WS-EL-ACC-NO(EL-IDX) TO JV-ACC-NO(EL-IDX)
               MOVE WS-EL-DR-CR(EL-IDX) TO JV-DR-CR(EL-IDX)
               MOVE WS-EL-AMOUNT(EL-IDX) TO JV-AMOUNT(EL-IDX)
               MOVE WS-EL-TEXT(EL-IDX) TO JV-LINE-TEXT(EL-IDX)
           END-PERFORM
           WRITE JOURNAL-VOUCHER-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not write voucher "
                       WS-NEXT-JV-NO "."
                   CLOSE JVOUCHER-FILE
                   EXIT PARAGRAPH
           END-WRITE

           PERFORM RAISE-APPROVAL-REQUEST
           IF WS-NEXT-APPR-ID NOT = 0
               MOVE WS-NEXT-APPR-ID TO JV-APPR-ID
               REWRITE JOURNAL-VOUCHER-RECORD
               MOVE "JV_RAISE" TO WS-AUDIT-ACTION
               PERFORM WRITE-AUDIT-LOG
           ELSE
               MOVE "REJECTED" TO JV-STATUS
               MOVE WS-TODAY TO JV-DONE-DATE
               REWRITE JOURNAL-VOUCHER-RECORD
               DISPLAY "Voucher " JV-NO " could not be put to a "
                   "checker and has been closed."
           END-IF
           CLOSE JVOUCHER-FILE.

       RAISE-APPROVAL-REQUEST.
           OPEN I-O APPROVAL-FILE
           IF APPROVAL-STATUS = "35"
               OPEN OUTPUT APPROVAL-FILE
               CLOSE APPROVAL-FILE
               OPEN I-O APPROVAL-FILE
           END-IF

           MOVE 0 TO APPR-ID
           READ APPROVAL-FILE KEY IS APPR-ID
               INVALID KEY
                   MOVE 1 TO WS-NEXT-APPR-ID
                   MOVE 0 TO APPR-ID
                   MOVE SPACES TO APPR-ACTION
                   MOVE WS-NEXT-APPR-ID TO APPR-TARGET
                   MOVE SPACES TO APPR-MAKER
                   MOVE 0 TO APPR-DATE
                   MOVE 0 TO APPR-TIME
                   MOVE SPACES TO APPR-STATUS
                   MOVE SPACES TO APPR-CHECKER
                   WRITE APPROVAL-RECORD
               NOT INVALID KEY
                   COMPUTE WS-NEXT-APPR-ID = APPR-TARGET + 1
                   MOVE WS-NEXT-APPR-ID TO APPR-TARGET
                   REWRITE APPROVAL-RECORD
           END-READ

           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NEXT-APPR-ID TO APPR-ID
           MOVE "JVOUCHER" TO APPR-ACTION
           MOVE JV-NO TO APPR-TARGET
           MOVE LNK-OPERATOR-ID TO APPR-MAKER
           MOVE WS-TODAY TO APPR-DATE
           MOVE WS-NOW-TIME TO APPR-TIME
           MOVE "PENDING" TO APPR-STATUS
           MOVE SPACES TO APPR-CHECKER
           WRITE APPROVAL-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not raise the approval "
                       "request."
                   MOVE 0 TO WS-NEXT-APPR-ID
               NOT INVALID KEY
                   DISPLAY "Voucher " JV-NO " raised - approval "
                       "request #" WS-NEXT-APPR-ID
                       " awaits a second officer."
           END-WRITE
           CLOSE APPROVAL-FILE.

       SHOW-VOUCHER.
           DISPLAY "Voucher number: "
           ACCEPT WS-JV-INPUT
           IF WS-JV-INPUT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT JVOUCHER-FILE
           MOVE WS-JV-INPUT TO JV-NO
           READ JVOUCHER-FILE
               INVALID KEY
                   DISPLAY "No such voucher."
               NOT INVALID KEY
                   PERFORM DISPLAY-VOUCHER
           END-READ
           CLOSE JVOUCHER-FILE.

       DISPLAY-VOUCHER.
           MOVE JV-TOTAL TO FORMAT-AMOUNT
           DISPLAY "--------------------------------------------"
           DISPLAY "Voucher " JV-NO "  " JV-STATUS "  " JV-CURRENCY
               " " FORMAT-AMOUNT
           DISPLAY "Narration: " FUNCTION TRIM(JV-NARRATION)
           DISPLAY "Reference: " FUNCTION TRIM(JV-REFERENCE)
           DISPLAY "Raised " JV-DATE " by " FUNCTION TRIM(JV-MAKER)
               " (approval #" JV-APPR-ID ")"
           IF NOT JV-PENDING
               DISPLAY "Checked " JV-DONE-DATE " by "
                   FUNCTION TRIM(JV-CHECKER)
           END-IF
           IF JV-POSTED
               DISPLAY "Posted under group " JV-GROUP-ID
           END-IF
           PERFORM VARYING JL-IDX FROM 1 BY 1
                   UNTIL JL-IDX > JV-LINE-COUNT
               MOVE JV-AMOUNT(JL-IDX) TO FORMAT-AMOUNT
               DISPLAY "  " JV-ACC-NO(JL-IDX) " " JV-DR-CR(JL-IDX)
                   " " FORMAT-AMOUNT " "
                   FUNCTION TRIM(JV-LINE-TEXT(JL-IDX))
           END-PERFORM
           DISPLAY "--------------------------------------------".

       LIST-PENDING-VOUCHERS.
           MOVE 0 TO WS-PENDING-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT JVOUCHER-FILE
           MOVE 1 TO JV-NO
           START JVOUCHER-FILE KEY IS NOT LESS THAN JV-NO
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ JVOUCHER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF JV-PENDING
                           ADD 1 TO WS-PENDING-COUNT
                           MOVE JV-TOTAL TO FORMAT-AMOUNT
                           DISPLAY "  " JV-NO " " JV-DATE " "
                               JV-CURRENCY " " FORMAT-AMOUNT " "
                               FUNCTION TRIM(JV-MAKER)
                               " approval #" JV-APPR-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JVOUCHER-FILE
           DISPLAY WS-PENDING-COUNT " voucher(s) awaiting approval.".

      *> Every voucher raised on the day, and every voucher posted
      *> or rejected on it, with both identities and every line.
       VOUCHER-REGISTER.
           DISPLAY "Register date YYYYMMDD (0 = today): "
           ACCEPT WS-REG-DATE
           IF WS-REG-DATE = 0
               MOVE WS-TODAY TO WS-REG-DATE
           END-IF
           MOVE 0 TO WS-REG-RAISED WS-REG-POSTED WS-REG-REJECTED
               WS-REG-PENDING WS-REG-POSTED-AMT

           MOVE SPACES TO REPORT-FILENAME
           STRING "JVREG-" WS-REG-DATE ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM
               "============ JOURNAL VOUCHER REGISTER ============"
           MOVE SPACES TO REPORT-LINE
           STRING "Date: " WS-REG-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SPACES

           MOVE 'N' TO WS-EOF
           OPEN INPUT JVOUCHER-FILE
           MOVE 1 TO JV-NO
           START JVOUCHER-FILE KEY IS NOT LESS THAN JV-NO
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ JVOUCHER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF JV-DATE = WS-REG-DATE OR
                          JV-DONE-DATE = WS-REG-DATE
                           PERFORM WRITE-REGISTER-VOUCHER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JVOUCHER-FILE

           WRITE REPORT-LINE FROM
               "--------------------------------------------------"
           MOVE WS-REG-RAISED TO FORMAT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Raised today:      " FORMAT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REG-POSTED TO FORMAT-COUNT
           MOVE WS-REG-POSTED-AMT TO FORMAT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Posted today:      " FORMAT-COUNT
               "  amount " FORMAT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REG-REJECTED TO FORMAT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Rejected today:    " FORMAT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REG-PENDING TO FORMAT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Still pending:     " FORMAT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM
               "=================================================="
           CLOSE REPORT-FILE
           DISPLAY "Voucher register written to " REPORT-FILENAME.

       WRITE-REGISTER-VOUCHER.
           IF JV-DATE = WS-REG-DATE
               ADD 1 TO WS-REG-RAISED
           END-IF
           EVALUATE TRUE
               WHEN JV-PENDING
                   ADD 1 TO WS-REG-PENDING
               WHEN JV-POSTED
                   IF JV-DONE-DATE = WS-REG-DATE
                       ADD 1 TO WS-REG-POSTED
                       ADD JV-TOTAL TO WS-REG-POSTED-AMT
                   END-IF
               WHEN JV-REJECTED
                   IF JV-DONE-DATE = WS-REG-DATE
                       ADD 1 TO WS-REG-REJECTED
                   END-IF
           END-EVALUATE

           MOVE JV-TOTAL TO FORMAT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Voucher " JV-NO "  " JV-STATUS "  " JV-CURRENCY
               " " FORMAT-AMOUNT "  group " JV-GROUP-ID
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  " FUNCTION TRIM(JV-NARRATION) DELIMITED BY SIZE
               "  ref " DELIMITED BY SIZE
               FUNCTION TRIM(JV-REFERENCE) DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  maker " FUNCTION TRIM(JV-MAKER) DELIMITED BY SIZE
               " on " JV-DATE DELIMITED BY SIZE
               "  checker " DELIMITED BY SIZE
               FUNCTION TRIM(JV-CHECKER) DELIMITED BY SIZE
               " on " JV-DONE-DATE DELIMITED BY SIZE
               "  approval #" JV-APPR-ID DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING JL-IDX FROM 1 BY 1
                   UNTIL JL-IDX > JV-LINE-COUNT
               MOVE JV-AMOUNT(JL-IDX) TO FORMAT-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING "    " JV-ACC-NO(JL-IDX) " " JV-DR-CR(JL-IDX)
                   " " FORMAT-AMOUNT " " JV-LINE-TEXT(JL-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           WRITE REPORT-LINE FROM SPACES.

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-ACTION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               JV-NO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               JV-TOTAL DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(LNK-OPERATOR-ID) DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           CALL "AuditLogger" USING AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE.

      *> ACC,<param>,<gl> lines name the designated accounts.
       LOAD-DESIGNATED-ACCOUNTS.
           MOVE 0 TO DA-COUNT
           OPEN INPUT GLRULE-FILE
           IF GLRULE-STATUS NOT = "00"
               DISPLAY "GLRULES.DAT not found - no internal "
                   "accounts designated."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL GLRULE-STATUS NOT = "00"
               READ GLRULE-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE SPACES TO WS-RULE-KIND WS-RULE-KEY
                           WS-RULE-GL
                       UNSTRING GLRULE-LINE DELIMITED BY ","
                           INTO WS-RULE-KIND WS-RULE-KEY WS-RULE-GL
                       IF WS-RULE-KIND = "ACC" AND DA-COUNT < 30
                           ADD 1 TO DA-COUNT
                           MOVE FUNCTION TRIM(WS-RULE-KEY)
                               TO DA-PARAM(DA-COUNT)
                           MOVE WS-RULE-GL TO DA-GL(DA-COUNT)
                           MOVE 0 TO DA-ACC-NO(DA-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLRULE-FILE.

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
                           PERFORM VARYING DA-IDX FROM 1 BY 1
                                   UNTIL DA-IDX > DA-COUNT
                               IF DA-PARAM(DA-IDX) =
                                  FUNCTION TRIM(WS-PARAM-NAME)
                                   COMPUTE DA-ACC-NO(DA-IDX) =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM JournalVoucher.
