       IDENTIFICATION DIVISION.
       PROGRAM-ID. TillDifference.

      *> Admin till difference register (TILLDIFF.DAT). Entries are
      *> written by TillDiffRecord when TillSession closes a till
      *> over or short. Option 1 lists the shortages still open,
      *> option 2 a teller's whole history with the repeated
      *> shortage flags. Option 3 records a recovery from the teller
      *> against an open shortage: cash the teller pays in (TR-TYPE
      *> 1 on TILLSHORTACC under operator TILLDIFF, against the cash
      *> code) or a debit to the teller's own account (a TR-TYPE 2 /
      *> TR-TYPE 1 pair under operator TILLRECOV, booked through 1900
      *> clearing, one TR-GROUP-ID). Option 4 writes off what is left
      *> of a shortage, or part of it, once a supervisor other than
      *> the teller has signed off at the screen - a TR-TYPE 1 credit
      *> to TILLSHORTACC under operator TILLWOFF, which GLRULES.DAT
      *> books to the till shortage expense code. A shortage that
      *> was never booked (TILLSHORTACC not set at close) takes cash
      *> recoveries and write-offs on the register only. Option 5
      *> runs the monthly till difference report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TILLDIFF-FILE ASSIGN TO "TILLDIFF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDF-ID
               FILE STATUS IS TILLDIFF-STATUS.

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

       FD TILLDIFF-FILE.
           COPY "TILL-DIFFERENCE.cpy".

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD TRAN-CONTROL-FILE.
           COPY "TRAN-CONTROL.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 TILLDIFF-STATUS         PIC XX.
       01 FILE-STATUS             PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 CTL-STATUS              PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 AUDIT-LINE              PIC X(120).
       01 WS-AUDIT-TIME           PIC 9(6).
       01 WS-AUDIT-ACTION         PIC X(18).

       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-SHORT-ACC            PIC 9(16) VALUE 0.
       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).

       01 WS-MENU-CHOICE          PIC 9.
       01 WS-AGAIN                PIC X VALUE 'Y'.
       01 WS-EOF                  PIC X.
       01 WS-ENTRY-INPUT          PIC 9(6).
       01 WS-BRANCH-INPUT         PIC X(4).
       01 WS-TELLER-INPUT         PIC X(20).
       01 WS-AMOUNT-INPUT         PIC 9(15)V99.
       01 WS-METHOD               PIC X.
       01 WS-TELLER-ACC           PIC 9(16).
       01 WS-CONFIRM              PIC X.
       01 WS-AUTH-OK              PIC X.
       01 WS-SUPERVISOR-ID        PIC X(20).
       01 WS-LISTED               PIC 9(5).
       01 WS-OUTSTANDING          PIC 9(15)V99.
       01 WS-TOTAL-OUTSTANDING    PIC 9(15)V99.
       01 WS-TOTAL-SHORT          PIC 9(15)V99.
       01 WS-TOTAL-OVER           PIC 9(15)V99.
       01 WS-REPEAT-FLAG          PIC X(6).
       01 WS-BOOKED               PIC X.

      *> One posting leg.
       01 WS-LEG-ACC              PIC 9(16).
       01 WS-LEG-TYPE             PIC 9.
       01 WS-LEG-OPERATOR         PIC X(20).
       01 WS-LEG-OK               PIC X.
       01 WS-RANDOM               USAGE COMP-1 VALUE 0.
       01 WS-GROUP-ID             PIC 9(8) VALUE 0.

       01 LAST-TRANSACTION-ID     PIC 9(9).
       01 WS-CTL-DATE-RAW         PIC X(6).
       01 WS-CTL-DATE             PIC 9(8).
       01 WS-NEXT-RECEIPT-CDE     PIC 9(14).
       01 WS-CUR-TIME             PIC X(6).
       01 WS-TIME                 PIC 9(8).

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-OUTSTANDING      PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
       MAIN-PROCEDURE.
           IF ADMIN-CHOICE = 113

           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY

           PERFORM UNTIL WS-AGAIN NOT = 'Y' AND WS-AGAIN NOT = 'y'
               DISPLAY "============================================"
               DISPLAY "       TILL DIFFERENCE REGISTER"
               DISPLAY "============================================"
               DISPLAY "1. List open shortages"
               DISPLAY "2. Teller difference history"
               DISPLAY "3. Record a recovery from the teller"
               DISPLAY "4. Write off a shortage"
               DISPLAY "5. Monthly till difference report"
               DISPLAY "Enter choice (1-5): "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM LIST-OPEN-SHORTAGES
                   WHEN 2
                       PERFORM TELLER-HISTORY
                   WHEN 3
                       PERFORM RECORD-RECOVERY
                   WHEN 4
                       PERFORM WRITE-OFF-SHORTAGE
                   WHEN 5
                       CALL "TillDiffReport"
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE

               DISPLAY "Another till difference action? (Y/N): "
               ACCEPT WS-AGAIN
           END-PERFORM

           MOVE 'Y' TO WS-AGAIN
           END-IF
           GOBACK.

       LIST-OPEN-SHORTAGES.
           DISPLAY "Branch code (blank = all branches): "
           MOVE SPACES TO WS-BRANCH-INPUT
           ACCEPT WS-BRANCH-INPUT
           MOVE 0 TO WS-LISTED
           MOVE 0 TO WS-TOTAL-OUTSTANDING

           OPEN INPUT TILLDIFF-FILE
           IF TILLDIFF-STATUS NOT = "00"
               DISPLAY "No till differences on the register."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTRY  TELLER               BR   DATE     "
               "          OUTSTANDING"
           MOVE 'N' TO WS-EOF
           MOVE 1 TO TDF-ID
           START TILLDIFF-FILE KEY IS NOT LESS THAN TDF-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ TILLDIFF-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TDF-SHORTAGE AND TDF-OPEN AND
                          (WS-BRANCH-INPUT = SPACES OR
                           TDF-BRANCH = WS-BRANCH-INPUT)
                           PERFORM SET-OUTSTANDING
                           PERFORM SET-REPEAT-FLAG
                           MOVE WS-OUTSTANDING TO FORMAT-OUTSTANDING
                           DISPLAY TDF-ID " " TDF-OPERATOR " "
                               TDF-BRANCH " " TDF-DATE " "
                               FORMAT-OUTSTANDING " " WS-REPEAT-FLAG
                           ADD WS-OUTSTANDING TO WS-TOTAL-OUTSTANDING
                           ADD 1 TO WS-LISTED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TILLDIFF-FILE
           MOVE WS-TOTAL-OUTSTANDING TO FORMAT-BALANCE
           DISPLAY WS-LISTED " open shortage(s), outstanding "
               FORMAT-BALANCE.

       TELLER-HISTORY.
           DISPLAY "Teller (operator id): "
           MOVE SPACES TO WS-TELLER-INPUT
           ACCEPT WS-TELLER-INPUT
           IF WS-TELLER-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LISTED
           MOVE 0 TO WS-TOTAL-OUTSTANDING WS-TOTAL-SHORT
               WS-TOTAL-OVER

           OPEN INPUT TILLDIFF-FILE
           IF TILLDIFF-STATUS NOT = "00"
               DISPLAY "No till differences on the register."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTRY  TILL   DATE     KIND  STATUS    "
               "              AMOUNT           OUTSTANDING"
           MOVE 'N' TO WS-EOF
           MOVE 1 TO TDF-ID
           START TILLDIFF-FILE KEY IS NOT LESS THAN TDF-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ TILLDIFF-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TDF-OPERATOR = WS-TELLER-INPUT
                           PERFORM SET-OUTSTANDING
                           PERFORM SET-REPEAT-FLAG
                           MOVE TDF-AMOUNT TO FORMAT-BALANCE
                           MOVE WS-OUTSTANDING TO FORMAT-OUTSTANDING
                           DISPLAY TDF-ID " " TDF-TILL-ID " "
                               TDF-DATE " " TDF-KIND " " TDF-STATUS
                               FORMAT-BALANCE " " FORMAT-OUTSTANDING
                               " " WS-REPEAT-FLAG
                           IF TDF-SHORTAGE
                               ADD TDF-AMOUNT TO WS-TOTAL-SHORT
                           ELSE
                               ADD TDF-AMOUNT TO WS-TOTAL-OVER
                           END-IF
                           ADD WS-OUTSTANDING TO WS-TOTAL-OUTSTANDING
                           ADD 1 TO WS-LISTED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TILLDIFF-FILE
           DISPLAY WS-LISTED " difference(s) for "
               FUNCTION TRIM(WS-TELLER-INPUT)
           MOVE WS-TOTAL-SHORT TO FORMAT-BALANCE
           DISPLAY "  Shortages   : " FORMAT-BALANCE
           MOVE WS-TOTAL-OVER TO FORMAT-BALANCE
           DISPLAY "  Overages    : " FORMAT-BALANCE
           MOVE WS-TOTAL-OUTSTANDING TO FORMAT-BALANCE
           DISPLAY "  Outstanding : " FORMAT-BALANCE.

      *> What is still owed on a shortage; nothing on an overage.
       SET-OUTSTANDING.
           MOVE 0 TO WS-OUTSTANDING
           IF TDF-SHORTAGE AND TDF-OPEN
               COMPUTE WS-OUTSTANDING =
                   TDF-AMOUNT - TDF-RECOVERED - TDF-WRITTEN-OFF
           END-IF.

       SET-REPEAT-FLAG.
           IF TDF-REPEATED
               MOVE "REPEAT" TO WS-REPEAT-FLAG
           ELSE
               MOVE SPACES TO WS-REPEAT-FLAG
           END-IF.

      *> Reads register entry WS-ENTRY-INPUT for update and checks it
      *> is a shortage still open; the file is left open I-O when
      *> WS-LEG-OK comes back 'Y'.
       LOAD-OPEN-SHORTAGE.
           MOVE 'N' TO WS-LEG-OK
           OPEN I-O TILLDIFF-FILE
           IF TILLDIFF-STATUS NOT = "00"
               DISPLAY "No till differences on the register."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTRY-INPUT TO TDF-ID
           READ TILLDIFF-FILE KEY IS TDF-ID
               INVALID KEY
                   DISPLAY "No register entry " WS-ENTRY-INPUT "."
                   CLOSE TILLDIFF-FILE
                   EXIT PARAGRAPH
           END-READ
           IF NOT TDF-SHORTAGE OR NOT TDF-OPEN
               DISPLAY "Entry " TDF-ID " is a " FUNCTION TRIM(TDF-KIND)
                   " entry, " FUNCTION TRIM(TDF-STATUS)
                   " - nothing to recover or write off."
               CLOSE TILLDIFF-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-OUTSTANDING
           MOVE WS-OUTSTANDING TO FORMAT-OUTSTANDING
           MOVE TDF-AMOUNT TO FORMAT-BALANCE
           DISPLAY "Shortage " TDF-ID " of " FUNCTION TRIM(TDF-OPERATOR)
               ", till " TDF-TILL-ID " on " TDF-DATE
           DISPLAY "  Amount      : " FORMAT-BALANCE
           DISPLAY "  Outstanding : " FORMAT-OUTSTANDING
           IF TDF-POSTED = "Y" AND WS-SHORT-ACC = 0
               DISPLAY "[ERROR]: TILLSHORTACC is not set in "
                   "PARAMS.DAT - the booked shortage cannot be "
                   "cleared."
               CLOSE TILLDIFF-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-LEG-OK.

      *> The amount to clear: blank or zero takes all that is left.
       ACCEPT-CLEAR-AMOUNT.
           DISPLAY "Amount (0 = all outstanding): "
           MOVE 0 TO WS-AMOUNT-INPUT
           ACCEPT WS-AMOUNT-INPUT
           IF WS-AMOUNT-INPUT = 0
               MOVE WS-OUTSTANDING TO WS-AMOUNT-INPUT
           END-IF
           IF WS-AMOUNT-INPUT > WS-OUTSTANDING
               DISPLAY "More than is outstanding - nothing done."
               MOVE 0 TO WS-AMOUNT-INPUT
           END-IF.

       RECORD-RECOVERY.
           DISPLAY "Register entry number: "
           ACCEPT WS-ENTRY-INPUT
           IF WS-ENTRY-INPUT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-OPEN-SHORTAGE
           IF WS-LEG-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-CLEAR-AMOUNT
           IF WS-AMOUNT-INPUT = 0
               CLOSE TILLDIFF-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Recovered as C = cash paid in, A = debit to the "
               "teller's account: "
           ACCEPT WS-METHOD
           MOVE FUNCTION UPPER-CASE(WS-METHOD) TO WS-METHOD

           MOVE 'N' TO WS-BOOKED
           EVALUATE WS-METHOD
               WHEN "C"
                   IF TDF-POSTED = "Y"
                       MOVE 0 TO WS-GROUP-ID
                       MOVE WS-SHORT-ACC TO WS-LEG-ACC
                       MOVE 1 TO WS-LEG-TYPE
                       MOVE "TILLDIFF" TO WS-LEG-OPERATOR
                       PERFORM POST-LEG
                       IF WS-LEG-OK NOT = 'Y'
                           CLOSE TILLDIFF-FILE
                           EXIT PARAGRAPH
                       END-IF
                       MOVE 'Y' TO WS-BOOKED
                   END-IF
               WHEN "A"
                   IF TDF-POSTED NOT = "Y"
                       DISPLAY "This shortage was never booked - "
                           "take the recovery in cash."
                       CLOSE TILLDIFF-FILE
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM RECOVER-FROM-ACCOUNT
                   IF WS-LEG-OK NOT = 'Y'
                       CLOSE TILLDIFF-FILE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'Y' TO WS-BOOKED
               WHEN OTHER
                   DISPLAY "Invalid method - nothing done."
                   CLOSE TILLDIFF-FILE
                   EXIT PARAGRAPH
           END-EVALUATE

           ADD WS-AMOUNT-INPUT TO TDF-RECOVERED
           MOVE WS-TODAY TO TDF-LAST-DATE
           MOVE LNK-OPERATOR-ID TO TDF-LAST-BY
           PERFORM CLOSE-IF-CLEARED
           REWRITE TILL-DIFF-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not update register entry "
                       TDF-ID " - correct it by hand."
           END-REWRITE
           CLOSE TILLDIFF-FILE

           MOVE WS-AMOUNT-INPUT TO FORMAT-BALANCE
           DISPLAY "Recovery of " FORMAT-BALANCE " recorded on entry "
               TDF-ID " - " FUNCTION TRIM(TDF-STATUS) "."
           IF WS-BOOKED NOT = 'Y'
               DISPLAY "Register only - the shortage was never "
                   "booked."
           END-IF
           MOVE "TILL_SHORT_RECOVER" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-LOG.

      *> The teller's own account pays the shortage account, both
      *> legs under one group.
       RECOVER-FROM-ACCOUNT.
           MOVE 'N' TO WS-LEG-OK
           DISPLAY "Teller's account number: "
           ACCEPT WS-TELLER-ACC
           IF WS-TELLER-ACC = 0 OR WS-TELLER-ACC = WS-SHORT-ACC
               DISPLAY "Invalid account - nothing done."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT USER-FILE
           MOVE WS-TELLER-ACC TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   DISPLAY "Account " WS-TELLER-ACC " not found."
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE USER-FILE
           IF USER-STATUS NOT = "ACTIVE"
               DISPLAY "Account " WS-TELLER-ACC " is "
                   FUNCTION TRIM(USER-STATUS) " - nothing done."
               EXIT PARAGRAPH
           END-IF
           IF USER-CURRENCY NOT = "MMK" AND USER-CURRENCY NOT = SPACES
               DISPLAY "Account " WS-TELLER-ACC " is in "
                   USER-CURRENCY " - recover from a kyat account."
               EXIT PARAGRAPH
           END-IF
           IF USER-BALANCE < WS-AMOUNT-INPUT
               DISPLAY "Insufficient balance on " WS-TELLER-ACC
                   " - nothing done."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Debit " FUNCTION TRIM(USER-NAME) " account "
               WS-TELLER-ACC "? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-RANDOM = FUNCTION RANDOM
           COMPUTE WS-GROUP-ID = (WS-RANDOM * 89999999) + 10000000
           MOVE "TILLRECOV" TO WS-LEG-OPERATOR
           MOVE WS-TELLER-ACC TO WS-LEG-ACC
           MOVE 2 TO WS-LEG-TYPE
           PERFORM POST-LEG
           IF WS-LEG-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SHORT-ACC TO WS-LEG-ACC
           MOVE 1 TO WS-LEG-TYPE
           PERFORM POST-LEG
           IF WS-LEG-OK NOT = 'Y'
               DISPLAY "[ERROR]: Teller account " WS-TELLER-ACC
                   " debited but the shortage account was not "
                   "credited - group " WS-GROUP-ID
               MOVE 'Y' TO WS-LEG-OK
           END-IF.

       WRITE-OFF-SHORTAGE.
           DISPLAY "Register entry number: "
           ACCEPT WS-ENTRY-INPUT
           IF WS-ENTRY-INPUT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-OPEN-SHORTAGE
           IF WS-LEG-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-CLEAR-AMOUNT
           IF WS-AMOUNT-INPUT = 0
               CLOSE TILLDIFF-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AMOUNT-INPUT TO FORMAT-BALANCE
           DISPLAY "Write off " FORMAT-BALANCE " of shortage "
               TDF-ID "? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               CLOSE TILLDIFF-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-AUTH-OK
           MOVE SPACES TO WS-SUPERVISOR-ID
           CALL "SupervisorAuth" USING WS-AUTH-OK WS-SUPERVISOR-ID
           IF WS-AUTH-OK NOT = 'Y'
               DISPLAY "Supervisor approval required - nothing "
                   "written off."
               CLOSE TILLDIFF-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-SUPERVISOR-ID = TDF-OPERATOR
               DISPLAY "The teller cannot approve the write-off of "
                   "their own shortage."
               CLOSE TILLDIFF-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-BOOKED
           IF TDF-POSTED = "Y"
               MOVE 0 TO WS-GROUP-ID
               MOVE WS-SHORT-ACC TO WS-LEG-ACC
               MOVE 1 TO WS-LEG-TYPE
               MOVE "TILLWOFF" TO WS-LEG-OPERATOR
               PERFORM POST-LEG
               IF WS-LEG-OK NOT = 'Y'
                   CLOSE TILLDIFF-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-BOOKED
           END-IF

           ADD WS-AMOUNT-INPUT TO TDF-WRITTEN-OFF
           MOVE WS-TODAY TO TDF-LAST-DATE
           MOVE LNK-OPERATOR-ID TO TDF-LAST-BY
           MOVE WS-SUPERVISOR-ID TO TDF-WO-SUPERVISOR
           PERFORM CLOSE-IF-CLEARED
           REWRITE TILL-DIFF-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not update register entry "
                       TDF-ID " - correct it by hand."
           END-REWRITE
           CLOSE TILLDIFF-FILE

           DISPLAY FORMAT-BALANCE " written off on entry " TDF-ID
               " - " FUNCTION TRIM(TDF-STATUS) "."
           IF WS-BOOKED NOT = 'Y'
               DISPLAY "Register only - the shortage was never "
                   "booked."
           END-IF
           MOVE "TILL_SHORT_WOFF" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-LOG.

       CLOSE-IF-CLEARED.
           IF TDF-RECOVERED + TDF-WRITTEN-OFF >= TDF-AMOUNT
               IF TDF-WRITTEN-OFF > 0
                   MOVE "WRITTENOFF" TO TDF-STATUS
               ELSE
                   MOVE "RECOVERED" TO TDF-STATUS
               END-IF
           END-IF.

      *> Posts WS-AMOUNT-INPUT to WS-LEG-ACC: TR-TYPE 1 adds to the
      *> balance, TR-TYPE 2 takes it off. WS-LEG-OK says whether the
      *> account moved.
       POST-LEG.
           MOVE 'N' TO WS-LEG-OK
           OPEN I-O USER-FILE
           MOVE WS-LEG-ACC TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   DISPLAY "[ERROR]: Account " WS-LEG-ACC
                       " not found - nothing posted."
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           IF WS-LEG-TYPE = 1
               ADD WS-AMOUNT-INPUT TO USER-BALANCE
           ELSE
               SUBTRACT WS-AMOUNT-INPUT FROM USER-BALANCE
           END-IF
           REWRITE USER-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not update account "
                       WS-LEG-ACC " - nothing posted."
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "USER" TO WS-IJ-KIND
           MOVE USER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           CLOSE USER-FILE

           PERFORM POST-TRANSACTION
           MOVE 'Y' TO WS-LEG-OK.

       POST-TRANSACTION.
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
           MOVE WS-GROUP-ID         TO TR-GROUP-ID
           MOVE WS-LEG-TYPE         TO TR-TYPE
           MOVE WS-TODAY            TO TR-DATE
           MOVE WS-TODAY            TO TR-VALUE-DATE
           MOVE WS-CUR-TIME         TO TR-TIME
           MOVE WS-LEG-OPERATOR     TO TR-OPERATOR-ID
           MOVE "N"                 TO TR-REVERSED
           MOVE "MMK"               TO TR-CURRENCY
           MOVE TDF-BRANCH          TO TR-BRANCH
           MOVE 1                   TO TR-FX-RATE
           MOVE SPACES TO TR-TERMINAL
           COMPUTE TR-AMOUNT  =
               FUNCTION INTEGER-PART(WS-AMOUNT-INPUT)
           COMPUTE TR-DECIMAL =
               FUNCTION MOD(WS-AMOUNT-INPUT * 100, 100)

           WRITE TRANSACTION-RECORD INVALID KEY
               DISPLAY "[ERROR]: Writing till difference posting "
                   "failed for " WS-LEG-ACC
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

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-ACTION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               TDF-ID DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-AMOUNT-INPUT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(TDF-OPERATOR) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(TDF-WO-SUPERVISOR) DELIMITED BY SIZE
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
                               WHEN "TILLSHORTACC"
                                   COMPUTE WS-SHORT-ACC =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM TillDifference.
