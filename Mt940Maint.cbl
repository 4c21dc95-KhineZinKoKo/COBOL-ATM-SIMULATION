       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mt940Maint.

      *> Enrolment for the MT940-style electronic statement.
      *> Business customers' accounts are enrolled on MT940ENROL.DAT
      *> as DAILY (a statement every business date from the nightly
      *> Mt940Batch run) or ON-REQUEST (only when asked for here),
      *> and stopped again when the customer no longer wants it.
      *> A statement for any enrolled account and any date up to
      *> today is produced here on request - the same option
      *> regenerates a day the customer lost or the nightly run did
      *> not reach - and MT940LOG.DAT shows, per account, every
      *> statement already cut.

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

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUSTOMER-STATUS.

           SELECT RUNLOG-FILE ASSIGN TO "MT940LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD ENROL-FILE.
           COPY "MT940-ENROL.cpy".

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD RUNLOG-FILE.
       01 RUNLOG-LINE             PIC X(120).

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 AUDIT-LINE              PIC X(120).
       01 ENROL-STATUS            PIC XX.
       01 FILE-STATUS             PIC XX.
       01 CUSTOMER-STATUS         PIC XX.
       01 RUNLOG-STATUS           PIC XX.
       01 PARAMS-STATUS           PIC XX.

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-AUDIT-TIME           PIC 9(6).
       01 WS-ACTION               PIC X(20).

       01 WS-MENU-CHOICE          PIC 9.
       01 WS-AGAIN                PIC X VALUE 'Y'.
       01 WS-EOF                  PIC X.
       01 WS-ACC-INPUT            PIC 9(16).
       01 WS-FREQ-INPUT           PIC X.
       01 WS-DATE-INPUT           PIC 9(8).
       01 WS-CUST-ID              PIC 9(8).
       01 WS-CUST-OK              PIC X.
       01 WS-LIST-COUNT           PIC 9(5).
       01 WS-LOG-COUNT            PIC 9(5).
       01 WS-FREQ-TEXT            PIC X(10).
       01 WS-ACC-TEXT             PIC X(16).

       01 WS-MT-MODE              PIC X VALUE "R".
       01 WS-MT-RESULT            PIC X.

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
       MAIN-PROCEDURE.
           IF ADMIN-CHOICE = 103

           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY

           PERFORM UNTIL WS-AGAIN NOT = 'Y' AND WS-AGAIN NOT = 'y'
               DISPLAY "============================================"
               DISPLAY "     MT940 ELECTRONIC STATEMENT SERVICE"
               DISPLAY "============================================"
               DISPLAY "1. Enrol an account"
               DISPLAY "2. Stop an account"
               DISPLAY "3. List enrolled accounts"
               DISPLAY "4. Produce or regenerate a statement"
               DISPLAY "5. Statements already cut for an account"
               DISPLAY "Enter choice (1-5): "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM ENROL-ACCOUNT
                   WHEN 2
                       PERFORM STOP-ACCOUNT
                   WHEN 3
                       PERFORM LIST-ENROLMENTS
                   WHEN 4
                       PERFORM REQUEST-STATEMENT
                   WHEN 5
                       PERFORM SHOW-RUN-LOG
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE

               DISPLAY "Another MT940 action? (Y/N): "
               ACCEPT WS-AGAIN
           END-PERFORM

           MOVE 'Y' TO WS-AGAIN
           END-IF
           GOBACK.

      *> Only a business customer's account is enrolled - the file
      *> is for accounting software, not for personal banking.
       ENROL-ACCOUNT.
           DISPLAY "Account number: "
           ACCEPT WS-ACC-INPUT
           PERFORM CHECK-BUSINESS-ACCOUNT
           IF WS-CUST-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Daily (D) or on request (R): "
           ACCEPT WS-FREQ-INPUT
           MOVE FUNCTION UPPER-CASE(WS-FREQ-INPUT) TO WS-FREQ-INPUT
           IF WS-FREQ-INPUT NOT = "D" AND WS-FREQ-INPUT NOT = "R"
               DISPLAY "Frequency must be D or R."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ENROL-FILE
           IF ENROL-STATUS = "35"
               OPEN OUTPUT ENROL-FILE
               CLOSE ENROL-FILE
               OPEN I-O ENROL-FILE
           END-IF
           IF ENROL-STATUS NOT = "00"
               DISPLAY "[ERROR]: MT940ENROL.DAT could not be opened."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ACC-INPUT TO ME-ACC-NO
           READ ENROL-FILE KEY IS ME-ACC-NO
               INVALID KEY
                   INITIALIZE MT940-ENROL-RECORD
                   MOVE WS-ACC-INPUT TO ME-ACC-NO
                   MOVE WS-CUST-ID TO ME-CUST-ID
                   MOVE "ACTIVE" TO ME-STATUS
                   MOVE WS-FREQ-INPUT TO ME-FREQUENCY
                   MOVE WS-TODAY TO ME-ENROL-DATE
                   MOVE LNK-OPERATOR-ID TO ME-ENROL-BY
                   MOVE 0 TO ME-LAST-DATE ME-STOP-DATE
                   WRITE MT940-ENROL-RECORD
                   DISPLAY "Account " WS-ACC-INPUT " enrolled."
               NOT INVALID KEY
                   IF ME-ACTIVE AND ME-FREQUENCY = WS-FREQ-INPUT
                       DISPLAY "Account is already enrolled."
                       CLOSE ENROL-FILE
                       EXIT PARAGRAPH
                   END-IF
      *> A stopped account coming back resumes from today, not
      *> from the day it was stopped.
                   IF ME-STOPPED
                       MOVE WS-TODAY TO ME-ENROL-DATE
                       MOVE LNK-OPERATOR-ID TO ME-ENROL-BY
                       MOVE 0 TO ME-LAST-DATE ME-STOP-DATE
                   END-IF
      *> Likewise an on-request account turned daily starts with
      *> today's statement.
                   IF ME-ACTIVE AND ME-ON-REQUEST AND
                      WS-FREQ-INPUT = "D"
                       COMPUTE ME-LAST-DATE = FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1)
                   END-IF
                   MOVE "ACTIVE" TO ME-STATUS
                   MOVE WS-FREQ-INPUT TO ME-FREQUENCY
                   MOVE WS-CUST-ID TO ME-CUST-ID
                   REWRITE MT940-ENROL-RECORD
                   DISPLAY "Enrolment for " WS-ACC-INPUT " updated."
           END-READ
           CLOSE ENROL-FILE
           MOVE "MT940_ENROL" TO WS-ACTION
           PERFORM WRITE-AUDIT-LOG.

       CHECK-BUSINESS-ACCOUNT.
           MOVE 'N' TO WS-CUST-OK
           MOVE 0 TO WS-CUST-ID
           OPEN INPUT USER-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "USERS.DAT could not be opened."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACC-INPUT TO USER-ACC-NO
           READ USER-FILE KEY IS USER-ACC-NO
               INVALID KEY
                   DISPLAY "Account not found."
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE USER-FILE
           IF USER-STATUS = "CLOSED"
               DISPLAY "Account is closed."
               EXIT PARAGRAPH
           END-IF
           MOVE USER-CUSTOMER-ID TO WS-CUST-ID
           IF WS-CUST-ID = 0
               DISPLAY "Account has no customer record - link it to "
                   "a business customer first."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-STATUS NOT = "00"
               DISPLAY "CUSTOMERS.DAT could not be opened."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE KEY IS CUST-ID
               INVALID KEY
                   DISPLAY "Customer " WS-CUST-ID " not found."
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE CUSTOMER-FILE
           IF NOT CUST-BUSINESS
               DISPLAY "MT940 statements are for business customers "
                   "only."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Customer: " FUNCTION TRIM(CUST-NAME)
           MOVE 'Y' TO WS-CUST-OK.

       STOP-ACCOUNT.
           DISPLAY "Account number: "
           ACCEPT WS-ACC-INPUT
           OPEN I-O ENROL-FILE
           IF ENROL-STATUS NOT = "00"
               DISPLAY "No accounts are enrolled."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACC-INPUT TO ME-ACC-NO
           READ ENROL-FILE KEY IS ME-ACC-NO
               INVALID KEY
                   DISPLAY "Account is not enrolled."
                   CLOSE ENROL-FILE
                   EXIT PARAGRAPH
           END-READ
           IF ME-STOPPED
               DISPLAY "Already stopped on " ME-STOP-DATE
               CLOSE ENROL-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "STOPPED" TO ME-STATUS
           MOVE WS-TODAY TO ME-STOP-DATE
           REWRITE MT940-ENROL-RECORD
           CLOSE ENROL-FILE
           DISPLAY "MT940 statements stopped for " WS-ACC-INPUT
           MOVE "MT940_STOP" TO WS-ACTION
           PERFORM WRITE-AUDIT-LOG.

       LIST-ENROLMENTS.
           MOVE 0 TO WS-LIST-COUNT
           OPEN INPUT ENROL-FILE
           IF ENROL-STATUS NOT = "00"
               DISPLAY "No accounts are enrolled."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ACCOUNT          CUSTOMER STATUS   FREQUENCY  "
               "ENROLLED LAST CUT"
           MOVE 'N' TO WS-EOF
           MOVE 0 TO ME-ACC-NO
           START ENROL-FILE KEY IS NOT LESS THAN ME-ACC-NO
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ENROL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ME-DAILY
                           MOVE "DAILY" TO WS-FREQ-TEXT
                       ELSE
                           MOVE "ON-REQUEST" TO WS-FREQ-TEXT
                       END-IF
                       DISPLAY ME-ACC-NO " " ME-CUST-ID " "
                           ME-STATUS " " WS-FREQ-TEXT " "
                           ME-ENROL-DATE " " ME-LAST-DATE
                       ADD 1 TO WS-LIST-COUNT
               END-READ
           END-PERFORM
           CLOSE ENROL-FILE
           DISPLAY WS-LIST-COUNT " account(s) enrolled.".

       REQUEST-STATEMENT.
           DISPLAY "Account number: "
           ACCEPT WS-ACC-INPUT
           OPEN INPUT ENROL-FILE
           IF ENROL-STATUS NOT = "00"
               DISPLAY "No accounts are enrolled."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACC-INPUT TO ME-ACC-NO
           READ ENROL-FILE KEY IS ME-ACC-NO
               INVALID KEY
                   DISPLAY "Account is not enrolled."
                   CLOSE ENROL-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE ENROL-FILE
           IF ME-STOPPED
               DISPLAY "MT940 statements were stopped for this "
                   "account on " ME-STOP-DATE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Statement date (YYYYMMDD, 0 for today): "
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT = 0
               MOVE WS-TODAY TO WS-DATE-INPUT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-INPUT) NOT = 0
               DISPLAY "Invalid date."
               EXIT PARAGRAPH
           END-IF
           IF WS-DATE-INPUT > WS-TODAY
               DISPLAY "A statement cannot be cut for a future date."
               EXIT PARAGRAPH
           END-IF

           CALL "Mt940Batch" USING WS-MT-MODE WS-ACC-INPUT
               WS-DATE-INPUT LNK-OPERATOR-ID WS-MT-RESULT
           IF WS-MT-RESULT = "Y"
               DISPLAY "Statement for " WS-DATE-INPUT " written to "
                   "the customer's MT940 outbound folder."
               MOVE "MT940_REQUEST" TO WS-ACTION
               PERFORM WRITE-AUDIT-LOG
           ELSE
               DISPLAY "No statement produced."
           END-IF.

       SHOW-RUN-LOG.
           DISPLAY "Account number: "
           ACCEPT WS-ACC-INPUT
           MOVE WS-ACC-INPUT TO WS-ACC-TEXT
           MOVE 0 TO WS-LOG-COUNT
           OPEN INPUT RUNLOG-FILE
           IF RUNLOG-STATUS NOT = "00"
               DISPLAY "No MT940 statements have been cut."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "RUN AT         MODE   ACCOUNT          STMT DATE"
               " ENTRIES CLOSING FILE OPERATOR"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RUNLOG-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RUNLOG-LINE(24:16) = WS-ACC-TEXT
                           DISPLAY FUNCTION TRIM(RUNLOG-LINE)
                           ADD 1 TO WS-LOG-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUNLOG-FILE
           DISPLAY WS-LOG-COUNT " statement(s) cut for "
               WS-ACC-INPUT.

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACTION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-ACC-INPUT DELIMITED BY SIZE
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

       END PROGRAM Mt940Maint.
