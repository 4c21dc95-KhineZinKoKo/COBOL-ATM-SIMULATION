       IDENTIFICATION DIVISION.
       PROGRAM-ID. StrFiling.

      *> Suspicious transaction report filing. Takes an ESCALATED
      *> case off AMLCASES.DAT and builds the Financial Intelligence
      *> Unit's fixed-format STR file, FIU-<reference>.DAT, 200-byte
      *> records:
      *>   01 header      - reporting bank, STR reference, officer,
      *>                    case, event, escalation date
      *>   02 subject     - the customer behind the case account,
      *>                    from CUSTOMERS.DAT (the account's own
      *>                    name and NRC for an account opened
      *>                    before the customer master)
      *>   03 account     - every account the subject holds, the
      *>                    case account marked
      *>   04 transaction - every posting on the case account in
      *>                    either direction from STRLOOKBACKDAYS
      *>                    before the case opened until it was
      *>                    escalated, from TRANSACTIONS.dat and the
      *>                    TRANARCH-YYYY.DAT archives alike
      *>   05 narrative   - the officer's grounds for suspicion
      *>   99 trailer     - record counts and the transaction total
      *> Each filing takes the next number on STRREG.DAT and the
      *> reference STRyyyy-nnnnnn, which is stamped on the case; the
      *> FIU's acknowledgment is recorded later against both. The
      *> register lists every filing against its deadline
      *> (escalation date plus STRFILEDAYS) and every escalated case
      *> still waiting to be filed, so a late STR is seen before it
      *> happens rather than after.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN TO "AMLCASES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-ID
               FILE STATUS IS CASE-STATUS-CODE.

           SELECT STRREG-FILE ASSIGN TO "STRREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STR-ID
               FILE STATUS IS STRREG-STATUS.

           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT ARCH-FILE ASSIGN TO DYNAMIC ARCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.

           SELECT STR-OUT-FILE ASSIGN TO DYNAMIC STR-OUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STR-OUT-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CASE-FILE.
           COPY "AML-CASE.cpy".

       FD STRREG-FILE.
           COPY "STR-REGISTER.cpy".

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD ARCH-FILE.
       01 ARCH-REC                PIC X(152).

       FD STR-OUT-FILE.
       01 STR-OUT-LINE            PIC X(200).

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 AUDIT-LINE              PIC X(120).
       01 CASE-STATUS-CODE        PIC XX.
       01 STRREG-STATUS           PIC XX.
       01 FILE-STATUS             PIC XX.
       01 CUSTOMER-STATUS         PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 ARCH-STATUS             PIC XX.
       01 STR-OUT-STATUS          PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 REPORT-STATUS           PIC XX.

       01 ARCH-FILENAME           PIC X(30).
       01 STR-OUT-FILENAME        PIC X(30).
       01 REPORT-FILENAME         PIC X(30).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-OUR-BANK-CODE        PIC X(4) VALUE SPACES.
       01 WS-FILE-DAYS            PIC 9(3) VALUE 7.
       01 WS-LOOKBACK-DAYS        PIC 9(3) VALUE 90.

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-AUDIT-TIME           PIC 9(6).
       01 WS-ACTION               PIC X(20).

       01 WS-MENU-CHOICE          PIC 9.
       01 WS-AGAIN                PIC X VALUE 'Y'.
       01 WS-CONFIRM              PIC X.
       01 WS-EOF                  PIC X.
       01 WS-SUB-EOF              PIC X.
       01 WS-CASE-PICK            PIC 9(6).
       01 WS-REF-INPUT            PIC X(16).
       01 WS-ACK-REF-INPUT        PIC X(20).
       01 WS-ACK-DATE-INPUT       PIC 9(8).

       01 WS-ESC-DATE             PIC 9(8).
       01 WS-DUE-DATE             PIC 9(8).
       01 WS-WINDOW-FROM          PIC 9(8).
       01 WS-WINDOW-TO            PIC 9(8).
       01 WS-ARCH-YEAR            PIC 9(4).
       01 WS-CUR-YEAR             PIC 9(4).
       01 WS-DAYS-LEFT            PIC S9(5).
       01 WS-NEXT-STR-ID          PIC 9(6).
       01 WS-STR-REF              PIC X(16).
       01 WS-SUBJECT-FOUND        PIC X.
       01 WS-SUBJECT-CUST         PIC 9(8).
       01 WS-ACC-HIT              PIC X.
       01 WS-SOURCE               PIC X(1).

      *> The accounts reported for the subject.
       01 WS-SUBJECT-ACCOUNTS.
           05 WS-SA-COUNT         PIC 99 VALUE 0.
           05 WS-SA-ACC-NO        PIC 9(16) OCCURS 20 TIMES.
       01 WS-SA-IDX               PIC 99.

      *> The officer's narrative, one line per record 05.
       01 WS-NARRATIVE.
           05 WS-NARR-COUNT       PIC 99 VALUE 0.
           05 WS-NARR-LINE        PIC X(70) OCCURS 20 TIMES.
       01 WS-NARR-IDX             PIC 99.
       01 WS-NARR-INPUT           PIC X(70).

       01 WS-ACCOUNT-COUNT        PIC 9(5).
       01 WS-TXN-COUNT            PIC 9(5).
       01 WS-TXN-TOTAL            PIC 9(15)V99.
       01 WS-TR-AMT               PIC 9(15)V99.

       01 WS-REG-FILED            PIC 9(5).
       01 WS-REG-LATE             PIC 9(5).
       01 WS-REG-UNACKED          PIC 9(5).
       01 WS-REG-PENDING          PIC 9(5).
       01 WS-REG-OVERDUE          PIC 9(5).

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-DAYS             PIC -ZZZ9.

      *> The FIU's fixed STR layout - every record 200 bytes.
       01 FIU-HEADER.
           05 FH-REC-TYPE         PIC X(2) VALUE "01".
           05 FH-BANK-CODE        PIC X(4).
           05 FH-STR-REF          PIC X(16).
           05 FH-FILED-DATE       PIC 9(8).
           05 FH-FILED-TIME       PIC 9(6).
           05 FH-OFFICER          PIC X(20).
           05 FH-CASE-ID          PIC 9(6).
           05 FH-EVENT-TYPE       PIC X(10).
           05 FH-CASE-OPEN-DATE   PIC 9(8).
           05 FH-ESC-DATE         PIC 9(8).
           05 FH-CASE-AMOUNT      PIC 9(15)V99.
           05 FH-WINDOW-FROM      PIC 9(8).
           05 FH-WINDOW-TO        PIC 9(8).
           05 FILLER              PIC X(79) VALUE SPACES.

       01 FIU-SUBJECT.
           05 FS-REC-TYPE         PIC X(2) VALUE "02".
           05 FS-CUST-ID          PIC 9(8).
           05 FS-CUST-TYPE        PIC X(1).
           05 FS-NAME             PIC X(25).
           05 FS-NRC              PIC X(20).
           05 FS-DOB              PIC 9(8).
           05 FS-PHONE            PIC X(15).
           05 FS-ADDRESS          PIC X(40).
           05 FS-REG-DATE         PIC X(10).
           05 FS-RISK-RATING      PIC X(6).
           05 FILLER              PIC X(65) VALUE SPACES.

       01 FIU-ACCOUNT.
           05 FA-REC-TYPE         PIC X(2) VALUE "03".
           05 FA-ACC-NO           PIC 9(16).
           05 FA-CASE-ACCOUNT     PIC X(1).
           05 FA-ACC-TYPE         PIC X(10).
           05 FA-CURRENCY         PIC X(3).
           05 FA-BAL-SIGN         PIC X(1).
           05 FA-BALANCE          PIC 9(15)V99.
           05 FA-STATUS           PIC X(8).
           05 FA-BRANCH           PIC X(4).
           05 FA-OPENED           PIC X(10).
           05 FILLER              PIC X(128) VALUE SPACES.

       01 FIU-TRANSACTION.
           05 FT-REC-TYPE         PIC X(2) VALUE "04".
           05 FT-RECEIPT-CDE      PIC 9(14).
           05 FT-TRANS-ID         PIC 9(9).
           05 FT-DATE             PIC 9(8).
           05 FT-TIME             PIC 9(6).
           05 FT-VALUE-DATE       PIC 9(8).
           05 FT-TYPE             PIC 9(1).
           05 FT-ACC-NO           PIC 9(16).
           05 FT-COUNTERPARTY     PIC 9(16).
           05 FT-AMOUNT           PIC 9(15)V99.
           05 FT-CURRENCY         PIC X(3).
           05 FT-OPERATOR         PIC X(20).
           05 FT-BRANCH           PIC X(4).
           05 FT-TERMINAL         PIC X(8).
           05 FT-REVERSED         PIC X(1).
           05 FT-SOURCE           PIC X(1).
           05 FILLER              PIC X(66) VALUE SPACES.

       01 FIU-NARRATIVE.
           05 FN-REC-TYPE         PIC X(2) VALUE "05".
           05 FN-SEQ              PIC 9(2).
           05 FN-TEXT             PIC X(70).
           05 FILLER              PIC X(126) VALUE SPACES.

       01 FIU-TRAILER.
           05 FZ-REC-TYPE         PIC X(2) VALUE "99".
           05 FZ-STR-REF          PIC X(16).
           05 FZ-SUBJECTS         PIC 9(5).
           05 FZ-ACCOUNTS         PIC 9(5).
           05 FZ-TRANSACTIONS     PIC 9(5).
           05 FZ-NARRATIVE        PIC 9(5).
           05 FZ-TXN-TOTAL        PIC 9(15)V99.
           05 FILLER              PIC X(145) VALUE SPACES.

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
       MAIN-PROCEDURE.
           IF ADMIN-CHOICE = 102

           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY

           PERFORM UNTIL WS-AGAIN NOT = 'Y' AND WS-AGAIN NOT = 'y'
               DISPLAY "============================================"
               DISPLAY "   SUSPICIOUS TRANSACTION REPORTS (FIU)"
               DISPLAY "============================================"
               DISPLAY "1. File an STR for an escalated case"
               DISPLAY "2. Record an FIU acknowledgment"
               DISPLAY "3. STR register and filing deadlines"
               DISPLAY "Enter choice (1-3): "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM FILE-AN-STR
                   WHEN 2
                       PERFORM RECORD-ACKNOWLEDGMENT
                   WHEN 3
                       PERFORM PRINT-REGISTER
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE

               DISPLAY "Another STR action? (Y/N): "
               ACCEPT WS-AGAIN
           END-PERFORM

           MOVE 'Y' TO WS-AGAIN
           END-IF
           GOBACK.

       FILE-AN-STR.
           DISPLAY "Enter case number: "
           ACCEPT WS-CASE-PICK
           IF WS-CASE-PICK = 0
               DISPLAY "Case 0 is the ingest control record."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CASE-FILE
           IF CASE-STATUS-CODE NOT = "00"
               DISPLAY "AMLCASES.DAT could not be opened."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CASE-PICK TO CASE-ID
           READ CASE-FILE KEY IS CASE-ID
               INVALID KEY
                   DISPLAY "No case with that number."
                   CLOSE CASE-FILE
                   EXIT PARAGRAPH
           END-READ
           IF NOT CASE-ESCALATED
               DISPLAY "Case " CASE-ID " is " CASE-STATUS
                   " - only an ESCALATED case is reported."
               CLOSE CASE-FILE
               EXIT PARAGRAPH
           END-IF
           IF CASE-STR-REF NOT = SPACES
               DISPLAY "STR " CASE-STR-REF " was already filed on "
                   "this case."
               CLOSE CASE-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-CASE-DEADLINE
           MOVE CASE-AMOUNT TO FORMAT-BALANCE
           DISPLAY "Case " CASE-ID "  account " CASE-ACC-NO
               "  " CASE-EVENT-TYPE
           DISPLAY "Amount " FORMAT-BALANCE "  escalated "
               WS-ESC-DATE "  STR due " WS-DUE-DATE
           DISPLAY "Note: " FUNCTION TRIM(CASE-NOTE)

           PERFORM LOAD-SUBJECT
           IF WS-SUBJECT-FOUND NOT = 'Y'
               DISPLAY "Account " CASE-ACC-NO " is not on file - "
                   "the subject record will carry the account "
                   "number only."
           END-IF

           PERFORM ACCEPT-NARRATIVE
           IF WS-NARR-COUNT = 0
               DISPLAY "A narrative is required - nothing filed."
               CLOSE CASE-FILE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "File the STR with the FIU now? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "Nothing filed."
               CLOSE CASE-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM ALLOCATE-STR-NUMBER
           IF WS-NEXT-STR-ID = 0
               CLOSE CASE-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-STR-FILE

           MOVE WS-STR-REF TO CASE-STR-REF
           REWRITE AML-CASE-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not stamp the STR "
                       "reference on the case."
           END-REWRITE
           PERFORM REGISTER-FILING
           CLOSE CASE-FILE

           MOVE "STR_FILED" TO WS-ACTION
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "STR " WS-STR-REF " filed as " STR-OUT-FILENAME
           DISPLAY "  " WS-TXN-COUNT " transaction(s), "
               WS-ACCOUNT-COUNT " account(s), " WS-NARR-COUNT
               " narrative line(s)."
           IF STR-LATE = "Y"
               DISPLAY "*** FILED LATE - due " WS-DUE-DATE
                   ". Record the reason with the compliance head. ***"
           END-IF.

      *> The deadline runs from escalation; a case escalated before
      *> the date was kept runs from the day it was opened.
       SET-CASE-DEADLINE.
           MOVE CASE-ESC-DATE TO WS-ESC-DATE
           IF WS-ESC-DATE = 0
               MOVE CASE-OPEN-DATE TO WS-ESC-DATE
           END-IF
           IF WS-ESC-DATE = 0
               MOVE WS-TODAY TO WS-ESC-DATE
           END-IF
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-ESC-DATE) + WS-FILE-DAYS).

       LOAD-SUBJECT.
           MOVE 'N' TO WS-SUBJECT-FOUND
           MOVE 0 TO WS-SUBJECT-CUST
           MOVE 0 TO WS-SA-COUNT
           MOVE SPACES TO FS-CUST-TYPE FS-NAME FS-NRC FS-PHONE
           MOVE SPACES TO FS-ADDRESS FS-REG-DATE FS-RISK-RATING
           MOVE 0 TO FS-CUST-ID FS-DOB

           OPEN INPUT USER-FILE
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE CASE-ACC-NO TO USER-ACC-NO
           READ USER-FILE KEY IS USER-ACC-NO
               INVALID KEY
                   CLOSE USER-FILE
                   ADD 1 TO WS-SA-COUNT
                   MOVE CASE-ACC-NO TO WS-SA-ACC-NO(1)
                   EXIT PARAGRAPH
           END-READ
           MOVE 'Y' TO WS-SUBJECT-FOUND
           MOVE USER-CUSTOMER-ID TO WS-SUBJECT-CUST
           MOVE "I" TO FS-CUST-TYPE
           MOVE USER-NAME TO FS-NAME
           MOVE USER-NRC TO FS-NRC
           MOVE USER-PHONE TO FS-PHONE
           MOVE USER-ADDRESS TO FS-ADDRESS
           MOVE USER-REG-DATE TO FS-REG-DATE

           IF WS-SUBJECT-CUST NOT = 0
               OPEN INPUT CUSTOMER-FILE
               IF CUSTOMER-STATUS = "00"
                   MOVE WS-SUBJECT-CUST TO CUST-ID
                   READ CUSTOMER-FILE KEY IS CUST-ID
                       NOT INVALID KEY
                           PERFORM SUBJECT-FROM-CUSTOMER
                   END-READ
                   CLOSE CUSTOMER-FILE
               END-IF
           END-IF

      *> Every account the subject holds goes on the report - the
      *> case account alone when it predates the customer master.
           IF WS-SUBJECT-CUST = 0
               ADD 1 TO WS-SA-COUNT
               MOVE CASE-ACC-NO TO WS-SA-ACC-NO(1)
           ELSE
               MOVE 'N' TO WS-SUB-EOF
               MOVE 0 TO USER-ACC-NO
               START USER-FILE KEY IS NOT LESS THAN USER-ACC-NO
                   INVALID KEY MOVE 'Y' TO WS-SUB-EOF
               END-START
               PERFORM UNTIL WS-SUB-EOF = 'Y'
                   READ USER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-SUB-EOF
                       NOT AT END
                           IF USER-CUSTOMER-ID = WS-SUBJECT-CUST AND
                              WS-SA-COUNT < 20
                               ADD 1 TO WS-SA-COUNT
                               MOVE USER-ACC-NO
                                   TO WS-SA-ACC-NO(WS-SA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE USER-FILE.

       SUBJECT-FROM-CUSTOMER.
           MOVE CUST-ID TO FS-CUST-ID
           IF CUST-BUSINESS
               MOVE "B" TO FS-CUST-TYPE
           ELSE
               MOVE "I" TO FS-CUST-TYPE
           END-IF
           MOVE CUST-NAME TO FS-NAME
           MOVE CUST-NRC TO FS-NRC
           MOVE CUST-DOB TO FS-DOB
           MOVE CUST-PHONE TO FS-PHONE
           MOVE CUST-ADDRESS TO FS-ADDRESS
           MOVE CUST-REG-DATE TO FS-REG-DATE
           MOVE CUST-RISK-RATING TO FS-RISK-RATING.

       ACCEPT-NARRATIVE.
           MOVE 0 TO WS-NARR-COUNT
           DISPLAY "Enter the grounds for suspicion, up to 20 lines "
               "of 70 characters. A line holding only . ends it."
           PERFORM UNTIL WS-NARR-COUNT >= 20
               MOVE SPACES TO WS-NARR-INPUT
               ACCEPT WS-NARR-INPUT
               IF FUNCTION TRIM(WS-NARR-INPUT) = "."
                   EXIT PERFORM
               END-IF
               IF WS-NARR-INPUT NOT = SPACES
                   ADD 1 TO WS-NARR-COUNT
                   MOVE WS-NARR-INPUT TO WS-NARR-LINE(WS-NARR-COUNT)
               END-IF
           END-PERFORM.

       ALLOCATE-STR-NUMBER.
           MOVE 0 TO WS-NEXT-STR-ID
           OPEN I-O STRREG-FILE
           IF STRREG-STATUS = "35"
               OPEN OUTPUT STRREG-FILE
               CLOSE STRREG-FILE
               OPEN I-O STRREG-FILE
           END-IF
           IF STRREG-STATUS NOT = "00"
               DISPLAY "[ERROR]: STRREG.DAT could not be opened."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO STR-ID
           READ STRREG-FILE KEY IS STR-ID
               INVALID KEY
                   INITIALIZE STR-REGISTER-RECORD
                   MOVE 0 TO STR-ID
                   MOVE 1 TO STR-CASE-ID
                   WRITE STR-REGISTER-RECORD
                   MOVE 1 TO WS-NEXT-STR-ID
               NOT INVALID KEY
                   ADD 1 TO STR-CASE-ID
                   MOVE STR-CASE-ID TO WS-NEXT-STR-ID
                   REWRITE STR-REGISTER-RECORD
           END-READ
           CLOSE STRREG-FILE

           MOVE SPACES TO WS-STR-REF
           STRING "STR" WS-TODAY(1:4) "-" WS-NEXT-STR-ID
               DELIMITED BY SIZE INTO WS-STR-REF
           MOVE SPACES TO STR-OUT-FILENAME
           STRING "FIU-" FUNCTION TRIM(WS-STR-REF) ".DAT"
               DELIMITED BY SIZE INTO STR-OUT-FILENAME.

       WRITE-STR-FILE.
           MOVE 0 TO WS-ACCOUNT-COUNT WS-TXN-COUNT WS-TXN-TOTAL
           MOVE CASE-OPEN-DATE TO WS-WINDOW-TO
           IF WS-WINDOW-TO = 0
               MOVE WS-ESC-DATE TO WS-WINDOW-TO
           END-IF
           COMPUTE WS-WINDOW-FROM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-WINDOW-TO)
               - WS-LOOKBACK-DAYS)
           IF WS-ESC-DATE > WS-WINDOW-TO
               MOVE WS-ESC-DATE TO WS-WINDOW-TO
           END-IF

           OPEN OUTPUT STR-OUT-FILE
           MOVE WS-OUR-BANK-CODE TO FH-BANK-CODE
           MOVE WS-STR-REF TO FH-STR-REF
           MOVE WS-TODAY TO FH-FILED-DATE
           ACCEPT FH-FILED-TIME FROM TIME
           MOVE LNK-OPERATOR-ID TO FH-OFFICER
           MOVE CASE-ID TO FH-CASE-ID
           MOVE CASE-EVENT-TYPE TO FH-EVENT-TYPE
           MOVE CASE-OPEN-DATE TO FH-CASE-OPEN-DATE
           MOVE WS-ESC-DATE TO FH-ESC-DATE
           MOVE CASE-AMOUNT TO FH-CASE-AMOUNT
           MOVE WS-WINDOW-FROM TO FH-WINDOW-FROM
           MOVE WS-WINDOW-TO TO FH-WINDOW-TO
           WRITE STR-OUT-LINE FROM FIU-HEADER

           IF WS-SUBJECT-FOUND NOT = 'Y'
               MOVE "ACCOUNT NOT ON FILE" TO FS-NAME
           END-IF
           WRITE STR-OUT-LINE FROM FIU-SUBJECT

           PERFORM WRITE-ACCOUNT-RECORDS
           PERFORM WRITE-LIVE-TRANSACTIONS
           MOVE WS-WINDOW-FROM(1:4) TO WS-ARCH-YEAR
           MOVE WS-TODAY(1:4) TO WS-CUR-YEAR
           PERFORM UNTIL WS-ARCH-YEAR >= WS-CUR-YEAR OR
                   WS-ARCH-YEAR > WS-WINDOW-TO(1:4)
               PERFORM WRITE-ARCHIVE-TRANSACTIONS
               ADD 1 TO WS-ARCH-YEAR
           END-PERFORM

           PERFORM VARYING WS-NARR-IDX FROM 1 BY 1
                   UNTIL WS-NARR-IDX > WS-NARR-COUNT
               MOVE WS-NARR-IDX TO FN-SEQ
               MOVE WS-NARR-LINE(WS-NARR-IDX) TO FN-TEXT
               WRITE STR-OUT-LINE FROM FIU-NARRATIVE
           END-PERFORM

           MOVE WS-STR-REF TO FZ-STR-REF
           MOVE 1 TO FZ-SUBJECTS
           MOVE WS-ACCOUNT-COUNT TO FZ-ACCOUNTS
           MOVE WS-TXN-COUNT TO FZ-TRANSACTIONS
           MOVE WS-NARR-COUNT TO FZ-NARRATIVE
           MOVE WS-TXN-TOTAL TO FZ-TXN-TOTAL
           WRITE STR-OUT-LINE FROM FIU-TRAILER
           CLOSE STR-OUT-FILE.

       WRITE-ACCOUNT-RECORDS.
           OPEN INPUT USER-FILE
           PERFORM VARYING WS-SA-IDX FROM 1 BY 1
                   UNTIL WS-SA-IDX > WS-SA-COUNT
               INITIALIZE FIU-ACCOUNT
               MOVE "03" TO FA-REC-TYPE
               MOVE WS-SA-ACC-NO(WS-SA-IDX) TO FA-ACC-NO
               IF WS-SA-ACC-NO(WS-SA-IDX) = CASE-ACC-NO
                   MOVE "Y" TO FA-CASE-ACCOUNT
               ELSE
                   MOVE "N" TO FA-CASE-ACCOUNT
               END-IF
               IF FILE-STATUS = "00"
                   MOVE WS-SA-ACC-NO(WS-SA-IDX) TO USER-ACC-NO
                   READ USER-FILE KEY IS USER-ACC-NO
                       NOT INVALID KEY
                           PERFORM ACCOUNT-FROM-USER
                   END-READ
               END-IF
               WRITE STR-OUT-LINE FROM FIU-ACCOUNT
               ADD 1 TO WS-ACCOUNT-COUNT
           END-PERFORM
           IF FILE-STATUS = "00" OR FILE-STATUS = "23"
               CLOSE USER-FILE
           END-IF.

       ACCOUNT-FROM-USER.
           MOVE USER-ACC-TYPE TO FA-ACC-TYPE
           IF USER-CURRENCY = SPACES
               MOVE "MMK" TO FA-CURRENCY
           ELSE
               MOVE USER-CURRENCY TO FA-CURRENCY
           END-IF
           IF USER-BALANCE < 0
               MOVE "-" TO FA-BAL-SIGN
           ELSE
               MOVE "+" TO FA-BAL-SIGN
           END-IF
           MOVE USER-BALANCE TO FA-BALANCE
           MOVE USER-STATUS TO FA-STATUS
           MOVE USER-BRANCH TO FA-BRANCH
           MOVE USER-REG-DATE TO FA-OPENED.

      *> The case account's postings on either side - sent from it
      *> or received into it - inside the window.
       WRITE-LIVE-TRANSACTIONS.
           MOVE "L" TO WS-SOURCE
           MOVE 'N' TO WS-SUB-EOF
           OPEN INPUT TRANSACTION-FILE
           IF TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TRANSACTION-ID
           START TRANSACTION-FILE KEY IS NOT LESS THAN TRANSACTION-ID
               INVALID KEY MOVE 'Y' TO WS-SUB-EOF
           END-START
           PERFORM UNTIL WS-SUB-EOF = 'Y'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-POSTING
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE.

       WRITE-ARCHIVE-TRANSACTIONS.
           MOVE "A" TO WS-SOURCE
           MOVE SPACES TO ARCH-FILENAME
           STRING "TRANARCH-" WS-ARCH-YEAR ".DAT"
               DELIMITED BY SIZE INTO ARCH-FILENAME
           MOVE 'N' TO WS-SUB-EOF
           OPEN INPUT ARCH-FILE
           IF ARCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SUB-EOF = 'Y'
               READ ARCH-FILE
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       MOVE ARCH-REC TO TRANSACTION-RECORD
                       PERFORM CHECK-ONE-POSTING
               END-READ
           END-PERFORM
           CLOSE ARCH-FILE.

       CHECK-ONE-POSTING.
           IF TR-DATE < WS-WINDOW-FROM OR TR-DATE > WS-WINDOW-TO
               EXIT PARAGRAPH
           END-IF
           IF TR-ACC-NO NOT = CASE-ACC-NO AND
              TR-RECEIVER-NO NOT = CASE-ACC-NO
               EXIT PARAGRAPH
           END-IF
           MOVE TRANSACTION-CDE TO FT-RECEIPT-CDE
           MOVE TRANSACTION-ID TO FT-TRANS-ID
           MOVE TR-DATE TO FT-DATE
           MOVE TR-TIME TO FT-TIME
           MOVE TR-VALUE-DATE TO FT-VALUE-DATE
           MOVE TR-TYPE TO FT-TYPE
           MOVE TR-ACC-NO TO FT-ACC-NO
           MOVE TR-RECEIVER-NO TO FT-COUNTERPARTY
           COMPUTE WS-TR-AMT = TR-AMOUNT + TR-DECIMAL / 100
           MOVE WS-TR-AMT TO FT-AMOUNT
           MOVE TR-CURRENCY TO FT-CURRENCY
           MOVE TR-OPERATOR-ID TO FT-OPERATOR
           MOVE TR-BRANCH TO FT-BRANCH
           MOVE TR-TERMINAL TO FT-TERMINAL
           MOVE TR-REVERSED TO FT-REVERSED
           MOVE WS-SOURCE TO FT-SOURCE
           WRITE STR-OUT-LINE FROM FIU-TRANSACTION
           ADD 1 TO WS-TXN-COUNT
           ADD WS-TR-AMT TO WS-TXN-TOTAL.

       REGISTER-FILING.
           OPEN I-O STRREG-FILE
           INITIALIZE STR-REGISTER-RECORD
           MOVE WS-NEXT-STR-ID TO STR-ID
           MOVE WS-STR-REF TO STR-REF
           MOVE CASE-ID TO STR-CASE-ID
           MOVE CASE-ACC-NO TO STR-ACC-NO
           MOVE WS-SUBJECT-CUST TO STR-CUST-ID
           MOVE WS-ESC-DATE TO STR-ESC-DATE
           MOVE WS-DUE-DATE TO STR-DUE-DATE
           MOVE WS-TODAY TO STR-FILED-DATE
           MOVE FH-FILED-TIME TO STR-FILED-TIME
           MOVE LNK-OPERATOR-ID TO STR-OFFICER
           MOVE STR-OUT-FILENAME TO STR-FILE-NAME
           MOVE WS-TXN-COUNT TO STR-TXN-COUNT
           MOVE WS-TXN-TOTAL TO STR-TXN-TOTAL
           IF WS-TODAY > WS-DUE-DATE
               MOVE "Y" TO STR-LATE
           ELSE
               MOVE "N" TO STR-LATE
           END-IF
           MOVE "FILED" TO STR-STATUS
           MOVE SPACES TO STR-ACK-REF
           MOVE 0 TO STR-ACK-DATE
           WRITE STR-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not register STR "
                       WS-STR-REF
           END-WRITE
           CLOSE STRREG-FILE.

       RECORD-ACKNOWLEDGMENT.
           DISPLAY "STR reference (STRyyyy-nnnnnn): "
           ACCEPT WS-REF-INPUT
           MOVE FUNCTION UPPER-CASE(WS-REF-INPUT) TO WS-REF-INPUT

           OPEN I-O STRREG-FILE
           IF STRREG-STATUS NOT = "00"
               DISPLAY "No STRs have been filed."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE 1 TO STR-ID
           START STRREG-FILE KEY IS NOT LESS THAN STR-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ STRREG-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF STR-REF = WS-REF-INPUT
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EOF = 'Y'
               DISPLAY "No STR with that reference."
               CLOSE STRREG-FILE
               EXIT PARAGRAPH
           END-IF
           IF STR-ACKED
               DISPLAY "Already acknowledged by the FIU as "
                   FUNCTION TRIM(STR-ACK-REF) " on " STR-ACK-DATE
               CLOSE STRREG-FILE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Case " STR-CASE-ID "  filed " STR-FILED-DATE
               "  by " FUNCTION TRIM(STR-OFFICER)
           DISPLAY "FIU acknowledgment reference: "
           ACCEPT WS-ACK-REF-INPUT
           IF WS-ACK-REF-INPUT = SPACES
               DISPLAY "No acknowledgment reference - nothing "
                   "recorded."
               CLOSE STRREG-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Acknowledgment date (YYYYMMDD, 0 for today): "
           ACCEPT WS-ACK-DATE-INPUT
           IF WS-ACK-DATE-INPUT = 0
               MOVE WS-TODAY TO WS-ACK-DATE-INPUT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ACK-DATE-INPUT) NOT = 0
               DISPLAY "Invalid date - nothing recorded."
               CLOSE STRREG-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ACK-REF-INPUT TO STR-ACK-REF
           MOVE WS-ACK-DATE-INPUT TO STR-ACK-DATE
           MOVE "ACKED" TO STR-STATUS
           REWRITE STR-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not update the register."
                   CLOSE STRREG-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE STR-REF TO WS-STR-REF
           CLOSE STRREG-FILE

           OPEN I-O CASE-FILE
           IF CASE-STATUS-CODE = "00"
               MOVE STR-CASE-ID TO CASE-ID
               READ CASE-FILE KEY IS CASE-ID
                   NOT INVALID KEY
                       MOVE WS-ACK-REF-INPUT TO CASE-FIU-ACK-REF
                       MOVE WS-ACK-DATE-INPUT TO CASE-FIU-ACK-DATE
                       REWRITE AML-CASE-RECORD
               END-READ
               CLOSE CASE-FILE
           END-IF

           MOVE "STR_ACKNOWLEDGED" TO WS-ACTION
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "FIU acknowledgment " FUNCTION TRIM(WS-ACK-REF-INPUT)
               " recorded against " WS-STR-REF.

       PRINT-REGISTER.
           MOVE 0 TO WS-REG-FILED WS-REG-LATE WS-REG-UNACKED
           MOVE 0 TO WS-REG-PENDING WS-REG-OVERDUE
           MOVE SPACES TO REPORT-FILENAME
           STRING "STRREG-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM
               "========= SUSPICIOUS TRANSACTION REPORT REGISTER ====="
           MOVE SPACES TO REPORT-LINE
           STRING "Run date: " WS-TODAY "  filing deadline: "
               WS-FILE-DAYS " days from escalation"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM
               "------------------------------------------------------"
           WRITE REPORT-LINE FROM
               "Filed: reference, case, account, escalated, due, filed,"
           WRITE REPORT-LINE FROM
               "       status, FIU acknowledgment"

           MOVE 'N' TO WS-EOF
           OPEN INPUT STRREG-FILE
           IF STRREG-STATUS = "00"
               MOVE 1 TO STR-ID
               START STRREG-FILE KEY IS NOT LESS THAN STR-ID
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ STRREG-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM REGISTER-ONE-FILING
                   END-READ
               END-PERFORM
               CLOSE STRREG-FILE
           END-IF
           IF WS-REG-FILED = 0
               WRITE REPORT-LINE FROM "  (no STRs filed)"
           END-IF

           WRITE REPORT-LINE FROM
               "------------------------------------------------------"
           WRITE REPORT-LINE FROM
               "Escalated cases awaiting filing: case, account, "
           WRITE REPORT-LINE FROM
               "       escalated, due, days left"
           MOVE 'N' TO WS-EOF
           OPEN INPUT CASE-FILE
           IF CASE-STATUS-CODE = "00"
               MOVE 1 TO CASE-ID
               START CASE-FILE KEY IS NOT LESS THAN CASE-ID
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CASE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CASE-ESCALATED AND
                              CASE-STR-REF = SPACES
                               PERFORM REGISTER-ONE-PENDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE
           END-IF
           IF WS-REG-PENDING = 0
               WRITE REPORT-LINE FROM "  (none)"
           END-IF

           WRITE REPORT-LINE FROM
               "------------------------------------------------------"
           MOVE SPACES TO REPORT-LINE
           STRING "Filed " WS-REG-FILED "  of which late "
               WS-REG-LATE "  awaiting FIU ack " WS-REG-UNACKED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Awaiting filing " WS-REG-PENDING
               "  of which past deadline " WS-REG-OVERDUE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY "STRs filed           : " WS-REG-FILED
           DISPLAY "Filed late           : " WS-REG-LATE
           DISPLAY "Awaiting FIU ack     : " WS-REG-UNACKED
           DISPLAY "Awaiting filing      : " WS-REG-PENDING
           DISPLAY "Past filing deadline : " WS-REG-OVERDUE
           IF WS-REG-OVERDUE > 0
               DISPLAY "*** " WS-REG-OVERDUE " escalated case(s) are "
                   "past the STR deadline - file them today. ***"
           END-IF
           DISPLAY "Register written to " REPORT-FILENAME.

       REGISTER-ONE-FILING.
           ADD 1 TO WS-REG-FILED
           IF STR-LATE = "Y"
               ADD 1 TO WS-REG-LATE
           END-IF
           IF NOT STR-ACKED
               ADD 1 TO WS-REG-UNACKED
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  " STR-REF " " STR-CASE-ID " " STR-ACC-NO " "
               STR-ESC-DATE " " STR-DUE-DATE " " STR-FILED-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           IF STR-LATE = "Y"
               MOVE "LATE" TO REPORT-LINE(86:4)
           END-IF
           MOVE STR-STATUS TO REPORT-LINE(92:8)
           MOVE STR-ACK-REF TO REPORT-LINE(101:20)
           WRITE REPORT-LINE.

       REGISTER-ONE-PENDING.
           ADD 1 TO WS-REG-PENDING
           PERFORM SET-CASE-DEADLINE
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-DUE-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
           MOVE WS-DAYS-LEFT TO FORMAT-DAYS
           MOVE SPACES TO REPORT-LINE
           STRING "  " CASE-ID " " CASE-ACC-NO " " WS-ESC-DATE " "
               WS-DUE-DATE " " FORMAT-DAYS
               DELIMITED BY SIZE INTO REPORT-LINE
           IF WS-DAYS-LEFT < 0
               ADD 1 TO WS-REG-OVERDUE
               MOVE "OVERDUE" TO REPORT-LINE(70:7)
           END-IF
           WRITE REPORT-LINE.

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACTION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-STR-REF) DELIMITED BY SIZE
               ",case " DELIMITED BY SIZE
               CASE-ID DELIMITED BY SIZE
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
                           EVALUATE FUNCTION TRIM(WS-PARAM-NAME)
                               WHEN "BUSINESSDATE"
                                   COMPUTE WS-BUSINESS-DATE =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               WHEN "OURBANKCODE"
                                   MOVE FUNCTION TRIM(WS-PARAM-VALUE)
                                       TO WS-OUR-BANK-CODE
                               WHEN "STRFILEDAYS"
                                   COMPUTE WS-FILE-DAYS =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               WHEN "STRLOOKBACKDAYS"
                                   COMPUTE WS-LOOKBACK-DAYS =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM StrFiling.
