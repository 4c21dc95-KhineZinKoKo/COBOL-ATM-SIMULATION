      *> The opening balance is reconstructed the same way
      *> UserViewHistory's passbook does it: live balance minus every
      *> movement from the start of the statement month forward.
      *> A customer asking at the counter for a copy of one month's
      *> statement gets a single-account run instead, written as
      *> STMTCOPY-<account>.txt in the same folder and charged at
      *> the STMTCOPY counter tariff through ServiceCharge.
      *> A full run honours the customer's delivery preference from
      *> CUSTOMERS.DAT: paper by post (STMT-), collect at branch
      *> (BRANCH-), email-ready file (EMAIL-) or none at all. Paper
      *> for an address with returned mail is held and written for
      *> branch collection instead. Every account is listed with its
      *> channel in the delivery manifest STMTMANIFEST-YYYYMM.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUSTOMER-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC MANIFEST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CONTROL-FILE.
       01 CONTROL-LINE            PIC X(100).

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD MANIFEST-FILE.
       01 MANIFEST-LINE           PIC X(120).

       WORKING-STORAGE SECTION.
       01 USERS-STATUS            PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 STMT-FILENAME           PIC X(60).
       01 CONTROL-FILENAME        PIC X(30).
       01 WS-STMT-DIR             PIC X(20).
       01 CUSTOMER-STATUS         PIC XX.
       01 MANIFEST-STATUS         PIC XX.
       01 MANIFEST-FILENAME       PIC X(30).
       01 WS-CUST-OPEN            PIC X VALUE 'N'.

      *> Delivery channel for the account in hand: P post, B branch
      *> collection, E email-ready file, N none.
       01 WS-DELIVERY             PIC X.
       01 WS-DELIVERY-NAME        PIC X(8).
       01 WS-HOLD-REASON          PIC X(14).
       01 WS-FILE-PREFIX          PIC X(8).
       01 WS-POST-COUNT           PIC 9(6) VALUE 0.
       01 WS-BRANCH-COUNT         PIC 9(6) VALUE 0.
       01 WS-EMAIL-COUNT          PIC 9(6) VALUE 0.
       01 WS-NONE-COUNT           PIC 9(6) VALUE 0.
       01 WS-HELD-COUNT           PIC 9(6) VALUE 0.

       01 WS-STMT-MONTH           PIC 9(6).
       01 WS-RUN-MODE             PIC X.
       01 WS-COPY-ACC             PIC 9(16).
       01 WS-SVC-CODE             PIC X(12) VALUE "STMTCOPY".
       01 WS-SVC-RESULT           PIC X.
       01 WS-FROM-DATE            PIC 9(8).
       01 WS-TO-DATE              PIC 9(8).

       01 DISPLAY-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 DISPLAY-RUNNING         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       LINKAGE SECTION.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING LNK-OPERATOR-ID.
       MAIN-PROCEDURE.
           DISPLAY "============================================"
           DISPLAY "       MONTHLY STATEMENT PRODUCTION RUN"
               GOBACK
           END-IF

           DISPLAY "Full run (A) or counter copy for one account (C)? "
           ACCEPT WS-RUN-MODE
           MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE
           MOVE SPACES TO WS-HOLD-REASON
           IF WS-RUN-MODE = "C"
               DISPLAY "Account number: "
               ACCEPT WS-COPY-ACC
           END-IF

           COMPUTE WS-FROM-DATE = (WS-STMT-MONTH * 100) + 1
           COMPUTE WS-TO-DATE = (WS-STMT-MONTH * 100) + 31

               GOBACK
           END-IF

           IF WS-RUN-MODE = "C"
               PERFORM PRODUCE-STATEMENT-COPY
               CLOSE USERS-FILE
               CLOSE TRANSACTION-FILE
               GOBACK
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-STATUS = "00"
               MOVE 'Y' TO WS-CUST-OPEN
           END-IF
           PERFORM OPEN-MANIFEST

           MOVE 0 TO USER-ACC-NO
           START USERS-FILE KEY IS NOT LESS THAN USER-ACC-NO
               INVALID KEY MOVE 'Y' TO WS-USER-EOF
               READ USERS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-USER-EOF
                   NOT AT END
                       PERFORM DECIDE-DELIVERY
                       IF WS-DELIVERY NOT = "N"
                           PERFORM PRODUCE-ONE-STATEMENT
                       END-IF
                       PERFORM WRITE-MANIFEST-LINE
               END-READ
           END-PERFORM

           CLOSE USERS-FILE
           CLOSE TRANSACTION-FILE
           IF WS-CUST-OPEN = 'Y'
               CLOSE CUSTOMER-FILE
           END-IF
           CLOSE MANIFEST-FILE

           PERFORM WRITE-CONTROL-REPORT

           DISPLAY "--------------------------------------------"
           DISPLAY "Statements produced : " WS-STMT-COUNT
           DISPLAY "  by post           : " WS-POST-COUNT
           DISPLAY "  branch collection : " WS-BRANCH-COUNT
           DISPLAY "    of which held   : " WS-HELD-COUNT
           DISPLAY "  email-ready       : " WS-EMAIL-COUNT
           DISPLAY "Not produced (none) : " WS-NONE-COUNT
           DISPLAY "Output folder       : " WS-STMT-DIR
           DISPLAY "Control report      : " CONTROL-FILENAME
           DISPLAY "Delivery manifest   : " MANIFEST-FILENAME
           DISPLAY "============================================"
           GOBACK.

       PRODUCE-STATEMENT-COPY.
           MOVE WS-COPY-ACC TO USER-ACC-NO
           READ USERS-FILE KEY IS USER-ACC-NO
               INVALID KEY
                   DISPLAY "Account not found."
                   EXIT PARAGRAPH
           END-READ
           CLOSE USERS-FILE
           CALL "ServiceCharge" USING WS-SVC-CODE WS-COPY-ACC
               LNK-OPERATOR-ID WS-SVC-RESULT
           OPEN INPUT USERS-FILE
           IF WS-SVC-RESULT = "N"
               DISPLAY "Statement copy not produced."
               EXIT PARAGRAPH
           END-IF
      *> Reread so the copy's running balance includes the charge
      *> just taken when it falls in the statement month.
           CLOSE TRANSACTION-FILE
           OPEN INPUT TRANSACTION-FILE
           MOVE WS-COPY-ACC TO USER-ACC-NO
           READ USERS-FILE KEY IS USER-ACC-NO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM PRODUCE-ONE-STATEMENT
           DISPLAY "Statement copy written to "
               FUNCTION TRIM(STMT-FILENAME).

      *> Accounts with no customer record, or opened before the
      *> preference existed, go by post as they always have.
       DECIDE-DELIVERY.
           MOVE "P" TO WS-DELIVERY
           MOVE SPACES TO WS-HOLD-REASON
           IF WS-CUST-OPEN = 'Y' AND USER-CUSTOMER-ID NOT = 0
               MOVE USER-CUSTOMER-ID TO CUST-ID
               READ CUSTOMER-FILE KEY IS CUST-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN CUST-STMT-BRANCH
                               MOVE "B" TO WS-DELIVERY
                           WHEN CUST-STMT-EMAIL
                               MOVE "E" TO WS-DELIVERY
                           WHEN CUST-STMT-NONE
                               MOVE "N" TO WS-DELIVERY
                           WHEN OTHER
                               IF CUST-ADDR-UNVERIFIED
                                   MOVE "B" TO WS-DELIVERY
                                   MOVE "RETURNED MAIL"
                                       TO WS-HOLD-REASON
                                   ADD 1 TO WS-HELD-COUNT
                               END-IF
                       END-EVALUATE
               END-READ
           END-IF
           EVALUATE WS-DELIVERY
               WHEN "B"
                   MOVE "BRANCH" TO WS-DELIVERY-NAME
                   MOVE "/BRANCH-" TO WS-FILE-PREFIX
                   ADD 1 TO WS-BRANCH-COUNT
               WHEN "E"
                   MOVE "EMAIL" TO WS-DELIVERY-NAME
                   MOVE "/EMAIL-" TO WS-FILE-PREFIX
                   ADD 1 TO WS-EMAIL-COUNT
               WHEN "N"
                   MOVE "NONE" TO WS-DELIVERY-NAME
                   MOVE SPACES TO WS-FILE-PREFIX
                   ADD 1 TO WS-NONE-COUNT
               WHEN OTHER
                   MOVE "POST" TO WS-DELIVERY-NAME
                   MOVE "/STMT-" TO WS-FILE-PREFIX
                   ADD 1 TO WS-POST-COUNT
           END-EVALUATE.

       OPEN-MANIFEST.
           MOVE SPACES TO MANIFEST-FILENAME
           STRING "STMTMANIFEST-" WS-STMT-MONTH ".txt"
               DELIMITED BY SIZE INTO MANIFEST-FILENAME
           OPEN OUTPUT MANIFEST-FILE
           MOVE SPACES TO MANIFEST-LINE
           STRING "STATEMENT DELIVERY MANIFEST - MONTH "
               WS-STMT-MONTH DELIMITED BY SIZE INTO MANIFEST-LINE
           WRITE MANIFEST-LINE
           MOVE SPACES TO MANIFEST-LINE
           STRING "ACCOUNT          CUSTOMER CHANNEL  BRANCH "
               "REASON         FILE" DELIMITED BY SIZE
               INTO MANIFEST-LINE
           WRITE MANIFEST-LINE
           WRITE MANIFEST-LINE FROM
               "-----------------------------------------------------".

       WRITE-MANIFEST-LINE.
           MOVE SPACES TO MANIFEST-LINE
           IF WS-DELIVERY = "N"
               STRING USER-ACC-NO DELIMITED BY SIZE
                      " " USER-CUSTOMER-ID DELIMITED BY SIZE
                      " " WS-DELIVERY-NAME DELIMITED BY SIZE
                      " " USER-BRANCH DELIMITED BY SIZE
                      "   NOT PRODUCED" DELIMITED BY SIZE
                      INTO MANIFEST-LINE
           ELSE
               STRING USER-ACC-NO DELIMITED BY SIZE
                      " " USER-CUSTOMER-ID DELIMITED BY SIZE
                      " " WS-DELIVERY-NAME DELIMITED BY SIZE
                      " " USER-BRANCH DELIMITED BY SIZE
                      "   " WS-HOLD-REASON DELIMITED BY SIZE
                      FUNCTION TRIM(STMT-FILENAME) DELIMITED BY SIZE
                      INTO MANIFEST-LINE
           END-IF
           WRITE MANIFEST-LINE.

       PRODUCE-ONE-STATEMENT.
           MOVE USER-RECORD TO WS-HOLD-USER
           MOVE USER-ACC-NO TO WS-STMT-ACC
       OPEN-STATEMENT-FILE.
           MOVE SPACES TO STMT-FILENAME
           STRING FUNCTION TRIM(WS-STMT-DIR) DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FILE-PREFIX) DELIMITED BY SIZE
                  WS-STMT-ACC DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO STMT-FILENAME
           IF WS-RUN-MODE = "C"
               MOVE SPACES TO STMT-FILENAME
               STRING FUNCTION TRIM(WS-STMT-DIR) DELIMITED BY SIZE
                      "/STMTCOPY-" DELIMITED BY SIZE
                      WS-STMT-ACC DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                      INTO STMT-FILENAME
           END-IF
           OPEN OUTPUT STMT-FILE
           IF WS-RUN-MODE = "C"
               WRITE STMT-LINE FROM
                   "********  STATEMENT COPY  ********"
           END-IF
           IF WS-HOLD-REASON NOT = SPACES
               WRITE STMT-LINE FROM
                   "****  HELD FOR COLLECTION - ADDRESS UNVERIFIED ****"
           END-IF

           WRITE STMT-LINE FROM
               "================= ACCOUNT STATEMENT ================="
           STRING "Statements produced  : " WS-STMT-COUNT
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE
           STRING "  by post            : " WS-POST-COUNT
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE
           STRING "  branch collection  : " WS-BRANCH-COUNT
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE
           STRING "    held (ret. mail) : " WS-HELD-COUNT
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE
           STRING "  email-ready        : " WS-EMAIL-COUNT
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE
           STRING "Not produced (none)  : " WS-NONE-COUNT
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE
           STRING "Output folder        : " FUNCTION TRIM(WS-STMT-DIR)
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE
           STRING "Delivery manifest    : " MANIFEST-FILENAME
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE
           WRITE CONTROL-LINE FROM
               "============================================"
           CLOSE CONTROL-FILE.
