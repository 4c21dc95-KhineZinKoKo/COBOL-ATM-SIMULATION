       IDENTIFICATION DIVISION.
       PROGRAM-ID. StaffExceptions.

      *> Monthly staff-account exception report for internal audit.
      *> Staff accounts are every USERS.DAT account whose customer is
      *> an admin's own (ADMIN-CUST-ID) or one of the related parties
      *> declared for that admin on RELPARTY.DAT. The month's
      *> TRANSACTIONS.dat postings on those accounts are listed when
      *> the staff member posted them personally, when they are
      *> reversals, or when they reach STAFFLARGEAMT; then every
      *> supervisor override of the insider control taken that month
      *> (STAFFOVR.DAT) is listed. Prints STAFFEXC-<yyyymm>.txt on
      *> the month-end night.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADMINS-FILE ASSIGN TO "ADMINS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADMIN-USERNAME
               FILE STATUS IS ADMINS-STATUS.

           SELECT RELPARTY-FILE ASSIGN TO "RELPARTY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-KEY
               FILE STATUS IS RELPARTY-STATUS.

           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT OVERRIDE-FILE ASSIGN TO "STAFFOVR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERRIDE-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD ADMINS-FILE.
           COPY "ADMIN-RECORD.cpy".

       FD RELPARTY-FILE.
           COPY "STAFF-RELATED.cpy".

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD OVERRIDE-FILE.
       01 OVERRIDE-LINE           PIC X(120).

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 ADMINS-STATUS           PIC XX.
       01 RELPARTY-STATUS         PIC XX.
       01 FILE-STATUS             PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 OVERRIDE-STATUS         PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 REPORT-FILENAME         PIC X(30).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-LARGE-AMOUNT         PIC 9(15)V99 VALUE 10000.
       01 WS-TODAY                PIC 9(8).
       01 WS-MONTH                PIC X(6).
       01 WS-SYS-DATE             PIC X(10).

       01 WS-EOF                  PIC X.
       01 WS-AMOUNT               PIC 9(15)V99.
       01 WS-FLAGS                PIC X(40).
       01 WS-FLAG-PTR             PIC 9(3).

       01 WS-STAFF-ACCS           PIC 9(5) VALUE 0.
       01 WS-EXCEPTIONS           PIC 9(5) VALUE 0.
       01 WS-OVERRIDES            PIC 9(5) VALUE 0.

      *> Staff customers: one row per admin-to-customer link.
       01 STAFF-CUST-TABLE.
           05 SC-COUNT            PIC 9(3) VALUE 0.
           05 SC-ENTRY OCCURS 200 TIMES.
               10 SC-CUST-ID      PIC 9(8).
               10 SC-USERNAME     PIC X(20).
               10 SC-RELATION     PIC X(12).
       01 SC-IDX                  PIC 9(3).

      *> Staff accounts: one row per account-to-admin link.
       01 STAFF-ACC-TABLE.
           05 SA-COUNT            PIC 9(3) VALUE 0.
           05 SA-ENTRY OCCURS 400 TIMES.
               10 SA-ACC-NO       PIC 9(16).
               10 SA-USERNAME     PIC X(20).
               10 SA-RELATION     PIC X(12).
       01 SA-IDX                  PIC 9(3).

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           MOVE WS-TODAY(1:6) TO WS-MONTH
           MOVE 0 TO SC-COUNT SA-COUNT
           MOVE 0 TO WS-STAFF-ACCS WS-EXCEPTIONS WS-OVERRIDES

           PERFORM LOAD-STAFF-CUSTOMERS
           PERFORM LOAD-STAFF-ACCOUNTS

           PERFORM OPEN-REPORT
           PERFORM LIST-STAFF-ACCOUNTS
           PERFORM SCAN-TRANSACTIONS
           PERFORM LIST-OVERRIDES
           PERFORM WRITE-TOTALS
           CLOSE REPORT-FILE
           DISPLAY "Staff exception report complete. "
               WS-STAFF-ACCS " staff account link(s), "
               WS-EXCEPTIONS " exception(s), " WS-OVERRIDES
               " override(s). Report written to " REPORT-FILENAME
           GOBACK.

       LOAD-STAFF-CUSTOMERS.
           OPEN INPUT ADMINS-FILE
           IF ADMINS-STATUS = "00"
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO ADMIN-USERNAME
               START ADMINS-FILE KEY IS NOT LESS THAN ADMIN-USERNAME
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ADMINS-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ADMIN-CUST-ID NOT = 0 AND
                              SC-COUNT < 200
                               ADD 1 TO SC-COUNT
                               MOVE ADMIN-CUST-ID TO
                                   SC-CUST-ID(SC-COUNT)
                               MOVE ADMIN-USERNAME TO
                                   SC-USERNAME(SC-COUNT)
                               MOVE "OWN ACCOUNT" TO
                                   SC-RELATION(SC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADMINS-FILE
           END-IF

           OPEN INPUT RELPARTY-FILE
           IF RELPARTY-STATUS = "00"
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO RP-USERNAME
               MOVE 0 TO RP-CUST-ID
               START RELPARTY-FILE KEY IS NOT LESS THAN RP-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RELPARTY-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF SC-COUNT < 200
                               ADD 1 TO SC-COUNT
                               MOVE RP-CUST-ID TO SC-CUST-ID(SC-COUNT)
                               MOVE RP-USERNAME TO
                                   SC-USERNAME(SC-COUNT)
                               MOVE RP-RELATION TO
                                   SC-RELATION(SC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELPARTY-FILE
           END-IF.

       LOAD-STAFF-ACCOUNTS.
           IF SC-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT USER-FILE
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE 0 TO USER-ACC-NO
           START USER-FILE KEY IS NOT LESS THAN USER-ACC-NO
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ USER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF USER-CUSTOMER-ID NOT = 0
                           PERFORM MATCH-STAFF-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE.

       MATCH-STAFF-CUSTOMER.
           PERFORM VARYING SC-IDX FROM 1 BY 1 UNTIL SC-IDX > SC-COUNT
               IF SC-CUST-ID(SC-IDX) = USER-CUSTOMER-ID AND
                  SA-COUNT < 400
                   ADD 1 TO SA-COUNT
                   MOVE USER-ACC-NO TO SA-ACC-NO(SA-COUNT)
                   MOVE SC-USERNAME(SC-IDX) TO SA-USERNAME(SA-COUNT)
                   MOVE SC-RELATION(SC-IDX) TO SA-RELATION(SA-COUNT)
               END-IF
           END-PERFORM.

       LIST-STAFF-ACCOUNTS.
           MOVE SA-COUNT TO WS-STAFF-ACCS
           WRITE REPORT-LINE FROM
               "STAFF ACCOUNTS: staff member / account / relation"
           PERFORM VARYING SA-IDX FROM 1 BY 1 UNTIL SA-IDX > SA-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING SA-USERNAME(SA-IDX) "  " SA-ACC-NO(SA-IDX)
                   "  " SA-RELATION(SA-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM
           IF SA-COUNT = 0
               WRITE REPORT-LINE FROM "  (no staff accounts known)"
           END-IF.

       SCAN-TRANSACTIONS.
           WRITE REPORT-LINE FROM
               "-----------------------------------------------------"
           WRITE REPORT-LINE FROM "UNUSUAL ACTIVITY THIS MONTH"
           MOVE SPACES TO REPORT-LINE
           STRING "STAFF,ACCOUNT,RELATION,TRAN CODE,DATE,TYPE,"
               DELIMITED BY SIZE
               "AMOUNT,OPERATOR,FLAGS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF SA-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TRANSACTION-FILE
           IF TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE 0 TO TRANSACTION-ID
           START TRANSACTION-FILE KEY IS NOT LESS THAN TRANSACTION-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TR-DATE(1:6) = WS-MONTH
                           PERFORM CHECK-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE.

       CHECK-ONE-TRANSACTION.
           COMPUTE WS-AMOUNT = TR-AMOUNT + (TR-DECIMAL / 100)
           PERFORM VARYING SA-IDX FROM 1 BY 1 UNTIL SA-IDX > SA-COUNT
               IF SA-ACC-NO(SA-IDX) = TR-ACC-NO OR
                  SA-ACC-NO(SA-IDX) = TR-RECEIVER-NO
                   PERFORM FLAG-STAFF-POSTING
               END-IF
           END-PERFORM.

      *> A posting is unusual when the staff member keyed it on an
      *> account of their own, when it is a reversal, or when it is
      *> large; a posting may carry more than one flag.
       FLAG-STAFF-POSTING.
           MOVE SPACES TO WS-FLAGS
           MOVE 1 TO WS-FLAG-PTR
           IF TR-OPERATOR-ID = SA-USERNAME(SA-IDX)
               STRING "SELF-POSTED " DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           IF TR-TYPE = 4
               STRING "REVERSAL " DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           IF WS-AMOUNT NOT < WS-LARGE-AMOUNT
               STRING "LARGE " DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           IF WS-FLAGS = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-EXCEPTIONS
           MOVE WS-AMOUNT TO FORMAT-BALANCE
           MOVE SPACES TO REPORT-LINE
           STRING FUNCTION TRIM(SA-USERNAME(SA-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  SA-ACC-NO(SA-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(SA-RELATION(SA-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  TRANSACTION-CDE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  TR-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  TR-TYPE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(FORMAT-BALANCE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(TR-OPERATOR-ID) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FLAGS) DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       LIST-OVERRIDES.
           WRITE REPORT-LINE FROM
               "-----------------------------------------------------"
           WRITE REPORT-LINE FROM "INSIDER CONTROL OVERRIDES THIS MONTH"
           MOVE SPACES TO REPORT-LINE
           STRING "DATE,TIME,OPERATOR,SUPERVISOR,ACTION,ACCOUNT,"
               DELIMITED BY SIZE
               "CUSTOMER,RELATION"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT OVERRIDE-FILE
           IF OVERRIDE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OVERRIDE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF OVERRIDE-LINE(1:6) = WS-MONTH
                           ADD 1 TO WS-OVERRIDES
                           MOVE OVERRIDE-LINE TO REPORT-LINE
                           WRITE REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERRIDE-FILE.

       WRITE-TOTALS.
           WRITE REPORT-LINE FROM
               "-----------------------------------------------------"
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL staff account links " WS-STAFF-ACCS
               "  exceptions " WS-EXCEPTIONS
               "  overrides " WS-OVERRIDES
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       OPEN-REPORT.
           MOVE SPACES TO REPORT-FILENAME
           STRING "STAFFEXC-" WS-MONTH ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM
               "====== STAFF ACCOUNT EXCEPTION REPORT ======"
           MOVE SPACES TO REPORT-LINE
           MOVE WS-LARGE-AMOUNT TO FORMAT-BALANCE
           STRING "Month: " WS-MONTH "   Run date: " WS-TODAY
               "   Large amount from "
               FUNCTION TRIM(FORMAT-BALANCE)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

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
                              "STAFFLARGEAMT"
                               COMPUTE WS-LARGE-AMOUNT =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM StaffExceptions.
