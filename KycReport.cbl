      *> when details are changed or confirmed unchanged) is older
      *> than KYCREVIEWDAYS - or was never recorded at all. The
      *> branch works this list down; accounts on it have large
      *> postings blocked until the review is done. An account whose
      *> customer is rated HIGH by the monthly AML risk rating is
      *> reviewed on the shorter KYCREVIEWDAYSHIGH cycle and marked
      *> EDD on the listing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS USER-ACC-NO
               FILE STATUS IS FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUSTOMER-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.
       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).


       WORKING-STORAGE SECTION.
       01 FILE-STATUS             PIC XX.
       01 CUSTOMER-STATUS         PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 REPORT-STATUS           PIC XX.

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-KYC-REVIEW-DAYS      PIC 9(4) VALUE 365.
       01 WS-KYC-DAYS-HIGH        PIC 9(4) VALUE 180.
       01 WS-CYCLE-DAYS           PIC 9(4).
       01 WS-EDD-MARK             PIC X(6).
       01 WS-CUST-OPEN            PIC X VALUE 'N'.

       01 WS-KYC-AGE              PIC S9(5).
       01 WS-OVERDUE              PIC S9(5).
       01 WS-SCANNED              PIC 9(6) VALUE 0.
       01 WS-DUE-COUNT            PIC 9(6) VALUE 0.
       01 WS-NEVER-COUNT          PIC 9(6) VALUE 0.
       01 WS-HIGH-DUE-COUNT       PIC 9(6) VALUE 0.

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE.
       MAIN-PROCEDURE.
           MOVE SPACES TO REPORT-LINE
           STRING "Run date: " WS-TODAY
               "  review cycle: " WS-KYC-REVIEW-DAYS " days"
               ", high risk: " WS-KYC-DAYS-HIGH " days"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM
               CLOSE REPORT-FILE
               GOBACK
           END-IF
           MOVE 'N' TO WS-CUST-OPEN
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-STATUS = "00"
               MOVE 'Y' TO WS-CUST-OPEN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ USER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE USER-FILE
           IF WS-CUST-OPEN = 'Y'
               CLOSE CUSTOMER-FILE
           END-IF

           WRITE REPORT-LINE FROM
               "-----------------------------------------------"
               "  of " WS-SCANNED " accounts"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Due on the high-risk (EDD) cycle: "
               WS-HIGH-DUE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY "Accounts scanned     : " WS-SCANNED
           DISPLAY "Reviews overdue      : " WS-DUE-COUNT
           DISPLAY "Never reviewed       : " WS-NEVER-COUNT
           DISPLAY "High-risk (EDD) due  : " WS-HIGH-DUE-COUNT
           DISPLAY "Listing written to " REPORT-FILENAME
           MOVE 0 TO WS-SCANNED
           MOVE 0 TO WS-DUE-COUNT
           MOVE 0 TO WS-NEVER-COUNT
           MOVE 0 TO WS-HIGH-DUE-COUNT
           END-IF
           GOBACK.

       CHECK-ONE-ACCOUNT.
           PERFORM FIND-RISK-CYCLE
           IF USER-KYC-DATE = 0
               ADD 1 TO WS-NEVER-COUNT
               IF WS-EDD-MARK NOT = SPACES
                   ADD 1 TO WS-HIGH-DUE-COUNT
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING USER-ACC-NO " " WS-EDD-MARK
                   FUNCTION TRIM(USER-NAME)
                   " - never reviewed"
                   DELIMITED BY SIZE INTO REPORT-LINE
           COMPUTE WS-KYC-AGE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) -
               FUNCTION INTEGER-OF-DATE(USER-KYC-DATE)
           IF WS-KYC-AGE > WS-CYCLE-DAYS
               ADD 1 TO WS-DUE-COUNT
               IF WS-EDD-MARK NOT = SPACES
                   ADD 1 TO WS-HIGH-DUE-COUNT
               END-IF
               COMPUTE WS-OVERDUE =
                   WS-KYC-AGE - WS-CYCLE-DAYS
               MOVE SPACES TO REPORT-LINE
               STRING USER-ACC-NO " " WS-EDD-MARK
                   FUNCTION TRIM(USER-NAME)
                   " - last review " USER-KYC-DATE
                   ", overdue " WS-OVERDUE " days"
               WRITE REPORT-LINE
           END-IF.

      *> The account takes its customer's risk-based cycle; an
      *> account with no customer master, or a customer not rated
      *> HIGH, stays on the ordinary cycle.
       FIND-RISK-CYCLE.
           MOVE WS-KYC-REVIEW-DAYS TO WS-CYCLE-DAYS
           MOVE SPACES TO WS-EDD-MARK
           IF WS-CUST-OPEN NOT = 'Y' OR USER-CUSTOMER-ID = 0
               EXIT PARAGRAPH
           END-IF
           MOVE USER-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-FILE KEY IS CUST-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CUST-RISK-HIGH
               MOVE WS-KYC-DAYS-HIGH TO WS-CYCLE-DAYS
               MOVE "[EDD] " TO WS-EDD-MARK
           END-IF.

       READ-PARAMS.
           OPEN INPUT PARAMS-FILE
           IF PARAMS-STATUS = "00"
                               COMPUTE WS-KYC-REVIEW-DAYS =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "KYCREVIEWDAYSHIGH"
                               COMPUTE WS-KYC-DAYS-HIGH =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
