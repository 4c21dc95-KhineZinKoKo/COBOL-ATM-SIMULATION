       IDENTIFICATION DIVISION.
       PROGRAM-ID. LeadExtract.

      *> Campaign lead extract for the branches. One rule is chosen
      *> per run:
      *>   1 idle money - an account holding at least the amount
      *>     given whose customer has no OPEN term deposit;
      *>   2 maturing deposit - an OPEN term deposit maturing within
      *>     the days given (30 by default);
      *>   3 salaried, no loan - an account credited through Payroll
      *>     (TR-TYPE 1, operator PAYROLL) within the days given
      *>     (45 by default) whose customer has no ACTIVE or ARREARS
      *>     loan;
      *> and one contact channel - SMS, phone or mail. A customer is
      *> listed once, under the branch of the account that
      *> qualified, and only when the CUSTOMERS.DAT consent for that
      *> channel is Y. Deceased customers, minors (a guardian on
      *> file or under 18 by date of birth), accounts that are not
      *> ACTIVE or DORMANT (locked, frozen, closed) and accounts with
      *> no customer master are left out and counted. Each branch
      *> gets its own call list LEADS-<branch>-<date>.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT TERMDEP-FILE ASSIGN TO "TERMDEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ID
               FILE STATUS IS TERMDEP-STATUS.

           SELECT LOAN-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID
               FILE STATUS IS LOAN-STATUS-CODE.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANSACTIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID
               ALTERNATE RECORD KEY IS TRANSACTION-CDE
               ALTERNATE RECORD KEY IS TR-ACC-NO
                   WITH DUPLICATES
               FILE STATUS IS TRANS-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD TERMDEP-FILE.
           COPY "TERM-DEPOSIT.cpy".

       FD LOAN-FILE.
           COPY "LOAN-MASTER.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 AUDIT-LINE              PIC X(120).
       01 FILE-STATUS             PIC XX.
       01 CUSTOMER-STATUS         PIC XX.
       01 TERMDEP-STATUS          PIC XX.
       01 LOAN-STATUS-CODE        PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 REPORT-FILENAME         PIC X(40).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-AUDIT-TIME           PIC 9(6).

       01 WS-AGAIN                PIC X VALUE 'Y'.
       01 WS-EOF                  PIC X.
       01 WS-TR-EOF               PIC X.
       01 WS-RULE                 PIC 9.
       01 WS-RULE-NAME            PIC X(20).
       01 WS-CHANNEL              PIC X.
       01 WS-CHANNEL-NAME         PIC X(5).
       01 WS-MIN-BALANCE          PIC 9(13)V99.
       01 WS-DAYS                 PIC 9(3).
       01 WS-LIMIT-DATE           PIC 9(8).
       01 WS-AGE-DAYS             PIC S9(7).
       01 WS-SALARY-AMOUNT        PIC 9(15)V99.
       01 WS-SALARY-DATE          PIC 9(8).
       01 WS-DETAIL               PIC X(45).
       01 WS-ELIGIBLE             PIC X.
       01 WS-HAS-PRODUCT          PIC X.

      *> Customers already holding the product the rule sells: an
      *> OPEN term deposit (rule 1) or a running loan (rule 3).
       01 HOLDER-TABLE.
           05 HD-COUNT            PIC 9(5) VALUE 0.
           05 HD-CUST-ID OCCURS 9000 TIMES PIC 9(8).
       01 HD-IDX                  PIC 9(5).

      *> Leads, one per customer.
       01 LEAD-TABLE.
           05 LD-COUNT            PIC 9(4) VALUE 0.
           05 LD-ENTRY OCCURS 5000 TIMES.
               10 LD-CUST-ID      PIC 9(8).
               10 LD-BRANCH       PIC X(4).
               10 LD-ACC-NO       PIC 9(16).
               10 LD-NAME         PIC X(25).
               10 LD-CONTACT      PIC X(40).
               10 LD-DETAIL       PIC X(45).
       01 LD-IDX                  PIC 9(4).
       01 LD-FOUND                PIC X.

       01 BRANCH-TABLE.
           05 BR-COUNT            PIC 9(3) VALUE 0.
           05 BR-CODE OCCURS 200 TIMES PIC X(4).
       01 BR-IDX                  PIC 9(3).
       01 BR-FOUND                PIC X.
       01 WS-BRANCH-LEADS         PIC 9(4).

       01 WS-CANDIDATES           PIC 9(6).
       01 WS-OUT-NO-CUSTOMER      PIC 9(6).
       01 WS-OUT-STATUS           PIC 9(6).
       01 WS-OUT-DECEASED         PIC 9(6).
       01 WS-OUT-MINOR            PIC 9(6).
       01 WS-OUT-CONSENT          PIC 9(6).
       01 WS-OUT-OVERFLOW         PIC 9(6).

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
       MAIN-PROCEDURE.
           IF ADMIN-CHOICE = 108

           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY

           PERFORM UNTIL WS-AGAIN NOT = 'Y' AND WS-AGAIN NOT = 'y'
               DISPLAY "============================================"
               DISPLAY "        CAMPAIGN LEAD EXTRACT"
               DISPLAY "============================================"
               DISPLAY "1. Idle balance and no term deposit"
               DISPLAY "2. Term deposit maturing soon"
               DISPLAY "3. Salary credits and no loan"
               DISPLAY "Enter rule (1-3): "
               ACCEPT WS-RULE
               IF WS-RULE >= 1 AND WS-RULE <= 3
                   PERFORM RUN-EXTRACT
               ELSE
                   DISPLAY "Invalid choice."
               END-IF

               DISPLAY "Run another extract? (Y/N): "
               ACCEPT WS-AGAIN
           END-PERFORM

           MOVE 'Y' TO WS-AGAIN
           END-IF
           GOBACK.

       RUN-EXTRACT.
           DISPLAY "Channel - S = SMS, P = phone, M = mail: "
           ACCEPT WS-CHANNEL
           MOVE FUNCTION UPPER-CASE(WS-CHANNEL) TO WS-CHANNEL
           EVALUATE WS-CHANNEL
               WHEN "S"
                   MOVE "SMS" TO WS-CHANNEL-NAME
               WHEN "P"
                   MOVE "PHONE" TO WS-CHANNEL-NAME
               WHEN "M"
                   MOVE "MAIL" TO WS-CHANNEL-NAME
               WHEN OTHER
                   DISPLAY "Invalid channel."
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE 0 TO LD-COUNT HD-COUNT BR-COUNT
           MOVE 0 TO WS-CANDIDATES WS-OUT-NO-CUSTOMER WS-OUT-STATUS
           MOVE 0 TO WS-OUT-DECEASED WS-OUT-MINOR WS-OUT-CONSENT
           MOVE 0 TO WS-OUT-OVERFLOW

           EVALUATE WS-RULE
               WHEN 1
                   MOVE "IDLE BALANCE NO TD" TO WS-RULE-NAME
                   DISPLAY "Minimum balance: "
                   ACCEPT WS-MIN-BALANCE
                   IF WS-MIN-BALANCE = 0
                       DISPLAY "A minimum balance is required."
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM LOAD-DEPOSIT-HOLDERS
                   PERFORM SCAN-IDLE-BALANCES
               WHEN 2
                   MOVE "TD MATURING" TO WS-RULE-NAME
                   DISPLAY "Maturing within days (0 = 30): "
                   ACCEPT WS-DAYS
                   IF WS-DAYS = 0
                       MOVE 30 TO WS-DAYS
                   END-IF
                   COMPUTE WS-LIMIT-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-DAYS)
                   PERFORM SCAN-MATURING-DEPOSITS
               WHEN 3
                   MOVE "SALARY NO LOAN" TO WS-RULE-NAME
                   DISPLAY "Salary credited within days (0 = 45): "
                   ACCEPT WS-DAYS
                   IF WS-DAYS = 0
                       MOVE 45 TO WS-DAYS
                   END-IF
                   COMPUTE WS-LIMIT-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-DAYS)
                   PERFORM LOAD-LOAN-HOLDERS
                   PERFORM SCAN-SALARIED
           END-EVALUATE

           PERFORM WRITE-BRANCH-LISTS
           PERFORM WRITE-AUDIT-LOG

           DISPLAY "--------------------------------------------"
           DISPLAY "Candidates          : " WS-CANDIDATES
           DISPLAY "Left out - no customer master : "
               WS-OUT-NO-CUSTOMER
           DISPLAY "Left out - locked/closed      : " WS-OUT-STATUS
           DISPLAY "Left out - deceased           : " WS-OUT-DECEASED
           DISPLAY "Left out - minor              : " WS-OUT-MINOR
           DISPLAY "Left out - no " WS-CHANNEL-NAME " consent     : "
               WS-OUT-CONSENT
           IF WS-OUT-OVERFLOW > 0
               DISPLAY "Left out - lead table full    : "
                   WS-OUT-OVERFLOW
           END-IF
           DISPLAY "Leads listed        : " LD-COUNT " in "
               BR-COUNT " branch list(s)"
           DISPLAY "--------------------------------------------".

      *> Customer ids behind every OPEN term deposit.
       LOAD-DEPOSIT-HOLDERS.
           OPEN INPUT TERMDEP-FILE
           IF TERMDEP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT USER-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TERMDEP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TD-OPEN
                           MOVE TD-ACC-NO TO USER-ACC-NO
                           PERFORM ADD-HOLDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE
           CLOSE TERMDEP-FILE.

      *> Customer ids behind every ACTIVE or ARREARS loan.
       LOAD-LOAN-HOLDERS.
           OPEN INPUT LOAN-FILE
           IF LOAN-STATUS-CODE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT USER-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOAN-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LOAN-ACTIVE OR LOAN-ARREARS
                           MOVE LOAN-ACC-NO TO USER-ACC-NO
                           PERFORM ADD-HOLDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE
           CLOSE LOAN-FILE.

       ADD-HOLDER.
           READ USER-FILE KEY IS USER-ACC-NO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF USER-CUSTOMER-ID = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-HOLDER
           IF WS-HAS-PRODUCT = 'N' AND HD-COUNT < 9000
               ADD 1 TO HD-COUNT
               MOVE USER-CUSTOMER-ID TO HD-CUST-ID(HD-COUNT)
           END-IF.

       CHECK-HOLDER.
           MOVE 'N' TO WS-HAS-PRODUCT
           PERFORM VARYING HD-IDX FROM 1 BY 1 UNTIL HD-IDX > HD-COUNT
               IF HD-CUST-ID(HD-IDX) = USER-CUSTOMER-ID
                   MOVE 'Y' TO WS-HAS-PRODUCT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SCAN-IDLE-BALANCES.
           OPEN INPUT USER-FILE
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ USER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF USER-BALANCE >= WS-MIN-BALANCE
                           PERFORM CHECK-HOLDER
                           IF WS-HAS-PRODUCT = 'N'
                               MOVE USER-BALANCE TO FORMAT-BALANCE
                               MOVE SPACES TO WS-DETAIL
                               STRING "balance "
                                   FUNCTION TRIM(FORMAT-BALANCE)
                                   " no term deposit"
                                   DELIMITED BY SIZE INTO WS-DETAIL
                               PERFORM CONSIDER-LEAD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           CLOSE USER-FILE.

       SCAN-MATURING-DEPOSITS.
           OPEN INPUT TERMDEP-FILE
           IF TERMDEP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT USER-FILE
           OPEN INPUT CUSTOMER-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TERMDEP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TD-OPEN AND TD-MATURITY >= WS-TODAY AND
                          TD-MATURITY <= WS-LIMIT-DATE
                           PERFORM CONSIDER-MATURING-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           CLOSE USER-FILE
           CLOSE TERMDEP-FILE.

       CONSIDER-MATURING-DEPOSIT.
           MOVE TD-ACC-NO TO USER-ACC-NO
           READ USER-FILE KEY IS USER-ACC-NO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE TD-PRINCIPAL TO FORMAT-BALANCE
           MOVE SPACES TO WS-DETAIL
           STRING "TD " TD-ID " " FUNCTION TRIM(FORMAT-BALANCE)
               " matures " TD-MATURITY
               DELIMITED BY SIZE INTO WS-DETAIL
           PERFORM CONSIDER-LEAD.

       SCAN-SALARIED.
           OPEN INPUT USER-FILE
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TRANSACTION-FILE
           IF TRANS-STATUS NOT = "00"
               CLOSE USER-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ USER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-HOLDER
                       IF WS-HAS-PRODUCT = 'N'
                           PERFORM FIND-SALARY-CREDIT
                           IF WS-SALARY-DATE NOT = 0
                               MOVE WS-SALARY-AMOUNT TO FORMAT-BALANCE
                               MOVE SPACES TO WS-DETAIL
                               STRING "salary "
                                   FUNCTION TRIM(FORMAT-BALANCE)
                                   " on " WS-SALARY-DATE " no loan"
                                   DELIMITED BY SIZE INTO WS-DETAIL
                               PERFORM CONSIDER-LEAD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           CLOSE TRANSACTION-FILE
           CLOSE USER-FILE.

      *> Latest Payroll credit to the account inside the window.
       FIND-SALARY-CREDIT.
           MOVE 0 TO WS-SALARY-DATE
           MOVE 0 TO WS-SALARY-AMOUNT
           MOVE 'N' TO WS-TR-EOF
           MOVE USER-ACC-NO TO TR-ACC-NO
           START TRANSACTION-FILE KEY IS = TR-ACC-NO
               INVALID KEY MOVE 'Y' TO WS-TR-EOF
           END-START
           PERFORM UNTIL WS-TR-EOF = 'Y'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-TR-EOF
                   NOT AT END
                       IF TR-ACC-NO NOT = USER-ACC-NO
                           MOVE 'Y' TO WS-TR-EOF
                       ELSE
                           IF TR-TYPE = 1 AND
                              TR-OPERATOR-ID = "PAYROLL" AND
                              TR-REVERSED NOT = "Y" AND
                              TR-DATE >= WS-LIMIT-DATE AND
                              TR-DATE >= WS-SALARY-DATE
                               MOVE TR-DATE TO WS-SALARY-DATE
                               COMPUTE WS-SALARY-AMOUNT =
                                   TR-AMOUNT + (TR-DECIMAL / 100)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> USER-RECORD holds the qualifying account and WS-DETAIL the
      *> reason; the customer must pass every exclusion and have
      *> consented to the channel.
       CONSIDER-LEAD.
           ADD 1 TO WS-CANDIDATES
           IF USER-STATUS NOT = "ACTIVE" AND
              USER-STATUS NOT = "DORMANT"
               ADD 1 TO WS-OUT-STATUS
               EXIT PARAGRAPH
           END-IF
           IF USER-CUSTOMER-ID = 0
               ADD 1 TO WS-OUT-NO-CUSTOMER
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LD-FOUND
           PERFORM VARYING LD-IDX FROM 1 BY 1 UNTIL LD-IDX > LD-COUNT
               IF LD-CUST-ID(LD-IDX) = USER-CUSTOMER-ID
                   MOVE 'Y' TO LD-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LD-FOUND = 'Y'
               SUBTRACT 1 FROM WS-CANDIDATES
               EXIT PARAGRAPH
           END-IF
           MOVE USER-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-FILE KEY IS CUST-ID
               INVALID KEY
                   ADD 1 TO WS-OUT-NO-CUSTOMER
                   EXIT PARAGRAPH
           END-READ
           IF CUST-DECEASED = "Y"
               ADD 1 TO WS-OUT-DECEASED
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-MINOR
           IF WS-ELIGIBLE = 'N'
               ADD 1 TO WS-OUT-MINOR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ELIGIBLE
           EVALUATE WS-CHANNEL
               WHEN "S"
                   IF CUST-OK-SMS AND CUST-PHONE NOT = SPACES
                       MOVE 'Y' TO WS-ELIGIBLE
                   END-IF
               WHEN "P"
                   IF CUST-OK-PHONE AND CUST-PHONE NOT = SPACES
                       MOVE 'Y' TO WS-ELIGIBLE
                   END-IF
               WHEN "M"
                   IF CUST-OK-MAIL AND CUST-ADDRESS NOT = SPACES AND
                      NOT CUST-ADDR-UNVERIFIED
                       MOVE 'Y' TO WS-ELIGIBLE
                   END-IF
           END-EVALUATE
           IF WS-ELIGIBLE = 'N'
               ADD 1 TO WS-OUT-CONSENT
               EXIT PARAGRAPH
           END-IF
           IF LD-COUNT >= 5000
               ADD 1 TO WS-OUT-OVERFLOW
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO LD-COUNT
           MOVE CUST-ID TO LD-CUST-ID(LD-COUNT)
           IF USER-BRANCH = SPACES
               MOVE "0001" TO LD-BRANCH(LD-COUNT)
           ELSE
               MOVE USER-BRANCH TO LD-BRANCH(LD-COUNT)
           END-IF
           MOVE USER-ACC-NO TO LD-ACC-NO(LD-COUNT)
           MOVE CUST-NAME TO LD-NAME(LD-COUNT)
           IF WS-CHANNEL = "M"
               MOVE CUST-ADDRESS TO LD-CONTACT(LD-COUNT)
           ELSE
               MOVE CUST-PHONE TO LD-CONTACT(LD-COUNT)
           END-IF
           MOVE WS-DETAIL TO LD-DETAIL(LD-COUNT)
           PERFORM ADD-BRANCH.

      *> WS-ELIGIBLE comes back N for a minor.
       CHECK-MINOR.
           MOVE 'Y' TO WS-ELIGIBLE
           IF CUST-GUARDIAN-ID NOT = 0
               MOVE 'N' TO WS-ELIGIBLE
               EXIT PARAGRAPH
           END-IF
           IF CUST-DOB = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) -
               FUNCTION INTEGER-OF-DATE(CUST-DOB)
           IF WS-AGE-DAYS < 6570
               MOVE 'N' TO WS-ELIGIBLE
           END-IF.

       ADD-BRANCH.
           MOVE 'N' TO BR-FOUND
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-COUNT
               IF BR-CODE(BR-IDX) = LD-BRANCH(LD-COUNT)
                   MOVE 'Y' TO BR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF BR-FOUND = 'N' AND BR-COUNT < 200
               ADD 1 TO BR-COUNT
               MOVE LD-BRANCH(LD-COUNT) TO BR-CODE(BR-COUNT)
           END-IF.

       WRITE-BRANCH-LISTS.
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-COUNT
               PERFORM WRITE-ONE-BRANCH
           END-PERFORM.

       WRITE-ONE-BRANCH.
           MOVE SPACES TO REPORT-FILENAME
           STRING "LEADS-" BR-CODE(BR-IDX) "-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM
               "====== CAMPAIGN CALL LIST ======"
           MOVE SPACES TO REPORT-LINE
           STRING "Branch: " BR-CODE(BR-IDX) "   Date: " WS-TODAY
               "   Rule: " FUNCTION TRIM(WS-RULE-NAME)
               "   Channel: " WS-CHANNEL-NAME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM
               "Consenting customers only - do not contact anyone else."
           MOVE 0 TO WS-BRANCH-LEADS
           PERFORM VARYING LD-IDX FROM 1 BY 1 UNTIL LD-IDX > LD-COUNT
               IF LD-BRANCH(LD-IDX) = BR-CODE(BR-IDX)
                   ADD 1 TO WS-BRANCH-LEADS
                   MOVE SPACES TO REPORT-LINE
                   STRING LD-CUST-ID(LD-IDX) " " LD-NAME(LD-IDX) " "
                       LD-ACC-NO(LD-IDX) " " LD-CONTACT(LD-IDX) " "
                       LD-DETAIL(LD-IDX)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL leads " WS-BRANCH-LEADS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Branch " BR-CODE(BR-IDX) ": " WS-BRANCH-LEADS
               " lead(s) in " FUNCTION TRIM(REPORT-FILENAME).

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               ",LEAD_EXTRACT," DELIMITED BY SIZE
               FUNCTION TRIM(WS-RULE-NAME) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CHANNEL-NAME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               LD-COUNT DELIMITED BY SIZE
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

       END PROGRAM LeadExtract.
