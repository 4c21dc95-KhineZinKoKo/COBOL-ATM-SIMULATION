       IDENTIFICATION DIVISION.
       PROGRAM-ID. Portfolio.

      *> Customer self-service portfolio view from the USER-MENU.
      *> The logged-in account's USER-CUSTOMER-ID finds every account
      *> the customer holds on USERS.DAT (an account opened before
      *> the customer master, customer id 0, stands alone), and the
      *> screen shows for that customer: each account's ledger and
      *> available balance (ledger less active cheque and legal
      *> holds, plus any sanctioned overdraft - the figure a
      *> withdrawal is tested against); the running loans with what
      *> is still owed (contract less collections plus penalty, the
      *> BorrowerExposure figure), the next instalment date and any
      *> arrears, worked out in the LoanMaint 30-day months; the
      *> open term deposits with maturity and payout instruction;
      *> and the cards with status and expiry. Headings come from
      *> the MESSAGES.DAT catalog in the customer's language.
      *> Account and card numbers are masked the way a teller's
      *> screen masks identifiers - the ATM is never a SUPERVISOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ACC-NO
               FILE STATUS IS FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID
               FILE STATUS IS LOAN-STATUS-CODE.

           SELECT TERMDEP-FILE ASSIGN TO "TERMDEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ID
               FILE STATUS IS TERMDEP-STATUS.

           SELECT CARD-FILE ASSIGN TO "CARDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NO
               FILE STATUS IS CARD-STATUS-CODE.

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

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD LOAN-FILE.
           COPY "LOAN-MASTER.cpy".

       FD TERMDEP-FILE.
           COPY "TERM-DEPOSIT.cpy".

       FD CARD-FILE.
           COPY "CARD-RECORD.cpy".

       FD HOLD-FILE.
           COPY "CHEQUE-HOLD.cpy".

       FD LEGALHOLD-FILE.
           COPY "LEGAL-HOLD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS             PIC XX.
       01 LOAN-STATUS-CODE        PIC XX.
       01 TERMDEP-STATUS          PIC XX.
       01 CARD-STATUS-CODE        PIC XX.
       01 HOLD-STATUS-CODE        PIC XX.
       01 LEGALHOLD-STATUS        PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 PARAMS-STATUS           PIC XX.

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-LOAN-OFFICE-ACC      PIC 9(16) VALUE 0.
       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).

       01 WS-MSG-KEY              PIC X(12).
       01 WS-MSG-TEXT             PIC X(60).
       01 WS-EOF                  PIC X.
       01 WS-COUNT                PIC 9(4).
       01 WS-CUSTOMER-ID          PIC 9(8).
       01 DUMMY                   PIC X.

      *> The customer's accounts; loans, deposits and cards are
      *> matched against this list.
       01 ACC-TABLE.
           05 AC-COUNT            PIC 9(2) VALUE 0.
           05 AC-ENTRY OCCURS 30 TIMES.
               10 AC-ACC-NO       PIC 9(16).
       01 AC-IDX                  PIC 9(2).
       01 AC-FOUND                PIC X.
       01 WS-MATCH-ACC            PIC 9(16).

       01 WS-ACTIVE-HOLDS         PIC 9(15)V99.
       01 WS-AVAILABLE            PIC S9(15)V99.

       01 WS-MONTHS-ELAPSED       PIC 9(5).
       01 WS-DUE-COUNT            PIC 9(5).
       01 WS-DUE-AMOUNT           PIC 9(15)V99.
       01 WS-PAID-AMOUNT          PIC 9(15)V99.
       01 WS-TR-AMT               PIC 9(15)V99.
       01 WS-CONTRACT             PIC 9(15)V99.
       01 WS-OWED                 PIC 9(15)V99.
       01 WS-ARREARS              PIC 9(15)V99.
       01 WS-NEXT-DUE             PIC 9(8).
       01 WS-TRAN-EOF             PIC X.

       01 WS-PII-IN               PIC X(40).
       01 WS-PII-OUT              PIC X(40).
       01 WS-PII-LEN              PIC 9(2).
       01 WS-PII-IDX              PIC 9(2).

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 FORMAT-AVAILABLE        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 FORMAT-ARREARS          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01 LNK-ACCNO               PIC 9(16).
       01 LNK-LANG                PIC X(2).

       PROCEDURE DIVISION USING LNK-ACCNO, LNK-LANG.
       MAIN-PROCEDURE.
           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY

           DISPLAY "============================================"
           MOVE "PORT-TITLE" TO WS-MSG-KEY
           PERFORM SHOW-CATALOG-LINE
           DISPLAY "============================================"

           PERFORM SHOW-ACCOUNTS
           IF AC-COUNT = 0
               GOBACK
           END-IF
           PERFORM SHOW-LOANS
           PERFORM SHOW-TERM-DEPOSITS
           PERFORM SHOW-CARDS

           DISPLAY "--------------------------------------------"
           MOVE "PORT-END" TO WS-MSG-KEY
           PERFORM SHOW-CATALOG-LINE
           ACCEPT DUMMY
           GOBACK.

       SHOW-CATALOG-LINE.
           CALL "GetMessage"
               USING LNK-LANG WS-MSG-KEY WS-MSG-TEXT
           DISPLAY "  " FUNCTION TRIM(WS-MSG-TEXT).

       SHOW-NONE-IF-EMPTY.
           IF WS-COUNT = 0
               MOVE "PORT-NONE" TO WS-MSG-KEY
               PERFORM SHOW-CATALOG-LINE
           END-IF.

      *> Same rule as the teller screens for a non-supervisor: the
      *> first three and last two characters, the middle starred.
       MASK-PII.
           MOVE SPACES TO WS-PII-OUT
           COMPUTE WS-PII-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-PII-IN))
           IF WS-PII-LEN <= 5
               MOVE ALL "*" TO WS-PII-OUT(1:WS-PII-LEN)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PII-IN(1:3) TO WS-PII-OUT(1:3)
           COMPUTE WS-PII-IDX = WS-PII-LEN - 4
           MOVE ALL "*" TO WS-PII-OUT(4:WS-PII-IDX)
           COMPUTE WS-PII-IDX = WS-PII-LEN - 1
           MOVE WS-PII-IN(WS-PII-IDX:2)
               TO WS-PII-OUT(WS-PII-IDX:2).

       SHOW-ACCOUNTS.
           MOVE 0 TO AC-COUNT WS-COUNT
           OPEN INPUT USER-FILE
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LNK-ACCNO TO USER-ACC-NO
           READ USER-FILE KEY IS USER-ACC-NO
               INVALID KEY
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE USER-CUSTOMER-ID TO WS-CUSTOMER-ID

           DISPLAY "--------------------------------------------"
           MOVE "PORT-ACCS" TO WS-MSG-KEY
           PERFORM SHOW-CATALOG-LINE
           IF WS-CUSTOMER-ID = 0
               PERFORM SHOW-ONE-ACCOUNT
               MOVE "PORT-ONEACC" TO WS-MSG-KEY
               PERFORM SHOW-CATALOG-LINE
               CLOSE USER-FILE
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
                       IF USER-CUSTOMER-ID = WS-CUSTOMER-ID AND
                          AC-COUNT < 30
                           PERFORM SHOW-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE.

       SHOW-ONE-ACCOUNT.
           ADD 1 TO AC-COUNT
           ADD 1 TO WS-COUNT
           MOVE USER-ACC-NO TO AC-ACC-NO(AC-COUNT)
           PERFORM COMPUTE-ACTIVE-HOLDS
           COMPUTE WS-AVAILABLE =
               USER-BALANCE - WS-ACTIVE-HOLDS + USER-OD-LIMIT
           IF WS-AVAILABLE < 0
               MOVE 0 TO WS-AVAILABLE
           END-IF
           MOVE USER-ACC-NO TO WS-PII-IN
           PERFORM MASK-PII
           MOVE USER-BALANCE TO FORMAT-BALANCE
           MOVE WS-AVAILABLE TO FORMAT-AVAILABLE
           DISPLAY "  " WS-PII-OUT(1:16) " "
               FUNCTION TRIM(USER-ACC-TYPE) " " USER-CURRENCY " "
               FUNCTION TRIM(USER-STATUS)
           DISPLAY "     " FUNCTION TRIM(FORMAT-BALANCE) " / "
               FUNCTION TRIM(FORMAT-AVAILABLE).

      *> Active cheque holds and in-force legal holds on the account
      *> in USER-RECORD; a legal hold of zero freezes the balance.
       COMPUTE-ACTIVE-HOLDS.
           MOVE 0 TO WS-ACTIVE-HOLDS
           MOVE 'N' TO WS-TRAN-EOF
           OPEN INPUT HOLD-FILE
           IF HOLD-STATUS-CODE = "00"
               MOVE 0 TO HOLD-ID
               START HOLD-FILE KEY IS NOT LESS THAN HOLD-ID
                   INVALID KEY MOVE 'Y' TO WS-TRAN-EOF
               END-START
               PERFORM UNTIL WS-TRAN-EOF = 'Y'
                   READ HOLD-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-TRAN-EOF
                       NOT AT END
                           IF HOLD-ACC-NO = USER-ACC-NO AND
                              HOLD-ACTIVE
                               ADD HOLD-AMOUNT TO WS-ACTIVE-HOLDS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF

           MOVE 'N' TO WS-TRAN-EOF
           OPEN INPUT LEGALHOLD-FILE
           IF LEGALHOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LH-ID
           START LEGALHOLD-FILE KEY IS GREATER THAN LH-ID
               INVALID KEY MOVE 'Y' TO WS-TRAN-EOF
           END-START
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
               READ LEGALHOLD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-TRAN-EOF
                   NOT AT END
                       IF LH-ACC-NO = USER-ACC-NO AND LH-ACTIVE
                          AND LH-EFFECTIVE <= WS-TODAY
                          AND (LH-EXPIRY = 0 OR
                               LH-EXPIRY >= WS-TODAY)
                           IF LH-AMOUNT = 0
                               IF USER-BALANCE > 0
                                   ADD USER-BALANCE TO WS-ACTIVE-HOLDS
                               END-IF
                               ADD USER-OD-LIMIT TO WS-ACTIVE-HOLDS
                           ELSE
                               ADD LH-AMOUNT TO WS-ACTIVE-HOLDS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEGALHOLD-FILE.

       FIND-ACCOUNT.
           MOVE 'N' TO AC-FOUND
           PERFORM VARYING AC-IDX FROM 1 BY 1
                   UNTIL AC-IDX > AC-COUNT
               IF AC-ACC-NO(AC-IDX) = WS-MATCH-ACC
                   MOVE 'Y' TO AC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SHOW-LOANS.
           MOVE 0 TO WS-COUNT
           DISPLAY "--------------------------------------------"
           MOVE "PORT-LOANS" TO WS-MSG-KEY
           PERFORM SHOW-CATALOG-LINE
           OPEN INPUT LOAN-FILE
           IF LOAN-STATUS-CODE NOT = "00"
               PERFORM SHOW-NONE-IF-EMPTY
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE 0 TO LOAN-ID
           START LOAN-FILE KEY IS NOT LESS THAN LOAN-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOAN-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LOAN-ACTIVE OR LOAN-ARREARS
                           MOVE LOAN-ACC-NO TO WS-MATCH-ACC
                           PERFORM FIND-ACCOUNT
                           IF AC-FOUND = 'Y'
                               PERFORM SHOW-ONE-LOAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE
           PERFORM SHOW-NONE-IF-EMPTY.

      *> Due and paid as the LoanMaint arrears report has them:
      *> 30-day months capped at the term, collections summed from
      *> the borrower's transfers into the loan office account. The
      *> next instalment falls on the next 30-day anniversary of the
      *> disbursement while the term is still running.
       SHOW-ONE-LOAN.
           ADD 1 TO WS-COUNT
           COMPUTE WS-MONTHS-ELAPSED =
               (FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                FUNCTION INTEGER-OF-DATE(LOAN-DISBURSE-DATE)) / 30
           MOVE WS-MONTHS-ELAPSED TO WS-DUE-COUNT
           IF WS-DUE-COUNT > LOAN-TERM-MONTHS
               MOVE LOAN-TERM-MONTHS TO WS-DUE-COUNT
           END-IF
           COMPUTE WS-DUE-AMOUNT = WS-DUE-COUNT * LOAN-INSTALMENT
           PERFORM SUM-COLLECTIONS

           COMPUTE WS-CONTRACT = LOAN-INSTALMENT * LOAN-TERM-MONTHS
           IF WS-PAID-AMOUNT >= WS-CONTRACT
               MOVE LOAN-PENALTY-DUE TO WS-OWED
           ELSE
               COMPUTE WS-OWED =
                   WS-CONTRACT - WS-PAID-AMOUNT + LOAN-PENALTY-DUE
           END-IF
           IF WS-DUE-AMOUNT > WS-PAID-AMOUNT
               COMPUTE WS-ARREARS = WS-DUE-AMOUNT - WS-PAID-AMOUNT
           ELSE
               MOVE 0 TO WS-ARREARS
           END-IF
           IF WS-MONTHS-ELAPSED < LOAN-TERM-MONTHS
               COMPUTE WS-NEXT-DUE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(LOAN-DISBURSE-DATE) +
                   (WS-MONTHS-ELAPSED + 1) * 30)
           ELSE
               MOVE 0 TO WS-NEXT-DUE
           END-IF

           MOVE WS-OWED TO FORMAT-BALANCE
           MOVE WS-ARREARS TO FORMAT-ARREARS
           DISPLAY "  Loan " LOAN-ID " " FUNCTION TRIM(LOAN-STATUS)
               "  " FUNCTION TRIM(FORMAT-BALANCE)
           DISPLAY "     " WS-NEXT-DUE " / "
               FUNCTION TRIM(FORMAT-ARREARS).

       SUM-COLLECTIONS.
           MOVE 0 TO WS-PAID-AMOUNT
           MOVE 'N' TO WS-TRAN-EOF
           OPEN INPUT TRANSACTION-FILE
           IF TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOAN-ACC-NO TO TR-ACC-NO
           START TRANSACTION-FILE KEY IS = TR-ACC-NO
               INVALID KEY MOVE 'Y' TO WS-TRAN-EOF
           END-START
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-TRAN-EOF
                   NOT AT END
                       IF TR-ACC-NO NOT = LOAN-ACC-NO
                           MOVE 'Y' TO WS-TRAN-EOF
                       ELSE
                           IF TR-TYPE = 3 AND
                              TR-RECEIVER-NO = WS-LOAN-OFFICE-ACC AND
                              TR-DATE >= LOAN-DISBURSE-DATE
                               COMPUTE WS-TR-AMT =
                                   TR-AMOUNT + (TR-DECIMAL / 100)
                               ADD WS-TR-AMT TO WS-PAID-AMOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE.

       SHOW-TERM-DEPOSITS.
           MOVE 0 TO WS-COUNT
           DISPLAY "--------------------------------------------"
           MOVE "PORT-TDS" TO WS-MSG-KEY
           PERFORM SHOW-CATALOG-LINE
           OPEN INPUT TERMDEP-FILE
           IF TERMDEP-STATUS NOT = "00"
               PERFORM SHOW-NONE-IF-EMPTY
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE 0 TO TD-ID
           START TERMDEP-FILE KEY IS NOT LESS THAN TD-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ TERMDEP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TD-OPEN
                           MOVE TD-ACC-NO TO WS-MATCH-ACC
                           PERFORM FIND-ACCOUNT
                           IF AC-FOUND = 'Y'
                               ADD 1 TO WS-COUNT
                               MOVE TD-PRINCIPAL TO FORMAT-BALANCE
                               DISPLAY "  Deposit " TD-ID "  "
                                   FUNCTION TRIM(FORMAT-BALANCE)
                               DISPLAY "     " TD-MATURITY " / "
                                   FUNCTION TRIM(TD-PAYOUT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMDEP-FILE
           PERFORM SHOW-NONE-IF-EMPTY.

      *> Replaced cards are history; everything else - live, pending
      *> renewal, hotlisted or held after capture - is shown.
       SHOW-CARDS.
           MOVE 0 TO WS-COUNT
           DISPLAY "--------------------------------------------"
           MOVE "PORT-CARDS" TO WS-MSG-KEY
           PERFORM SHOW-CATALOG-LINE
           OPEN INPUT CARD-FILE
           IF CARD-STATUS-CODE NOT = "00"
               PERFORM SHOW-NONE-IF-EMPTY
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE 0 TO CARD-NO
           START CARD-FILE KEY IS NOT LESS THAN CARD-NO
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ CARD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NOT CARD-REPLACED
                           MOVE CARD-ACC-NO TO WS-MATCH-ACC
                           PERFORM FIND-ACCOUNT
                           IF AC-FOUND = 'Y'
                               ADD 1 TO WS-COUNT
                               MOVE CARD-NO TO WS-PII-IN
                               PERFORM MASK-PII
                               DISPLAY "  " WS-PII-OUT(1:16) " "
                                   FUNCTION TRIM(CARD-STATUS) " "
                                   CARD-EXPIRY(5:2) "/"
                                   CARD-EXPIRY(1:4)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARD-FILE
           PERFORM SHOW-NONE-IF-EMPTY.

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
                               WHEN "LOANOFFICEACC"
                                   COMPUTE WS-LOAN-OFFICE-ACC =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM Portfolio.
