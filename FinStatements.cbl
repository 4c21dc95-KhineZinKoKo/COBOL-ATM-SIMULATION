       IDENTIFICATION DIVISION.
       PROGRAM-ID. FinStatements.

      *> Month-end financial statements. Builds the bank's balance
      *> sheet and income statement in the central bank's published
      *> accounts layout, for the whole bank and for every branch,
      *> on FINSTMT-<yyyymm>.txt. All figures are in kyat at the
      *> FXRATES.DAT closing rate.
      *> Balance sheet, as at the run date, from the books it sits
      *> on:
      *>   cash in ATM cassettes (CASHBOX.DAT, by the terminal's
      *>   branch on TERMINALS.DAT), in the vaults (VAULT.DAT) and
      *>   in the open teller tills (worked out the way TillSession
      *>   expects the drawer); the central bank settlement balance
      *>   (GL 1040 on GLBAL.DAT); loans and advances - outstanding
      *>   principal on every ACTIVE or ARREARS loan worked out the
      *>   way LoanClassify does - and overdrawn customer accounts,
      *>   less the provision LoanClassify's last grading of each
      *>   loan requires;
      *>   customer deposits by type (credit balances on USERS.DAT,
      *>   savings / special / other by the GLRULES.DAT DEP codes),
      *>   open term deposits (TERMDEP.DAT), open unclaimed funds
      *>   (UNCLAIMED.DAT), outstanding drafts and pay orders
      *>   (DRAFTS.DAT) and withholding tax payable (TAXPOS.DAT -
      *>   one bank-wide position, carried by head office 0001);
      *>   capital, reserves and retained earnings are what remains.
      *> The bank's own internal accounts (every GLRULES.DAT ACC
      *> line) are neither deposits nor advances and are left out.
      *> Income statement, for the month to the run date: interest,
      *> fee, FX revaluation and recovery income and interest and FX
      *> expense from the month's GL journals GLJRNL-<date>.DAT as
      *> GlPosting classified them; interest on loans as the
      *> interest share of the month's flat-rate instalments
      *> collected; and the provision charge as the movement in the
      *> required provision since the prior month-end.
      *> Each run keeps its figures on FINSTMT.DAT, which is where
      *> the comparatives come from: the prior month, the year to
      *> date and - for the last year YearEnd closed on RUNCTL.DAT -
      *> the year-end balance sheet and the full year's income. A
      *> comparative with no statements kept prints as n/a.

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

           SELECT UNCLAIMED-FILE ASSIGN TO "UNCLAIMED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UF-ID
               FILE STATUS IS UNCLAIMED-STATUS.

           SELECT DRAFT-FILE ASSIGN TO "DRAFTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DFT-KEY
               FILE STATUS IS DRAFT-STATUS.

           SELECT TAXPOS-FILE ASSIGN TO "TAXPOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TAXPOS-KEY
               FILE STATUS IS TAXPOS-STATUS.

           SELECT CASHBOX-FILE ASSIGN TO "CASHBOX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASH-KEY
               FILE STATUS IS CASHBOX-STATUS.

           SELECT TERMINAL-FILE ASSIGN TO "TERMINALS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-ID
               FILE STATUS IS TERMINAL-STATUS.

           SELECT VAULT-FILE ASSIGN TO "VAULT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAULT-KEY
               FILE STATUS IS VAULT-STATUS.

           SELECT TILL-FILE ASSIGN TO "TILLS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TILL-ID
               FILE STATUS IS TILL-STATUS-CODE.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANSACTIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID
               ALTERNATE RECORD KEY IS TRANSACTION-CDE
               ALTERNATE RECORD KEY IS TR-ACC-NO
                   WITH DUPLICATES
               FILE STATUS IS TRANS-STATUS.

           SELECT GLBAL-FILE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-KEY
               FILE STATUS IS GLBAL-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.

           SELECT FINSTMT-FILE ASSIGN TO "FINSTMT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-KEY
               FILE STATUS IS FINSTMT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS RUNCTL-STATUS.

           SELECT GLRULE-FILE ASSIGN TO "GLRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLRULE-STATUS.

           SELECT FXRATES-FILE ASSIGN TO "FXRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXRATES-STATUS.

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

       FD LOAN-FILE.
           COPY "LOAN-MASTER.cpy".

       FD TERMDEP-FILE.
           COPY "TERM-DEPOSIT.cpy".

       FD UNCLAIMED-FILE.
           COPY "UNCLAIMED-FUNDS.cpy".

       FD DRAFT-FILE.
           COPY "DEMAND-DRAFT.cpy".

       FD TAXPOS-FILE.
       01 TAXPOS-RECORD.
           05 TAXPOS-KEY          PIC 9(1).
           05 TAXPOS-TOTAL        PIC 9(15)V99.
           05 TAXPOS-LAST-DATE    PIC 9(8).

       FD CASHBOX-FILE.
           COPY "CASH-CASSETTE.cpy".

       FD TERMINAL-FILE.
           COPY "TERMINAL-RECORD.cpy".

       FD VAULT-FILE.
           COPY "VAULT-CASH.cpy".

       FD TILL-FILE.
           COPY "TILL-SESSION.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD GLBAL-FILE.
           COPY "GL-BALANCE.cpy".

       FD JOURNAL-FILE.
           COPY "GL-ENTRY.cpy".

       FD FINSTMT-FILE.
           COPY "FIN-STATEMENT.cpy".

       FD RUNCTL-FILE.
           COPY "RUN-CONTROL.cpy".

       FD GLRULE-FILE.
       01 GLRULE-LINE             PIC X(80).

       FD FXRATES-FILE.
       01 FXRATES-LINE            PIC X(80).

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS             PIC XX.
       01 LOAN-STATUS-CODE        PIC XX.
       01 TERMDEP-STATUS          PIC XX.
       01 UNCLAIMED-STATUS        PIC XX.
       01 DRAFT-STATUS            PIC XX.
       01 TAXPOS-STATUS           PIC XX.
       01 CASHBOX-STATUS          PIC XX.
       01 TERMINAL-STATUS         PIC XX.
       01 VAULT-STATUS            PIC XX.
       01 TILL-STATUS-CODE        PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 GLBAL-STATUS            PIC XX.
       01 JOURNAL-STATUS          PIC XX.
       01 FINSTMT-STATUS          PIC XX.
       01 RUNCTL-STATUS           PIC XX.
       01 GLRULE-STATUS           PIC XX.
       01 FXRATES-STATUS          PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 JOURNAL-FILENAME        PIC X(30).
       01 REPORT-FILENAME         PIC X(30).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-LOAN-OFFICE-ACC      PIC 9(16) VALUE 0.
       01 WS-RULE-KIND            PIC X(4).
       01 WS-RULE-KEY             PIC X(20).
       01 WS-RULE-GL              PIC X(4).

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-EOF                  PIC X.
       01 WS-TRAN-EOF             PIC X.
       01 WS-MONTH-FROM           PIC 9(8).
       01 WS-PERIOD               PIC 9(6).
       01 WS-PRIOR-PERIOD         PIC 9(6).
       01 WS-YEAR                 PIC 9(4).
       01 WS-MONTH                PIC 9(2).
       01 WS-DAY                  PIC 9(2).
       01 WS-JOURNAL-DATE         PIC 9(8).

      *> The last financial year YearEnd closed, 0 if none found.
       01 WS-CLOSED-YEAR          PIC 9(4) VALUE 0.
       01 WS-TRY-YEAR             PIC 9(4).
       01 WS-YE-PERIOD            PIC 9(6).

      *> Internal accounts (GLRULES.DAT ACC lines resolved through
      *> PARAMS.DAT) and the deposit code of each account type.
       01 INTERNAL-TABLE.
           05 IN-COUNT            PIC 9(2) VALUE 0.
           05 IN-ENTRY OCCURS 30 TIMES.
               10 IN-PARAM        PIC X(20).
               10 IN-ACC-NO       PIC 9(16).
       01 IN-IDX                  PIC 9(2).
       01 WS-IS-INTERNAL          PIC X.
       01 DEP-CODE-TABLE.
           05 DC-COUNT            PIC 9(2) VALUE 0.
           05 DC-ENTRY OCCURS 30 TIMES.
               10 DC-TYPE         PIC X(10).
               10 DC-CODE         PIC X(4).
       01 DC-IDX                  PIC 9(2).
       01 WS-DEP-CODE             PIC X(4).

       01 FX-TABLE.
           05 FX-COUNT            PIC 99 VALUE 0.
           05 FX-ENTRY OCCURS 10 TIMES.
               10 FX-CCY          PIC X(3).
               10 FX-RATE         PIC 9(7)V9(6).
       01 FX-IDX                  PIC 99.
       01 WS-FX-CCY-PART          PIC X(10).
       01 WS-FX-RATE-PART         PIC X(20).
       01 WS-CONV-CCY             PIC X(3).
       01 WS-CONV-AMOUNT          PIC S9(15)V99.
       01 WS-CONV-KYAT            PIC S9(15)V99.
       01 WS-RATE-MISSING         PIC X VALUE 'N'.

      *> One statement per branch; entry 1 is the whole bank.
       01 STATEMENT-TABLE.
           05 ST-COUNT            PIC 9(2) VALUE 0.
           05 ST-ENTRY OCCURS 30 TIMES.
               10 ST-BRANCH       PIC X(4).
               10 ST-AMT          PIC S9(15)V99 OCCURS 32 TIMES.
       01 ST-IDX                  PIC 9(2).
       01 LN-IDX                  PIC 9(2).
       01 WS-ST-FOUND             PIC X.
       01 WS-POST-BRANCH          PIC X(4).
       01 WS-POST-LINE            PIC 9(2).
       01 WS-POST-AMOUNT          PIC S9(15)V99.

      *> Comparatives for the statement being printed.
       01 COMPARE-TABLE.
           05 CMP-PM              PIC S9(15)V99 OCCURS 32 TIMES.
           05 CMP-YE              PIC S9(15)V99 OCCURS 32 TIMES.
           05 CMP-YTD             PIC S9(15)V99 OCCURS 32 TIMES.
           05 CMP-PY              PIC S9(15)V99 OCCURS 32 TIMES.
       01 WS-HAVE-PM              PIC X.
       01 WS-HAVE-YE              PIC X.
       01 WS-HAVE-PY              PIC X.
       01 WS-SUM-MONTH            PIC 9(2).

       01 WS-LINE-LABELS.
           05 FILLER PIC X(40) VALUE "Cash - ATM cassettes".
           05 FILLER PIC X(40) VALUE "Cash - vaults".
           05 FILLER PIC X(40) VALUE "Cash - teller tills".
           05 FILLER PIC X(40) VALUE "Balance with the Central Bank".
           05 FILLER PIC X(40) VALUE "Loans and advances (gross)".
           05 FILLER PIC X(40) VALUE "Overdrawn customer accounts".
           05 FILLER PIC X(40) VALUE "Less: provisions for loan losses".
           05 FILLER PIC X(40) VALUE "TOTAL ASSETS".
           05 FILLER PIC X(40) VALUE "Savings deposits".
           05 FILLER PIC X(40) VALUE "Special deposits".
           05 FILLER PIC X(40) VALUE "Other customer deposits".
           05 FILLER PIC X(40) VALUE "Term deposits".
           05 FILLER PIC X(40) VALUE "Unclaimed funds payable".
           05 FILLER PIC X(40) VALUE "Drafts and pay orders payable".
           05 FILLER PIC X(40) VALUE "Withholding tax payable".
           05 FILLER PIC X(40) VALUE "TOTAL LIABILITIES".
           05 FILLER PIC X(40)
               VALUE "Capital, reserves and retained earnings".
           05 FILLER PIC X(40) VALUE "TOTAL LIABILITIES AND EQUITY".
           05 FILLER PIC X(40) VALUE SPACES.
           05 FILLER PIC X(40) VALUE SPACES.
           05 FILLER PIC X(40) VALUE "Interest income - loans".
           05 FILLER PIC X(40)
               VALUE "Interest income - overdrafts and other".
           05 FILLER PIC X(40)
               VALUE "Less: interest expense - deposits".
           05 FILLER PIC X(40) VALUE "NET INTEREST INCOME".
           05 FILLER PIC X(40)
               VALUE "Fee, commission and other income".
           05 FILLER PIC X(40) VALUE "FX revaluation gains".
           05 FILLER PIC X(40) VALUE "Less: FX revaluation losses".
           05 FILLER PIC X(40) VALUE "Recoveries on written-off loans".
           05 FILLER PIC X(40) VALUE "Less: other operating expenses".
           05 FILLER PIC X(40) VALUE "OPERATING PROFIT".
           05 FILLER PIC X(40) VALUE "Less: loan loss provision charge".
           05 FILLER PIC X(40) VALUE "PROFIT BEFORE TAX".
       01 WS-LINE-LABEL-LIST REDEFINES WS-LINE-LABELS.
           05 WS-LINE-LABEL       PIC X(40) OCCURS 32 TIMES.

      *> Loans.
       01 WS-MONTHS-ELAPSED       PIC 9(5).
       01 WS-PAID-AMOUNT          PIC 9(15)V99.
       01 WS-MONTH-PAID           PIC 9(15)V99.
       01 WS-OUTSTANDING          PIC 9(15)V99.
       01 WS-PROVISION            PIC 9(15)V99.
       01 WS-PROV-PCT             PIC 9(3).
       01 WS-LOAN-INTEREST        PIC 9(15)V99.
       01 WS-CONTRACT             PIC 9(15)V99.
       01 WS-TR-AMT               PIC 9(15)V99.
       01 WS-FIND-ACC-NO          PIC 9(16).
       01 WS-ACC-BRANCH           PIC X(4).
       01 WS-ACC-CCY              PIC X(3).

      *> Tills.
       01 WS-CASH-IN              PIC 9(15)V99.
       01 WS-CASH-OUT             PIC 9(15)V99.
       01 WS-EXPECTED             PIC S9(15)V99.

       01 FORMAT-SIGNED           PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-COLUMN-COUNT         PIC 9.
       01 WS-PRINT-AMT            PIC S9(15)V99.
       01 WS-STATEMENTS-KEPT      PIC X VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           PERFORM LOAD-FX-RATES
           PERFORM LOAD-GL-RULES
           PERFORM RESOLVE-INTERNAL-ACCOUNTS

           MOVE WS-TODAY(1:6) TO WS-PERIOD
           MOVE WS-TODAY TO WS-MONTH-FROM
           MOVE "01" TO WS-MONTH-FROM(7:2)
           MOVE WS-TODAY(1:4) TO WS-YEAR
           MOVE WS-TODAY(5:2) TO WS-MONTH
           IF WS-MONTH = 1
               COMPUTE WS-PRIOR-PERIOD = (WS-YEAR - 1) * 100 + 12
           ELSE
               COMPUTE WS-PRIOR-PERIOD = WS-PERIOD - 1
           END-IF
           PERFORM FIND-CLOSED-YEAR

           MOVE 1 TO ST-COUNT
           MOVE "BANK" TO ST-BRANCH(1)
           PERFORM VARYING LN-IDX FROM 1 BY 1 UNTIL LN-IDX > 32
               MOVE 0 TO ST-AMT(1, LN-IDX)
           END-PERFORM

           PERFORM SUM-ATM-CASH
           PERFORM SUM-VAULT-CASH
           PERFORM SUM-TILL-CASH
           PERFORM SUM-SETTLEMENT
           PERFORM SUM-CUSTOMER-ACCOUNTS
           PERFORM SUM-LOANS
           PERFORM SUM-TERM-DEPOSITS
           PERFORM SUM-UNCLAIMED
           PERFORM SUM-DRAFTS
           PERFORM SUM-TAX-PAYABLE
           PERFORM SUM-MONTH-JOURNALS

           OPEN I-O FINSTMT-FILE
           IF FINSTMT-STATUS = "35"
               OPEN OUTPUT FINSTMT-FILE
               CLOSE FINSTMT-FILE
               OPEN I-O FINSTMT-FILE
           END-IF
           IF FINSTMT-STATUS NOT = "00"
               DISPLAY "[ERROR]: FINSTMT.DAT unavailable - "
                   "statements printed without comparatives."
               MOVE 'N' TO WS-STATEMENTS-KEPT
           END-IF

           PERFORM OPEN-REPORT
           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-COUNT
               PERFORM LOAD-COMPARATIVES
               PERFORM COMPLETE-STATEMENT
               PERFORM SAVE-STATEMENT
               PERFORM WRITE-STATEMENT
           END-PERFORM
           IF WS-STATEMENTS-KEPT = 'Y'
               CLOSE FINSTMT-FILE
           END-IF
           IF WS-RATE-MISSING = 'Y'
               WRITE REPORT-LINE FROM SPACES
               WRITE REPORT-LINE FROM
                   "Note: a currency missing from FXRATES.DAT was "
                   & "taken at par."
           END-IF
           CLOSE REPORT-FILE

           DISPLAY "Financial statements for " WS-PERIOD
               " written to " REPORT-FILENAME
           GOBACK.

      *> Adds WS-POST-AMOUNT to line WS-POST-LINE of the branch's
      *> statement and of the bank's.
       POST-TO-STATEMENT.
           IF WS-POST-BRANCH = SPACES
               MOVE "0001" TO WS-POST-BRANCH
           END-IF
           MOVE 'N' TO WS-ST-FOUND
           PERFORM VARYING ST-IDX FROM 2 BY 1 UNTIL ST-IDX > ST-COUNT
               IF ST-BRANCH(ST-IDX) = WS-POST-BRANCH
                   MOVE 'Y' TO WS-ST-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ST-FOUND NOT = 'Y'
               IF ST-COUNT < 30
                   ADD 1 TO ST-COUNT
                   MOVE ST-COUNT TO ST-IDX
                   MOVE WS-POST-BRANCH TO ST-BRANCH(ST-IDX)
                   PERFORM VARYING LN-IDX FROM 1 BY 1
                           UNTIL LN-IDX > 32
                       MOVE 0 TO ST-AMT(ST-IDX, LN-IDX)
                   END-PERFORM
               ELSE
                   MOVE 0 TO ST-IDX
               END-IF
           END-IF
           IF ST-IDX NOT = 0
               ADD WS-POST-AMOUNT TO ST-AMT(ST-IDX, WS-POST-LINE)
           END-IF
           ADD WS-POST-AMOUNT TO ST-AMT(1, WS-POST-LINE).

       SUM-ATM-CASH.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CASHBOX-FILE
           IF CASHBOX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TERMINAL-FILE
           MOVE LOW-VALUES TO CASH-KEY
           START CASHBOX-FILE KEY IS NOT LESS THAN CASH-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ CASHBOX-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE "0001" TO WS-POST-BRANCH
                       IF TERMINAL-STATUS = "00"
                           MOVE CASH-TERMINAL TO TERM-ID
                           READ TERMINAL-FILE
                               NOT INVALID KEY
                                   MOVE TERM-BRANCH TO WS-POST-BRANCH
                           END-READ
                       END-IF
                       MOVE 1 TO WS-POST-LINE
                       COMPUTE WS-POST-AMOUNT =
                           CASH-DENOM * CASH-NOTE-COUNT
                       PERFORM POST-TO-STATEMENT
               END-READ
           END-PERFORM
           IF TERMINAL-STATUS = "00"
               CLOSE TERMINAL-FILE
           END-IF
           CLOSE CASHBOX-FILE.

       SUM-VAULT-CASH.
           MOVE 'N' TO WS-EOF
           OPEN INPUT VAULT-FILE
           IF VAULT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO VAULT-KEY
           START VAULT-FILE KEY IS NOT LESS THAN VAULT-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ VAULT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE VAULT-BRANCH TO WS-POST-BRANCH
                       MOVE 2 TO WS-POST-LINE
                       COMPUTE WS-POST-AMOUNT =
                           VAULT-DENOM * VAULT-NOTE-COUNT
                       PERFORM POST-TO-STATEMENT
               END-READ
           END-PERFORM
           CLOSE VAULT-FILE.

      *> A closed till's cash has gone back to the vault; only open
      *> tills hold cash of their own.
       SUM-TILL-CASH.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TILL-FILE
           IF TILL-STATUS-CODE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TILL-ID
           START TILL-FILE KEY IS NOT LESS THAN TILL-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ TILL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TILL-OPEN
                           PERFORM TOTAL-TILL-SESSION-CASH
                           COMPUTE WS-EXPECTED =
                               TILL-FLOAT + WS-CASH-IN - WS-CASH-OUT
                               + TILL-VAULT-IN - TILL-VAULT-OUT
                               + TILL-MISC-IN - TILL-MISC-OUT
                           MOVE TILL-BRANCH TO WS-POST-BRANCH
                           MOVE 3 TO WS-POST-LINE
                           MOVE WS-EXPECTED TO WS-POST-AMOUNT
                           PERFORM POST-TO-STATEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TILL-FILE.

       TOTAL-TILL-SESSION-CASH.
           MOVE 0 TO WS-CASH-IN
           MOVE 0 TO WS-CASH-OUT
           MOVE 'N' TO WS-TRAN-EOF
           OPEN INPUT TRANSACTION-FILE
           IF TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TRANSACTION-ID
           START TRANSACTION-FILE KEY IS NOT LESS THAN TRANSACTION-ID
               INVALID KEY MOVE 'Y' TO WS-TRAN-EOF
           END-START
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-TRAN-EOF
                   NOT AT END
                       IF TR-OPERATOR-ID = TILL-OPERATOR AND
                          TR-DATE = TILL-OPEN-DATE
                           COMPUTE WS-TR-AMT =
                               TR-AMOUNT + (TR-DECIMAL / 100)
                           EVALUATE TR-TYPE
                               WHEN 1
                                   ADD WS-TR-AMT TO WS-CASH-IN
                               WHEN 2
                                   ADD WS-TR-AMT TO WS-CASH-OUT
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE.

      *> GL 1040 per branch, as the last GL posting left it.
       SUM-SETTLEMENT.
           MOVE 'N' TO WS-EOF
           OPEN INPUT GLBAL-FILE
           IF GLBAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO GLB-KEY
           START GLBAL-FILE KEY IS NOT LESS THAN GLB-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ GLBAL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GLB-CODE = "1040"
                           MOVE GLB-CCY TO WS-CONV-CCY
                           MOVE GLB-BALANCE TO WS-CONV-AMOUNT
                           PERFORM CONVERT-TO-KYAT
                           MOVE GLB-BRANCH TO WS-POST-BRANCH
                           MOVE 4 TO WS-POST-LINE
                           MOVE WS-CONV-KYAT TO WS-POST-AMOUNT
                           PERFORM POST-TO-STATEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLBAL-FILE.

      *> Credit balances are deposits by the type's DEP code,
      *> debit balances overdrafts; internal accounts are neither.
       SUM-CUSTOMER-ACCOUNTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT USER-FILE
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO USER-ACC-NO
           START USER-FILE KEY IS NOT LESS THAN USER-ACC-NO
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ USER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-INTERNAL-ACCOUNT
                       IF WS-IS-INTERNAL NOT = 'Y' AND
                          USER-BALANCE NOT = 0
                           PERFORM POST-CUSTOMER-BALANCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE.

       POST-CUSTOMER-BALANCE.
           MOVE USER-CURRENCY TO WS-CONV-CCY
           MOVE USER-BRANCH TO WS-POST-BRANCH
           IF USER-BALANCE < 0
               COMPUTE WS-CONV-AMOUNT = 0 - USER-BALANCE
               MOVE 6 TO WS-POST-LINE
           ELSE
               MOVE USER-BALANCE TO WS-CONV-AMOUNT
               MOVE "*" TO WS-DEP-CODE
               PERFORM VARYING DC-IDX FROM 1 BY 1
                       UNTIL DC-IDX > DC-COUNT
                   IF DC-TYPE(DC-IDX) = USER-ACC-TYPE
                       MOVE DC-CODE(DC-IDX) TO WS-DEP-CODE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               EVALUATE WS-DEP-CODE
                   WHEN "2010"
                       MOVE 9 TO WS-POST-LINE
                   WHEN "2020"
                       MOVE 10 TO WS-POST-LINE
                   WHEN OTHER
                       MOVE 11 TO WS-POST-LINE
               END-EVALUATE
           END-IF
           PERFORM CONVERT-TO-KYAT
           MOVE WS-CONV-KYAT TO WS-POST-AMOUNT
           PERFORM POST-TO-STATEMENT.

       CHECK-INTERNAL-ACCOUNT.
           MOVE 'N' TO WS-IS-INTERNAL
           PERFORM VARYING IN-IDX FROM 1 BY 1 UNTIL IN-IDX > IN-COUNT
               IF IN-ACC-NO(IN-IDX) = USER-ACC-NO AND
                  IN-ACC-NO(IN-IDX) NOT = 0
                   MOVE 'Y' TO WS-IS-INTERNAL
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Outstanding principal and provision as LoanClassify works
      *> them out, and the interest share of this month's
      *> collections as the month's loan interest income.
       SUM-LOANS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT LOAN-FILE
           IF LOAN-STATUS-CODE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LOAN-ID
           START LOAN-FILE KEY IS NOT LESS THAN LOAN-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOAN-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (LOAN-ACTIVE OR LOAN-ARREARS) AND
                          LOAN-INSTALMENT > 0 AND
                          LOAN-TERM-MONTHS > 0
                           PERFORM VALUE-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE.

       VALUE-ONE-LOAN.
           PERFORM SUM-COLLECTIONS
           COMPUTE WS-CONTRACT = LOAN-INSTALMENT * LOAN-TERM-MONTHS
           COMPUTE WS-OUTSTANDING =
               LOAN-PRINCIPAL -
               (WS-PAID-AMOUNT * LOAN-PRINCIPAL / WS-CONTRACT)
           IF WS-OUTSTANDING > LOAN-PRINCIPAL
               MOVE LOAN-PRINCIPAL TO WS-OUTSTANDING
           END-IF
           EVALUATE TRUE
               WHEN LOAN-CL-WATCH
                   MOVE 5 TO WS-PROV-PCT
               WHEN LOAN-CL-SUBSTD
                   MOVE 25 TO WS-PROV-PCT
               WHEN LOAN-CL-DOUBT
                   MOVE 50 TO WS-PROV-PCT
               WHEN LOAN-CL-LOSS
                   MOVE 100 TO WS-PROV-PCT
               WHEN OTHER
                   MOVE 1 TO WS-PROV-PCT
           END-EVALUATE
           COMPUTE WS-PROVISION ROUNDED =
               WS-OUTSTANDING * WS-PROV-PCT / 100
           IF WS-CONTRACT > LOAN-PRINCIPAL
               COMPUTE WS-LOAN-INTEREST ROUNDED =
                   WS-MONTH-PAID * (WS-CONTRACT - LOAN-PRINCIPAL)
                   / WS-CONTRACT
           ELSE
               MOVE 0 TO WS-LOAN-INTEREST
           END-IF

           MOVE LOAN-ACC-NO TO WS-FIND-ACC-NO
           PERFORM FIND-ACCOUNT-BRANCH
           MOVE WS-ACC-BRANCH TO WS-POST-BRANCH
           MOVE WS-ACC-CCY TO WS-CONV-CCY

           MOVE WS-OUTSTANDING TO WS-CONV-AMOUNT
           PERFORM CONVERT-TO-KYAT
           MOVE 5 TO WS-POST-LINE
           MOVE WS-CONV-KYAT TO WS-POST-AMOUNT
           PERFORM POST-TO-STATEMENT

           MOVE WS-PROVISION TO WS-CONV-AMOUNT
           PERFORM CONVERT-TO-KYAT
           MOVE 7 TO WS-POST-LINE
           MOVE WS-CONV-KYAT TO WS-POST-AMOUNT
           PERFORM POST-TO-STATEMENT

           MOVE WS-LOAN-INTEREST TO WS-CONV-AMOUNT
           PERFORM CONVERT-TO-KYAT
           MOVE 21 TO WS-POST-LINE
           MOVE WS-CONV-KYAT TO WS-POST-AMOUNT
           PERFORM POST-TO-STATEMENT.

      *> Collections are the borrower's transfers into the loan
      *> office account since disbursement; WS-MONTH-PAID is the
      *> part of them made this month.
       SUM-COLLECTIONS.
           MOVE 0 TO WS-PAID-AMOUNT
           MOVE 0 TO WS-MONTH-PAID
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
                              WS-LOAN-OFFICE-ACC NOT = 0 AND
                              TR-DATE >= LOAN-DISBURSE-DATE AND
                              TR-DATE <= WS-TODAY
                               COMPUTE WS-TR-AMT =
                                   TR-AMOUNT + (TR-DECIMAL / 100)
                               ADD WS-TR-AMT TO WS-PAID-AMOUNT
                               IF TR-DATE >= WS-MONTH-FROM
                                   ADD WS-TR-AMT TO WS-MONTH-PAID
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE.

      *> Branch and currency of account WS-FIND-ACC-NO; head office
      *> and kyat when it is not on file.
       FIND-ACCOUNT-BRANCH.
           MOVE "0001" TO WS-ACC-BRANCH
           MOVE "MMK" TO WS-ACC-CCY
           OPEN INPUT USER-FILE
           IF FILE-STATUS = "00"
               MOVE WS-FIND-ACC-NO TO USER-ACC-NO
               READ USER-FILE
                   NOT INVALID KEY
                       IF USER-BRANCH NOT = SPACES
                           MOVE USER-BRANCH TO WS-ACC-BRANCH
                       END-IF
                       IF USER-CURRENCY NOT = SPACES
                           MOVE USER-CURRENCY TO WS-ACC-CCY
                       END-IF
               END-READ
               CLOSE USER-FILE
           END-IF.

       SUM-TERM-DEPOSITS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TERMDEP-FILE
           IF TERMDEP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TD-ID
           START TERMDEP-FILE KEY IS NOT LESS THAN TD-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ TERMDEP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TD-ID NOT = 0 AND TD-OPEN
                           MOVE TD-ACC-NO TO WS-FIND-ACC-NO
                           PERFORM FIND-ACCOUNT-BRANCH
                           MOVE WS-ACC-BRANCH TO WS-POST-BRANCH
                           MOVE WS-ACC-CCY TO WS-CONV-CCY
                           MOVE TD-PRINCIPAL TO WS-CONV-AMOUNT
                           PERFORM CONVERT-TO-KYAT
                           MOVE 12 TO WS-POST-LINE
                           MOVE WS-CONV-KYAT TO WS-POST-AMOUNT
                           PERFORM POST-TO-STATEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMDEP-FILE.

      *> Unclaimed funds are held in kyat at the branch of the
      *> account they came from.
       SUM-UNCLAIMED.
           MOVE 'N' TO WS-EOF
           OPEN INPUT UNCLAIMED-FILE
           IF UNCLAIMED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO UF-ID
           START UNCLAIMED-FILE KEY IS NOT LESS THAN UF-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ UNCLAIMED-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF UF-ID NOT = 0 AND UF-OPEN
                           MOVE UF-ACC-NO TO WS-FIND-ACC-NO
                           PERFORM FIND-ACCOUNT-BRANCH
                           MOVE WS-ACC-BRANCH TO WS-POST-BRANCH
                           MOVE 13 TO WS-POST-LINE
                           MOVE UF-AMOUNT TO WS-POST-AMOUNT
                           PERFORM POST-TO-STATEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UNCLAIMED-FILE.

       SUM-DRAFTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT DRAFT-FILE
           IF DRAFT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO DFT-KEY
           START DRAFT-FILE KEY IS NOT LESS THAN DFT-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ DRAFT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DFT-OUTSTANDING
                           MOVE DFT-BRANCH TO WS-POST-BRANCH
                           MOVE 14 TO WS-POST-LINE
                           MOVE DFT-AMOUNT TO WS-POST-AMOUNT
                           PERFORM POST-TO-STATEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DRAFT-FILE.

       SUM-TAX-PAYABLE.
           OPEN INPUT TAXPOS-FILE
           IF TAXPOS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO TAXPOS-KEY
           READ TAXPOS-FILE KEY IS TAXPOS-KEY
               NOT INVALID KEY
                   MOVE "0001" TO WS-POST-BRANCH
                   MOVE 15 TO WS-POST-LINE
                   MOVE TAXPOS-TOTAL TO WS-POST-AMOUNT
                   PERFORM POST-TO-STATEMENT
           END-READ
           CLOSE TAXPOS-FILE.

      *> Income and expense legs of every day of the month so far,
      *> by the branch GlPosting booked them in.
       SUM-MONTH-JOURNALS.
           PERFORM VARYING WS-DAY FROM 1 BY 1
                   UNTIL WS-DAY > WS-TODAY(7:2)
               MOVE WS-MONTH-FROM TO WS-JOURNAL-DATE
               MOVE WS-DAY TO WS-JOURNAL-DATE(7:2)
               MOVE SPACES TO JOURNAL-FILENAME
               STRING "GLJRNL-" WS-JOURNAL-DATE ".DAT"
                   DELIMITED BY SIZE INTO JOURNAL-FILENAME
               OPEN INPUT JOURNAL-FILE
               IF JOURNAL-STATUS = "00"
                   PERFORM SUM-ONE-JOURNAL
                   CLOSE JOURNAL-FILE
               END-IF
           END-PERFORM.

       SUM-ONE-JOURNAL.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GLE-CODE(1:1) = "4" OR GLE-CODE(1:1) = "5"
                           PERFORM POST-JOURNAL-LEG
                       END-IF
               END-READ
           END-PERFORM.

      *> Income lines carry credits less debits, expense lines
      *> debits less credits.
       POST-JOURNAL-LEG.
           EVALUATE GLE-CODE
               WHEN "4010"
                   MOVE 22 TO WS-POST-LINE
               WHEN "4200"
                   MOVE 26 TO WS-POST-LINE
               WHEN "4300"
                   MOVE 28 TO WS-POST-LINE
               WHEN "5010"
                   MOVE 23 TO WS-POST-LINE
               WHEN "5200"
                   MOVE 27 TO WS-POST-LINE
               WHEN OTHER
                   IF GLE-CODE(1:1) = "4"
                       MOVE 25 TO WS-POST-LINE
                   ELSE
                       MOVE 29 TO WS-POST-LINE
                   END-IF
           END-EVALUATE
           MOVE GLE-CCY TO WS-CONV-CCY
           MOVE GLE-AMOUNT TO WS-CONV-AMOUNT
           PERFORM CONVERT-TO-KYAT
           IF (GLE-CODE(1:1) = "4" AND GLE-DEBIT) OR
              (GLE-CODE(1:1) = "5" AND GLE-CREDIT)
               COMPUTE WS-POST-AMOUNT = 0 - WS-CONV-KYAT
           ELSE
               MOVE WS-CONV-KYAT TO WS-POST-AMOUNT
           END-IF
           MOVE GLE-BRANCH TO WS-POST-BRANCH
           PERFORM POST-TO-STATEMENT.

      *> Prior month, year to date (months before this one) and the
      *> closed year's year-end and full year, from FINSTMT.DAT.
       LOAD-COMPARATIVES.
           MOVE 'N' TO WS-HAVE-PM WS-HAVE-YE WS-HAVE-PY
           PERFORM VARYING LN-IDX FROM 1 BY 1 UNTIL LN-IDX > 32
               MOVE 0 TO CMP-PM(LN-IDX) CMP-YE(LN-IDX)
                   CMP-YTD(LN-IDX) CMP-PY(LN-IDX)
           END-PERFORM
           IF WS-STATEMENTS-KEPT NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PRIOR-PERIOD TO FS-PERIOD
           MOVE ST-BRANCH(ST-IDX) TO FS-BRANCH
           READ FINSTMT-FILE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HAVE-PM
                   PERFORM VARYING LN-IDX FROM 1 BY 1
                           UNTIL LN-IDX > 32
                       MOVE FS-LINE-AMT(LN-IDX) TO CMP-PM(LN-IDX)
                   END-PERFORM
           END-READ

           PERFORM VARYING WS-SUM-MONTH FROM 1 BY 1
                   UNTIL WS-SUM-MONTH >= WS-MONTH
               COMPUTE FS-PERIOD = WS-YEAR * 100 + WS-SUM-MONTH
               MOVE ST-BRANCH(ST-IDX) TO FS-BRANCH
               READ FINSTMT-FILE
                   NOT INVALID KEY
                       PERFORM VARYING LN-IDX FROM 21 BY 1
                               UNTIL LN-IDX > 32
                           ADD FS-LINE-AMT(LN-IDX) TO CMP-YTD(LN-IDX)
                       END-PERFORM
               END-READ
           END-PERFORM

           IF WS-CLOSED-YEAR = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-YE-PERIOD = WS-CLOSED-YEAR * 100 + 12
           MOVE WS-YE-PERIOD TO FS-PERIOD
           MOVE ST-BRANCH(ST-IDX) TO FS-BRANCH
           READ FINSTMT-FILE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HAVE-YE
                   PERFORM VARYING LN-IDX FROM 1 BY 1
                           UNTIL LN-IDX > 18
                       MOVE FS-LINE-AMT(LN-IDX) TO CMP-YE(LN-IDX)
                   END-PERFORM
           END-READ
           PERFORM VARYING WS-SUM-MONTH FROM 1 BY 1
                   UNTIL WS-SUM-MONTH > 12
               COMPUTE FS-PERIOD = WS-CLOSED-YEAR * 100 + WS-SUM-MONTH
               MOVE ST-BRANCH(ST-IDX) TO FS-BRANCH
               READ FINSTMT-FILE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-HAVE-PY
                       PERFORM VARYING LN-IDX FROM 21 BY 1
                               UNTIL LN-IDX > 32
                           ADD FS-LINE-AMT(LN-IDX) TO CMP-PY(LN-IDX)
                       END-PERFORM
               END-READ
           END-PERFORM.

      *> The provision charge is the movement in the required
      *> provision since the prior month-end (the whole provision
      *> on the first statement), then the totals.
       COMPLETE-STATEMENT.
           COMPUTE ST-AMT(ST-IDX, 31) =
               ST-AMT(ST-IDX, 7) - CMP-PM(7)
           COMPUTE ST-AMT(ST-IDX, 8) =
               ST-AMT(ST-IDX, 1) + ST-AMT(ST-IDX, 2)
               + ST-AMT(ST-IDX, 3) + ST-AMT(ST-IDX, 4)
               + ST-AMT(ST-IDX, 5) + ST-AMT(ST-IDX, 6)
               - ST-AMT(ST-IDX, 7)
           COMPUTE ST-AMT(ST-IDX, 16) =
               ST-AMT(ST-IDX, 9) + ST-AMT(ST-IDX, 10)
               + ST-AMT(ST-IDX, 11) + ST-AMT(ST-IDX, 12)
               + ST-AMT(ST-IDX, 13) + ST-AMT(ST-IDX, 14)
               + ST-AMT(ST-IDX, 15)
           COMPUTE ST-AMT(ST-IDX, 17) =
               ST-AMT(ST-IDX, 8) - ST-AMT(ST-IDX, 16)
           MOVE ST-AMT(ST-IDX, 8) TO ST-AMT(ST-IDX, 18)
           COMPUTE ST-AMT(ST-IDX, 24) =
               ST-AMT(ST-IDX, 21) + ST-AMT(ST-IDX, 22)
               - ST-AMT(ST-IDX, 23)
           COMPUTE ST-AMT(ST-IDX, 30) =
               ST-AMT(ST-IDX, 24) + ST-AMT(ST-IDX, 25)
               + ST-AMT(ST-IDX, 26) - ST-AMT(ST-IDX, 27)
               + ST-AMT(ST-IDX, 28) - ST-AMT(ST-IDX, 29)
           COMPUTE ST-AMT(ST-IDX, 32) =
               ST-AMT(ST-IDX, 30) - ST-AMT(ST-IDX, 31)
           PERFORM VARYING LN-IDX FROM 21 BY 1 UNTIL LN-IDX > 32
               ADD ST-AMT(ST-IDX, LN-IDX) TO CMP-YTD(LN-IDX)
           END-PERFORM.

       SAVE-STATEMENT.
           IF WS-STATEMENTS-KEPT NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PERIOD TO FS-PERIOD
           MOVE ST-BRANCH(ST-IDX) TO FS-BRANCH
           MOVE WS-TODAY TO FS-AS-AT
           PERFORM VARYING LN-IDX FROM 1 BY 1 UNTIL LN-IDX > 32
               MOVE ST-AMT(ST-IDX, LN-IDX) TO FS-LINE-AMT(LN-IDX)
           END-PERFORM
           WRITE FIN-STATEMENT-RECORD
               INVALID KEY
                   REWRITE FIN-STATEMENT-RECORD
                       INVALID KEY
                           DISPLAY "[ERROR]: Could not keep the "
                               "statements for branch "
                               FS-BRANCH
                   END-REWRITE
           END-WRITE.

       OPEN-REPORT.
           MOVE SPACES TO REPORT-FILENAME
           STRING "FINSTMT-" WS-PERIOD ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM
               "================ FINANCIAL STATEMENTS ================"
           MOVE SPACES TO REPORT-LINE
           STRING "Period " WS-PERIOD "   as at " WS-TODAY
               "   (kyat)" DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CLOSED-YEAR NOT = 0
               MOVE SPACES TO REPORT-LINE
               STRING "Prior year-end: 31 December " WS-CLOSED-YEAR
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE "Prior year-end: no year closed yet"
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       WRITE-STATEMENT.
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM
               "======================================================"
           MOVE SPACES TO REPORT-LINE
           IF ST-IDX = 1
               MOVE "WHOLE BANK" TO REPORT-LINE
           ELSE
               STRING "BRANCH " ST-BRANCH(ST-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM "STATEMENT OF FINANCIAL POSITION"
           MOVE SPACES TO REPORT-LINE
           MOVE "This month-end" TO REPORT-LINE(49:14)
           MOVE "Prior month-end" TO REPORT-LINE(68:15)
           MOVE "Prior year-end" TO REPORT-LINE(89:14)
           WRITE REPORT-LINE
           MOVE 3 TO WS-COLUMN-COUNT
           WRITE REPORT-LINE FROM "ASSETS"
           PERFORM VARYING LN-IDX FROM 1 BY 1 UNTIL LN-IDX > 8
               PERFORM WRITE-AMOUNT-LINE
           END-PERFORM
           WRITE REPORT-LINE FROM "LIABILITIES"
           PERFORM VARYING LN-IDX FROM 9 BY 1 UNTIL LN-IDX > 16
               PERFORM WRITE-AMOUNT-LINE
           END-PERFORM
           WRITE REPORT-LINE FROM "EQUITY"
           PERFORM VARYING LN-IDX FROM 17 BY 1 UNTIL LN-IDX > 18
               PERFORM WRITE-AMOUNT-LINE
           END-PERFORM

           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM "INCOME STATEMENT"
           MOVE SPACES TO REPORT-LINE
           MOVE "This month" TO REPORT-LINE(53:10)
           MOVE "Prior month" TO REPORT-LINE(72:11)
           MOVE "Year to date" TO REPORT-LINE(91:12)
           MOVE "Prior year" TO REPORT-LINE(113:10)
           WRITE REPORT-LINE
           MOVE 4 TO WS-COLUMN-COUNT
           PERFORM VARYING LN-IDX FROM 21 BY 1 UNTIL LN-IDX > 32
               PERFORM WRITE-AMOUNT-LINE
           END-PERFORM.

      *> Label in 1-40, then 20-column amounts: this period, prior
      *> month, and either the prior year-end (balance sheet) or the
      *> year to date and the prior year (income statement).
       WRITE-AMOUNT-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-LINE-LABEL(LN-IDX) TO REPORT-LINE(1:40)
           MOVE ST-AMT(ST-IDX, LN-IDX) TO FORMAT-SIGNED
           MOVE FORMAT-SIGNED TO REPORT-LINE(41:22)
           IF WS-HAVE-PM = 'Y'
               MOVE CMP-PM(LN-IDX) TO FORMAT-SIGNED
               MOVE FORMAT-SIGNED TO REPORT-LINE(61:22)
           ELSE
               MOVE "n/a" TO REPORT-LINE(80:3)
           END-IF
           IF WS-COLUMN-COUNT = 3
               IF WS-HAVE-YE = 'Y'
                   MOVE CMP-YE(LN-IDX) TO FORMAT-SIGNED
                   MOVE FORMAT-SIGNED TO REPORT-LINE(81:22)
               ELSE
                   MOVE "n/a" TO REPORT-LINE(100:3)
               END-IF
           ELSE
               MOVE CMP-YTD(LN-IDX) TO FORMAT-SIGNED
               MOVE FORMAT-SIGNED TO REPORT-LINE(81:22)
               IF WS-HAVE-PY = 'Y'
                   MOVE CMP-PY(LN-IDX) TO FORMAT-SIGNED
                   MOVE FORMAT-SIGNED TO REPORT-LINE(101:22)
               ELSE
                   MOVE "n/a" TO REPORT-LINE(120:3)
               END-IF
           END-IF
           WRITE REPORT-LINE.

      *> The most recent of the last five years YearEnd closed.
       FIND-CLOSED-YEAR.
           MOVE 0 TO WS-CLOSED-YEAR
           OPEN INPUT RUNCTL-FILE
           IF RUNCTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TRY-YEAR FROM WS-YEAR BY -1
                   UNTIL WS-TRY-YEAR < WS-YEAR - 5
                      OR WS-CLOSED-YEAR NOT = 0
               IF WS-TRY-YEAR < WS-YEAR
                   MOVE "YEAREND" TO RUN-JOB-NAME
                   COMPUTE RUN-BUS-DATE = WS-TRY-YEAR * 10000 + 1231
                   READ RUNCTL-FILE KEY IS RUN-KEY
                       NOT INVALID KEY
                           IF RUN-COMPLETE
                               MOVE WS-TRY-YEAR TO WS-CLOSED-YEAR
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           CLOSE RUNCTL-FILE.

      *> ACC lines name the internal accounts, DEP lines the
      *> deposit code of each account type.
       LOAD-GL-RULES.
           MOVE 0 TO IN-COUNT
           MOVE 0 TO DC-COUNT
           OPEN INPUT GLRULE-FILE
           IF GLRULE-STATUS NOT = "00"
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
                       EVALUATE WS-RULE-KIND
                           WHEN "ACC"
                               IF IN-COUNT < 30
                                   ADD 1 TO IN-COUNT
                                   MOVE WS-RULE-KEY
                                       TO IN-PARAM(IN-COUNT)
                                   MOVE 0 TO IN-ACC-NO(IN-COUNT)
                               END-IF
                           WHEN "DEP"
                               IF DC-COUNT < 30
                                   ADD 1 TO DC-COUNT
                                   MOVE WS-RULE-KEY
                                       TO DC-TYPE(DC-COUNT)
                                   MOVE WS-RULE-GL
                                       TO DC-CODE(DC-COUNT)
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE GLRULE-FILE.

       RESOLVE-INTERNAL-ACCOUNTS.
           OPEN INPUT PARAMS-FILE
           IF PARAMS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PARAMS-STATUS NOT = "00"
               READ PARAMS-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE SPACES TO WS-PARAM-NAME WS-PARAM-VALUE
                       UNSTRING PARAM-LINE DELIMITED BY ","
                           INTO WS-PARAM-NAME WS-PARAM-VALUE
                       PERFORM VARYING IN-IDX FROM 1 BY 1
                               UNTIL IN-IDX > IN-COUNT
                           IF IN-PARAM(IN-IDX) = WS-PARAM-NAME
                               COMPUTE IN-ACC-NO(IN-IDX) =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE PARAMS-FILE.

      *> A currency missing from FXRATES.DAT is taken at par and
      *> the report says so.
       CONVERT-TO-KYAT.
           IF WS-CONV-CCY = "MMK" OR WS-CONV-CCY = SPACES
               MOVE WS-CONV-AMOUNT TO WS-CONV-KYAT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING FX-IDX FROM 1 BY 1 UNTIL FX-IDX > FX-COUNT
               IF FX-CCY(FX-IDX) = WS-CONV-CCY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF FX-IDX > FX-COUNT
               MOVE 'Y' TO WS-RATE-MISSING
               MOVE WS-CONV-AMOUNT TO WS-CONV-KYAT
           ELSE
               COMPUTE WS-CONV-KYAT ROUNDED =
                   WS-CONV-AMOUNT * FX-RATE(FX-IDX)
           END-IF.

       LOAD-FX-RATES.
           MOVE 0 TO FX-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT FXRATES-FILE
           IF FXRATES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FXRATES-FILE
                   AT END MOVE 'Y' TO WS-EOF
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
                               WHEN "LOANOFFICEACC"
                                   COMPUTE WS-LOAN-OFFICE-ACC =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM FinStatements.
