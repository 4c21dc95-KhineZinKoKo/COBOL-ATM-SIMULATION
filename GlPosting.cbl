       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlPosting.

      *> Nightly general ledger posting. Every TRANSACTIONS.dat
      *> record carrying the business date is turned into a balanced
      *> set of debit and credit legs against the chart of accounts
      *> in GLCHART.DAT, using the mapping in GLRULES.DAT:
      *>   ACC,<param>,<gl>   an internal account named by a
      *>                      PARAMS.DAT entry (FEEINCOMEACC etc.)
      *>                      books straight to that GL code;
      *>   DEP,<type>,<gl>    a customer account books to the
      *>                      deposit code of its USER-ACC-TYPE
      *>                      ("*" = any other type);
      *>   TXN,<type>,<op>,<gl> the contra code for a TR-TYPE by
      *>                      posting operator ("ATM" = any terminal
      *>                      posting, "*" = everyone else).
      *> The customer side follows the same TR-TYPE rules the EOD
      *> reconciliation applies to balances, so the deposit codes
      *> move exactly as USERS.DAT moved. A leg whose code is not on
      *> the chart books to SUSPENSE (2900) and is counted, never
      *> dropped. Legs are journalled to GLJRNL-<date>.DAT, the
      *> running balances per branch, currency and code kept on
      *> GLBAL.DAT, and the per-branch trial balance printed to
      *> TRIALBAL-<date>.txt. RUNCTL.DAT job GLPOSTING resumes an
      *> interrupted run after the last posted TRANSACTION-ID and
      *> refuses a second run for the date - called again, or called
      *> at all while the system is ONLINE, it only reprints the
      *> trial balance.
      *> After the postings, the night's interest accrual on
      *> ACCRUAL.DAT (written by InterestAccrual just before this
      *> run) is booked per branch and currency: debit the TXN rule
      *> for TR-TYPE 5 operator ACCRUAL (interest expense), credit
      *> the TR-TYPE 5 "*" code (accrued interest payable). Interest
      *> later paid from the accrual debits the payable back, so the
      *> payable code always carries the accrued-but-unpaid total.
      *> A customer account's side of a posting books in the
      *> account's own branch (USER-BRANCH); the contra side books
      *> where the work was done (TR-BRANCH). When the two differ -
      *> a Mandalay teller paying out of a Yangon account, or a
      *> transfer between accounts of two branches - each branch
      *> balances its half against the inter-branch code (1950):
      *> the branch that owes credits it, the branch owed debits
      *> it, and the matched due-to / due-from pair is recorded on
      *> IBENTRY.DAT for IbRecon and the branch confirmations.
      *> Last, each domicile transfer applied on DOMXFER.DAT and
      *> not yet in the ledger has its position moved between the
      *> two branches: the balance at the move (TR-TYPE 3) on the
      *> account type's deposit code and the accrued interest
      *> (TR-TYPE 5) on the payable code, out of the old branch and
      *> into the new one through the inter-branch code, under
      *> operator DOMXFER. The transfer is then marked DX-GL-DONE,
      *> so a rerun never moves it twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANSACTIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID
               ALTERNATE RECORD KEY IS TRANSACTION-CDE
               ALTERNATE RECORD KEY IS TR-ACC-NO
                   WITH DUPLICATES
               FILE STATUS IS TRANS-STATUS.

           SELECT USERS-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-ACC-NO
               FILE STATUS IS USERS-STATUS.

           SELECT GLBAL-FILE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-KEY
               FILE STATUS IS GLBAL-STATUS.

           SELECT GLCHART-FILE ASSIGN TO "GLCHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLCHART-STATUS.

           SELECT GLRULES-FILE ASSIGN TO "GLRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLRULES-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO "ACCRUAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACR-ACC-NO
               FILE STATUS IS ACCRUAL-STATUS.

           SELECT DOMXFER-FILE ASSIGN TO "DOMXFER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DX-ID
               ALTERNATE RECORD KEY IS DX-ACC-NO WITH DUPLICATES
               FILE STATUS IS DOMXFER-STATUS.

           SELECT IBENTRY-FILE ASSIGN TO "IBENTRY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IB-KEY
               FILE STATUS IS IBENTRY-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

           SELECT SYSSTATE-FILE ASSIGN TO "SYSSTATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSSTATE-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS RUNCTL-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD USERS-FILE.
           COPY "USER-RECORD.cpy".

       FD GLBAL-FILE.
           COPY "GL-BALANCE.cpy".

       FD GLCHART-FILE.
       01 GLCHART-LINE            PIC X(80).

       FD GLRULES-FILE.
       01 GLRULES-LINE            PIC X(80).

       FD JOURNAL-FILE.
           COPY "GL-ENTRY.cpy".

       FD ACCRUAL-FILE.
           COPY "INT-ACCRUAL.cpy".

       FD DOMXFER-FILE.
           COPY "DOM-TRANSFER.cpy".

       FD IBENTRY-FILE.
           COPY "IB-ENTRY.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD SYSSTATE-FILE.
       01 SYSSTATE-LINE           PIC X(40).

       FD RUNCTL-FILE.
           COPY "RUN-CONTROL.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 TRANS-STATUS            PIC XX.
       01 USERS-STATUS            PIC XX.
       01 GLBAL-STATUS            PIC XX.
       01 GLCHART-STATUS          PIC XX.
       01 GLRULES-STATUS          PIC XX.
       01 JOURNAL-STATUS          PIC XX.
       01 ACCRUAL-STATUS          PIC XX.
       01 IBENTRY-STATUS          PIC XX.
       01 DOMXFER-STATUS          PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 RUNCTL-STATUS           PIC XX.
       01 SYSSTATE-STATUS         PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 JOURNAL-FILENAME        PIC X(30).
       01 REPORT-FILENAME         PIC X(30).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-CLOCK-TIME           PIC 9(6).
       01 WS-RUN-BLOCKED          PIC X VALUE 'N'.
       01 WS-SYS-OFFLINE          PIC X VALUE 'N'.
       01 WS-RESTART-KEY          PIC 9(16) VALUE 0.
       01 WS-TRAN-EOF             PIC X.
       01 WS-BAL-EOF              PIC X.
       01 WS-ACR-EOF              PIC X.
       01 WS-DX-EOF               PIC X.
       01 WS-DOMICILE-MOVES       PIC 9(5) VALUE 0.
      *> Checkpoint left once the accrual has been booked, so a
      *> restart neither re-reads postings nor books it twice.
       01 WS-ACCRUAL-DONE-KEY     PIC 9(16)
                                  VALUE 9999999999999999.

      *> The chart: code, name and class (ASSET, LIABILITY, EQUITY,
      *> INCOME, EXPENSE) of every GL code a leg may book to.
       01 GL-CHART-TABLE.
           05 GC-COUNT            PIC 9(3) VALUE 0.
           05 GC-ENTRY OCCURS 200 TIMES.
               10 GC-CODE         PIC X(4).
               10 GC-NAME         PIC X(40).
               10 GC-CLASS        PIC X(10).
       01 GC-IDX                  PIC 9(3).

      *> Internal accounts: PARAMS.DAT name, the account number it
      *> resolves to, and the GL code the account books to.
       01 GL-ACC-TABLE.
           05 GA-COUNT            PIC 9(2) VALUE 0.
           05 GA-ENTRY OCCURS 30 TIMES.
               10 GA-PARAM        PIC X(20).
               10 GA-ACC-NO       PIC 9(16).
               10 GA-CODE         PIC X(4).
       01 GA-IDX                  PIC 9(2).

       01 GL-DEP-TABLE.
           05 GD-COUNT            PIC 9(2) VALUE 0.
           05 GD-ENTRY OCCURS 30 TIMES.
               10 GD-ACC-TYPE     PIC X(10).
               10 GD-CODE         PIC X(4).
       01 GD-IDX                  PIC 9(2).

       01 GL-TXN-TABLE.
           05 GT-COUNT            PIC 9(3) VALUE 0.
           05 GT-ENTRY OCCURS 150 TIMES.
               10 GT-TYPE         PIC 9.
               10 GT-OPERATOR     PIC X(20).
               10 GT-CODE         PIC X(4).
       01 GT-IDX                  PIC 9(3).

       01 WS-RULE-KIND            PIC X(10).
       01 WS-RULE-F2              PIC X(20).
       01 WS-RULE-F3              PIC X(40).
       01 WS-RULE-F4              PIC X(20).

       01 WS-SUSPENSE-CODE        PIC X(4) VALUE "2900".
       01 WS-FX-POSITION-CODE     PIC X(4) VALUE "1910".
       01 WS-INTER-BRANCH-CODE    PIC X(4) VALUE "1950".

      *> The posting being turned into legs.
       01 WS-TR-AMT               PIC 9(15)V99.
       01 WS-RCV-AMT              PIC 9(15)V99.
       01 WS-FX-APPLIED           PIC 9(5)V9(6).
       01 WS-POST-BRANCH          PIC X(4).
       01 WS-POST-CCY             PIC X(3).
       01 WS-ACC-CODE             PIC X(4).
       01 WS-ACC-CCY              PIC X(3).
       01 WS-ACC-BRANCH           PIC X(4).
       01 WS-RCV-CODE             PIC X(4).
       01 WS-RCV-CCY              PIC X(3).
       01 WS-RCV-BRANCH           PIC X(4).
       01 WS-CONTRA-CODE          PIC X(4).
       01 WS-RULE-TYPE            PIC 9.
       01 WS-RULE-OPERATOR        PIC X(20).

       01 WS-LOOKUP-ACC           PIC 9(16).
       01 WS-LOOKUP-CODE          PIC X(4).
       01 WS-LOOKUP-CCY           PIC X(3).
       01 WS-LOOKUP-BRANCH        PIC X(4).
       01 WS-CHECK-CODE           PIC X(4).
       01 WS-CODE-FOUND           PIC X.

      *> One balanced pair: debit WS-DR-CODE, credit WS-CR-CODE,
      *> each in its own branch (spaces = the posting branch).
       01 WS-DR-CODE              PIC X(4).
       01 WS-CR-CODE              PIC X(4).
       01 WS-DR-BRANCH            PIC X(4) VALUE SPACES.
       01 WS-CR-BRANCH            PIC X(4) VALUE SPACES.
       01 WS-HOLD-BRANCH          PIC X(4).
       01 WS-PAIR-CCY             PIC X(3).
       01 WS-PAIR-AMOUNT          PIC 9(15)V99.
       01 WS-PAIR-ACC             PIC 9(16).

       01 WS-LEG-BRANCH           PIC X(4).
       01 WS-LEG-CODE             PIC X(4).
       01 WS-LEG-DRCR             PIC X.
       01 WS-LEG-AMOUNT           PIC 9(15)V99.

      *> The night's accrual summed per branch and currency.
       01 ACR-SUM-TABLE.
           05 AS-COUNT            PIC 9(2) VALUE 0.
           05 AS-ENTRY OCCURS 50 TIMES.
               10 AS-BRANCH       PIC X(4).
               10 AS-CCY          PIC X(3).
               10 AS-AMOUNT       PIC 9(15)V99.
       01 AS-IDX                  PIC 9(2).
       01 WS-AS-FOUND             PIC X.
       01 WS-ACCRUAL-BOOKED       PIC 9(15)V99 VALUE 0.

       01 WS-POSTINGS-READ        PIC 9(7) VALUE 0.
       01 WS-LEGS-WRITTEN         PIC 9(7) VALUE 0.
       01 WS-SUSPENSE-LEGS        PIC 9(7) VALUE 0.
       01 WS-IB-SEQ               PIC 9(2) VALUE 0.
       01 WS-IB-RAISED            PIC 9(7) VALUE 0.

      *> Trial balance accumulation per branch and currency group.
       01 WS-TB-BRANCH            PIC X(4).
       01 WS-TB-CCY               PIC X(3).
       01 WS-TB-DEBIT             PIC 9(15)V99.
       01 WS-TB-CREDIT            PIC 9(15)V99.
       01 WS-TB-LINE-DR           PIC 9(15)V99.
       01 WS-TB-LINE-CR           PIC 9(15)V99.
       01 WS-TB-NAME              PIC X(40).
       01 WS-TB-GROUPS            PIC 9(3) VALUE 0.
       01 WS-TB-UNBALANCED        PIC 9(3) VALUE 0.
       01 WS-TB-DIFF              PIC S9(15)V99.
       01 FORMAT-DEBIT            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-CREDIT           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "============================================"
           DISPLAY "      GENERAL LEDGER POSTING"
           DISPLAY "============================================"

           PERFORM LOAD-GL-CHART
           PERFORM LOAD-GL-RULES
           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY

           IF GC-COUNT = 0
               DISPLAY "GLCHART.DAT is missing or empty - nothing "
                   "can be posted."
               GOBACK
           END-IF

      *> Posting the day is the night chain's work; run in the day
      *> it would mark the date done with half the day unposted.
           PERFORM CHECK-BATCH-WINDOW
           IF WS-SYS-OFFLINE NOT = 'Y'
               DISPLAY "System is ONLINE - the day is posted by the "
                   "night chain. Reprinting the trial balance only."
               PERFORM WRITE-TRIAL-BALANCE
               GOBACK
           END-IF

           PERFORM OPEN-RUN-CONTROL
           IF WS-RUN-BLOCKED = 'Y'
               DISPLAY "Reprinting the trial balance only."
               PERFORM WRITE-TRIAL-BALANCE
               GOBACK
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF TRANS-STATUS NOT = "00"
               DISPLAY "No transaction file - nothing to post."
               PERFORM CLOSE-RUN-CONTROL
               PERFORM WRITE-TRIAL-BALANCE
               GOBACK
           END-IF
           OPEN INPUT USERS-FILE
           PERFORM OPEN-GL-BALANCES
           PERFORM OPEN-JOURNAL
           PERFORM OPEN-IB-ENTRIES

      *> A restart resumes just past the last checkpointed posting;
      *> a fresh run starts from the top of the file.
           MOVE 'N' TO WS-TRAN-EOF
           MOVE WS-RESTART-KEY TO TRANSACTION-ID
           START TRANSACTION-FILE KEY IS > TRANSACTION-ID
               INVALID KEY MOVE 'Y' TO WS-TRAN-EOF
           END-START
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-TRAN-EOF
                   NOT AT END
                       IF TR-DATE = WS-TODAY
                           PERFORM POST-ONE-TRANSACTION
                           PERFORM UPDATE-CHECKPOINT
                       END-IF
               END-READ
           END-PERFORM

           IF WS-RESTART-KEY NOT = WS-ACCRUAL-DONE-KEY
               PERFORM POST-DAILY-ACCRUAL
           END-IF
           PERFORM POST-DOMICILE-MOVES

           CLOSE TRANSACTION-FILE
           CLOSE USERS-FILE
           CLOSE GLBAL-FILE
           CLOSE JOURNAL-FILE
           CLOSE IBENTRY-FILE
           PERFORM CLOSE-RUN-CONTROL

           PERFORM WRITE-TRIAL-BALANCE

           DISPLAY "--------------------------------------------"
           DISPLAY "Postings read      : " WS-POSTINGS-READ
           DISPLAY "GL legs written    : " WS-LEGS-WRITTEN
           DISPLAY "Legs to suspense   : " WS-SUSPENSE-LEGS
           DISPLAY "Inter-branch pairs : " WS-IB-RAISED
           MOVE WS-ACCRUAL-BOOKED TO FORMAT-BALANCE
           DISPLAY "Interest accrued   : " FORMAT-BALANCE
           DISPLAY "Domicile moves     : " WS-DOMICILE-MOVES
           DISPLAY "Journal            : " JOURNAL-FILENAME
           DISPLAY "============================================"
           GOBACK.

      *> Derives the legs for one posting. A is the account's own
      *> GL code, R the receiver's, K the contra from the TXN rules.
       POST-ONE-TRANSACTION.
           COMPUTE WS-TR-AMT = TR-AMOUNT + (TR-DECIMAL / 100)
           IF WS-TR-AMT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POSTINGS-READ
           MOVE 0 TO WS-IB-SEQ

           IF TR-BRANCH = SPACES
               MOVE "0001" TO WS-POST-BRANCH
           ELSE
               MOVE TR-BRANCH TO WS-POST-BRANCH
           END-IF
           IF TR-CURRENCY = SPACES
               MOVE "MMK" TO WS-POST-CCY
           ELSE
               MOVE TR-CURRENCY TO WS-POST-CCY
           END-IF
           MOVE TR-FX-RATE TO WS-FX-APPLIED
           IF WS-FX-APPLIED = 0
               MOVE 1 TO WS-FX-APPLIED
           END-IF

           MOVE TR-ACC-NO TO WS-LOOKUP-ACC
           PERFORM FIND-ACCOUNT-CODE
           MOVE WS-LOOKUP-CODE TO WS-ACC-CODE
           MOVE WS-LOOKUP-CCY TO WS-ACC-CCY
           MOVE WS-LOOKUP-BRANCH TO WS-ACC-BRANCH

           MOVE TR-TYPE TO WS-RULE-TYPE
           IF TR-TERMINAL NOT = SPACES
               MOVE "ATM" TO WS-RULE-OPERATOR
           ELSE
               MOVE TR-OPERATOR-ID TO WS-RULE-OPERATOR
           END-IF
           PERFORM FIND-CONTRA-CODE

           MOVE WS-POST-CCY TO WS-PAIR-CCY
           MOVE WS-TR-AMT TO WS-PAIR-AMOUNT
           MOVE TR-ACC-NO TO WS-PAIR-ACC

           EVALUATE TR-TYPE
               WHEN 1
               WHEN 5
                   MOVE WS-CONTRA-CODE TO WS-DR-CODE
                   MOVE WS-ACC-CODE TO WS-CR-CODE
                   MOVE WS-ACC-BRANCH TO WS-CR-BRANCH
                   PERFORM POST-PAIR
               WHEN 2
               WHEN 6
                   MOVE WS-ACC-CODE TO WS-DR-CODE
                   MOVE WS-ACC-BRANCH TO WS-DR-BRANCH
                   MOVE WS-CONTRA-CODE TO WS-CR-CODE
                   PERFORM POST-PAIR
               WHEN 3
               WHEN 7
                   IF TR-RECEIVER-NO = 0
                       MOVE WS-ACC-CODE TO WS-DR-CODE
                       MOVE WS-ACC-BRANCH TO WS-DR-BRANCH
                       MOVE WS-CONTRA-CODE TO WS-CR-CODE
                       PERFORM POST-PAIR
                   ELSE
                       PERFORM FIND-RECEIVER-CODE
                       MOVE WS-ACC-CODE TO WS-DR-CODE
                       MOVE WS-ACC-BRANCH TO WS-DR-BRANCH
                       MOVE WS-RCV-CODE TO WS-CR-CODE
                       MOVE WS-RCV-BRANCH TO WS-CR-BRANCH
                       PERFORM POST-ACCOUNT-TO-ACCOUNT
                   END-IF
               WHEN 4
      *> Reversal direction as the reconciliation reads it: 0 =
      *> debit the account, = account = credit it, otherwise the
      *> inverse of a transfer.
                   EVALUATE TRUE
                       WHEN TR-RECEIVER-NO = 0
                           MOVE WS-ACC-CODE TO WS-DR-CODE
                           MOVE WS-ACC-BRANCH TO WS-DR-BRANCH
                           MOVE WS-CONTRA-CODE TO WS-CR-CODE
                           PERFORM POST-PAIR
                       WHEN TR-RECEIVER-NO = TR-ACC-NO
                           MOVE WS-CONTRA-CODE TO WS-DR-CODE
                           MOVE WS-ACC-CODE TO WS-CR-CODE
                           MOVE WS-ACC-BRANCH TO WS-CR-BRANCH
                           PERFORM POST-PAIR
                       WHEN OTHER
                           PERFORM FIND-RECEIVER-CODE
                           MOVE WS-RCV-CODE TO WS-DR-CODE
                           MOVE WS-RCV-BRANCH TO WS-DR-BRANCH
                           MOVE WS-ACC-CODE TO WS-CR-CODE
                           MOVE WS-ACC-BRANCH TO WS-CR-BRANCH
                           PERFORM POST-ACCOUNT-TO-ACCOUNT
                   END-EVALUATE
      *> FX revaluation is booked in the base currency against the
      *> account's deposit code: a gain to the customer (receiver =
      *> account) is the bank's loss, and the other way round.
               WHEN 8
                   MOVE "MMK" TO WS-PAIR-CCY
                   IF TR-RECEIVER-NO = TR-ACC-NO
                       MOVE "LOSS" TO WS-RULE-OPERATOR
                       PERFORM FIND-CONTRA-CODE
                       MOVE WS-CONTRA-CODE TO WS-DR-CODE
                       MOVE WS-ACC-CODE TO WS-CR-CODE
                       MOVE WS-ACC-BRANCH TO WS-CR-BRANCH
                   ELSE
                       MOVE "GAIN" TO WS-RULE-OPERATOR
                       PERFORM FIND-CONTRA-CODE
                       MOVE WS-ACC-CODE TO WS-DR-CODE
                       MOVE WS-ACC-BRANCH TO WS-DR-BRANCH
                       MOVE WS-CONTRA-CODE TO WS-CR-CODE
                   END-IF
                   PERFORM POST-PAIR
      *> Withholding never touched the customer balance: the tax
      *> comes out of the same code the operator's TR-TYPE 5 entry
      *> books against (the accrued payable for settled accruals,
      *> expense for term deposits) into the tax-payable code.
               WHEN 9
                   MOVE WS-CONTRA-CODE TO WS-CR-CODE
                   MOVE 5 TO WS-RULE-TYPE
                   PERFORM FIND-CONTRA-CODE
                   MOVE WS-CONTRA-CODE TO WS-DR-CODE
                   PERFORM POST-PAIR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Debit WS-DR-CODE on the sending side, credit WS-CR-CODE on
      *> the receiving side. When the two accounts are held in
      *> different currencies the amount crosses through the FX
      *> position code, so each currency's ledger still balances.
      *> The FX position is held in the account's (sender's)
      *> branch both ways, so a reversal unwinds it where the
      *> transfer booked it.
       POST-ACCOUNT-TO-ACCOUNT.
           COMPUTE WS-RCV-AMT ROUNDED = WS-TR-AMT * WS-FX-APPLIED
           IF WS-RCV-CCY = WS-ACC-CCY AND WS-RCV-AMT = WS-TR-AMT
               PERFORM POST-PAIR
               EXIT PARAGRAPH
           END-IF
           IF TR-TYPE = 4
      *> A reversal debits the receiver in its own currency and
      *> credits the account in the posting currency.
               MOVE WS-CR-CODE TO WS-ACC-CODE
               MOVE WS-FX-POSITION-CODE TO WS-CR-CODE
               MOVE WS-ACC-BRANCH TO WS-CR-BRANCH
               MOVE WS-RCV-CCY TO WS-PAIR-CCY
               MOVE WS-RCV-AMT TO WS-PAIR-AMOUNT
               MOVE TR-RECEIVER-NO TO WS-PAIR-ACC
               PERFORM POST-PAIR
               MOVE WS-FX-POSITION-CODE TO WS-DR-CODE
               MOVE WS-ACC-BRANCH TO WS-DR-BRANCH
               MOVE WS-ACC-CODE TO WS-CR-CODE
               MOVE WS-ACC-BRANCH TO WS-CR-BRANCH
               MOVE WS-POST-CCY TO WS-PAIR-CCY
               MOVE WS-TR-AMT TO WS-PAIR-AMOUNT
               MOVE TR-ACC-NO TO WS-PAIR-ACC
               PERFORM POST-PAIR
           ELSE
               MOVE WS-CR-CODE TO WS-RCV-CODE
               MOVE WS-CR-BRANCH TO WS-HOLD-BRANCH
               MOVE WS-FX-POSITION-CODE TO WS-CR-CODE
               MOVE WS-DR-BRANCH TO WS-CR-BRANCH
               PERFORM POST-PAIR
               MOVE WS-FX-POSITION-CODE TO WS-DR-CODE
               MOVE WS-ACC-BRANCH TO WS-DR-BRANCH
               MOVE WS-RCV-CODE TO WS-CR-CODE
               MOVE WS-HOLD-BRANCH TO WS-CR-BRANCH
               MOVE WS-RCV-CCY TO WS-PAIR-CCY
               MOVE WS-RCV-AMT TO WS-PAIR-AMOUNT
               MOVE TR-RECEIVER-NO TO WS-PAIR-ACC
               PERFORM POST-PAIR
           END-IF.

       FIND-RECEIVER-CODE.
           MOVE TR-RECEIVER-NO TO WS-LOOKUP-ACC
           PERFORM FIND-ACCOUNT-CODE
           MOVE WS-LOOKUP-CODE TO WS-RCV-CODE
           MOVE WS-LOOKUP-CCY TO WS-RCV-CCY
           MOVE WS-LOOKUP-BRANCH TO WS-RCV-BRANCH.

      *> GL code and currency of one account: an internal account
      *> named in the ACC rules first, else the deposit code of its
      *> account type, else suspense when it is not on USERS.DAT.
      *> A customer account books in its own branch; internal and
      *> unknown accounts book in the posting branch.
       FIND-ACCOUNT-CODE.
           MOVE SPACES TO WS-LOOKUP-CODE
           MOVE WS-POST-CCY TO WS-LOOKUP-CCY
           MOVE WS-POST-BRANCH TO WS-LOOKUP-BRANCH
           PERFORM VARYING GA-IDX FROM 1 BY 1 UNTIL GA-IDX > GA-COUNT
               IF GA-ACC-NO(GA-IDX) = WS-LOOKUP-ACC AND
                  GA-ACC-NO(GA-IDX) NOT = 0
                   MOVE GA-CODE(GA-IDX) TO WS-LOOKUP-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE WS-LOOKUP-ACC TO USER-ACC-NO
           READ USERS-FILE
               INVALID KEY
                   IF WS-LOOKUP-CODE = SPACES
                       MOVE WS-SUSPENSE-CODE TO WS-LOOKUP-CODE
                   END-IF
               NOT INVALID KEY
                   IF USER-CURRENCY NOT = SPACES
                       MOVE USER-CURRENCY TO WS-LOOKUP-CCY
                   ELSE
                       MOVE "MMK" TO WS-LOOKUP-CCY
                   END-IF
                   IF WS-LOOKUP-CODE = SPACES
                       PERFORM FIND-DEPOSIT-CODE
                       IF USER-BRANCH NOT = SPACES
                           MOVE USER-BRANCH TO WS-LOOKUP-BRANCH
                       END-IF
                   END-IF
           END-READ

           MOVE WS-LOOKUP-CODE TO WS-CHECK-CODE
           PERFORM CHECK-CODE-ON-CHART
           IF WS-CODE-FOUND NOT = 'Y'
               MOVE WS-SUSPENSE-CODE TO WS-LOOKUP-CODE
           END-IF.

       FIND-DEPOSIT-CODE.
           PERFORM VARYING GD-IDX FROM 1 BY 1 UNTIL GD-IDX > GD-COUNT
               IF GD-ACC-TYPE(GD-IDX) =
                  FUNCTION UPPER-CASE(USER-ACC-TYPE)
                   MOVE GD-CODE(GD-IDX) TO WS-LOOKUP-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LOOKUP-CODE = SPACES
               PERFORM VARYING GD-IDX FROM 1 BY 1
                       UNTIL GD-IDX > GD-COUNT
                   IF GD-ACC-TYPE(GD-IDX) = "*"
                       MOVE GD-CODE(GD-IDX) TO WS-LOOKUP-CODE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-LOOKUP-CODE = SPACES
               MOVE WS-SUSPENSE-CODE TO WS-LOOKUP-CODE
           END-IF.

      *> Contra code for WS-RULE-TYPE / WS-RULE-OPERATOR: the exact
      *> operator rule wins over the type's "*" default; with
      *> neither the leg books to suspense.
       FIND-CONTRA-CODE.
           MOVE SPACES TO WS-CONTRA-CODE
           PERFORM VARYING GT-IDX FROM 1 BY 1 UNTIL GT-IDX > GT-COUNT
               IF GT-TYPE(GT-IDX) = WS-RULE-TYPE AND
                  GT-OPERATOR(GT-IDX) = WS-RULE-OPERATOR
                   MOVE GT-CODE(GT-IDX) TO WS-CONTRA-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CONTRA-CODE = SPACES
               PERFORM VARYING GT-IDX FROM 1 BY 1
                       UNTIL GT-IDX > GT-COUNT
                   IF GT-TYPE(GT-IDX) = WS-RULE-TYPE AND
                      GT-OPERATOR(GT-IDX) = "*"
                       MOVE GT-CODE(GT-IDX) TO WS-CONTRA-CODE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-CONTRA-CODE TO WS-CHECK-CODE
           PERFORM CHECK-CODE-ON-CHART
           IF WS-CODE-FOUND NOT = 'Y'
               MOVE WS-SUSPENSE-CODE TO WS-CONTRA-CODE
           END-IF.

       CHECK-CODE-ON-CHART.
           MOVE 'N' TO WS-CODE-FOUND
           PERFORM VARYING GC-IDX FROM 1 BY 1 UNTIL GC-IDX > GC-COUNT
               IF GC-CODE(GC-IDX) = WS-CHECK-CODE
                   MOVE 'Y' TO WS-CODE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Books tonight's ACR-LAST-DAY-AMT totals. The legs carry
      *> transaction id 0 and operator ACCRUAL on the journal.
       POST-DAILY-ACCRUAL.
           MOVE 0 TO AS-COUNT
           MOVE 'N' TO WS-ACR-EOF
           OPEN INPUT ACCRUAL-FILE
           IF ACCRUAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ACR-ACC-NO
           START ACCRUAL-FILE KEY IS NOT LESS THAN ACR-ACC-NO
               INVALID KEY MOVE 'Y' TO WS-ACR-EOF
           END-START
           PERFORM UNTIL WS-ACR-EOF = 'Y'
               READ ACCRUAL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-ACR-EOF
                   NOT AT END
                       IF ACR-LAST-DATE = WS-TODAY AND
                          ACR-LAST-DAY-AMT > 0
                           PERFORM ADD-ACCRUAL-SUM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCRUAL-FILE

           MOVE 0 TO TRANSACTION-ID
           MOVE 5 TO TR-TYPE
           MOVE "ACCRUAL" TO TR-OPERATOR-ID
           MOVE 0 TO WS-PAIR-ACC
           MOVE 5 TO WS-RULE-TYPE
           MOVE "ACCRUAL" TO WS-RULE-OPERATOR
           PERFORM FIND-CONTRA-CODE
           MOVE WS-CONTRA-CODE TO WS-DR-CODE
           MOVE "*" TO WS-RULE-OPERATOR
           PERFORM FIND-CONTRA-CODE
           MOVE WS-CONTRA-CODE TO WS-CR-CODE
           PERFORM VARYING AS-IDX FROM 1 BY 1 UNTIL AS-IDX > AS-COUNT
               MOVE AS-BRANCH(AS-IDX) TO WS-POST-BRANCH
               MOVE AS-CCY(AS-IDX) TO WS-PAIR-CCY
               MOVE AS-AMOUNT(AS-IDX) TO WS-PAIR-AMOUNT
               PERFORM POST-PAIR
               ADD AS-AMOUNT(AS-IDX) TO WS-ACCRUAL-BOOKED
           END-PERFORM

           MOVE WS-ACCRUAL-DONE-KEY TO RUN-CHECKPOINT
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not checkpoint run control."
           END-REWRITE.

       ADD-ACCRUAL-SUM.
           IF ACR-BRANCH = SPACES
               MOVE "0001" TO ACR-BRANCH
           END-IF
           IF ACR-CCY = SPACES
               MOVE "MMK" TO ACR-CCY
           END-IF
           MOVE 'N' TO WS-AS-FOUND
           PERFORM VARYING AS-IDX FROM 1 BY 1 UNTIL AS-IDX > AS-COUNT
               IF AS-BRANCH(AS-IDX) = ACR-BRANCH AND
                  AS-CCY(AS-IDX) = ACR-CCY
                   MOVE 'Y' TO WS-AS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-AS-FOUND NOT = 'Y'
               IF AS-COUNT >= 50
                   DISPLAY "[ERROR]: Accrual summary full - "
                       ACR-BRANCH "/" ACR-CCY " not booked."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO AS-COUNT
               MOVE AS-COUNT TO AS-IDX
               MOVE ACR-BRANCH TO AS-BRANCH(AS-IDX)
               MOVE ACR-CCY TO AS-CCY(AS-IDX)
               MOVE 0 TO AS-AMOUNT(AS-IDX)
           END-IF
           ADD ACR-LAST-DAY-AMT TO AS-AMOUNT(AS-IDX).

      *> Every domicile move not yet booked. The legs carry
      *> transaction id 0, so the inter-branch items are told apart
      *> by pair number alone; a night with more moves than that
      *> numbering holds leaves the rest for the next run.
       POST-DOMICILE-MOVES.
           OPEN I-O DOMXFER-FILE
           IF DOMXFER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TRANSACTION-ID
           MOVE "DOMXFER" TO TR-OPERATOR-ID
           MOVE 0 TO WS-IB-SEQ
           MOVE 'N' TO WS-DX-EOF
           MOVE 1 TO DX-ID
           START DOMXFER-FILE KEY IS NOT LESS THAN DX-ID
               INVALID KEY MOVE 'Y' TO WS-DX-EOF
           END-START
           PERFORM UNTIL WS-DX-EOF = 'Y'
               READ DOMXFER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-DX-EOF
                   NOT AT END
                       IF DX-APPLIED AND DX-GL-DONE NOT = 'Y' AND
                          DX-EFFECTIVE <= WS-TODAY
                           IF WS-IB-SEQ > 97
                               DISPLAY "Domicile moves from transfer "
                                   DX-ID " left for the next run."
                               MOVE 'Y' TO WS-DX-EOF
                           ELSE
                               PERFORM POST-ONE-DOMICILE-MOVE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DOMXFER-FILE.

      *> A credit balance leaves the old branch's deposit code as a
      *> debit and arrives in the new one as a credit; an overdrawn
      *> balance moves the other way round.
       POST-ONE-DOMICILE-MOVE.
           MOVE DX-ACC-NO TO WS-PAIR-ACC
           IF DX-CCY NOT = SPACES
               MOVE DX-CCY TO WS-PAIR-CCY
           ELSE
               MOVE "MMK" TO WS-PAIR-CCY
           END-IF
           MOVE DX-FROM-BRANCH TO WS-POST-BRANCH

           IF DX-MOVED-BALANCE NOT = 0
               MOVE DX-ACC-NO TO USER-ACC-NO
               READ USERS-FILE
                   INVALID KEY
                       MOVE SPACES TO USER-ACC-TYPE
               END-READ
               MOVE SPACES TO WS-LOOKUP-CODE
               PERFORM FIND-DEPOSIT-CODE
               MOVE WS-LOOKUP-CODE TO WS-CHECK-CODE
               PERFORM CHECK-CODE-ON-CHART
               IF WS-CODE-FOUND NOT = 'Y'
                   MOVE WS-SUSPENSE-CODE TO WS-LOOKUP-CODE
               END-IF
               MOVE 3 TO TR-TYPE
               MOVE WS-LOOKUP-CODE TO WS-DR-CODE WS-CR-CODE
               IF DX-MOVED-BALANCE > 0
                   MOVE DX-MOVED-BALANCE TO WS-PAIR-AMOUNT
                   MOVE DX-FROM-BRANCH TO WS-DR-BRANCH
                   MOVE DX-TO-BRANCH TO WS-CR-BRANCH
               ELSE
                   COMPUTE WS-PAIR-AMOUNT = 0 - DX-MOVED-BALANCE
                   MOVE DX-TO-BRANCH TO WS-DR-BRANCH
                   MOVE DX-FROM-BRANCH TO WS-CR-BRANCH
               END-IF
               PERFORM POST-PAIR
           END-IF

           IF DX-MOVED-ACCRUED > 0
               MOVE 5 TO TR-TYPE
               MOVE 5 TO WS-RULE-TYPE
               MOVE "*" TO WS-RULE-OPERATOR
               PERFORM FIND-CONTRA-CODE
               MOVE WS-CONTRA-CODE TO WS-DR-CODE WS-CR-CODE
               MOVE DX-MOVED-ACCRUED TO WS-PAIR-AMOUNT
               MOVE DX-FROM-BRANCH TO WS-DR-BRANCH
               MOVE DX-TO-BRANCH TO WS-CR-BRANCH
               PERFORM POST-PAIR
           END-IF

           MOVE 'Y' TO DX-GL-DONE
           MOVE WS-TODAY TO DX-GL-DATE
           REWRITE DOM-TRANSFER-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not mark domicile "
                       "transfer " DX-ID " as booked."
           END-REWRITE
           ADD 1 TO WS-DOMICILE-MOVES.

      *> A pair whose two sides fall in different branches is
      *> split into a balanced pair in each, bridged through the
      *> inter-branch code, and the item is registered.
       POST-PAIR.
           IF WS-DR-BRANCH = SPACES
               MOVE WS-POST-BRANCH TO WS-DR-BRANCH
           END-IF
           IF WS-CR-BRANCH = SPACES
               MOVE WS-POST-BRANCH TO WS-CR-BRANCH
           END-IF
           MOVE WS-PAIR-AMOUNT TO WS-LEG-AMOUNT
           MOVE WS-DR-BRANCH TO WS-LEG-BRANCH
           MOVE WS-DR-CODE TO WS-LEG-CODE
           MOVE "D" TO WS-LEG-DRCR
           PERFORM WRITE-GL-LEG
           IF WS-DR-BRANCH NOT = WS-CR-BRANCH
               MOVE WS-INTER-BRANCH-CODE TO WS-LEG-CODE
               MOVE "C" TO WS-LEG-DRCR
               PERFORM WRITE-GL-LEG
               MOVE WS-CR-BRANCH TO WS-LEG-BRANCH
               MOVE "D" TO WS-LEG-DRCR
               PERFORM WRITE-GL-LEG
               PERFORM WRITE-IB-ENTRY
           END-IF
           MOVE WS-CR-BRANCH TO WS-LEG-BRANCH
           MOVE WS-CR-CODE TO WS-LEG-CODE
           MOVE "C" TO WS-LEG-DRCR
           PERFORM WRITE-GL-LEG
           MOVE SPACES TO WS-DR-BRANCH
           MOVE SPACES TO WS-CR-BRANCH.

      *> The debit branch owes the credit branch. Keyed on date,
      *> posting and pair number, so a restarted run that posts a
      *> transaction again finds the item already there.
       WRITE-IB-ENTRY.
           ADD 1 TO WS-IB-SEQ
           MOVE WS-TODAY TO IB-DATE
           MOVE TRANSACTION-ID TO IB-TRAN-ID
           MOVE WS-IB-SEQ TO IB-SEQ
           MOVE WS-POST-BRANCH TO IB-ORIG-BRANCH
           MOVE WS-DR-BRANCH TO IB-DUE-TO-BRANCH
           MOVE WS-CR-BRANCH TO IB-DUE-FROM-BRANCH
           MOVE WS-PAIR-CCY TO IB-CCY
           MOVE WS-PAIR-AMOUNT TO IB-AMOUNT
           MOVE WS-PAIR-ACC TO IB-ACC-NO
           MOVE TR-TYPE TO IB-TR-TYPE
           MOVE TR-OPERATOR-ID TO IB-OPERATOR
           MOVE "O" TO IB-STATUS
           MOVE 0 TO IB-MATCH-DATE
           MOVE SPACES TO IB-MATCH-BY
           WRITE IB-ENTRY-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-IB-RAISED
           END-WRITE.

       WRITE-GL-LEG.
           IF WS-LEG-CODE = WS-SUSPENSE-CODE
               ADD 1 TO WS-SUSPENSE-LEGS
           END-IF
           MOVE WS-TODAY TO GLE-DATE
           MOVE TRANSACTION-ID TO GLE-TRAN-ID
           MOVE WS-LEG-BRANCH TO GLE-BRANCH
           MOVE WS-PAIR-CCY TO GLE-CCY
           MOVE WS-LEG-CODE TO GLE-CODE
           MOVE WS-LEG-DRCR TO GLE-DRCR
           MOVE WS-LEG-AMOUNT TO GLE-AMOUNT
           MOVE WS-PAIR-ACC TO GLE-ACC-NO
           MOVE TR-TYPE TO GLE-TR-TYPE
           MOVE TR-OPERATOR-ID TO GLE-OPERATOR
           WRITE GL-ENTRY-RECORD
           ADD 1 TO WS-LEGS-WRITTEN

           MOVE WS-LEG-BRANCH TO GLB-BRANCH
           MOVE WS-PAIR-CCY TO GLB-CCY
           MOVE WS-LEG-CODE TO GLB-CODE
           READ GLBAL-FILE KEY IS GLB-KEY
               INVALID KEY
                   MOVE WS-LEG-BRANCH TO GLB-BRANCH
                   MOVE WS-PAIR-CCY TO GLB-CCY
                   MOVE WS-LEG-CODE TO GLB-CODE
                   MOVE 0 TO GLB-BALANCE GLB-DAY-DR GLB-DAY-CR
                   MOVE WS-TODAY TO GLB-LAST-DATE
                   PERFORM APPLY-LEG-TO-BALANCE
                   WRITE GL-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "[ERROR]: Could not add GL balance "
                               GLB-KEY
                   END-WRITE
               NOT INVALID KEY
                   IF GLB-LAST-DATE NOT = WS-TODAY
                       MOVE 0 TO GLB-DAY-DR GLB-DAY-CR
                       MOVE WS-TODAY TO GLB-LAST-DATE
                   END-IF
                   PERFORM APPLY-LEG-TO-BALANCE
                   REWRITE GL-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "[ERROR]: Could not update GL "
                               "balance " GLB-KEY
                   END-REWRITE
           END-READ.

       APPLY-LEG-TO-BALANCE.
           IF WS-LEG-DRCR = "D"
               ADD WS-LEG-AMOUNT TO GLB-BALANCE
               ADD WS-LEG-AMOUNT TO GLB-DAY-DR
           ELSE
               SUBTRACT WS-LEG-AMOUNT FROM GLB-BALANCE
               ADD WS-LEG-AMOUNT TO GLB-DAY-CR
           END-IF.

       OPEN-GL-BALANCES.
           OPEN I-O GLBAL-FILE
           IF GLBAL-STATUS = "35"
               OPEN OUTPUT GLBAL-FILE
               CLOSE GLBAL-FILE
               OPEN I-O GLBAL-FILE
           END-IF.

       OPEN-IB-ENTRIES.
           OPEN I-O IBENTRY-FILE
           IF IBENTRY-STATUS = "35"
               OPEN OUTPUT IBENTRY-FILE
               CLOSE IBENTRY-FILE
               OPEN I-O IBENTRY-FILE
           END-IF.

      *> A restarted run appends to the journal it started.
       OPEN-JOURNAL.
           STRING "GLJRNL-" WS-TODAY ".DAT"
               DELIMITED BY SIZE INTO JOURNAL-FILENAME
           IF WS-RESTART-KEY NOT = 0
               OPEN EXTEND JOURNAL-FILE
               IF JOURNAL-STATUS = "35"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
           ELSE
               OPEN OUTPUT JOURNAL-FILE
           END-IF.

      *> Trial balance from GLBAL.DAT, one block per branch and
      *> currency in key order: each code's balance on the debit or
      *> credit side, the day's movement beside it, and the block
      *> totals, which must agree.
       WRITE-TRIAL-BALANCE.
           STRING "TRIALBAL-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM
               "=================== TRIAL BALANCE ==================="
           MOVE SPACES TO REPORT-LINE
           STRING "Business date: " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 0 TO WS-TB-GROUPS WS-TB-UNBALANCED
           MOVE SPACES TO WS-TB-BRANCH WS-TB-CCY
           OPEN INPUT GLBAL-FILE
           IF GLBAL-STATUS NOT = "00"
               WRITE REPORT-LINE FROM "No GL balances posted yet."
               CLOSE REPORT-FILE
               DISPLAY "No GL balances posted yet."
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-BAL-EOF
           MOVE LOW-VALUES TO GLB-KEY
           START GLBAL-FILE KEY IS NOT LESS THAN GLB-KEY
               INVALID KEY MOVE 'Y' TO WS-BAL-EOF
           END-START
           PERFORM UNTIL WS-BAL-EOF = 'Y'
               READ GLBAL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-BAL-EOF
                   NOT AT END
                       IF GLB-BRANCH NOT = WS-TB-BRANCH OR
                          GLB-CCY NOT = WS-TB-CCY
                           IF WS-TB-BRANCH NOT = SPACES
                               PERFORM WRITE-TB-TOTALS
                           END-IF
                           PERFORM WRITE-TB-HEADING
                       END-IF
                       PERFORM WRITE-TB-LINE
               END-READ
           END-PERFORM
           IF WS-TB-BRANCH NOT = SPACES
               PERFORM WRITE-TB-TOTALS
           END-IF
           CLOSE GLBAL-FILE

           WRITE REPORT-LINE FROM
               "====================================================="
           MOVE SPACES TO REPORT-LINE
           STRING "Branch/currency blocks: " WS-TB-GROUPS
               "   out of balance: " WS-TB-UNBALANCED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           IF WS-TB-UNBALANCED > 0
               DISPLAY "[WARNING]: " WS-TB-UNBALANCED
                   " branch/currency block(s) out of balance - see "
                   REPORT-FILENAME
           ELSE
               DISPLAY "Trial balance agrees. Written to "
                   REPORT-FILENAME
           END-IF.

       WRITE-TB-HEADING.
           MOVE GLB-BRANCH TO WS-TB-BRANCH
           MOVE GLB-CCY TO WS-TB-CCY
           MOVE 0 TO WS-TB-DEBIT WS-TB-CREDIT
           ADD 1 TO WS-TB-GROUPS
           WRITE REPORT-LINE FROM
               "-----------------------------------------------------"
           MOVE SPACES TO REPORT-LINE
           STRING "BRANCH " WS-TB-BRANCH "   CURRENCY " WS-TB-CCY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CODE NAME                                     "
               "                 DEBIT                 CREDIT"
               "   TODAY DR / CR"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-TB-LINE.
           MOVE "(NOT ON CHART)" TO WS-TB-NAME
           PERFORM VARYING GC-IDX FROM 1 BY 1 UNTIL GC-IDX > GC-COUNT
               IF GC-CODE(GC-IDX) = GLB-CODE
                   MOVE GC-NAME(GC-IDX) TO WS-TB-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 0 TO WS-TB-LINE-DR WS-TB-LINE-CR
           IF GLB-BALANCE > 0
               MOVE GLB-BALANCE TO WS-TB-LINE-DR
           ELSE
               COMPUTE WS-TB-LINE-CR = 0 - GLB-BALANCE
           END-IF
           ADD WS-TB-LINE-DR TO WS-TB-DEBIT
           ADD WS-TB-LINE-CR TO WS-TB-CREDIT
           MOVE WS-TB-LINE-DR TO FORMAT-DEBIT
           MOVE WS-TB-LINE-CR TO FORMAT-CREDIT
           MOVE SPACES TO REPORT-LINE
           IF GLB-LAST-DATE = WS-TODAY
               STRING GLB-CODE " " WS-TB-NAME " " FORMAT-DEBIT " "
                   FORMAT-CREDIT "   " GLB-DAY-DR " / " GLB-DAY-CR
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING GLB-CODE " " WS-TB-NAME " " FORMAT-DEBIT " "
                   FORMAT-CREDIT
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       WRITE-TB-TOTALS.
           MOVE WS-TB-DEBIT TO FORMAT-DEBIT
           MOVE WS-TB-CREDIT TO FORMAT-CREDIT
           MOVE SPACES TO REPORT-LINE
           STRING "     TOTALS                                   "
               FORMAT-DEBIT " " FORMAT-CREDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE WS-TB-DIFF = WS-TB-DEBIT - WS-TB-CREDIT
           IF WS-TB-DIFF = 0
               WRITE REPORT-LINE FROM "     BALANCED"
           ELSE
               ADD 1 TO WS-TB-UNBALANCED
               MOVE FUNCTION ABS(WS-TB-DIFF) TO FORMAT-BALANCE
               MOVE SPACES TO REPORT-LINE
               STRING "     *** OUT OF BALANCE BY " FORMAT-BALANCE
                   " ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       LOAD-GL-CHART.
           MOVE 0 TO GC-COUNT
           OPEN INPUT GLCHART-FILE
           IF GLCHART-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL GLCHART-STATUS NOT = "00"
               READ GLCHART-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF GLCHART-LINE NOT = SPACES AND
                          GC-COUNT < 200
                           ADD 1 TO GC-COUNT
                           UNSTRING GLCHART-LINE DELIMITED BY ","
                               INTO GC-CODE(GC-COUNT)
                                    GC-NAME(GC-COUNT)
                                    GC-CLASS(GC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLCHART-FILE.

       LOAD-GL-RULES.
           MOVE 0 TO GA-COUNT GD-COUNT GT-COUNT
           OPEN INPUT GLRULES-FILE
           IF GLRULES-STATUS NOT = "00"
               DISPLAY "GLRULES.DAT is missing - every leg will book "
                   "to suspense."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL GLRULES-STATUS NOT = "00"
               READ GLRULES-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE SPACES TO WS-RULE-KIND WS-RULE-F2
                           WS-RULE-F3 WS-RULE-F4
                       UNSTRING GLRULES-LINE DELIMITED BY ","
                           INTO WS-RULE-KIND WS-RULE-F2
                                WS-RULE-F3 WS-RULE-F4
                       PERFORM STORE-GL-RULE
               END-READ
           END-PERFORM
           CLOSE GLRULES-FILE.

       STORE-GL-RULE.
           EVALUATE FUNCTION TRIM(WS-RULE-KIND)
               WHEN "ACC"
                   IF GA-COUNT < 30
                       ADD 1 TO GA-COUNT
                       MOVE WS-RULE-F2 TO GA-PARAM(GA-COUNT)
                       MOVE 0 TO GA-ACC-NO(GA-COUNT)
                       MOVE WS-RULE-F3 TO GA-CODE(GA-COUNT)
                   END-IF
               WHEN "DEP"
                   IF GD-COUNT < 30
                       ADD 1 TO GD-COUNT
                       MOVE FUNCTION UPPER-CASE(WS-RULE-F2)
                           TO GD-ACC-TYPE(GD-COUNT)
                       MOVE WS-RULE-F3 TO GD-CODE(GD-COUNT)
                   END-IF
               WHEN "TXN"
                   IF GT-COUNT < 150
                       ADD 1 TO GT-COUNT
                       COMPUTE GT-TYPE(GT-COUNT) =
                           FUNCTION NUMVAL(WS-RULE-F2)
                       MOVE WS-RULE-F3 TO GT-OPERATOR(GT-COUNT)
                       MOVE WS-RULE-F4 TO GT-CODE(GT-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       OPEN-RUN-CONTROL.
           MOVE 'N' TO WS-RUN-BLOCKED
           MOVE 0 TO WS-RESTART-KEY
           OPEN I-O RUNCTL-FILE
           IF RUNCTL-STATUS = "35"
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF

           MOVE "GLPOSTING" TO RUN-JOB-NAME
           MOVE WS-TODAY TO RUN-BUS-DATE
           READ RUNCTL-FILE KEY IS RUN-KEY
               INVALID KEY
                   MOVE "GLPOSTING" TO RUN-JOB-NAME
                   MOVE WS-TODAY TO RUN-BUS-DATE
                   MOVE "RUNNING" TO RUN-STATE
                   MOVE 0 TO RUN-CHECKPOINT
                   ACCEPT WS-CLOCK-TIME FROM TIME
                   MOVE WS-CLOCK-TIME TO RUN-START-TIME
                   MOVE 0 TO RUN-END-TIME
                   WRITE RUN-CONTROL-RECORD
               NOT INVALID KEY
                   IF RUN-COMPLETE
                       DISPLAY "GL posting already completed for "
                           "business date " WS-TODAY
                           " - refusing to run twice."
                       MOVE 'Y' TO WS-RUN-BLOCKED
                       CLOSE RUNCTL-FILE
                   ELSE
                       MOVE RUN-CHECKPOINT TO WS-RESTART-KEY
                       DISPLAY "Resuming interrupted run after "
                           "transaction " WS-RESTART-KEY
                   END-IF
           END-READ.

       UPDATE-CHECKPOINT.
           MOVE TRANSACTION-ID TO RUN-CHECKPOINT
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not checkpoint run control."
           END-REWRITE.

       CLOSE-RUN-CONTROL.
           IF WS-RUN-BLOCKED = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE "COMPLETE" TO RUN-STATE
           ACCEPT WS-CLOCK-TIME FROM TIME
           MOVE WS-CLOCK-TIME TO RUN-END-TIME
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not close run control."
           END-REWRITE
           CLOSE RUNCTL-FILE.

      *> Only the night chain takes the system OFFLINE, so anything
      *> else - a missing state file included - is the working day.
       CHECK-BATCH-WINDOW.
           MOVE 'N' TO WS-SYS-OFFLINE
           OPEN INPUT SYSSTATE-FILE
           IF SYSSTATE-STATUS = "00"
               READ SYSSTATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(SYSSTATE-LINE) = "OFFLINE"
                           MOVE 'Y' TO WS-SYS-OFFLINE
                       END-IF
               END-READ
               CLOSE SYSSTATE-FILE
           END-IF.

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

      *> Besides the business date, every parameter an ACC rule
      *> names is resolved here to the internal account number.
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
                           PERFORM VARYING GA-IDX FROM 1 BY 1
                                   UNTIL GA-IDX > GA-COUNT
                               IF GA-PARAM(GA-IDX) = WS-PARAM-NAME
                                   COMPUTE GA-ACC-NO(GA-IDX) =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM GlPosting.
