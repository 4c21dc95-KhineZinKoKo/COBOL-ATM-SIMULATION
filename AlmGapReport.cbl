       IDENTIFICATION DIVISION.
       PROGRAM-ID. AlmGapReport.

      *> ALM maturity gap and liquidity ladder. Buckets the bank's
      *> contractual and behavioural cash flows into six time bands
      *> from the report date - next day, 2-7 days, 8-30 days, 1-3
      *> months, 3-12 months and over a year - per currency, and
      *> shows inflows, outflows, the gap per band and the
      *> cumulative gap for treasury and the board risk committee.
      *>   Outflows: open TERMDEP.DAT deposits at maturity (principal
      *>   plus simple interest to maturity); standing orders on
      *>   SCHEDULEDTRANSFERS.DAT that pay away to another bank; and
      *>   demand deposits (credit balances on USERS.DAT), split by
      *>   ALMCOREPCT into a core portion that stays beyond a year
      *>   and a volatile portion that can leave the next day.
      *>   Inflows: the remaining instalments of every ACTIVE or
      *>   ARREARS loan on LOANS.DAT, from the next collection date
      *>   on the loan's standing order (or, with no live order,
      *>   the next 30-day anniversary of disbursement) up to the
      *>   last instalment.
      *> Standing orders between two of our own accounts move money
      *> inside the bank and are left out, as are the loan
      *> collection orders, which the loan instalments already
      *> count. Repeating orders are projected one year ahead;
      *> monthly means every 30 days, as the standing order batch
      *> advances them. Every flow is in its account's currency.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ACC-NO
               FILE STATUS IS FILE-STATUS.

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

           SELECT SCHED-FILE ASSIGN TO "SCHEDULEDTRANSFERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHED-ID
               FILE STATUS IS SCHED-STATUS-CODE.

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

       FD TERMDEP-FILE.
           COPY "TERM-DEPOSIT.cpy".

       FD LOAN-FILE.
           COPY "LOAN-MASTER.cpy".

       FD SCHED-FILE.
           COPY "SCHEDULED-TRANSFER.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS             PIC XX.
       01 TERMDEP-STATUS          PIC XX.
       01 LOAN-STATUS-CODE        PIC XX.
       01 SCHED-STATUS-CODE       PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 REPORT-FILENAME         PIC X(30).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-CORE-PCT             PIC 9V9(4) VALUE 0.7000.
       01 WS-LOAN-OFFICE-ACC      PIC 9(16) VALUE 0.
       01 WS-FEE-INCOME-ACC       PIC 9(16) VALUE 0.
       01 WS-WO-RECOVERY-ACC      PIC 9(16) VALUE 0.

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-EOF                  PIC X.
       01 WS-TODAY-INT            PIC 9(8).
       01 WS-HORIZON-INT          PIC 9(8).

       01 BAND-LABELS.
           05 FILLER              PIC X(12) VALUE "NEXT DAY".
           05 FILLER              PIC X(12) VALUE "2-7 DAYS".
           05 FILLER              PIC X(12) VALUE "8-30 DAYS".
           05 FILLER              PIC X(12) VALUE "1-3 MONTHS".
           05 FILLER              PIC X(12) VALUE "3-12 MONTHS".
           05 FILLER              PIC X(12) VALUE "OVER 1 YEAR".
       01 BAND-LABEL-TABLE REDEFINES BAND-LABELS.
           05 BAND-LABEL          PIC X(12) OCCURS 6 TIMES.
       01 BAND-IDX                PIC 9.

      *> One ladder per currency.
       01 ALM-TABLE.
           05 ALM-COUNT           PIC 99 VALUE 0.
           05 ALM-ENTRY OCCURS 10 TIMES.
               10 ALM-CCY         PIC X(3).
               10 ALM-DEMAND      PIC 9(15)V99.
               10 ALM-BAND OCCURS 6 TIMES.
                   15 ALM-IN      PIC 9(15)V99.
                   15 ALM-OUT     PIC 9(15)V99.
       01 ALM-IDX                 PIC 99.

       01 WS-FLOW-CCY             PIC X(3).
       01 WS-FLOW-INT             PIC 9(8).
       01 WS-FLOW-AMOUNT          PIC 9(15)V99.
       01 WS-FLOW-DIRECTION       PIC X.
       01 WS-FLOW-DAYS            PIC S9(8).

       01 WS-SCHED-OPEN           PIC X.
       01 WS-LOAN-NEXT-INT        PIC 9(8).
       01 WS-LOAN-LAST-INT        PIC 9(8).
       01 WS-ORDER-NEXT-INT       PIC 9(8).
       01 WS-ORDER-STEP           PIC 9(3).
       01 WS-TD-INTEREST          PIC 9(15)V99.
       01 WS-CORE-AMOUNT          PIC 9(15)V99.
       01 WS-VOLATILE-AMOUNT      PIC 9(15)V99.

       01 WS-TOTAL-IN             PIC 9(15)V99.
       01 WS-TOTAL-OUT            PIC 9(15)V99.
       01 WS-GAP                  PIC S9(15)V99.
       01 WS-CUM-GAP              PIC S9(15)V99.
       01 WS-NEG-BANDS            PIC 9(3) VALUE 0.

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-SIGNED           PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-PCT              PIC ZZ9.99.

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE.
       MAIN-PROCEDURE.
           IF ADMIN-CHOICE = 100

           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-HORIZON-INT = WS-TODAY-INT + 365

           MOVE 0 TO ALM-COUNT
           MOVE 0 TO WS-NEG-BANDS
           OPEN INPUT USER-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "No accounts on file - nothing to ladder."
           ELSE
               PERFORM SUM-DEMAND-DEPOSITS
               PERFORM LADDER-TERM-DEPOSITS
               PERFORM LADDER-LOAN-INSTALMENTS
               PERFORM LADDER-STANDING-ORDERS
               CLOSE USER-FILE
               PERFORM WRITE-GAP-REPORT
               DISPLAY "Maturity gap report written to "
                   REPORT-FILENAME
               IF WS-NEG-BANDS > 0
                   DISPLAY "*** " WS-NEG-BANDS " band(s) show a "
                       "negative cumulative gap - see report."
               END-IF
           END-IF
           END-IF
           GOBACK.

      *> Demand deposits are split once the whole book is summed.
       SUM-DEMAND-DEPOSITS.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO USER-ACC-NO
           START USER-FILE KEY IS NOT LESS THAN USER-ACC-NO
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ USER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF USER-BALANCE > 0 AND
                          USER-ACC-NO NOT = WS-LOAN-OFFICE-ACC AND
                          USER-ACC-NO NOT = WS-FEE-INCOME-ACC AND
                          USER-ACC-NO NOT = WS-WO-RECOVERY-ACC
                           MOVE USER-CURRENCY TO WS-FLOW-CCY
                           PERFORM FIND-CURRENCY
                           ADD USER-BALANCE TO ALM-DEMAND(ALM-IDX)
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING ALM-IDX FROM 1 BY 1
                   UNTIL ALM-IDX > ALM-COUNT
               COMPUTE WS-CORE-AMOUNT ROUNDED =
                   ALM-DEMAND(ALM-IDX) * WS-CORE-PCT
               COMPUTE WS-VOLATILE-AMOUNT =
                   ALM-DEMAND(ALM-IDX) - WS-CORE-AMOUNT
               ADD WS-VOLATILE-AMOUNT TO ALM-OUT(ALM-IDX, 1)
               ADD WS-CORE-AMOUNT TO ALM-OUT(ALM-IDX, 6)
           END-PERFORM.

       LADDER-TERM-DEPOSITS.
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
                           PERFORM LADDER-ONE-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMDEP-FILE.

       LADDER-ONE-DEPOSIT.
           MOVE TD-ACC-NO TO USER-ACC-NO
           PERFORM ACCOUNT-CURRENCY
           COMPUTE WS-TD-INTEREST ROUNDED =
               TD-PRINCIPAL * TD-RATE * TD-TERM-MONTHS / 12
           COMPUTE WS-FLOW-AMOUNT = TD-PRINCIPAL + WS-TD-INTEREST
           IF FUNCTION TEST-DATE-YYYYMMDD(TD-MATURITY) = 0
               COMPUTE WS-FLOW-INT =
                   FUNCTION INTEGER-OF-DATE(TD-MATURITY)
           ELSE
               MOVE WS-TODAY-INT TO WS-FLOW-INT
           END-IF
           MOVE "O" TO WS-FLOW-DIRECTION
           PERFORM ADD-FLOW.

       LADDER-LOAN-INSTALMENTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT LOAN-FILE
           IF LOAN-STATUS-CODE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SCHED-OPEN
           OPEN INPUT SCHED-FILE
           IF SCHED-STATUS-CODE = "00"
               MOVE 'Y' TO WS-SCHED-OPEN
           END-IF
           MOVE 0 TO LOAN-ID
           START LOAN-FILE KEY IS NOT LESS THAN LOAN-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOAN-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LOAN-ID NOT = 0 AND
                          (LOAN-ACTIVE OR LOAN-ARREARS)
                           PERFORM LADDER-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SCHED-OPEN = 'Y'
               CLOSE SCHED-FILE
           END-IF
           CLOSE LOAN-FILE.

      *> Instalments fall every 30 days from disbursement, the first
      *> 30 days after it, up to the last one.
       LADDER-ONE-LOAN.
           IF FUNCTION TEST-DATE-YYYYMMDD(LOAN-DISBURSE-DATE) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LOAN-LAST-INT =
               FUNCTION INTEGER-OF-DATE(LOAN-DISBURSE-DATE)
               + 30 * LOAN-TERM-MONTHS
           MOVE 0 TO WS-LOAN-NEXT-INT
           IF LOAN-SCHED-ID NOT = 0 AND WS-SCHED-OPEN = 'Y'
               MOVE LOAN-SCHED-ID TO SCHED-ID
               READ SCHED-FILE KEY IS SCHED-ID
                   NOT INVALID KEY
                       IF SCHED-ACTIVE AND
                          FUNCTION TEST-DATE-YYYYMMDD(SCHED-NEXT-DATE)
                          = 0
                           COMPUTE WS-LOAN-NEXT-INT =
                               FUNCTION INTEGER-OF-DATE(
                                   SCHED-NEXT-DATE)
                       END-IF
               END-READ
           END-IF
           IF WS-LOAN-NEXT-INT = 0
               COMPUTE WS-LOAN-NEXT-INT =
                   FUNCTION INTEGER-OF-DATE(LOAN-DISBURSE-DATE) + 30
               PERFORM UNTIL WS-LOAN-NEXT-INT > WS-TODAY-INT
                   ADD 30 TO WS-LOAN-NEXT-INT
               END-PERFORM
           END-IF

           MOVE LOAN-ACC-NO TO USER-ACC-NO
           PERFORM ACCOUNT-CURRENCY
           MOVE "I" TO WS-FLOW-DIRECTION
           MOVE LOAN-INSTALMENT TO WS-FLOW-AMOUNT
           PERFORM UNTIL WS-LOAN-NEXT-INT > WS-LOAN-LAST-INT
               MOVE WS-LOAN-NEXT-INT TO WS-FLOW-INT
               PERFORM ADD-FLOW
               ADD 30 TO WS-LOAN-NEXT-INT
           END-PERFORM.

      *> Only orders paying away to another bank leave the bank.
       LADDER-STANDING-ORDERS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT SCHED-FILE
           IF SCHED-STATUS-CODE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO SCHED-ID
           START SCHED-FILE KEY IS NOT LESS THAN SCHED-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ SCHED-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SCHED-ACTIVE AND NOT SCHED-INTERNAL AND
                          SCHED-TO-ACC NOT = WS-LOAN-OFFICE-ACC AND
                          FUNCTION TEST-DATE-YYYYMMDD(SCHED-NEXT-DATE)
                          = 0
                           PERFORM LADDER-ONE-ORDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHED-FILE.

       LADDER-ONE-ORDER.
           MOVE SCHED-FROM-ACC TO USER-ACC-NO
           PERFORM ACCOUNT-CURRENCY
           MOVE "O" TO WS-FLOW-DIRECTION
           MOVE SCHED-AMOUNT TO WS-FLOW-AMOUNT
           COMPUTE WS-ORDER-NEXT-INT =
               FUNCTION INTEGER-OF-DATE(SCHED-NEXT-DATE)
           EVALUATE TRUE
               WHEN SCHED-WEEKLY
                   MOVE 7 TO WS-ORDER-STEP
               WHEN SCHED-MONTHLY
                   MOVE 30 TO WS-ORDER-STEP
               WHEN OTHER
                   MOVE 0 TO WS-ORDER-STEP
           END-EVALUATE
           IF WS-ORDER-STEP = 0
               MOVE WS-ORDER-NEXT-INT TO WS-FLOW-INT
               PERFORM ADD-FLOW
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ORDER-NEXT-INT > WS-HORIZON-INT
               MOVE WS-ORDER-NEXT-INT TO WS-FLOW-INT
               PERFORM ADD-FLOW
               ADD WS-ORDER-STEP TO WS-ORDER-NEXT-INT
           END-PERFORM.

      *> An account we cannot find is taken as kyat.
       ACCOUNT-CURRENCY.
           MOVE "MMK" TO WS-FLOW-CCY
           READ USER-FILE KEY IS USER-ACC-NO
               NOT INVALID KEY
                   IF USER-CURRENCY NOT = SPACES
                       MOVE USER-CURRENCY TO WS-FLOW-CCY
                   END-IF
           END-READ.

       FIND-CURRENCY.
           IF WS-FLOW-CCY = SPACES
               MOVE "MMK" TO WS-FLOW-CCY
           END-IF
           PERFORM VARYING ALM-IDX FROM 1 BY 1
                   UNTIL ALM-IDX > ALM-COUNT
               IF ALM-CCY(ALM-IDX) = WS-FLOW-CCY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ALM-IDX > ALM-COUNT
               IF ALM-COUNT = 10
                   MOVE 10 TO ALM-IDX
               ELSE
                   ADD 1 TO ALM-COUNT
                   MOVE ALM-COUNT TO ALM-IDX
                   MOVE WS-FLOW-CCY TO ALM-CCY(ALM-IDX)
                   MOVE 0 TO ALM-DEMAND(ALM-IDX)
                   PERFORM VARYING BAND-IDX FROM 1 BY 1
                           UNTIL BAND-IDX > 6
                       MOVE 0 TO ALM-IN(ALM-IDX, BAND-IDX)
                       MOVE 0 TO ALM-OUT(ALM-IDX, BAND-IDX)
                   END-PERFORM
               END-IF
           END-IF.

      *> Anything already due or overdue falls in the first band.
       ADD-FLOW.
           PERFORM FIND-CURRENCY
           COMPUTE WS-FLOW-DAYS = WS-FLOW-INT - WS-TODAY-INT
           EVALUATE TRUE
               WHEN WS-FLOW-DAYS NOT > 1
                   MOVE 1 TO BAND-IDX
               WHEN WS-FLOW-DAYS NOT > 7
                   MOVE 2 TO BAND-IDX
               WHEN WS-FLOW-DAYS NOT > 30
                   MOVE 3 TO BAND-IDX
               WHEN WS-FLOW-DAYS NOT > 90
                   MOVE 4 TO BAND-IDX
               WHEN WS-FLOW-DAYS NOT > 365
                   MOVE 5 TO BAND-IDX
               WHEN OTHER
                   MOVE 6 TO BAND-IDX
           END-EVALUATE
           IF WS-FLOW-DIRECTION = "I"
               ADD WS-FLOW-AMOUNT TO ALM-IN(ALM-IDX, BAND-IDX)
           ELSE
               ADD WS-FLOW-AMOUNT TO ALM-OUT(ALM-IDX, BAND-IDX)
           END-IF.

       WRITE-GAP-REPORT.
           MOVE SPACES TO REPORT-FILENAME
           STRING "ALMGAP-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM
               "======== ALM MATURITY GAP / LIQUIDITY LADDER ========"
           MOVE SPACES TO REPORT-LINE
           COMPUTE FORMAT-PCT = WS-CORE-PCT * 100
           STRING "Report date " WS-TODAY
               "   demand deposits treated as core: " FORMAT-PCT "%"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING ALM-IDX FROM 1 BY 1
                   UNTIL ALM-IDX > ALM-COUNT
               PERFORM WRITE-CURRENCY-LADDER
           END-PERFORM
           CLOSE REPORT-FILE.

       WRITE-CURRENCY-LADDER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE ALM-DEMAND(ALM-IDX) TO FORMAT-BALANCE
           STRING "CURRENCY " ALM-CCY(ALM-IDX)
               "   demand deposits " FORMAT-BALANCE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BAND                       INFLOWS"
               "               OUTFLOWS                    GAP"
               "         CUMULATIVE GAP"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE 0 TO WS-TOTAL-IN WS-TOTAL-OUT WS-CUM-GAP
           PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 6
               COMPUTE WS-GAP = ALM-IN(ALM-IDX, BAND-IDX)
                   - ALM-OUT(ALM-IDX, BAND-IDX)
               ADD WS-GAP TO WS-CUM-GAP
               ADD ALM-IN(ALM-IDX, BAND-IDX) TO WS-TOTAL-IN
               ADD ALM-OUT(ALM-IDX, BAND-IDX) TO WS-TOTAL-OUT
               MOVE SPACES TO REPORT-LINE
               MOVE BAND-LABEL(BAND-IDX) TO REPORT-LINE(1:12)
               MOVE ALM-IN(ALM-IDX, BAND-IDX) TO FORMAT-BALANCE
               MOVE FORMAT-BALANCE TO REPORT-LINE(13:22)
               MOVE ALM-OUT(ALM-IDX, BAND-IDX) TO FORMAT-BALANCE
               MOVE FORMAT-BALANCE TO REPORT-LINE(36:22)
               MOVE WS-GAP TO FORMAT-SIGNED
               MOVE FORMAT-SIGNED TO REPORT-LINE(59:23)
               MOVE WS-CUM-GAP TO FORMAT-SIGNED
               MOVE FORMAT-SIGNED TO REPORT-LINE(83:23)
               IF WS-CUM-GAP < 0
                   MOVE "*" TO REPORT-LINE(107:1)
                   ADD 1 TO WS-NEG-BANDS
               END-IF
               WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           MOVE "TOTAL" TO REPORT-LINE(1:12)
           MOVE WS-TOTAL-IN TO FORMAT-BALANCE
           MOVE FORMAT-BALANCE TO REPORT-LINE(13:22)
           MOVE WS-TOTAL-OUT TO FORMAT-BALANCE
           MOVE FORMAT-BALANCE TO REPORT-LINE(36:22)
           MOVE WS-CUM-GAP TO FORMAT-SIGNED
           MOVE FORMAT-SIGNED TO REPORT-LINE(59:23)
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
                           MOVE SPACES TO WS-PARAM-NAME WS-PARAM-VALUE
                           UNSTRING PARAM-LINE DELIMITED BY ","
                               INTO WS-PARAM-NAME WS-PARAM-VALUE
                           EVALUATE FUNCTION TRIM(WS-PARAM-NAME)
                               WHEN "BUSINESSDATE"
                                   COMPUTE WS-BUSINESS-DATE =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               WHEN "ALMCOREPCT"
                                   COMPUTE WS-CORE-PCT =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               WHEN "LOANOFFICEACC"
                                   COMPUTE WS-LOAN-OFFICE-ACC =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               WHEN "FEEINCOMEACC"
                                   COMPUTE WS-FEE-INCOME-ACC =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               WHEN "WORECOVERYACC"
                                   COMPUTE WS-WO-RECOVERY-ACC =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM AlmGapReport.
