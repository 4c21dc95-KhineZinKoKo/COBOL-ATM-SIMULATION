       IDENTIFICATION DIVISION.
       PROGRAM-ID. InterestAccrual.

      *> Nightly interest accrual. Runs after the EOD reconciliation
      *> has advanced USER-EOD-BALANCE to the verified close, and
      *> adds to every account's ACCRUAL.DAT record the interest
      *> that balance earned for the night: the account type's
      *> ACCTYPES.DAT monthly band rates sliced across the balance
      *> exactly as InterestPosting always priced the month, turned
      *> into a daily figure on an actual/365 basis (monthly rate x
      *> 12 / 365 per day). When the date rolled over a holiday the
      *> gap days since the last accrual are accrued at the same
      *> balance, which is the balance the customer held over them.
      *> Overdrawn and zero balances accrue nothing; closed
      *> (INACTIVE) accounts are skipped. Dormant, locked and
      *> deceased customers' accounts keep accruing - the interest
      *> is owed to them and is paid when the account is settled.
      *> ACCRUAL-<date>.txt gives Finance the day's accrual and the
      *> total accrued interest payable by branch and currency. The
      *> same pass keeps each account's month-to-date balance sum
      *> for the average daily balance MaintFeeBatch charges on.
      *> RUNCTL.DAT job INTACCRUAL resumes after the last account
      *> checkpointed and refuses a second run for the date; an
      *> account's ACR-LAST-DATE also stops a night being accrued
      *> twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USERS-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ACC-NO
               FILE STATUS IS USERS-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO "ACCRUAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACR-ACC-NO
               FILE STATUS IS ACCRUAL-STATUS.

           SELECT ACCTYPE-FILE ASSIGN TO "ACCTYPES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCTYPE-STATUS.

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

       FD USERS-FILE.
           COPY "USER-RECORD.cpy".

       FD ACCRUAL-FILE.
           COPY "INT-ACCRUAL.cpy".

       FD ACCTYPE-FILE.
       01 ACCTYPE-LINE            PIC X(120).

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD SYSSTATE-FILE.
       01 SYSSTATE-LINE           PIC X(40).

       FD RUNCTL-FILE.
           COPY "RUN-CONTROL.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 USERS-STATUS            PIC XX.
       01 ACCRUAL-STATUS          PIC XX.
       01 ACCTYPE-STATUS          PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 RUNCTL-STATUS           PIC XX.
       01 SYSSTATE-STATUS         PIC XX.
       01 REPORT-STATUS           PIC XX.
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
       01 WS-USER-EOF             PIC X.
       01 WS-ACR-EOF              PIC X.

      *> ACCTYPES.DAT bands, parsed the way InterestPosting parses
      *> them: the base rate from zero, each extra pair opening the
      *> next band at its from-amount.
       01 ACC-TYPE-TABLE.
           05 AT-COUNT            PIC 9(2) VALUE 0.
           05 AT-ENTRY OCCURS 10 TIMES.
               10 AT-NAME         PIC X(10).
               10 AT-BAND-COUNT   PIC 9(2).
               10 AT-BAND OCCURS 5 TIMES.
                   15 AT-BAND-FROM PIC 9(15)V99.
                   15 AT-BAND-RATE PIC 9V9999.
       01 AT-IDX                  PIC 9(2).
       01 AT-BIDX                 PIC 9(2).
       01 WS-AT-FIELD OCCURS 13 TIMES PIC X(20).
       01 WS-AT-FIDX              PIC 9(2).
       01 WS-TYPE-FOUND           PIC X.
       01 WS-BAND-FLOOR           PIC 9(15)V99.
       01 WS-BAND-CEIL            PIC 9(15)V99.
       01 WS-BAND-PORTION         PIC 9(15)V99.

       01 WS-ACCRUE-BASE          PIC 9(15)V99.
       01 WS-MONTH-INTEREST       PIC 9(15)V9(6).
       01 WS-INTEREST-RATE        PIC 9V9999.
       01 WS-ACCRUE-DAYS          PIC 9(5).
       01 WS-DAY-AMOUNT           PIC 9(13)V99.
       01 WS-ACC-BRANCH           PIC X(4).
       01 WS-ACC-CCY              PIC X(3).

       01 WS-ACCOUNTS-ACCRUED     PIC 9(7) VALUE 0.

      *> Totals by branch and currency for Finance.
       01 BRANCH-TABLE.
           05 BR-COUNT            PIC 9(2) VALUE 0.
           05 BR-ENTRY OCCURS 50 TIMES.
               10 BR-CODE         PIC X(4).
               10 BR-CCY          PIC X(3).
               10 BR-ACCOUNTS     PIC 9(7).
               10 BR-TODAY        PIC 9(15)V99.
               10 BR-PAYABLE      PIC 9(15)V99.
       01 BR-IDX                  PIC 9(2).
       01 WS-BR-FOUND             PIC X.
       01 WS-GRAND-TODAY          PIC 9(15)V99 VALUE 0.
       01 WS-GRAND-PAYABLE        PIC 9(15)V99 VALUE 0.
       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-TODAY            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "============================================"
           DISPLAY "      DAILY INTEREST ACCRUAL"
           DISPLAY "============================================"

           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           PERFORM LOAD-ACC-TYPES

      *> The accrual is on the closed day's balances and marks the
      *> date done, so it runs only in the night batch window.
           PERFORM CHECK-BATCH-WINDOW
           IF WS-SYS-OFFLINE NOT = 'Y'
               DISPLAY "System is ONLINE - the interest accrual runs "
                   "only in the nightly batch window."
               GOBACK
           END-IF

           PERFORM OPEN-RUN-CONTROL
           IF WS-RUN-BLOCKED = 'Y'
               GOBACK
           END-IF

           OPEN INPUT USERS-FILE
           IF USERS-STATUS NOT = "00"
               DISPLAY "Error opening USERS.DAT. Status: " USERS-STATUS
               GOBACK
           END-IF
           OPEN I-O ACCRUAL-FILE
           IF ACCRUAL-STATUS = "35"
               OPEN OUTPUT ACCRUAL-FILE
               CLOSE ACCRUAL-FILE
               OPEN I-O ACCRUAL-FILE
           END-IF

           MOVE 'N' TO WS-USER-EOF
           MOVE WS-RESTART-KEY TO USER-ACC-NO
           START USERS-FILE KEY IS > USER-ACC-NO
               INVALID KEY MOVE 'Y' TO WS-USER-EOF
           END-START
           PERFORM UNTIL WS-USER-EOF = 'Y'
               READ USERS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-USER-EOF
                   NOT AT END
                       IF USER-STATUS NOT = "INACTIVE"
                           PERFORM ACCRUE-ONE-ACCOUNT
                       END-IF
                       PERFORM UPDATE-CHECKPOINT
               END-READ
           END-PERFORM
           CLOSE USERS-FILE

           PERFORM WRITE-ACCRUAL-REPORT
           CLOSE ACCRUAL-FILE
           PERFORM CLOSE-RUN-CONTROL

           DISPLAY "Accounts accrued   : " WS-ACCOUNTS-ACCRUED
           MOVE WS-GRAND-TODAY TO FORMAT-BALANCE
           DISPLAY "Accrued tonight    : " FORMAT-BALANCE
           MOVE WS-GRAND-PAYABLE TO FORMAT-BALANCE
           DISPLAY "Interest payable   : " FORMAT-BALANCE
           DISPLAY "Report written to " REPORT-FILENAME
           DISPLAY "============================================"
           GOBACK.

       ACCRUE-ONE-ACCOUNT.
           IF USER-BRANCH = SPACES
               MOVE "0001" TO WS-ACC-BRANCH
           ELSE
               MOVE USER-BRANCH TO WS-ACC-BRANCH
           END-IF
           IF USER-CURRENCY = SPACES
               MOVE "MMK" TO WS-ACC-CCY
           ELSE
               MOVE USER-CURRENCY TO WS-ACC-CCY
           END-IF

           MOVE USER-ACC-NO TO ACR-ACC-NO
           READ ACCRUAL-FILE
               INVALID KEY
                   MOVE USER-ACC-NO TO ACR-ACC-NO
                   MOVE 0 TO ACR-ACCRUED ACR-PERIOD-FROM
                       ACR-LAST-DATE ACR-LAST-DAY-AMT
                       ACR-LAST-PAID-DATE ACR-LAST-PAID-AMT
                       ACR-MTD-MONTH ACR-MTD-BAL-SUM ACR-MTD-DAYS
                   MOVE WS-ACC-BRANCH TO ACR-BRANCH
                   MOVE WS-ACC-CCY TO ACR-CCY
                   WRITE ACCRUAL-RECORD
                       INVALID KEY
                           DISPLAY "[ERROR]: Could not open accrual "
                               "for " USER-ACC-NO
                           EXIT PARAGRAPH
                   END-WRITE
           END-READ

           IF ACR-LAST-DATE >= WS-TODAY
               PERFORM ADD-TO-BRANCH-TOTALS
               EXIT PARAGRAPH
           END-IF

           IF ACR-LAST-DATE = 0
               MOVE 1 TO WS-ACCRUE-DAYS
           ELSE
               COMPUTE WS-ACCRUE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                   FUNCTION INTEGER-OF-DATE(ACR-LAST-DATE)
           END-IF

      *> Month-to-date balance for the average daily balance: the
      *> close counts for every day since the last accrual, the
      *> same days the interest below is paid on.
           IF ACR-MTD-MONTH NOT = WS-TODAY(1:6)
               MOVE WS-TODAY(1:6) TO ACR-MTD-MONTH
               MOVE 0 TO ACR-MTD-BAL-SUM
               MOVE 0 TO ACR-MTD-DAYS
           END-IF
           COMPUTE ACR-MTD-BAL-SUM = ACR-MTD-BAL-SUM +
               (USER-EOD-BALANCE * WS-ACCRUE-DAYS)
           ADD WS-ACCRUE-DAYS TO ACR-MTD-DAYS

           MOVE 0 TO WS-DAY-AMOUNT
           IF USER-EOD-BALANCE > 0
               MOVE USER-EOD-BALANCE TO WS-ACCRUE-BASE
               PERFORM COMPUTE-MONTH-INTEREST
               COMPUTE WS-DAY-AMOUNT ROUNDED =
                   WS-MONTH-INTEREST * 12 * WS-ACCRUE-DAYS / 365
           END-IF

           IF WS-DAY-AMOUNT > 0
               IF ACR-ACCRUED = 0
                   MOVE WS-TODAY TO ACR-PERIOD-FROM
               END-IF
               ADD WS-DAY-AMOUNT TO ACR-ACCRUED
               ADD 1 TO WS-ACCOUNTS-ACCRUED
           END-IF
           MOVE WS-DAY-AMOUNT TO ACR-LAST-DAY-AMT
           MOVE WS-TODAY TO ACR-LAST-DATE
           MOVE WS-ACC-BRANCH TO ACR-BRANCH
           MOVE WS-ACC-CCY TO ACR-CCY
           REWRITE ACCRUAL-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not store accrual for "
                       USER-ACC-NO
           END-REWRITE
           PERFORM ADD-TO-BRANCH-TOTALS.

      *> A whole month's interest on WS-ACCRUE-BASE at the type's
      *> bands - the figure the month-end run used to post - from
      *> which the daily amount is derived. Types missing from
      *> ACCTYPES.DAT fall back to the flat rates InterestPosting
      *> carries.
       COMPUTE-MONTH-INTEREST.
           MOVE 0 TO WS-MONTH-INTEREST
           MOVE 'N' TO WS-TYPE-FOUND
           PERFORM VARYING AT-IDX FROM 1 BY 1 UNTIL AT-IDX > AT-COUNT
               IF AT-NAME(AT-IDX) =
                  FUNCTION UPPER-CASE(USER-ACC-TYPE)
                   MOVE 'Y' TO WS-TYPE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-TYPE-FOUND NOT = 'Y'
               EVALUATE FUNCTION UPPER-CASE(USER-ACC-TYPE)
                   WHEN "SAVINGS"
                       MOVE 0.0050 TO WS-INTEREST-RATE
                   WHEN "SPECIAL"
                       MOVE 0.0025 TO WS-INTEREST-RATE
                   WHEN OTHER
                       MOVE 0 TO WS-INTEREST-RATE
               END-EVALUATE
               COMPUTE WS-MONTH-INTEREST =
                   WS-ACCRUE-BASE * WS-INTEREST-RATE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING AT-BIDX FROM 1 BY 1
                   UNTIL AT-BIDX > AT-BAND-COUNT(AT-IDX)
               MOVE AT-BAND-FROM(AT-IDX, AT-BIDX) TO WS-BAND-FLOOR
               IF AT-BIDX < AT-BAND-COUNT(AT-IDX)
                   MOVE AT-BAND-FROM(AT-IDX, AT-BIDX + 1)
                       TO WS-BAND-CEIL
               ELSE
                   MOVE WS-ACCRUE-BASE TO WS-BAND-CEIL
               END-IF
               IF WS-BAND-CEIL > WS-ACCRUE-BASE
                   MOVE WS-ACCRUE-BASE TO WS-BAND-CEIL
               END-IF
               IF WS-BAND-CEIL > WS-BAND-FLOOR
                   COMPUTE WS-BAND-PORTION =
                       WS-BAND-CEIL - WS-BAND-FLOOR
                   COMPUTE WS-MONTH-INTEREST = WS-MONTH-INTEREST +
                       (WS-BAND-PORTION * AT-BAND-RATE(AT-IDX, AT-BIDX))
               END-IF
           END-PERFORM.

       ADD-TO-BRANCH-TOTALS.
           MOVE 'N' TO WS-BR-FOUND
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-COUNT
               IF BR-CODE(BR-IDX) = ACR-BRANCH AND
                  BR-CCY(BR-IDX) = ACR-CCY
                   MOVE 'Y' TO WS-BR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BR-FOUND NOT = 'Y'
               IF BR-COUNT >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO BR-COUNT
               MOVE BR-COUNT TO BR-IDX
               MOVE ACR-BRANCH TO BR-CODE(BR-IDX)
               MOVE ACR-CCY TO BR-CCY(BR-IDX)
               MOVE 0 TO BR-ACCOUNTS(BR-IDX) BR-TODAY(BR-IDX)
                   BR-PAYABLE(BR-IDX)
           END-IF
           IF ACR-ACCRUED > 0
               ADD 1 TO BR-ACCOUNTS(BR-IDX)
           END-IF
           IF ACR-LAST-DATE = WS-TODAY
               ADD ACR-LAST-DAY-AMT TO BR-TODAY(BR-IDX)
               ADD ACR-LAST-DAY-AMT TO WS-GRAND-TODAY
           END-IF
           ADD ACR-ACCRUED TO BR-PAYABLE(BR-IDX)
           ADD ACR-ACCRUED TO WS-GRAND-PAYABLE.

      *> A resumed run only saw the accounts after its checkpoint,
      *> so the totals are always rebuilt from the whole accrual
      *> file before the report is written.
       WRITE-ACCRUAL-REPORT.
           MOVE 0 TO BR-COUNT WS-GRAND-TODAY WS-GRAND-PAYABLE
           MOVE 'N' TO WS-ACR-EOF
           MOVE 0 TO ACR-ACC-NO
           START ACCRUAL-FILE KEY IS NOT LESS THAN ACR-ACC-NO
               INVALID KEY MOVE 'Y' TO WS-ACR-EOF
           END-START
           PERFORM UNTIL WS-ACR-EOF = 'Y'
               READ ACCRUAL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-ACR-EOF
                   NOT AT END
                       PERFORM ADD-TO-BRANCH-TOTALS
               END-READ
           END-PERFORM

           STRING "ACCRUAL-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM
               "=========== ACCRUED INTEREST PAYABLE ==========="
           MOVE SPACES TO REPORT-LINE
           STRING "Business date: " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BRANCH CCY  ACCOUNTS        ACCRUED TONIGHT"
               "          TOTAL PAYABLE"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-COUNT
               MOVE BR-TODAY(BR-IDX) TO FORMAT-TODAY
               MOVE BR-PAYABLE(BR-IDX) TO FORMAT-BALANCE
               MOVE SPACES TO REPORT-LINE
               STRING BR-CODE(BR-IDX) "   " BR-CCY(BR-IDX) "  "
                   BR-ACCOUNTS(BR-IDX) " " FORMAT-TODAY " "
                   FORMAT-BALANCE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           WRITE REPORT-LINE FROM
               "------------------------------------------------"
           MOVE WS-GRAND-TODAY TO FORMAT-TODAY
           MOVE WS-GRAND-PAYABLE TO FORMAT-BALANCE
           MOVE SPACES TO REPORT-LINE
           STRING "ALL BRANCHES (mixed currencies) " FORMAT-TODAY " "
               FORMAT-BALANCE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       LOAD-ACC-TYPES.
           MOVE 0 TO AT-COUNT
           OPEN INPUT ACCTYPE-FILE
           IF ACCTYPE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ACCTYPE-STATUS NOT = "00"
               READ ACCTYPE-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM PARSE-ACC-TYPE-LINE
               END-READ
           END-PERFORM
           CLOSE ACCTYPE-FILE.

       PARSE-ACC-TYPE-LINE.
           IF AT-COUNT >= 10
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-AT-FIDX FROM 1 BY 1
                   UNTIL WS-AT-FIDX > 13
               MOVE SPACES TO WS-AT-FIELD(WS-AT-FIDX)
           END-PERFORM
           UNSTRING ACCTYPE-LINE DELIMITED BY ","
               INTO WS-AT-FIELD(1) WS-AT-FIELD(2) WS-AT-FIELD(3)
                    WS-AT-FIELD(4) WS-AT-FIELD(5) WS-AT-FIELD(6)
                    WS-AT-FIELD(7) WS-AT-FIELD(8) WS-AT-FIELD(9)
                    WS-AT-FIELD(10) WS-AT-FIELD(11)
           IF FUNCTION TRIM(WS-AT-FIELD(1)) = SPACES OR
              FUNCTION TEST-NUMVAL(WS-AT-FIELD(2)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AT-COUNT
           MOVE FUNCTION UPPER-CASE(WS-AT-FIELD(1))
               TO AT-NAME(AT-COUNT)
           MOVE 1 TO AT-BAND-COUNT(AT-COUNT)
           MOVE 0 TO AT-BAND-FROM(AT-COUNT, 1)
           COMPUTE AT-BAND-RATE(AT-COUNT, 1) =
               FUNCTION NUMVAL(WS-AT-FIELD(2))
           MOVE 4 TO WS-AT-FIDX
           PERFORM UNTIL WS-AT-FIDX > 10 OR
                   FUNCTION TRIM(WS-AT-FIELD(WS-AT-FIDX)) = SPACES OR
                   AT-BAND-COUNT(AT-COUNT) >= 5
               IF FUNCTION TEST-NUMVAL(WS-AT-FIELD(WS-AT-FIDX)) = 0
                  AND FUNCTION TEST-NUMVAL
                      (WS-AT-FIELD(WS-AT-FIDX + 1)) = 0
                   ADD 1 TO AT-BAND-COUNT(AT-COUNT)
                   COMPUTE AT-BAND-FROM
                       (AT-COUNT, AT-BAND-COUNT(AT-COUNT)) =
                       FUNCTION NUMVAL(WS-AT-FIELD(WS-AT-FIDX))
                   COMPUTE AT-BAND-RATE
                       (AT-COUNT, AT-BAND-COUNT(AT-COUNT)) =
                       FUNCTION NUMVAL(WS-AT-FIELD(WS-AT-FIDX + 1))
               END-IF
               ADD 2 TO WS-AT-FIDX
           END-PERFORM.

       OPEN-RUN-CONTROL.
           MOVE 'N' TO WS-RUN-BLOCKED
           MOVE 0 TO WS-RESTART-KEY
           OPEN I-O RUNCTL-FILE
           IF RUNCTL-STATUS = "35"
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF

           MOVE "INTACCRUAL" TO RUN-JOB-NAME
           MOVE WS-TODAY TO RUN-BUS-DATE
           READ RUNCTL-FILE KEY IS RUN-KEY
               INVALID KEY
                   MOVE "INTACCRUAL" TO RUN-JOB-NAME
                   MOVE WS-TODAY TO RUN-BUS-DATE
                   MOVE "RUNNING" TO RUN-STATE
                   MOVE 0 TO RUN-CHECKPOINT
                   ACCEPT WS-CLOCK-TIME FROM TIME
                   MOVE WS-CLOCK-TIME TO RUN-START-TIME
                   MOVE 0 TO RUN-END-TIME
                   WRITE RUN-CONTROL-RECORD
               NOT INVALID KEY
                   IF RUN-COMPLETE
                       DISPLAY "Interest accrual already completed "
                           "for business date " WS-TODAY
                           " - refusing to run twice."
                       MOVE 'Y' TO WS-RUN-BLOCKED
                       CLOSE RUNCTL-FILE
                   ELSE
                       MOVE RUN-CHECKPOINT TO WS-RESTART-KEY
                       DISPLAY "Resuming interrupted run from "
                           "account " WS-RESTART-KEY
                   END-IF
           END-READ.

       UPDATE-CHECKPOINT.
           MOVE USER-ACC-NO TO RUN-CHECKPOINT
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not checkpoint run control."
           END-REWRITE.

       CLOSE-RUN-CONTROL.
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

       END PROGRAM InterestAccrual.
