       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanGroupReport.

      *> Joint liability group performance, by branch. For every
      *> ACTIVE group on LOANGROUPS.DAT the member loans of its
      *> current cycle (LG-MEMBER-LOAN-ID) are read off LOANS.DAT and
      *> totalled: the loans still running, the amount disbursed,
      *> the principal outstanding, the instalments due to date and
      *> what the group meetings have actually collected - counted
      *> from the members' transfers into the LOANOFFICEACC account
      *> the way LoanMaint and LoanClassify count them. The
      *> repayment rate is collected over due; portfolio at risk is
      *> the outstanding principal of member loans in ARREARS over
      *> all outstanding, and a group is marked IN ARREARS while
      *> LoanArrearsBatch has it so. Branches come out in code order
      *> with a total after each, and a bank total at the end, on
      *> LOANGROUPPERF-<date>.txt. Runs on the month-end night and
      *> on demand from LoanMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GROUP-FILE ASSIGN TO "LOANGROUPS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-GROUP-ID
               FILE STATUS IS GROUP-STATUS.

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

       FD GROUP-FILE.
           COPY "LOAN-GROUP.cpy".

       FD LOAN-FILE.
           COPY "LOAN-MASTER.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(200).

       WORKING-STORAGE SECTION.
       01 GROUP-STATUS            PIC XX.
       01 LOAN-STATUS-CODE        PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 REPORT-FILENAME         PIC X(40).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-LOAN-OFFICE-ACC      PIC 9(16) VALUE 0.

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).

       01 WS-GROUP-EOF            PIC X.
       01 WS-TRAN-EOF             PIC X.
       01 WS-GM-IDX               PIC 9(2).

       01 WS-MONTHS-ELAPSED       PIC 9(5).
       01 WS-DUE-COUNT            PIC 9(5).
       01 WS-DUE-AMOUNT           PIC 9(15)V99.
       01 WS-PAID-AMOUNT          PIC 9(15)V99.
       01 WS-TR-AMT               PIC 9(15)V99.
       01 WS-OUTSTANDING          PIC 9(15)V99.

      *> One row per ACTIVE group, in group id order.
       01 GROUP-TABLE.
           05 GT-COUNT            PIC 9(3) VALUE 0.
           05 GT-ENTRY OCCURS 300 TIMES.
               10 GT-GROUP-ID     PIC 9(6).
               10 GT-NAME         PIC X(30).
               10 GT-BRANCH       PIC X(4).
               10 GT-MEETING-DAY  PIC X(3).
               10 GT-ARREARS-FLAG PIC X.
               10 GT-MEMBERS      PIC 9(2).
               10 GT-OPEN-LOANS   PIC 9(2).
               10 GT-BEHIND       PIC 9(2).
               10 GT-DISBURSED    PIC 9(15)V99.
               10 GT-OUTSTANDING  PIC 9(15)V99.
               10 GT-AT-RISK      PIC 9(15)V99.
               10 GT-DUE          PIC 9(15)V99.
               10 GT-COLLECTED    PIC 9(15)V99.
       01 GT-IDX                  PIC 9(3).

      *> Running totals for a branch and for the bank.
       01 WS-TOTALS.
           05 TOT-GROUPS          PIC 9(5).
           05 TOT-MEMBERS         PIC 9(5).
           05 TOT-OPEN-LOANS      PIC 9(5).
           05 TOT-BEHIND          PIC 9(5).
           05 TOT-DISBURSED       PIC 9(15)V99.
           05 TOT-OUTSTANDING     PIC 9(15)V99.
           05 TOT-AT-RISK         PIC 9(15)V99.
           05 TOT-DUE             PIC 9(15)V99.
           05 TOT-COLLECTED       PIC 9(15)V99.
       01 WS-BANK-TOTALS.
           05 BANK-GROUPS         PIC 9(5) VALUE 0.
           05 BANK-MEMBERS        PIC 9(5) VALUE 0.
           05 BANK-OPEN-LOANS     PIC 9(5) VALUE 0.
           05 BANK-BEHIND         PIC 9(5) VALUE 0.
           05 BANK-DISBURSED      PIC 9(15)V99 VALUE 0.
           05 BANK-OUTSTANDING    PIC 9(15)V99 VALUE 0.
           05 BANK-AT-RISK        PIC 9(15)V99 VALUE 0.
           05 BANK-DUE            PIC 9(15)V99 VALUE 0.
           05 BANK-COLLECTED      PIC 9(15)V99 VALUE 0.

       01 WS-PREV-BRANCH          PIC X(4).
       01 WS-THIS-BRANCH          PIC X(4).
       01 WS-BRANCH-COUNT         PIC 9(3) VALUE 0.
       01 WS-LINE-LABEL           PIC X(12).

       01 WS-RATE-DUE             PIC 9(15)V99.
       01 WS-RATE-COLLECTED       PIC 9(15)V99.
       01 WS-RATE-OUTSTANDING     PIC 9(15)V99.
       01 WS-RATE-AT-RISK         PIC 9(15)V99.
       01 WS-REPAY-RATE           PIC 9(5)V99.
       01 WS-PAR-RATE             PIC 9(3)V99.
       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-SECOND           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-PCT              PIC ZZ,ZZ9.99.
       01 FORMAT-PAR              PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY

           IF WS-LOAN-OFFICE-ACC = 0
               DISPLAY "LOANOFFICEACC is not set in PARAMS.DAT - "
                   "collections cannot be identified."
               GOBACK
           END-IF

           OPEN INPUT GROUP-FILE
           IF GROUP-STATUS NOT = "00"
               DISPLAY "No loan groups on file - no group report."
               GOBACK
           END-IF
           OPEN INPUT LOAN-FILE
           IF LOAN-STATUS-CODE NOT = "00"
               DISPLAY "No loan file - no group report."
               CLOSE GROUP-FILE
               GOBACK
           END-IF

           MOVE 'N' TO WS-GROUP-EOF
           MOVE 0 TO LG-GROUP-ID
           START GROUP-FILE KEY IS NOT LESS THAN LG-GROUP-ID
               INVALID KEY MOVE 'Y' TO WS-GROUP-EOF
           END-START
           PERFORM UNTIL WS-GROUP-EOF = 'Y'
               READ GROUP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-GROUP-EOF
                   NOT AT END
                       IF LG-ACTIVE AND GT-COUNT < 300
                           PERFORM LOAD-ONE-GROUP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE
           CLOSE GROUP-FILE

           PERFORM OPEN-REPORT
           MOVE LOW-VALUES TO WS-PREV-BRANCH
           PERFORM FIND-NEXT-BRANCH
           PERFORM UNTIL WS-THIS-BRANCH = HIGH-VALUES
               PERFORM WRITE-BRANCH-GROUPS
               MOVE WS-THIS-BRANCH TO WS-PREV-BRANCH
               PERFORM FIND-NEXT-BRANCH
           END-PERFORM
           PERFORM WRITE-BANK-TOTAL
           CLOSE REPORT-FILE
           DISPLAY "Group performance report complete. " GT-COUNT
               " group(s) in " WS-BRANCH-COUNT
               " branch(es). Report written to " REPORT-FILENAME
           GOBACK.

       LOAD-ONE-GROUP.
           ADD 1 TO GT-COUNT
           MOVE GT-COUNT TO GT-IDX
           INITIALIZE GT-ENTRY(GT-IDX)
           MOVE LG-GROUP-ID TO GT-GROUP-ID(GT-IDX)
           MOVE LG-NAME TO GT-NAME(GT-IDX)
           MOVE LG-BRANCH TO GT-BRANCH(GT-IDX)
           MOVE LG-MEETING-DAY TO GT-MEETING-DAY(GT-IDX)
           MOVE LG-ARREARS-FLAG TO GT-ARREARS-FLAG(GT-IDX)
           MOVE LG-MEMBER-COUNT TO GT-MEMBERS(GT-IDX)
           PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                   UNTIL WS-GM-IDX > LG-MEMBER-COUNT
               IF LG-MEMBER-LOAN-ID(WS-GM-IDX) NOT = 0
                   MOVE LG-MEMBER-LOAN-ID(WS-GM-IDX) TO LOAN-ID
                   READ LOAN-FILE
                       NOT INVALID KEY
                           PERFORM ADD-MEMBER-LOAN
                   END-READ
               END-IF
           END-PERFORM.

      *> Due, collected and outstanding exactly as LoanClassify
      *> works them out for the same loan.
       ADD-MEMBER-LOAN.
           COMPUTE WS-MONTHS-ELAPSED =
               (FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                FUNCTION INTEGER-OF-DATE(LOAN-DISBURSE-DATE)) / 30
           MOVE WS-MONTHS-ELAPSED TO WS-DUE-COUNT
           IF WS-DUE-COUNT > LOAN-TERM-MONTHS
               MOVE LOAN-TERM-MONTHS TO WS-DUE-COUNT
           END-IF
           COMPUTE WS-DUE-AMOUNT = WS-DUE-COUNT * LOAN-INSTALMENT
           PERFORM SUM-COLLECTIONS

           ADD LOAN-PRINCIPAL TO GT-DISBURSED(GT-IDX)
           ADD WS-DUE-AMOUNT TO GT-DUE(GT-IDX)
           ADD WS-PAID-AMOUNT TO GT-COLLECTED(GT-IDX)
           IF NOT LOAN-ACTIVE AND NOT LOAN-ARREARS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO GT-OPEN-LOANS(GT-IDX)
           COMPUTE WS-OUTSTANDING =
               LOAN-PRINCIPAL -
               (WS-PAID-AMOUNT * LOAN-PRINCIPAL /
                (LOAN-INSTALMENT * LOAN-TERM-MONTHS))
           IF WS-OUTSTANDING > LOAN-PRINCIPAL
               MOVE LOAN-PRINCIPAL TO WS-OUTSTANDING
           END-IF
           ADD WS-OUTSTANDING TO GT-OUTSTANDING(GT-IDX)
           IF LOAN-ARREARS
               ADD 1 TO GT-BEHIND(GT-IDX)
               ADD WS-OUTSTANDING TO GT-AT-RISK(GT-IDX)
           END-IF.

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

      *> The lowest branch code above WS-PREV-BRANCH, HIGH-VALUES
      *> when every branch has been written.
       FIND-NEXT-BRANCH.
           MOVE HIGH-VALUES TO WS-THIS-BRANCH
           PERFORM VARYING GT-IDX FROM 1 BY 1 UNTIL GT-IDX > GT-COUNT
               IF GT-BRANCH(GT-IDX) > WS-PREV-BRANCH AND
                  GT-BRANCH(GT-IDX) < WS-THIS-BRANCH
                   MOVE GT-BRANCH(GT-IDX) TO WS-THIS-BRANCH
               END-IF
           END-PERFORM.

       OPEN-REPORT.
           STRING "LOANGROUPPERF-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM
               "============ LOAN GROUP PERFORMANCE ================="
           MOVE SPACES TO REPORT-LINE
           STRING "Run date: " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "GROUP  NAME                           DAY "
               DELIMITED BY SIZE
               "MEM OPEN BEHIND               DISBURSED"
               DELIMITED BY SIZE
               "             OUTSTANDING REPAID%   PAR%"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-BRANCH-GROUPS.
           ADD 1 TO WS-BRANCH-COUNT
           INITIALIZE WS-TOTALS
           WRITE REPORT-LINE FROM
               "-----------------------------------------------------"
           MOVE SPACES TO REPORT-LINE
           STRING "BRANCH " WS-THIS-BRANCH
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING GT-IDX FROM 1 BY 1 UNTIL GT-IDX > GT-COUNT
               IF GT-BRANCH(GT-IDX) = WS-THIS-BRANCH
                   PERFORM WRITE-GROUP-LINE
               END-IF
           END-PERFORM
           MOVE "BRANCH TOTAL" TO WS-LINE-LABEL
           PERFORM WRITE-TOTAL-LINE

           ADD TOT-GROUPS TO BANK-GROUPS
           ADD TOT-MEMBERS TO BANK-MEMBERS
           ADD TOT-OPEN-LOANS TO BANK-OPEN-LOANS
           ADD TOT-BEHIND TO BANK-BEHIND
           ADD TOT-DISBURSED TO BANK-DISBURSED
           ADD TOT-OUTSTANDING TO BANK-OUTSTANDING
           ADD TOT-AT-RISK TO BANK-AT-RISK
           ADD TOT-DUE TO BANK-DUE
           ADD TOT-COLLECTED TO BANK-COLLECTED.

       WRITE-GROUP-LINE.
           ADD 1 TO TOT-GROUPS
           ADD GT-MEMBERS(GT-IDX) TO TOT-MEMBERS
           ADD GT-OPEN-LOANS(GT-IDX) TO TOT-OPEN-LOANS
           ADD GT-BEHIND(GT-IDX) TO TOT-BEHIND
           ADD GT-DISBURSED(GT-IDX) TO TOT-DISBURSED
           ADD GT-OUTSTANDING(GT-IDX) TO TOT-OUTSTANDING
           ADD GT-AT-RISK(GT-IDX) TO TOT-AT-RISK
           ADD GT-DUE(GT-IDX) TO TOT-DUE
           ADD GT-COLLECTED(GT-IDX) TO TOT-COLLECTED

           MOVE GT-DUE(GT-IDX) TO WS-RATE-DUE
           MOVE GT-COLLECTED(GT-IDX) TO WS-RATE-COLLECTED
           MOVE GT-OUTSTANDING(GT-IDX) TO WS-RATE-OUTSTANDING
           MOVE GT-AT-RISK(GT-IDX) TO WS-RATE-AT-RISK
           PERFORM COMPUTE-RATES
           MOVE GT-DISBURSED(GT-IDX) TO FORMAT-BALANCE
           MOVE GT-OUTSTANDING(GT-IDX) TO FORMAT-SECOND
           MOVE SPACES TO REPORT-LINE
           STRING GT-GROUP-ID(GT-IDX) " " GT-NAME(GT-IDX) " "
               GT-MEETING-DAY(GT-IDX) "  " GT-MEMBERS(GT-IDX) "  "
               GT-OPEN-LOANS(GT-IDX) "     " GT-BEHIND(GT-IDX) " "
               FORMAT-BALANCE " " FORMAT-SECOND " " FORMAT-PCT " "
               FORMAT-PAR
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF GT-ARREARS-FLAG(GT-IDX) = 'Y'
               MOVE SPACES TO REPORT-LINE
               STRING "       IN ARREARS - " GT-BEHIND(GT-IDX)
                   " member loan(s) behind"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       WRITE-BANK-TOTAL.
           WRITE REPORT-LINE FROM
               "====================================================="
           MOVE BANK-GROUPS TO TOT-GROUPS
           MOVE BANK-MEMBERS TO TOT-MEMBERS
           MOVE BANK-OPEN-LOANS TO TOT-OPEN-LOANS
           MOVE BANK-BEHIND TO TOT-BEHIND
           MOVE BANK-DISBURSED TO TOT-DISBURSED
           MOVE BANK-OUTSTANDING TO TOT-OUTSTANDING
           MOVE BANK-AT-RISK TO TOT-AT-RISK
           MOVE BANK-DUE TO TOT-DUE
           MOVE BANK-COLLECTED TO TOT-COLLECTED
           MOVE "BANK TOTAL" TO WS-LINE-LABEL
           PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
           MOVE TOT-DUE TO WS-RATE-DUE
           MOVE TOT-COLLECTED TO WS-RATE-COLLECTED
           MOVE TOT-OUTSTANDING TO WS-RATE-OUTSTANDING
           MOVE TOT-AT-RISK TO WS-RATE-AT-RISK
           PERFORM COMPUTE-RATES
           MOVE TOT-DISBURSED TO FORMAT-BALANCE
           MOVE TOT-OUTSTANDING TO FORMAT-SECOND
           MOVE SPACES TO REPORT-LINE
           STRING WS-LINE-LABEL " " TOT-GROUPS " group(s) "
               TOT-MEMBERS " member(s) " TOT-OPEN-LOANS " open "
               TOT-BEHIND " behind " FORMAT-BALANCE " "
               FORMAT-SECOND " " FORMAT-PCT " " FORMAT-PAR
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *> Repayment rate = collected / due to date; a group with
      *> nothing due yet is at 100. PAR = outstanding in ARREARS /
      *> outstanding.
       COMPUTE-RATES.
           IF WS-RATE-DUE = 0
               MOVE 100 TO WS-REPAY-RATE
           ELSE
               COMPUTE WS-REPAY-RATE ROUNDED =
                   WS-RATE-COLLECTED * 100 / WS-RATE-DUE
           END-IF
           IF WS-RATE-OUTSTANDING = 0
               MOVE 0 TO WS-PAR-RATE
           ELSE
               COMPUTE WS-PAR-RATE ROUNDED =
                   WS-RATE-AT-RISK * 100 / WS-RATE-OUTSTANDING
           END-IF
           MOVE WS-REPAY-RATE TO FORMAT-PCT
           MOVE WS-PAR-RATE TO FORMAT-PAR.

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
                              "LOANOFFICEACC"
                               COMPUTE WS-LOAN-OFFICE-ACC =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM LoanGroupReport.
