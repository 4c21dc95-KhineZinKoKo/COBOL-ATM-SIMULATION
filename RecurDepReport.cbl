       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecurDepReport.

      *> Recurring deposit report: open plans and missed instalments
      *> by branch. Reads RECURDEP.DAT as the nightly RecurDepBatch
      *> last left it and prints RDREPORT-<date>.txt: every open
      *> plan that is behind on its instalments (due, paid, missed,
      *> amount in arrears, rate applied), then per branch the open
      *> plans, the monthly instalments they commit, the balance
      *> held in the pool, the plans behind and the instalments and
      *> amount missed, with bank totals. Runs on the month-end
      *> night and on demand from RecurDeposit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RD-FILE ASSIGN TO "RECURDEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RD-ID
               FILE STATUS IS RD-STATUS-CODE.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD RD-FILE.
           COPY "RECUR-DEPOSIT.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 RD-STATUS-CODE          PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 REPORT-FILENAME         PIC X(30).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).

       01 WS-EOF                  PIC X.
       01 WS-MISSED-AMOUNT        PIC 9(15)V99.

       01 WS-OPEN-COUNT           PIC 9(5) VALUE 0.
       01 WS-BEHIND-COUNT         PIC 9(5) VALUE 0.
       01 WS-TOTAL-INSTALMENTS    PIC 9(15)V99 VALUE 0.
       01 WS-TOTAL-HELD           PIC 9(15)V99 VALUE 0.
       01 WS-TOTAL-MISSED         PIC 9(7) VALUE 0.
       01 WS-TOTAL-MISSED-AMT     PIC 9(15)V99 VALUE 0.

       01 BRANCH-TABLE.
           05 BR-COUNT            PIC 9(2) VALUE 0.
           05 BR-ENTRY OCCURS 20 TIMES.
               10 BR-CODE         PIC X(4).
               10 BR-PLANS        PIC 9(5).
               10 BR-INSTALMENTS  PIC 9(15)V99.
               10 BR-HELD         PIC 9(15)V99.
               10 BR-BEHIND       PIC 9(5).
               10 BR-MISSED       PIC 9(7).
               10 BR-MISSED-AMT   PIC 9(15)V99.
       01 BR-IDX                  PIC 9(2).
       01 WS-BR-FOUND             PIC X.

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-SECOND           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-THIRD            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY

           OPEN INPUT RD-FILE
           IF RD-STATUS-CODE NOT = "00"
               DISPLAY "No recurring deposits on file - no report."
               GOBACK
           END-IF

           PERFORM OPEN-REPORT

           MOVE 'N' TO WS-EOF
           MOVE 0 TO RD-ID
           START RD-FILE KEY IS NOT LESS THAN RD-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ RD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RD-OPEN
                           PERFORM REPORT-ONE-PLAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RD-FILE

           PERFORM WRITE-BRANCH-SUMMARY
           CLOSE REPORT-FILE
           DISPLAY "Recurring deposit report complete. "
               WS-OPEN-COUNT " open plan(s), " WS-BEHIND-COUNT
               " behind. Report written to " REPORT-FILENAME
           GOBACK.

       REPORT-ONE-PLAN.
           ADD 1 TO WS-OPEN-COUNT
           ADD RD-INSTALMENT TO WS-TOTAL-INSTALMENTS
           ADD RD-PAID-AMOUNT TO WS-TOTAL-HELD
           COMPUTE WS-MISSED-AMOUNT = RD-MISSED-COUNT * RD-INSTALMENT
           IF RD-MISSED-COUNT > 0
               ADD 1 TO WS-BEHIND-COUNT
               ADD RD-MISSED-COUNT TO WS-TOTAL-MISSED
               ADD WS-MISSED-AMOUNT TO WS-TOTAL-MISSED-AMT
           END-IF

           PERFORM BUMP-BRANCH-ROW

           IF RD-MISSED-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING RD-ID DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  RD-BRANCH DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  RD-ACC-NO DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  RD-INSTALMENT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  RD-MATURITY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  RD-DUE-COUNT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  RD-PAID-COUNT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  RD-MISSED-COUNT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-MISSED-AMOUNT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  RD-APPLIED-RATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  RD-RATE-REDUCED DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  RD-CHECKED-DATE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       BUMP-BRANCH-ROW.
           MOVE 'N' TO WS-BR-FOUND
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-COUNT
               IF BR-CODE(BR-IDX) = RD-BRANCH
                   MOVE 'Y' TO WS-BR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BR-FOUND NOT = 'Y'
               IF BR-COUNT < 20
                   ADD 1 TO BR-COUNT
                   MOVE BR-COUNT TO BR-IDX
                   MOVE RD-BRANCH TO BR-CODE(BR-IDX)
                   MOVE 0 TO BR-PLANS(BR-IDX)
                   MOVE 0 TO BR-INSTALMENTS(BR-IDX)
                   MOVE 0 TO BR-HELD(BR-IDX)
                   MOVE 0 TO BR-BEHIND(BR-IDX)
                   MOVE 0 TO BR-MISSED(BR-IDX)
                   MOVE 0 TO BR-MISSED-AMT(BR-IDX)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO BR-PLANS(BR-IDX)
           ADD RD-INSTALMENT TO BR-INSTALMENTS(BR-IDX)
           ADD RD-PAID-AMOUNT TO BR-HELD(BR-IDX)
           IF RD-MISSED-COUNT > 0
               ADD 1 TO BR-BEHIND(BR-IDX)
               ADD RD-MISSED-COUNT TO BR-MISSED(BR-IDX)
               ADD WS-MISSED-AMOUNT TO BR-MISSED-AMT(BR-IDX)
           END-IF.

       OPEN-REPORT.
           STRING "RDREPORT-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM
               "====== RECURRING DEPOSITS - MISSED INSTALMENTS ======"
           MOVE SPACES TO REPORT-LINE
           STRING "Run date: " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PLAN,BRANCH,ACCOUNT,INSTALMENT,MATURITY,"
               DELIMITED BY SIZE
               "DUE,PAID,MISSED,MISSED AMOUNT,RATE,REDUCED,"
               DELIMITED BY SIZE
               "CHECKED"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-BRANCH-SUMMARY.
           WRITE REPORT-LINE FROM
               "-----------------------------------------------------"
           WRITE REPORT-LINE FROM
               "BY BRANCH: open plans / monthly instalments / held"
           WRITE REPORT-LINE FROM
               "           plans behind / instalments missed / amount"
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-COUNT
               MOVE SPACES TO REPORT-LINE
               MOVE BR-INSTALMENTS(BR-IDX) TO FORMAT-BALANCE
               MOVE BR-HELD(BR-IDX) TO FORMAT-SECOND
               STRING BR-CODE(BR-IDX) "  " BR-PLANS(BR-IDX)
                   "  " FORMAT-BALANCE "  " FORMAT-SECOND
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               MOVE BR-MISSED-AMT(BR-IDX) TO FORMAT-THIRD
               STRING "      " BR-BEHIND(BR-IDX) "  "
                   BR-MISSED(BR-IDX) "  " FORMAT-THIRD
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM

           WRITE REPORT-LINE FROM
               "-----------------------------------------------------"
           MOVE SPACES TO REPORT-LINE
           MOVE WS-TOTAL-INSTALMENTS TO FORMAT-BALANCE
           MOVE WS-TOTAL-HELD TO FORMAT-SECOND
           STRING "TOTAL " WS-OPEN-COUNT "  " FORMAT-BALANCE
               "  " FORMAT-SECOND
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-TOTAL-MISSED-AMT TO FORMAT-THIRD
           STRING "      " WS-BEHIND-COUNT "  " WS-TOTAL-MISSED
               "  " FORMAT-THIRD
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
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM RecurDepReport.
