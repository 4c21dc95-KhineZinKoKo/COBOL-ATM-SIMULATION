       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanRecoveries.

      *> Written-off loans and recoveries report for the board and
      *> the central bank return. Reads the WRITEOFFS.DAT memorandum
      *> ledger and the WORECOV.DAT recovery log and prints
      *> RECOVERIES-<date>.txt: every written-off loan with the
      *> principal written off, the claim, what has come back this
      *> month, this year and in all, and what is still claimable;
      *> the same by branch; and the return figures - write-offs in
      *> the month and the year, recoveries in the month and the
      *> year by source, and the memorandum balance carried. The
      *> month and year are those of the business date. Runs on the
      *> month-end night and on demand from LoanMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRITEOFF-FILE ASSIGN TO "WRITEOFFS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-LOAN-ID
               FILE STATUS IS WRITEOFF-STATUS.

           SELECT RECOVERY-FILE ASSIGN TO "WORECOV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-KEY
               FILE STATUS IS RECOVERY-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD WRITEOFF-FILE.
           COPY "LOAN-WRITEOFF.cpy".

       FD RECOVERY-FILE.
           COPY "WO-RECOVERY.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WRITEOFF-STATUS         PIC XX.
       01 RECOVERY-STATUS         PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 REPORT-FILENAME         PIC X(30).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-THIS-MONTH           PIC 9(6).
       01 WS-THIS-YEAR            PIC 9(4).

       01 WS-EOF                  PIC X.
       01 WS-REC-EOF              PIC X.
       01 WS-RECOVERIES-OPEN      PIC X VALUE 'N'.

      *> Per loan, filled from its recovery log records.
       01 WS-LOAN-MTD             PIC 9(15)V99.
       01 WS-LOAN-YTD             PIC 9(15)V99.
       01 WS-CLAIMABLE            PIC 9(15)V99.

      *> Return totals. Recoveries by source 1-3 = CASH /
      *> COLLATERAL / OTHER.
       01 WS-LOAN-COUNT           PIC 9(5) VALUE 0.
       01 WS-OPEN-COUNT           PIC 9(5) VALUE 0.
       01 WS-WO-MTD-COUNT         PIC 9(5) VALUE 0.
       01 WS-WO-MTD-AMOUNT        PIC 9(15)V99 VALUE 0.
       01 WS-WO-YTD-COUNT         PIC 9(5) VALUE 0.
       01 WS-WO-YTD-AMOUNT        PIC 9(15)V99 VALUE 0.
       01 WS-TOTAL-PRINCIPAL      PIC 9(15)V99 VALUE 0.
       01 WS-TOTAL-CLAIM          PIC 9(15)V99 VALUE 0.
       01 WS-TOTAL-RECOVERED      PIC 9(15)V99 VALUE 0.
       01 WS-TOTAL-CLAIMABLE      PIC 9(15)V99 VALUE 0.
       01 WS-SRC-IDX              PIC 9.
       01 SOURCE-TOTALS.
           05 SRC-ROW OCCURS 3 TIMES.
               10 SRC-MTD         PIC 9(15)V99.
               10 SRC-YTD         PIC 9(15)V99.
       01 WS-SOURCE-NAME          PIC X(10).
       01 WS-RECOVERY-RATE        PIC 9(3)V9.

       01 BRANCH-TABLE.
           05 BR-COUNT            PIC 9(2) VALUE 0.
           05 BR-ENTRY OCCURS 20 TIMES.
               10 BR-CODE         PIC X(4).
               10 BR-LOANS        PIC 9(5).
               10 BR-PRINCIPAL    PIC 9(15)V99.
               10 BR-RECOVERED    PIC 9(15)V99.
               10 BR-CLAIMABLE    PIC 9(15)V99.
       01 BR-IDX                  PIC 9(2).
       01 WS-BR-FOUND             PIC X.

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-SECOND           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-RATE             PIC ZZ9.9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           MOVE WS-TODAY(1:6) TO WS-THIS-MONTH
           MOVE WS-TODAY(1:4) TO WS-THIS-YEAR
           MOVE 0 TO SOURCE-TOTALS

           OPEN INPUT WRITEOFF-FILE
           IF WRITEOFF-STATUS NOT = "00"
               DISPLAY "No loans have been written off - no "
                   "recoveries report."
               GOBACK
           END-IF
           OPEN INPUT RECOVERY-FILE
           IF RECOVERY-STATUS = "00"
               MOVE 'Y' TO WS-RECOVERIES-OPEN
           END-IF

           PERFORM OPEN-REPORT

           MOVE 'N' TO WS-EOF
           MOVE 0 TO WO-LOAN-ID
           START WRITEOFF-FILE KEY IS NOT LESS THAN WO-LOAN-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ WRITEOFF-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM REPORT-ONE-WRITEOFF
               END-READ
           END-PERFORM

           CLOSE WRITEOFF-FILE
           IF WS-RECOVERIES-OPEN = 'Y'
               CLOSE RECOVERY-FILE
           END-IF

           PERFORM WRITE-BRANCH-SUMMARY
           PERFORM WRITE-RETURN-SUMMARY
           CLOSE REPORT-FILE
           DISPLAY "Recoveries report complete. " WS-LOAN-COUNT
               " written-off loan(s), " WS-OPEN-COUNT
               " still claimable. Report written to "
               REPORT-FILENAME
           GOBACK.

       REPORT-ONE-WRITEOFF.
           ADD 1 TO WS-LOAN-COUNT
           IF WO-OPEN
               ADD 1 TO WS-OPEN-COUNT
           END-IF
           IF WO-DATE(1:6) = WS-THIS-MONTH
               ADD 1 TO WS-WO-MTD-COUNT
               ADD WO-PRINCIPAL TO WS-WO-MTD-AMOUNT
           END-IF
           IF WO-DATE(1:4) = WS-THIS-YEAR
               ADD 1 TO WS-WO-YTD-COUNT
               ADD WO-PRINCIPAL TO WS-WO-YTD-AMOUNT
           END-IF

           PERFORM SUM-LOAN-RECOVERIES

           IF WO-RECOVERED >= WO-CLAIM
               MOVE 0 TO WS-CLAIMABLE
           ELSE
               COMPUTE WS-CLAIMABLE = WO-CLAIM - WO-RECOVERED
           END-IF
           ADD WO-PRINCIPAL TO WS-TOTAL-PRINCIPAL
           ADD WO-CLAIM TO WS-TOTAL-CLAIM
           ADD WO-RECOVERED TO WS-TOTAL-RECOVERED
           ADD WS-CLAIMABLE TO WS-TOTAL-CLAIMABLE

           PERFORM BUMP-BRANCH-ROW

           MOVE SPACES TO REPORT-LINE
           STRING WO-LOAN-ID DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WO-BRANCH DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WO-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WO-PRINCIPAL DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WO-CLAIM DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-LOAN-MTD DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-LOAN-YTD DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WO-RECOVERED DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CLAIMABLE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WO-STATUS) DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *> The log is keyed loan + sequence, so one loan's recoveries
      *> sit together from sequence 0 up.
       SUM-LOAN-RECOVERIES.
           MOVE 0 TO WS-LOAN-MTD
           MOVE 0 TO WS-LOAN-YTD
           IF WS-RECOVERIES-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-REC-EOF
           MOVE WO-LOAN-ID TO REC-LOAN-ID
           MOVE 0 TO REC-SEQ
           START RECOVERY-FILE KEY IS NOT LESS THAN REC-KEY
               INVALID KEY MOVE 'Y' TO WS-REC-EOF
           END-START
           PERFORM UNTIL WS-REC-EOF = 'Y'
               READ RECOVERY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-REC-EOF
                   NOT AT END
                       IF REC-LOAN-ID NOT = WO-LOAN-ID
                           MOVE 'Y' TO WS-REC-EOF
                       ELSE
                           PERFORM COUNT-ONE-RECOVERY
                       END-IF
               END-READ
           END-PERFORM.

       COUNT-ONE-RECOVERY.
           EVALUATE TRUE
               WHEN REC-CASH
                   MOVE 1 TO WS-SRC-IDX
               WHEN REC-COLLATERAL
                   MOVE 2 TO WS-SRC-IDX
               WHEN OTHER
                   MOVE 3 TO WS-SRC-IDX
           END-EVALUATE
           IF REC-DATE(1:6) = WS-THIS-MONTH
               ADD REC-AMOUNT TO WS-LOAN-MTD
               ADD REC-AMOUNT TO SRC-MTD(WS-SRC-IDX)
           END-IF
           IF REC-DATE(1:4) = WS-THIS-YEAR
               ADD REC-AMOUNT TO WS-LOAN-YTD
               ADD REC-AMOUNT TO SRC-YTD(WS-SRC-IDX)
           END-IF.

       BUMP-BRANCH-ROW.
           MOVE 'N' TO WS-BR-FOUND
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-COUNT
               IF BR-CODE(BR-IDX) = WO-BRANCH
                   MOVE 'Y' TO WS-BR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BR-FOUND NOT = 'Y'
               IF BR-COUNT < 20
                   ADD 1 TO BR-COUNT
                   MOVE BR-COUNT TO BR-IDX
                   MOVE WO-BRANCH TO BR-CODE(BR-IDX)
                   MOVE 0 TO BR-LOANS(BR-IDX)
                   MOVE 0 TO BR-PRINCIPAL(BR-IDX)
                   MOVE 0 TO BR-RECOVERED(BR-IDX)
                   MOVE 0 TO BR-CLAIMABLE(BR-IDX)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO BR-LOANS(BR-IDX)
           ADD WO-PRINCIPAL TO BR-PRINCIPAL(BR-IDX)
           ADD WO-RECOVERED TO BR-RECOVERED(BR-IDX)
           ADD WS-CLAIMABLE TO BR-CLAIMABLE(BR-IDX).

       OPEN-REPORT.
           STRING "RECOVERIES-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM
               "========= WRITTEN-OFF LOANS AND RECOVERIES =========="
           MOVE SPACES TO REPORT-LINE
           STRING "Run date: " WS-TODAY "   month " WS-THIS-MONTH
               "   year " WS-THIS-YEAR
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "LOAN,BRANCH,WRITTEN OFF,PRINCIPAL,CLAIM,"
               DELIMITED BY SIZE
               "RECOVERED MTD,RECOVERED YTD,RECOVERED,"
               DELIMITED BY SIZE
               "CLAIMABLE,STATUS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-BRANCH-SUMMARY.
           WRITE REPORT-LINE FROM
               "-----------------------------------------------------"
           WRITE REPORT-LINE FROM
               "BY BRANCH: loans / principal written off / recovered"
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-COUNT
               MOVE SPACES TO REPORT-LINE
               MOVE BR-PRINCIPAL(BR-IDX) TO FORMAT-BALANCE
               MOVE BR-RECOVERED(BR-IDX) TO FORMAT-SECOND
               STRING BR-CODE(BR-IDX) "  " BR-LOANS(BR-IDX)
                   "  " FORMAT-BALANCE "  " FORMAT-SECOND
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM.

      *> The figures the central bank return asks for, and the
      *> memorandum balance the board sees against the book.
       WRITE-RETURN-SUMMARY.
           WRITE REPORT-LINE FROM
               "-----------------------------------------------------"
           WRITE REPORT-LINE FROM "RETURN SUMMARY"
           MOVE SPACES TO REPORT-LINE
           MOVE WS-WO-MTD-AMOUNT TO FORMAT-BALANCE
           STRING "Written off this month : " WS-WO-MTD-COUNT
               " loan(s) " FORMAT-BALANCE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-WO-YTD-AMOUNT TO FORMAT-BALANCE
           STRING "Written off this year  : " WS-WO-YTD-COUNT
               " loan(s) " FORMAT-BALANCE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM
               "Recoveries by source   :   this month / this year"
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 3
               EVALUATE WS-SRC-IDX
                   WHEN 1 MOVE "CASH" TO WS-SOURCE-NAME
                   WHEN 2 MOVE "COLLATERAL" TO WS-SOURCE-NAME
                   WHEN 3 MOVE "OTHER" TO WS-SOURCE-NAME
               END-EVALUATE
               MOVE SPACES TO REPORT-LINE
               MOVE SRC-MTD(WS-SRC-IDX) TO FORMAT-BALANCE
               MOVE SRC-YTD(WS-SRC-IDX) TO FORMAT-SECOND
               STRING "  " WS-SOURCE-NAME "           "
                   FORMAT-BALANCE "  " FORMAT-SECOND
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           MOVE WS-TOTAL-PRINCIPAL TO FORMAT-BALANCE
           STRING "Principal written off  : " FORMAT-BALANCE
               " (all time)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-TOTAL-RECOVERED TO FORMAT-BALANCE
           STRING "Recovered to date      : " FORMAT-BALANCE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-TOTAL-PRINCIPAL > 0
               COMPUTE WS-RECOVERY-RATE ROUNDED =
                   WS-TOTAL-RECOVERED * 100 / WS-TOTAL-PRINCIPAL
               MOVE WS-RECOVERY-RATE TO FORMAT-RATE
               MOVE SPACES TO REPORT-LINE
               STRING "Recovery rate          : " FORMAT-RATE
                   "% of principal written off"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-TOTAL-CLAIMABLE TO FORMAT-BALANCE
           STRING "Memorandum balance     : " FORMAT-BALANCE
               " still claimable on " WS-OPEN-COUNT " loan(s)"
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

       END PROGRAM LoanRecoveries.
