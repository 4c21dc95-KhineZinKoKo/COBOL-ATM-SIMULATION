       IDENTIFICATION DIVISION.
       PROGRAM-ID. TillDiffReport.

      *> Monthly till difference report for branch operations and
      *> internal audit. From the till difference register
      *> (TILLDIFF.DAT) it gives, by branch and teller, the
      *> shortages and overages found at till close this month, the
      *> shortages written off and settled this month, and what
      *> every teller still owes on open shortages of any month,
      *> with a branch subtotal and a bank total. A teller with a
      *> shortage flagged as repeated this month is marked REPEAT.
      *> Prints TILLDIFF-<yyyymm>.txt on the month-end night and on
      *> demand from the register.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TILLDIFF-FILE ASSIGN TO "TILLDIFF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDF-ID
               FILE STATUS IS TILLDIFF-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD TILLDIFF-FILE.
           COPY "TILL-DIFFERENCE.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 TILLDIFF-STATUS         PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 REPORT-FILENAME         PIC X(30).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-TODAY                PIC 9(8).
       01 WS-MONTH                PIC X(6).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-EOF                  PIC X.
       01 WS-IN-MONTH             PIC X.
       01 WS-OUTSTANDING          PIC 9(15)V99.
       01 WS-SEEK-BRANCH          PIC X(4).
       01 WS-SEEK-TELLER          PIC X(20).
       01 WS-REPEAT-TELLERS       PIC 9(3) VALUE 0.

      *> One row per branch and teller, kept in branch/teller order.
       01 RT-TABLE.
           05 RT-COUNT            PIC 9(3) VALUE 0.
           05 RT-ENTRY OCCURS 200 TIMES.
               10 RT-BRANCH       PIC X(4).
               10 RT-TELLER       PIC X(20).
               10 RT-SHORT-CNT    PIC 9(4).
               10 RT-SHORT-AMT    PIC 9(15)V99.
               10 RT-OVER-CNT     PIC 9(4).
               10 RT-OVER-AMT     PIC 9(15)V99.
               10 RT-WOFF-AMT     PIC 9(15)V99.
               10 RT-OPEN-AMT     PIC 9(15)V99.
               10 RT-REPEAT       PIC X.
       01 RT-IDX                  PIC 9(3).
       01 RT-MOVE-IDX             PIC 9(3).

      *> Branch subtotal and bank total: short count, short amount,
      *> over count, over amount, written off, outstanding.
       01 TOTAL-LINES.
           05 TOT-ENTRY OCCURS 2 TIMES.
               10 TOT-SHORT-CNT   PIC 9(5).
               10 TOT-SHORT-AMT   PIC 9(15)V99.
               10 TOT-OVER-CNT    PIC 9(5).
               10 TOT-OVER-AMT    PIC 9(15)V99.
               10 TOT-WOFF-AMT    PIC 9(15)V99.
               10 TOT-OPEN-AMT    PIC 9(15)V99.
       01 TOT-IDX                 PIC 9.
       01 WS-CUR-BRANCH           PIC X(4).

       01 FORMAT-SHORT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-OVER             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-WOFF             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-OPEN             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-REPEAT-TEXT          PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           MOVE WS-TODAY(1:6) TO WS-MONTH
           MOVE 0 TO RT-COUNT WS-REPEAT-TELLERS
           INITIALIZE TOTAL-LINES

           OPEN INPUT TILLDIFF-FILE
           IF TILLDIFF-STATUS = "00"
               PERFORM FOLD-REGISTER
               CLOSE TILLDIFF-FILE
           END-IF

           PERFORM OPEN-REPORT
           PERFORM WRITE-TELLER-LINES
           CLOSE REPORT-FILE
           DISPLAY "Till difference report complete. "
               TOT-SHORT-CNT(2) " shortage(s), " TOT-OVER-CNT(2)
               " overage(s) this month, " WS-REPEAT-TELLERS
               " teller(s) with repeated shortages. Report written "
               "to " REPORT-FILENAME
           GOBACK.

       FOLD-REGISTER.
           MOVE 'N' TO WS-EOF
           MOVE 1 TO TDF-ID
           START TILLDIFF-FILE KEY IS NOT LESS THAN TDF-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ TILLDIFF-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM FOLD-ONE-ENTRY
               END-READ
           END-PERFORM.

       FOLD-ONE-ENTRY.
           MOVE 'N' TO WS-IN-MONTH
           IF TDF-DATE(1:6) = WS-MONTH
               MOVE 'Y' TO WS-IN-MONTH
           END-IF
           MOVE 0 TO WS-OUTSTANDING
           IF TDF-SHORTAGE AND TDF-OPEN
               COMPUTE WS-OUTSTANDING =
                   TDF-AMOUNT - TDF-RECOVERED - TDF-WRITTEN-OFF
           END-IF
           IF WS-IN-MONTH NOT = 'Y' AND WS-OUTSTANDING = 0 AND
              NOT (TDF-WRITE-OFF AND TDF-LAST-DATE(1:6) = WS-MONTH)
               EXIT PARAGRAPH
           END-IF

           MOVE TDF-BRANCH TO WS-SEEK-BRANCH
           MOVE TDF-OPERATOR TO WS-SEEK-TELLER
           PERFORM FIND-TELLER-ROW
           IF RT-IDX = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-IN-MONTH = 'Y'
               IF TDF-SHORTAGE
                   ADD 1 TO RT-SHORT-CNT(RT-IDX)
                   ADD TDF-AMOUNT TO RT-SHORT-AMT(RT-IDX)
                   IF TDF-REPEATED
                       MOVE 'Y' TO RT-REPEAT(RT-IDX)
                   END-IF
               ELSE
                   ADD 1 TO RT-OVER-CNT(RT-IDX)
                   ADD TDF-AMOUNT TO RT-OVER-AMT(RT-IDX)
               END-IF
           END-IF
           IF TDF-WRITE-OFF AND TDF-LAST-DATE(1:6) = WS-MONTH
               ADD TDF-WRITTEN-OFF TO RT-WOFF-AMT(RT-IDX)
           END-IF
           ADD WS-OUTSTANDING TO RT-OPEN-AMT(RT-IDX).

      *> Finds or inserts the row for WS-SEEK-BRANCH/WS-SEEK-TELLER,
      *> keeping the table in branch and teller order; RT-IDX is 0
      *> when the table is full.
       FIND-TELLER-ROW.
           PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > RT-COUNT
               IF RT-BRANCH(RT-IDX) = WS-SEEK-BRANCH AND
                  RT-TELLER(RT-IDX) = WS-SEEK-TELLER
                   EXIT PARAGRAPH
               END-IF
               IF RT-BRANCH(RT-IDX) > WS-SEEK-BRANCH OR
                  (RT-BRANCH(RT-IDX) = WS-SEEK-BRANCH AND
                   RT-TELLER(RT-IDX) > WS-SEEK-TELLER)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF RT-COUNT >= 200
               MOVE 0 TO RT-IDX
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RT-MOVE-IDX FROM RT-COUNT BY -1
                   UNTIL RT-MOVE-IDX < RT-IDX
               MOVE RT-ENTRY(RT-MOVE-IDX) TO RT-ENTRY(RT-MOVE-IDX + 1)
           END-PERFORM
           ADD 1 TO RT-COUNT
           INITIALIZE RT-ENTRY(RT-IDX)
           MOVE WS-SEEK-BRANCH TO RT-BRANCH(RT-IDX)
           MOVE WS-SEEK-TELLER TO RT-TELLER(RT-IDX)
           MOVE 'N' TO RT-REPEAT(RT-IDX).

       WRITE-TELLER-LINES.
           MOVE SPACES TO WS-CUR-BRANCH
           PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > RT-COUNT
               IF RT-BRANCH(RT-IDX) NOT = WS-CUR-BRANCH
                   IF WS-CUR-BRANCH NOT = SPACES
                       PERFORM WRITE-BRANCH-TOTAL
                   END-IF
                   MOVE RT-BRANCH(RT-IDX) TO WS-CUR-BRANCH
                   INITIALIZE TOT-ENTRY(1)
                   WRITE REPORT-LINE FROM SPACES
                   MOVE SPACES TO REPORT-LINE
                   STRING "BRANCH " WS-CUR-BRANCH
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               PERFORM WRITE-ONE-TELLER
               PERFORM VARYING TOT-IDX FROM 1 BY 1 UNTIL TOT-IDX > 2
                   ADD RT-SHORT-CNT(RT-IDX) TO TOT-SHORT-CNT(TOT-IDX)
                   ADD RT-SHORT-AMT(RT-IDX) TO TOT-SHORT-AMT(TOT-IDX)
                   ADD RT-OVER-CNT(RT-IDX) TO TOT-OVER-CNT(TOT-IDX)
                   ADD RT-OVER-AMT(RT-IDX) TO TOT-OVER-AMT(TOT-IDX)
                   ADD RT-WOFF-AMT(RT-IDX) TO TOT-WOFF-AMT(TOT-IDX)
                   ADD RT-OPEN-AMT(RT-IDX) TO TOT-OPEN-AMT(TOT-IDX)
               END-PERFORM
           END-PERFORM
           IF WS-CUR-BRANCH NOT = SPACES
               PERFORM WRITE-BRANCH-TOTAL
           END-IF

           WRITE REPORT-LINE FROM SPACES
           MOVE 2 TO TOT-IDX
           PERFORM FORMAT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "BANK TOTAL          " TOT-SHORT-CNT(2) " "
               FORMAT-SHORT " " TOT-OVER-CNT(2) " " FORMAT-OVER " "
               FORMAT-WOFF " " FORMAT-OPEN
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-ONE-TELLER.
           MOVE RT-SHORT-AMT(RT-IDX) TO FORMAT-SHORT
           MOVE RT-OVER-AMT(RT-IDX) TO FORMAT-OVER
           MOVE RT-WOFF-AMT(RT-IDX) TO FORMAT-WOFF
           MOVE RT-OPEN-AMT(RT-IDX) TO FORMAT-OPEN
           IF RT-REPEAT(RT-IDX) = 'Y'
               MOVE "REPEAT" TO WS-REPEAT-TEXT
               ADD 1 TO WS-REPEAT-TELLERS
           ELSE
               MOVE SPACES TO WS-REPEAT-TEXT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING RT-TELLER(RT-IDX) " " RT-SHORT-CNT(RT-IDX) " "
               FORMAT-SHORT "  " RT-OVER-CNT(RT-IDX) " " FORMAT-OVER
               " " FORMAT-WOFF " " FORMAT-OPEN " " WS-REPEAT-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-BRANCH-TOTAL.
           MOVE 1 TO TOT-IDX
           PERFORM FORMAT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  Branch total      " TOT-SHORT-CNT(1) " "
               FORMAT-SHORT " " TOT-OVER-CNT(1) " " FORMAT-OVER " "
               FORMAT-WOFF " " FORMAT-OPEN
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       FORMAT-TOTAL.
           MOVE TOT-SHORT-AMT(TOT-IDX) TO FORMAT-SHORT
           MOVE TOT-OVER-AMT(TOT-IDX) TO FORMAT-OVER
           MOVE TOT-WOFF-AMT(TOT-IDX) TO FORMAT-WOFF
           MOVE TOT-OPEN-AMT(TOT-IDX) TO FORMAT-OPEN.

       OPEN-REPORT.
           MOVE SPACES TO REPORT-FILENAME
           STRING "TILLDIFF-" WS-MONTH ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM
               "====== TILL DIFFERENCE REPORT ======"
           MOVE SPACES TO REPORT-LINE
           STRING "Month: " WS-MONTH "   Run date: " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SPACES
           MOVE SPACES TO REPORT-LINE
           MOVE "TELLER" TO REPORT-LINE(1:6)
           MOVE "SHRT" TO REPORT-LINE(22:4)
           MOVE "SHORTAGES" TO REPORT-LINE(36:9)
           MOVE "OVER" TO REPORT-LINE(47:4)
           MOVE "OVERAGES" TO REPORT-LINE(62:8)
           MOVE "WRITTEN OFF" TO REPORT-LINE(78:11)
           MOVE "OUTSTANDING" TO REPORT-LINE(97:11)
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM
               "                     (count and value found at till "
               & "close this month; write-offs settled this month)".

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

       END PROGRAM TillDiffReport.
