       IDENTIFICATION DIVISION.
       PROGRAM-ID. CapturedCardReport.

      *> Monthly captured card report for branch operations. For each
      *> terminal, in TERMINALS.DAT order, gives the cards captured
      *> this month, those handed back and destroyed this month and
      *> the cards still HELD on CAPCARDS.DAT; a capture against a
      *> terminal since removed from the registry is counted on a
      *> line of its own. It then lists every unclaimed card due for
      *> destruction - held CAPCARDHOLDDAYS or longer, or hotlisted,
      *> or another bank's card - so the branch can clear its safe
      *> under supervisor sign-off in the captured-card register.
      *> Prints CAPCARD-<yyyymm>.txt on the month-end night and on
      *> demand from the register.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPCARD-FILE ASSIGN TO "CAPCARDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-ID
               FILE STATUS IS CAPCARD-STATUS.

           SELECT TERMINAL-FILE ASSIGN TO "TERMINALS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-ID
               FILE STATUS IS TERMINAL-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CAPCARD-FILE.
           COPY "CAPTURED-CARD.cpy".

       FD TERMINAL-FILE.
           COPY "TERMINAL-RECORD.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 CAPCARD-STATUS          PIC XX.
       01 TERMINAL-STATUS         PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 REPORT-FILENAME         PIC X(30).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-HOLD-DAYS            PIC 9(3) VALUE 30.
       01 WS-TODAY                PIC 9(8).
       01 WS-MONTH                PIC X(6).
       01 WS-SYS-DATE             PIC X(10).

       01 WS-EOF                  PIC X.
       01 WS-DAYS-HELD            PIC 9(5).
       01 WS-DUE                  PIC X.
       01 WS-DUE-COUNT            PIC 9(5) VALUE 0.
       01 WS-TOT-CAPTURED         PIC 9(5) VALUE 0.
       01 WS-TOT-RETURNED         PIC 9(5) VALUE 0.
       01 WS-TOT-DESTROYED        PIC 9(5) VALUE 0.
       01 WS-TOT-HELD             PIC 9(5) VALUE 0.

      *> One line per terminal, registry order first.
       01 CT-TABLE.
           05 CT-COUNT            PIC 9(3) VALUE 0.
           05 CT-ENTRY OCCURS 200 TIMES.
               10 CT-TERM         PIC X(8).
               10 CT-BRANCH       PIC X(4).
               10 CT-CAPTURED     PIC 9(5).
               10 CT-RETURNED     PIC 9(5).
               10 CT-DESTROYED    PIC 9(5).
               10 CT-HELD         PIC 9(5).
       01 CT-IDX                  PIC 9(3).
       01 CT-FOUND                PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           MOVE WS-TODAY(1:6) TO WS-MONTH
           MOVE 0 TO CT-COUNT WS-DUE-COUNT
           MOVE 0 TO WS-TOT-CAPTURED WS-TOT-RETURNED
           MOVE 0 TO WS-TOT-DESTROYED WS-TOT-HELD

           PERFORM LOAD-TERMINALS

           OPEN INPUT CAPCARD-FILE
           IF CAPCARD-STATUS = "00"
               PERFORM COUNT-CAPTURES
               CLOSE CAPCARD-FILE
           END-IF

           PERFORM OPEN-REPORT
           PERFORM WRITE-TERMINAL-LINES
           OPEN INPUT CAPCARD-FILE
           IF CAPCARD-STATUS = "00"
               PERFORM LIST-DUE-CARDS
               CLOSE CAPCARD-FILE
           ELSE
               WRITE REPORT-LINE FROM
                   "--- Unclaimed cards due for destruction ---"
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "Cards due for destruction: " WS-DUE-COUNT
               "   (holding period " WS-HOLD-DAYS " days)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Captured card report complete. " WS-TOT-CAPTURED
               " captured this month, " WS-TOT-HELD " held, "
               WS-DUE-COUNT " due for destruction. Report written "
               "to " REPORT-FILENAME
           GOBACK.

       LOAD-TERMINALS.
           OPEN INPUT TERMINAL-FILE
           IF TERMINAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TERMINAL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CT-COUNT < 200
                           ADD 1 TO CT-COUNT
                           MOVE TERM-ID TO CT-TERM(CT-COUNT)
                           MOVE TERM-BRANCH TO CT-BRANCH(CT-COUNT)
                           MOVE 0 TO CT-CAPTURED(CT-COUNT)
                               CT-RETURNED(CT-COUNT)
                               CT-DESTROYED(CT-COUNT)
                               CT-HELD(CT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMINAL-FILE.

       COUNT-CAPTURES.
           MOVE 'N' TO WS-EOF
           MOVE 1 TO CC-ID
           START CAPCARD-FILE KEY IS NOT LESS THAN CC-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ CAPCARD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM FIND-TERMINAL
                       IF CT-FOUND = 'Y'
                           PERFORM COUNT-ONE-CAPTURE
                       END-IF
               END-READ
           END-PERFORM.

       COUNT-ONE-CAPTURE.
           IF CC-CAPTURE-DATE(1:6) = WS-MONTH
               ADD 1 TO CT-CAPTURED(CT-IDX) WS-TOT-CAPTURED
           END-IF
           EVALUATE TRUE
               WHEN CC-HELD
                   ADD 1 TO CT-HELD(CT-IDX) WS-TOT-HELD
               WHEN CC-RETURNED
                   IF CC-DONE-DATE(1:6) = WS-MONTH
                       ADD 1 TO CT-RETURNED(CT-IDX) WS-TOT-RETURNED
                   END-IF
               WHEN CC-DESTROYED
                   IF CC-DONE-DATE(1:6) = WS-MONTH
                       ADD 1 TO CT-DESTROYED(CT-IDX)
                           WS-TOT-DESTROYED
                   END-IF
           END-EVALUATE.

      *> Sets CT-IDX to the terminal's line, adding one for a
      *> terminal no longer on the registry.
       FIND-TERMINAL.
           MOVE 'N' TO CT-FOUND
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CT-COUNT OR CT-FOUND = 'Y'
               IF CT-TERM(CT-IDX) = CC-TERMINAL
                   MOVE 'Y' TO CT-FOUND
               END-IF
           END-PERFORM
           IF CT-FOUND = 'Y'
               SUBTRACT 1 FROM CT-IDX
               EXIT PARAGRAPH
           END-IF
           IF CT-COUNT < 200
               ADD 1 TO CT-COUNT
               MOVE CT-COUNT TO CT-IDX
               MOVE CC-TERMINAL TO CT-TERM(CT-IDX)
               MOVE CC-BRANCH TO CT-BRANCH(CT-IDX)
               MOVE 0 TO CT-CAPTURED(CT-IDX) CT-RETURNED(CT-IDX)
                   CT-DESTROYED(CT-IDX) CT-HELD(CT-IDX)
               MOVE 'Y' TO CT-FOUND
           END-IF.

       WRITE-TERMINAL-LINES.
           WRITE REPORT-LINE FROM
               "TERMINAL BRANCH  CAPTURED RETURNED DESTROYED  HELD"
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING CT-TERM(CT-IDX) " " CT-BRANCH(CT-IDX)
                   "      " CT-CAPTURED(CT-IDX)
                   "    " CT-RETURNED(CT-IDX)
                   "    " CT-DESTROYED(CT-IDX)
                   "     " CT-HELD(CT-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           WRITE REPORT-LINE FROM
               "-----------------------------------------------------"
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL           " WS-TOT-CAPTURED
               "    " WS-TOT-RETURNED
               "    " WS-TOT-DESTROYED
               "     " WS-TOT-HELD
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       LIST-DUE-CARDS.
           WRITE REPORT-LINE FROM
               "--- Unclaimed cards due for destruction ---"
           MOVE 'N' TO WS-EOF
           MOVE 1 TO CC-ID
           START CAPCARD-FILE KEY IS NOT LESS THAN CC-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ CAPCARD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CC-HELD
                           PERFORM CHECK-DUE
                           IF WS-DUE = 'Y'
                               PERFORM WRITE-DUE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> Same test the register applies before it will destroy.
       CHECK-DUE.
           COMPUTE WS-DAYS-HELD =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) -
               FUNCTION INTEGER-OF-DATE(CC-CAPTURE-DATE)
           MOVE 'N' TO WS-DUE
           IF WS-DAYS-HELD >= WS-HOLD-DAYS
               MOVE 'Y' TO WS-DUE
           END-IF
           IF CC-HOTLIST OR CC-PRIOR-STATUS = "HOTLIST" OR
              CC-ACC-NO = 0
               MOVE 'Y' TO WS-DUE
           END-IF.

       WRITE-DUE-LINE.
           ADD 1 TO WS-DUE-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Entry " CC-ID "  card " CC-CARD-NO
               "  acc " CC-ACC-NO "  " CC-TERMINAL
               "  captured " CC-CAPTURE-DATE
               "  " WS-DAYS-HELD " day(s)  " CC-REASON
               "  " CC-PRIOR-STATUS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       OPEN-REPORT.
           MOVE SPACES TO REPORT-FILENAME
           STRING "CAPCARD-" WS-MONTH ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM
               "====== CAPTURED CARD REPORT ======"
           MOVE SPACES TO REPORT-LINE
           STRING "Month: " WS-MONTH "   Run date: " WS-TODAY
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
                           EVALUATE FUNCTION TRIM(WS-PARAM-NAME)
                               WHEN "BUSINESSDATE"
                                   COMPUTE WS-BUSINESS-DATE =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               WHEN "CAPCARDHOLDDAYS"
                                   COMPUTE WS-HOLD-DAYS =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM CapturedCardReport.
