      *> ADMINS.DAT so a branch filter lets supervisors compare
      *> like with like. Overrides requested are the DUP_OVERRIDE
      *> and OVERRIDE entries on the audit log naming the teller.
      *> The till difference register (TILLDIFF.DAT) adds each
      *> teller's shortages and overages in the period, what was
      *> written off of them, what the teller still owes on open
      *> shortages of any date, and the repeated shortage flag.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

           SELECT TILLDIFF-FILE ASSIGN TO "TILLDIFF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDF-ID
               FILE STATUS IS TILLDIFF-STATUS.

           SELECT ADMINS-FILE ASSIGN TO "ADMINS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD AUDIT-FILE.
       01 AUDIT-REC               PIC X(136).

       FD TILLDIFF-FILE.
           COPY "TILL-DIFFERENCE.cpy".

       FD ADMINS-FILE.
           COPY "ADMIN-RECORD.cpy".

       01 DECLINED-STATUS         PIC XX.
       01 AUDIT-STATUS            PIC XX.
       01 ADMINS-STATUS           PIC XX.
       01 TILLDIFF-STATUS         PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 REPORT-FILENAME         PIC X(30).

               10 OP-OVER-SHORT   PIC S9(15)V99.
               10 OP-DECLINES     PIC 9(5).
               10 OP-OVERRIDES    PIC 9(5).
               10 OP-SHORT-CNT    PIC 9(4).
               10 OP-SHORT-AMT    PIC 9(15)V99.
               10 OP-OVER-AMT     PIC 9(15)V99.
               10 OP-WOFF-AMT     PIC 9(15)V99.
               10 OP-OPEN-SHORT   PIC 9(15)V99.
               10 OP-REPEAT       PIC X.
       01 OP-IDX                  PIC 9(2).
       01 WS-SEEK-OP              PIC X(20).
       01 WS-TYPE-IDX             PIC 9.
       01 WS-SESSION-HOURS        PIC 9(5)V99.
       01 WS-TX-TOTAL             PIC 9(7).
       01 WS-PER-HOUR             PIC 9(5)V99.
       01 WS-OUTSTANDING          PIC 9(15)V99.
       01 WS-IN-PERIOD            PIC X.

       01 WS-D-DATE               PIC X(16).
       01 WS-D-ACC                PIC X(18).

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE.
       MAIN-PROCEDURE.
           PERFORM FOLD-TILL-SESSIONS
           PERFORM FOLD-DECLINES
           PERFORM FOLD-OVERRIDES
           PERFORM FOLD-TILL-DIFFERENCES
           PERFORM RESOLVE-BRANCHES
           PERFORM WRITE-REPORT

               END-IF
           END-IF.

      *> Differences found in the period, and open shortages of any
      *> date for what the teller owes now.
       FOLD-TILL-DIFFERENCES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TILLDIFF-FILE
           IF TILLDIFF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO TDF-ID
           START TILLDIFF-FILE KEY IS NOT LESS THAN TDF-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ TILLDIFF-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE 'N' TO WS-IN-PERIOD
                       IF TDF-DATE >= WS-FROM-DATE AND
                          TDF-DATE <= WS-TO-DATE
                           MOVE 'Y' TO WS-IN-PERIOD
                       END-IF
                       MOVE 0 TO WS-OUTSTANDING
                       IF TDF-SHORTAGE AND TDF-OPEN
                           COMPUTE WS-OUTSTANDING = TDF-AMOUNT
                               - TDF-RECOVERED - TDF-WRITTEN-OFF
                       END-IF
                       IF WS-IN-PERIOD = 'Y' OR WS-OUTSTANDING > 0
                           MOVE TDF-OPERATOR TO WS-SEEK-OP
                           PERFORM FIND-OPERATOR-ROW
                           ADD WS-OUTSTANDING TO OP-OPEN-SHORT(OP-IDX)
                       END-IF
                       IF WS-IN-PERIOD = 'Y'
                           PERFORM FOLD-ONE-DIFFERENCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TILLDIFF-FILE.

       FOLD-ONE-DIFFERENCE.
           IF TDF-SHORTAGE
               ADD 1 TO OP-SHORT-CNT(OP-IDX)
               ADD TDF-AMOUNT TO OP-SHORT-AMT(OP-IDX)
               ADD TDF-WRITTEN-OFF TO OP-WOFF-AMT(OP-IDX)
               IF TDF-REPEATED
                   MOVE 'Y' TO OP-REPEAT(OP-IDX)
               END-IF
           ELSE
               ADD TDF-AMOUNT TO OP-OVER-AMT(OP-IDX)
           END-IF.

       RESOLVE-BRANCHES.
           OPEN INPUT ADMINS-FILE
           IF ADMINS-STATUS NOT = "00"
               "  over/short " FORMAT-SIGNED
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF OP-SHORT-CNT(OP-IDX) > 0 OR OP-OVER-AMT(OP-IDX) > 0 OR
              OP-OPEN-SHORT(OP-IDX) > 0
               MOVE SPACES TO REPORT-LINE
               MOVE OP-SHORT-AMT(OP-IDX) TO FORMAT-BALANCE
               STRING "  Shortages " OP-SHORT-CNT(OP-IDX)
                   " totalling " FORMAT-BALANCE
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               IF OP-REPEAT(OP-IDX) = 'Y'
                   MOVE "*** REPEATED SHORTAGES ***"
                       TO REPORT-LINE(60:26)
               END-IF
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               MOVE OP-OVER-AMT(OP-IDX) TO FORMAT-BALANCE
               STRING "  Overages  " FORMAT-BALANCE
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               MOVE OP-WOFF-AMT(OP-IDX) TO FORMAT-BALANCE
               STRING "  Shortages written off " FORMAT-BALANCE
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               MOVE OP-OPEN-SHORT(OP-IDX) TO FORMAT-BALANCE
               STRING "  Still owed on shortages " FORMAT-BALANCE
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       END PROGRAM TellerActivity.
