      *> actioned once: a loan already in ARREARS is skipped, and the
      *> RUNCTL.DAT record (job LOANARREARS) refuses a second run for
      *> the same business date.
      *> Loans to joint liability groups (LOANGROUPS.DAT) have no
      *> standing order - the group repays at its meeting - so a
      *> second pass compares what has been collected on each
      *> running member loan with the instalments due to date and
      *> flags it the same way once it is a full instalment behind.
      *> Every group is then marked in arrears while any of its
      *> member loans is, since the members answer for each other,
      *> and the groups in arrears are listed on the run report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNRPT-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANSACTIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID
               ALTERNATE RECORD KEY IS TRANSACTION-CDE
               ALTERNATE RECORD KEY IS TR-ACC-NO
                   WITH DUPLICATES
               FILE STATUS IS TRANS-STATUS.

           SELECT GROUP-FILE ASSIGN TO "LOANGROUPS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-GROUP-ID
               FILE STATUS IS GROUP-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD RUNRPT-FILE.
       01 RUNRPT-LINE             PIC X(100).

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD GROUP-FILE.
           COPY "LOAN-GROUP.cpy".

       WORKING-STORAGE SECTION.
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01 RETRY-STATUS-CODE       PIC XX.
       01 LOAN-STATUS-CODE        PIC XX.
       01 FILE-STATUS             PIC XX.
       01 RUNCTL-STATUS           PIC XX.
       01 RUNRPT-STATUS           PIC XX.
       01 RUNRPT-FILENAME         PIC X(30).
       01 TRANS-STATUS            PIC XX.
       01 GROUP-STATUS            PIC XX.

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-PENALTY-RATE         PIC 9V9999 VALUE 0.0200.
       01 WS-LOAN-OFFICE-ACC      PIC 9(16) VALUE 0.

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-SCAN-COUNT           PIC 9(5) VALUE 0.
       01 WS-FLAGGED-COUNT        PIC 9(5) VALUE 0.
       01 WS-NOTICE-COUNT         PIC 9(5) VALUE 0.
       01 WS-GROUP-ARREARS-COUNT  PIC 9(5) VALUE 0.

       01 WS-MONTHS-ELAPSED       PIC 9(5).
       01 WS-DUE-COUNT            PIC 9(5).
       01 WS-DUE-AMOUNT           PIC 9(15)V99.
       01 WS-PAID-AMOUNT          PIC 9(15)V99.
       01 WS-SHORT-AMOUNT         PIC S9(15)V99.
       01 WS-TR-AMT               PIC 9(15)V99.
       01 WS-TRAN-EOF             PIC X.
       01 WS-GROUP-EOF            PIC X.
       01 WS-GM-IDX               PIC 9(2).
       01 WS-GM-BEHIND            PIC 9(2).

       01 WS-ALERT-ACC            PIC 9(16).
       01 WS-ALERT-PHONE          PIC X(15).
               GOBACK
           END-IF

           OPEN I-O LOAN-FILE
           IF LOAN-STATUS-CODE NOT = "00"
               DISPLAY "No loan file - nothing to do."
               PERFORM CLOSE-RUN-CONTROL
               GOBACK
           END-IF

           PERFORM OPEN-RUN-REPORT

           OPEN INPUT RETRY-FILE
           IF RETRY-STATUS-CODE = "00"
      *> A restart resumes just past the last checkpointed retry.
               MOVE 'N' TO WS-RETRY-EOF
               MOVE WS-RESTART-KEY TO RETRY-SCHED-ID
               START RETRY-FILE KEY IS GREATER THAN RETRY-SCHED-ID
                   INVALID KEY MOVE 'Y' TO WS-RETRY-EOF
               END-START

               PERFORM UNTIL WS-RETRY-EOF = 'Y'
                   READ RETRY-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-RETRY-EOF
                       NOT AT END
                           ADD 1 TO WS-SCAN-COUNT
                           IF RETRY-ABANDONED
                               PERFORM MATCH-RETRY-TO-LOAN
                           END-IF
                           PERFORM UPDATE-CHECKPOINT
                   END-READ
               END-PERFORM
               CLOSE RETRY-FILE
           ELSE
               DISPLAY "No standing-order retry queue on file."
           END-IF

           PERFORM GROUP-LOAN-PASS
           CLOSE LOAN-FILE
           PERFORM UPDATE-GROUP-ARREARS
           PERFORM CLOSE-RUN-REPORT
           PERFORM CLOSE-RUN-CONTROL
           DISPLAY "Loan arrears batch complete. "
               WS-SCAN-COUNT " retry record(s) scanned, "
               WS-FLAGGED-COUNT " loan(s) moved to arrears, "
               WS-NOTICE-COUNT " notice(s) queued, "
               WS-GROUP-ARREARS-COUNT " group(s) in arrears."
           GOBACK.

      *> LOAN-SCHED-ID is not a key on LOANS.DAT, so the match is a
               PERFORM FLAG-LOAN-ARREARS
           END-IF.

      *> Due is the instalments elapsed since disbursement (30-day
      *> months, capped at the term); collected is what the group
      *> meetings have moved from the member account to the loan
      *> office account - the same measure as the LoanMaint arrears
      *> report.
       GROUP-LOAN-PASS.
           IF WS-LOAN-OFFICE-ACC = 0
               DISPLAY "LOANOFFICEACC is not set - group loans "
                   "not checked."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MATCH-SCHED-ID
           MOVE 'N' TO WS-LOAN-EOF
           MOVE 0 TO LOAN-ID
           START LOAN-FILE KEY IS NOT LESS THAN LOAN-ID
               INVALID KEY MOVE 'Y' TO WS-LOAN-EOF
           END-START
           PERFORM UNTIL WS-LOAN-EOF = 'Y'
               READ LOAN-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LOAN-EOF
                   NOT AT END
                       IF LOAN-GROUP-ID NOT = 0 AND LOAN-ACTIVE
                           PERFORM CHECK-GROUP-LOAN
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-GROUP-LOAN.
           COMPUTE WS-MONTHS-ELAPSED =
               (FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                FUNCTION INTEGER-OF-DATE(LOAN-DISBURSE-DATE)) / 30
           MOVE WS-MONTHS-ELAPSED TO WS-DUE-COUNT
           IF WS-DUE-COUNT > LOAN-TERM-MONTHS
               MOVE LOAN-TERM-MONTHS TO WS-DUE-COUNT
           END-IF
           COMPUTE WS-DUE-AMOUNT = WS-DUE-COUNT * LOAN-INSTALMENT
           PERFORM SUM-COLLECTIONS
           COMPUTE WS-SHORT-AMOUNT = WS-DUE-AMOUNT - WS-PAID-AMOUNT
           IF WS-SHORT-AMOUNT >= LOAN-INSTALMENT AND
              LOAN-INSTALMENT > 0
               PERFORM FLAG-LOAN-ARREARS
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

      *> One member behind puts the whole group in arrears; the
      *> date is kept from the day it first went behind.
       UPDATE-GROUP-ARREARS.
           OPEN I-O GROUP-FILE
           IF GROUP-STATUS NOT = "00"
               CLOSE GROUP-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LOAN-FILE
           MOVE 'N' TO WS-GROUP-EOF
           MOVE 0 TO LG-GROUP-ID
           START GROUP-FILE KEY IS NOT LESS THAN LG-GROUP-ID
               INVALID KEY MOVE 'Y' TO WS-GROUP-EOF
           END-START
           PERFORM UNTIL WS-GROUP-EOF = 'Y'
               READ GROUP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-GROUP-EOF
                   NOT AT END
                       IF LG-ACTIVE
                           PERFORM COUNT-GROUP-ARREARS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE
           CLOSE GROUP-FILE.

       COUNT-GROUP-ARREARS.
           MOVE 0 TO WS-GM-BEHIND
           PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                   UNTIL WS-GM-IDX > LG-MEMBER-COUNT
               IF LG-MEMBER-LOAN-ID(WS-GM-IDX) NOT = 0
                   MOVE LG-MEMBER-LOAN-ID(WS-GM-IDX) TO LOAN-ID
                   READ LOAN-FILE
                       NOT INVALID KEY
                           IF LOAN-ARREARS
                               ADD 1 TO WS-GM-BEHIND
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           MOVE WS-GM-BEHIND TO LG-ARREARS-MEMBERS
           IF WS-GM-BEHIND = 0
               MOVE 'N' TO LG-ARREARS-FLAG
               MOVE 0 TO LG-ARREARS-DATE
           ELSE
               IF NOT LG-IN-ARREARS
                   MOVE 'Y' TO LG-ARREARS-FLAG
                   MOVE WS-TODAY TO LG-ARREARS-DATE
               END-IF
               ADD 1 TO WS-GROUP-ARREARS-COUNT
               MOVE SPACES TO RUNRPT-LINE
               STRING "GROUP " LG-GROUP-ID " " LG-NAME " "
                   LG-BRANCH " " WS-GM-BEHIND " of "
                   LG-MEMBER-COUNT " behind since "
                   LG-ARREARS-DATE
                   DELIMITED BY SIZE INTO RUNRPT-LINE
               END-STRING
               WRITE RUNRPT-LINE
           END-IF
           REWRITE LOAN-GROUP-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not update group "
                       LG-GROUP-ID
           END-REWRITE.

       FLAG-LOAN-ARREARS.
           COMPUTE WS-PENALTY-AMOUNT ROUNDED =
               LOAN-INSTALMENT * WS-PENALTY-RATE
                   DISPLAY "[ERROR]: Could not update loan " LOAN-ID
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "LONU" TO WS-IJ-KIND
           MOVE LOAN-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           ADD 1 TO WS-FLAGGED-COUNT
           PERFORM REPORT-FLAGGED
           PERFORM QUEUE-ARREARS-NOTICE.
           WRITE RUNRPT-LINE
           MOVE SPACES TO RUNRPT-LINE
           MOVE WS-PENALTY-AMOUNT TO FORMAT-BALANCE
           IF LOAN-GROUP-ID NOT = 0
               STRING "        penalty accrued " FORMAT-BALANCE
                   " (group " LOAN-GROUP-ID ")"
                   DELIMITED BY SIZE INTO RUNRPT-LINE
               END-STRING
           ELSE
               STRING "        penalty accrued " FORMAT-BALANCE
                   " (retry " WS-MATCH-SCHED-ID ")"
                   DELIMITED BY SIZE INTO RUNRPT-LINE
               END-STRING
           END-IF
           WRITE RUNRPT-LINE.

       CLOSE-RUN-REPORT.
           MOVE SPACES TO RUNRPT-LINE
           STRING "TOTALS: " WS-FLAGGED-COUNT " flagged, "
               WS-NOTICE-COUNT " notices queued, "
               WS-GROUP-ARREARS-COUNT " groups in arrears"
               DELIMITED BY SIZE INTO RUNRPT-LINE
           WRITE RUNRPT-LINE
           CLOSE RUNRPT-FILE
                               COMPUTE WS-PENALTY-RATE =
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
