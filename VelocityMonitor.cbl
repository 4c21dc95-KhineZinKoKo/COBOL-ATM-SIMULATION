      *> notification outbox, and queues the event with the trigger
      *> details on FRAUDQUEUE.DAT for admin review. System-posted
      *> debits (SWEEP, PAYROLL, CLOSURE) are ignored - the night
      *> batches must never lock a customer out. Rule type 9 counts
      *> today's failed cardless cash code attempts (decline D024
      *> on DECLINEDTX.DAT) against the account the codes belong
      *> to instead of debits, so somebody guessing codes for a
      *> customer's phone locks that account.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRAUDQ-STATUS.

           SELECT DECLINED-FILE ASSIGN TO "DECLINEDTX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DECLINED-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.
       FD FRAUDQ-FILE.
       01 FRAUDQ-LINE             PIC X(120).

       FD DECLINED-FILE.
       01 DECLINED-LINE           PIC X(120).

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01 VELRULES-STATUS         PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 FILE-STATUS             PIC XX.
       01 OUTBOX-STATUS           PIC XX.
       01 FRAUDQ-STATUS           PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 DECLINED-STATUS         PIC XX.

       01 WS-EOF                  PIC X.
       01 WS-PARAM-NAME           PIC X(20).
               10 AC-TXN-SUM      PIC 9(15)V99.
       01 AC-IDX                  PIC 9(3).
       01 WS-SLOT                 PIC 9(3).
       01 WS-SLOT-ACC             PIC 9(16).
       01 WS-ACC-TABLE-FULL       PIC X VALUE 'N'.

       01 WS-AMOUNT               PIC 9(15)V99.
       01 WS-ALERT-PHONE          PIC X(15).

       01 WS-Q-TIME               PIC 9(6).

      *> Decline lines are stamped with the clock date and time.
       01 WS-CLOCK-DATE           PIC 9(8).
       01 WS-DL-STAMP             PIC X(14).
       01 WS-DL-ACC               PIC X(16).
       01 WS-DL-CONTEXT           PIC X(10).
       01 WS-DL-CODE              PIC X(4).
       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE.
       MAIN-PROCEDURE.
               MOVE 0 TO WS-FROM-SECS
           END-IF

           IF RL-TYPE(RL-IDX) = 9
               PERFORM SCAN-CARDLESS-FAILURES
           ELSE
               PERFORM SCAN-TODAYS-DEBITS
           END-IF
           PERFORM JUDGE-ACCOUNTS.

      *> Accumulate count and sum per account over today's debits
               EXIT PARAGRAPH
           END-IF

           MOVE TR-ACC-NO TO WS-SLOT-ACC
           PERFORM FIND-ACC-SLOT
           IF WS-SLOT > 0
               ADD 1 TO AC-TXN-COUNT(WS-SLOT)
       FIND-ACC-SLOT.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING AC-IDX FROM 1 BY 1 UNTIL AC-IDX > AC-COUNT
               IF AC-ACC(AC-IDX) = WS-SLOT-ACC
                   MOVE AC-IDX TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT = 0
               IF AC-COUNT < 200
                   ADD 1 TO AC-COUNT
                   MOVE WS-SLOT-ACC TO AC-ACC(AC-COUNT)
                   MOVE 0 TO AC-TXN-COUNT(AC-COUNT)
                   MOVE 0 TO AC-TXN-SUM(AC-COUNT)
                   MOVE AC-COUNT TO WS-SLOT
               END-IF
           END-IF.

      *> Wrong cardless codes inside the window, per account. A
      *> wrong code keyed against a phone with no unused code is
      *> logged against account 0 and has nobody to lock.
       SCAN-CARDLESS-FAILURES.
           ACCEPT WS-SYS-DATE FROM DATE
           STRING "20" WS-SYS-DATE(1:2) DELIMITED BY SIZE
               WS-SYS-DATE(3:2) DELIMITED BY SIZE
               WS-SYS-DATE(5:2) DELIMITED BY SIZE
               INTO WS-CLOCK-DATE
           MOVE 'N' TO WS-EOF
           OPEN INPUT DECLINED-FILE
           IF DECLINED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DECLINED-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CONSIDER-ONE-DECLINE
               END-READ
           END-PERFORM
           CLOSE DECLINED-FILE.

       CONSIDER-ONE-DECLINE.
           MOVE SPACES TO WS-DL-STAMP WS-DL-ACC WS-DL-CONTEXT
               WS-DL-CODE
           UNSTRING DECLINED-LINE DELIMITED BY ","
               INTO WS-DL-STAMP WS-DL-ACC WS-DL-CONTEXT WS-DL-CODE
           IF WS-DL-CODE NOT = "D024"
               EXIT PARAGRAPH
           END-IF
           IF WS-DL-STAMP IS NOT NUMERIC OR
              WS-DL-ACC IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-DL-STAMP(1:8) NOT = WS-CLOCK-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DL-ACC TO WS-SLOT-ACC
           IF WS-SLOT-ACC = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DL-STAMP(9:6) TO WS-TR-TIME-X
           COMPUTE WS-TR-SECS =
               (WS-TR-HH * 3600) + (WS-TR-MM * 60) + WS-TR-SS
           IF WS-TR-SECS < WS-FROM-SECS OR
              WS-TR-SECS > WS-NOW-SECS
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-ACC-SLOT
           IF WS-SLOT > 0
               ADD 1 TO AC-TXN-COUNT(WS-SLOT)
           END-IF.

       JUDGE-ACCOUNTS.
           PERFORM VARYING AC-IDX FROM 1 BY 1 UNTIL AC-IDX > AC-COUNT
               IF (RL-MAX-COUNT(RL-IDX) > 0 AND
           IF USER-STATUS NOT = "LOCKED"
               MOVE "LOCKED" TO USER-STATUS
               REWRITE USER-RECORD
               MOVE "USER" TO WS-IJ-KIND
               MOVE USER-RECORD TO WS-IJ-IMAGE
               CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
               ADD 1 TO WS-LOCKED-COUNT
               CLOSE USER-FILE
               PERFORM NOTIFY-CUSTOMER
