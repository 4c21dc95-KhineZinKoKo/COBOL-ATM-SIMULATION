      *> CASHLOAD.DAT), option 3 produces that terminal's end-of-day
      *> cash position report, and options 4-5 maintain the
      *> registry.
      *> Every change of a terminal's service status is kept on
      *> TERMEVENTS.DAT with its time, reason and operator, as are
      *> cassette refills and a machine found with empty cassettes;
      *> option 6 turns that log and the notes-unavailable (D007)
      *> declines on DECLINEDTX.DAT into the monthly availability
      *> report the ATM vendor's uptime terms are measured against.
      *> A replenishment also clears the machine's reject bin, so
      *> option 2 goes on to record any captured cards found there
      *> on the captured-card register (CardCapture).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

           SELECT TERMEVENT-FILE ASSIGN TO "TERMEVENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERMEVENT-STATUS.

           SELECT DECLINED-FILE ASSIGN TO "DECLINEDTX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DECLINED-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(100).

       FD TERMEVENT-FILE.
       01 TERMEVENT-LINE          PIC X(80).

       FD DECLINED-FILE.
       01 DECLINED-LINE           PIC X(120).

       WORKING-STORAGE SECTION.
       01 CASHBOX-STATUS          PIC XX.
       01 TERMINAL-STATUS         PIC XX.
       01 WS-TERMINAL-INPUT       PIC X(8).
       01 WS-TERM-OK              PIC X.
       01 WS-CAPTURED-ANS         PIC X.
       01 CASHLOAD-STATUS         PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 REPORT-FILENAME         PIC X(30).
       01 WS-TODAY                PIC 9(8).
       01 WS-LOAD-TIME            PIC 9(6).

      *> Terminal status events. A line on TERMEVENTS.DAT reads
      *>     YYYYMMDDhhmmss,terminal,kind,reason,operator
      *> kind DOWN (reason CASHOUT, FAULT, NETWORK or MAINT), UP
      *> (RESTORED, or NEW for a newly registered machine), EMPTY
      *> (all cassettes found empty) or REFILL (cassette loaded).
       01 TERMEVENT-STATUS        PIC XX.
       01 DECLINED-STATUS         PIC XX.
       01 WS-EV-TERMINAL          PIC X(8).
       01 WS-EV-KIND              PIC X(8).
       01 WS-EV-REASON            PIC X(8).
       01 WS-OLD-STATUS           PIC X(8).
       01 WS-REASON-CODE          PIC 9.
       01 WS-OLD-COUNT            PIC 9(7).

      *> Monthly availability report.
       01 WS-AV-MONTH-INPUT       PIC 9(6).
       01 WS-AV-MONTH             PIC 9(6).
       01 WS-AV-NEXT-MONTH        PIC 9(6).
       01 WS-AV-START-MIN         PIC 9(10).
       01 WS-AV-END-MIN           PIC 9(10).
       01 WS-AV-NOW-MIN           PIC 9(10).
       01 WS-AV-CUTOFF            PIC 9(14).
       01 WS-AV-MIN               PIC 9(10).
       01 WS-AV-FROM-MIN          PIC 9(10).
       01 WS-AV-STAMP             PIC 9(14).
       01 WS-AV-STAMP-R REDEFINES WS-AV-STAMP.
           05 WS-AV-ST-DATE       PIC 9(8).
           05 WS-AV-ST-HH         PIC 99.
           05 WS-AV-ST-MI         PIC 99.
           05 WS-AV-ST-SS         PIC 99.
       01 WS-AV-STAMP-OK          PIC X.
       01 WS-AV-PERIOD            PIC 9(10).
       01 WS-AV-DOWN              PIC 9(10).
       01 WS-AV-PCT               PIC 9(3)V99.
       01 WS-AV-HOURS             PIC 9(7)V99.
       01 WS-AV-CAUSE             PIC 9.
       01 WS-AV-BEST              PIC 9.
       01 WS-AV-RANK              PIC 9.

       01 WS-EV-EOF               PIC X.
       01 WS-EV-STAMP             PIC 9(14).
       01 WS-EV-STAMP-X           PIC X(14).
       01 WS-EV-OPER              PIC X(20).
       01 WS-DL-EOF               PIC X.
       01 WS-DL-STAMP             PIC 9(14).
       01 WS-DL-STAMP-X           PIC X(14).
       01 WS-DL-ACC               PIC X(16).
       01 WS-DL-CONTEXT           PIC X(12).
       01 WS-DL-CODE              PIC X(4).
       01 WS-DL-REASON            PIC X(40).
       01 WS-DL-OPER              PIC X(20).
       01 WS-DL-TERMINAL          PIC X(8).

       01 AV-CAUSE-NAMES.
           05 FILLER              PIC X(8) VALUE "CASHOUT".
           05 FILLER              PIC X(8) VALUE "FAULT".
           05 FILLER              PIC X(8) VALUE "NETWORK".
           05 FILLER              PIC X(8) VALUE "MAINT".
       01 AV-CAUSE-LIST REDEFINES AV-CAUSE-NAMES.
           05 AV-CAUSE-NAME       PIC X(8) OCCURS 4 TIMES.

      *> One entry per registered terminal: AV-DOWN-CAUSE is the
      *> cause of the outage in progress (0 = in service) and
      *> AV-CAUSE-MIN the minutes lost to each cause in the month.
       01 AV-TABLE.
           05 AV-ENTRY OCCURS 50 TIMES.
               10 AV-TERM         PIC X(8).
               10 AV-BRANCH       PIC X(4).
               10 AV-START-MIN    PIC 9(10).
               10 AV-DOWN-SINCE   PIC 9(10).
               10 AV-DOWN-CAUSE   PIC 9.
               10 AV-CAUSE-MIN    PIC 9(7) OCCURS 4 TIMES.
               10 AV-LOST         PIC 9(5).
       01 AV-COUNT                PIC 9(3) VALUE 0.
       01 AV-IDX                  PIC 9(3).
       01 AV-FOUND                PIC 9(3).
       01 AV-CAUSE-TOTALS.
           05 AV-TOT-CAUSE        PIC 9(9) OCCURS 4 TIMES.
       01 AV-CAUSE-DONE.
           05 AV-DONE             PIC X OCCURS 4 TIMES.
       01 AV-TOT-DOWN             PIC 9(9).

       01 AV-BRANCH-TABLE.
           05 AV-BR-ENTRY OCCURS 30 TIMES.
               10 AV-BR-CODE      PIC X(4).
               10 AV-BR-TERMS     PIC 9(3).
               10 AV-BR-PERIOD    PIC 9(10).
               10 AV-BR-DOWN      PIC 9(10).
               10 AV-BR-LOST      PIC 9(5).
       01 AV-BR-COUNT             PIC 9(2) VALUE 0.
       01 AV-BR-IDX               PIC 9(2).
       01 AV-BR-FOUND             PIC 9(2).

       01 FORMAT-PCT              PIC ZZ9.99.
       01 FORMAT-HOURS            PIC ZZZZ9.99.
       01 FORMAT-H1               PIC ZZZZ9.99.
       01 FORMAT-H2               PIC ZZZZ9.99.
       01 FORMAT-H3               PIC ZZZZ9.99.
       01 FORMAT-H4               PIC ZZZZ9.99.
       01 FORMAT-LOST             PIC ZZZZ9.

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
               DISPLAY "3. Terminal end-of-day cash position report"
               DISPLAY "4. Register / update a terminal"
               DISPLAY "5. List terminals"
               DISPLAY "6. Monthly terminal availability report"
               DISPLAY "Enter choice (1-6): "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                       PERFORM REGISTER-TERMINAL
                   WHEN 5
                       PERFORM LIST-TERMINALS
                   WHEN 6
                       PERFORM AVAILABILITY-REPORT
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE
                   MOVE "ACTIVE" TO TERM-STATUS
                   WRITE TERMINAL-RECORD
                   DISPLAY "Terminal " TERM-ID " registered."
                   MOVE TERM-ID TO WS-EV-TERMINAL
                   MOVE "UP" TO WS-EV-KIND
                   MOVE "NEW" TO WS-EV-REASON
                   PERFORM WRITE-TERM-EVENT
               NOT INVALID KEY
                   MOVE TERM-STATUS TO WS-OLD-STATUS
                   DISPLAY "Terminal exists (" TERM-STATUS "). "
                       "New status (ACTIVE/OFFLINE, blank keep): "
                   ACCEPT WS-TERMINAL-INPUT
                       MOVE WS-TERMINAL-INPUT TO TERM-STATUS
                       REWRITE TERMINAL-RECORD
                       DISPLAY "Terminal updated."
                       IF TERM-STATUS NOT = WS-OLD-STATUS
                           PERFORM LOG-STATUS-CHANGE
                       END-IF
                   END-IF
           END-READ
           CLOSE TERMINAL-FILE.

      *> Taking a machine out of service needs the reason the
      *> availability report groups downtime by.
       LOG-STATUS-CHANGE.
           MOVE TERM-ID TO WS-EV-TERMINAL
           IF TERM-ACTIVE
               MOVE "UP" TO WS-EV-KIND
               MOVE "RESTORED" TO WS-EV-REASON
           ELSE
               MOVE "DOWN" TO WS-EV-KIND
               MOVE 0 TO WS-REASON-CODE
               PERFORM UNTIL WS-REASON-CODE >= 1 AND
                             WS-REASON-CODE <= 4
                   DISPLAY "Reason (1 Cash out, 2 Fault, "
                       "3 Network, 4 Maintenance): "
                   ACCEPT WS-REASON-CODE
               END-PERFORM
               MOVE AV-CAUSE-NAME(WS-REASON-CODE) TO WS-EV-REASON
           END-IF
           PERFORM WRITE-TERM-EVENT.

       WRITE-TERM-EVENT.
           ACCEPT WS-DATE FROM DATE
           STRING "20" WS-DATE(1:2) DELIMITED BY SIZE
                  WS-DATE(3:2) DELIMITED BY SIZE
                  WS-DATE(5:2) DELIMITED BY SIZE
                  INTO WS-TODAY
           ACCEPT WS-LOAD-TIME FROM TIME
           OPEN EXTEND TERMEVENT-FILE
           IF TERMEVENT-STATUS = "35"
               OPEN OUTPUT TERMEVENT-FILE
           END-IF
           MOVE SPACES TO TERMEVENT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-LOAD-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-EV-TERMINAL) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-EV-KIND) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-EV-REASON) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(LNK-OPERATOR-ID) DELIMITED BY SIZE
               INTO TERMEVENT-LINE
           END-STRING
           WRITE TERMEVENT-LINE
           CLOSE TERMEVENT-FILE.

       LIST-TERMINALS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TERMINAL-FILE
           DISPLAY "--------------------------------------------"
           MOVE WS-TOTAL-VALUE TO FORMAT-BALANCE
           DISPLAY "  Total cash in cassettes: " FORMAT-BALANCE
           DISPLAY "--------------------------------------------"

      *> A machine with nothing left to dispense is out of service
      *> for cash until it is refilled.
           IF WS-TOTAL-VALUE = 0
               DISPLAY "All cassettes empty - cash-out logged for "
                   WS-TERMINAL-INPUT
               MOVE WS-TERMINAL-INPUT TO WS-EV-TERMINAL
               MOVE "EMPTY" TO WS-EV-KIND
               MOVE "CASHOUT" TO WS-EV-REASON
               PERFORM WRITE-TERM-EVENT
           END-IF.

       REPLENISH-CASSETTE.
           DISPLAY "Enter note denomination (e.g. 10000): "
           MOVE WS-DENOM-INPUT TO CASH-DENOM
           READ CASHBOX-FILE KEY IS CASH-KEY
               INVALID KEY
                   MOVE 0 TO WS-OLD-COUNT
                   MOVE WS-TERMINAL-INPUT TO CASH-TERMINAL
                   MOVE WS-DENOM-INPUT TO CASH-DENOM
                   MOVE WS-COUNT-INPUT TO CASH-NOTE-COUNT
                   WRITE CASH-CASSETTE-RECORD
               NOT INVALID KEY
                   MOVE CASH-NOTE-COUNT TO WS-OLD-COUNT
                   ADD WS-COUNT-INPUT TO CASH-NOTE-COUNT
                   REWRITE CASH-CASSETTE-RECORD
           END-READ
           CLOSE CASHBOX-FILE

           PERFORM WRITE-LOAD-LOG
      *> A refill ends any cash-out outage on the machine.
           MOVE WS-TERMINAL-INPUT TO WS-EV-TERMINAL
           MOVE "REFILL" TO WS-EV-KIND
           IF WS-OLD-COUNT = 0
               MOVE "EMPTY" TO WS-EV-REASON
           ELSE
               MOVE "TOPUP" TO WS-EV-REASON
           END-IF
           PERFORM WRITE-TERM-EVENT
           DISPLAY "Terminal " WS-TERMINAL-INPUT " cassette "
               WS-DENOM-INPUT " loaded with "
               WS-COUNT-INPUT " note(s)."

      *> The replenishment visit empties the reject bin; any cards
      *> found there go straight onto the captured-card register.
           DISPLAY "Captured cards in the reject bin? (Y/N): "
           ACCEPT WS-CAPTURED-ANS
           IF WS-CAPTURED-ANS = 'Y' OR WS-CAPTURED-ANS = 'y'
               CALL "CardCapture" USING WS-TERMINAL-INPUT
                   LNK-OPERATOR-ID
           END-IF.

       WRITE-LOAD-LOG.
           ACCEPT WS-DATE FROM DATE
           DISPLAY "Over/short vs cassette file: " FORMAT-SIGNED
           DISPLAY "Report written to " REPORT-FILENAME.

      *> Monthly availability per terminal and branch. The event log
      *> and the decline log are both written in time order, so they
      *> are merged by timestamp and replayed: DOWN/UP events open and
      *> close outages with the keyed reason; a notes-unavailable
      *> decline (D007) or an EMPTY event at a machine in service
      *> opens a cash-out outage that the next REFILL or UP closes.
      *> Any decline at a machine while it is out counts as lost.
      *> Outages still open at the end of the month (or now, for the
      *> current month) are closed there.
       AVAILABILITY-REPORT.
           ACCEPT WS-DATE FROM DATE
           STRING "20" WS-DATE(1:2) DELIMITED BY SIZE
                  WS-DATE(3:2) DELIMITED BY SIZE
                  WS-DATE(5:2) DELIMITED BY SIZE
                  INTO WS-TODAY
           ACCEPT WS-LOAD-TIME FROM TIME
           DISPLAY "Report month (YYYYMM, 0 = last month): "
           ACCEPT WS-AV-MONTH-INPUT
           IF WS-AV-MONTH-INPUT = 0
               COMPUTE WS-AV-MONTH = WS-TODAY / 100
               IF WS-AV-MONTH(5:2) = "01"
                   COMPUTE WS-AV-MONTH = WS-AV-MONTH - 100 + 11
               ELSE
                   SUBTRACT 1 FROM WS-AV-MONTH
               END-IF
           ELSE
               MOVE WS-AV-MONTH-INPUT TO WS-AV-MONTH
           END-IF
           IF WS-AV-MONTH(5:2) < "01" OR WS-AV-MONTH(5:2) > "12"
               DISPLAY "Invalid month."
               EXIT PARAGRAPH
           END-IF
           IF WS-AV-MONTH > WS-TODAY / 100
               DISPLAY "That month has not started."
               EXIT PARAGRAPH
           END-IF
           IF WS-AV-MONTH(5:2) = "12"
               COMPUTE WS-AV-NEXT-MONTH = WS-AV-MONTH + 100 - 11
           ELSE
               COMPUTE WS-AV-NEXT-MONTH = WS-AV-MONTH + 1
           END-IF

           COMPUTE WS-AV-START-MIN =
               FUNCTION INTEGER-OF-DATE(WS-AV-MONTH * 100 + 1) * 1440
           COMPUTE WS-AV-END-MIN =
               FUNCTION INTEGER-OF-DATE(WS-AV-NEXT-MONTH * 100 + 1)
               * 1440
           COMPUTE WS-AV-CUTOFF = WS-AV-NEXT-MONTH * 100000000
               + 1000000
           COMPUTE WS-AV-STAMP = WS-TODAY * 1000000 + WS-LOAD-TIME
           PERFORM STAMP-TO-MINUTES
           MOVE WS-AV-MIN TO WS-AV-NOW-MIN
           IF WS-AV-NOW-MIN < WS-AV-END-MIN
               MOVE WS-AV-NOW-MIN TO WS-AV-END-MIN
               MOVE WS-AV-STAMP TO WS-AV-CUTOFF
           END-IF

           PERFORM LOAD-AVAILABILITY-TABLE
           IF AV-COUNT = 0
               DISPLAY "No terminals on the registry."
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EV-EOF
           MOVE 'N' TO WS-DL-EOF
           OPEN INPUT TERMEVENT-FILE
           IF TERMEVENT-STATUS NOT = "00"
               MOVE 'Y' TO WS-EV-EOF
           END-IF
           OPEN INPUT DECLINED-FILE
           IF DECLINED-STATUS NOT = "00"
               MOVE 'Y' TO WS-DL-EOF
           END-IF
           PERFORM READ-NEXT-EVENT
           PERFORM READ-NEXT-DECLINE
           PERFORM UNTIL WS-EV-EOF = 'Y' AND WS-DL-EOF = 'Y'
               IF WS-DL-EOF = 'Y' OR
                  (WS-EV-EOF NOT = 'Y' AND
                   WS-EV-STAMP <= WS-DL-STAMP)
                   PERFORM APPLY-TERM-EVENT
                   PERFORM READ-NEXT-EVENT
               ELSE
                   PERFORM APPLY-DECLINE
                   PERFORM READ-NEXT-DECLINE
               END-IF
           END-PERFORM
           IF TERMEVENT-STATUS NOT = "35"
               CLOSE TERMEVENT-FILE
           END-IF
           IF DECLINED-STATUS NOT = "35"
               CLOSE DECLINED-FILE
           END-IF

           MOVE WS-AV-END-MIN TO WS-AV-MIN
           PERFORM VARYING AV-IDX FROM 1 BY 1 UNTIL AV-IDX > AV-COUNT
               PERFORM CLOSE-OUTAGE
           END-PERFORM

           PERFORM WRITE-AVAILABILITY-REPORT.

       LOAD-AVAILABILITY-TABLE.
           MOVE 0 TO AV-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT TERMINAL-FILE
           IF TERMINAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO TERM-ID
           START TERMINAL-FILE KEY IS NOT LESS THAN TERM-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ TERMINAL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AV-COUNT < 50
                           ADD 1 TO AV-COUNT
                           INITIALIZE AV-ENTRY(AV-COUNT)
                           MOVE TERM-ID TO AV-TERM(AV-COUNT)
                           MOVE TERM-BRANCH TO AV-BRANCH(AV-COUNT)
                           MOVE WS-AV-START-MIN
                               TO AV-START-MIN(AV-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMINAL-FILE.

      *> Lines with no usable timestamp are skipped; the first line
      *> at or past the cut-off ends the file for this report.
       READ-NEXT-EVENT.
           MOVE 'N' TO WS-AV-STAMP-OK
           PERFORM UNTIL WS-AV-STAMP-OK = 'Y' OR WS-EV-EOF = 'Y'
               READ TERMEVENT-FILE
                   AT END MOVE 'Y' TO WS-EV-EOF
                   NOT AT END
                       MOVE SPACES TO WS-EV-STAMP-X WS-EV-TERMINAL
                           WS-EV-KIND WS-EV-REASON WS-EV-OPER
                       UNSTRING TERMEVENT-LINE DELIMITED BY ","
                           INTO WS-EV-STAMP-X WS-EV-TERMINAL
                                WS-EV-KIND WS-EV-REASON WS-EV-OPER
                       IF WS-EV-STAMP-X IS NUMERIC
                           MOVE WS-EV-STAMP-X TO WS-EV-STAMP
                           IF WS-EV-STAMP >= WS-AV-CUTOFF
                               MOVE 'Y' TO WS-EV-EOF
                           ELSE
                               MOVE 'Y' TO WS-AV-STAMP-OK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> Only lines carrying a terminal id take part.
       READ-NEXT-DECLINE.
           MOVE 'N' TO WS-AV-STAMP-OK
           PERFORM UNTIL WS-AV-STAMP-OK = 'Y' OR WS-DL-EOF = 'Y'
               READ DECLINED-FILE
                   AT END MOVE 'Y' TO WS-DL-EOF
                   NOT AT END
                       MOVE SPACES TO WS-DL-STAMP-X WS-DL-ACC
                           WS-DL-CONTEXT WS-DL-CODE WS-DL-REASON
                           WS-DL-OPER WS-DL-TERMINAL
                       UNSTRING DECLINED-LINE DELIMITED BY ","
                           INTO WS-DL-STAMP-X WS-DL-ACC WS-DL-CONTEXT
                                WS-DL-CODE WS-DL-REASON WS-DL-OPER
                                WS-DL-TERMINAL
                       IF WS-DL-STAMP-X IS NUMERIC AND
                          WS-DL-TERMINAL NOT = SPACES
                           MOVE WS-DL-STAMP-X TO WS-DL-STAMP
                           IF WS-DL-STAMP >= WS-AV-CUTOFF
                               MOVE 'Y' TO WS-DL-EOF
                           ELSE
                               MOVE 'Y' TO WS-AV-STAMP-OK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       APPLY-TERM-EVENT.
           MOVE WS-EV-TERMINAL TO WS-TERMINAL-INPUT
           PERFORM FIND-AV-TERMINAL
           IF AV-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           MOVE AV-FOUND TO AV-IDX
           MOVE WS-EV-STAMP TO WS-AV-STAMP
           PERFORM STAMP-TO-MINUTES
           IF WS-AV-MIN = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-EV-KIND
               WHEN "DOWN"
                   PERFORM CLOSE-OUTAGE
                   MOVE 2 TO WS-AV-CAUSE
                   PERFORM VARYING WS-AV-RANK FROM 1 BY 1
                           UNTIL WS-AV-RANK > 4
                       IF AV-CAUSE-NAME(WS-AV-RANK) = WS-EV-REASON
                           MOVE WS-AV-RANK TO WS-AV-CAUSE
                       END-IF
                   END-PERFORM
                   MOVE WS-AV-CAUSE TO AV-DOWN-CAUSE(AV-IDX)
                   MOVE WS-AV-MIN TO AV-DOWN-SINCE(AV-IDX)
               WHEN "UP"
                   PERFORM CLOSE-OUTAGE
                   IF WS-EV-REASON = "NEW" AND
                      WS-AV-MIN > AV-START-MIN(AV-IDX)
                       MOVE WS-AV-MIN TO AV-START-MIN(AV-IDX)
                   END-IF
               WHEN "EMPTY"
                   IF AV-DOWN-CAUSE(AV-IDX) = 0
                       MOVE 1 TO AV-DOWN-CAUSE(AV-IDX)
                       MOVE WS-AV-MIN TO AV-DOWN-SINCE(AV-IDX)
                   END-IF
               WHEN "REFILL"
                   IF AV-DOWN-CAUSE(AV-IDX) = 1
                       PERFORM CLOSE-OUTAGE
                   END-IF
           END-EVALUATE.

       APPLY-DECLINE.
           MOVE FUNCTION UPPER-CASE(WS-DL-TERMINAL)
               TO WS-TERMINAL-INPUT
           PERFORM FIND-AV-TERMINAL
           IF AV-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           MOVE AV-FOUND TO AV-IDX
           MOVE WS-DL-STAMP TO WS-AV-STAMP
           PERFORM STAMP-TO-MINUTES
           IF WS-AV-MIN = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-DL-CODE = "D007" AND AV-DOWN-CAUSE(AV-IDX) = 0
               MOVE 1 TO AV-DOWN-CAUSE(AV-IDX)
               MOVE WS-AV-MIN TO AV-DOWN-SINCE(AV-IDX)
           END-IF
           IF AV-DOWN-CAUSE(AV-IDX) NOT = 0 AND
              WS-AV-MIN >= WS-AV-START-MIN
               ADD 1 TO AV-LOST(AV-IDX)
           END-IF.

      *> Closes the outage in progress on AV-IDX at WS-AV-MIN,
      *> counting only the part that falls inside the month.
       CLOSE-OUTAGE.
           IF AV-DOWN-CAUSE(AV-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE AV-DOWN-SINCE(AV-IDX) TO WS-AV-FROM-MIN
           IF WS-AV-FROM-MIN < WS-AV-START-MIN
               MOVE WS-AV-START-MIN TO WS-AV-FROM-MIN
           END-IF
           IF WS-AV-MIN > WS-AV-FROM-MIN
               MOVE AV-DOWN-CAUSE(AV-IDX) TO WS-AV-CAUSE
               COMPUTE AV-CAUSE-MIN(AV-IDX, WS-AV-CAUSE) =
                   AV-CAUSE-MIN(AV-IDX, WS-AV-CAUSE)
                   + WS-AV-MIN - WS-AV-FROM-MIN
           END-IF
           MOVE 0 TO AV-DOWN-CAUSE(AV-IDX)
           MOVE 0 TO AV-DOWN-SINCE(AV-IDX).

       FIND-AV-TERMINAL.
           MOVE 0 TO AV-FOUND
           PERFORM VARYING AV-IDX FROM 1 BY 1
                   UNTIL AV-IDX > AV-COUNT OR AV-FOUND NOT = 0
               IF AV-TERM(AV-IDX) = WS-TERMINAL-INPUT
                   MOVE AV-IDX TO AV-FOUND
               END-IF
           END-PERFORM.

      *> YYYYMMDDhhmmss in WS-AV-STAMP to minutes since the
      *> calendar epoch in WS-AV-MIN.
       STAMP-TO-MINUTES.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-AV-ST-DATE) NOT = 0
               MOVE 0 TO WS-AV-MIN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AV-MIN =
               FUNCTION INTEGER-OF-DATE(WS-AV-ST-DATE) * 1440
               + WS-AV-ST-HH * 60 + WS-AV-ST-MI.

       WRITE-AVAILABILITY-REPORT.
           MOVE SPACES TO REPORT-FILENAME
           STRING "ATMAVAIL-" WS-AV-MONTH ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM
               "============ ATM AVAILABILITY REPORT ============"
           MOVE SPACES TO REPORT-LINE
           STRING "Month : " WS-AV-MONTH "   Run date: " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM
               "Downtime in hours by cause; LOST = declines at the "
           WRITE REPORT-LINE FROM
               "machine while it was out of service."
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TERMINAL BRCH UPTIME%  DOWN HRS  CASHOUT    FAULT"
               "  NETWORK    MAINT  LOST"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 0 TO AV-BR-COUNT
           INITIALIZE AV-CAUSE-TOTALS
           MOVE 0 TO AV-TOT-DOWN
           PERFORM VARYING AV-IDX FROM 1 BY 1 UNTIL AV-IDX > AV-COUNT
               PERFORM WRITE-TERMINAL-AVAIL-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM "BY BRANCH"
           WRITE REPORT-LINE FROM
               "BRCH TERMINALS UPTIME%  DOWN HRS  LOST"
           PERFORM VARYING AV-BR-IDX FROM 1 BY 1
                   UNTIL AV-BR-IDX > AV-BR-COUNT
               IF AV-BR-PERIOD(AV-BR-IDX) > 0
                   COMPUTE WS-AV-PCT ROUNDED =
                       (AV-BR-PERIOD(AV-BR-IDX) - AV-BR-DOWN(AV-BR-IDX))
                       * 100 / AV-BR-PERIOD(AV-BR-IDX)
               ELSE
                   MOVE 0 TO WS-AV-PCT
               END-IF
               MOVE WS-AV-PCT TO FORMAT-PCT
               COMPUTE WS-AV-HOURS ROUNDED =
                   AV-BR-DOWN(AV-BR-IDX) / 60
               MOVE WS-AV-HOURS TO FORMAT-HOURS
               MOVE AV-BR-LOST(AV-BR-IDX) TO FORMAT-LOST
               MOVE SPACES TO REPORT-LINE
               STRING AV-BR-CODE(AV-BR-IDX) " "
                   AV-BR-TERMS(AV-BR-IDX) "         "
                   FORMAT-PCT "  " FORMAT-HOURS " " FORMAT-LOST
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM "TOP CAUSES OF DOWNTIME"
           INITIALIZE AV-CAUSE-DONE
           PERFORM VARYING WS-AV-RANK FROM 1 BY 1 UNTIL WS-AV-RANK > 4
               PERFORM WRITE-CAUSE-LINE
           END-PERFORM
           CLOSE REPORT-FILE
           DISPLAY "Availability report written to "
               FUNCTION TRIM(REPORT-FILENAME).

       WRITE-TERMINAL-AVAIL-LINE.
           IF WS-AV-END-MIN > AV-START-MIN(AV-IDX)
               COMPUTE WS-AV-PERIOD =
                   WS-AV-END-MIN - AV-START-MIN(AV-IDX)
           ELSE
               MOVE 0 TO WS-AV-PERIOD
           END-IF
           COMPUTE WS-AV-DOWN = AV-CAUSE-MIN(AV-IDX, 1)
               + AV-CAUSE-MIN(AV-IDX, 2) + AV-CAUSE-MIN(AV-IDX, 3)
               + AV-CAUSE-MIN(AV-IDX, 4)
           IF WS-AV-DOWN > WS-AV-PERIOD
               MOVE WS-AV-PERIOD TO WS-AV-DOWN
           END-IF
           IF WS-AV-PERIOD > 0
               COMPUTE WS-AV-PCT ROUNDED =
                   (WS-AV-PERIOD - WS-AV-DOWN) * 100 / WS-AV-PERIOD
           ELSE
               MOVE 0 TO WS-AV-PCT
           END-IF
           MOVE WS-AV-PCT TO FORMAT-PCT
           COMPUTE WS-AV-HOURS ROUNDED = WS-AV-DOWN / 60
           MOVE WS-AV-HOURS TO FORMAT-HOURS
           COMPUTE WS-AV-HOURS ROUNDED = AV-CAUSE-MIN(AV-IDX, 1) / 60
           MOVE WS-AV-HOURS TO FORMAT-H1
           COMPUTE WS-AV-HOURS ROUNDED = AV-CAUSE-MIN(AV-IDX, 2) / 60
           MOVE WS-AV-HOURS TO FORMAT-H2
           COMPUTE WS-AV-HOURS ROUNDED = AV-CAUSE-MIN(AV-IDX, 3) / 60
           MOVE WS-AV-HOURS TO FORMAT-H3
           COMPUTE WS-AV-HOURS ROUNDED = AV-CAUSE-MIN(AV-IDX, 4) / 60
           MOVE WS-AV-HOURS TO FORMAT-H4
           MOVE AV-LOST(AV-IDX) TO FORMAT-LOST
           MOVE SPACES TO REPORT-LINE
           STRING AV-TERM(AV-IDX) " " AV-BRANCH(AV-IDX) " "
               FORMAT-PCT "  " FORMAT-HOURS " " FORMAT-H1 " "
               FORMAT-H2 " " FORMAT-H3 " " FORMAT-H4 " " FORMAT-LOST
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-AV-CAUSE FROM 1 BY 1
                   UNTIL WS-AV-CAUSE > 4
               ADD AV-CAUSE-MIN(AV-IDX, WS-AV-CAUSE)
                   TO AV-TOT-CAUSE(WS-AV-CAUSE)
           END-PERFORM
           ADD WS-AV-DOWN TO AV-TOT-DOWN

           MOVE 0 TO AV-BR-FOUND
           PERFORM VARYING AV-BR-IDX FROM 1 BY 1
                   UNTIL AV-BR-IDX > AV-BR-COUNT OR AV-BR-FOUND > 0
               IF AV-BR-CODE(AV-BR-IDX) = AV-BRANCH(AV-IDX)
                   MOVE AV-BR-IDX TO AV-BR-FOUND
               END-IF
           END-PERFORM
           IF AV-BR-FOUND = 0
               IF AV-BR-COUNT >= 30
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO AV-BR-COUNT
               MOVE AV-BR-COUNT TO AV-BR-FOUND
               INITIALIZE AV-BR-ENTRY(AV-BR-FOUND)
               MOVE AV-BRANCH(AV-IDX) TO AV-BR-CODE(AV-BR-FOUND)
           END-IF
           ADD 1 TO AV-BR-TERMS(AV-BR-FOUND)
           ADD WS-AV-PERIOD TO AV-BR-PERIOD(AV-BR-FOUND)
           ADD WS-AV-DOWN TO AV-BR-DOWN(AV-BR-FOUND)
           ADD AV-LOST(AV-IDX) TO AV-BR-LOST(AV-BR-FOUND).

      *> Causes in falling order of hours lost, with each one's
      *> share of all downtime in the month.
       WRITE-CAUSE-LINE.
           MOVE 0 TO WS-AV-BEST
           PERFORM VARYING WS-AV-CAUSE FROM 1 BY 1
                   UNTIL WS-AV-CAUSE > 4
               IF AV-DONE(WS-AV-CAUSE) NOT = 'Y'
                   IF WS-AV-BEST = 0
                       MOVE WS-AV-CAUSE TO WS-AV-BEST
                   ELSE
                       IF AV-TOT-CAUSE(WS-AV-CAUSE) >
                          AV-TOT-CAUSE(WS-AV-BEST)
                           MOVE WS-AV-CAUSE TO WS-AV-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'Y' TO AV-DONE(WS-AV-BEST)
           IF AV-TOT-DOWN > 0
               COMPUTE WS-AV-PCT ROUNDED =
                   AV-TOT-CAUSE(WS-AV-BEST) * 100 / AV-TOT-DOWN
           ELSE
               MOVE 0 TO WS-AV-PCT
           END-IF
           MOVE WS-AV-PCT TO FORMAT-PCT
           COMPUTE WS-AV-HOURS ROUNDED = AV-TOT-CAUSE(WS-AV-BEST) / 60
           MOVE WS-AV-HOURS TO FORMAT-HOURS
           MOVE SPACES TO REPORT-LINE
           STRING WS-AV-RANK ". " AV-CAUSE-NAME(WS-AV-BEST) " "
               FORMAT-HOURS " hrs  " FORMAT-PCT "% of downtime"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       END PROGRAM CashInventory.
