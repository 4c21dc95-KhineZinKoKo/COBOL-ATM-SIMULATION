       IDENTIFICATION DIVISION.
       PROGRAM-ID. StandInAuth.

      *> ATM stand-in while the night chain holds the system
      *> OFFLINE. The live account file is the batch's to change,
      *> so the machine answers from the snapshot StandInSnapshot
      *> took at the start of the window (STANDINSNAP.DAT), less
      *> every stand-in withdrawal still waiting on STANDINQ.DAT.
      *>   LNK-MODE "B" - balance enquiry: the snapshot balance, the
      *>     stand-in withdrawals against it and what the card may
      *>     still draw tonight.
      *>   LNK-MODE "W" - withdrawal of LNK-AMOUNT, authorised only
      *>     when the account is servable in stand-in, the amount
      *>     is within STANDINMAXAMT, the card's stand-in total for
      *>     the window stays within STANDINCARDLIMIT, the snapshot
      *>     funds cover it (the minimum balance or overdraft limit
      *>     applying as WithdrawMoney applies them) and the
      *>     cassettes can make it up. An approved withdrawal
      *>     dispenses at once and is queued QUEUED on STANDINQ.DAT
      *>     for StandInPost to debit once the system is ONLINE.
      *> Declines go to DECLINEDTX.DAT as WithdrawMoney's do.
      *> LNK-CARD-NO is the card the customer logged in with - the
      *> account number for a login by account number.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAP-FILE ASSIGN TO "STANDINSNAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SS-ACC-NO
               FILE STATUS IS SNAP-STATUS.

           SELECT QUEUE-FILE ASSIGN TO "STANDINQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQ-ID
               FILE STATUS IS QUEUE-STATUS.

           SELECT CASHBOX-FILE ASSIGN TO "CASHBOX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASH-KEY
               FILE STATUS IS CASHBOX-STATUS.

           SELECT DECLINED-FILE ASSIGN TO "DECLINEDTX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DECLINED-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD SNAP-FILE.
           COPY "STANDIN-SNAPSHOT.cpy".

       FD QUEUE-FILE.
           COPY "STANDIN-ITEM.cpy".

       FD CASHBOX-FILE.
           COPY "CASH-CASSETTE.cpy".

       FD DECLINED-FILE.
       01 DECLINED-LINE           PIC X(120).

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 SNAP-STATUS             PIC XX.
       01 QUEUE-STATUS            PIC XX.
       01 CASHBOX-STATUS          PIC XX.
       01 DECLINED-STATUS         PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 AUDIT-LINE              PIC X(120).
       01 WS-AUDIT-TIME           PIC 9(6).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-TERMINAL-ID          PIC X(8) VALUE "ATM01".
       01 WS-STANDIN-MAX          PIC 9(15)V99 VALUE 50000.
       01 WS-CARD-LIMIT           PIC 9(15)V99 VALUE 100000.
       01 WS-DATE                 PIC X(10).
       01 WS-CAL-TODAY            PIC 9(8).
       01 WS-NOW-TIME             PIC 9(6).

       01 WS-DECLINE-DATE         PIC 9(8).
       01 WS-DECLINE-TIME         PIC 9(6).
       01 WS-DECLINE-REASON       PIC X(40).
       01 WS-DECLINE-CODE         PIC X(4) VALUE SPACES.

      *> The account's stand-in position.
       01 WS-SNAP-FOUND           PIC X.
       01 WS-QUEUE-EOF            PIC X.
       01 WS-ACC-QUEUED           PIC 9(15)V99 VALUE 0.
       01 WS-CARD-USED            PIC 9(15)V99 VALUE 0.
       01 WS-CARD-LEFT            PIC S9(15)V99 VALUE 0.
       01 WS-AVAILABLE            PIC S9(15)V99 VALUE 0.
       01 WS-OD-HEADROOM          PIC S9(15)V99 VALUE 0.
       01 WS-NEXT-SQ-ID           PIC 9(8).

       01 WS-CASHBOX-PRESENT      PIC X VALUE 'N'.
       01 WS-CASH-EOF             PIC X VALUE 'N'.
       01 WS-DISPENSE-OK          PIC X VALUE 'Y'.
       01 CASSETTE-TABLE.
           05 CASSETTE-COUNT      PIC 9(2) VALUE 0.
           05 CASSETTE-ENTRY OCCURS 10 TIMES.
               10 CT-DENOM        PIC 9(6).
               10 CT-AVAILABLE    PIC 9(7).
               10 CT-DISPENSE     PIC 9(7).
       01 CT-IDX                  PIC 9(2).
       01 CT-JDX                  PIC 9(2).
       01 WS-SWAP-DENOM           PIC 9(6).
       01 WS-SWAP-AVAIL           PIC 9(7).
       01 WS-CASH-REMAINDER       PIC 9(15).
       01 WS-NOTES-NEEDED         PIC 9(7).

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       LINKAGE SECTION.
       01 LNK-MODE                PIC X.
       01 LNK-ACCNO               PIC 9(16).
       01 LNK-CARD-NO             PIC 9(16).
       01 LNK-AMOUNT              PIC 9(15)V99.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING LNK-MODE LNK-ACCNO LNK-CARD-NO
           LNK-AMOUNT LNK-OPERATOR-ID.
       MAIN-PROCEDURE.
           PERFORM READ-PARAMS
           ACCEPT WS-DATE FROM DATE
           STRING "20" WS-DATE(1:2) DELIMITED BY SIZE
                  WS-DATE(3:2) DELIMITED BY SIZE
                  WS-DATE(5:2) DELIMITED BY SIZE
                  INTO WS-CAL-TODAY

           MOVE 'N' TO WS-SNAP-FOUND
           OPEN INPUT SNAP-FILE
           IF SNAP-STATUS = "00"
               MOVE LNK-ACCNO TO SS-ACC-NO
               READ SNAP-FILE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SNAP-FOUND
               END-READ
               CLOSE SNAP-FILE
           END-IF
           IF WS-SNAP-FOUND NOT = 'Y'
               DISPLAY "The system is OFFLINE for nightly batch "
                   "processing and this account cannot be served "
                   "until it is back. Please try again later."
               IF LNK-MODE = "W"
                   MOVE "D027" TO WS-DECLINE-CODE
                   MOVE "Stand-in declined - no snapshot" TO
                       WS-DECLINE-REASON
                   PERFORM WRITE-DECLINED
               END-IF
               GOBACK
           END-IF

           PERFORM SUM-QUEUED-ITEMS
           COMPUTE WS-AVAILABLE =
               SS-BALANCE - SS-HOLDS - WS-ACC-QUEUED
           COMPUTE WS-CARD-LEFT = WS-CARD-LIMIT - WS-CARD-USED
           IF WS-CARD-LEFT < 0
               MOVE 0 TO WS-CARD-LEFT
           END-IF

           IF LNK-MODE = "B"
               PERFORM SHOW-STANDIN-BALANCE
               GOBACK
           END-IF

           IF NOT SS-SERVABLE
               DISPLAY "[WARNING]: This account cannot be served "
                   "while the system is OFFLINE - please try again "
                   "later."
               MOVE "D027" TO WS-DECLINE-CODE
               MOVE "Stand-in declined - account not servable" TO
                   WS-DECLINE-REASON
               PERFORM WRITE-DECLINED
               GOBACK
           END-IF

           IF LNK-AMOUNT > WS-STANDIN-MAX
               MOVE WS-STANDIN-MAX TO FORMAT-BALANCE
               DISPLAY "[WARNING]: While the system is OFFLINE a "
                   "single withdrawal is limited to "
                   FUNCTION TRIM(FORMAT-BALANCE) "."
               MOVE "D028" TO WS-DECLINE-CODE
               MOVE "Stand-in declined - over item limit" TO
                   WS-DECLINE-REASON
               PERFORM WRITE-DECLINED
               GOBACK
           END-IF

           IF LNK-AMOUNT > WS-CARD-LEFT
               MOVE WS-CARD-LEFT TO FORMAT-BALANCE
               DISPLAY "[WARNING]: This card may draw only "
                   FUNCTION TRIM(FORMAT-BALANCE)
                   " more while the system is OFFLINE."
               MOVE "D028" TO WS-DECLINE-CODE
               MOVE "Stand-in declined - card stand-in limit" TO
                   WS-DECLINE-REASON
               PERFORM WRITE-DECLINED
               GOBACK
           END-IF

      *> The same funds rules WithdrawMoney applies, on the
      *> snapshot: an overdraft facility widens the headroom, the
      *> type's minimum balance binds only accounts without one.
           COMPUTE WS-OD-HEADROOM = WS-AVAILABLE + SS-OD-LIMIT
           IF LNK-AMOUNT > WS-OD-HEADROOM
               IF SS-OD-LIMIT > 0
                   DISPLAY "[WARNING]: This would exceed the "
                       "sanctioned overdraft limit."
                   MOVE "D020" TO WS-DECLINE-CODE
                   MOVE "Stand-in declined - over OD limit" TO
                       WS-DECLINE-REASON
               ELSE
                   DISPLAY "[WARNING]: Insufficient funds."
                   MOVE "D004" TO WS-DECLINE-CODE
                   MOVE "Stand-in declined - insufficient funds" TO
                       WS-DECLINE-REASON
               END-IF
               PERFORM WRITE-DECLINED
               GOBACK
           END-IF
           IF SS-OD-LIMIT = 0 AND
              (WS-AVAILABLE - LNK-AMOUNT) < SS-MIN-BALANCE
               DISPLAY "[WARNING]: Withdrawal declined - would drop "
                   "balance below the required minimum."
               MOVE "D005" TO WS-DECLINE-CODE
               MOVE "Stand-in declined - below minimum balance" TO
                   WS-DECLINE-REASON
               PERFORM WRITE-DECLINED
               GOBACK
           END-IF

           PERFORM LOAD-CASSETTES
           IF WS-CASHBOX-PRESENT = 'Y'
               PERFORM PLAN-NOTE-MIX
           END-IF
           IF WS-DISPENSE-OK NOT = 'Y'
               DISPLAY "[WARNING]: The ATM cannot dispense this "
                   "amount with the notes on hand."
               MOVE "D007" TO WS-DECLINE-CODE
               MOVE "Stand-in declined - notes unavailable" TO
                   WS-DECLINE-REASON
               PERFORM WRITE-DECLINED
               GOBACK
           END-IF

           PERFORM QUEUE-WITHDRAWAL
           IF WS-NEXT-SQ-ID = 0
               DISPLAY "[ERROR]: The withdrawal could not be recorded "
                   "- no cash has been dispensed."
               GOBACK
           END-IF
           IF WS-CASHBOX-PRESENT = 'Y'
               PERFORM DISPENSE-NOTES
           END-IF
           SUBTRACT LNK-AMOUNT FROM WS-AVAILABLE
           PERFORM WRITE-AUDIT-LOG

           DISPLAY "============================================"
           DISPLAY "  STAND-IN WITHDRAWAL - SYSTEM OFFLINE"
           DISPLAY "Account ID     : " LNK-ACCNO
           DISPLAY "Stand-in ref   : " WS-NEXT-SQ-ID
           MOVE LNK-AMOUNT TO FORMAT-BALANCE
           DISPLAY "Withdraw Amount: " FORMAT-BALANCE
           MOVE WS-AVAILABLE TO FORMAT-BALANCE
           DISPLAY "Available now  : " FORMAT-BALANCE
           IF WS-CASHBOX-PRESENT = 'Y'
               PERFORM DISPLAY-NOTE-MIX
           END-IF
           DISPLAY "--------------------------------------------"
           DISPLAY "Withdrawal approved. It will be debited to your "
               "account when nightly processing completes."
           DISPLAY "============================================"
           GOBACK.

      *> Every stand-in withdrawal not yet posted is charged to the
      *> account, whatever window it came from; the card limit
      *> counts everything the card drew in this window.
       SUM-QUEUED-ITEMS.
           MOVE 0 TO WS-ACC-QUEUED WS-CARD-USED
           OPEN INPUT QUEUE-FILE
           IF QUEUE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-QUEUE-EOF
           MOVE 1 TO SQ-ID
           START QUEUE-FILE KEY IS NOT LESS THAN SQ-ID
               INVALID KEY MOVE 'Y' TO WS-QUEUE-EOF
           END-START
           PERFORM UNTIL WS-QUEUE-EOF = 'Y'
               READ QUEUE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-QUEUE-EOF
                   NOT AT END
                       IF SQ-ACC-NO = LNK-ACCNO AND SQ-QUEUED
                           ADD SQ-AMOUNT TO WS-ACC-QUEUED
                       END-IF
                       IF SQ-CARD-NO = LNK-CARD-NO AND
                          SQ-WINDOW-DATE = SS-WINDOW-DATE
                           ADD SQ-AMOUNT TO WS-CARD-USED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE.

       SHOW-STANDIN-BALANCE.
           DISPLAY "============================================"
           DISPLAY "  BALANCE - SYSTEM OFFLINE FOR NIGHTLY BATCH"
           DISPLAY "Account ID          : " LNK-ACCNO
           MOVE SS-BALANCE TO FORMAT-BALANCE
           DISPLAY "Balance at close    : " FORMAT-BALANCE " "
               SS-CCY
           IF WS-ACC-QUEUED > 0
               MOVE WS-ACC-QUEUED TO FORMAT-BALANCE
               DISPLAY "Stand-in withdrawals: " FORMAT-BALANCE
           END-IF
           IF SS-HOLDS > 0
               MOVE SS-HOLDS TO FORMAT-BALANCE
               DISPLAY "On hold             : " FORMAT-BALANCE
           END-IF
           MOVE WS-AVAILABLE TO FORMAT-BALANCE
           DISPLAY "Available           : " FORMAT-BALANCE
           IF SS-SERVABLE
               MOVE WS-CARD-LEFT TO FORMAT-BALANCE
               DISPLAY "Cash this card may draw until the system "
                   "is back: " FUNCTION TRIM(FORMAT-BALANCE)
           ELSE
               DISPLAY "Cash withdrawals are unavailable on this "
                   "account until the system is back ONLINE."
           END-IF
           DISPLAY "Figures as at the start of nightly processing."
           DISPLAY "============================================".

      *> Next id from the control record, then the item itself. The
      *> item is on file before a note is dispensed;
      *> WS-NEXT-SQ-ID comes back 0 when it could not be written.
       QUEUE-WITHDRAWAL.
           OPEN I-O QUEUE-FILE
           IF QUEUE-STATUS = "35"
               OPEN OUTPUT QUEUE-FILE
               CLOSE QUEUE-FILE
               OPEN I-O QUEUE-FILE
           END-IF
           IF QUEUE-STATUS NOT = "00"
               MOVE 0 TO WS-NEXT-SQ-ID
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO SQ-ID
           READ QUEUE-FILE KEY IS SQ-ID
               INVALID KEY
                   INITIALIZE STANDIN-ITEM-RECORD
                   MOVE 0 TO SQ-ID
                   MOVE 1 TO SQ-ACC-NO
                   MOVE "CONTROL" TO SQ-STATUS
                   WRITE STANDIN-ITEM-RECORD
               NOT INVALID KEY
                   ADD 1 TO SQ-ACC-NO
                   REWRITE STANDIN-ITEM-RECORD
           END-READ
           MOVE SQ-ACC-NO TO WS-NEXT-SQ-ID

           INITIALIZE STANDIN-ITEM-RECORD
           MOVE WS-NEXT-SQ-ID TO SQ-ID
           MOVE LNK-CARD-NO TO SQ-CARD-NO
           MOVE LNK-ACCNO TO SQ-ACC-NO
           MOVE LNK-AMOUNT TO SQ-AMOUNT
           MOVE SS-WINDOW-DATE TO SQ-WINDOW-DATE
           MOVE WS-CAL-TODAY TO SQ-DATE
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-TIME TO SQ-TIME
           MOVE WS-TERMINAL-ID TO SQ-TERMINAL
           MOVE LNK-OPERATOR-ID TO SQ-OPERATOR
           MOVE "QUEUED" TO SQ-STATUS
           WRITE STANDIN-ITEM-RECORD
               INVALID KEY
                   MOVE 0 TO WS-NEXT-SQ-ID
           END-WRITE
           CLOSE QUEUE-FILE.

      *> Cassette handling as in WithdrawMoney: no CASHBOX.DAT means
      *> the machine runs without cassette control.
       LOAD-CASSETTES.
           MOVE 'N' TO WS-CASHBOX-PRESENT
           MOVE 'Y' TO WS-DISPENSE-OK
           MOVE 0 TO CASSETTE-COUNT
           MOVE 'N' TO WS-CASH-EOF

           OPEN INPUT CASHBOX-FILE
           IF CASHBOX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CASHBOX-PRESENT

           MOVE WS-TERMINAL-ID TO CASH-TERMINAL
           MOVE 0 TO CASH-DENOM
           START CASHBOX-FILE KEY IS NOT LESS THAN CASH-KEY
               INVALID KEY MOVE 'Y' TO WS-CASH-EOF
           END-START

           PERFORM UNTIL WS-CASH-EOF = 'Y'
               READ CASHBOX-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-CASH-EOF
                   NOT AT END
                       IF CASH-TERMINAL NOT = WS-TERMINAL-ID
                           MOVE 'Y' TO WS-CASH-EOF
                       ELSE
                       IF CASSETTE-COUNT < 10
                           ADD 1 TO CASSETTE-COUNT
                           MOVE CASH-DENOM TO
                               CT-DENOM(CASSETTE-COUNT)
                           MOVE CASH-NOTE-COUNT TO
                               CT-AVAILABLE(CASSETTE-COUNT)
                           MOVE 0 TO CT-DISPENSE(CASSETTE-COUNT)
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASHBOX-FILE

           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX >= CASSETTE-COUNT
               PERFORM VARYING CT-JDX FROM 1 BY 1
                       UNTIL CT-JDX > CASSETTE-COUNT - CT-IDX
                   IF CT-DENOM(CT-JDX) < CT-DENOM(CT-JDX + 1)
                       MOVE CT-DENOM(CT-JDX) TO WS-SWAP-DENOM
                       MOVE CT-AVAILABLE(CT-JDX) TO WS-SWAP-AVAIL
                       MOVE CT-DENOM(CT-JDX + 1) TO CT-DENOM(CT-JDX)
                       MOVE CT-AVAILABLE(CT-JDX + 1) TO
                           CT-AVAILABLE(CT-JDX)
                       MOVE WS-SWAP-DENOM TO CT-DENOM(CT-JDX + 1)
                       MOVE WS-SWAP-AVAIL TO CT-AVAILABLE(CT-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PLAN-NOTE-MIX.
           COMPUTE WS-CASH-REMAINDER =
               FUNCTION INTEGER-PART(LNK-AMOUNT)
           IF WS-CASH-REMAINDER NOT = LNK-AMOUNT
               MOVE 'N' TO WS-DISPENSE-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CASSETTE-COUNT
               IF CT-DENOM(CT-IDX) > 0
                   COMPUTE WS-NOTES-NEEDED =
                       WS-CASH-REMAINDER / CT-DENOM(CT-IDX)
                   IF WS-NOTES-NEEDED > CT-AVAILABLE(CT-IDX)
                       MOVE CT-AVAILABLE(CT-IDX) TO WS-NOTES-NEEDED
                   END-IF
                   MOVE WS-NOTES-NEEDED TO CT-DISPENSE(CT-IDX)
                   COMPUTE WS-CASH-REMAINDER = WS-CASH-REMAINDER -
                       (WS-NOTES-NEEDED * CT-DENOM(CT-IDX))
               END-IF
           END-PERFORM

           IF WS-CASH-REMAINDER NOT = 0
               MOVE 'N' TO WS-DISPENSE-OK
           END-IF.

       DISPENSE-NOTES.
           OPEN I-O CASHBOX-FILE
           IF CASHBOX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CASSETTE-COUNT
               IF CT-DISPENSE(CT-IDX) > 0
                   MOVE WS-TERMINAL-ID TO CASH-TERMINAL
                   MOVE CT-DENOM(CT-IDX) TO CASH-DENOM
                   READ CASHBOX-FILE KEY IS CASH-KEY
                       NOT INVALID KEY
                           SUBTRACT CT-DISPENSE(CT-IDX) FROM
                               CASH-NOTE-COUNT
                           REWRITE CASH-CASSETTE-RECORD
                   END-READ
               END-IF
           END-PERFORM
           CLOSE CASHBOX-FILE.

       DISPLAY-NOTE-MIX.
           DISPLAY "Notes dispensed:"
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CASSETTE-COUNT
               IF CT-DISPENSE(CT-IDX) > 0
                   DISPLAY "  " CT-DENOM(CT-IDX) " x "
                       CT-DISPENSE(CT-IDX)
               END-IF
           END-PERFORM.

       WRITE-DECLINED.
           ACCEPT WS-DECLINE-TIME FROM TIME
           MOVE WS-CAL-TODAY TO WS-DECLINE-DATE
           OPEN EXTEND DECLINED-FILE
           MOVE SPACES TO DECLINED-LINE
           STRING
               WS-DECLINE-DATE DELIMITED BY SIZE
               WS-DECLINE-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               LNK-ACCNO DELIMITED BY SIZE
               ",WITHDRAW," DELIMITED BY SIZE
               WS-DECLINE-CODE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-DECLINE-REASON) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(LNK-OPERATOR-ID) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-TERMINAL-ID) DELIMITED BY SIZE
               INTO DECLINED-LINE
           END-STRING
           WRITE DECLINED-LINE
           CLOSE DECLINED-FILE.

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-CAL-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               ",STANDIN_APPROVE," DELIMITED BY SIZE
               WS-NEXT-SQ-ID DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               LNK-ACCNO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               LNK-AMOUNT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-TERMINAL-ID) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(LNK-OPERATOR-ID) DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           CALL "AuditLogger" USING AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE.

       READ-PARAMS.
           OPEN INPUT PARAMS-FILE
           IF PARAMS-STATUS = "00"
               PERFORM UNTIL PARAMS-STATUS NOT = "00"
                   READ PARAMS-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE SPACES TO WS-PARAM-NAME WS-PARAM-VALUE
                           UNSTRING PARAM-LINE DELIMITED BY ","
                               INTO WS-PARAM-NAME WS-PARAM-VALUE
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "TERMINALID"
                               MOVE WS-PARAM-VALUE(1:8)
                                   TO WS-TERMINAL-ID
                           END-IF
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "STANDINMAXAMT"
                               COMPUTE WS-STANDIN-MAX =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "STANDINCARDLIMIT"
                               COMPUTE WS-CARD-LIMIT =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM StandInAuth.
