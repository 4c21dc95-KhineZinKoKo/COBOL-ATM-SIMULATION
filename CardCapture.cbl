       IDENTIFICATION DIVISION.
       PROGRAM-ID. CardCapture.

      *> Records the cards found in one terminal's reject bin. Called
      *> from the cassette replenishment in CashInventory - the visit
      *> that empties the bin - and from the captured-card register
      *> for a card found outside a cash load. For each card the
      *> operator keys the card number, the capture date (from the
      *> machine's journal; 0 = today) and the reason; the card
      *> is entered HELD on CAPCARDS.DAT against the terminal and
      *> its branch, set CAPTURED on CARDS.DAT so it can no longer
      *> log in, and the holder is told through OUTBOX.DAT
      *> (CARDCAPT) that the card is waiting at the branch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPCARD-FILE ASSIGN TO "CAPCARDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-ID
               FILE STATUS IS CAPCARD-STATUS.

           SELECT CARD-FILE ASSIGN TO "CARDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CARD-NO
               FILE STATUS IS CARD-STATUS-CODE.

           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-ACC-NO
               FILE STATUS IS FILE-STATUS.

           SELECT TERMINAL-FILE ASSIGN TO "TERMINALS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TERM-ID
               FILE STATUS IS TERMINAL-STATUS.

           SELECT OUTBOX-FILE ASSIGN TO "OUTBOX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-ID
               FILE STATUS IS OUTBOX-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CAPCARD-FILE.
           COPY "CAPTURED-CARD.cpy".

       FD CARD-FILE.
           COPY "CARD-RECORD.cpy".

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD TERMINAL-FILE.
           COPY "TERMINAL-RECORD.cpy".

       FD OUTBOX-FILE.
           COPY "OUTBOX-MESSAGE.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 AUDIT-LINE              PIC X(120).
       01 WS-AUDIT-TIME           PIC 9(6).
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01 CAPCARD-STATUS          PIC XX.
       01 CARD-STATUS-CODE        PIC XX.
       01 FILE-STATUS             PIC XX.
       01 TERMINAL-STATUS         PIC XX.
       01 OUTBOX-STATUS           PIC XX.
       01 PARAMS-STATUS           PIC XX.

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).

       01 WS-EOF                  PIC X.
       01 WS-CARD-INPUT           PIC 9(16).
       01 WS-DATE-INPUT           PIC 9(8).
       01 WS-REASON-CHOICE        PIC 9.
       01 WS-REASON               PIC X(8).
       01 WS-BRANCH               PIC X(4).
       01 WS-ON-FILE              PIC X.
       01 WS-ALREADY-HELD         PIC X.
       01 WS-PRIOR-STATUS         PIC X(8).
       01 WS-CARD-ACC             PIC 9(16).
       01 WS-ALERT-PHONE          PIC X(15).
       01 WS-NEXT-CC-ID           PIC 9(6).
       01 WS-NEXT-MSG-ID          PIC 9(8).
       01 WS-RECORDED             PIC 9(4).
       01 WS-WRITE-FAILED         PIC X.

       LINKAGE SECTION.
       01 LNK-TERMINAL            PIC X(8).
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING LNK-TERMINAL, LNK-OPERATOR-ID.
       MAIN-PROCEDURE.
           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           MOVE 0 TO WS-RECORDED

           MOVE "0001" TO WS-BRANCH
           OPEN INPUT TERMINAL-FILE
           IF TERMINAL-STATUS = "00"
               MOVE LNK-TERMINAL TO TERM-ID
               READ TERMINAL-FILE
                   NOT INVALID KEY
                       IF TERM-BRANCH NOT = SPACES
                           MOVE TERM-BRANCH TO WS-BRANCH
                       END-IF
               END-READ
               CLOSE TERMINAL-FILE
           END-IF

           MOVE 1 TO WS-CARD-INPUT
           PERFORM UNTIL WS-CARD-INPUT = 0
               DISPLAY "Captured card number from the reject bin "
                   "(0 = no more): "
               ACCEPT WS-CARD-INPUT
               IF WS-CARD-INPUT NOT = 0
                   PERFORM RECORD-ONE-CARD
               END-IF
           END-PERFORM

           DISPLAY WS-RECORDED " captured card(s) recorded for "
               "terminal " LNK-TERMINAL "."
           GOBACK.

       RECORD-ONE-CARD.
           PERFORM CHECK-ALREADY-HELD
           IF WS-ALREADY-HELD = 'Y'
               DISPLAY "Card " WS-CARD-INPUT " is already held on "
                   "the register - not entered twice."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Capture date YYYYMMDD (0 = today): "
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT = 0
               MOVE WS-TODAY TO WS-DATE-INPUT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-INPUT) NOT = 0 OR
              WS-DATE-INPUT > WS-TODAY
               DISPLAY "Invalid capture date - card not entered."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Reason: 1 = PIN tries exceeded, 2 = card expired,"
           DISPLAY "        3 = hotlisted card, 4 = card not taken,"
           DISPLAY "        5 = machine fault"
           ACCEPT WS-REASON-CHOICE
           EVALUATE WS-REASON-CHOICE
               WHEN 1
                   MOVE "PINTRIES" TO WS-REASON
               WHEN 2
                   MOVE "EXPIRED" TO WS-REASON
               WHEN 3
                   MOVE "HOTLIST" TO WS-REASON
               WHEN 4
                   MOVE "NOTTAKEN" TO WS-REASON
               WHEN 5
                   MOVE "FAULT" TO WS-REASON
               WHEN OTHER
                   DISPLAY "Invalid reason - card not entered."
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM MARK-CARD-CAPTURED
           PERFORM WRITE-REGISTER-ENTRY
           IF CAPCARD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RECORDED

           IF WS-ON-FILE = 'Y'
               PERFORM QUEUE-CAPTURE-NOTICE
               DISPLAY "Card " WS-CARD-INPUT " (account " WS-CARD-ACC
                   ") held as entry " WS-NEXT-CC-ID
                   " - holder notified."
           ELSE
               DISPLAY "Card " WS-CARD-INPUT " is not one of ours - "
                   "held as entry " WS-NEXT-CC-ID " for destruction."
           END-IF

           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING WS-TODAY WS-AUDIT-TIME ",CARD_CAPTURE,"
               WS-CARD-INPUT "," LNK-TERMINAL ","
               FUNCTION TRIM(WS-REASON) ","
               FUNCTION TRIM(LNK-OPERATOR-ID)
               DELIMITED BY SIZE INTO AUDIT-LINE
           CALL "AuditLogger" USING AUDIT-LINE.

       CHECK-ALREADY-HELD.
           MOVE 'N' TO WS-ALREADY-HELD
           OPEN INPUT CAPCARD-FILE
           IF CAPCARD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE 1 TO CC-ID
           START CAPCARD-FILE KEY IS NOT LESS THAN CC-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ CAPCARD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CC-CARD-NO = WS-CARD-INPUT AND CC-HELD
                           MOVE 'Y' TO WS-ALREADY-HELD
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAPCARD-FILE.

      *> A live card (ACTIVE, or PENDING ahead of a renewal) is set
      *> CAPTURED; a hotlisted or replaced card already cannot log
      *> in and keeps its status.
       MARK-CARD-CAPTURED.
           MOVE 'N' TO WS-ON-FILE
           MOVE SPACES TO WS-PRIOR-STATUS
           MOVE 0 TO WS-CARD-ACC
           OPEN I-O CARD-FILE
           IF CARD-STATUS-CODE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CARD-INPUT TO CARD-NO
           READ CARD-FILE KEY IS CARD-NO
               INVALID KEY
                   CLOSE CARD-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE 'Y' TO WS-ON-FILE
           MOVE CARD-STATUS TO WS-PRIOR-STATUS
           MOVE CARD-ACC-NO TO WS-CARD-ACC
           IF CARD-ACTIVE OR CARD-PENDING
               MOVE "CAPTURED" TO CARD-STATUS
               REWRITE CARD-RECORD
                   INVALID KEY
                       DISPLAY "[ERROR]: Could not mark card "
                           CARD-NO " captured."
                   NOT INVALID KEY
                       MOVE "CRDU" TO WS-IJ-KIND
                       MOVE CARD-RECORD TO WS-IJ-IMAGE
                       CALL "ImageJournal" USING WS-IJ-KIND
                           WS-IJ-IMAGE
               END-REWRITE
           END-IF
           CLOSE CARD-FILE.

       WRITE-REGISTER-ENTRY.
           OPEN I-O CAPCARD-FILE
           IF CAPCARD-STATUS = "35"
               OPEN OUTPUT CAPCARD-FILE
               CLOSE CAPCARD-FILE
               OPEN I-O CAPCARD-FILE
           END-IF
           MOVE 0 TO CC-ID
           READ CAPCARD-FILE KEY IS CC-ID
               INVALID KEY
                   INITIALIZE CAPTURED-CARD-RECORD
                   MOVE 0 TO CC-ID
                   MOVE 1 TO CC-CARD-NO
                   WRITE CAPTURED-CARD-RECORD
                   MOVE 1 TO WS-NEXT-CC-ID
               NOT INVALID KEY
                   ADD 1 TO CC-CARD-NO
                   MOVE CC-CARD-NO TO WS-NEXT-CC-ID
                   REWRITE CAPTURED-CARD-RECORD
           END-READ

           MOVE 'N' TO WS-WRITE-FAILED
           INITIALIZE CAPTURED-CARD-RECORD
           MOVE WS-NEXT-CC-ID TO CC-ID
           MOVE WS-CARD-INPUT TO CC-CARD-NO
           MOVE WS-CARD-ACC TO CC-ACC-NO
           MOVE LNK-TERMINAL TO CC-TERMINAL
           MOVE WS-BRANCH TO CC-BRANCH
           MOVE WS-DATE-INPUT TO CC-CAPTURE-DATE
           MOVE WS-REASON TO CC-REASON
           MOVE WS-PRIOR-STATUS TO CC-PRIOR-STATUS
           MOVE WS-TODAY TO CC-RECORDED-DATE
           MOVE LNK-OPERATOR-ID TO CC-RECORDED-BY
           MOVE "HELD" TO CC-STATE
           MOVE 0 TO CC-DONE-DATE
           MOVE SPACES TO CC-DONE-BY CC-ID-SEEN
           WRITE CAPTURED-CARD-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not record captured card "
                       WS-CARD-INPUT "."
                   MOVE 'Y' TO WS-WRITE-FAILED
           END-WRITE
           CLOSE CAPCARD-FILE
           IF WS-WRITE-FAILED = 'Y'
               MOVE "99" TO CAPCARD-STATUS
           END-IF.

       QUEUE-CAPTURE-NOTICE.
           MOVE SPACES TO WS-ALERT-PHONE
           OPEN INPUT USER-FILE
           IF FILE-STATUS = "00"
               MOVE WS-CARD-ACC TO USER-ACC-NO
               READ USER-FILE
                   NOT INVALID KEY
                       MOVE USER-PHONE TO WS-ALERT-PHONE
               END-READ
               CLOSE USER-FILE
           END-IF

           OPEN I-O OUTBOX-FILE
           IF OUTBOX-STATUS = "35"
               OPEN OUTPUT OUTBOX-FILE
               CLOSE OUTBOX-FILE
               OPEN I-O OUTBOX-FILE
           END-IF

           MOVE 0 TO MSG-ID
           READ OUTBOX-FILE KEY IS MSG-ID
               INVALID KEY
                   MOVE 0 TO MSG-ID
                   MOVE 1 TO MSG-ACC-NO
                   MOVE SPACES TO MSG-PHONE MSG-EVENT MSG-STATUS
                   MOVE 0 TO MSG-AMOUNT MSG-DATE MSG-TIME
                   WRITE OUTBOX-RECORD
                   MOVE 1 TO WS-NEXT-MSG-ID
               NOT INVALID KEY
                   ADD 1 TO MSG-ACC-NO
                   MOVE MSG-ACC-NO TO WS-NEXT-MSG-ID
                   REWRITE OUTBOX-RECORD
           END-READ

           MOVE WS-NEXT-MSG-ID TO MSG-ID
           MOVE WS-CARD-ACC TO MSG-ACC-NO
           MOVE WS-ALERT-PHONE TO MSG-PHONE
           MOVE "CARDCAPT" TO MSG-EVENT
           MOVE 0 TO MSG-AMOUNT
           MOVE WS-TODAY TO MSG-DATE
           ACCEPT MSG-TIME FROM TIME
           MOVE "PENDING" TO MSG-STATUS
           WRITE OUTBOX-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not queue capture notice."
           END-WRITE
           CLOSE OUTBOX-FILE.

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

       END PROGRAM CardCapture.
