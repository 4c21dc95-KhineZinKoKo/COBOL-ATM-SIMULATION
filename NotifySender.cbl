      *> program lists the queue and lets the operator mark each
      *> message SENT or FAILED after working it through the gateway
      *> handset, or sweep the whole pending queue to SENT in one go
      *> at the end of a gateway session. Balance-movement alerts
      *> (DEPOSIT, WITHDRAW, TRANSFER, INTEREST) for an account on
      *> ALERTSTOP.DAT are marked STOPPED before the queue is shown,
      *> so an opted-out holder is never sent one.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS MSG-ID
               FILE STATUS IS OUTBOX-STATUS.

           SELECT ALERTSTOP-FILE ASSIGN TO "ALERTSTOP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AS-ACC-NO
               FILE STATUS IS ALERTSTOP-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD OUTBOX-FILE.
           COPY "OUTBOX-MESSAGE.cpy".

       FD ALERTSTOP-FILE.
           COPY "ALERT-STOP.cpy".

       WORKING-STORAGE SECTION.
       01 OUTBOX-STATUS           PIC XX.
       01 ALERTSTOP-STATUS        PIC XX.
       01 WS-STOPPED-COUNT        PIC 9(6).
       01 WS-MENU-CHOICE          PIC 9.
       01 WS-AGAIN                PIC X VALUE 'Y'.
       01 WS-EOF                  PIC X.

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE.
       MAIN-PROCEDURE.
           IF ADMIN-CHOICE = 21

           PERFORM APPLY-ALERT-STOPS

           PERFORM UNTIL WS-AGAIN NOT = 'Y' AND WS-AGAIN NOT = 'y'
               DISPLAY "============================================"
               DISPLAY "        CUSTOMER ALERT OUTBOX"
           END-IF
           GOBACK.

       APPLY-ALERT-STOPS.
           MOVE 0 TO WS-STOPPED-COUNT
           OPEN INPUT ALERTSTOP-FILE
           IF ALERTSTOP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O OUTBOX-FILE
           IF OUTBOX-STATUS NOT = "00"
               CLOSE ALERTSTOP-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE 1 TO MSG-ID
           START OUTBOX-FILE KEY IS NOT LESS THAN MSG-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ OUTBOX-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MSG-PENDING AND
                          (MSG-EVENT = "DEPOSIT" OR
                           MSG-EVENT = "WITHDRAW" OR
                           MSG-EVENT = "TRANSFER" OR
                           MSG-EVENT = "INTEREST")
                           MOVE MSG-ACC-NO TO AS-ACC-NO
                           READ ALERTSTOP-FILE KEY IS AS-ACC-NO
                               NOT INVALID KEY
                                   MOVE "STOPPED" TO MSG-STATUS
                                   REWRITE OUTBOX-RECORD
                                   ADD 1 TO WS-STOPPED-COUNT
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OUTBOX-FILE
           CLOSE ALERTSTOP-FILE
           IF WS-STOPPED-COUNT > 0
               DISPLAY WS-STOPPED-COUNT " alert(s) withheld - the "
                   "holder has texted STOP."
           END-IF.

       LIST-PENDING.
           MOVE 0 TO WS-PENDING-COUNT
           MOVE 'N' TO WS-EOF
