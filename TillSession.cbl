      *> out the expected drawer, and prints the over/short figure
      *> against the counted cash, storing it on the till record so
      *> shortage disputes no longer need an hour of reconstruction.
      *> A non-zero difference is handed to TillDiffRecord for the
      *> till difference register and its booking.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAULTMOV-STATUS.

           SELECT SUSPECT-FILE ASSIGN TO "SUSPECTNOTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-ID
               FILE STATUS IS SUSPECT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD VAULTMOV-FILE.
       01 VAULTMOV-LINE           PIC X(100).

       FD SUSPECT-FILE.
           COPY "SUSPECT-NOTE.cpy".

       WORKING-STORAGE SECTION.
       01 TILL-STATUS-CODE        PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 VAULT-STATUS            PIC XX.
       01 VAULTMOV-STATUS         PIC XX.
       01 SUSPECT-STATUS          PIC XX.
       01 WS-IMPOUND-COUNT        PIC 9(5).
       01 WS-IMPOUND-VALUE        PIC 9(15)V99.
       01 WS-DIRECTION            PIC X(9).
       01 WS-DENOM-INPUT          PIC 9(6).
       01 WS-NOTES-INPUT          PIC 9(7).
       01 WS-CASH-OUT             PIC 9(15)V99.
       01 WS-EXPECTED             PIC S9(15)V99.
       01 WS-AMOUNT               PIC 9(15)V99.
       01 WS-DIFF-TILL-ID         PIC 9(6) VALUE 0.
       01 WS-DIFF-BRANCH          PIC X(4).
       01 WS-DIFF-AMOUNT          PIC S9(15)V99.

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
           END-READ

           PERFORM TOTAL-SESSION-CASH
           PERFORM TOTAL-IMPOUNDED-NOTES

      *> Vault buys top the drawer up, sells take notes out -
      *> both sides are on the till record from the transfers,
           DISPLAY "Counter cash out : " FORMAT-BALANCE
           MOVE WS-EXPECTED TO FORMAT-SIGNED
           DISPLAY "Expected drawer  : " FORMAT-SIGNED
           IF WS-IMPOUND-COUNT > 0
               MOVE WS-IMPOUND-VALUE TO FORMAT-BALANCE
               DISPLAY "Impounded notes  : " FORMAT-BALANCE
                   " (" WS-IMPOUND-COUNT " notes)"
               DISPLAY "  held apart for the currency return - "
                   "do not count them in the drawer."
           END-IF

           DISPLAY "Counted drawer cash: "
           ACCEPT WS-COUNTED-INPUT
           MOVE WS-CLOCK-TIME TO TILL-CLOSE-TIME
           MOVE "CLOSED" TO TILL-STATUS

           MOVE 0 TO WS-DIFF-TILL-ID
           REWRITE TILL-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not close till."
                   MOVE TILL-OVER-SHORT TO FORMAT-SIGNED
                   DISPLAY "Till " TILL-ID " closed. Over/short: "
                       FORMAT-SIGNED
                   IF TILL-OVER-SHORT NOT = 0
                       MOVE TILL-ID TO WS-DIFF-TILL-ID
                       MOVE TILL-BRANCH TO WS-DIFF-BRANCH
                       MOVE TILL-OVER-SHORT TO WS-DIFF-AMOUNT
                   END-IF
           END-REWRITE
           CLOSE TILL-FILE
           IF WS-DIFF-TILL-ID NOT = 0
               CALL "TillDiffRecord" USING WS-DIFF-TILL-ID
                   LNK-OPERATOR-ID WS-DIFF-BRANCH WS-DIFF-AMOUNT
           END-IF.

      *> The teller's cash movements for the session date: deposits
      *> taken in (TR-TYPE 1) and withdrawals paid out (TR-TYPE 2)
           END-PERFORM
           CLOSE TRANSACTION-FILE.

      *> Counterfeit and suspect notes this teller impounded during
      *> the session. The deposit only credited the genuine notes,
      *> so these are already outside the cash-in total; they are
      *> shown so the teller can set them aside before counting.
       TOTAL-IMPOUNDED-NOTES.
           MOVE 0 TO WS-IMPOUND-COUNT
           MOVE 0 TO WS-IMPOUND-VALUE
           MOVE 'N' TO WS-EOF

           OPEN INPUT SUSPECT-FILE
           IF SUSPECT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO SN-ID
           START SUSPECT-FILE KEY IS NOT LESS THAN SN-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 'Y'
               READ SUSPECT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SN-OPERATOR = TILL-OPERATOR AND
                          SN-DATE = TILL-OPEN-DATE
                           ADD 1 TO WS-IMPOUND-COUNT
                           ADD SN-DENOM TO WS-IMPOUND-VALUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPECT-FILE.

       SHOW-OPEN-TILL.
           OPEN INPUT TILL-FILE
           PERFORM FIND-OPEN-TILL
