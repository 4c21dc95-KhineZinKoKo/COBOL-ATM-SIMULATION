               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BENEFIC-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.
       FD BENEFIC-FILE.
       01 BENEFIC-LINE            PIC X(60).

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       01 STMT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01 AUDIT-LINE              PIC X(120).
       01 FILE-STATUS             PIC XX.
       01 HOLD-STATUS-CODE        PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 CTL-STATUS              PIC XX.
       01 BENEFIC-STATUS          PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 CLOSED-ACC-STATUS       PIC XX.
       01 STMT-STATUS             PIC XX.
       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).

       01 WS-ACR-MODE             PIC X.
       01 WS-ACR-AMOUNT           PIC 9(13)V99.
       01 WS-ACR-FROM             PIC 9(8).
       01 WS-ACR-FOUND            PIC X.
       01 WS-GROSS-INTEREST       PIC 9(15)V99 VALUE 0.
       01 WS-TAX-AMOUNT           PIC 9(15)V99 VALUE 0.
       01 WS-NET-INTEREST         PIC 9(15)V99 VALUE 0.

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
               CLOSE TERMDEP-FILE
           END-IF.

      *> Interest accrued since the last month-end posting comes
      *> off ACCRUAL.DAT - the same nightly figure InterestPosting
      *> pays at month end - and is settled there, taxed at
      *> WHTAXRATE the same way. The net goes onto the balance just
      *> before the payout and is posted as the TR-TYPE 5 entry, the
      *> withheld part as its TR-TYPE 9 record.
       SETTLE-INTEREST.
           MOVE 0 TO WS-GROSS-INTEREST
           MOVE 0 TO WS-TAX-AMOUNT
           MOVE 0 TO WS-NET-INTEREST
           MOVE "S" TO WS-ACR-MODE
           CALL "AccrualSettle" USING WS-ACCNO, WS-ACR-MODE,
               WS-TODAY, WS-ACR-AMOUNT, WS-ACR-FROM, WS-ACR-FOUND
           IF WS-ACR-FOUND NOT = 'Y' OR WS-ACR-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACR-AMOUNT TO WS-GROSS-INTEREST
           COMPUTE WS-TAX-AMOUNT ROUNDED =
               WS-GROSS-INTEREST * WS-WHTAX-RATE
           COMPUTE WS-NET-INTEREST =
               WS-GROSS-INTEREST - WS-TAX-AMOUNT

           ADD WS-NET-INTEREST TO USER-BALANCE
           MOVE 5 TO WS-POST-TYPE
           MOVE WS-NET-INTEREST TO WS-POST-AMOUNT
           PERFORM POST-TRANSACTION
           IF WS-TAX-AMOUNT > 0
               MOVE 9 TO WS-POST-TYPE
               MOVE WS-TAX-AMOUNT TO WS-POST-AMOUNT
               PERFORM POST-TRANSACTION
           END-IF.

      *> The whole remaining balance leaves as one recorded final
      *> withdrawal - nothing is thrown away any more.
       PAY-OUT-BALANCE.
               PERFORM POST-TRANSACTION
               MOVE 0 TO USER-BALANCE
           END-IF
           REWRITE USER-RECORD
           MOVE "USER" TO WS-IJ-KIND
           MOVE USER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE.

       CANCEL-SCHEDULES.
           MOVE 'N' TO WS-EOF
           WRITE CLOSED-ACC-LINE
           CLOSE CLOSED-ACC-FILE

           MOVE USER-RECORD TO WS-IJ-IMAGE
           DELETE USER-FILE
               INVALID KEY
                   DISPLAY "[ERROR]: Could not delete the record."
               NOT INVALID KEY
                   MOVE "USRD" TO WS-IJ-KIND
                   CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           END-DELETE
           CLOSE USER-FILE.

           ELSE
               MOVE USER-CURRENCY TO TR-CURRENCY
           END-IF
           MOVE 1                   TO TR-FX-RATE
           MOVE SPACES TO TR-TERMINAL
           CALL "WorkBranch" USING TR-OPERATOR-ID TR-TERMINAL
               USER-BRANCH TR-BRANCH
           COMPUTE TR-AMOUNT  =
               FUNCTION INTEGER-PART(WS-POST-AMOUNT)
           COMPUTE TR-DECIMAL =
           WRITE TRANSACTION-RECORD INVALID KEY
               DISPLAY "[ERROR]: Writing closure leg failed."
           END-WRITE
           MOVE "TRAN" TO WS-IJ-KIND
           MOVE TRANSACTION-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE

           CLOSE TRANSACTION-FILE.

