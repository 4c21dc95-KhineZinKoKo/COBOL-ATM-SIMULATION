       PROGRAM-ID. InterestPosting.

      ******************************************************************
      * Month-end batch job: pays every USERS.DAT account the interest
      * accrued on ACCRUAL.DAT by the nightly InterestAccrual run and
      * posts it as a TR-TYPE 5 ("interest") transaction on
      * TRANSACTIONS.dat.
      * TR-TYPE 4 is reserved for admin-initiated reversals.
      ******************************************************************

       01 DETAIL-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01 ACCTYPE-STATUS          PIC XX.
       01 DETAIL-STATUS           PIC XX.
       01 DETAIL-FILENAME         PIC X(30).
       01 WS-WHTAX-RATE           PIC 9V9999 VALUE 0.
       01 WS-TAX-AMOUNT           PIC 9(15)V99.
       01 WS-GROSS-INTEREST       PIC 9(15)V99.
       01 WS-ACR-MODE             PIC X.
       01 WS-ACR-AMOUNT           PIC 9(13)V99.
       01 WS-ACR-FROM             PIC 9(8).
       01 WS-ACR-FOUND            PIC X.
       01 WS-TOTAL-TAX            PIC 9(15)V99 VALUE 0.
       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ.ZZ.
       01 WS-ACCOUNTS-PROCESSED   PIC 9(6) VALUE 0.
           END-IF

           MOVE 0 TO WS-GROSS-INTEREST
           MOVE 0 TO WS-DET-COUNT
           IF USER-STATUS NOT = "ACTIVE"
               EXIT PARAGRAPH
           END-IF

      *> The month pays exactly what InterestAccrual built up on
      *> ACCRUAL.DAT night by night; settling it zeroes the accrual
      *> for the next period. Dormant and locked accounts are not
      *> paid here and keep their accrual until they are.
           MOVE "S" TO WS-ACR-MODE
           CALL "AccrualSettle" USING USER-ACC-NO, WS-ACR-MODE,
               WS-RUN-DATE, WS-ACR-AMOUNT, WS-ACR-FROM, WS-ACR-FOUND
           IF WS-ACR-FOUND = 'Y'
               MOVE WS-ACR-AMOUNT TO WS-GROSS-INTEREST
           ELSE
      *> An account that has never been through the nightly accrual
      *> is still priced on the month-end balance as before.
               PERFORM FIND-ACC-TYPE
               IF WS-TYPE-FOUND = 'Y'
                   PERFORM COMPUTE-BANDED-INTEREST
               ELSE
      *> Types missing from ACCTYPES.DAT fall back to the flat
      *> rates the batch always carried.
                   EVALUATE FUNCTION UPPER-CASE(USER-ACC-TYPE)
                       WHEN "SAVINGS"
                           MOVE 0.0050 TO WS-INTEREST-RATE
                       WHEN "SPECIAL"
                           MOVE 0.0025 TO WS-INTEREST-RATE
                       WHEN OTHER
                           MOVE 0 TO WS-INTEREST-RATE
                   END-EVALUATE
                   COMPUTE WS-GROSS-INTEREST ROUNDED =
                       USER-BALANCE * WS-INTEREST-RATE
               END-IF
           END-IF

           IF WS-GROSS-INTEREST > 0 AND USER-STATUS = "ACTIVE"
                           DISPLAY "[ERROR]: Failed to post interest: "
                               USER-ACC-NO
                   END-REWRITE
                   MOVE "USER" TO WS-IJ-KIND
                   MOVE USER-RECORD TO WS-IJ-IMAGE
                   CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE

                   PERFORM WRITE-INTEREST-TRANSACTION
                   PERFORM WRITE-BAND-DETAIL
                       USER-ACC-NO
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "USER" TO WS-IJ-KIND
           MOVE USER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           MOVE WS-OD-INTEREST TO WS-TAX-AMOUNT
           PERFORM WRITE-OD-CHARGE-TRANSACTION
           ADD 1 TO WS-OD-CHARGED-COUNT.
           WRITE TRANSACTION-RECORD INVALID KEY
               DISPLAY "[ERROR]: Writing OD interest charge failed."
           END-WRITE
           MOVE "TRAN" TO WS-IJ-KIND
           MOVE TRANSACTION-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE

           CLOSE TRANSACTION-FILE.

               DELIMITED BY SIZE INTO DETAIL-LINE
           END-STRING
           WRITE DETAIL-LINE
           IF WS-ACR-FOUND = 'Y'
               MOVE SPACES TO DETAIL-LINE
               STRING "    accrued daily from " WS-ACR-FROM
                   " to " WS-RUN-DATE
                   DELIMITED BY SIZE INTO DETAIL-LINE
               END-STRING
               WRITE DETAIL-LINE
           END-IF
           PERFORM VARYING WS-DET-IDX FROM 1 BY 1
                   UNTIL WS-DET-IDX > WS-DET-COUNT
               MOVE SPACES TO DETAIL-LINE
           WRITE TRANSACTION-RECORD INVALID KEY
               DISPLAY "[ERROR]: Writing interest transaction failed."
           END-WRITE
           MOVE "TRAN" TO WS-IJ-KIND
           MOVE TRANSACTION-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE

           CLOSE TRANSACTION-FILE.

           WRITE TRANSACTION-RECORD INVALID KEY
               DISPLAY "[ERROR]: Writing tax transaction failed."
           END-WRITE
           MOVE "TRAN" TO WS-IJ-KIND
           MOVE TRANSACTION-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE

           CLOSE TRANSACTION-FILE.

