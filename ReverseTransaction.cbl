       01 WS-CTL-DATE-RAW     PIC X(6).
       01 WS-CTL-DATE         PIC 9(8).
       01 WS-NEXT-RECEIPT-CDE PIC 9(14).
       01 WS-IC-ACTION        PIC X(12) VALUE "REVERSE".
       01 WS-IC-RESULT        PIC X.
       01 WS-IC-ACC-NO        PIC 9(16).

       LINKAGE SECTION.
       01 TEMP             PIC 9.
       01 ADMIN-CHOICE     PIC 999.
       01 WS-OPERATOR-ID   PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, WS-OPERATOR-ID.
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-INSIDER
           IF WS-IC-RESULT NOT = 'Y'
               DISPLAY "Reversal refused - staff/insider account."
               EXIT PARAGRAPH
           END-IF

           MOVE TRANSACTION-ID TO WS-ORIG-ID
           MOVE TR-ACC-NO      TO WS-ORIG-FROM
           MOVE TR-RECEIVER-NO TO WS-ORIG-TO
               DISPLAY "[ERROR]: Could not flag original "
                   "transaction as reversed."
           END-REWRITE
           MOVE "TRNU" TO WS-IJ-KIND
           MOVE TRANSACTION-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE

               DISPLAY "[ERROR]: Could not flag group leg as "
                   "reversed."
           END-REWRITE
           MOVE "TRNU" TO WS-IJ-KIND
           MOVE TRANSACTION-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE

           PERFORM WRITE-REVERSAL-ENTRY
           DISPLAY "Group leg " WS-ORIG-ID " reversed.".

      *> A reversal is refused on an account belonging to the
      *> operator or one of their related parties unless another
      *> supervisor overrides; both sides of a transfer are checked.
       CHECK-INSIDER.
           MOVE 'Y' TO WS-IC-RESULT
           OPEN INPUT USER-FILE
           IF USERS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE TR-ACC-NO TO WS-IC-ACC-NO
           MOVE WS-IC-ACC-NO TO USER-ACC-NO
           READ USER-FILE KEY IS USER-ACC-NO
               NOT INVALID KEY
                   CALL "InsiderCheck" USING WS-OPERATOR-ID
                       WS-IC-ACC-NO USER-CUSTOMER-ID WS-IC-ACTION
                       WS-IC-RESULT
           END-READ
           IF WS-IC-RESULT = 'Y' AND TR-TYPE = 3
              AND TR-RECEIVER-NO NOT = TR-ACC-NO
               MOVE TR-RECEIVER-NO TO WS-IC-ACC-NO
               MOVE WS-IC-ACC-NO TO USER-ACC-NO
               READ USER-FILE KEY IS USER-ACC-NO
                   NOT INVALID KEY
                       CALL "InsiderCheck" USING WS-OPERATOR-ID
                           WS-IC-ACC-NO USER-CUSTOMER-ID WS-IC-ACTION
                           WS-IC-RESULT
               END-READ
           END-IF
           CLOSE USER-FILE.

       APPLY-BALANCE-REVERSAL.
           OPEN I-O USER-FILE

