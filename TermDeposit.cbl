
       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
               NOT INVALID KEY
                   DISPLAY "Term deposit " TD-ID " opened, matures "
                       TD-MATURITY "."
                   MOVE "TDPI" TO WS-IJ-KIND
                   MOVE TERM-DEPOSIT-RECORD TO WS-IJ-IMAGE
                   CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           END-WRITE
           CLOSE TD-FILE.

           IF WS-CONFIRM = 'Y'
               MOVE "BROKEN" TO TD-STATUS
               REWRITE TERM-DEPOSIT-RECORD
               MOVE "TDPU" TO WS-IJ-KIND
               MOVE TERM-DEPOSIT-RECORD TO WS-IJ-IMAGE
               CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
               DISPLAY "Deposit " TD-ID " broken and paid out."
           END-IF
           CLOSE TD-FILE.
