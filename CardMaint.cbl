      *> reported-lost card so it can no longer log in - without
      *> touching the underlying account's status. Card numbers are
      *> generated 16 digits with the same uniqueness-loop pattern
      *> the transaction codes use; every action is audit-logged. A
      *> replacement carries the CARDREPLACE counter tariff, taken
      *> through ServiceCharge before the old card is closed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "USER-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01 AUDIT-LINE              PIC X(120).
       01 CARD-STATUS-CODE        PIC XX.
       01 USERS-STATUS            PIC XX.
       01 UNIQUE-FOUND            PIC X.
       01 WS-EXPIRY-MONTHS        PIC 9(3) VALUE 36.
       01 WS-AUDIT-ACTION         PIC X(16).
       01 WS-SVC-CODE             PIC X(12) VALUE "CARDREPLACE".
       01 WS-SVC-RESULT           PIC X.

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
                       WS-ACC-INPUT ", expires " CARD-EXPIRY "."
                   MOVE "CARD_ISSUE" TO WS-AUDIT-ACTION
                   PERFORM WRITE-AUDIT-LOG
                   MOVE "CRDI" TO WS-IJ-KIND
                   MOVE CARD-RECORD TO WS-IJ-IMAGE
                   CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           END-WRITE.

       REPLACE-CARD.
           END-READ

           MOVE CARD-ACC-NO TO WS-ACC-INPUT
           CALL "ServiceCharge" USING WS-SVC-CODE WS-ACC-INPUT
               LNK-OPERATOR-ID WS-SVC-RESULT
           IF WS-SVC-RESULT = "N"
               DISPLAY "Card not replaced."
               CLOSE CARD-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "REPLACED" TO CARD-STATUS
           REWRITE CARD-RECORD
               INVALID KEY
                   CLOSE CARD-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "CRDU" TO WS-IJ-KIND
           MOVE CARD-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           MOVE "CARD_REPLACE" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-LOG

                       "itself stays usable with a new card."
                   MOVE "CARD_HOTLIST" TO WS-AUDIT-ACTION
                   PERFORM WRITE-AUDIT-LOG
                   MOVE "CRDU" TO WS-IJ-KIND
                   MOVE CARD-RECORD TO WS-IJ-IMAGE
                   CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           END-REWRITE
           CLOSE CARD-FILE.

