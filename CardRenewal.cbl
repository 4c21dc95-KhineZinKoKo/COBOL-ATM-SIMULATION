           COPY "RUN-CONTROL.cpy".

       WORKING-STORAGE SECTION.
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01 CARD-STATUS-CODE        PIC XX.
       01 FILE-STATUS             PIC XX.
       01 OUTBOX-STATUS           PIC XX.
                   MOVE WS-HOLD-CARD TO CARD-RECORD
                   EXIT PARAGRAPH
           END-WRITE
           MOVE "CRDI" TO WS-IJ-KIND
           MOVE CARD-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE

           MOVE WS-HOLD-CARD TO CARD-RECORD
           MOVE WS-NEW-CARD-NO TO CARD-SUCCESSOR
                       WS-OLD-CARD-NO
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "CRDU" TO WS-IJ-KIND
           MOVE CARD-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE

           ADD 1 TO WS-QUEUED-COUNT
           PERFORM WRITE-PRODUCTION-LINE
           IF CARD-PENDING
               MOVE "ACTIVE" TO CARD-STATUS
               REWRITE CARD-RECORD
               MOVE "CRDU" TO WS-IJ-KIND
               MOVE CARD-RECORD TO WS-IJ-IMAGE
               CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           END-IF

           MOVE WS-HOLD-CARD TO CARD-RECORD
                       WS-OLD-CARD-NO
               NOT INVALID KEY
                   ADD 1 TO WS-ACTIVATED-COUNT
                   MOVE "CRDU" TO WS-IJ-KIND
                   MOVE CARD-RECORD TO WS-IJ-IMAGE
                   CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           END-REWRITE.

      *> One comma-separated line per card for the embossing
