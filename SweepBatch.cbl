           COPY "RUN-CONTROL.cpy".

       WORKING-STORAGE SECTION.
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01 SWEEP-STATUS            PIC XX.
       01 FILE-STATUS             PIC XX.
       01 HOLD-STATUS-CODE        PIC XX.

           SUBTRACT WS-EXCESS FROM USER-BALANCE
           REWRITE USER-RECORD
           MOVE "USER" TO WS-IJ-KIND
           MOVE USER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           MOVE USER-CURRENCY TO WS-POST-CCY
           MOVE USER-BRANCH TO WS-POST-BRANCH

                   END-READ
                   ADD WS-EXCESS TO USER-BALANCE
                   REWRITE USER-RECORD
                   MOVE "USER" TO WS-IJ-KIND
                   MOVE USER-RECORD TO WS-IJ-IMAGE
                   CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
                   MOVE "target account gone" TO WS-SKIP-REASON
                   CLOSE USER-FILE
                   PERFORM WRITE-SKIP-LINE
           END-READ
           ADD WS-EXCESS TO USER-BALANCE
           REWRITE USER-RECORD
           MOVE "USER" TO WS-IJ-KIND
           MOVE USER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           CLOSE USER-FILE

           PERFORM POST-TRANSACTION
               DISPLAY "[ERROR]: Writing sweep transfer failed for "
                   WS-SOURCE-ACC
           END-WRITE
           MOVE "TRAN" TO WS-IJ-KIND
           MOVE TRANSACTION-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE

           CLOSE TRANSACTION-FILE.

