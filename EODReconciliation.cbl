           05 SR-AMOUNT           PIC S9(15)V99.

       WORKING-STORAGE SECTION.
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01 TRANS-STATUS            PIC XX.
       01 FILE-STATUS             PIC XX.
       01 REPORT-STATUS           PIC XX.
               IF WS-BRANCH-FILTER = SPACES
                   MOVE WS-EXPECTED-BALANCE TO USER-EOD-BALANCE
                   REWRITE USER-RECORD
                   MOVE "USER" TO WS-IJ-KIND
                   MOVE USER-RECORD TO WS-IJ-IMAGE
                   CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
               END-IF
           ELSE
               ADD 1 TO WS-MISMATCH-COUNT
