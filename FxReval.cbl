       01 REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01 FILE-STATUS             PIC XX.
       01 FXRATES-STATUS          PIC XX.
       01 FXREVAL-STATUS          PIC XX.
               DISPLAY "[ERROR]: Writing revaluation leg failed for "
                   USER-ACC-NO
           END-WRITE
           MOVE "TRAN" TO WS-IJ-KIND
           MOVE TRANSACTION-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE

           CLOSE TRANSACTION-FILE.

