       01 WARN-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01 AUDIT-LINE              PIC X(120).
       01 USERS-STATUS            PIC XX.
       01 TRANS-STATUS            PIC XX.
                   INVALID KEY
                       DISPLAY "[ERROR]: Could not flag account "
                           USER-ACC-NO
                   NOT INVALID KEY
                       MOVE "USER" TO WS-IJ-KIND
                       MOVE USER-RECORD TO WS-IJ-IMAGE
                       CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
               END-REWRITE
               ADD 1 TO WS-FLAGGED-COUNT
               PERFORM WRITE-AUDIT-LOG
