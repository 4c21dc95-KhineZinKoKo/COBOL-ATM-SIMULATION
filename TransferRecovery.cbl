           COPY "USER-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01 AUDIT-LINE              PIC X(120).
       01 JRNL-STATUS             PIC XX.
       01 FILE-STATUS             PIC XX.
      *> The classic power-cut case: finish the credit now.
                           MOVE JR-RCV-NEW TO USER-BALANCE
                           REWRITE USER-RECORD
                           MOVE "USER" TO WS-IJ-KIND
                           MOVE USER-RECORD TO WS-IJ-IMAGE
                           CALL "ImageJournal"
                               USING WS-IJ-KIND WS-IJ-IMAGE
                           MOVE "RECOVERED" TO WS-RESOLUTION
                           CLOSE USER-FILE
                       WHEN OTHER
                   EXIT PARAGRAPH
           END-READ
           MOVE JR-SND-NEW TO USER-BALANCE
           REWRITE USER-RECORD
           MOVE "USER" TO WS-IJ-KIND
           MOVE USER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE.

       APPLY-RECEIVER-NEW.
           MOVE JR-RECEIVER TO USER-ACC-NO
                   EXIT PARAGRAPH
           END-READ
           MOVE JR-RCV-NEW TO USER-BALANCE
           REWRITE USER-RECORD
           MOVE "USER" TO WS-IJ-KIND
           MOVE USER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE.

       APPLY-RESOLUTION.
           MOVE WS-RESOLUTION TO JR-STATUS
