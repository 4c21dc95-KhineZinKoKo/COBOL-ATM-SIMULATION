

       WORKING-STORAGE SECTION.
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01  AUDIT-LINE            PIC X(120).
       01  WS-ACCNO          PIC 9(16).
       01  WS-CONFIRM        PIC X(1).

       LINKAGE SECTION.
       01 TEMP PIC 9.
       01 ADMIN-CHOICE    PIC 999.
       01 LNK-OPERATOR-ID PIC X(20).
       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
       MAIN-PROCEDURE.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
           MOVE USER-ACC-NO TO DEL-ACC-NO
           PERFORM WRITE-CLOSED-ACCOUNT
           MOVE USER-RECORD TO WS-IJ-IMAGE
           DELETE USER-FILE
               INVALID KEY
                   DISPLAY "Error deleting record!"
               NOT INVALID KEY
                   DISPLAY "User account permanently deleted!"
                   PERFORM WRITE-AUDIT-LOG
                   MOVE "USRD" TO WS-IJ-KIND
                   CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           DISPLAY "---------------------------------------------------"
           "-------------"
           END-DELETE
