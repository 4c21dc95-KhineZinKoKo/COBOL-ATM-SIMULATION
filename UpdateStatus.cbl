           COPY "USER-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01  AUDIT-LINE            PIC X(120).
       01  ACCNO             PIC 9(16).
       01  NEW-STATUS        PIC X(8).
       01  WS-AUDIT-TIME     PIC 9(6).
       01  WS-REASON         PIC X(40).
       01  WS-DATE           PIC X(10).
       01  WS-IC-ACTION      PIC X(12) VALUE "STATUS CHG".
       01  WS-IC-RESULT      PIC X.

       LINKAGE SECTION.
       01 TEMP PIC 9.
       01 ADMIN-CHOICE    PIC 999.
       01 LNK-OPERATOR-ID PIC X(20).
       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
       MAIN-PROCEDURE.
               DISPLAY "Are you sure you want to update the status "
               "of this account? (Y/N) "
               ACCEPT WS-CONFIRM
      *> Staff may not unlock or reactivate their own or a related
      *> party's account without another supervisor's override.
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   CALL "InsiderCheck" USING LNK-OPERATOR-ID
                       USER-ACC-NO USER-CUSTOMER-ID WS-IC-ACTION
                       WS-IC-RESULT
                   IF WS-IC-RESULT NOT = 'Y'
                       MOVE "N" TO WS-CONFIRM
                   END-IF
               END-IF
               DISPLAY "-----------------------------------------------"
           "----------------"
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                          DISPLAY "------------------------------------"
           "---------------------------"
                          PERFORM WRITE-AUDIT-LOG
                          MOVE "USER" TO WS-IJ-KIND
                          MOVE USER-RECORD TO WS-IJ-IMAGE
                          CALL "ImageJournal"
                              USING WS-IJ-KIND WS-IJ-IMAGE
                   END-REWRITE
               ELSE
                   DISPLAY "Account status update cancelled by admin."
