       01  PINHIST-STATUS        PIC XX.
       01  WS-HIST-SLOT          PIC 9(2).
       01  WS-LAST-SLOT          PIC 9(2).
       01  WS-IC-ACTION          PIC X(12) VALUE "RESET PIN".
       01  WS-IC-RESULT          PIC X.

       LINKAGE SECTION.
       01 TEMP       PIC 9.
       01 ADMIN-CHOICE    PIC 999.
       01 LNK-OPERATOR-ID PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.

            DISPLAY "Are you sure you want to reset the PIN? (Y/N): "
                   ACCEPT WS-CONFIRM
      *> Staff may not re-PIN their own or a related party's account
      *> without another supervisor's override.
                   IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                       CALL "InsiderCheck" USING LNK-OPERATOR-ID
                           USER-ACC-NO USER-CUSTOMER-ID WS-IC-ACTION
                           WS-IC-RESULT
                       IF WS-IC-RESULT NOT = 'Y'
                           MOVE "N" TO WS-CONFIRM
                       END-IF
                   END-IF
           DISPLAY "---------------------------------------------------"
           "-------------"
                       IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
