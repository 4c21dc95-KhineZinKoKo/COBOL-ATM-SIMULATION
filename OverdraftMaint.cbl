      *> (or clears it back to zero), with the account holder shown
      *> for confirmation and the change written to the audit log.
      *> An account already overdrawn cannot have its limit cleared
      *> until the balance is back above zero. Raising a limit is
      *> checked against the single-borrower and connected-group
      *> exposure limits (BorrowerExposure) first; a breach needs a
      *> supervisor to authenticate on the spot.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "USER-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01 AUDIT-LINE              PIC X(120).
       01 FILE-STATUS             PIC XX.

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-AUDIT-TIME           PIC 9(6).
       01 WS-AUTH-OK              PIC X.
       01 WS-SUPERVISOR-ID        PIC X(20).
       01 WS-EXPOSURE-OK          PIC X.
       01 WS-IC-ACTION            PIC X(12) VALUE "SET OD LIMIT".
       01 WS-IC-RESULT            PIC X.
       01 WS-EXPOSURE-EVENT       PIC X(20).
           COPY "EXPOSURE-CHECK.cpy".

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-SIGNED           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
           MOVE USER-OD-LIMIT TO FORMAT-BALANCE
           DISPLAY "Current OD limit : " FORMAT-BALANCE

      *> Staff may not sanction credit on their own or a related
      *> party's account without another supervisor's override.
           CALL "InsiderCheck" USING LNK-OPERATOR-ID USER-ACC-NO
               USER-CUSTOMER-ID WS-IC-ACTION WS-IC-RESULT
           IF WS-IC-RESULT NOT = 'Y'
               CLOSE USER-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE USER-OD-LIMIT TO WS-OLD-LIMIT
           DISPLAY "New sanctioned limit (0 = withdraw facility): "
           ACCEPT WS-NEW-LIMIT
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-EXPOSURE-OK
           IF WS-NEW-LIMIT > WS-OLD-LIMIT
               PERFORM CHECK-BORROWER-EXPOSURE
           END-IF
           IF WS-EXPOSURE-OK NOT = 'Y'
               DISPLAY "Limit not changed - over the exposure "
                   "limit."
               CLOSE USER-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-LIMIT TO FORMAT-BALANCE
           DISPLAY "Set the limit to " FORMAT-BALANCE "? (Y/N): "
           ACCEPT WS-CONFIRM
               NOT INVALID KEY
                   DISPLAY "Overdraft limit updated."
                   PERFORM WRITE-AUDIT-LOG
                   MOVE "USER" TO WS-IJ-KIND
                   MOVE USER-RECORD TO WS-IJ-IMAGE
                   CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           END-REWRITE
           CLOSE USER-FILE.

      *> Only the increase is new exposure: the old limit is
      *> already counted.
       CHECK-BORROWER-EXPOSURE.
           MOVE WS-ACC-INPUT TO XC-ACC-NO
           COMPUTE XC-CHANGE = WS-NEW-LIMIT - WS-OLD-LIMIT
           CALL "BorrowerExposure" USING EXPOSURE-CHECK
           IF XC-WITHIN-LIMIT
               EXIT PARAGRAPH
           END-IF

           MOVE XC-CUST-EXPOSURE TO FORMAT-BALANCE
           DISPLAY "[WARNING]: Borrower exposure with this limit "
               "would be " FORMAT-BALANCE
           MOVE XC-CUST-LIMIT TO FORMAT-BALANCE
           DISPLAY "           single-borrower limit "
               FORMAT-BALANCE
           IF XC-GROUP-ID NOT = SPACES
               MOVE XC-GROUP-EXPOSURE TO FORMAT-BALANCE
               DISPLAY "           group " XC-GROUP-ID
                   " exposure " FORMAT-BALANCE
               MOVE XC-GROUP-LIMIT TO FORMAT-BALANCE
               DISPLAY "           group limit " FORMAT-BALANCE
           END-IF
           MOVE 'N' TO WS-EXPOSURE-OK
           MOVE "EXPOSURE_BLOCK" TO WS-EXPOSURE-EVENT
           MOVE SPACES TO WS-SUPERVISOR-ID
           PERFORM WRITE-EXPOSURE-AUDIT
           DISPLAY "Sanction over the limit with a supervisor? "
               "(Y/N): "
           ACCEPT WS-AUTH-OK
           MOVE FUNCTION UPPER-CASE(WS-AUTH-OK) TO WS-AUTH-OK
           IF WS-AUTH-OK = 'Y'
               MOVE 'N' TO WS-AUTH-OK
               CALL "SupervisorAuth"
                   USING WS-AUTH-OK WS-SUPERVISOR-ID
               IF WS-AUTH-OK = 'Y'
                   MOVE 'Y' TO WS-EXPOSURE-OK
                   MOVE "EXPOSURE_OVERRIDE" TO WS-EXPOSURE-EVENT
                   PERFORM WRITE-EXPOSURE-AUDIT
               END-IF
           END-IF.

       WRITE-EXPOSURE-AUDIT.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXPOSURE-EVENT) DELIMITED BY SIZE
               ",OD_LIMIT," DELIMITED BY SIZE
               WS-ACC-INPUT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               XC-BREACH DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               XC-CUST-EXPOSURE DELIMITED BY SIZE
               ",by " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SUPERVISOR-ID) DELIMITED BY SIZE
               " for " DELIMITED BY SIZE
               FUNCTION TRIM(LNK-OPERATOR-ID) DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           CALL "AuditLogger" USING AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE.

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-TIME FROM TIME
           STRING
