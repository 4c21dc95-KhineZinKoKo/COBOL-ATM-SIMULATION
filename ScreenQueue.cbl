
       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
           STRING "Watchlist: " FUNCTION TRIM(SQ-MATCHED)
               DELIMITED BY SIZE INTO CASE-NOTE
           END-STRING
           MOVE 0 TO CASE-ESC-DATE CASE-FIU-ACK-DATE
           MOVE SPACES TO CASE-STR-REF CASE-FIU-ACK-REF
           WRITE AML-CASE-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not open the AML case."
