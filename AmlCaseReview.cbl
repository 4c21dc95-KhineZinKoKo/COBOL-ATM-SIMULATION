      *> oldest-first, each can be taken under review by an officer
      *> and closed as CLEARED or ESCALATED with a disposition note.
      *> The ingest step runs on every entry so a flag can never sit
      *> unseen in the flat file. Escalation stamps the date the STR
      *> deadline runs from; once StrFiling has filed the report the
      *> case is closed to further action here.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-SRC-TYPE             PIC X(10).
       01 WS-SRC-AMOUNT           PIC X(20).

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
                   MOVE 0 TO CASE-ACC-NO CASE-AMOUNT
                   MOVE SPACES TO CASE-EVENT-TYPE CASE-STATUS
                   MOVE SPACES TO CASE-OFFICER CASE-NOTE
                   MOVE 0 TO CASE-ESC-DATE CASE-FIU-ACK-DATE
                   MOVE SPACES TO CASE-STR-REF CASE-FIU-ACK-REF
                   WRITE AML-CASE-RECORD
                   MOVE 0 TO WS-INGESTED-LINES
               NOT INVALID KEY
           MOVE "NEW" TO CASE-STATUS
           MOVE SPACES TO CASE-OFFICER
           MOVE SPACES TO CASE-NOTE
           MOVE 0 TO CASE-ESC-DATE CASE-FIU-ACK-DATE
           MOVE SPACES TO CASE-STR-REF CASE-FIU-ACK-REF

           WRITE AML-CASE-RECORD
               INVALID KEY
           DISPLAY CASE-ID " " CASE-OPEN-DATE " " CASE-ACC-NO " "
               CASE-EVENT-TYPE " " CASE-STATUS " " CASE-OFFICER
           DISPLAY "       amount " FORMAT-BALANCE
               "  note: " FUNCTION TRIM(CASE-NOTE)
           IF CASE-STR-REF NOT = SPACES
               DISPLAY "       STR " CASE-STR-REF
                   "  FIU ack: " FUNCTION TRIM(CASE-FIU-ACK-REF)
           END-IF.

       WORK-A-CASE.
           DISPLAY "Enter case number: "
           END-READ

           PERFORM DISPLAY-CASE-LINE
           IF CASE-STR-REF NOT = SPACES
               DISPLAY "An STR has been filed on this case - it is "
                   "closed to further action."
               CLOSE CASE-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "1. Take under review"
           DISPLAY "2. Clear case"
           DISPLAY "3. Escalate case"
               WHEN 3
                   MOVE "ESCALATED" TO CASE-STATUS
                   MOVE LNK-OPERATOR-ID TO CASE-OFFICER
                   PERFORM DETERMINE-TODAY
                   MOVE WS-TODAY TO CASE-ESC-DATE
                   DISPLAY "Disposition note: "
                   ACCEPT WS-NOTE-INPUT
                   MOVE WS-NOTE-INPUT TO CASE-NOTE
           END-REWRITE
           CLOSE CASE-FILE.

       DETERMINE-TODAY.
           ACCEPT WS-SYS-DATE FROM DATE
           STRING "20" WS-SYS-DATE(1:2) DELIMITED BY SIZE
                  WS-SYS-DATE(3:2) DELIMITED BY SIZE
                  WS-SYS-DATE(5:2) DELIMITED BY SIZE
                  INTO WS-TODAY.

       END PROGRAM AmlCaseReview.
