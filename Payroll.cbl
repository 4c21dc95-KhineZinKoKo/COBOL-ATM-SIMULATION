       01 WS-EOF                  PIC X.
       01 WS-CONFIRM              PIC X.
       01 WS-EMPLOYER-ACC         PIC 9(16).
       01 WS-EMPLOYER-CUST        PIC 9(8).
       01 WS-MANDATE-OK           PIC X.
       01 WS-SIGNERS              PIC X(80) VALUE SPACES.

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
      *> ACTIVE, is not the employer itself, and the amount is a
      *> clean positive number.
       LOAD-AND-VALIDATE.
           MOVE SPACES TO WS-SIGNERS
           MOVE 0 TO PT-COUNT
           MOVE 0 TO WS-VALID-COUNT
           MOVE 0 TO WS-REJECT-COUNT
               CLOSE USER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE USER-CUSTOMER-ID TO WS-EMPLOYER-CUST
           CLOSE USER-FILE

      *> A business employer releases payroll only under its
      *> signing mandate, for the verified total.
           MOVE 'Y' TO WS-MANDATE-OK
           CALL "SignatoryAuth" USING WS-EMPLOYER-CUST,
               WS-EMPLOYER-ACC, WS-VALID-TOTAL, WS-MANDATE-OK,
               WS-SIGNERS
           IF WS-MANDATE-OK NOT = 'Y'
               DISPLAY "Payroll refused - the employer's signing "
                   "mandate is not met."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-VALID-TOTAL TO FORMAT-BALANCE
           DISPLAY "Debit " FORMAT-BALANCE " from "
               WS-EMPLOYER-ACC " and pay " WS-VALID-COUNT
               "  employer " WS-EMPLOYER-ACC
               DELIMITED BY SIZE INTO RESULT-LINE
           WRITE RESULT-LINE
           IF WS-SIGNERS NOT = SPACES
               MOVE SPACES TO RESULT-LINE
               STRING "Signed by " FUNCTION TRIM(WS-SIGNERS)
                   DELIMITED BY SIZE INTO RESULT-LINE
               WRITE RESULT-LINE
           END-IF
           WRITE RESULT-LINE FROM
               "------------------------------------------------"
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-COUNT
