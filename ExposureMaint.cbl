       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExposureMaint.

      *> Borrower exposure screen. Shows what a borrower and their
      *> connected group owe against the single-borrower and group
      *> limits (through BorrowerExposure, the same check LoanMaint
      *> and OverdraftMaint apply), maintains the connected-group
      *> membership on CONNGROUPS.DAT, and runs the largest
      *> exposures report on demand. Every membership change is
      *> audit logged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONNGRP-FILE ASSIGN TO "CONNGROUPS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-CUST-ID
               FILE STATUS IS CONNGRP-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUSTOMER-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CONNGRP-FILE.
           COPY "CONN-GROUP.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 CONNGRP-STATUS          PIC XX.
       01 CUSTOMER-STATUS         PIC XX.
       01 AUDIT-LINE              PIC X(120).

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-AUDIT-TIME           PIC 9(6).

       01 WS-MENU-CHOICE          PIC 9.
       01 WS-AGAIN                PIC X VALUE 'Y'.
       01 WS-EOF                  PIC X.
       01 WS-CONFIRM              PIC X.
       01 WS-ACC-INPUT            PIC 9(16).
       01 WS-CUST-INPUT           PIC 9(8).
       01 WS-GROUP-INPUT          PIC X(10).
       01 WS-MEMBERS              PIC 9(5).
       01 WS-AUDIT-ACTION         PIC X(12).

           COPY "EXPOSURE-CHECK.cpy".

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
       MAIN-PROCEDURE.
           IF ADMIN-CHOICE = 87

           ACCEPT WS-SYS-DATE FROM DATE
           STRING "20" WS-SYS-DATE(1:2) DELIMITED BY SIZE
                  WS-SYS-DATE(3:2) DELIMITED BY SIZE
                  WS-SYS-DATE(5:2) DELIMITED BY SIZE
                  INTO WS-TODAY
           PERFORM ENSURE-CONNGRP-FILE

           PERFORM UNTIL WS-AGAIN NOT = 'Y' AND WS-AGAIN NOT = 'y'
               DISPLAY "============================================"
               DISPLAY "     BORROWER EXPOSURE AND GROUPS"
               DISPLAY "============================================"
               DISPLAY "1. Exposure inquiry for an account"
               DISPLAY "2. Add a customer to a connected group"
               DISPLAY "3. Remove a customer from its group"
               DISPLAY "4. List the members of a group"
               DISPLAY "5. Largest exposures report"
               DISPLAY "Enter choice (1-5): "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM EXPOSURE-INQUIRY
                   WHEN 2
                       PERFORM ADD-GROUP-MEMBER
                   WHEN 3
                       PERFORM REMOVE-GROUP-MEMBER
                   WHEN 4
                       PERFORM LIST-GROUP
                   WHEN 5
                       CALL "TopExposures"
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE

               DISPLAY "Another exposure action? (Y/N): "
               ACCEPT WS-AGAIN
           END-PERFORM

           MOVE 'Y' TO WS-AGAIN
           END-IF
           GOBACK.

       ENSURE-CONNGRP-FILE.
           OPEN INPUT CONNGRP-FILE
           IF CONNGRP-STATUS = "35"
               OPEN OUTPUT CONNGRP-FILE
           END-IF
           CLOSE CONNGRP-FILE.

       EXPOSURE-INQUIRY.
           DISPLAY "Account number: "
           ACCEPT WS-ACC-INPUT
           MOVE WS-ACC-INPUT TO XC-ACC-NO
           MOVE 0 TO XC-CHANGE
           CALL "BorrowerExposure" USING EXPOSURE-CHECK
           PERFORM SHOW-EXPOSURE.

       SHOW-EXPOSURE.
           DISPLAY "--------------------------------------------"
           DISPLAY "Account " XC-ACC-NO "  customer " XC-CUST-ID
           MOVE XC-CUST-EXPOSURE TO FORMAT-BALANCE
           DISPLAY "Borrower exposure : " FORMAT-BALANCE
           MOVE XC-CUST-LIMIT TO FORMAT-BALANCE
           DISPLAY "Borrower limit    : " FORMAT-BALANCE
           IF XC-GROUP-ID NOT = SPACES
               DISPLAY "Connected group   : " XC-GROUP-ID
               MOVE XC-GROUP-EXPOSURE TO FORMAT-BALANCE
               DISPLAY "Group exposure    : " FORMAT-BALANCE
               MOVE XC-GROUP-LIMIT TO FORMAT-BALANCE
               DISPLAY "Group limit       : " FORMAT-BALANCE
           END-IF
           EVALUATE TRUE
               WHEN XC-CUST-BREACH
                   DISPLAY "*** OVER THE SINGLE-BORROWER LIMIT ***"
               WHEN XC-GROUP-BREACH
                   DISPLAY "*** OVER THE CONNECTED-GROUP LIMIT ***"
               WHEN XC-BOTH-BREACH
                   DISPLAY "*** OVER BOTH THE BORROWER AND GROUP "
                       "LIMITS ***"
               WHEN OTHER
                   IF XC-CUST-LIMIT = 0
                       DISPLAY "No limit set (CAPITALBASE is zero)."
                   ELSE
                       DISPLAY "Within limits."
                   END-IF
           END-EVALUATE
           DISPLAY "--------------------------------------------".

       ADD-GROUP-MEMBER.
           DISPLAY "Customer id: "
           ACCEPT WS-CUST-INPUT
           PERFORM CHECK-CUSTOMER
           IF CUSTOMER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Connected group code: "
           ACCEPT WS-GROUP-INPUT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GROUP-INPUT))
               TO WS-GROUP-INPUT
           IF WS-GROUP-INPUT = SPACES
               DISPLAY "A group code is required."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CONNGRP-FILE
           MOVE WS-CUST-INPUT TO CG-CUST-ID
           READ CONNGRP-FILE
               NOT INVALID KEY
                   DISPLAY "Customer is already in group "
                       CG-GROUP-ID " - remove it first."
                   CLOSE CONNGRP-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-CUST-INPUT TO CG-CUST-ID
           MOVE WS-GROUP-INPUT TO CG-GROUP-ID
           MOVE WS-TODAY TO CG-ADDED-DATE
           MOVE LNK-OPERATOR-ID TO CG-ADDED-BY
           WRITE CONN-GROUP-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not record membership."
               NOT INVALID KEY
                   DISPLAY "Customer " CG-CUST-ID " added to group "
                       CG-GROUP-ID "."
                   MOVE "CONNGRP_ADD" TO WS-AUDIT-ACTION
                   PERFORM WRITE-AUDIT-LOG
           END-WRITE
           CLOSE CONNGRP-FILE.

       CHECK-CUSTOMER.
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-STATUS NOT = "00"
               DISPLAY "No customer master on file."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUST-INPUT TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "Customer not found."
                   MOVE "23" TO CUSTOMER-STATUS
               NOT INVALID KEY
                   DISPLAY "Customer " CUST-ID " "
                       FUNCTION TRIM(CUST-NAME)
           END-READ
           CLOSE CUSTOMER-FILE
           IF CUSTOMER-STATUS = "23"
               EXIT PARAGRAPH
           END-IF
           MOVE "00" TO CUSTOMER-STATUS.

       REMOVE-GROUP-MEMBER.
           DISPLAY "Customer id: "
           ACCEPT WS-CUST-INPUT
           OPEN I-O CONNGRP-FILE
           MOVE WS-CUST-INPUT TO CG-CUST-ID
           READ CONNGRP-FILE
               INVALID KEY
                   DISPLAY "Customer is not in a connected group."
                   CLOSE CONNGRP-FILE
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Remove customer " CG-CUST-ID " from group "
               CG-GROUP-ID "? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "No change made."
               CLOSE CONNGRP-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE CG-GROUP-ID TO WS-GROUP-INPUT
           DELETE CONNGRP-FILE
               INVALID KEY
                   DISPLAY "[ERROR]: Could not remove membership."
               NOT INVALID KEY
                   DISPLAY "Customer removed from group."
                   MOVE "CONNGRP_DEL" TO WS-AUDIT-ACTION
                   PERFORM WRITE-AUDIT-LOG
           END-DELETE
           CLOSE CONNGRP-FILE.

       LIST-GROUP.
           DISPLAY "Connected group code: "
           ACCEPT WS-GROUP-INPUT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GROUP-INPUT))
               TO WS-GROUP-INPUT
           MOVE 0 TO WS-MEMBERS
           MOVE 'N' TO WS-EOF
           OPEN INPUT CONNGRP-FILE
           MOVE 0 TO CG-CUST-ID
           START CONNGRP-FILE KEY IS NOT LESS THAN CG-CUST-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ CONNGRP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CG-GROUP-ID = WS-GROUP-INPUT
                           ADD 1 TO WS-MEMBERS
                           DISPLAY "  customer " CG-CUST-ID
                               "  added " CG-ADDED-DATE " by "
                               FUNCTION TRIM(CG-ADDED-BY)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONNGRP-FILE
           DISPLAY WS-MEMBERS " member(s) in group " WS-GROUP-INPUT.

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-ACTION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CUST-INPUT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-GROUP-INPUT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(LNK-OPERATOR-ID) DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           CALL "AuditLogger" USING AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE.

       END PROGRAM ExposureMaint.
