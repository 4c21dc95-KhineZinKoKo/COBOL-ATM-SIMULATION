       IDENTIFICATION DIVISION.
       PROGRAM-ID. NomineeMaint.

      *> Nominee register maintenance. The customer names one or
      *> more nominees - name, NRC, relationship and percentage
      *> share - against each USERS.DAT account and each open
      *> TERMDEP.DAT deposit, and on their death EstateCase can pay
      *> those shares straight to the nominees without waiting for
      *> succession papers (up to the NOMINEECAP). Shares on one
      *> account or deposit may not exceed 100 per cent in total.
      *> The register is frozen once the customer is recorded
      *> deceased. Every change is written to AUDITLOG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOMINEE-FILE ASSIGN TO "NOMINEES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOM-KEY
               FILE STATUS IS NOMINEE-STATUS.

           SELECT USERS-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-ACC-NO
               FILE STATUS IS USERS-STATUS.

           SELECT TERMDEP-FILE ASSIGN TO "TERMDEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TD-ID
               FILE STATUS IS TERMDEP-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUSTOMER-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD NOMINEE-FILE.
           COPY "NOMINEE.cpy".

       FD USERS-FILE.
           COPY "USER-RECORD.cpy".

       FD TERMDEP-FILE.
           COPY "TERM-DEPOSIT.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 AUDIT-LINE              PIC X(120).
       01 NOMINEE-STATUS          PIC XX.
       01 USERS-STATUS            PIC XX.
       01 TERMDEP-STATUS          PIC XX.
       01 CUSTOMER-STATUS         PIC XX.

       01 WS-MENU-CHOICE          PIC 9.
       01 WS-AGAIN                PIC X VALUE 'Y'.
       01 WS-EOF                  PIC X.
       01 WS-CONFIRM              PIC X.
       01 WS-KIND-INPUT           PIC X.
       01 WS-REF-INPUT            PIC 9(16).
       01 WS-SEQ-INPUT            PIC 9(2).
       01 WS-NEXT-SEQ             PIC 9(3).
       01 WS-NAME-INPUT           PIC X(25).
       01 WS-NRC-INPUT            PIC X(20).
       01 WS-RELATION-INPUT       PIC X(12).
       01 WS-SHARE-INPUT          PIC 9(3)V99.
       01 WS-SHARE-TOTAL          PIC 9(4)V99.
       01 WS-REF-OK               PIC X.
       01 WS-OWNER-ACC            PIC 9(16).
       01 WS-OWNER-CUST           PIC 9(8).
       01 FORMAT-SHARE            PIC ZZ9.99.

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-AUDIT-TIME           PIC 9(6).
       01 WS-AUDIT-ACTION         PIC X(16).

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
       MAIN-PROCEDURE.
           IF ADMIN-CHOICE = 89

           ACCEPT WS-SYS-DATE FROM DATE
           STRING "20" WS-SYS-DATE(1:2) DELIMITED BY SIZE
                  WS-SYS-DATE(3:2) DELIMITED BY SIZE
                  WS-SYS-DATE(5:2) DELIMITED BY SIZE
                  INTO WS-TODAY

           PERFORM ENSURE-NOMINEE-FILE

           PERFORM UNTIL WS-AGAIN NOT = 'Y' AND WS-AGAIN NOT = 'y'
               DISPLAY "============================================"
               DISPLAY "         NOMINEE REGISTER MAINTENANCE"
               DISPLAY "============================================"
               DISPLAY "1. List nominees"
               DISPLAY "2. Add a nominee"
               DISPLAY "3. Remove a nominee"
               DISPLAY "Enter choice (1-3): "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM LIST-NOMINEES
                   WHEN 2
                       PERFORM ADD-NOMINEE
                   WHEN 3
                       PERFORM REMOVE-NOMINEE
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE

               DISPLAY "Another nominee action? (Y/N): "
               ACCEPT WS-AGAIN
           END-PERFORM

           MOVE 'Y' TO WS-AGAIN
           END-IF
           GOBACK.

       ENSURE-NOMINEE-FILE.
           OPEN INPUT NOMINEE-FILE
           IF NOMINEE-STATUS = "35"
               OPEN OUTPUT NOMINEE-FILE
           END-IF
           CLOSE NOMINEE-FILE.

      *> Asks whether the nomination is on an account or a term
      *> deposit, then checks the account or the open deposit is
      *> there and that its customer has not been recorded dead.
       ACCEPT-REFERENCE.
           MOVE 'N' TO WS-REF-OK
           DISPLAY "Nominee on (A)ccount or (T)erm deposit: "
           ACCEPT WS-KIND-INPUT
           MOVE FUNCTION UPPER-CASE(WS-KIND-INPUT) TO WS-KIND-INPUT
           IF WS-KIND-INPUT NOT = "A" AND WS-KIND-INPUT NOT = "T"
               DISPLAY "Enter A or T."
               EXIT PARAGRAPH
           END-IF
           IF WS-KIND-INPUT = "A"
               DISPLAY "Enter account number: "
               ACCEPT WS-REF-INPUT
               MOVE WS-REF-INPUT TO WS-OWNER-ACC
           ELSE
               DISPLAY "Enter term deposit number: "
               ACCEPT WS-REF-INPUT
               OPEN INPUT TERMDEP-FILE
               IF TERMDEP-STATUS NOT = "00"
                   DISPLAY "No term deposits on file."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-REF-INPUT TO TD-ID
               READ TERMDEP-FILE
                   INVALID KEY
                       DISPLAY "Term deposit not found."
                       CLOSE TERMDEP-FILE
                       EXIT PARAGRAPH
               END-READ
               CLOSE TERMDEP-FILE
               IF NOT TD-OPEN
                   DISPLAY "Deposit is " TD-STATUS
                       " - nominees are kept on open deposits only."
                   EXIT PARAGRAPH
               END-IF
               MOVE TD-ACC-NO TO WS-OWNER-ACC
           END-IF

           OPEN INPUT USERS-FILE
           MOVE WS-OWNER-ACC TO USER-ACC-NO
           READ USERS-FILE KEY IS USER-ACC-NO
               INVALID KEY
                   DISPLAY "Account " WS-OWNER-ACC " not found."
                   CLOSE USERS-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE USERS-FILE
           DISPLAY "Account " USER-ACC-NO " ("
               FUNCTION TRIM(USER-NAME) ")"
           MOVE USER-CUSTOMER-ID TO WS-OWNER-CUST
           MOVE 'Y' TO WS-REF-OK.

       CHECK-NOT-DECEASED.
           IF WS-OWNER-CUST = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OWNER-CUST TO CUST-ID
           READ CUSTOMER-FILE
               NOT INVALID KEY
                   IF CUST-DECEASED = 'Y'
                       DISPLAY "Customer is recorded deceased - the "
                           "nominations are settled through the "
                           "estate case and cannot be changed."
                       MOVE 'N' TO WS-REF-OK
                   END-IF
           END-READ
           CLOSE CUSTOMER-FILE.

       LIST-NOMINEES.
           PERFORM ACCEPT-REFERENCE
           IF WS-REF-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-SHARE-TOTAL
           OPEN INPUT NOMINEE-FILE
           MOVE WS-KIND-INPUT TO NOM-KIND
           MOVE WS-REF-INPUT TO NOM-REF
           MOVE 0 TO NOM-SEQ
           START NOMINEE-FILE KEY IS NOT LESS THAN NOM-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ NOMINEE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NOM-KIND NOT = WS-KIND-INPUT OR
                          NOM-REF NOT = WS-REF-INPUT
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE NOM-SHARE TO FORMAT-SHARE
                           DISPLAY "  " NOM-SEQ " " NOM-NAME " "
                               NOM-NRC " " NOM-RELATION " "
                               FORMAT-SHARE "% " NOM-STATUS
                           IF NOM-ACTIVE
                               ADD NOM-SHARE TO WS-SHARE-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOMINEE-FILE
           MOVE WS-SHARE-TOTAL TO FORMAT-SHARE
           DISPLAY "Nominated in total: " FORMAT-SHARE "%".

       ADD-NOMINEE.
           PERFORM ACCEPT-REFERENCE
           IF WS-REF-OK = 'Y'
               PERFORM CHECK-NOT-DECEASED
           END-IF
           IF WS-REF-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Nominee name: "
           ACCEPT WS-NAME-INPUT
           DISPLAY "Nominee NRC: "
           ACCEPT WS-NRC-INPUT
           DISPLAY "Relationship to the customer: "
           ACCEPT WS-RELATION-INPUT
           DISPLAY "Share in per cent (e.g. 50.00): "
           ACCEPT WS-SHARE-INPUT
           IF WS-NAME-INPUT = SPACES OR WS-NRC-INPUT = SPACES
               DISPLAY "A nominee needs a name and an NRC."
               EXIT PARAGRAPH
           END-IF
           IF WS-SHARE-INPUT = 0 OR WS-SHARE-INPUT > 100
               DISPLAY "The share must be more than 0 and at most "
                   "100 per cent."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O NOMINEE-FILE
           PERFORM SCAN-NOMINEES
           IF WS-SHARE-TOTAL + WS-SHARE-INPUT > 100
               MOVE WS-SHARE-TOTAL TO FORMAT-SHARE
               DISPLAY "Already nominated " FORMAT-SHARE
                   "% - the shares would exceed 100 per cent."
               CLOSE NOMINEE-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-NEXT-SEQ > 99
               DISPLAY "Nominee list full for this reference."
               CLOSE NOMINEE-FILE
               EXIT PARAGRAPH
           END-IF

           INITIALIZE NOMINEE-RECORD
           MOVE WS-KIND-INPUT TO NOM-KIND
           MOVE WS-REF-INPUT TO NOM-REF
           MOVE WS-NEXT-SEQ TO NOM-SEQ
           MOVE WS-NAME-INPUT TO NOM-NAME
           MOVE WS-NRC-INPUT TO NOM-NRC
           MOVE FUNCTION UPPER-CASE(WS-RELATION-INPUT)
               TO NOM-RELATION
           MOVE WS-SHARE-INPUT TO NOM-SHARE
           MOVE "ACTIVE" TO NOM-STATUS
           MOVE WS-TODAY TO NOM-ADDED-DATE
           MOVE LNK-OPERATOR-ID TO NOM-ADDED-BY
           WRITE NOMINEE-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not add nominee."
               NOT INVALID KEY
                   DISPLAY "Nominee " NOM-SEQ " added."
                   MOVE "NOMINEE_ADD" TO WS-AUDIT-ACTION
                   PERFORM WRITE-AUDIT-LOG
           END-WRITE
           CLOSE NOMINEE-FILE.

      *> Next free sequence and the ACTIVE share already nominated
      *> on the reference being maintained.
       SCAN-NOMINEES.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE 0 TO WS-SHARE-TOTAL
           MOVE 'N' TO WS-EOF
           MOVE WS-KIND-INPUT TO NOM-KIND
           MOVE WS-REF-INPUT TO NOM-REF
           MOVE 0 TO NOM-SEQ
           START NOMINEE-FILE KEY IS NOT LESS THAN NOM-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ NOMINEE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NOM-KIND NOT = WS-KIND-INPUT OR
                          NOM-REF NOT = WS-REF-INPUT
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           COMPUTE WS-NEXT-SEQ = NOM-SEQ + 1
                           IF NOM-ACTIVE
                               ADD NOM-SHARE TO WS-SHARE-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REMOVE-NOMINEE.
           PERFORM ACCEPT-REFERENCE
           IF WS-REF-OK = 'Y'
               PERFORM CHECK-NOT-DECEASED
           END-IF
           IF WS-REF-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter nominee sequence: "
           ACCEPT WS-SEQ-INPUT

           OPEN I-O NOMINEE-FILE
           MOVE WS-KIND-INPUT TO NOM-KIND
           MOVE WS-REF-INPUT TO NOM-REF
           MOVE WS-SEQ-INPUT TO NOM-SEQ
           READ NOMINEE-FILE KEY IS NOM-KEY
               INVALID KEY
                   DISPLAY "No such nominee."
                   CLOSE NOMINEE-FILE
                   EXIT PARAGRAPH
           END-READ
           IF NOT NOM-ACTIVE
               DISPLAY "Nominee is " NOM-STATUS " already."
               CLOSE NOMINEE-FILE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Remove " FUNCTION TRIM(NOM-NAME)
               " as nominee? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "Nominee kept."
               CLOSE NOMINEE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "REMOVED" TO NOM-STATUS
           REWRITE NOMINEE-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not remove nominee."
               NOT INVALID KEY
                   DISPLAY "Nominee " NOM-SEQ " removed."
                   MOVE "NOMINEE_REMOVE" TO WS-AUDIT-ACTION
                   PERFORM WRITE-AUDIT-LOG
           END-REWRITE
           CLOSE NOMINEE-FILE.

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           MOVE NOM-SHARE TO FORMAT-SHARE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-ACTION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               NOM-KIND DELIMITED BY SIZE
               NOM-REF DELIMITED BY SIZE
               ",seq " DELIMITED BY SIZE
               NOM-SEQ DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(NOM-NAME) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(FORMAT-SHARE) DELIMITED BY SIZE
               "%," DELIMITED BY SIZE
               FUNCTION TRIM(LNK-OPERATOR-ID) DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           CALL "AuditLogger" USING AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE.

       END PROGRAM NomineeMaint.
