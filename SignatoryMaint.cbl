       IDENTIFICATION DIVISION.
       PROGRAM-ID. SignatoryMaint.

      *> Business customers and their signatories. A shop, school
      *> or association is a customer of type "B" on CUSTOMERS.DAT
      *> carrying its mandate - "any one up to the sole limit, any
      *> N above it", optionally with a class A signatory always
      *> among them - and SIGNATORIES.DAT lists every person
      *> authorised to sign, with their class (A or B) and their
      *> own signing ceiling. The teller reaches the customer
      *> through any of its account numbers. Changing the mandate
      *> needs a supervisor on the spot; adding and revoking
      *> signatories follows the board resolution the customer
      *> brings in. Every change is written to AUDITLOG.DAT, and
      *> SignatoryAuth applies the register at the counter.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNATORY-FILE ASSIGN TO "SIGNATORIES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIG-KEY
               FILE STATUS IS SIGNATORY-STATUS.

           SELECT USERS-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-ACC-NO
               FILE STATUS IS USERS-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUSTOMER-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD SIGNATORY-FILE.
           COPY "SIGNATORY.cpy".

       FD USERS-FILE.
           COPY "USER-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01 AUDIT-LINE              PIC X(120).
       01 SIGNATORY-STATUS        PIC XX.
       01 USERS-STATUS            PIC XX.
       01 CUSTOMER-STATUS         PIC XX.

       01 WS-MENU-CHOICE          PIC 9.
       01 WS-AGAIN                PIC X VALUE 'Y'.
       01 WS-EOF                  PIC X.
       01 WS-CONFIRM              PIC X.
       01 WS-ACC-INPUT            PIC 9(16).
       01 WS-CUST-OK              PIC X.
       01 WS-OWNER-CUST           PIC 9(8).
       01 WS-IS-BUSINESS          PIC X.
       01 WS-CUST-SOLE-LIMIT      PIC 9(15)V99.
       01 WS-CUST-SIGNERS         PIC 9.
       01 WS-CUST-CLASS-A         PIC X.
       01 WS-SEQ-INPUT            PIC 9(2).
       01 WS-NEXT-SEQ             PIC 9(3).
       01 WS-ACTIVE-COUNT         PIC 9(3).
       01 WS-NAME-INPUT           PIC X(25).
       01 WS-NRC-INPUT            PIC X(20).
       01 WS-DESIG-INPUT          PIC X(15).
       01 WS-CLASS-INPUT          PIC X.
       01 WS-LIMIT-INPUT          PIC 9(15)V99.
       01 WS-TYPE-INPUT           PIC X.
       01 WS-SOLE-INPUT           PIC 9(15)V99.
       01 WS-SIGNERS-INPUT        PIC 9.
       01 WS-CLASS-A-INPUT        PIC X.
       01 WS-AUTH-OK              PIC X.
       01 WS-SUPERVISOR-ID        PIC X(20).
       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-AUDIT-TIME           PIC 9(6).
       01 WS-AUDIT-ACTION         PIC X(16).
       01 WS-AUDIT-DETAIL         PIC X(40).

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
       MAIN-PROCEDURE.
           IF ADMIN-CHOICE = 90

           ACCEPT WS-SYS-DATE FROM DATE
           STRING "20" WS-SYS-DATE(1:2) DELIMITED BY SIZE
                  WS-SYS-DATE(3:2) DELIMITED BY SIZE
                  WS-SYS-DATE(5:2) DELIMITED BY SIZE
                  INTO WS-TODAY

           PERFORM ENSURE-SIGNATORY-FILE

           PERFORM UNTIL WS-AGAIN NOT = 'Y' AND WS-AGAIN NOT = 'y'
               DISPLAY "============================================"
               DISPLAY "     BUSINESS CUSTOMERS AND SIGNATORIES"
               DISPLAY "============================================"
               DISPLAY "1. Show mandate and signatories"
               DISPLAY "2. Set customer type and mandate"
               DISPLAY "3. Add a signatory"
               DISPLAY "4. Revoke a signatory"
               DISPLAY "Enter choice (1-4): "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM SHOW-SIGNATORIES
                   WHEN 2
                       PERFORM SET-MANDATE
                   WHEN 3
                       PERFORM ADD-SIGNATORY
                   WHEN 4
                       PERFORM REVOKE-SIGNATORY
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE

               DISPLAY "Another signatory action? (Y/N): "
               ACCEPT WS-AGAIN
           END-PERFORM

           MOVE 'Y' TO WS-AGAIN
           END-IF
           GOBACK.

       ENSURE-SIGNATORY-FILE.
           OPEN INPUT SIGNATORY-FILE
           IF SIGNATORY-STATUS = "35"
               OPEN OUTPUT SIGNATORY-FILE
           END-IF
           CLOSE SIGNATORY-FILE.

      *> Any account of the customer leads to the customer master;
      *> accounts from before the master existed cannot carry a
      *> mandate, and nothing changes once the customer is
      *> recorded deceased.
       ACCEPT-CUSTOMER.
           MOVE 'N' TO WS-CUST-OK
           MOVE 'N' TO WS-IS-BUSINESS
           DISPLAY "Enter any account number of the customer: "
           ACCEPT WS-ACC-INPUT
           OPEN INPUT USERS-FILE
           MOVE WS-ACC-INPUT TO USER-ACC-NO
           READ USERS-FILE KEY IS USER-ACC-NO
               INVALID KEY
                   DISPLAY "Account " WS-ACC-INPUT " not found."
                   CLOSE USERS-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE USER-CUSTOMER-ID TO WS-OWNER-CUST
           CLOSE USERS-FILE
           IF WS-OWNER-CUST = 0
               DISPLAY "This account has no customer master record."
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-STATUS NOT = "00"
               DISPLAY "Customer file unavailable."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OWNER-CUST TO CUST-ID
           READ CUSTOMER-FILE KEY IS CUST-ID
               INVALID KEY
                   DISPLAY "Customer " WS-OWNER-CUST " not found."
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Customer " CUST-ID " (" FUNCTION TRIM(CUST-NAME)
               ")"
           IF CUST-DECEASED = 'Y'
               DISPLAY "Customer is recorded deceased - handled "
                   "through the estate case."
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF
           IF CUST-BUSINESS
               MOVE 'Y' TO WS-IS-BUSINESS
           END-IF
           MOVE CUST-MANDATE-SOLE-LIMIT TO WS-CUST-SOLE-LIMIT
           MOVE CUST-MANDATE-SIGNERS TO WS-CUST-SIGNERS
           MOVE CUST-MANDATE-CLASS-A TO WS-CUST-CLASS-A
           CLOSE CUSTOMER-FILE
           MOVE 'Y' TO WS-CUST-OK.

       DISPLAY-MANDATE.
           IF WS-IS-BUSINESS NOT = 'Y'
               DISPLAY "Individual customer - no signing mandate."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUST-SOLE-LIMIT TO FORMAT-BALANCE
           DISPLAY "Business customer. Any one signatory up to "
               FUNCTION TRIM(FORMAT-BALANCE) ", any "
               WS-CUST-SIGNERS " above."
           IF WS-CUST-CLASS-A = "Y"
               DISPLAY "A class A signatory must always sign."
           END-IF.

       SHOW-SIGNATORIES.
           PERFORM ACCEPT-CUSTOMER
           IF WS-CUST-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM DISPLAY-MANDATE

           MOVE 'N' TO WS-EOF
           OPEN INPUT SIGNATORY-FILE
           MOVE WS-OWNER-CUST TO SIG-CUST-ID
           MOVE 0 TO SIG-SEQ
           START SIGNATORY-FILE KEY IS NOT LESS THAN SIG-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ SIGNATORY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SIG-CUST-ID NOT = WS-OWNER-CUST
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM DISPLAY-ONE-SIGNATORY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SIGNATORY-FILE.

       DISPLAY-ONE-SIGNATORY.
           IF SIG-LIMIT = 0
               DISPLAY "  " SIG-SEQ " " SIG-NAME " " SIG-NRC " "
                   SIG-DESIGNATION " class " SIG-CLASS
                   " no limit " SIG-STATUS
           ELSE
               MOVE SIG-LIMIT TO FORMAT-BALANCE
               DISPLAY "  " SIG-SEQ " " SIG-NAME " " SIG-NRC " "
                   SIG-DESIGNATION " class " SIG-CLASS " up to "
                   FUNCTION TRIM(FORMAT-BALANCE) " " SIG-STATUS
           END-IF.

      *> Turning a customer into a business (or back) and setting
      *> the mandate changes who may move its money, so a
      *> supervisor authenticates before the rewrite.
       SET-MANDATE.
           PERFORM ACCEPT-CUSTOMER
           IF WS-CUST-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM DISPLAY-MANDATE

           DISPLAY "Customer type - (I)ndividual or (B)usiness: "
           ACCEPT WS-TYPE-INPUT
           MOVE FUNCTION UPPER-CASE(WS-TYPE-INPUT) TO WS-TYPE-INPUT
           IF WS-TYPE-INPUT NOT = "I" AND WS-TYPE-INPUT NOT = "B"
               DISPLAY "Enter I or B."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SOLE-INPUT
           MOVE 0 TO WS-SIGNERS-INPUT
           MOVE "N" TO WS-CLASS-A-INPUT
           IF WS-TYPE-INPUT = "B"
               DISPLAY "Any one signatory may sign up to: "
               ACCEPT WS-SOLE-INPUT
               DISPLAY "Signatories needed above that (2-3): "
               ACCEPT WS-SIGNERS-INPUT
               IF WS-SIGNERS-INPUT < 2 OR WS-SIGNERS-INPUT > 3
                   DISPLAY "Enter 2 or 3 signatories."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Must a class A signatory always sign? "
                   "(Y/N): "
               ACCEPT WS-CLASS-A-INPUT
               MOVE FUNCTION UPPER-CASE(WS-CLASS-A-INPUT)
                   TO WS-CLASS-A-INPUT
               IF WS-CLASS-A-INPUT NOT = "Y"
                   MOVE "N" TO WS-CLASS-A-INPUT
               END-IF
           END-IF

           MOVE 'N' TO WS-AUTH-OK
           CALL "SupervisorAuth" USING WS-AUTH-OK WS-SUPERVISOR-ID
           IF WS-AUTH-OK NOT = 'Y'
               DISPLAY "Supervisor authorisation failed - mandate "
                   "unchanged."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CUSTOMER-FILE
           MOVE WS-OWNER-CUST TO CUST-ID
           READ CUSTOMER-FILE KEY IS CUST-ID
               INVALID KEY
                   DISPLAY "[ERROR]: Customer vanished."
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-TYPE-INPUT TO CUST-TYPE
           MOVE WS-SOLE-INPUT TO CUST-MANDATE-SOLE-LIMIT
           MOVE WS-SIGNERS-INPUT TO CUST-MANDATE-SIGNERS
           MOVE WS-CLASS-A-INPUT TO CUST-MANDATE-CLASS-A
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not update the customer."
               NOT INVALID KEY
                   DISPLAY "Customer type and mandate updated."
                   MOVE "CUSU" TO WS-IJ-KIND
                   MOVE CUSTOMER-RECORD TO WS-IJ-IMAGE
                   CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
                   MOVE "MANDATE_SET" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   MOVE WS-SOLE-INPUT TO FORMAT-BALANCE
                   STRING "type " WS-TYPE-INPUT
                       " sole " FUNCTION TRIM(FORMAT-BALANCE)
                       " signers " WS-SIGNERS-INPUT
                       " A " WS-CLASS-A-INPUT
                       DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                   MOVE 0 TO SIG-SEQ
                   PERFORM WRITE-AUDIT-LOG
           END-REWRITE
           CLOSE CUSTOMER-FILE.

       ADD-SIGNATORY.
           PERFORM ACCEPT-CUSTOMER
           IF WS-CUST-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-IS-BUSINESS NOT = 'Y'
               DISPLAY "Signatories are kept for business customers "
                   "only - set the customer type first."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Signatory name: "
           ACCEPT WS-NAME-INPUT
           DISPLAY "Signatory NRC: "
           ACCEPT WS-NRC-INPUT
           DISPLAY "Designation (e.g. DIRECTOR, TREASURER): "
           ACCEPT WS-DESIG-INPUT
           DISPLAY "Class (A or B): "
           ACCEPT WS-CLASS-INPUT
           MOVE FUNCTION UPPER-CASE(WS-CLASS-INPUT) TO WS-CLASS-INPUT
           DISPLAY "Personal signing limit (0 = mandate only): "
           ACCEPT WS-LIMIT-INPUT
           IF WS-NAME-INPUT = SPACES OR WS-NRC-INPUT = SPACES
               DISPLAY "A signatory needs a name and an NRC."
               EXIT PARAGRAPH
           END-IF
           IF WS-CLASS-INPUT NOT = "A" AND WS-CLASS-INPUT NOT = "B"
               DISPLAY "Enter class A or B."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O SIGNATORY-FILE
           PERFORM SCAN-SIGNATORIES
           IF WS-NEXT-SEQ > 99
               DISPLAY "Signatory list full for this customer."
               CLOSE SIGNATORY-FILE
               EXIT PARAGRAPH
           END-IF

           INITIALIZE SIGNATORY-RECORD
           MOVE WS-OWNER-CUST TO SIG-CUST-ID
           MOVE WS-NEXT-SEQ TO SIG-SEQ
           MOVE WS-NAME-INPUT TO SIG-NAME
           MOVE FUNCTION UPPER-CASE(WS-NRC-INPUT) TO SIG-NRC
           MOVE FUNCTION UPPER-CASE(WS-DESIG-INPUT)
               TO SIG-DESIGNATION
           MOVE WS-CLASS-INPUT TO SIG-CLASS
           MOVE WS-LIMIT-INPUT TO SIG-LIMIT
           MOVE "ACTIVE" TO SIG-STATUS
           MOVE WS-TODAY TO SIG-ADDED-DATE
           MOVE LNK-OPERATOR-ID TO SIG-ADDED-BY
           WRITE SIGNATORY-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not add signatory."
               NOT INVALID KEY
                   DISPLAY "Signatory " SIG-SEQ " added."
                   MOVE "SIGNATORY_ADD" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING FUNCTION TRIM(SIG-NAME) " class "
                       SIG-CLASS DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
                   PERFORM WRITE-AUDIT-LOG
           END-WRITE
           CLOSE SIGNATORY-FILE
           IF WS-ACTIVE-COUNT + 1 < WS-CUST-SIGNERS
               DISPLAY "[NOTE]: Fewer ACTIVE signatories than the "
                   "mandate needs for large amounts."
           END-IF.

      *> Next free sequence and the ACTIVE signatories already on
      *> the customer being maintained.
       SCAN-SIGNATORIES.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE 0 TO WS-ACTIVE-COUNT
           MOVE 'N' TO WS-EOF
           MOVE WS-OWNER-CUST TO SIG-CUST-ID
           MOVE 0 TO SIG-SEQ
           START SIGNATORY-FILE KEY IS NOT LESS THAN SIG-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ SIGNATORY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SIG-CUST-ID NOT = WS-OWNER-CUST
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           COMPUTE WS-NEXT-SEQ = SIG-SEQ + 1
                           IF SIG-ACTIVE
                               ADD 1 TO WS-ACTIVE-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REVOKE-SIGNATORY.
           PERFORM ACCEPT-CUSTOMER
           IF WS-CUST-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter signatory sequence: "
           ACCEPT WS-SEQ-INPUT

           OPEN I-O SIGNATORY-FILE
           MOVE WS-OWNER-CUST TO SIG-CUST-ID
           MOVE WS-SEQ-INPUT TO SIG-SEQ
           READ SIGNATORY-FILE KEY IS SIG-KEY
               INVALID KEY
                   DISPLAY "No such signatory."
                   CLOSE SIGNATORY-FILE
                   EXIT PARAGRAPH
           END-READ
           IF NOT SIG-ACTIVE
               DISPLAY "Signatory is " SIG-STATUS " already."
               CLOSE SIGNATORY-FILE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Revoke " FUNCTION TRIM(SIG-NAME)
               " as signatory? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "Signatory kept."
               CLOSE SIGNATORY-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "REVOKED" TO SIG-STATUS
           MOVE WS-TODAY TO SIG-REVOKED-DATE
           REWRITE SIGNATORY-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not revoke signatory."
               NOT INVALID KEY
                   DISPLAY "Signatory " SIG-SEQ " revoked."
                   MOVE "SIGNATORY_REVOKE" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   MOVE SIG-NAME TO WS-AUDIT-DETAIL
                   PERFORM WRITE-AUDIT-LOG
           END-REWRITE
           CLOSE SIGNATORY-FILE.

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-ACTION) DELIMITED BY SIZE
               ",customer " DELIMITED BY SIZE
               WS-OWNER-CUST DELIMITED BY SIZE
               ",seq " DELIMITED BY SIZE
               SIG-SEQ DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-DETAIL) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(LNK-OPERATOR-ID) DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           CALL "AuditLogger" USING AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE.

       END PROGRAM SignatoryMaint.
