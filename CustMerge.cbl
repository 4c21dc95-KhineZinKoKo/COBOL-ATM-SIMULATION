       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustMerge.

      *> Duplicate customer merge. The duplicate scan (CustDupScan)
      *> lists probable pairs; from here a supervisor-approved merge
      *> retires one CUST-ID into the surviving one. Every reference
      *> to the retired customer is repointed in the same action:
      *> the USERS.DAT accounts (which take the survivor's name, NRC
      *> and contact details, as an account attached at opening
      *> does), the joint holder rows on HOLDERS.DAT that carry the
      *> retired customer's NRC, loan applications, guardian links
      *> of minors, safe deposit boxes, MT940 enrolments, connected
      *> group membership and a staff member's own customer id.
      *> Cards and loans hang off the accounts, so they move with
      *> them and are counted for the record. The retired record
      *> stays on CUSTOMERS.DAT as an alias naming the survivor,
      *> with its marketing consent withdrawn so the person is not
      *> contacted twice. Deceased customers, a customer and a
      *> business, and a business with its own signatories are not
      *> merged here. An account still on customer id 0 can be
      *> linked to its customer the same way. Every merge and link
      *> lands on AUDITLOG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUSTOMER-STATUS.

           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ACC-NO
               FILE STATUS IS FILE-STATUS.

           SELECT HOLDER-FILE ASSIGN TO "HOLDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLDER-KEY
               FILE STATUS IS HOLDER-STATUS-CODE.

           SELECT CARD-FILE ASSIGN TO "CARDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NO
               FILE STATUS IS CARD-STATUS-CODE.

           SELECT LOAN-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID
               FILE STATUS IS LOAN-STATUS-CODE.

           SELECT LOANAPP-FILE ASSIGN TO "LOANAPPS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-ID
               FILE STATUS IS LOANAPP-STATUS.

           SELECT BOX-FILE ASSIGN TO "BOXES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOX-KEY
               FILE STATUS IS BOX-STATUS-CODE.

           SELECT ENROL-FILE ASSIGN TO "MT940ENROL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ME-ACC-NO
               FILE STATUS IS ENROL-STATUS.

           SELECT CONNGRP-FILE ASSIGN TO "CONNGROUPS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-CUST-ID
               FILE STATUS IS CONNGRP-STATUS.

           SELECT SIGNATORY-FILE ASSIGN TO "SIGNATORIES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIG-KEY
               FILE STATUS IS SIGNATORY-STATUS.

           SELECT ADMINS-FILE ASSIGN TO "ADMINS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADMIN-USERNAME
               FILE STATUS IS ADMINS-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD HOLDER-FILE.
           COPY "ACCOUNT-HOLDER.cpy".

       FD CARD-FILE.
           COPY "CARD-RECORD.cpy".

       FD LOAN-FILE.
           COPY "LOAN-MASTER.cpy".

       FD LOANAPP-FILE.
           COPY "LOAN-APPLICATION.cpy".

       FD BOX-FILE.
           COPY "SAFEBOX-RECORD.cpy".

       FD ENROL-FILE.
           COPY "MT940-ENROL.cpy".

       FD CONNGRP-FILE.
           COPY "CONN-GROUP.cpy".

       FD SIGNATORY-FILE.
           COPY "SIGNATORY.cpy".

       FD ADMINS-FILE.
           COPY "ADMIN-RECORD.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01 AUDIT-LINE              PIC X(120).
       01 CUSTOMER-STATUS         PIC XX.
       01 FILE-STATUS             PIC XX.
       01 HOLDER-STATUS-CODE      PIC XX.
       01 CARD-STATUS-CODE        PIC XX.
       01 LOAN-STATUS-CODE        PIC XX.
       01 LOANAPP-STATUS          PIC XX.
       01 BOX-STATUS-CODE         PIC XX.
       01 ENROL-STATUS            PIC XX.
       01 CONNGRP-STATUS          PIC XX.
       01 SIGNATORY-STATUS        PIC XX.
       01 ADMINS-STATUS           PIC XX.
       01 PARAMS-STATUS           PIC XX.

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-AUDIT-TIME           PIC 9(6).

       01 WS-MENU-CHOICE          PIC 9.
       01 WS-AGAIN                PIC X VALUE 'Y'.
       01 WS-CONFIRM              PIC X.
       01 WS-EOF                  PIC X.
       01 WS-OK                   PIC X.
       01 WS-AUTH-OK              PIC X.
       01 WS-SUPERVISOR-ID        PIC X(20).

       01 WS-KEEP-ID              PIC 9(8).
       01 WS-RETIRE-ID            PIC 9(8).
       01 WS-LINK-ACC             PIC 9(16).

      *> The two customers as read before the merge.
       01 WS-KEEP-NAME            PIC X(25).
       01 WS-KEEP-NRC             PIC X(20).
       01 WS-KEEP-PHONE           PIC X(15).
       01 WS-KEEP-ADDRESS         PIC X(40).
       01 WS-KEEP-TYPE            PIC X.
       01 WS-RETIRE-NAME          PIC X(25).
       01 WS-RETIRE-NRC           PIC X(20).
       01 WS-RETIRE-TYPE          PIC X.

      *> Accounts moved to the survivor, for the card and loan count.
       01 ACC-TABLE.
           05 ACC-COUNT           PIC 9(2) VALUE 0.
           05 ACC-NO-ENTRY OCCURS 30 TIMES PIC 9(16).
       01 ACC-IDX                 PIC 9(2).

       01 WS-MOVED-ACCS           PIC 9(3) VALUE 0.
       01 WS-MOVED-HOLDERS        PIC 9(3) VALUE 0.
       01 WS-MOVED-CARDS          PIC 9(3) VALUE 0.
       01 WS-MOVED-LOANS          PIC 9(3) VALUE 0.
       01 WS-MOVED-APPS           PIC 9(3) VALUE 0.
       01 WS-MOVED-WARDS          PIC 9(3) VALUE 0.
       01 WS-MOVED-ALIASES        PIC 9(3) VALUE 0.
       01 WS-MOVED-BOXES          PIC 9(3) VALUE 0.
       01 WS-MOVED-ENROLS         PIC 9(3) VALUE 0.
       01 WS-MOVED-STAFF          PIC 9(3) VALUE 0.
       01 WS-GROUP-MOVE           PIC X(10).
       01 WS-HELD-GROUP           PIC X(10).
       01 WS-HELD-ADDED-DATE      PIC 9(8).
       01 WS-HELD-ADDED-BY        PIC X(20).
       01 WS-ALIAS-COUNT          PIC 9(5).
       01 WS-AUDIT-EVENT          PIC X(14).
       01 WS-AUDIT-DETAIL         PIC X(60).

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
       MAIN-PROCEDURE.
           IF ADMIN-CHOICE = 114

           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY

           PERFORM UNTIL WS-AGAIN NOT = 'Y' AND WS-AGAIN NOT = 'y'
               DISPLAY "============================================"
               DISPLAY "        DUPLICATE CUSTOMERS AND MERGE"
               DISPLAY "============================================"
               DISPLAY "1. Run the duplicate customer scan"
               DISPLAY "2. Merge two customers (supervisor)"
               DISPLAY "3. Link an account on customer 0 to a "
                   "customer (supervisor)"
               DISPLAY "4. List merged customers"
               DISPLAY "Enter choice (1-4): "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       CALL "CustDupScan"
                   WHEN 2
                       PERFORM MERGE-CUSTOMERS
                   WHEN 3
                       PERFORM LINK-ACCOUNT
                   WHEN 4
                       PERFORM LIST-ALIASES
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE

               DISPLAY "Another merge action? (Y/N): "
               ACCEPT WS-AGAIN
           END-PERFORM

           MOVE 'Y' TO WS-AGAIN
           END-IF
           GOBACK.

       MERGE-CUSTOMERS.
           DISPLAY "Surviving customer ID (the one to keep): "
           ACCEPT WS-KEEP-ID
           DISPLAY "Duplicate customer ID (the one to retire): "
           ACCEPT WS-RETIRE-ID
           IF WS-KEEP-ID = WS-RETIRE-ID OR WS-KEEP-ID = 0 OR
              WS-RETIRE-ID = 0
               DISPLAY "Enter two different, non-zero customer IDs."
               EXIT PARAGRAPH
           END-IF

           PERFORM VALIDATE-MERGE
           IF WS-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Keep   : " WS-KEEP-ID " "
               FUNCTION TRIM(WS-KEEP-NAME) " (NRC "
               FUNCTION TRIM(WS-KEEP-NRC) ")"
           DISPLAY "Retire : " WS-RETIRE-ID " "
               FUNCTION TRIM(WS-RETIRE-NAME) " (NRC "
               FUNCTION TRIM(WS-RETIRE-NRC) ")"
           DISPLAY "Move everything under " WS-RETIRE-ID " to "
               WS-KEEP-ID "? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "Nothing merged."
               EXIT PARAGRAPH
           END-IF

           CALL "SupervisorAuth" USING WS-AUTH-OK WS-SUPERVISOR-ID
           IF WS-AUTH-OK NOT = 'Y'
               DISPLAY "Supervisor approval required - nothing "
                   "merged."
               EXIT PARAGRAPH
           END-IF
           IF WS-SUPERVISOR-ID = LNK-OPERATOR-ID
               DISPLAY "The approving supervisor must be someone "
                   "other than the operator - nothing merged."
               EXIT PARAGRAPH
           END-IF

           PERFORM RETIRE-CUSTOMER
           IF WS-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM REPOINT-CUSTOMER-LINKS
           PERFORM REPOINT-ACCOUNTS
           PERFORM REPOINT-HOLDERS
           PERFORM COUNT-CARDS
           PERFORM COUNT-LOANS
           PERFORM REPOINT-LOAN-APPS
           PERFORM REPOINT-BOXES
           PERFORM REPOINT-ENROLMENTS
           PERFORM REPOINT-CONN-GROUP
           PERFORM REPOINT-STAFF

           DISPLAY "Customer " WS-RETIRE-ID " merged into "
               WS-KEEP-ID "."
           DISPLAY "  " WS-MOVED-ACCS " account(s), "
               WS-MOVED-HOLDERS " holder row(s), "
               WS-MOVED-CARDS " card(s) and " WS-MOVED-LOANS
               " loan(s) now under the survivor."
           DISPLAY "  " WS-MOVED-APPS " loan application(s), "
               WS-MOVED-WARDS " minor(s) under guardianship, "
               WS-MOVED-BOXES " safe deposit box(es), "
               WS-MOVED-ENROLS " MT940 enrolment(s) repointed."
           IF WS-GROUP-MOVE NOT = SPACES
               DISPLAY "  Connected group: "
                   FUNCTION TRIM(WS-GROUP-MOVE)
           END-IF
           IF WS-MOVED-STAFF > 0
               DISPLAY "  " WS-MOVED-STAFF " staff record(s) "
                   "repointed."
           END-IF

           MOVE "CUST_MERGE" TO WS-AUDIT-EVENT
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "retired " WS-RETIRE-ID " into " WS-KEEP-ID
               ",accounts " WS-MOVED-ACCS ",cards " WS-MOVED-CARDS
               ",loans " WS-MOVED-LOANS
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

      *> Both customers must be live and alike; a retired business
      *> must have had its signatories moved by SignatoryMaint first.
       VALIDATE-MERGE.
           MOVE 'N' TO WS-OK
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-STATUS NOT = "00"
               DISPLAY "No customer master on file."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RETIRE-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "Customer " WS-RETIRE-ID " not found."
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
           END-READ
           IF CUST-MERGED-INTO NOT = 0
               DISPLAY "Customer " WS-RETIRE-ID " was already merged "
                   "into " CUST-MERGED-INTO "."
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF
           IF CUST-DECEASED = 'Y'
               DISPLAY "Customer " WS-RETIRE-ID " is deceased - "
                   "settle through the estate case instead."
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE CUST-NAME TO WS-RETIRE-NAME
           MOVE CUST-NRC TO WS-RETIRE-NRC
           MOVE "I" TO WS-RETIRE-TYPE
           IF CUST-BUSINESS
               MOVE "B" TO WS-RETIRE-TYPE
           END-IF

           MOVE WS-KEEP-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "Customer " WS-KEEP-ID " not found."
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
           END-READ
           IF CUST-MERGED-INTO NOT = 0
               DISPLAY "Customer " WS-KEEP-ID " was itself merged "
                   "into " CUST-MERGED-INTO " - keep that one."
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF
           IF CUST-DECEASED = 'Y'
               DISPLAY "Customer " WS-KEEP-ID " is deceased - "
                   "settle through the estate case instead."
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE CUST-NAME TO WS-KEEP-NAME
           MOVE CUST-NRC TO WS-KEEP-NRC
           MOVE CUST-PHONE TO WS-KEEP-PHONE
           MOVE CUST-ADDRESS TO WS-KEEP-ADDRESS
           MOVE "I" TO WS-KEEP-TYPE
           IF CUST-BUSINESS
               MOVE "B" TO WS-KEEP-TYPE
           END-IF
           CLOSE CUSTOMER-FILE

           IF WS-KEEP-TYPE NOT = WS-RETIRE-TYPE
               DISPLAY "One customer is a business and the other is "
                   "not - they cannot be the same customer."
               EXIT PARAGRAPH
           END-IF

           IF WS-RETIRE-TYPE = "B"
               OPEN INPUT SIGNATORY-FILE
               IF SIGNATORY-STATUS = "00"
                   MOVE WS-RETIRE-ID TO SIG-CUST-ID
                   MOVE 0 TO SIG-SEQ
                   START SIGNATORY-FILE KEY IS NOT LESS THAN SIG-KEY
                       NOT INVALID KEY
                           READ SIGNATORY-FILE NEXT RECORD
                               NOT AT END
                                   IF SIG-CUST-ID = WS-RETIRE-ID
                                       DISPLAY "Customer "
                                           WS-RETIRE-ID " still has "
                                           "signatories - record them"
                                           " under " WS-KEEP-ID
                                           " and revoke these first."
                                       CLOSE SIGNATORY-FILE
                                       EXIT PARAGRAPH
                                   END-IF
                           END-READ
                   END-START
                   CLOSE SIGNATORY-FILE
               END-IF
           END-IF
           MOVE 'Y' TO WS-OK.

       RETIRE-CUSTOMER.
           MOVE 'N' TO WS-OK
           OPEN I-O CUSTOMER-FILE
           IF CUSTOMER-STATUS NOT = "00"
               DISPLAY "[ERROR]: Customer master not available."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RETIRE-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "[ERROR]: Customer " WS-RETIRE-ID
                       " not found."
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-KEEP-ID TO CUST-MERGED-INTO
           MOVE WS-TODAY TO CUST-MERGED-DATE
           MOVE WS-SUPERVISOR-ID TO CUST-MERGED-BY
           MOVE "N" TO CUST-CONSENT-SMS CUST-CONSENT-PHONE
               CUST-CONSENT-MAIL
           MOVE WS-TODAY TO CUST-CONSENT-DATE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not retire customer "
                       WS-RETIRE-ID " - nothing merged."
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "CUSU" TO WS-IJ-KIND
           MOVE CUSTOMER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           CLOSE CUSTOMER-FILE
           MOVE 'Y' TO WS-OK.

      *> Minors whose guardian was the retired customer, and aliases
      *> from earlier merges into it, now point at the survivor.
       REPOINT-CUSTOMER-LINKS.
           MOVE 0 TO WS-MOVED-WARDS WS-MOVED-ALIASES
           MOVE 'N' TO WS-EOF
           OPEN I-O CUSTOMER-FILE
           IF CUSTOMER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CUST-ID
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUSTOMER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CUST-GUARDIAN-ID = WS-RETIRE-ID OR
                          CUST-MERGED-INTO = WS-RETIRE-ID
                           IF CUST-GUARDIAN-ID = WS-RETIRE-ID
                               MOVE WS-KEEP-ID TO CUST-GUARDIAN-ID
                               ADD 1 TO WS-MOVED-WARDS
                           END-IF
                           IF CUST-MERGED-INTO = WS-RETIRE-ID
                               MOVE WS-KEEP-ID TO CUST-MERGED-INTO
                               ADD 1 TO WS-MOVED-ALIASES
                           END-IF
                           REWRITE CUSTOMER-RECORD
                           MOVE "CUSU" TO WS-IJ-KIND
                           MOVE CUSTOMER-RECORD TO WS-IJ-IMAGE
                           CALL "ImageJournal" USING WS-IJ-KIND
                               WS-IJ-IMAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE.

       REPOINT-ACCOUNTS.
           MOVE 0 TO WS-MOVED-ACCS ACC-COUNT
           MOVE 'N' TO WS-EOF
           OPEN I-O USER-FILE
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO USER-ACC-NO
           START USER-FILE KEY IS NOT LESS THAN USER-ACC-NO
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ USER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF USER-CUSTOMER-ID = WS-RETIRE-ID
                           PERFORM MOVE-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE.

       MOVE-ONE-ACCOUNT.
           MOVE WS-KEEP-ID TO USER-CUSTOMER-ID
           MOVE WS-KEEP-NAME TO USER-NAME
           MOVE WS-KEEP-NRC TO USER-NRC
           MOVE WS-KEEP-PHONE TO USER-PHONE
           MOVE WS-KEEP-ADDRESS TO USER-ADDRESS
           REWRITE USER-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not repoint account "
                       USER-ACC-NO
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "USER" TO WS-IJ-KIND
           MOVE USER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           ADD 1 TO WS-MOVED-ACCS
           IF ACC-COUNT < 30
               ADD 1 TO ACC-COUNT
               MOVE USER-ACC-NO TO ACC-NO-ENTRY(ACC-COUNT)
           END-IF.

      *> A joint holder row carrying the retired customer's NRC is
      *> the same person on someone else's (or their own) account.
       REPOINT-HOLDERS.
           MOVE 0 TO WS-MOVED-HOLDERS
           IF WS-RETIRE-NRC = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN I-O HOLDER-FILE
           IF HOLDER-STATUS-CODE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO HOLDER-KEY
           START HOLDER-FILE KEY IS NOT LESS THAN HOLDER-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ HOLDER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HOLDER-NRC = WS-RETIRE-NRC
                           MOVE WS-KEEP-NAME TO HOLDER-NAME
                           MOVE WS-KEEP-NRC TO HOLDER-NRC
                           REWRITE HOLDER-RECORD
                           ADD 1 TO WS-MOVED-HOLDERS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDER-FILE.

       COUNT-CARDS.
           MOVE 0 TO WS-MOVED-CARDS
           IF ACC-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT CARD-FILE
           IF CARD-STATUS-CODE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CARD-NO
           START CARD-FILE KEY IS NOT LESS THAN CARD-NO
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ CARD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM VARYING ACC-IDX FROM 1 BY 1
                               UNTIL ACC-IDX > ACC-COUNT
                           IF CARD-ACC-NO = ACC-NO-ENTRY(ACC-IDX)
                               ADD 1 TO WS-MOVED-CARDS
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE CARD-FILE.

       COUNT-LOANS.
           MOVE 0 TO WS-MOVED-LOANS
           IF ACC-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT LOAN-FILE
           IF LOAN-STATUS-CODE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LOAN-ID
           START LOAN-FILE KEY IS NOT LESS THAN LOAN-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOAN-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM VARYING ACC-IDX FROM 1 BY 1
                               UNTIL ACC-IDX > ACC-COUNT
                           IF LOAN-ACC-NO = ACC-NO-ENTRY(ACC-IDX)
                               ADD 1 TO WS-MOVED-LOANS
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE.

       REPOINT-LOAN-APPS.
           MOVE 0 TO WS-MOVED-APPS
           MOVE 'N' TO WS-EOF
           OPEN I-O LOANAPP-FILE
           IF LOANAPP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO APP-ID
           START LOANAPP-FILE KEY IS NOT LESS THAN APP-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOANAPP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF APP-CUST-ID = WS-RETIRE-ID
                           MOVE WS-KEEP-ID TO APP-CUST-ID
                           REWRITE LOAN-APP-RECORD
                           ADD 1 TO WS-MOVED-APPS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOANAPP-FILE.

       REPOINT-BOXES.
           MOVE 0 TO WS-MOVED-BOXES
           MOVE 'N' TO WS-EOF
           OPEN I-O BOX-FILE
           IF BOX-STATUS-CODE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO BOX-KEY
           START BOX-FILE KEY IS NOT LESS THAN BOX-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ BOX-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BOX-HOLDER-CUST = WS-RETIRE-ID
                           MOVE WS-KEEP-ID TO BOX-HOLDER-CUST
                           REWRITE SAFEBOX-RECORD
                           ADD 1 TO WS-MOVED-BOXES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOX-FILE.

       REPOINT-ENROLMENTS.
           MOVE 0 TO WS-MOVED-ENROLS
           MOVE 'N' TO WS-EOF
           OPEN I-O ENROL-FILE
           IF ENROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ME-ACC-NO
           START ENROL-FILE KEY IS NOT LESS THAN ME-ACC-NO
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ENROL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ME-CUST-ID = WS-RETIRE-ID
                           MOVE WS-KEEP-ID TO ME-CUST-ID
                           REWRITE MT940-ENROL-RECORD
                           ADD 1 TO WS-MOVED-ENROLS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROL-FILE.

      *> A customer belongs to one connected group at most. The
      *> survivor takes the retired customer's membership unless it
      *> already has one of its own, which then stands.
       REPOINT-CONN-GROUP.
           MOVE SPACES TO WS-GROUP-MOVE
           OPEN I-O CONNGRP-FILE
           IF CONNGRP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RETIRE-ID TO CG-CUST-ID
           READ CONNGRP-FILE
               INVALID KEY
                   CLOSE CONNGRP-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE CG-GROUP-ID TO WS-HELD-GROUP
           MOVE CG-ADDED-DATE TO WS-HELD-ADDED-DATE
           MOVE CG-ADDED-BY TO WS-HELD-ADDED-BY
           DELETE CONNGRP-FILE RECORD
           MOVE WS-KEEP-ID TO CG-CUST-ID
           READ CONNGRP-FILE
               INVALID KEY
                   MOVE WS-KEEP-ID TO CG-CUST-ID
                   MOVE WS-HELD-GROUP TO CG-GROUP-ID
                   MOVE WS-HELD-ADDED-DATE TO CG-ADDED-DATE
                   MOVE WS-HELD-ADDED-BY TO CG-ADDED-BY
                   WRITE CONN-GROUP-RECORD
                   MOVE WS-HELD-GROUP TO WS-GROUP-MOVE
               NOT INVALID KEY
                   MOVE "KEPT OWN" TO WS-GROUP-MOVE
           END-READ
           CLOSE CONNGRP-FILE.

       REPOINT-STAFF.
           MOVE 0 TO WS-MOVED-STAFF
           MOVE 'N' TO WS-EOF
           OPEN I-O ADMINS-FILE
           IF ADMINS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO ADMIN-USERNAME
           START ADMINS-FILE KEY IS NOT LESS THAN ADMIN-USERNAME
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ADMINS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ADMIN-CUST-ID = WS-RETIRE-ID
                           MOVE WS-KEEP-ID TO ADMIN-CUST-ID
                           REWRITE ADMIN-RECORD
                           ADD 1 TO WS-MOVED-STAFF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADMINS-FILE.

      *> An account from before the customer master (customer id 0)
      *> that the scan matched to a customer is attached to it and
      *> takes the master's details.
       LINK-ACCOUNT.
           DISPLAY "Account number on customer 0: "
           ACCEPT WS-LINK-ACC
           DISPLAY "Customer ID to link it to: "
           ACCEPT WS-KEEP-ID

           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-STATUS NOT = "00"
               DISPLAY "No customer master on file."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-KEEP-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "Customer " WS-KEEP-ID " not found."
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE CUSTOMER-FILE
           IF CUST-MERGED-INTO NOT = 0
               DISPLAY "Customer " WS-KEEP-ID " was merged into "
                   CUST-MERGED-INTO " - link to that customer."
               EXIT PARAGRAPH
           END-IF
           IF CUST-DECEASED = 'Y'
               DISPLAY "Customer " WS-KEEP-ID " is deceased."
               EXIT PARAGRAPH
           END-IF
           MOVE CUST-NAME TO WS-KEEP-NAME
           MOVE CUST-NRC TO WS-KEEP-NRC
           MOVE CUST-PHONE TO WS-KEEP-PHONE
           MOVE CUST-ADDRESS TO WS-KEEP-ADDRESS

           OPEN I-O USER-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "[ERROR]: Account file not available."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINK-ACC TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   DISPLAY "Account not found."
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           IF USER-CUSTOMER-ID NOT = 0
               DISPLAY "Account already belongs to customer "
                   USER-CUSTOMER-ID " - merge the customers instead."
               CLOSE USER-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Account  : " USER-ACC-NO " "
               FUNCTION TRIM(USER-NAME) " (NRC "
               FUNCTION TRIM(USER-NRC) ")"
           DISPLAY "Customer : " WS-KEEP-ID " "
               FUNCTION TRIM(WS-KEEP-NAME) " (NRC "
               FUNCTION TRIM(WS-KEEP-NRC) ")"
           DISPLAY "Link the account to this customer? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "Nothing linked."
               CLOSE USER-FILE
               EXIT PARAGRAPH
           END-IF

           CALL "SupervisorAuth" USING WS-AUTH-OK WS-SUPERVISOR-ID
           IF WS-AUTH-OK NOT = 'Y' OR
              WS-SUPERVISOR-ID = LNK-OPERATOR-ID
               DISPLAY "Approval by another supervisor required - "
                   "nothing linked."
               CLOSE USER-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO ACC-COUNT WS-MOVED-ACCS
           PERFORM MOVE-ONE-ACCOUNT
           CLOSE USER-FILE
           IF WS-MOVED-ACCS = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Account " WS-LINK-ACC " linked to customer "
               WS-KEEP-ID "."

           MOVE "CUST_ACC_LINK" TO WS-AUDIT-EVENT
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "account " WS-LINK-ACC " to customer " WS-KEEP-ID
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       LIST-ALIASES.
           MOVE 0 TO WS-ALIAS-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-STATUS NOT = "00"
               DISPLAY "No customer master on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "RETIRED  NAME                      MERGED INTO "
               "DATE     APPROVED BY"
           MOVE 0 TO CUST-ID
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUSTOMER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CUST-MERGED-INTO NOT = 0
                           ADD 1 TO WS-ALIAS-COUNT
                           DISPLAY CUST-ID " " CUST-NAME " "
                               CUST-MERGED-INTO "    "
                               CUST-MERGED-DATE " "
                               FUNCTION TRIM(CUST-MERGED-BY)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           DISPLAY WS-ALIAS-COUNT " merged customer(s).".

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-TIME FROM TIME
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-EVENT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-DETAIL) DELIMITED BY SIZE
               ",by " DELIMITED BY SIZE
               FUNCTION TRIM(LNK-OPERATOR-ID) DELIMITED BY SIZE
               ",approved " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SUPERVISOR-ID) DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           CALL "AuditLogger" USING AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE.

       DETERMINE-TODAY.
           IF WS-BUSINESS-DATE NOT = 0
               MOVE WS-BUSINESS-DATE TO WS-TODAY
           ELSE
               ACCEPT WS-SYS-DATE FROM DATE
               STRING "20" WS-SYS-DATE(1:2) DELIMITED BY SIZE
                   WS-SYS-DATE(3:2) DELIMITED BY SIZE
                   WS-SYS-DATE(5:2) DELIMITED BY SIZE
                   INTO WS-TODAY
           END-IF.

       READ-PARAMS.
           OPEN INPUT PARAMS-FILE
           IF PARAMS-STATUS = "00"
               PERFORM UNTIL PARAMS-STATUS NOT = "00"
                   READ PARAMS-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           UNSTRING PARAM-LINE DELIMITED BY ","
                               INTO WS-PARAM-NAME WS-PARAM-VALUE
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "BUSINESSDATE"
                               COMPUTE WS-BUSINESS-DATE =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM CustMerge.
