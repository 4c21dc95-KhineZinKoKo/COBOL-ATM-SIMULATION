       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDMandate.

      *> Direct debit mandate register. BillPayment only lets the
      *> customer push money to a biller; under a mandate signed at
      *> the counter a utility or insurer on BILLERS.DAT may pull
      *> its bill from the account instead - never more than the
      *> mandate maximum, never more often than its frequency, and
      *> only between its start and end dates. The nightly
      *> DDCollect run applies the register to each biller's
      *> collection file. A business customer's mandate is signed
      *> under its signing mandate for the maximum amount. Set-up
      *> and cancellation are written to AUDITLOG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DDM-FILE ASSIGN TO "DDMANDATES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DDM-ID
               ALTERNATE RECORD KEY IS DDM-BILLER-REF
                   WITH DUPLICATES
               FILE STATUS IS DDM-STATUS-CODE.

           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-ACC-NO
               FILE STATUS IS FILE-STATUS.

           SELECT BILLERS-FILE ASSIGN TO "BILLERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BILLERS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD DDM-FILE.
           COPY "DD-MANDATE.cpy".

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD BILLERS-FILE.
       01 BILLER-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01 AUDIT-LINE              PIC X(120).
       01 DDM-STATUS-CODE         PIC XX.
       01 FILE-STATUS             PIC XX.
       01 BILLERS-STATUS          PIC XX.

       01 WS-MENU-CHOICE          PIC 9.
       01 WS-AGAIN                PIC X VALUE 'Y'.
       01 WS-EOF                  PIC X.
       01 WS-CONFIRM              PIC X.
       01 WS-ACC-INPUT            PIC 9(16).
       01 WS-ACC-OK               PIC X.
       01 WS-CUST-ID              PIC 9(8).
       01 WS-ID-INPUT             PIC 9(8).
       01 WS-NEXT-ID              PIC 9(8).
       01 WS-FOUND-ANY            PIC X.
       01 WS-DUP-FOUND            PIC X.

       01 WS-BILLER-INPUT         PIC X(6).
       01 WS-BILLER-FOUND         PIC X.
       01 WS-BILLER-NAME          PIC X(30).
       01 WS-BILLER-ACC           PIC 9(16).
       01 WS-REF-FORMAT           PIC X(6).
       01 WS-REF-LEN              PIC 9(2).
       01 WS-REF-INPUT            PIC X(20).
       01 WS-REF-OK               PIC X.
       01 WS-FILE-CODE            PIC X(6).
       01 WS-FILE-NAME            PIC X(30).
       01 WS-FILE-ACC             PIC X(18).
       01 WS-FILE-FORMAT          PIC X(6).

       01 WS-MAX-INPUT            PIC 9(15)V99.
       01 WS-FREQ-INPUT           PIC 9.
       01 WS-FREQ-TEXT            PIC X(9).
       01 WS-START-INPUT          PIC 9(8).
       01 WS-END-INPUT            PIC 9(8).
       01 WS-MANDATE-OK           PIC X.
       01 WS-SIGNERS              PIC X(80).
       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

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
           IF ADMIN-CHOICE = 91

           ACCEPT WS-SYS-DATE FROM DATE
           STRING "20" WS-SYS-DATE(1:2) DELIMITED BY SIZE
                  WS-SYS-DATE(3:2) DELIMITED BY SIZE
                  WS-SYS-DATE(5:2) DELIMITED BY SIZE
                  INTO WS-TODAY

           PERFORM ENSURE-DDM-FILE

           PERFORM UNTIL WS-AGAIN NOT = 'Y' AND WS-AGAIN NOT = 'y'
               DISPLAY "============================================"
               DISPLAY "        DIRECT DEBIT MANDATE REGISTER"
               DISPLAY "============================================"
               DISPLAY "1. List mandates on an account"
               DISPLAY "2. Set up a mandate"
               DISPLAY "3. Cancel a mandate"
               DISPLAY "Enter choice (1-3): "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM LIST-MANDATES
                   WHEN 2
                       PERFORM ADD-MANDATE
                   WHEN 3
                       PERFORM CANCEL-MANDATE
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE

               DISPLAY "Another mandate action? (Y/N): "
               ACCEPT WS-AGAIN
           END-PERFORM

           MOVE 'Y' TO WS-AGAIN
           END-IF
           GOBACK.

       ENSURE-DDM-FILE.
           OPEN INPUT DDM-FILE
           IF DDM-STATUS-CODE = "35"
               OPEN OUTPUT DDM-FILE
           END-IF
           CLOSE DDM-FILE.

       ACCEPT-ACCOUNT.
           MOVE 'N' TO WS-ACC-OK
           DISPLAY "Enter account number: "
           ACCEPT WS-ACC-INPUT
           OPEN INPUT USER-FILE
           MOVE WS-ACC-INPUT TO USER-ACC-NO
           READ USER-FILE KEY IS USER-ACC-NO
               INVALID KEY
                   DISPLAY "Account " WS-ACC-INPUT " not found."
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Account " USER-ACC-NO " ("
               FUNCTION TRIM(USER-NAME) ") " USER-STATUS
           MOVE USER-CUSTOMER-ID TO WS-CUST-ID
           CLOSE USER-FILE
           MOVE 'Y' TO WS-ACC-OK.

       LIST-MANDATES.
           PERFORM ACCEPT-ACCOUNT
           IF WS-ACC-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FOUND-ANY
           MOVE 'N' TO WS-EOF
           OPEN INPUT DDM-FILE
           MOVE 0 TO DDM-ID
           START DDM-FILE KEY IS NOT LESS THAN DDM-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ DDM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DDM-ACC-NO = WS-ACC-INPUT
                           MOVE 'Y' TO WS-FOUND-ANY
                           PERFORM DISPLAY-MANDATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DDM-FILE
           IF WS-FOUND-ANY NOT = 'Y'
               DISPLAY "No direct debit mandates on this account."
           END-IF.

       DISPLAY-MANDATE.
           MOVE DDM-MAX-AMOUNT TO FORMAT-BALANCE
           DISPLAY "  " DDM-ID " " DDM-BILLER " "
               DDM-REFERENCE " max " FUNCTION TRIM(FORMAT-BALANCE)
               " " DDM-FREQUENCY " " DDM-STATUS
           DISPLAY "      from " DDM-START-DATE " to " DDM-END-DATE
               "  last collected " DDM-LAST-COLLECT
               "  collections " DDM-COLLECT-COUNT.

       ADD-MANDATE.
           PERFORM ACCEPT-ACCOUNT
           IF WS-ACC-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT USER-FILE
           MOVE WS-ACC-INPUT TO USER-ACC-NO
           READ USER-FILE KEY IS USER-ACC-NO
               INVALID KEY
                   CONTINUE
           END-READ
           CLOSE USER-FILE
           IF USER-STATUS NOT = "ACTIVE"
               DISPLAY "Mandates can be set up on ACTIVE accounts "
                   "only."
               EXIT PARAGRAPH
           END-IF

           PERFORM LIST-BILLERS
           DISPLAY "Biller code: "
           ACCEPT WS-BILLER-INPUT
           MOVE FUNCTION UPPER-CASE(WS-BILLER-INPUT)
               TO WS-BILLER-INPUT
           PERFORM FIND-BILLER
           IF WS-BILLER-FOUND NOT = 'Y'
               DISPLAY "Unknown biller code."
               EXIT PARAGRAPH
           END-IF
           IF WS-BILLER-ACC = 0
               DISPLAY "This biller has no settlement account "
                   "registered - it cannot collect by direct debit."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Biller: " FUNCTION TRIM(WS-BILLER-NAME)

           PERFORM ACCEPT-REFERENCE
           IF WS-REF-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT DDM-FILE
           PERFORM CHECK-DUPLICATE-MANDATE
           CLOSE DDM-FILE
           IF WS-DUP-FOUND = 'Y'
               DISPLAY "An ACTIVE mandate already covers this biller "
                   "and reference - cancel it first."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Maximum amount per collection: "
           ACCEPT WS-MAX-INPUT
           IF WS-MAX-INPUT = 0
               DISPLAY "The mandate needs a maximum amount."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Frequency - 1 Monthly, 2 Quarterly, 3 Yearly: "
           ACCEPT WS-FREQ-INPUT
           EVALUATE WS-FREQ-INPUT
               WHEN 1
                   MOVE "MONTHLY" TO WS-FREQ-TEXT
               WHEN 2
                   MOVE "QUARTERLY" TO WS-FREQ-TEXT
               WHEN 3
                   MOVE "YEARLY" TO WS-FREQ-TEXT
               WHEN OTHER
                   DISPLAY "Invalid frequency."
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "Start date (YYYYMMDD, 0 = today): "
           ACCEPT WS-START-INPUT
           IF WS-START-INPUT = 0
               MOVE WS-TODAY TO WS-START-INPUT
           END-IF
           DISPLAY "End date (YYYYMMDD, 0 = until cancelled): "
           ACCEPT WS-END-INPUT
           IF WS-END-INPUT NOT = 0 AND WS-END-INPUT < WS-START-INPUT
               DISPLAY "The end date is before the start date."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MAX-INPUT TO FORMAT-BALANCE
           DISPLAY "Allow " FUNCTION TRIM(WS-BILLER-NAME)
               " to collect up to " FUNCTION TRIM(FORMAT-BALANCE)
               " " FUNCTION TRIM(WS-FREQ-TEXT) "? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "Mandate not set up."
               EXIT PARAGRAPH
           END-IF

      *> The mandate is an authority to debit, so a business
      *> customer signs it under its own signing mandate.
           MOVE 'Y' TO WS-MANDATE-OK
           MOVE SPACES TO WS-SIGNERS
           CALL "SignatoryAuth" USING WS-CUST-ID, WS-ACC-INPUT,
               WS-MAX-INPUT, WS-MANDATE-OK, WS-SIGNERS
           IF WS-MANDATE-OK NOT = 'Y'
               DISPLAY "Signing mandate not met - direct debit not "
                   "set up."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O DDM-FILE
           PERFORM FIND-NEXT-ID
           INITIALIZE DD-MANDATE-RECORD
           MOVE WS-NEXT-ID TO DDM-ID
           MOVE WS-BILLER-INPUT TO DDM-BILLER
           MOVE WS-REF-INPUT TO DDM-REFERENCE
           MOVE WS-ACC-INPUT TO DDM-ACC-NO
           MOVE WS-MAX-INPUT TO DDM-MAX-AMOUNT
           MOVE WS-FREQ-TEXT TO DDM-FREQUENCY
           MOVE WS-START-INPUT TO DDM-START-DATE
           MOVE WS-END-INPUT TO DDM-END-DATE
           MOVE "ACTIVE" TO DDM-STATUS
           MOVE WS-TODAY TO DDM-CREATED-DATE
           MOVE LNK-OPERATOR-ID TO DDM-CREATED-BY
           WRITE DD-MANDATE-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not write the mandate."
               NOT INVALID KEY
                   DISPLAY "Mandate " DDM-ID " set up."
                   MOVE "DDMANDATE_ADD" TO WS-AUDIT-ACTION
                   PERFORM WRITE-AUDIT-LOG
           END-WRITE
           CLOSE DDM-FILE.

      *> Only one ACTIVE mandate may answer to a biller code and
      *> consumer reference, or the collection file could not say
      *> which account to debit.
       CHECK-DUPLICATE-MANDATE.
           MOVE 'N' TO WS-DUP-FOUND
           MOVE 'N' TO WS-EOF
           MOVE WS-BILLER-INPUT TO DDM-BILLER
           MOVE WS-REF-INPUT TO DDM-REFERENCE
           START DDM-FILE KEY IS EQUAL TO DDM-BILLER-REF
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ DDM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DDM-BILLER NOT = WS-BILLER-INPUT OR
                          DDM-REFERENCE NOT = WS-REF-INPUT
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF DDM-ACTIVE
                               MOVE 'Y' TO WS-DUP-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FIND-NEXT-ID.
           MOVE 1 TO WS-NEXT-ID
           MOVE 'N' TO WS-EOF
           MOVE 0 TO DDM-ID
           START DDM-FILE KEY IS NOT LESS THAN DDM-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ DDM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       COMPUTE WS-NEXT-ID = DDM-ID + 1
               END-READ
           END-PERFORM.

       CANCEL-MANDATE.
           DISPLAY "Enter mandate number: "
           ACCEPT WS-ID-INPUT
           OPEN I-O DDM-FILE
           MOVE WS-ID-INPUT TO DDM-ID
           READ DDM-FILE KEY IS DDM-ID
               INVALID KEY
                   DISPLAY "No such mandate."
                   CLOSE DDM-FILE
                   EXIT PARAGRAPH
           END-READ
           PERFORM DISPLAY-MANDATE
           IF NOT DDM-ACTIVE
               DISPLAY "Mandate is " DDM-STATUS " already."
               CLOSE DDM-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Cancel this mandate? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "Mandate kept."
               CLOSE DDM-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "CANCELLED" TO DDM-STATUS
           MOVE WS-TODAY TO DDM-CANCEL-DATE
           MOVE LNK-OPERATOR-ID TO DDM-CANCEL-BY
           REWRITE DD-MANDATE-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not cancel the mandate."
               NOT INVALID KEY
                   DISPLAY "Mandate " DDM-ID " cancelled - further "
                       "collections will be returned unpaid."
                   MOVE "DDMANDATE_CANCEL" TO WS-AUDIT-ACTION
                   PERFORM WRITE-AUDIT-LOG
           END-REWRITE
           CLOSE DDM-FILE.

       LIST-BILLERS.
           OPEN INPUT BILLERS-FILE
           IF BILLERS-STATUS = "00"
               DISPLAY "Registered billers:"
               PERFORM UNTIL BILLERS-STATUS NOT = "00"
                   READ BILLERS-FILE
                       AT END EXIT PERFORM
                       NOT AT END
                           UNSTRING BILLER-LINE DELIMITED BY ","
                               INTO WS-FILE-CODE WS-FILE-NAME
                           DISPLAY "  " WS-FILE-CODE " "
                               FUNCTION TRIM(WS-FILE-NAME)
                   END-READ
               END-PERFORM
               CLOSE BILLERS-FILE
           END-IF.

       FIND-BILLER.
           MOVE 'N' TO WS-BILLER-FOUND
           OPEN INPUT BILLERS-FILE
           IF BILLERS-STATUS = "00"
               PERFORM UNTIL BILLERS-STATUS NOT = "00"
                   READ BILLERS-FILE
                       AT END EXIT PERFORM
                       NOT AT END
                           UNSTRING BILLER-LINE DELIMITED BY ","
                               INTO WS-FILE-CODE WS-FILE-NAME
                                    WS-FILE-ACC WS-FILE-FORMAT
                           IF FUNCTION TRIM(WS-FILE-CODE) =
                              FUNCTION TRIM(WS-BILLER-INPUT)
                               MOVE 'Y' TO WS-BILLER-FOUND
                               MOVE WS-FILE-NAME TO WS-BILLER-NAME
                               COMPUTE WS-BILLER-ACC =
                                   FUNCTION NUMVAL(WS-FILE-ACC)
                               MOVE FUNCTION UPPER-CASE
                                   (WS-FILE-FORMAT) TO WS-REF-FORMAT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BILLERS-FILE
           END-IF.

      *> The consumer reference follows the biller's own format,
      *> exactly as BillPayment checks it.
       ACCEPT-REFERENCE.
           MOVE 'N' TO WS-REF-OK
           COMPUTE WS-REF-LEN =
               FUNCTION NUMVAL(WS-REF-FORMAT(2:5))
           IF WS-REF-LEN = 0 OR WS-REF-LEN > 20
               MOVE 20 TO WS-REF-LEN
           END-IF
           DISPLAY "Consumer reference (" WS-REF-FORMAT "): "
           ACCEPT WS-REF-INPUT
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-REF-INPUT)) NOT =
              WS-REF-LEN
               DISPLAY "Reference must be exactly " WS-REF-LEN
                   " character(s) for this biller."
               EXIT PARAGRAPH
           END-IF
           IF WS-REF-FORMAT(1:1) = "N" AND
              WS-REF-INPUT(1:WS-REF-LEN) IS NOT NUMERIC
               DISPLAY "Reference must be numeric for this biller."
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-REF-OK.

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           MOVE DDM-MAX-AMOUNT TO FORMAT-BALANCE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-ACTION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               DDM-ID DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               DDM-ACC-NO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DDM-BILLER) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(DDM-REFERENCE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(FORMAT-BALANCE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(LNK-OPERATOR-ID) DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           CALL "AuditLogger" USING AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE.

       END PROGRAM DDMandate.
