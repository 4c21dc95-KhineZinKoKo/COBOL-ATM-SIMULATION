       IDENTIFICATION DIVISION.
       PROGRAM-ID. SignatoryAuth.

      *> Signing-mandate check for a business customer's account at
      *> the counter. Individuals pass straight through. For a
      *> business the teller keys the sequence number of each
      *> signatory present and the NRC from the identity card they
      *> produce; the signatory must be ACTIVE on SIGNATORIES.DAT,
      *> the NRC must match, and the amount must be within their
      *> own SIG-LIMIT if they have one. Up to the customer's
      *> CUST-MANDATE-SOLE-LIMIT one signatory is enough, above it
      *> CUST-MANDATE-SIGNERS must sign, and where the mandate
      *> asks for it one of them must be class A. The caller gets
      *> back Y/N and the names of the approved signatories for
      *> the receipt; the attempt lands on the audit log either
      *> way.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUSTOMER-STATUS.

           SELECT SIGNATORY-FILE ASSIGN TO "SIGNATORIES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SIG-KEY
               FILE STATUS IS SIGNATORY-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD SIGNATORY-FILE.
           COPY "SIGNATORY.cpy".

       WORKING-STORAGE SECTION.
       01 CUSTOMER-STATUS         PIC XX.
       01 SIGNATORY-STATUS        PIC XX.
       01 AUDIT-LINE              PIC X(120).
       01 WS-AUDIT-TIME           PIC 9(6).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-TODAY                PIC 9(8).
       01 WS-OUTCOME              PIC X(8).

       01 WS-REQUIRED             PIC 9.
       01 WS-SIGNED               PIC 9 VALUE 0.
       01 WS-CLASS-A-SIGNED       PIC X.
       01 WS-TRIES                PIC 9.
       01 WS-SEQ-INPUT            PIC 9(2).
       01 WS-NRC-INPUT            PIC X(20).
       01 WS-ALREADY              PIC X.
       01 WS-SIGN-IDX             PIC 9.
       01 WS-SIGNER-TABLE.
           05 WS-SIGNER-ENTRY OCCURS 3 TIMES.
               10 WS-SIGNER-SEQ   PIC 9(2).
               10 WS-SIGNER-NAME  PIC X(25).
       01 WS-SIGNER-SEQS          PIC X(12).
       01 WS-SIGN-PTR             PIC 9(3).
       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01 LNK-CUST-ID             PIC 9(8).
       01 LNK-ACCNO               PIC 9(16).
       01 LNK-AMOUNT              PIC 9(15)V99.
       01 RTN-AUTH-OK             PIC X.
       01 RTN-SIGNERS             PIC X(80).

       PROCEDURE DIVISION USING LNK-CUST-ID, LNK-ACCNO, LNK-AMOUNT,
           RTN-AUTH-OK, RTN-SIGNERS.
       MAIN-PROCEDURE.
           MOVE 'Y' TO RTN-AUTH-OK
           MOVE SPACES TO RTN-SIGNERS
           IF LNK-CUST-ID = 0
               GOBACK
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-STATUS NOT = "00"
               GOBACK
           END-IF
           MOVE LNK-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE KEY IS CUST-ID
               INVALID KEY
                   CLOSE CUSTOMER-FILE
                   GOBACK
           END-READ
           CLOSE CUSTOMER-FILE
           IF NOT CUST-BUSINESS
               GOBACK
           END-IF

           MOVE 'N' TO RTN-AUTH-OK
           MOVE "REFUSED" TO WS-OUTCOME
           MOVE 0 TO WS-SIGNED
           MOVE 'N' TO WS-CLASS-A-SIGNED
           MOVE SPACES TO WS-SIGNER-TABLE
           IF LNK-AMOUNT <= CUST-MANDATE-SOLE-LIMIT
               MOVE 1 TO WS-REQUIRED
           ELSE
               MOVE CUST-MANDATE-SIGNERS TO WS-REQUIRED
               IF WS-REQUIRED < 2
                   MOVE 2 TO WS-REQUIRED
               END-IF
               IF WS-REQUIRED > 3
                   MOVE 3 TO WS-REQUIRED
               END-IF
           END-IF

           MOVE LNK-AMOUNT TO FORMAT-BALANCE
           DISPLAY "--- SIGNING MANDATE ---"
           DISPLAY FUNCTION TRIM(CUST-NAME) " is a business "
               "customer - this debit needs its signatories."
           DISPLAY "Amount " FUNCTION TRIM(FORMAT-BALANCE)
               " requires " WS-REQUIRED " signatory(ies)."
           IF CUST-MANDATE-CLASS-A = "Y"
               DISPLAY "One of them must be a class A signatory."
           END-IF

           OPEN INPUT SIGNATORY-FILE
           IF SIGNATORY-STATUS NOT = "00"
               DISPLAY "No signatories on file - debit refused."
               PERFORM WRITE-AUDIT-LOG
               GOBACK
           END-IF

           MOVE 0 TO WS-TRIES
           PERFORM UNTIL WS-SIGNED >= WS-REQUIRED
                      OR WS-TRIES >= WS-REQUIRED + 2
               ADD 1 TO WS-TRIES
               DISPLAY "Signatory number (0 to stop): "
               ACCEPT WS-SEQ-INPUT
               IF WS-SEQ-INPUT = 0
                   EXIT PERFORM
               END-IF
               PERFORM CHECK-ONE-SIGNATORY
           END-PERFORM
           CLOSE SIGNATORY-FILE

           IF WS-SIGNED < WS-REQUIRED
               DISPLAY "Not enough signatories - the mandate is "
                   "not met."
               PERFORM WRITE-AUDIT-LOG
               GOBACK
           END-IF
           IF CUST-MANDATE-CLASS-A = "Y" AND
              WS-CLASS-A-SIGNED NOT = 'Y'
               DISPLAY "No class A signatory signed - the mandate "
                   "is not met."
               PERFORM WRITE-AUDIT-LOG
               GOBACK
           END-IF

           MOVE 'Y' TO RTN-AUTH-OK
           MOVE "GRANTED" TO WS-OUTCOME
           MOVE 1 TO WS-SIGN-PTR
           PERFORM VARYING WS-SIGN-IDX FROM 1 BY 1
                   UNTIL WS-SIGN-IDX > WS-SIGNED
               IF WS-SIGN-IDX > 1
                   STRING ", " DELIMITED BY SIZE
                       INTO RTN-SIGNERS WITH POINTER WS-SIGN-PTR
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(WS-SIGNER-NAME(WS-SIGN-IDX))
                   DELIMITED BY SIZE
                   INTO RTN-SIGNERS WITH POINTER WS-SIGN-PTR
               END-STRING
           END-PERFORM
           DISPLAY "Mandate met - signed by "
               FUNCTION TRIM(RTN-SIGNERS) "."
           PERFORM WRITE-AUDIT-LOG
           GOBACK.

      *> One keyed signatory: on file for this customer, ACTIVE, not
      *> keyed twice, the NRC on the card matches the register, and
      *> the amount is inside their personal limit.
       CHECK-ONE-SIGNATORY.
           MOVE 'N' TO WS-ALREADY
           PERFORM VARYING WS-SIGN-IDX FROM 1 BY 1
                   UNTIL WS-SIGN-IDX > WS-SIGNED
               IF WS-SIGNER-SEQ(WS-SIGN-IDX) = WS-SEQ-INPUT
                   MOVE 'Y' TO WS-ALREADY
               END-IF
           END-PERFORM
           IF WS-ALREADY = 'Y'
               DISPLAY "That signatory has already signed."
               EXIT PARAGRAPH
           END-IF

           MOVE LNK-CUST-ID TO SIG-CUST-ID
           MOVE WS-SEQ-INPUT TO SIG-SEQ
           READ SIGNATORY-FILE KEY IS SIG-KEY
               INVALID KEY
                   DISPLAY "No such signatory on this customer."
                   EXIT PARAGRAPH
           END-READ
           IF NOT SIG-ACTIVE
               DISPLAY FUNCTION TRIM(SIG-NAME) " is " SIG-STATUS
                   " - cannot sign."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "NRC of " FUNCTION TRIM(SIG-NAME) ": "
           ACCEPT WS-NRC-INPUT
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NRC-INPUT)) NOT =
              FUNCTION UPPER-CASE(FUNCTION TRIM(SIG-NRC))
               DISPLAY "NRC does not match the register."
               EXIT PARAGRAPH
           END-IF
           IF SIG-LIMIT > 0 AND LNK-AMOUNT > SIG-LIMIT
               MOVE SIG-LIMIT TO FORMAT-BALANCE
               DISPLAY FUNCTION TRIM(SIG-NAME) " may sign only up to "
                   FUNCTION TRIM(FORMAT-BALANCE) "."
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SIGNED
           MOVE SIG-SEQ TO WS-SIGNER-SEQ(WS-SIGNED)
           MOVE SIG-NAME TO WS-SIGNER-NAME(WS-SIGNED)
           IF SIG-CLASS-A
               MOVE 'Y' TO WS-CLASS-A-SIGNED
           END-IF
           DISPLAY FUNCTION TRIM(SIG-NAME) " (class " SIG-CLASS
               ") signed.".

       WRITE-AUDIT-LOG.
           ACCEPT WS-SYS-DATE FROM DATE
           STRING "20" WS-SYS-DATE(1:2) DELIMITED BY SIZE
                  WS-SYS-DATE(3:2) DELIMITED BY SIZE
                  WS-SYS-DATE(5:2) DELIMITED BY SIZE
                  INTO WS-TODAY
           MOVE SPACES TO WS-SIGNER-SEQS
           MOVE 1 TO WS-SIGN-PTR
           PERFORM VARYING WS-SIGN-IDX FROM 1 BY 1
                   UNTIL WS-SIGN-IDX > WS-SIGNED
               STRING WS-SIGNER-SEQ(WS-SIGN-IDX) " " DELIMITED BY SIZE
                   INTO WS-SIGNER-SEQS WITH POINTER WS-SIGN-PTR
               END-STRING
           END-PERFORM
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           MOVE LNK-AMOUNT TO FORMAT-BALANCE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               ",SIGNAUTH," DELIMITED BY SIZE
               LNK-ACCNO DELIMITED BY SIZE
               ",customer " DELIMITED BY SIZE
               LNK-CUST-ID DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(FORMAT-BALANCE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-OUTCOME DELIMITED BY SIZE
               ",signers " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SIGNER-SEQS) DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           CALL "AuditLogger" USING AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE.

       END PROGRAM SignatoryAuth.
