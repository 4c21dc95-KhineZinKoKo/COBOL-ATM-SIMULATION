       01 WS-DUP-AMOUNT           PIC 9(15)V99.
       01 WS-AUTH-OK              PIC X.
       01 WS-SUPERVISOR-ID        PIC X(20).
       01 WS-IC-ACTION            PIC X(12) VALUE "TRANSFER".
       01 WS-IC-RESULT            PIC X.
       01 LIMITPROF-STATUS        PIC XX.
       01 WS-IJ-KIND            PIC X(4).
       01 WS-IJ-IMAGE           PIC X(400).
       01 WS-GUARD-ID             PIC 9(8).
       01 WS-GUARD-INPUT          PIC 9(8).
       01 WS-GUARD-AUTH-OK        PIC X.
       01 WS-MANDATE-OK           PIC X VALUE 'Y'.
       01 WS-MANDATE-OPERATOR     PIC X(20).
           88 WS-STANDING-INSTRUCTION VALUE "SCHEDULEDBATCH"
                                            "LOANPAYOFF" "RECURDEP".
       01 WS-SIGNERS              PIC X(80) VALUE SPACES.
       01 LEGALHOLD-STATUS        PIC XX.
       01 WS-LH-EOF               PIC X.
       01 WS-LH-RAW               PIC X(6).
       01 WS-OTP-RESULT       PIC X.

       01 WS-SENDER-CUST-ID   PIC 9(8) VALUE 0.
       01 WS-RECEIVER-CUST-ID PIC 9(8) VALUE 0.
       01 WS-SENDER-OD-LIMIT  PIC 9(15)V99 VALUE 0.
       01 WS-OVR-GRANTED      PIC X.
       01 WS-OVR-ANSWER       PIC X.
               GOBACK
           END-IF

      *> Staff may not move money off or onto their own or a
      *> relative's account without a supervisor standing over them.
      *> The LOANPAYOFF and RECURDEP postings carry no teller here;
      *> LoanMaint and RecurDeposit run this check on the teller's
      *> own id before they call.
           CALL "InsiderCheck" USING LNK-OPERATOR-ID LNK-ACC1
               WS-SENDER-CUST-ID WS-IC-ACTION WS-IC-RESULT
           IF WS-IC-RESULT = 'Y'
              AND WS-RECEIVER-CUST-ID NOT = WS-SENDER-CUST-ID
               CALL "InsiderCheck" USING LNK-OPERATOR-ID LNK-ACC2
                   WS-RECEIVER-CUST-ID WS-IC-ACTION WS-IC-RESULT
           END-IF
           IF WS-IC-RESULT NOT = 'Y'
               MOVE "D026" TO WS-DECLINE-CODE
               MOVE "Transfer declined - staff/insider acct" TO
                   WS-DECLINE-REASON
               PERFORM WRITE-DECLINED
               CLOSE USER-FILE
               MOVE LNK1-ACC-BALANCE TO RTN-AMOUNT
               GOBACK
           END-IF

           PERFORM CHECK-GUARDIAN-AUTH
           IF WS-GUARD-REQUIRED = 'Y'
               DISPLAY "[WARNING]: Guardian authorisation failed - "
               GOBACK
           END-IF

           PERFORM CHECK-SIGNING-MANDATE
           IF WS-MANDATE-OK NOT = 'Y'
               DISPLAY "[WARNING]: Signing mandate not met - "
                   "transfer not allowed."
               MOVE "D023" TO WS-DECLINE-CODE
               MOVE "Transfer declined - signing mandate" TO
                   WS-DECLINE-REASON
               PERFORM WRITE-DECLINED
               CLOSE USER-FILE
               MOVE LNK1-ACC-BALANCE TO RTN-AMOUNT
               GOBACK
           END-IF

      *> Stale KYC blocks large movements until the review is done -
      *> the regulator's checklist item, not ours.
           IF TRANSFER-AMOUNT > WS-KYC-AMOUNT
           MOVE USER-PIN-SALT  TO LNK2-ACC-PIN-SALT
           MOVE USER-PIN-HASH  TO LNK2-ACC-PIN-HASH
           MOVE USER-STATUS    TO LNK2-ACC-STATUS
           MOVE USER-CUSTOMER-ID TO WS-RECEIVER-CUST-ID
           MOVE USER-REG-DATE  TO LNK2-ACC-DATE
           MOVE USER-PIN-FORCE TO LNK2-ACC-PIN-FORCE
           MOVE USER-LINKED-ACC TO LNK2-LINKED-ACC
           STRING "Time           : " WS-CUR-TIME
               DELIMITED BY SIZE INTO RECEIPT-LINE
           WRITE RECEIPT-LINE
           IF WS-SIGNERS NOT = SPACES
               MOVE SPACES TO RECEIPT-LINE
               STRING "Signed by      : " FUNCTION TRIM(WS-SIGNERS)
                   DELIMITED BY SIZE INTO RECEIPT-LINE
               WRITE RECEIPT-LINE
           END-IF
           WRITE RECEIPT-LINE FROM "==============================="

           MOVE "RCPT-FOOTER" TO WS-MSG-KEY
               END-IF
           END-IF.

      *> A business customer's account is operated by its
      *> signatories under the mandate on the customer master;
      *> SignatoryAuth lets individuals straight through and hands
      *> back the names of whoever signed for the receipt. The
      *> scheduled-transfer batch was signed for when the order was
      *> set up; loan payoffs and the opening recurring deposit
      *> instalment have the mandate taken by LoanMaint and
      *> RecurDeposit before they call here. None is asked again.
       CHECK-SIGNING-MANDATE.
           MOVE 'Y' TO WS-MANDATE-OK
           MOVE SPACES TO WS-SIGNERS
           MOVE LNK-OPERATOR-ID TO WS-MANDATE-OPERATOR
           IF WS-SENDER-CUST-ID = 0 OR WS-STANDING-INSTRUCTION
               EXIT PARAGRAPH
           END-IF
           CALL "SignatoryAuth" USING WS-SENDER-CUST-ID, LNK-ACC1,
               TRANSFER-AMOUNT, WS-MANDATE-OK, WS-SIGNERS.

      *> The honest double-entry guard: an identical posting on the
      *> same account, same type and amount, inside the last
      *> DUPWINDOWSECS seconds is almost always a teller re-keying
