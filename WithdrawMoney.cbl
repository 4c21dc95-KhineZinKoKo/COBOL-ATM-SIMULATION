               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAINING-STATUS.

           SELECT CARDLESS-FILE ASSIGN TO "CARDLESS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLC-ID
               FILE STATUS IS CARDLESS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD TRAINING-FILE.
       01 TRAINING-LINE           PIC X(20).

       FD CARDLESS-FILE.
           COPY "CARDLESS-CODE.cpy".

       WORKING-STORAGE SECTION.
       01 TRAINING-STATUS         PIC XX.
       01 WS-TRAINING             PIC X VALUE 'N'.
       01 WS-DUP-AMOUNT           PIC 9(15)V99.
       01 WS-AUTH-OK              PIC X.
       01 WS-SUPERVISOR-ID        PIC X(20).
       01 WS-IC-ACTION            PIC X(12) VALUE "WITHDRAW".
       01 WS-IC-RESULT            PIC X.
       01 LIMITPROF-STATUS        PIC XX.
       01 WS-ATM-CAP              PIC 9(15)V99.
       01 WS-ATM-DAY-TOTAL        PIC 9(15)V99.
       01 WS-GUARD-ID             PIC 9(8).
       01 WS-GUARD-INPUT          PIC 9(8).
       01 WS-GUARD-AUTH-OK        PIC X.
       01 WS-MANDATE-OK           PIC X VALUE 'Y'.
       01 WS-MANDATE-CUST         PIC 9(8).
       01 WS-MANDATE-AMOUNT       PIC 9(15)V99.
       01 WS-SIGNERS              PIC X(80) VALUE SPACES.
       01 LEGALHOLD-STATUS        PIC XX.
       01 WS-LH-EOF               PIC X.
       01 WS-LH-RAW               PIC X(6).
       01 WS-LINKED-MIN-BALANCE PIC 9(15)V99 VALUE 0.
       01 WS-OVERDRAFT-PULLED  PIC X VALUE 'N'.

       01 CARDLESS-STATUS      PIC XX.
       01 WS-CL-PHONE          PIC X(15).
       01 WS-CL-CODE           PIC 9(6).
       01 WS-CL-MATCH          PIC X.
       01 WS-CL-EOF            PIC X.
       01 WS-CL-ID             PIC 9(8).
       01 WS-CL-TODAY          PIC 9(8).
       01 WS-CL-MAX-TRIES      PIC 9(2) VALUE 3.
       01 WS-CL-HOLD-ID        PIC 9(6).

       LINKAGE SECTION.
       01 LNK-ACCNO           PIC 9(16).
       01 LNK-AMOUNT          PIC 9(15)V99.
               PERFORM WRITE-DECLINED
               GOBACK
           END-IF

      *> Account 0 means a cardless withdrawal: no card, only the
      *> registered phone and the one-time code sent to it.
           IF LNK-ACCNO = 0
               PERFORM CARDLESS-WITHDRAWAL
               GOBACK
           END-IF
           MOVE 'Y' TO WS-SUFFICIENT-FUNDS
           OPEN I-O USER-FILE
           MOVE LNK-ACCNO TO USER-ACC-NO
               GOBACK
           END-IF

      *> Staff may not post to their own or a relative's account
      *> without a supervisor standing over them.
           CALL "InsiderCheck" USING LNK-OPERATOR-ID LNK-ACCNO
               USER-CUSTOMER-ID WS-IC-ACTION WS-IC-RESULT
           IF WS-IC-RESULT NOT = 'Y'
               MOVE "D026" TO WS-DECLINE-CODE
               MOVE "Withdrawal declined - staff/insider acct" TO
                   WS-DECLINE-REASON
               PERFORM WRITE-DECLINED
               CLOSE USER-FILE
               MOVE USER-BALANCE TO RTN-AMOUNT
               GOBACK
           END-IF

           PERFORM CHECK-DUPLICATE-POSTING
           IF WS-DUP-FOUND = 'Y'
               MOVE "D021" TO WS-DECLINE-CODE
               GOBACK
           END-IF

           PERFORM CHECK-SIGNING-MANDATE
           IF WS-MANDATE-OK NOT = 'Y'
               DISPLAY "[WARNING]: Signing mandate not met - "
                   "withdrawal not allowed."
               MOVE "D023" TO WS-DECLINE-CODE
               MOVE "Withdrawal declined - signing mandate" TO
                   WS-DECLINE-REASON
               PERFORM WRITE-DECLINED
               CLOSE USER-FILE
               MOVE USER-BALANCE TO RTN-AMOUNT
               GOBACK
           END-IF

      *> Stale KYC blocks large movements until the review is done.
           IF LNK-AMOUNT > WS-KYC-AMOUNT
               MOVE USER-KYC-DATE TO WS-KYC-CHECK-DATE
           MOVE USER-BALANCE TO RTN-AMOUNT
           GOBACK.

      *> The amount was earmarked as an ACTIVE hold when the code
      *> was issued, so the money is already set aside: the code
      *> itself is the authority to pay. Only a closed account, an
      *> expired code or an undispensable amount stops the payout,
      *> and those leave the code ACTIVE for another machine or
      *> for the night run to expire.
       CARDLESS-WITHDRAWAL.
           MOVE 0 TO RTN-AMOUNT
           ACCEPT WS-DATE FROM DATE
           STRING "20" WS-DATE(1:2) DELIMITED BY SIZE
                  WS-DATE(3:2) DELIMITED BY SIZE
                  WS-DATE(5:2) DELIMITED BY SIZE
                  INTO WS-CL-TODAY
           IF WS-BUSINESS-DATE NOT = 0
               MOVE WS-BUSINESS-DATE TO WS-CL-TODAY
           END-IF

           DISPLAY "Registered phone number: "
           ACCEPT WS-CL-PHONE
           DISPLAY "One-time withdrawal code: "
           ACCEPT WS-CL-CODE

           PERFORM FIND-CARDLESS-CODE
           IF WS-CL-MATCH NOT = 'Y'
               PERFORM COUNT-CARDLESS-FAILURE
               DISPLAY "[WARNING]: Phone number and code do not "
                   "match an unused withdrawal code."
               MOVE "D024" TO WS-DECLINE-CODE
               MOVE "Withdrawal declined - cardless code invalid"
                   TO WS-DECLINE-REASON
               PERFORM WRITE-DECLINED
               EXIT PARAGRAPH
           END-IF

           MOVE CLC-ACC-NO TO LNK-ACCNO
           MOVE CLC-AMOUNT TO LNK-AMOUNT
           IF CLC-EXPIRY-DATE < WS-CL-TODAY
               DISPLAY "[WARNING]: This withdrawal code has expired."
               MOVE "D024" TO WS-DECLINE-CODE
               MOVE "Withdrawal declined - cardless code expired"
                   TO WS-DECLINE-REASON
               PERFORM WRITE-DECLINED
               EXIT PARAGRAPH
           END-IF

           OPEN I-O USER-FILE
           MOVE LNK-ACCNO TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   DISPLAY "[WARNING]: Account not found."
                   MOVE "D001" TO WS-DECLINE-CODE
                   MOVE "Withdrawal declined - account not found" TO
                       WS-DECLINE-REASON
                   PERFORM WRITE-DECLINED
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           IF FILE-STATUS = "51"
               DISPLAY "[WARNING]: Account is locked by another "
                   "transaction. Try again shortly."
               MOVE "D002" TO WS-DECLINE-CODE
               MOVE "Withdrawal declined - account locked" TO
                   WS-DECLINE-REASON
               PERFORM WRITE-DECLINED
               CLOSE USER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE USER-LANG TO WS-RCPT-LANG
           IF WS-RCPT-LANG = SPACES
               MOVE "EN" TO WS-RCPT-LANG
           END-IF
           IF USER-STATUS = "LOCKED" OR USER-STATUS = "INACTIVE"
              OR USER-STATUS = "DORMANT"
               DISPLAY "[WARNING]: The account behind this code "
                   "cannot pay out."
               MOVE "D003" TO WS-DECLINE-CODE
               MOVE "Withdrawal declined - account " TO
                   WS-DECLINE-REASON
               PERFORM WRITE-DECLINED
               CLOSE USER-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-CASSETTES
           IF WS-CASHBOX-PRESENT = 'Y'
               PERFORM PLAN-NOTE-MIX
           END-IF
           IF WS-DISPENSE-OK NOT = 'Y'
               DISPLAY "[WARNING]: The ATM cannot dispense this "
                   "amount with the notes on hand."
               MOVE "D007" TO WS-DECLINE-CODE
               MOVE "Withdrawal declined - notes unavailable" TO
                   WS-DECLINE-REASON
               PERFORM WRITE-DECLINED
               CLOSE USER-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM GENERATE-RANDOM
           MOVE UNIQUE-ID TO WS-GROUP-ID

           SUBTRACT LNK-AMOUNT FROM USER-BALANCE
           REWRITE USER-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Failed to update balance."
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "USER" TO WS-IJ-KIND
           MOVE USER-RECORD TO WS-IJ-IMAGE
           IF WS-TRAINING NOT = 'Y'
               CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           END-IF
           CLOSE USER-FILE

           IF WS-CASHBOX-PRESENT = 'Y'
               PERFORM DISPENSE-NOTES
           END-IF
           PERFORM WRITE-TRANSACTION
           PERFORM CLOSE-CARDLESS-CODE
           MOVE LNK-ACCNO TO WS-DT-ACC
           MOVE 2 TO WS-DT-TYPE
           MOVE LNK-AMOUNT TO WS-DT-AMOUNT
           IF WS-TRAINING NOT = 'Y'
               PERFORM BUMP-DAY-TOTALS
           END-IF
           PERFORM WRITE-RECEIPT

      *> The account holder always hears that the code was paid,
      *> whatever the alert threshold.
           MOVE LNK-ACCNO TO WS-ALERT-ACC
           MOVE USER-PHONE TO WS-ALERT-PHONE
           MOVE "CLPAID" TO WS-ALERT-EVENT
           MOVE LNK-AMOUNT TO WS-ALERT-AMOUNT
           IF WS-TRAINING NOT = 'Y'
               PERFORM WRITE-ALERT-MESSAGE
           END-IF

           DISPLAY "============================================"
           DISPLAY "Transaction ID : " TRANSACTION-CDE
           MOVE LNK-AMOUNT TO FORMAT-BALANCE
           DISPLAY "Withdraw Amount: " FORMAT-BALANCE
           IF WS-CASHBOX-PRESENT = 'Y'
               PERFORM DISPLAY-NOTE-MIX
           END-IF
           DISPLAY "--------------------------------------------"
           DISPLAY "Cardless withdrawal successful."
           DISPLAY "============================================".

      *> Leaves the matched code in CARDLESS-RECORD.
       FIND-CARDLESS-CODE.
           MOVE 'N' TO WS-CL-MATCH
           MOVE 'N' TO WS-CL-EOF
           OPEN INPUT CARDLESS-FILE
           IF CARDLESS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO CLC-ID
           START CARDLESS-FILE KEY IS NOT LESS THAN CLC-ID
               INVALID KEY MOVE 'Y' TO WS-CL-EOF
           END-START
           PERFORM UNTIL WS-CL-EOF = 'Y'
               READ CARDLESS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-CL-EOF
                   NOT AT END
                       IF CLC-ACTIVE AND CLC-PHONE = WS-CL-PHONE
                          AND CLC-CODE = WS-CL-CODE
                           MOVE 'Y' TO WS-CL-MATCH
                           MOVE 'Y' TO WS-CL-EOF
                           MOVE CLC-ID TO WS-CL-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARDLESS-FILE.

      *> A wrong code counts against every unused code sent to that
      *> phone; at CARDLESSMAXTRIES the code is BLOCKED and its
      *> earmark released. The decline is logged against the
      *> account so VelocityMonitor can see repeated guessing.
       COUNT-CARDLESS-FAILURE.
           MOVE 'N' TO WS-CL-EOF
           OPEN I-O CARDLESS-FILE
           IF CARDLESS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO CLC-ID
           START CARDLESS-FILE KEY IS NOT LESS THAN CLC-ID
               INVALID KEY MOVE 'Y' TO WS-CL-EOF
           END-START
           PERFORM UNTIL WS-CL-EOF = 'Y'
               READ CARDLESS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-CL-EOF
                   NOT AT END
                       IF CLC-ACTIVE AND CLC-PHONE = WS-CL-PHONE
                           MOVE CLC-ACC-NO TO LNK-ACCNO
                           ADD 1 TO CLC-FAILS
                           IF CLC-FAILS >= WS-CL-MAX-TRIES
                               MOVE "BLOCKED" TO CLC-STATUS
                               MOVE WS-CL-TODAY TO CLC-CLOSED-DATE
                               ACCEPT CLC-CLOSED-TIME FROM TIME
                               MOVE WS-TERMINAL-ID TO CLC-TERMINAL
                               MOVE CLC-HOLD-ID TO WS-CL-HOLD-ID
                               PERFORM RELEASE-CARDLESS-HOLD
                               DISPLAY "[WARNING]: Too many wrong "
                                   "codes - the withdrawal code "
                                   "is now blocked."
                           END-IF
                           REWRITE CARDLESS-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARDLESS-FILE.

       CLOSE-CARDLESS-CODE.
           OPEN I-O CARDLESS-FILE
           MOVE WS-CL-ID TO CLC-ID
           READ CARDLESS-FILE KEY IS CLC-ID
               INVALID KEY
                   DISPLAY "[ERROR]: Withdrawal code record missing."
                   CLOSE CARDLESS-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE "USED" TO CLC-STATUS
           MOVE WS-CL-TODAY TO CLC-CLOSED-DATE
           ACCEPT CLC-CLOSED-TIME FROM TIME
           MOVE WS-TERMINAL-ID TO CLC-TERMINAL
           MOVE TRANSACTION-CDE TO CLC-TRANCDE
           MOVE CLC-HOLD-ID TO WS-CL-HOLD-ID
           REWRITE CARDLESS-RECORD
           CLOSE CARDLESS-FILE
           PERFORM RELEASE-CARDLESS-HOLD.

       RELEASE-CARDLESS-HOLD.
           OPEN I-O HOLD-FILE
           IF HOLD-STATUS-CODE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CL-HOLD-ID TO HOLD-ID
           READ HOLD-FILE KEY IS HOLD-ID
               NOT INVALID KEY
                   IF HOLD-ACTIVE
                       MOVE "RELEASED" TO HOLD-STATUS
                       REWRITE HOLD-RECORD
                   END-IF
           END-READ
           CLOSE HOLD-FILE.

       DETERMINE-MIN-BALANCE.
           EVALUATE FUNCTION UPPER-CASE(USER-ACC-TYPE)
               WHEN "SAVINGS"
           ELSE
               MOVE USER-CURRENCY TO TR-CURRENCY
           END-IF
           MOVE 1                   TO TR-FX-RATE
           MOVE WS-TERMINAL-ID TO TR-TERMINAL
           CALL "WorkBranch" USING TR-OPERATOR-ID TR-TERMINAL
               USER-BRANCH TR-BRANCH
           COMPUTE TR-AMOUNT  = FUNCTION INTEGER-PART(LNK-AMOUNT)
           COMPUTE TR-DECIMAL = FUNCTION MOD(LNK-AMOUNT * 100, 100)


       WRITE-DECLINED.
      *> Practice declines stay off the live decline log the
      *> productivity report counts. The terminal id closes the
      *> line so notes-unavailable declines can be tied to the
      *> machine in the availability report.
           IF WS-TRAINING = 'Y'
               EXIT PARAGRAPH
           END-IF
               FUNCTION TRIM(WS-DECLINE-REASON) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(LNK-OPERATOR-ID) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-TERMINAL-ID) DELIMITED BY SIZE
               INTO DECLINED-LINE
           END-STRING
           WRITE DECLINED-LINE
                               COMPUTE WS-OTP-THRESHOLD =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "CARDLESSMAXTRIES"
                               COMPUTE WS-CL-MAX-TRIES =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "TERMINALID"
                               MOVE WS-PARAM-VALUE(1:8)
           STRING "Time           : " WS-CUR-TIME
               DELIMITED BY SIZE INTO RECEIPT-LINE
           WRITE RECEIPT-LINE
           IF WS-SIGNERS NOT = SPACES
               MOVE SPACES TO RECEIPT-LINE
               STRING "Signed by      : " FUNCTION TRIM(WS-SIGNERS)
                   DELIMITED BY SIZE INTO RECEIPT-LINE
               WRITE RECEIPT-LINE
           END-IF
           WRITE RECEIPT-LINE FROM "================================"

           MOVE "RCPT-FOOTER" TO WS-MSG-KEY
               END-IF
           END-IF.

      *> A business customer's account is operated by its
      *> signatories under the mandate on the customer master;
      *> SignatoryAuth lets individuals straight through and hands
      *> back the names of whoever signed for the receipt.
       CHECK-SIGNING-MANDATE.
           MOVE 'Y' TO WS-MANDATE-OK
           MOVE SPACES TO WS-SIGNERS
           IF USER-CUSTOMER-ID = 0
               EXIT PARAGRAPH
           END-IF
           MOVE USER-CUSTOMER-ID TO WS-MANDATE-CUST
           MOVE LNK-AMOUNT TO WS-MANDATE-AMOUNT
           CALL "SignatoryAuth" USING WS-MANDATE-CUST, LNK-ACCNO,
               WS-MANDATE-AMOUNT, WS-MANDATE-OK, WS-SIGNERS.

      *> The daily ATM cash cap comes off the account's
      *> LIMITPROF.DAT profile (no profile = no cap); a supervisor
      *> override inside its expiry window lifts it. The day's cash
