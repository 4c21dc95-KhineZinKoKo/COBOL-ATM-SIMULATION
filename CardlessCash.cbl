       IDENTIFICATION DIVISION.
       PROGRAM-ID. CardlessCash.

      *> Customer self-service for cardless cash. The customer
      *> earmarks a whole-note amount on the signed-on account and a
      *> six-digit one-time withdrawal code goes to the account's
      *> registered USER-PHONE through the notification outbox
      *> (event "CL <code>", worked by NotifySender). The code is
      *> never shown on this screen. The earmark is an ACTIVE hold on
      *> HOLDS.DAT, so the money stops being spendable the moment
      *> the code is issued, and it is released when the code is
      *> used at the ATM (WithdrawMoney's cardless mode), cancelled
      *> here, blocked after too many wrong codes, or expired by the
      *> night run after CARDLESSDAYS days. At most CARDLESSMAX may
      *> be earmarked on one code.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDLESS-FILE ASSIGN TO "CARDLESS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLC-ID
               FILE STATUS IS CARDLESS-STATUS.

           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-ACC-NO
               FILE STATUS IS FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-ID
               FILE STATUS IS HOLD-STATUS-CODE.

           SELECT LEGALHOLD-FILE ASSIGN TO "LEGALHOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-ID
               FILE STATUS IS LEGALHOLD-STATUS.

           SELECT OUTBOX-FILE ASSIGN TO "OUTBOX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MSG-ID
               FILE STATUS IS OUTBOX-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CARDLESS-FILE.
           COPY "CARDLESS-CODE.cpy".

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD HOLD-FILE.
           COPY "CHEQUE-HOLD.cpy".

       FD LEGALHOLD-FILE.
           COPY "LEGAL-HOLD.cpy".

       FD OUTBOX-FILE.
           COPY "OUTBOX-MESSAGE.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 AUDIT-LINE              PIC X(120).
       01 CARDLESS-STATUS         PIC XX.
       01 FILE-STATUS             PIC XX.
       01 HOLD-STATUS-CODE        PIC XX.
       01 LEGALHOLD-STATUS        PIC XX.
       01 OUTBOX-STATUS           PIC XX.
       01 PARAMS-STATUS           PIC XX.

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-CARDLESS-DAYS        PIC 9(3) VALUE 1.
       01 WS-CARDLESS-MAX         PIC 9(15)V99 VALUE 200000.

       01 WS-MENU-CHOICE          PIC 9.
       01 WS-AGAIN                PIC X VALUE 'Y'.
       01 WS-EOF                  PIC X.
       01 WS-CONFIRM              PIC X.
       01 WS-AMOUNT-INPUT         PIC 9(15)V99.
       01 WS-WHOLE-AMOUNT         PIC 9(15).
       01 WS-ID-INPUT             PIC 9(8).
       01 WS-MY-PHONE             PIC X(15).
       01 WS-FOUND-COUNT          PIC 9(4).

       01 WS-HOLD-EOF             PIC X.
       01 WS-LH-EOF               PIC X.
       01 WS-ACTIVE-HOLDS         PIC 9(15)V99.
       01 WS-AVAILABLE            PIC S9(15)V99.
       01 WS-MIN-BALANCE          PIC 9(15)V99.
       01 WS-NEXT-HOLD-ID         PIC 9(6).
       01 WS-NEXT-CLC-ID          PIC 9(8).
       01 WS-NEXT-MSG-ID          PIC 9(8).
       01 WS-RELEASE-HOLD-ID      PIC 9(6).

       01 WS-RANDOM               USAGE COMP-1 VALUE 0.
       01 WS-NEW-CODE             PIC 9(6).
       01 WS-EVENT-TEXT           PIC X(10).
       01 WS-JULIAN               PIC 9(8).

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-AUDIT-TIME           PIC 9(6).
       01 WS-AUDIT-ACTION         PIC X(16).

       LINKAGE SECTION.
       01 LNK-ACCNO               PIC 9(16).
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING LNK-ACCNO, LNK-OPERATOR-ID.
       MAIN-PROCEDURE.
           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY

           OPEN INPUT USER-FILE
           MOVE LNK-ACCNO TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   DISPLAY "[WARNING]: Account not found."
                   CLOSE USER-FILE
                   GOBACK
           END-READ
           MOVE USER-PHONE TO WS-MY-PHONE
           CLOSE USER-FILE

           IF FUNCTION TRIM(WS-MY-PHONE) = SPACES
               DISPLAY "No phone number on this account - the code "
                   "cannot be delivered. Ask the branch to record "
                   "one first."
               GOBACK
           END-IF

           PERFORM ENSURE-CARDLESS-FILE

           PERFORM UNTIL WS-AGAIN NOT = 'Y' AND WS-AGAIN NOT = 'y'
               DISPLAY "=== CARDLESS CASH ==="
               DISPLAY "Codes go to your registered phone: "
                   FUNCTION TRIM(WS-MY-PHONE)
               DISPLAY "1. Send cash with a one-time code"
               DISPLAY "2. Cancel an unused code"
               DISPLAY "3. Show my codes"
               DISPLAY "Enter choice (1-3): "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM ISSUE-CODE
                   WHEN 2
                       PERFORM CANCEL-CODE
                   WHEN 3
                       PERFORM LIST-MY-CODES
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE

               DISPLAY "Another cardless cash action? (Y/N): "
               ACCEPT WS-AGAIN
           END-PERFORM

           MOVE 'Y' TO WS-AGAIN
           GOBACK.

       ENSURE-CARDLESS-FILE.
           OPEN INPUT CARDLESS-FILE
           IF CARDLESS-STATUS = "35"
               OPEN OUTPUT CARDLESS-FILE
           END-IF
           CLOSE CARDLESS-FILE.

      *> The earmark must fit the available balance (ledger less
      *> holds) and leave the account type's minimum balance, the
      *> same test an ATM withdrawal applies - the code is a
      *> withdrawal paid out later.
       ISSUE-CODE.
           DISPLAY "Amount to send (whole notes, max "
           MOVE WS-CARDLESS-MAX TO FORMAT-BALANCE
           DISPLAY FUNCTION TRIM(FORMAT-BALANCE) "): "
           ACCEPT WS-AMOUNT-INPUT
           COMPUTE WS-WHOLE-AMOUNT =
               FUNCTION INTEGER-PART(WS-AMOUNT-INPUT)
           IF WS-AMOUNT-INPUT = 0 OR
              WS-WHOLE-AMOUNT NOT = WS-AMOUNT-INPUT
               DISPLAY "Enter a whole amount greater than 0."
               EXIT PARAGRAPH
           END-IF
           IF WS-AMOUNT-INPUT > WS-CARDLESS-MAX
               DISPLAY "That is over the cardless cash limit."
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT USER-FILE
           MOVE LNK-ACCNO TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   DISPLAY "[WARNING]: Account not found."
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE USER-FILE
           IF USER-STATUS NOT = "ACTIVE"
               DISPLAY "Account status is " USER-STATUS
                   " - cardless cash not allowed."
               EXIT PARAGRAPH
           END-IF

           PERFORM DETERMINE-MIN-BALANCE
           PERFORM COMPUTE-ACTIVE-HOLDS
           COMPUTE WS-AVAILABLE = USER-BALANCE - WS-ACTIVE-HOLDS
           IF WS-AVAILABLE - WS-AMOUNT-INPUT < WS-MIN-BALANCE
               MOVE WS-AVAILABLE TO FORMAT-BALANCE
               DISPLAY "Insufficient available balance ("
                   FUNCTION TRIM(FORMAT-BALANCE) ")."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-AMOUNT-INPUT TO FORMAT-BALANCE
           DISPLAY "Earmark " FUNCTION TRIM(FORMAT-BALANCE)
               " and send a code to " FUNCTION TRIM(WS-MY-PHONE)
               "? (Y/N): "
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = 'Y'
               DISPLAY "Nothing earmarked."
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-RANDOM = FUNCTION RANDOM
           COMPUTE WS-NEW-CODE = (WS-RANDOM * 899999) + 100000

           PERFORM FIND-NEXT-HOLD-ID
           PERFORM WRITE-EARMARK-HOLD
           IF HOLD-STATUS-CODE NOT = "00"
               DISPLAY "[ERROR]: Could not earmark the amount - no "
                   "code issued."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CARDLESS-FILE
           PERFORM GET-NEXT-CLC-ID
           INITIALIZE CARDLESS-RECORD
           MOVE WS-NEXT-CLC-ID TO CLC-ID
           MOVE LNK-ACCNO TO CLC-ACC-NO
           MOVE WS-NEW-CODE TO CLC-CODE
           MOVE WS-MY-PHONE TO CLC-PHONE
           MOVE WS-AMOUNT-INPUT TO CLC-AMOUNT
           MOVE WS-TODAY TO CLC-ISSUE-DATE
           ACCEPT CLC-ISSUE-TIME FROM TIME
           COMPUTE WS-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-CARDLESS-DAYS
           COMPUTE CLC-EXPIRY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-JULIAN)
           MOVE WS-NEXT-HOLD-ID TO CLC-HOLD-ID
           MOVE 0 TO CLC-FAILS
           MOVE "ACTIVE" TO CLC-STATUS
           WRITE CARDLESS-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not record the code."
           END-WRITE
           CLOSE CARDLESS-FILE

           PERFORM QUEUE-CODE-MESSAGE

           DISPLAY "Code " WS-NEXT-CLC-ID " issued - the one-time "
               "code has been sent to your phone. It can be used "
               "at any of our ATMs with that phone number until "
               CLC-EXPIRY-DATE "."
           MOVE "CARDLESS_ISSUE" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-LOG.

      *> The earmark is recorded exactly like a clearing hold so
      *> WithdrawMoney, TransferMoney and the rest see it without
      *> change; it is due for release on the code's expiry date.
       WRITE-EARMARK-HOLD.
           OPEN I-O HOLD-FILE
           IF HOLD-STATUS-CODE = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           MOVE WS-NEXT-HOLD-ID TO HOLD-ID
           MOVE LNK-ACCNO TO HOLD-ACC-NO
           MOVE WS-AMOUNT-INPUT TO HOLD-AMOUNT
           MOVE "CARDLESS" TO HOLD-CHEQUE-NO
           MOVE "CARDLESS CASH CODE" TO HOLD-DRAWN-BANK
           MOVE WS-TODAY TO HOLD-DEPOSIT-DATE
           COMPUTE WS-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-CARDLESS-DAYS
           COMPUTE HOLD-RELEASE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-JULIAN)
           MOVE "ACTIVE" TO HOLD-STATUS
           WRITE HOLD-RECORD
               INVALID KEY
                   MOVE "22" TO HOLD-STATUS-CODE
           END-WRITE
           CLOSE HOLD-FILE
           IF HOLD-STATUS-CODE = "22"
               EXIT PARAGRAPH
           END-IF
           MOVE "00" TO HOLD-STATUS-CODE.

       CANCEL-CODE.
           PERFORM LIST-MY-CODES
           IF WS-FOUND-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Code number to cancel: "
           ACCEPT WS-ID-INPUT
           IF WS-ID-INPUT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CARDLESS-FILE
           MOVE WS-ID-INPUT TO CLC-ID
           READ CARDLESS-FILE KEY IS CLC-ID
               INVALID KEY
                   DISPLAY "No code with that number."
                   CLOSE CARDLESS-FILE
                   EXIT PARAGRAPH
           END-READ
           IF CLC-ACC-NO NOT = LNK-ACCNO OR NOT CLC-ACTIVE
               DISPLAY "That is not one of your unused codes."
               CLOSE CARDLESS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "CANCELLD" TO CLC-STATUS
           MOVE WS-TODAY TO CLC-CLOSED-DATE
           ACCEPT CLC-CLOSED-TIME FROM TIME
           REWRITE CARDLESS-RECORD
           MOVE CLC-HOLD-ID TO WS-RELEASE-HOLD-ID
           MOVE CLC-AMOUNT TO WS-AMOUNT-INPUT
           CLOSE CARDLESS-FILE
           PERFORM RELEASE-EARMARK
           MOVE WS-AMOUNT-INPUT TO FORMAT-BALANCE
           DISPLAY "Code cancelled - " FUNCTION TRIM(FORMAT-BALANCE)
               " is available again."
           MOVE "CARDLESS_CANCEL" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-LOG.

       RELEASE-EARMARK.
           OPEN I-O HOLD-FILE
           IF HOLD-STATUS-CODE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RELEASE-HOLD-ID TO HOLD-ID
           READ HOLD-FILE KEY IS HOLD-ID
               NOT INVALID KEY
                   IF HOLD-ACTIVE
                       MOVE "RELEASED" TO HOLD-STATUS
                       REWRITE HOLD-RECORD
                   END-IF
           END-READ
           CLOSE HOLD-FILE.

       LIST-MY-CODES.
           MOVE 0 TO WS-FOUND-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT CARDLESS-FILE
           MOVE 1 TO CLC-ID
           START CARDLESS-FILE KEY IS NOT LESS THAN CLC-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ CARDLESS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CLC-ACC-NO = LNK-ACCNO AND
                          (CLC-ACTIVE OR CLC-ISSUE-DATE = WS-TODAY)
                           ADD 1 TO WS-FOUND-COUNT
                           MOVE CLC-AMOUNT TO FORMAT-BALANCE
                           DISPLAY "  " CLC-ID " "
                               FUNCTION TRIM(FORMAT-BALANCE)
                               " issued " CLC-ISSUE-DATE
                               " expires " CLC-EXPIRY-DATE " "
                               CLC-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARDLESS-FILE
           IF WS-FOUND-COUNT = 0
               DISPLAY "You have no unused codes."
           END-IF.

      *> Id 0 is the counter record; CARDLESS-FILE is open I-O.
       GET-NEXT-CLC-ID.
           MOVE 0 TO CLC-ID
           READ CARDLESS-FILE KEY IS CLC-ID
               INVALID KEY
                   INITIALIZE CARDLESS-RECORD
                   MOVE 0 TO CLC-ID
                   MOVE 1 TO CLC-ACC-NO
                   WRITE CARDLESS-RECORD
                   MOVE 1 TO WS-NEXT-CLC-ID
               NOT INVALID KEY
                   ADD 1 TO CLC-ACC-NO
                   MOVE CLC-ACC-NO TO WS-NEXT-CLC-ID
                   REWRITE CARDLESS-RECORD
           END-READ.

       FIND-NEXT-HOLD-ID.
           MOVE 1 TO WS-NEXT-HOLD-ID
           MOVE 'N' TO WS-HOLD-EOF
           OPEN INPUT HOLD-FILE
           IF HOLD-STATUS-CODE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO HOLD-ID
           START HOLD-FILE KEY IS NOT LESS THAN HOLD-ID
               INVALID KEY MOVE 'Y' TO WS-HOLD-EOF
           END-START
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ HOLD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       COMPUTE WS-NEXT-HOLD-ID = HOLD-ID + 1
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

      *> The same outbox every other customer message uses: id 0 is
      *> the counter record, NotifySender delivers the queue.
       QUEUE-CODE-MESSAGE.
           OPEN I-O OUTBOX-FILE
           IF OUTBOX-STATUS = "35"
               OPEN OUTPUT OUTBOX-FILE
               CLOSE OUTBOX-FILE
               OPEN I-O OUTBOX-FILE
           END-IF

           MOVE 0 TO MSG-ID
           READ OUTBOX-FILE KEY IS MSG-ID
               INVALID KEY
                   MOVE 0 TO MSG-ID
                   MOVE 1 TO MSG-ACC-NO
                   MOVE SPACES TO MSG-PHONE MSG-EVENT MSG-STATUS
                   MOVE 0 TO MSG-AMOUNT MSG-DATE MSG-TIME
                   WRITE OUTBOX-RECORD
                   MOVE 1 TO WS-NEXT-MSG-ID
               NOT INVALID KEY
                   ADD 1 TO MSG-ACC-NO
                   MOVE MSG-ACC-NO TO WS-NEXT-MSG-ID
                   REWRITE OUTBOX-RECORD
           END-READ

           MOVE SPACES TO WS-EVENT-TEXT
           STRING "CL " WS-NEW-CODE
               DELIMITED BY SIZE INTO WS-EVENT-TEXT

           MOVE WS-NEXT-MSG-ID TO MSG-ID
           MOVE LNK-ACCNO TO MSG-ACC-NO
           MOVE WS-MY-PHONE TO MSG-PHONE
           MOVE WS-EVENT-TEXT TO MSG-EVENT
           MOVE WS-AMOUNT-INPUT TO MSG-AMOUNT
           MOVE WS-TODAY TO MSG-DATE
           ACCEPT MSG-TIME FROM TIME
           MOVE "PENDING" TO MSG-STATUS
           WRITE OUTBOX-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not queue the code."
           END-WRITE
           CLOSE OUTBOX-FILE.

       DETERMINE-MIN-BALANCE.
           EVALUATE FUNCTION UPPER-CASE(USER-ACC-TYPE)
               WHEN "SAVINGS"
                   MOVE 1000 TO WS-MIN-BALANCE
               WHEN "SPECIAL"
                   MOVE 5000 TO WS-MIN-BALANCE
               WHEN OTHER
                   MOVE 0 TO WS-MIN-BALANCE
           END-EVALUATE.

      *> Sum of ACTIVE holds on this account.
       COMPUTE-ACTIVE-HOLDS.
           MOVE 0 TO WS-ACTIVE-HOLDS
           MOVE 'N' TO WS-HOLD-EOF
           OPEN INPUT HOLD-FILE
           IF HOLD-STATUS-CODE NOT = "00"
               PERFORM ADD-LEGAL-HOLDS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO HOLD-ID
           START HOLD-FILE KEY IS NOT LESS THAN HOLD-ID
               INVALID KEY MOVE 'Y' TO WS-HOLD-EOF
           END-START
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ HOLD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       IF HOLD-ACC-NO = LNK-ACCNO AND HOLD-ACTIVE
                           ADD HOLD-AMOUNT TO WS-ACTIVE-HOLDS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           PERFORM ADD-LEGAL-HOLDS.

      *> Court-ordered legal holds stack on top, as in
      *> WithdrawMoney: an amount of zero freezes the whole balance.
       ADD-LEGAL-HOLDS.
           MOVE 'N' TO WS-LH-EOF
           OPEN INPUT LEGALHOLD-FILE
           IF LEGALHOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LH-ID
           START LEGALHOLD-FILE KEY IS GREATER THAN LH-ID
               INVALID KEY MOVE 'Y' TO WS-LH-EOF
           END-START
           PERFORM UNTIL WS-LH-EOF = 'Y'
               READ LEGALHOLD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LH-EOF
                   NOT AT END
                       IF LH-ACC-NO = LNK-ACCNO AND LH-ACTIVE
                          AND LH-EFFECTIVE <= WS-TODAY
                          AND (LH-EXPIRY = 0 OR
                               LH-EXPIRY >= WS-TODAY)
                           IF LH-AMOUNT = 0
                               ADD USER-BALANCE TO WS-ACTIVE-HOLDS
                           ELSE
                               ADD LH-AMOUNT TO WS-ACTIVE-HOLDS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEGALHOLD-FILE.

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-ACTION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               LNK-ACCNO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               CLC-ID DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(FORMAT-BALANCE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(LNK-OPERATOR-ID) DELIMITED BY SIZE
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
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "CARDLESSDAYS"
                               COMPUTE WS-CARDLESS-DAYS =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "CARDLESSMAX"
                               COMPUTE WS-CARDLESS-MAX =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM CardlessCash.
