       01 WS-FEE-AMOUNT           PIC 9(15)V99 VALUE 0.
       01 WS-SENDER-CUST-ID       PIC 9(8) VALUE 0.
       01 WS-SENDER-TIER          PIC X(8) VALUE "BASIC".
       01 WS-MANDATE-OK           PIC X.
       01 WS-SIGNERS              PIC X(80).

       01 WS-OTP-THRESHOLD        PIC 9(15)V99 VALUE 100000.
       01 WS-OTP-ACTION           PIC X(10).
           MOVE "BASIC" TO WS-SENDER-TIER
           CALL "CustomerTier"
               USING WS-SENDER-CUST-ID WS-SENDER-TIER
      *> A business account sends money only under its signing
      *> mandate - checked here too, while the user file is
      *> released.
           MOVE 'Y' TO WS-MANDATE-OK
           MOVE SPACES TO WS-SIGNERS
           CALL "SignatoryAuth" USING WS-SENDER-CUST-ID, LNK-ACCNO,
               WS-AMOUNT-INPUT, WS-MANDATE-OK, WS-SIGNERS
           IF WS-MANDATE-OK NOT = 'Y'
               DISPLAY "[WARNING]: Signing mandate not met - "
                   "transfer not allowed."
               MOVE "D023" TO WS-DECLINE-CODE
               MOVE "Outward declined - signing mandate" TO
                   WS-DECLINE-REASON
               PERFORM WRITE-DECLINED
               GOBACK
           END-IF
           OPEN I-O USER-FILE
           MOVE LNK-ACCNO TO USER-ACC-NO
           READ USER-FILE KEY IS USER-ACC-NO
           DISPLAY "Value date " WS-VALUE-DATE " (session "
               WS-SESSION ") - after the last exchange the payment "
               "moves on the next business day."
           IF WS-SIGNERS NOT = SPACES
               DISPLAY "Signed by " FUNCTION TRIM(WS-SIGNERS)
           END-IF
           GOBACK.

      *> BANKCODES.DAT carries one "CODE,BANK NAME" line per
