      *> unclaimed-funds ledger and reported to the central bank.
      *> The yearly run finds DORMANT accounts whose last customer
      *> movement (same test DormantAccountBatch applies) is older
      *> than the threshold, settles the interest accrued to date,
      *> transfers the balance to the UNCLAIMEDACC control account
      *> as a recorded transfer under operator ESCHEAT, records the
      *> claim details on the UNCLAIMED.DAT register, marks the
      *> account INACTIVE and prints the regulator's schedule. A
      *> verified claim is paid back out of the control account
      *> through option 2, with the register record marked PAIDOUT
      *> and both actions audit logged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-ESCHEAT-YEARS        PIC 9(2) VALUE 7.
       01 WS-UNCLAIMED-ACC        PIC 9(16) VALUE 0.
       01 WS-WHTAX-RATE           PIC 9V9999 VALUE 0.

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-POST-TO              PIC 9(16).
       01 WS-POST-BRANCH          PIC X(4).
       01 WS-POST-CCY             PIC X(3).
       01 WS-ACR-MODE             PIC X.
       01 WS-ACR-AMOUNT           PIC 9(13)V99.
       01 WS-ACR-FROM             PIC 9(8).
       01 WS-ACR-FOUND            PIC X.
       01 WS-TAX-AMOUNT           PIC 9(13)V99.
       01 WS-NET-INTEREST         PIC 9(13)V99.
       01 WS-INT-POST-TYPE        PIC 9.
       01 WS-INT-POST-AMOUNT      PIC 9(13)V99.

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
           END-IF.

       ESCHEAT-ONE-ACCOUNT.
           PERFORM SETTLE-ACCRUED-INTEREST
           MOVE USER-BALANCE TO WS-MOVE-AMOUNT
           PERFORM WRITE-REGISTER-ENTRY

           PERFORM REPORT-ESCHEATED
           PERFORM WRITE-AUDIT-ESCHEAT.

      *> A dormant account keeps accruing interest on ACCRUAL.DAT
      *> that the month-end run does not pay it; that accrual is
      *> owed to the owner, so it is settled net of WHTAXRATE onto
      *> the balance (TR-TYPE 5, with the tax as its TR-TYPE 9
      *> record) and escheated with it.
       SETTLE-ACCRUED-INTEREST.
           MOVE "S" TO WS-ACR-MODE
           CALL "AccrualSettle" USING USER-ACC-NO, WS-ACR-MODE,
               WS-TODAY, WS-ACR-AMOUNT, WS-ACR-FROM, WS-ACR-FOUND
           IF WS-ACR-FOUND NOT = 'Y' OR WS-ACR-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TAX-AMOUNT ROUNDED =
               WS-ACR-AMOUNT * WS-WHTAX-RATE
           COMPUTE WS-NET-INTEREST = WS-ACR-AMOUNT - WS-TAX-AMOUNT
           ADD WS-NET-INTEREST TO USER-BALANCE
           MOVE 5 TO WS-INT-POST-TYPE
           MOVE WS-NET-INTEREST TO WS-INT-POST-AMOUNT
           PERFORM POST-INTEREST-LEG
           IF WS-TAX-AMOUNT > 0
               MOVE 9 TO WS-INT-POST-TYPE
               MOVE WS-TAX-AMOUNT TO WS-INT-POST-AMOUNT
               PERFORM POST-INTEREST-LEG
           END-IF.

      *> The user file is positioned mid-scan; the control account
      *> is updated through a second keyed pass and the scan
      *> re-anchored afterwards.

           CLOSE TRANSACTION-FILE.

       POST-INTEREST-LEG.
           OPEN I-O TRANSACTION-FILE

           PERFORM GET-NEXT-TRANSACTION-ID

           ACCEPT WS-TIME FROM TIME
           STRING WS-TIME(1:2) DELIMITED BY SIZE
                  WS-TIME(3:2) DELIMITED BY SIZE
                  WS-TIME(5:2) DELIMITED BY SIZE
                  INTO WS-CUR-TIME

           MOVE WS-NEXT-RECEIPT-CDE TO TRANSACTION-CDE
           MOVE LAST-TRANSACTION-ID TO TRANSACTION-ID
           MOVE USER-ACC-NO         TO TR-ACC-NO
           IF WS-INT-POST-TYPE = 5
               MOVE USER-ACC-NO     TO TR-RECEIVER-NO
           ELSE
               MOVE 0               TO TR-RECEIVER-NO
           END-IF
           MOVE 0                   TO TR-GROUP-ID
           MOVE WS-INT-POST-TYPE    TO TR-TYPE
           MOVE WS-TODAY            TO TR-DATE
           MOVE WS-TODAY            TO TR-VALUE-DATE
           MOVE WS-CUR-TIME         TO TR-TIME
           MOVE "ESCHEAT"           TO TR-OPERATOR-ID
           MOVE "N"                 TO TR-REVERSED
           IF USER-CURRENCY = SPACES
               MOVE "MMK" TO TR-CURRENCY
           ELSE
               MOVE USER-CURRENCY TO TR-CURRENCY
           END-IF
           IF USER-BRANCH = SPACES
               MOVE "0001" TO TR-BRANCH
           ELSE
               MOVE USER-BRANCH TO TR-BRANCH
           END-IF
           MOVE 1                   TO TR-FX-RATE
           MOVE SPACES TO TR-TERMINAL
           COMPUTE TR-AMOUNT  =
               FUNCTION INTEGER-PART(WS-INT-POST-AMOUNT)
           COMPUTE TR-DECIMAL =
               FUNCTION MOD(WS-INT-POST-AMOUNT * 100, 100)

           WRITE TRANSACTION-RECORD INVALID KEY
               DISPLAY "[ERROR]: Writing escheat interest failed."
           END-WRITE
           MOVE "TRAN" TO WS-IJ-KIND
           MOVE TRANSACTION-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE

           CLOSE TRANSACTION-FILE.

      *> Latest customer-initiated movement, the same test the
      *> dormancy batch applies.
       FIND-LAST-ACTIVITY.
                               COMPUTE WS-UNCLAIMED-ACC =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "WHTAXRATE"
                               COMPUTE WS-WHTAX-RATE =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
