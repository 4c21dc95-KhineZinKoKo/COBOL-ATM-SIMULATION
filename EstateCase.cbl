      *> Open term deposits stay put (their maturities pay into the
      *> locked accounts) and are listed at settlement so the branch
      *> breaks them first. The estate case carries the death
      *> certificate and claimant details; settlement pays each
      *> account its accrued interest to date, then moves every
      *> balance under the CUST-ID to the verified heir's account as
      *> recorded transfers under operator ESTATE and marks the case
      *> SETTLED. Where the customer registered nominees on an
      *> account or a term deposit (NOMINEES.DAT), those shares can
      *> be paid straight to the nominees first, without succession
      *> papers, as long as everything nominated on the case stays
      *> within the statutory NOMINEECAP; the rest waits for the
      *> heir as before. Everything lands on AUDITLOG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS EST-ID
               FILE STATUS IS ESTATE-STATUS.

           SELECT NOMINEE-FILE ASSIGN TO "NOMINEES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOM-KEY
               FILE STATUS IS NOMINEE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANSACTIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD ESTATE-FILE.
           COPY "ESTATE-CASE.cpy".

       FD NOMINEE-FILE.
           COPY "NOMINEE.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       01 SCHED-STATUS-CODE       PIC XX.
       01 TERMDEP-STATUS          PIC XX.
       01 ESTATE-STATUS           PIC XX.
       01 NOMINEE-STATUS          PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 CTL-STATUS              PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-WHTAX-RATE           PIC 9V9999 VALUE 0.
       01 WS-NOMINEE-CAP          PIC 9(15)V99 VALUE 0.

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-TIME                 PIC 9(8).
       01 WS-ESTATE-OPERATOR      PIC X(20) VALUE "ESTATE".
       01 WS-POST-FROM            PIC 9(16).
       01 WS-ACR-MODE             PIC X.
       01 WS-ACR-AMOUNT           PIC 9(13)V99.
       01 WS-ACR-FROM             PIC 9(8).
       01 WS-ACR-FOUND            PIC X.
       01 WS-TAX-AMOUNT           PIC 9(13)V99.
       01 WS-NET-INTEREST         PIC 9(13)V99.
       01 WS-INT-POST-TYPE        PIC 9.
       01 WS-INT-POST-AMOUNT      PIC 9(13)V99.

      *> Nominee settlement. One account or deposit is paid at a
      *> time: WS-NOM-BASE is the balance (or deposit principal)
      *> and WS-NOM-BASE-INT the deposit interest being shared out.
       01 WS-NOM-REF-KIND         PIC X.
       01 WS-NOM-REF              PIC 9(16).
       01 WS-NOM-SHARE-SUM        PIC 9(4)V99.
       01 WS-NOM-COUNT            PIC 9(3).
       01 WS-NOM-ITEMS            PIC 9(3).
       01 WS-NOM-VALUE            PIC 9(15)V99.
       01 WS-ITEM-VALUE           PIC 9(15)V99.
       01 WS-NOM-BASE             PIC 9(15)V99.
       01 WS-NOM-BASE-INT         PIC 9(15)V99.
       01 WS-BASE-PAID            PIC 9(15)V99.
       01 WS-INT-PAID             PIC 9(15)V99.
       01 WS-SHARE-DONE           PIC 9(4)V99.
       01 WS-SHARE-AMT            PIC 9(15)V99.
       01 WS-SHARE-INT            PIC 9(15)V99.
       01 WS-NOM-PAID-TOTAL       PIC 9(15)V99.
       01 WS-NOM-PAID-COUNT       PIC 9(3).
       01 WS-PAYEE-ACC            PIC 9(16).
       01 WS-PAYEE-OK             PIC X.
       01 WS-PAYEE-IDX            PIC 9(2).
       01 WS-NOM-EOF              PIC X.
       01 WS-TD-EOF               PIC X.
       01 WS-TD-DAYS              PIC 9(5).
       01 WS-TD-INTEREST          PIC 9(15)V99.
       01 WS-ESTATE-LEFT          PIC 9(15)V99.
       01 WS-DECEASED-ACC         PIC 9(16).
       01 WS-POST-ACC             PIC 9(16).
       01 WS-TD-OPERATOR          PIC X(20) VALUE "TERMDEPOSIT".

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-SHARE            PIC ZZ9.99.

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
               DISPLAY "2. Record claimant details on a case"
               DISPLAY "3. Settle a case to the verified heir"
               DISPLAY "4. List estate cases"
               DISPLAY "5. Pay registered nominees (within the cap)"
               DISPLAY "Enter choice (1-5): "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                       PERFORM SETTLE-CASE
                   WHEN 4
                       PERFORM LIST-CASES
                   WHEN 5
                       PERFORM SETTLE-TO-NOMINEES
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE
           MOVE "OPEN" TO EST-STATUS
           MOVE WS-TODAY TO EST-OPEN-DATE
           MOVE 0 TO EST-SETTLE-DATE EST-SETTLE-ACC EST-AMOUNT
           MOVE 0 TO EST-NOMINEE-PAID EST-NOMINEE-COUNT
               EST-NOMINEE-DATE
           MOVE LNK-OPERATOR-ID TO EST-OPERATOR
           WRITE ESTATE-RECORD
               INVALID KEY
           MOVE 'Y' TO CUST-DECEASED
           MOVE EST-DEATH-DATE TO CUST-DECEASED-DATE
           REWRITE CUSTOMER-RECORD
           MOVE "CUSU" TO WS-IJ-KIND
           MOVE CUSTOMER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           CLOSE CUSTOMER-FILE

           PERFORM COLLECT-CUSTOMER-ACCOUNTS
                              AND CARD-ACTIVE
                               MOVE "HOTLIST" TO CARD-STATUS
                               REWRITE CARD-RECORD
                               MOVE "CRDU" TO WS-IJ-KIND
                               MOVE CARD-RECORD TO WS-IJ-IMAGE
                               CALL "ImageJournal"
                                   USING WS-IJ-KIND WS-IJ-IMAGE
                               ADD 1 TO WS-FROZEN-CARDS
                               EXIT PERFORM
                           END-IF
                   "deposit(s) under this customer - break them "
                   "before settling so the proceeds are included."
           END-IF
           PERFORM VALUE-NOMINATIONS
           IF WS-NOM-ITEMS > 0
               DISPLAY "[NOTE]: " WS-NOM-ITEMS " account(s) or "
                   "deposit(s) carry registered nominees - pay them "
                   "first (option 5) if the case is within the cap."
           END-IF

           DISPLAY "Heir's account number: "
           ACCEPT WS-HEIR-ACC
               MOVE ACC-NO-ENTRY(ACC-IDX) TO USER-ACC-NO
               READ USER-FILE
                   NOT INVALID KEY
                       PERFORM SETTLE-ACCRUED-INTEREST
                       IF USER-BALANCE > 0
                           MOVE USER-BALANCE TO WS-MOVE-AMOUNT
                           MOVE 0 TO USER-BALANCE
           END-PERFORM
           CLOSE USER-FILE.

      *> Interest accrued on ACCRUAL.DAT since the last month-end
      *> belongs to the estate: it is settled net of WHTAXRATE onto
      *> the account first, posted as the TR-TYPE 5 entry with the
      *> withheld part as its TR-TYPE 9 record, so it travels to
      *> the heir with the balance.
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
           PERFORM POST-ESTATE-INTEREST
           IF WS-TAX-AMOUNT > 0
               MOVE 9 TO WS-INT-POST-TYPE
               MOVE WS-TAX-AMOUNT TO WS-INT-POST-AMOUNT
               PERFORM POST-ESTATE-INTEREST
           END-IF.

       CREDIT-HEIR.
           MOVE WS-HEIR-ACC TO USER-ACC-NO
           READ USER-FILE
                   CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           END-READ.

      *> Nominee settlement. Values what is nominated on the case,
      *> refuses if it is above NOMINEECAP (heirship papers are then
      *> needed for the lot), and otherwise pays each ACTIVE nominee
      *> their share of each nominated account and open deposit.
      *> The case stays OPEN for the heir unless nothing is left.
       SETTLE-TO-NOMINEES.
           DISPLAY "Estate case id: "
           ACCEPT WS-EST-INPUT
           OPEN I-O ESTATE-FILE
           MOVE WS-EST-INPUT TO EST-ID
           READ ESTATE-FILE
               INVALID KEY
                   DISPLAY "No such case."
                   CLOSE ESTATE-FILE
                   EXIT PARAGRAPH
           END-READ
           IF NOT EST-OPEN
               DISPLAY "Case is " EST-STATUS " already."
               CLOSE ESTATE-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-NOMINEE-CAP = 0
               DISPLAY "NOMINEECAP is not set in PARAMS.DAT - "
                   "nominee settlement is not available."
               CLOSE ESTATE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE EST-CUST-ID TO WS-CUST-INPUT
           MOVE EST-ID TO WS-NEXT-EST-ID
           PERFORM COLLECT-CUSTOMER-ACCOUNTS
           PERFORM VALUE-NOMINATIONS
           IF WS-NOM-ITEMS = 0
               DISPLAY "No active nominees on this customer's "
                   "accounts or open deposits."
               CLOSE ESTATE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NOM-VALUE TO FORMAT-BALANCE
           DISPLAY WS-NOM-ITEMS " nominated account(s)/deposit(s), "
               FORMAT-BALANCE " payable to nominees."
           IF WS-NOM-VALUE > WS-NOMINEE-CAP
               MOVE WS-NOMINEE-CAP TO FORMAT-BALANCE
               DISPLAY "Above the statutory cap of " FORMAT-BALANCE
                   " - heirship documents are required; settle "
                   "through the verified heir (option 3)."
               CLOSE ESTATE-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Death certificate "
               FUNCTION TRIM(EST-DEATH-CERT)
               " seen and nominees identified by NRC? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "Nominee settlement cancelled."
               CLOSE ESTATE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-NOM-PAID-TOTAL
           MOVE 0 TO WS-NOM-PAID-COUNT
           OPEN I-O NOMINEE-FILE
           PERFORM PAY-NOMINATED-ACCOUNTS
           PERFORM PAY-NOMINATED-DEPOSITS
           CLOSE NOMINEE-FILE

           ADD WS-NOM-PAID-TOTAL TO EST-NOMINEE-PAID
           ADD WS-NOM-PAID-COUNT TO EST-NOMINEE-COUNT
           MOVE WS-TODAY TO EST-NOMINEE-DATE
           PERFORM CHECK-ESTATE-CLEARED
           IF WS-ESTATE-LEFT = 0 AND WS-OPEN-TDS = 0
               MOVE "SETTLED" TO EST-STATUS
               MOVE WS-TODAY TO EST-SETTLE-DATE
           END-IF
           REWRITE ESTATE-RECORD
           CLOSE ESTATE-FILE

           MOVE WS-NOM-PAID-TOTAL TO FORMAT-BALANCE
           DISPLAY "Case " WS-EST-INPUT ": " FORMAT-BALANCE
               " paid to " WS-NOM-PAID-COUNT " nominee share(s)."
           IF EST-SETTLED
               DISPLAY "Nothing left in the estate - case SETTLED."
           ELSE
               MOVE WS-ESTATE-LEFT TO FORMAT-BALANCE
               DISPLAY FORMAT-BALANCE " and " WS-OPEN-TDS
                   " open deposit(s) remain for the heir."
           END-IF
           MOVE "ESTATE_NOMINEE" TO WS-AUDIT-EVENT
           PERFORM WRITE-AUDIT-LOG.

      *> Counts the accounts and open deposits under the customer
      *> that carry ACTIVE nominees and values the nominated part:
      *> balance plus net accrued interest, or deposit principal
      *> plus interest to date, times the nominated share.
       VALUE-NOMINATIONS.
           MOVE 0 TO WS-NOM-ITEMS
           MOVE 0 TO WS-NOM-VALUE
           OPEN INPUT NOMINEE-FILE
           IF NOMINEE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT USER-FILE
           PERFORM VARYING ACC-IDX FROM 1 BY 1
                   UNTIL ACC-IDX > ACC-COUNT
               MOVE "A" TO WS-NOM-REF-KIND
               MOVE ACC-NO-ENTRY(ACC-IDX) TO WS-NOM-REF
               PERFORM SUM-NOMINEE-SHARES
               IF WS-NOM-COUNT > 0
                   MOVE ACC-NO-ENTRY(ACC-IDX) TO USER-ACC-NO
                   READ USER-FILE
                       NOT INVALID KEY
                           ADD 1 TO WS-NOM-ITEMS
                           MOVE "Q" TO WS-ACR-MODE
                           CALL "AccrualSettle" USING USER-ACC-NO,
                               WS-ACR-MODE, WS-TODAY, WS-ACR-AMOUNT,
                               WS-ACR-FROM, WS-ACR-FOUND
                           IF WS-ACR-FOUND NOT = 'Y'
                               MOVE 0 TO WS-ACR-AMOUNT
                           END-IF
                           COMPUTE WS-TAX-AMOUNT ROUNDED =
                               WS-ACR-AMOUNT * WS-WHTAX-RATE
                           MOVE 0 TO WS-ITEM-VALUE
                           IF USER-BALANCE > 0
                               MOVE USER-BALANCE TO WS-ITEM-VALUE
                           END-IF
                           COMPUTE WS-ITEM-VALUE = WS-ITEM-VALUE +
                               WS-ACR-AMOUNT - WS-TAX-AMOUNT
                           COMPUTE WS-NOM-VALUE ROUNDED =
                               WS-NOM-VALUE + (WS-ITEM-VALUE *
                               WS-NOM-SHARE-SUM / 100)
                   END-READ
               END-IF
           END-PERFORM
           CLOSE USER-FILE

           MOVE 'N' TO WS-TD-EOF
           OPEN INPUT TERMDEP-FILE
           IF TERMDEP-STATUS NOT = "00"
               CLOSE NOMINEE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TD-ID
           START TERMDEP-FILE KEY IS NOT LESS THAN TD-ID
               INVALID KEY MOVE 'Y' TO WS-TD-EOF
           END-START
           PERFORM UNTIL WS-TD-EOF = 'Y'
               READ TERMDEP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-TD-EOF
                   NOT AT END
                       PERFORM CHECK-DEPOSIT-NOMINATED
                       IF WS-NOM-COUNT > 0
                           ADD 1 TO WS-NOM-ITEMS
                           PERFORM COMPUTE-TD-PROCEEDS
                           COMPUTE WS-NOM-VALUE ROUNDED =
                               WS-NOM-VALUE + ((TD-PRINCIPAL +
                               WS-TD-INTEREST) *
                               WS-NOM-SHARE-SUM / 100)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMDEP-FILE
           CLOSE NOMINEE-FILE.

      *> WS-NOM-COUNT / WS-NOM-SHARE-SUM for the current deposit
      *> record: zero unless it is an open, unpledged deposit of
      *> one of the customer's accounts with ACTIVE nominees.
       CHECK-DEPOSIT-NOMINATED.
           MOVE 0 TO WS-NOM-COUNT
           MOVE 0 TO WS-NOM-SHARE-SUM
           IF NOT TD-OPEN OR TD-LIEN-LOAN NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ACC-IDX FROM 1 BY 1
                   UNTIL ACC-IDX > ACC-COUNT
               IF ACC-NO-ENTRY(ACC-IDX) = TD-ACC-NO
                   MOVE "T" TO WS-NOM-REF-KIND
                   MOVE TD-ID TO WS-NOM-REF
                   PERFORM SUM-NOMINEE-SHARES
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SUM-NOMINEE-SHARES.
           MOVE 0 TO WS-NOM-COUNT
           MOVE 0 TO WS-NOM-SHARE-SUM
           MOVE 'N' TO WS-NOM-EOF
           MOVE WS-NOM-REF-KIND TO NOM-KIND
           MOVE WS-NOM-REF TO NOM-REF
           MOVE 0 TO NOM-SEQ
           START NOMINEE-FILE KEY IS NOT LESS THAN NOM-KEY
               INVALID KEY MOVE 'Y' TO WS-NOM-EOF
           END-START
           PERFORM UNTIL WS-NOM-EOF = 'Y'
               READ NOMINEE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-NOM-EOF
                   NOT AT END
                       IF NOM-KIND NOT = WS-NOM-REF-KIND OR
                          NOM-REF NOT = WS-NOM-REF
                           MOVE 'Y' TO WS-NOM-EOF
                       ELSE
                           IF NOM-ACTIVE
                               ADD 1 TO WS-NOM-COUNT
                               ADD NOM-SHARE TO WS-NOM-SHARE-SUM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> A deceased depositor's deposit is closed without the early
      *> break penalty: interest at the locked term rate for the
      *> days it has run, never more than the full term's worth.
       COMPUTE-TD-PROCEEDS.
           COMPUTE WS-TD-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) -
               FUNCTION INTEGER-OF-DATE(TD-OPEN-DATE)
           IF WS-TD-DAYS > TD-TERM-MONTHS * 30
               COMPUTE WS-TD-DAYS = TD-TERM-MONTHS * 30
           END-IF
           IF TD-TERM-MONTHS = 0
               MOVE 0 TO WS-TD-INTEREST
           ELSE
               COMPUTE WS-TD-INTEREST ROUNDED =
                   TD-PRINCIPAL * TD-RATE * WS-TD-DAYS /
                   (TD-TERM-MONTHS * 30)
           END-IF.

      *> Each nominated account: its accrued interest is settled
      *> onto it first, exactly as for the heir, and the balance is
      *> then shared out between its nominees.
       PAY-NOMINATED-ACCOUNTS.
           OPEN I-O USER-FILE
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ACC-IDX FROM 1 BY 1
                   UNTIL ACC-IDX > ACC-COUNT
               MOVE "A" TO WS-NOM-REF-KIND
               MOVE ACC-NO-ENTRY(ACC-IDX) TO WS-NOM-REF
               PERFORM SUM-NOMINEE-SHARES
               IF WS-NOM-COUNT > 0
                   MOVE ACC-NO-ENTRY(ACC-IDX) TO WS-DECEASED-ACC
                   MOVE WS-DECEASED-ACC TO USER-ACC-NO
                   READ USER-FILE
                       NOT INVALID KEY
                           PERFORM SETTLE-ACCRUED-INTEREST
                           REWRITE USER-RECORD
                           MOVE "USER" TO WS-IJ-KIND
                           MOVE USER-RECORD TO WS-IJ-IMAGE
                           CALL "ImageJournal"
                               USING WS-IJ-KIND WS-IJ-IMAGE
                           IF USER-BALANCE > 0
                               MOVE USER-BALANCE TO WS-NOM-BASE
                               MOVE 0 TO WS-NOM-BASE-INT
                               PERFORM PAY-REFERENCE-NOMINEES
                               PERFORM CLOSE-EMPTIED-ACCOUNT
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           CLOSE USER-FILE.

       CLOSE-EMPTIED-ACCOUNT.
           MOVE WS-DECEASED-ACC TO USER-ACC-NO
           READ USER-FILE
               NOT INVALID KEY
                   IF USER-BALANCE = 0
                       MOVE "INACTIVE" TO USER-STATUS
                       REWRITE USER-RECORD
                       MOVE "USER" TO WS-IJ-KIND
                       MOVE USER-RECORD TO WS-IJ-IMAGE
                       CALL "ImageJournal"
                           USING WS-IJ-KIND WS-IJ-IMAGE
                   END-IF
           END-READ.

      *> Each nominated open deposit is closed: the nominees'
      *> shares of principal and interest go to them, and any
      *> unnominated part is paid into the deceased's funding
      *> account so it travels to the heir with the balances.
       PAY-NOMINATED-DEPOSITS.
           MOVE 'N' TO WS-TD-EOF
           OPEN I-O TERMDEP-FILE
           IF TERMDEP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O USER-FILE
           MOVE 0 TO TD-ID
           START TERMDEP-FILE KEY IS NOT LESS THAN TD-ID
               INVALID KEY MOVE 'Y' TO WS-TD-EOF
           END-START
           PERFORM UNTIL WS-TD-EOF = 'Y'
               READ TERMDEP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-TD-EOF
                   NOT AT END
                       PERFORM CHECK-DEPOSIT-NOMINATED
                       IF WS-NOM-COUNT > 0
                           PERFORM PAY-ONE-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE
           CLOSE TERMDEP-FILE.

       PAY-ONE-DEPOSIT.
           PERFORM COMPUTE-TD-PROCEEDS
           MOVE TD-ACC-NO TO WS-DECEASED-ACC
           MOVE TD-PRINCIPAL TO WS-NOM-BASE
           MOVE WS-TD-INTEREST TO WS-NOM-BASE-INT
           PERFORM PAY-REFERENCE-NOMINEES

           COMPUTE WS-SHARE-AMT = WS-NOM-BASE - WS-BASE-PAID
           COMPUTE WS-SHARE-INT = WS-NOM-BASE-INT - WS-INT-PAID
           IF WS-SHARE-AMT + WS-SHARE-INT > 0
               MOVE WS-DECEASED-ACC TO WS-PAYEE-ACC
               PERFORM CREDIT-DEPOSIT-SHARE
           END-IF

           MOVE "BROKEN" TO TD-STATUS
           REWRITE TERM-DEPOSIT-RECORD
           MOVE "TDPU" TO WS-IJ-KIND
           MOVE TERM-DEPOSIT-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           DISPLAY "Deposit " TD-ID " closed for the estate.".

      *> Shares WS-NOM-BASE (and WS-NOM-BASE-INT) out between the
      *> ACTIVE nominees of WS-NOM-REF-KIND / WS-NOM-REF. When the
      *> shares reach 100 per cent the last nominee takes whatever
      *> rounding has left, so nothing is stranded.
       PAY-REFERENCE-NOMINEES.
           MOVE 0 TO WS-BASE-PAID
           MOVE 0 TO WS-INT-PAID
           MOVE 0 TO WS-SHARE-DONE
           MOVE 'N' TO WS-NOM-EOF
           MOVE WS-NOM-REF-KIND TO NOM-KIND
           MOVE WS-NOM-REF TO NOM-REF
           MOVE 0 TO NOM-SEQ
           START NOMINEE-FILE KEY IS NOT LESS THAN NOM-KEY
               INVALID KEY MOVE 'Y' TO WS-NOM-EOF
           END-START
           PERFORM UNTIL WS-NOM-EOF = 'Y'
               READ NOMINEE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-NOM-EOF
                   NOT AT END
                       IF NOM-KIND NOT = WS-NOM-REF-KIND OR
                          NOM-REF NOT = WS-NOM-REF
                           MOVE 'Y' TO WS-NOM-EOF
                       ELSE
                           IF NOM-ACTIVE
                               PERFORM PAY-ONE-NOMINEE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PAY-ONE-NOMINEE.
           MOVE NOM-SHARE TO FORMAT-SHARE
           DISPLAY "Nominee " FUNCTION TRIM(NOM-NAME) " ("
               FUNCTION TRIM(NOM-RELATION) ", NRC "
               FUNCTION TRIM(NOM-NRC) ") " FUNCTION TRIM(FORMAT-SHARE)
               "% of " WS-NOM-REF-KIND WS-NOM-REF
           DISPLAY "Account to credit (0 to leave for the heir): "
           ACCEPT WS-PAYEE-ACC
           PERFORM CHECK-PAYEE-ACCOUNT
           IF WS-PAYEE-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           ADD NOM-SHARE TO WS-SHARE-DONE
           IF WS-SHARE-DONE >= 100
               COMPUTE WS-SHARE-AMT = WS-NOM-BASE - WS-BASE-PAID
               COMPUTE WS-SHARE-INT = WS-NOM-BASE-INT - WS-INT-PAID
           ELSE
               COMPUTE WS-SHARE-AMT ROUNDED =
                   WS-NOM-BASE * NOM-SHARE / 100
               COMPUTE WS-SHARE-INT ROUNDED =
                   WS-NOM-BASE-INT * NOM-SHARE / 100
           END-IF
           ADD WS-SHARE-AMT TO WS-BASE-PAID
           ADD WS-SHARE-INT TO WS-INT-PAID

           IF NOM-ON-ACCOUNT
               PERFORM DEBIT-DECEASED-ACCOUNT
               MOVE WS-SHARE-AMT TO WS-MOVE-AMOUNT
               MOVE WS-PAYEE-ACC TO WS-HEIR-ACC
               PERFORM CREDIT-HEIR
               MOVE WS-DECEASED-ACC TO WS-POST-FROM
               PERFORM POST-ESTATE-TRANSFER
           ELSE
               PERFORM CREDIT-DEPOSIT-SHARE
           END-IF

           MOVE "PAID" TO NOM-STATUS
           MOVE EST-ID TO NOM-PAID-CASE
           MOVE WS-TODAY TO NOM-PAID-DATE
           MOVE WS-PAYEE-ACC TO NOM-PAID-ACC
           COMPUTE NOM-PAID-AMOUNT = WS-SHARE-AMT + WS-SHARE-INT
           REWRITE NOMINEE-RECORD
           ADD NOM-PAID-AMOUNT TO WS-NOM-PAID-TOTAL
           ADD 1 TO WS-NOM-PAID-COUNT
           MOVE NOM-PAID-AMOUNT TO FORMAT-BALANCE
           DISPLAY "  " FORMAT-BALANCE " paid to " WS-PAYEE-ACC "."
           PERFORM WRITE-NOMINEE-AUDIT.

      *> The nominee's own account must exist, be ACTIVE and not be
      *> one of the deceased's frozen accounts.
       CHECK-PAYEE-ACCOUNT.
           MOVE 'N' TO WS-PAYEE-OK
           IF WS-PAYEE-ACC = 0
               DISPLAY "  Share left for the heir."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PAYEE-IDX FROM 1 BY 1
                   UNTIL WS-PAYEE-IDX > ACC-COUNT
               IF ACC-NO-ENTRY(WS-PAYEE-IDX) = WS-PAYEE-ACC
                   DISPLAY "  That is one of the deceased's accounts "
                       "- share left for the heir."
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE WS-PAYEE-ACC TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   DISPLAY "  Account not found - share left for "
                       "the heir."
                   EXIT PARAGRAPH
           END-READ
           IF USER-STATUS NOT = "ACTIVE"
               DISPLAY "  Account is " USER-STATUS
                   " - share left for the heir."
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-PAYEE-OK.

       DEBIT-DECEASED-ACCOUNT.
           MOVE WS-DECEASED-ACC TO USER-ACC-NO
           READ USER-FILE
               NOT INVALID KEY
                   SUBTRACT WS-SHARE-AMT FROM USER-BALANCE
                   REWRITE USER-RECORD
                   MOVE "USER" TO WS-IJ-KIND
                   MOVE USER-RECORD TO WS-IJ-IMAGE
                   CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           END-READ.

      *> Deposit money never sat on USERS.DAT, so it is credited as
      *> the maturity batch pays a deposit: principal as a deposit
      *> and interest as an interest entry, operator TERMDEPOSIT.
       CREDIT-DEPOSIT-SHARE.
           MOVE WS-PAYEE-ACC TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   DISPLAY "[ERROR]: Account " WS-PAYEE-ACC
                       " not found - deposit " TD-ID
                       " share needs manual repair."
               NOT INVALID KEY
                   ADD WS-SHARE-AMT TO USER-BALANCE
                   ADD WS-SHARE-INT TO USER-BALANCE
                   REWRITE USER-RECORD
                   MOVE "USER" TO WS-IJ-KIND
                   MOVE USER-RECORD TO WS-IJ-IMAGE
                   CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
                   MOVE WS-PAYEE-ACC TO WS-POST-ACC
                   IF WS-SHARE-AMT > 0
                       MOVE 1 TO WS-INT-POST-TYPE
                       MOVE WS-SHARE-AMT TO WS-INT-POST-AMOUNT
                       PERFORM POST-DEPOSIT-LEG
                   END-IF
                   IF WS-SHARE-INT > 0
                       MOVE 5 TO WS-INT-POST-TYPE
                       MOVE WS-SHARE-INT TO WS-INT-POST-AMOUNT
                       PERFORM POST-DEPOSIT-LEG
                   END-IF
           END-READ.

      *> What is left under the customer once the nominees are
      *> paid: positive balances and open deposits.
       CHECK-ESTATE-CLEARED.
           MOVE 0 TO WS-ESTATE-LEFT
           OPEN INPUT USER-FILE
           PERFORM VARYING ACC-IDX FROM 1 BY 1
                   UNTIL ACC-IDX > ACC-COUNT
               MOVE ACC-NO-ENTRY(ACC-IDX) TO USER-ACC-NO
               READ USER-FILE
                   NOT INVALID KEY
                       IF USER-BALANCE > 0
                           ADD USER-BALANCE TO WS-ESTATE-LEFT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE
           PERFORM COUNT-OPEN-TDS.

       LIST-CASES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ESTATE-FILE
               DISPLAY "No estate cases on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CASE   CUSTOMER  STATUS   CERT / NOMINEES PAID"
           MOVE 0 TO EST-ID
           START ESTATE-FILE KEY IS GREATER THAN EST-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
                       DISPLAY "  " EST-ID " " EST-CUST-ID " "
                           EST-STATUS " "
                           FUNCTION TRIM(EST-DEATH-CERT)
                       IF EST-NOMINEE-COUNT > 0
                           MOVE EST-NOMINEE-PAID TO FORMAT-BALANCE
                           DISPLAY "         " EST-NOMINEE-COUNT
                               " nominee share(s) " FORMAT-BALANCE
                               " on " EST-NOMINEE-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ESTATE-FILE.
                       EST-CLAIMANT-NRC EST-STATUS EST-OPERATOR
                   MOVE 0 TO EST-DEATH-DATE EST-OPEN-DATE
                       EST-SETTLE-DATE EST-SETTLE-ACC EST-AMOUNT
                       EST-NOMINEE-PAID EST-NOMINEE-COUNT
                       EST-NOMINEE-DATE
                   WRITE ESTATE-RECORD
                   MOVE 1 TO WS-NEXT-EST-ID
               NOT INVALID KEY

           CLOSE TRANSACTION-FILE.

       POST-ESTATE-INTEREST.
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
           MOVE WS-ESTATE-OPERATOR  TO TR-OPERATOR-ID
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
               DISPLAY "[ERROR]: Writing estate interest failed."
           END-WRITE
           MOVE "TRAN" TO WS-IJ-KIND
           MOVE TRANSACTION-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE

           CLOSE TRANSACTION-FILE.

       POST-DEPOSIT-LEG.
           OPEN I-O TRANSACTION-FILE

           PERFORM GET-NEXT-TRANSACTION-ID

           ACCEPT WS-TIME FROM TIME
           STRING WS-TIME(1:2) DELIMITED BY SIZE
                  WS-TIME(3:2) DELIMITED BY SIZE
                  WS-TIME(5:2) DELIMITED BY SIZE
                  INTO WS-CUR-TIME

           MOVE WS-NEXT-RECEIPT-CDE TO TRANSACTION-CDE
           MOVE LAST-TRANSACTION-ID TO TRANSACTION-ID
           MOVE WS-POST-ACC         TO TR-ACC-NO
           MOVE 0                   TO TR-RECEIVER-NO
           MOVE 0                   TO TR-GROUP-ID
           MOVE WS-INT-POST-TYPE    TO TR-TYPE
           MOVE WS-TODAY            TO TR-DATE
           MOVE WS-TODAY            TO TR-VALUE-DATE
           MOVE WS-CUR-TIME         TO TR-TIME
           MOVE WS-TD-OPERATOR      TO TR-OPERATOR-ID
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
               DISPLAY "[ERROR]: Writing estate deposit payout "
                   "failed."
           END-WRITE
           MOVE "TRAN" TO WS-IJ-KIND
           MOVE TRANSACTION-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE

           CLOSE TRANSACTION-FILE.

       WRITE-NOMINEE-AUDIT.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               ",NOMINEE_PAYOUT,case " DELIMITED BY SIZE
               EST-ID DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               NOM-KIND DELIMITED BY SIZE
               NOM-REF DELIMITED BY SIZE
               ",seq " DELIMITED BY SIZE
               NOM-SEQ DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               NOM-PAID-AMOUNT DELIMITED BY SIZE
               ",to " DELIMITED BY SIZE
               NOM-PAID-ACC DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(LNK-OPERATOR-ID) DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           CALL "AuditLogger" USING AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE.

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-TIME FROM TIME
           STRING
                               COMPUTE WS-BUSINESS-DATE =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "WHTAXRATE"
                               COMPUTE WS-WHTAX-RATE =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "NOMINEECAP"
                               COMPUTE WS-NOMINEE-CAP =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
