               RECORD KEY IS PROXY-PHONE
               FILE STATUS IS PROXY-STATUS.

           SELECT PERMS-FILE ASSIGN TO "PERMISSIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERMS-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUSTOMER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMS-FILE.
       FD PROXY-FILE.
           COPY "PROXY-RECORD.cpy".

       FD PERMS-FILE.
       01 PERMS-LINE                PIC X(80).

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01 PROXY-STATUS              PIC XX.
       01 CUSTOMER-STATUS           PIC XX.
       01 WS-ADDR-UNVERIFIED        PIC X VALUE 'N'.
       01 WS-CONTACT-CHOICE         PIC 999 VALUE 9.
       01 WS-NO-FORCED-ACC          PIC 9(16) VALUE 0.
       01 WS-PROXY-PHONE-IN         PIC X(15).
       01 AUDIT-LINE                PIC X(120).
       01 WS-USER-ID                PIC 9(16).
       01 WS-OPERATOR-ID            PIC X(20).
       01 MAIN-CHOICE               PIC 9.
       01 EXIT-FLAG                 PIC X VALUE 'N'.
       01 ADMIN-CHOICE              PIC 999.
       01 USER-CHOICE               PIC 99.
       01 TEMP                      PIC X(20).
       01 VALID-LOGIN               PIC X VALUE 'N'.
       01 SESSION-BALANCE           PIC 9(15).

       01 AMOUNTS                   PIC S9(15)V99.
       01 WS-CARDLESS-ACC           PIC 9(16) VALUE 0.
       01 WS-CARDLESS-AMT           PIC 9(15)V99 VALUE 0.
       01 WS-CARDLESS-RTN           PIC S9(15)V99 VALUE 0.
       01 WS-CARDLESS-OPR           PIC X(20) VALUE "CARDLESS".
       01 FORMAT-BALANCE            PIC $ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 RECEIVER-ID               PIC 9(16).
       01 WS-XFER-MODE              PIC 9.

       01 SYSSTATE-STATUS           PIC XX.
       01 WS-SYS-ONLINE             PIC X VALUE 'Y'.
       01 WS-SI-MODE                PIC X.
       01 WS-SI-AMOUNT              PIC 9(15)V99.

       01 PERMS-STATUS              PIC XX.
       01 WS-ADMIN-LAST-OPTION      PIC 999 VALUE 116.
       01 WS-PERM-GRANTED           PIC X VALUE 'Y'.
       01 WS-PERM-KIND              PIC X(8).
       01 WS-PERM-ROLE              PIC X(10).
       01 WS-PERM-OPTION            PIC X(4).
       01 WS-PERM-LEVEL             PIC X(8).
       01 WS-PERM-EXACT             PIC X(8).
       01 WS-PERM-ANY               PIC X(8).
       01 WS-PERM-NEEDED            PIC X(8).
       01 WS-PERM-HELD              PIC X(8).

       01 WS-USER-LANG              PIC X(2) VALUE "EN".
       01 WS-MSG-KEY                PIC X(12).
       01 HOLDER-STATUS-CODE        PIC XX.
       01 CARD-STATUS-CODE          PIC XX.
       01 WS-CARD-BLOCKED           PIC X VALUE 'N'.
       01 WS-LOGIN-CARD-NO          PIC 9(16) VALUE 0.
       01 WS-CUR-YYYYMM             PIC 9(6).
       01 WS-HOLDER-OK              PIC X VALUE 'N'.
       01 WS-HOLDER-EOF             PIC X.
               DISPLAY "1. Admin"
               DISPLAY "2. User"
               DISPLAY "3. Forgot PIN"
               DISPLAY "4. Cardless Cash Withdrawal"
               DISPLAY "5. Exit"
               DISPLAY "Enter your choice (1-5): "
               ACCEPT MAIN-CHOICE

               EVALUATE MAIN-CHOICE
                               CALL 'ChangePin' USING WS-USER-ID
                               PERFORM REFRESH-PIN-FORCE-STATUS
                           END-PERFORM
      *> Statements came back from the address on file: the
      *> customer confirms or corrects it before anything else.
                           PERFORM CHECK-ADDRESS-VERIFIED
                           IF WS-ADDR-UNVERIFIED = 'Y'
                               DISPLAY "Statements posted to your "
                                   "address have been returned. "
                                   "Please confirm or update your "
                                   "contact details."
                               CALL "UpdateContact" USING TEMP
                                   WS-CONTACT-CHOICE WS-OPERATOR-ID
                                   WS-USER-ID
                           END-IF
                           MOVE "USER" TO WS-SESS-KIND
                           MOVE WS-OPERATOR-ID TO WS-SESS-WHO
                           PERFORM START-SESSION
                   WHEN 3
                       CALL 'ForgotPin'

      *> No login: the one-time code and the phone it was sent
      *> to are the whole authority, checked inside WithdrawMoney.
                   WHEN 4
                       PERFORM CHECK-SYSTEM-ONLINE
                       IF WS-SYS-ONLINE = 'N'
                           DISPLAY "System is OFFLINE for nightly "
                               "batch processing - please try "
                               "again later."
                       ELSE
                           MOVE 0 TO WS-CARDLESS-ACC
                           MOVE 0 TO WS-CARDLESS-AMT
                           CALL 'WithdrawMoney'
                               USING WS-CARDLESS-ACC WS-CARDLESS-AMT
                               WS-CARDLESS-RTN WS-CARDLESS-OPR
                       END-IF

                   WHEN 5
                       MOVE 'Y' TO EXIT-FLAG

                   WHEN OTHER
               MOVE 0 TO ADMIN-PWD-DATE
               MOVE "Y" TO ADMIN-PWD-FORCE
               MOVE "0001" TO ADMIN-BRANCH
               MOVE 0 TO ADMIN-CUST-ID
               WRITE ADMIN-RECORD
           END-IF

           END-STRING
           CALL "AuditLogger" USING AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE
           DISPLAY "System forced ONLINE - override audit-logged."
      *> Cash paid in stand-in while the chain was down is debited
      *> now, before anything else posts.
           CALL "StandInPost".

      *> Balance enquiry or cash withdrawal while OFFLINE, from the
      *> batch-start snapshot through StandInAuth.
       STAND-IN-SERVICE.
           MOVE 0 TO WS-SI-AMOUNT
           IF USER-CHOICE = 1
               MOVE "B" TO WS-SI-MODE
           ELSE
               MOVE "W" TO WS-SI-MODE
               DISPLAY "System is OFFLINE for nightly batch "
                   "processing - a limited cash withdrawal is "
                   "available."
               PERFORM UNTIL WS-SI-AMOUNT > 0
                   DISPLAY "Enter the amount to withdraw..."
                   ACCEPT WS-SI-AMOUNT
                   IF WS-SI-AMOUNT < 1
                       DISPLAY "Withdraw amount should be greater "
                           "than 0..."
                   END-IF
               END-PERFORM
           END-IF
           CALL "StandInAuth" USING WS-SI-MODE WS-USER-ID
               WS-LOGIN-CARD-NO WS-SI-AMOUNT WS-OPERATOR-ID.

       SHOW-CATALOG-LINE.
           CALL "GetMessage"
                                  WS-MAX-PIN-ATTEMPTS
                                   MOVE "LOCKED" TO USER-STATUS
                                   REWRITE USER-RECORD
                                   MOVE "USER" TO WS-IJ-KIND
                                   MOVE USER-RECORD TO WS-IJ-IMAGE
                                   CALL "ImageJournal"
                                       USING WS-IJ-KIND WS-IJ-IMAGE
                                   DISPLAY "Too many incorrect PIN "
                                       "attempts. Account locked."
                                   MOVE 'Y' TO WS-LOGIN-ABORT

      *> Looks the typed number up on CARDS.DAT. A usable card
      *> substitutes its linked account number into USER-ID-INPUT;
      *> anything hotlisted, replaced, captured by an ATM or past
      *> expiry blocks the attempt. Numbers with no card record fall
      *> through and are treated as account numbers, as before cards
      *> existed. The number typed is kept as WS-LOGIN-CARD-NO - the
      *> card (or account) the stand-in limit is counted against.
       RESOLVE-CARD-LOGIN.
           MOVE 'N' TO WS-CARD-BLOCKED
           MOVE USER-ID-INPUT TO WS-LOGIN-CARD-NO
           OPEN INPUT CARD-FILE
           IF CARD-STATUS-CODE NOT = "00"
               EXIT PARAGRAPH
           END-READ
           CLOSE USERS-FILE.

       CHECK-ADDRESS-VERIFIED.
           MOVE 'N' TO WS-ADDR-UNVERIFIED
           MOVE WS-USER-ID TO USER-ACC-NO
           OPEN INPUT USERS-FILE
           READ USERS-FILE KEY IS USER-ACC-NO
               INVALID KEY
                   MOVE 0 TO USER-CUSTOMER-ID
           END-READ
           CLOSE USERS-FILE
           IF USER-CUSTOMER-ID = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE USER-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-FILE KEY IS CUST-ID
               NOT INVALID KEY
                   IF CUST-ADDR-UNVERIFIED
                       MOVE 'Y' TO WS-ADDR-UNVERIFIED
                   END-IF
           END-READ
           CLOSE CUSTOMER-FILE.

       ADMIN-MENU.
           MOVE 0 TO ADMIN-CHOICE
           PERFORM DISPLAY-ADMIN-DASHBOARD
               DISPLAY "79. Training Mode Control"
               DISPLAY "80. Year-End Closing Batch"
               DISPLAY "81. Sanctions Screening Queue"
               DISPLAY "82. General Ledger Posting / Trial Balance"
               DISPLAY "83. Run Daily Interest Accrual"
               DISPLAY "84. Month-End Maintenance Fee Batch"
               DISPLAY "85. Inter-Branch Reconciliation"
               DISPLAY "86. Loan Applications"
               DISPLAY "87. Borrower Exposure / Connected Groups"
               DISPLAY "88. Recurring Deposits"
               DISPLAY "89. Nominee Register"
               DISPLAY "90. Business Signatories"
               DISPLAY "91. Direct Debit Mandates"
               DISPLAY "92. Demand Drafts / Pay Orders"
               DISPLAY "93. Post-Dated Cheque Warehouse"
               DISPLAY "94. Positive Pay"
               DISPLAY "95. ATM Network Settlement"
               DISPLAY "96. SMS Banking Gateway"
               DISPLAY "97. Agent Banking Outlets"
               DISPLAY "98. Suspect Note Register"
               DISPLAY "99. Reserve and Liquidity Position"
               DISPLAY "100. ALM Maturity Gap Ladder"
               DISPLAY "101. Run AML Risk Rating Batch"
               DISPLAY "102. FIU Suspicious Transaction Reports"
               DISPLAY "103. MT940 Electronic Statements"
               DISPLAY "104. Customer Complaints Register"
               DISPLAY "105. Settlement Account Reconciliation"
               DISPLAY "106. Loan Collateral Register"
               DISPLAY "107. Interest Rate What-If Simulation"
               DISPLAY "108. Campaign Lead Extract"
               DISPLAY "109. Inward International Remittances"
               DISPLAY "110. Captured Card Register"
               DISPLAY "111. Journal Vouchers"
               DISPLAY "112. Financial Statements"
               DISPLAY "113. Till Difference Register"
               DISPLAY "114. Duplicate Customers and Merge"
               DISPLAY "115. Account Branch Transfer"
               DISPLAY "116. Account Product Conversion"
               DISPLAY "0. Logout"
               DISPLAY "############################################"
               DISPLAY "ENTER YOUR CHOICE (0-116)"
               ACCEPT ADMIN-CHOICE
               DISPLAY "############################################"

                   MOVE 0 TO ADMIN-CHOICE
               END-IF

      *> What each role may do is held in PERMISSIONS.DAT rather
      *> than in this program: a choice the role may not make is
      *> refused here, before anything is called.
               MOVE 'Y' TO WS-PERM-GRANTED
               IF ADMIN-CHOICE > 0 AND
                  ADMIN-CHOICE NOT > WS-ADMIN-LAST-OPTION
                   PERFORM CHECK-MENU-PERMISSION
               END-IF
               IF WS-PERM-GRANTED = 'Y'
                   PERFORM DISPATCH-ADMIN-CHOICE
               END-IF
      *> Stamped after the action so time spent inside a long
      *> admin task does not count as idleness.
               PERFORM MARK-ACTIVITY
           END-PERFORM.

       DISPATCH-ADMIN-CHOICE.
           EVALUATE ADMIN-CHOICE
               WHEN 1
                   CALL "Register" USING TEMP ADMIN-CHOICE
               WHEN 2
                   CALL "View" USING TEMP ADMIN-CHOICE
                       WS-OPERATOR-ID WS-ADMIN-ROLE
               WHEN 3
                   CALL "UpdateStatus"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
      *> Dual control: deleting, PIN resets and reversals no longer
      *> execute on one supervisor's say-so - the menu raises a
      *> request and a second supervisor clears it from the
      *> approval queue (option 39).
               WHEN 4
                   MOVE "DELETE" TO WS-APPR-ACTION-IN
                   PERFORM RAISE-APPROVAL
               WHEN 5
                   CALL "Main_ATM" USING TEMP ADMIN-CHOICE
               WHEN 6
                   CALL "Monthly_Daily_Report"
                   USING TEMP ADMIN-CHOICE
               WHEN 7
                   MOVE "RESETPIN" TO WS-APPR-ACTION-IN
                   PERFORM RAISE-APPROVAL
               WHEN 8
                   CALL "InterestPosting"
               WHEN 9
                   CALL "UpdateContact"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
                   WS-NO-FORCED-ACC
               WHEN 10
                   CALL "TransactionLookup" USING TEMP ADMIN-CHOICE
               WHEN 11
                   CALL "ScheduledTransferBatch"
               WHEN 12
                   MOVE "REVERSAL" TO WS-APPR-ACTION-IN
                   PERFORM RAISE-APPROVAL
               WHEN 13
                   CALL "CashInventory"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 14
                   CALL "DormantAccountBatch"
               WHEN 15
                   CALL "StatementBatch" USING WS-OPERATOR-ID
               WHEN 16
                   CALL "AmlCaseReview"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 17
                   CALL "DeclineReport" USING TEMP ADMIN-CHOICE
               WHEN 18
                   CALL "ArchivePurge"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 19
                   CALL "FxRateMaint"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 20
                   CALL "TillSession"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 21
                   CALL "NotifySender" USING TEMP ADMIN-CHOICE
               WHEN 22
                   CALL "HolderMaint"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 23
                   CALL "TermDeposit"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 24
                   CALL "TermDepMaturity"
               WHEN 25
                   CALL "LoanMaint"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 26
                   CALL "AdminMaint"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
                   WS-ADMIN-ROLE
               WHEN 27
                   CALL "EODBatchRunner"
               WHEN 28
                   CALL "WhTaxReport" USING TEMP ADMIN-CHOICE
               WHEN 29
                   CALL "CardMaint"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 30
                   CALL "ReprintReceipt" USING TEMP ADMIN-CHOICE
                   WS-OPERATOR-ID
               WHEN 31
                   CALL "BalanceCert"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 32
                   CALL "ChequeClear" USING TEMP ADMIN-CHOICE
               WHEN 33
                   CALL "AuditViewer" USING TEMP ADMIN-CHOICE
               WHEN 34
                   CALL "InwardClearing" USING TEMP ADMIN-CHOICE
               WHEN 35
                   CALL "IntegrityCheck" USING TEMP ADMIN-CHOICE
               WHEN 36
                   CALL "BackupGen"
               WHEN 37
                   CALL "RestoreVerify"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 38
                   CALL "RefDataMaint"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 39
                   CALL "ApprovalQueue"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 40
                   CALL "LargeTxReport" USING TEMP ADMIN-CHOICE
               WHEN 41
                   CALL "AccountClose"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 42
                   PERFORM FORCE-SYSTEM-ONLINE
               WHEN 43
                   CALL "PortfolioAnalytics"
                       USING TEMP ADMIN-CHOICE
               WHEN 44
                   CALL "KycReport" USING TEMP ADMIN-CHOICE
               WHEN 45
                   CALL "Payroll"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 46
                   CALL "VelocityMonitor" USING TEMP ADMIN-CHOICE
               WHEN 47
                   CALL "Customer360" USING TEMP ADMIN-CHOICE
                       WS-OPERATOR-ID WS-ADMIN-ROLE
               WHEN 48
                   CALL "DisputeQueue"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 49
                   CALL "LoanClassify"
               WHEN 50
                   CALL "ChequeBook"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 51
                   CALL "CardRenewal"
               WHEN 52
                   CALL "ClearingAck" USING TEMP ADMIN-CHOICE
               WHEN 53
                   CALL "FxReval"
               WHEN 54
                   CALL "Escheatment"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 55
                   CALL "LegalHold"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 56
                   CALL "MajorityBatch"
               WHEN 58
                   CALL "DepositReturn" USING TEMP ADMIN-CHOICE
               WHEN 59
                   CALL "DepInsurance" USING TEMP ADMIN-CHOICE
               WHEN 60
                   CALL "CreditBureau" USING TEMP ADMIN-CHOICE
               WHEN 61
                   CALL "WhTaxCert"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 62
                   CALL "BillerSettle" USING TEMP ADMIN-CHOICE
               WHEN 63
                   CALL "AuditVerify"
               WHEN 65
                   CALL "ConsolidatedStmt" USING TEMP ADMIN-CHOICE
               WHEN 67
                   CALL "AtmJournalRecon" USING TEMP ADMIN-CHOICE
               WHEN 68
                   CALL "SuspenseMaint"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 71
                   CALL "FxCounter"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 72
                   CALL "Remittance"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 73
                   CALL "SafeBox"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 74
                   CALL "OverdraftMaint"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 75
                   CALL "BranchProfit" USING TEMP ADMIN-CHOICE
               WHEN 76
                   CALL "TellerActivity" USING TEMP ADMIN-CHOICE
               WHEN 77
                   CALL "CashForecast" USING TEMP ADMIN-CHOICE
               WHEN 78
                   CALL "OpsConsole"
               WHEN 79
                   CALL "TrainingMaint"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 80
                   CALL "YearEnd" USING TEMP ADMIN-CHOICE
               WHEN 81
                   CALL "ScreenQueue"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 82
                   CALL "GlPosting"
               WHEN 83
                   CALL "InterestAccrual"
               WHEN 84
                   CALL "MaintFeeBatch"
               WHEN 85
                   CALL "InterBranch"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 86
                   CALL "LoanOrigination"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 87
                   CALL "ExposureMaint"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 88
                   CALL "RecurDeposit"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 89
                   CALL "NomineeMaint"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 90
                   CALL "SignatoryMaint"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 91
                   CALL "DDMandate"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 92
                   CALL "DemandDraft"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 93
                   CALL "PdcWarehouse"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 94
                   CALL "PositivePay"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 95
                   CALL "NetworkSettle"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 96
                   CALL "SmsBanking"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 97
                   CALL "AgentBanking"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 98
                   CALL "SuspectNotes"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 99
                   CALL "LiquidityReport" USING TEMP ADMIN-CHOICE
               WHEN 100
                   CALL "AlmGapReport" USING TEMP ADMIN-CHOICE
               WHEN 101
                   CALL "AmlRiskRating"
               WHEN 102
                   CALL "StrFiling"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 103
                   CALL "Mt940Maint"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 104
                   CALL "ComplaintReg"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 105
                   CALL "SettleRecon"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 106
                   CALL "CollateralReg"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 107
                   CALL "RateWhatIf"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 108
                   CALL "LeadExtract"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 109
                   CALL "InwardRemit"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 110
                   CALL "CapturedCards"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 111
                   CALL "JournalVoucher"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 112
                   CALL "FinStatements"
               WHEN 113
                   CALL "TillDifference"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 114
                   CALL "CustMerge"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 115
                   CALL "DomTransfer"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 116
                   CALL "ProductConvert"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 69
                   CALL "LimitMaint"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 70
                   CALL "BackValue"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 66
                   CALL "BranchDayImport"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 64
                   CALL "RollForward"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 57
                   CALL "EstateCase"
                   USING TEMP ADMIN-CHOICE WS-OPERATOR-ID
               WHEN 0
                   DISPLAY "Logging out from admin menu..."
               WHEN OTHER
                   DISPLAY "Invalid choice, try again."
           END-EVALUATE.

      *> Works out the level the signed-on role holds for the
      *> chosen option - the role's line for that option beats its
      *> "*" line - and the level the option needs: VIEW where a
      *> VIEW line marks it as an inquiry or report, EXECUTE for
      *> everything else. A refusal is audit-logged.
       CHECK-MENU-PERMISSION.
           MOVE SPACES TO WS-PERM-EXACT
           MOVE SPACES TO WS-PERM-ANY
           MOVE "EXECUTE" TO WS-PERM-NEEDED
           OPEN INPUT PERMS-FILE
           IF PERMS-STATUS = "00"
               PERFORM UNTIL PERMS-STATUS NOT = "00"
                   READ PERMS-FILE
                       AT END EXIT PERFORM
                       NOT AT END
                           PERFORM MATCH-PERMISSION-LINE
                   END-READ
               END-PERFORM
               CLOSE PERMS-FILE
           ELSE
      *> With the matrix missing only a supervisor may act.
               IF FUNCTION TRIM(WS-ADMIN-ROLE) = "SUPERVISOR"
                   MOVE "EXECUTE" TO WS-PERM-ANY
               END-IF
           END-IF
           IF WS-PERM-EXACT NOT = SPACES
               MOVE WS-PERM-EXACT TO WS-PERM-HELD
           ELSE
               MOVE WS-PERM-ANY TO WS-PERM-HELD
           END-IF
           IF WS-PERM-HELD = "EXECUTE" OR
              (WS-PERM-HELD = "VIEW" AND WS-PERM-NEEDED = "VIEW")
               MOVE 'Y' TO WS-PERM-GRANTED
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-PERM-GRANTED
           DISPLAY "Access denied: option " ADMIN-CHOICE
               " is not permitted for role "
               FUNCTION TRIM(WS-ADMIN-ROLE) "."
           PERFORM GET-TODAY-NUM
           ACCEPT WS-AUDIT-TIME-X FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY-NUM DELIMITED BY SIZE
               WS-AUDIT-TIME-X DELIMITED BY SIZE
               ",ADMINMENU,DENIED,OPTION " DELIMITED BY SIZE
               ADMIN-CHOICE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-ADMIN-ROLE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           CALL "AuditLogger" USING AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE.

      *> PERM,role,option-or-*,NONE|VIEW|EXECUTE and VIEW,option.
       MATCH-PERMISSION-LINE.
           MOVE SPACES TO WS-PERM-KIND WS-PERM-ROLE WS-PERM-OPTION
               WS-PERM-LEVEL
           UNSTRING PERMS-LINE DELIMITED BY ","
               INTO WS-PERM-KIND WS-PERM-ROLE WS-PERM-OPTION
                    WS-PERM-LEVEL
           IF FUNCTION TRIM(WS-PERM-KIND) = "VIEW"
               IF FUNCTION TEST-NUMVAL(WS-PERM-ROLE) = 0
                   IF FUNCTION NUMVAL(WS-PERM-ROLE) = ADMIN-CHOICE
                       MOVE "VIEW" TO WS-PERM-NEEDED
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-PERM-KIND) NOT = "PERM" OR
              WS-PERM-ROLE NOT = WS-ADMIN-ROLE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-PERM-OPTION) = "*"
               MOVE FUNCTION TRIM(WS-PERM-LEVEL) TO WS-PERM-ANY
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PERM-OPTION) = 0
               IF FUNCTION NUMVAL(WS-PERM-OPTION) = ADMIN-CHOICE
                   MOVE FUNCTION TRIM(WS-PERM-LEVEL) TO WS-PERM-EXACT
               END-IF
           END-IF.

       DISPLAY-ADMIN-DASHBOARD.
           MOVE 0 TO WS-DASH-DEPOSITS
               PERFORM SHOW-CATALOG-LINE
               MOVE "MENU-13" TO WS-MSG-KEY
               PERFORM SHOW-CATALOG-LINE
               MOVE "MENU-14" TO WS-MSG-KEY
               PERFORM SHOW-CATALOG-LINE
               MOVE "MENU-15" TO WS-MSG-KEY
               PERFORM SHOW-CATALOG-LINE
               MOVE "MENU-0" TO WS-MSG-KEY
               PERFORM SHOW-CATALOG-LINE
               DISPLAY "--------------------------------------------"
                   MOVE 0 TO USER-CHOICE
               END-IF

      *> While the night chain holds the system OFFLINE the balance
      *> and cash withdrawal are answered in stand-in from the
      *> batch-start snapshot; other money movements are refused
      *> and the remaining enquiries stay available.
               IF USER-CHOICE = 1 OR USER-CHOICE = 3
                   PERFORM CHECK-SYSTEM-ONLINE
                   IF WS-SYS-ONLINE = 'N'
                       PERFORM STAND-IN-SERVICE
                       MOVE 88 TO USER-CHOICE
                   END-IF
               END-IF
               IF USER-CHOICE = 2 OR USER-CHOICE = 3 OR
                  USER-CHOICE = 4 OR USER-CHOICE = 9 OR
                  USER-CHOICE = 10 OR USER-CHOICE = 12 OR
                  USER-CHOICE = 14
                   PERFORM CHECK-SYSTEM-ONLINE
                   IF WS-SYS-ONLINE = 'N'
                       DISPLAY "System is OFFLINE for nightly batch "
                   WHEN 13
                       CALL 'ProxyMaint'
                           USING WS-USER-ID WS-OPERATOR-ID
                   WHEN 14
                       CALL 'CardlessCash'
                           USING WS-USER-ID WS-OPERATOR-ID
                   WHEN 15
                       CALL 'Portfolio' USING WS-USER-ID WS-USER-LANG
                   WHEN 0
                       DISPLAY "Log out..."

                   WHEN OTHER
                       DISPLAY "Invalid. Please enter number between 0 "
                       "and 15"
               END-EVALUATE
               PERFORM MARK-ACTIVITY
           END-PERFORM.
