       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintFeeBatch.

      *> Month-end account maintenance and below-minimum-balance
      *> charge. ACCTYPES.DAT's minimum balance used to do nothing
      *> but block debits; this batch prices every ACTIVE customer
      *> account on its average daily balance for the month - the
      *> month-to-date balance sum InterestAccrual keeps on
      *> ACCRUAL.DAT plus today's balance as the closing day - and
      *> charges, per account type from MAINTFEES.DAT
      *> (TYPE,maintenance-fee,below-minimum-penalty):
      *>   the monthly maintenance fee, and
      *>   the below-minimum penalty when the average daily balance
      *>   sat under the type's ACCTYPES.DAT minimum.
      *> Waivers: customers at or above the MAINTWAIVETIER
      *> relationship tier (CustomerTier) pay no maintenance fee and
      *> at or above MINBALWAIVETIER no penalty; minors (a guardian
      *> on CUSTOMERS.DAT) and staff (a customer id linked to an
      *> ADMINS.DAT user) pay neither. Each charge is a TR-TYPE 6 leg
      *> on the customer and a matching credit leg on FEEINCOMEACC,
      *> both under operator MAINTFEE, each with its own receipt. A
      *> fee the balance (and any overdraft line) cannot cover is
      *> collected as far as it goes and the rest shown uncollected.
      *> The fee register MAINTFEE-<date>.txt lists every priced
      *> account and totals charged, waived and uncollected by
      *> branch. With FEEINCOMEACC not set the register is still
      *> written but nothing is posted. RUNCTL.DAT job MAINTFEE runs
      *> per business date like every other job, and an interrupted
      *> run resumes after the last account done; a second record
      *> under day 00 of the month remembers the date the month was
      *> charged, so a later run in the same month completes without
      *> charging anyone twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USERS-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ACC-NO
               FILE STATUS IS USERS-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUSTOMER-STATUS.

           SELECT ADMINS-FILE ASSIGN TO "ADMINS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADMIN-USERNAME
               FILE STATUS IS ADMINS-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO "ACCRUAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACR-ACC-NO
               FILE STATUS IS ACCRUAL-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANSACTIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID
               ALTERNATE RECORD KEY IS TRANSACTION-CDE
               ALTERNATE RECORD KEY IS TR-ACC-NO
                   WITH DUPLICATES
               FILE STATUS IS TRANS-STATUS.

           SELECT TRAN-CONTROL-FILE ASSIGN TO "TRANCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               FILE STATUS IS CTL-STATUS.

           SELECT FEETYPE-FILE ASSIGN TO "MAINTFEES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEETYPE-STATUS.

           SELECT ACCTYPE-FILE ASSIGN TO "ACCTYPES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCTYPE-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

           SELECT SYSSTATE-FILE ASSIGN TO "SYSSTATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSSTATE-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS RUNCTL-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD USERS-FILE.
           COPY "USER-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD ADMINS-FILE.
           COPY "ADMIN-RECORD.cpy".

       FD ACCRUAL-FILE.
           COPY "INT-ACCRUAL.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD TRAN-CONTROL-FILE.
           COPY "TRAN-CONTROL.cpy".

       FD FEETYPE-FILE.
       01 FEETYPE-LINE            PIC X(80).

       FD ACCTYPE-FILE.
       01 ACCTYPE-LINE            PIC X(120).

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD SYSSTATE-FILE.
       01 SYSSTATE-LINE           PIC X(40).

       FD RUNCTL-FILE.
           COPY "RUN-CONTROL.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 USERS-STATUS            PIC XX.
       01 CUSTOMER-STATUS         PIC XX.
       01 ADMINS-STATUS           PIC XX.
       01 ACCRUAL-STATUS          PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 CTL-STATUS              PIC XX.
       01 FEETYPE-STATUS          PIC XX.
       01 ACCTYPE-STATUS          PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 RUNCTL-STATUS           PIC XX.
       01 SYSSTATE-STATUS         PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 REPORT-FILENAME         PIC X(30).

       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-FEE-INCOME-ACC       PIC 9(16) VALUE 0.
       01 WS-MAINT-WAIVE-TIER     PIC X(8) VALUE "SILVER".
       01 WS-MINBAL-WAIVE-TIER    PIC X(8) VALUE "GOLD".

      *> Internal accounts named in PARAMS.DAT are the bank's own and
      *> are never charged.
       01 INTERNAL-TABLE.
           05 IN-COUNT            PIC 9(2) VALUE 0.
           05 IN-ACC-NO OCCURS 20 TIMES PIC 9(16).
       01 IN-IDX                  PIC 9(2).
       01 WS-IS-INTERNAL          PIC X.

       01 WS-TODAY                PIC 9(8).
       01 WS-MONTH-KEY            PIC 9(8).
       01 WS-JULIAN               PIC 9(8).
       01 WS-TOMORROW             PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-CLOCK-TIME           PIC 9(6).
       01 WS-RUN-BLOCKED          PIC X VALUE 'N'.
       01 WS-SYS-OFFLINE          PIC X VALUE 'N'.
       01 WS-MONTH-DONE           PIC X VALUE 'N'.
       01 WS-MONTH-DONE-DATE      PIC 9(8) VALUE 0.
       01 WS-RESTART-KEY          PIC 9(16) VALUE 0.
       01 WS-USER-EOF             PIC X.
       01 WS-EOF                  PIC X.
       01 WS-POST-ENABLED         PIC X VALUE 'Y'.

      *> MAINTFEES.DAT, one line per account type.
       01 FEE-TYPE-TABLE.
           05 FT-COUNT            PIC 9(2) VALUE 0.
           05 FT-ENTRY OCCURS 20 TIMES.
               10 FT-NAME         PIC X(10).
               10 FT-MAINT-FEE    PIC 9(9)V99.
               10 FT-PENALTY      PIC 9(9)V99.
               10 FT-MIN-BAL      PIC 9(15)V99.
       01 FT-IDX                  PIC 9(2).
       01 WS-FT-FOUND             PIC X.
       01 WS-FT-F1                PIC X(20).
       01 WS-FT-F2                PIC X(20).
       01 WS-FT-F3                PIC X(20).

       01 STAFF-TABLE.
           05 ST-COUNT            PIC 9(3) VALUE 0.
           05 ST-CUST-ID OCCURS 200 TIMES PIC 9(8).
       01 ST-IDX                  PIC 9(3).

      *> The account being priced.
       01 WS-AVG-BALANCE          PIC S9(15)V99.
       01 WS-BAL-SUM              PIC S9(17)V99.
       01 WS-BAL-DAYS             PIC 9(3).
       01 WS-TIER                 PIC X(8).
       01 WS-TIER-RANK            PIC 9.
       01 WS-WAIVE-RANK           PIC 9.
       01 WS-RANK-TIER            PIC X(8).
       01 WS-RANK-OUT             PIC 9.
       01 WS-WAIVE-REASON         PIC X(12).
       01 WS-MAINT-DUE            PIC 9(9)V99.
       01 WS-MAINT-CHARGED        PIC 9(9)V99.
       01 WS-MAINT-WAIVED         PIC 9(9)V99.
       01 WS-PEN-DUE              PIC 9(9)V99.
       01 WS-PEN-CHARGED          PIC 9(9)V99.
       01 WS-PEN-WAIVED           PIC 9(9)V99.
       01 WS-UNCOLLECTED          PIC 9(9)V99.
       01 WS-AVAILABLE            PIC S9(15)V99.
       01 WS-COLLECT              PIC 9(9)V99.
       01 WS-HOLD-ACC             PIC 9(16).
       01 WS-ACC-BRANCH           PIC X(4).
       01 WS-ACC-CCY              PIC X(3).

      *> One posting leg: TR-TYPE 6 on the customer, TR-TYPE 1 on
      *> the fee income account.
       01 WS-LEG-ACC              PIC 9(16).
       01 WS-LEG-TYPE             PIC 9.
       01 WS-LEG-AMOUNT           PIC 9(9)V99.
       01 WS-FEE-OPERATOR         PIC X(20) VALUE "MAINTFEE".

       01 LAST-TRANSACTION-ID     PIC 9(9).
       01 WS-CTL-DATE-RAW         PIC X(6).
       01 WS-CTL-DATE             PIC 9(8).
       01 WS-NEXT-RECEIPT-CDE     PIC 9(14).
       01 WS-CUR-TIME             PIC X(6).
       01 WS-TIME                 PIC 9(8).

      *> Register totals by branch, rebuilt from the register's own
      *> detail lines so a resumed run still totals the whole month.
       01 BRANCH-TABLE.
           05 BR-COUNT            PIC 9(2) VALUE 0.
           05 BR-ENTRY OCCURS 50 TIMES.
               10 BR-CODE         PIC X(4).
               10 BR-ACCOUNTS     PIC 9(7).
               10 BR-CHARGED      PIC 9(15)V99.
               10 BR-WAIVED       PIC 9(15)V99.
               10 BR-UNCOLLECTED  PIC 9(15)V99.
       01 BR-IDX                  PIC 9(2).
       01 WS-BR-FOUND             PIC X.
       01 WS-RG-FIELD OCCURS 12 TIMES PIC X(20).
       01 WS-RG-BRANCH            PIC X(4).
       01 WS-RG-CHARGED           PIC 9(15)V99.
       01 WS-RG-WAIVED            PIC 9(15)V99.
       01 WS-RG-UNCOLLECTED       PIC 9(15)V99.
       01 WS-TOT-ACCOUNTS         PIC 9(7) VALUE 0.
       01 WS-TOT-CHARGED          PIC 9(15)V99 VALUE 0.
       01 WS-TOT-WAIVED           PIC 9(15)V99 VALUE 0.
       01 WS-TOT-UNCOLLECTED      PIC 9(15)V99 VALUE 0.

       01 FORMAT-ADB              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-CHARGED          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-WAIVED           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-UNCOLLECTED      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-AMOUNT          PIC Z(8)9.99.
       01 WS-EDIT-AMOUNT2         PIC Z(8)9.99.
       01 WS-EDIT-AMOUNT3         PIC Z(8)9.99.
       01 WS-EDIT-AMOUNT4         PIC Z(8)9.99.
       01 WS-EDIT-AMOUNT5         PIC Z(8)9.99.
       01 WS-EDIT-ADB             PIC -Z(14)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "============================================"
           DISPLAY "   MONTH-END MAINTENANCE / MINIMUM BALANCE FEES"
           DISPLAY "============================================"

           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           PERFORM LOAD-FEE-TYPES
           PERFORM LOAD-STAFF-CUSTOMERS

      *> The fee prices the whole month's average balance and marks
      *> the month charged, so it runs only in the batch window of
      *> the month's last business date.
           PERFORM CHECK-BATCH-WINDOW
           IF WS-SYS-OFFLINE NOT = 'Y'
               DISPLAY "System is ONLINE - maintenance fees are "
                   "charged only in the nightly batch window."
               GOBACK
           END-IF
           COMPUTE WS-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + 1
           COMPUTE WS-TOMORROW = FUNCTION DATE-OF-INTEGER(WS-JULIAN)
           IF WS-TOMORROW(5:2) = WS-TODAY(5:2)
               DISPLAY "Business date " WS-TODAY " is not a "
                   "month-end - maintenance fees are not due."
               GOBACK
           END-IF

           PERFORM OPEN-RUN-CONTROL
           IF WS-RUN-BLOCKED = 'Y'
               GOBACK
           END-IF
           IF WS-MONTH-DONE = 'Y'
               DISPLAY "Maintenance fees for month " WS-TODAY(1:6)
                   " were already charged on " WS-MONTH-DONE-DATE
                   " - nothing to do."
               PERFORM CLOSE-RUN-CONTROL
               GOBACK
           END-IF

           IF WS-FEE-INCOME-ACC = 0
               MOVE 'N' TO WS-POST-ENABLED
               DISPLAY "[WARNING]: FEEINCOMEACC is not set in "
                   "PARAMS.DAT - the register is written but no fee "
                   "is posted."
           END-IF

           PERFORM OPEN-REGISTER
           OPEN I-O USERS-FILE
           IF USERS-STATUS NOT = "00"
               DISPLAY "Error opening USERS.DAT. Status: " USERS-STATUS
               CLOSE REPORT-FILE
               GOBACK
           END-IF
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT ACCRUAL-FILE

           MOVE 'N' TO WS-USER-EOF
           MOVE WS-RESTART-KEY TO USER-ACC-NO
           START USERS-FILE KEY IS > USER-ACC-NO
               INVALID KEY MOVE 'Y' TO WS-USER-EOF
           END-START
           PERFORM UNTIL WS-USER-EOF = 'Y'
               READ USERS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-USER-EOF
                   NOT AT END
                       IF USER-STATUS = "ACTIVE"
                           PERFORM PRICE-ONE-ACCOUNT
                       END-IF
                       PERFORM UPDATE-CHECKPOINT
               END-READ
           END-PERFORM

           CLOSE USERS-FILE
           CLOSE CUSTOMER-FILE
           CLOSE ACCRUAL-FILE
           CLOSE REPORT-FILE

           PERFORM WRITE-BRANCH-SUMMARY
           PERFORM WRITE-MONTH-MARKER
           PERFORM CLOSE-RUN-CONTROL

           DISPLAY "Accounts priced    : " WS-TOT-ACCOUNTS
           MOVE WS-TOT-CHARGED TO FORMAT-CHARGED
           DISPLAY "Fees charged       : " FORMAT-CHARGED
           MOVE WS-TOT-WAIVED TO FORMAT-WAIVED
           DISPLAY "Fees waived        : " FORMAT-WAIVED
           MOVE WS-TOT-UNCOLLECTED TO FORMAT-UNCOLLECTED
           DISPLAY "Uncollected        : " FORMAT-UNCOLLECTED
           DISPLAY "Fee register       : " REPORT-FILENAME
           DISPLAY "============================================"
           GOBACK.

       PRICE-ONE-ACCOUNT.
           PERFORM CHECK-INTERNAL-ACCOUNT
           IF WS-IS-INTERNAL = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-FEE-TYPE
           IF WS-FT-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF USER-BRANCH = SPACES
               MOVE "0001" TO WS-ACC-BRANCH
           ELSE
               MOVE USER-BRANCH TO WS-ACC-BRANCH
           END-IF
           IF USER-CURRENCY = SPACES
               MOVE "MMK" TO WS-ACC-CCY
           ELSE
               MOVE USER-CURRENCY TO WS-ACC-CCY
           END-IF

           PERFORM COMPUTE-AVERAGE-BALANCE

           MOVE FT-MAINT-FEE(FT-IDX) TO WS-MAINT-DUE
           MOVE 0 TO WS-PEN-DUE
           IF WS-AVG-BALANCE < FT-MIN-BAL(FT-IDX)
               MOVE FT-PENALTY(FT-IDX) TO WS-PEN-DUE
           END-IF
           IF WS-MAINT-DUE = 0 AND WS-PEN-DUE = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-MAINT-CHARGED WS-MAINT-WAIVED
               WS-PEN-CHARGED WS-PEN-WAIVED WS-UNCOLLECTED
           PERFORM DETERMINE-WAIVERS

           COMPUTE WS-AVAILABLE = USER-BALANCE + USER-OD-LIMIT
           IF WS-MAINT-DUE > WS-MAINT-WAIVED
               COMPUTE WS-COLLECT = WS-MAINT-DUE - WS-MAINT-WAIVED
               PERFORM COLLECT-FEE
               MOVE WS-COLLECT TO WS-MAINT-CHARGED
           END-IF
           IF WS-PEN-DUE > WS-PEN-WAIVED
               COMPUTE WS-COLLECT = WS-PEN-DUE - WS-PEN-WAIVED
               PERFORM COLLECT-FEE
               MOVE WS-COLLECT TO WS-PEN-CHARGED
           END-IF

           PERFORM WRITE-REGISTER-LINE.

      *> Takes WS-COLLECT off the account, cut back to what the
      *> balance and overdraft line still cover; the shortfall is
      *> carried as uncollected. Both legs post only when the fee
      *> income account is configured.
       COLLECT-FEE.
           IF WS-AVAILABLE <= 0
               ADD WS-COLLECT TO WS-UNCOLLECTED
               MOVE 0 TO WS-COLLECT
               EXIT PARAGRAPH
           END-IF
           IF WS-COLLECT > WS-AVAILABLE
               COMPUTE WS-UNCOLLECTED =
                   WS-UNCOLLECTED + WS-COLLECT - WS-AVAILABLE
               MOVE WS-AVAILABLE TO WS-COLLECT
           END-IF
           SUBTRACT WS-COLLECT FROM WS-AVAILABLE
           IF WS-POST-ENABLED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-COLLECT FROM USER-BALANCE
           REWRITE USER-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not charge account "
                       USER-ACC-NO
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "USER" TO WS-IJ-KIND
           MOVE USER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE

           MOVE USER-ACC-NO TO WS-LEG-ACC
           MOVE 6 TO WS-LEG-TYPE
           MOVE WS-COLLECT TO WS-LEG-AMOUNT
           PERFORM POST-FEE-LEG
           PERFORM CREDIT-FEE-INCOME.

      *> The income account sits on the same file as the scan; it
      *> is updated through a keyed read and the scan re-anchored
      *> on the account being priced.
       CREDIT-FEE-INCOME.
           MOVE USER-ACC-NO TO WS-HOLD-ACC
           MOVE USER-RECORD TO WS-IJ-IMAGE
           MOVE WS-FEE-INCOME-ACC TO USER-ACC-NO
           READ USERS-FILE
               INVALID KEY
                   DISPLAY "[ERROR]: Fee income account "
                       WS-FEE-INCOME-ACC " not found - fee from "
                       WS-HOLD-ACC " needs repair."
               NOT INVALID KEY
                   ADD WS-COLLECT TO USER-BALANCE
                   REWRITE USER-RECORD
                   MOVE WS-FEE-INCOME-ACC TO WS-LEG-ACC
                   MOVE 1 TO WS-LEG-TYPE
                   MOVE WS-COLLECT TO WS-LEG-AMOUNT
                   PERFORM POST-FEE-LEG
                   MOVE "USER" TO WS-IJ-KIND
                   MOVE USER-RECORD TO WS-IJ-IMAGE
                   CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           END-READ
           MOVE WS-HOLD-ACC TO USER-ACC-NO
           READ USERS-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-USER-EOF
           END-READ.

      *> Average of the month's daily closes: the accrual file's
      *> month-to-date sum plus today's balance as the closing day.
      *> An account with no history this month averages at today's
      *> balance.
       COMPUTE-AVERAGE-BALANCE.
           MOVE 0 TO WS-BAL-SUM
           MOVE 0 TO WS-BAL-DAYS
           MOVE USER-ACC-NO TO ACR-ACC-NO
           READ ACCRUAL-FILE
               NOT INVALID KEY
                   IF ACR-MTD-MONTH = WS-TODAY(1:6) AND
                      ACR-LAST-DATE < WS-TODAY
                       MOVE ACR-MTD-BAL-SUM TO WS-BAL-SUM
                       MOVE ACR-MTD-DAYS TO WS-BAL-DAYS
                   END-IF
           END-READ
           COMPUTE WS-BAL-SUM = WS-BAL-SUM + USER-BALANCE
           ADD 1 TO WS-BAL-DAYS
           COMPUTE WS-AVG-BALANCE ROUNDED = WS-BAL-SUM / WS-BAL-DAYS.

      *> Minors and staff pay nothing; otherwise the relationship
      *> tier decides each fee against its own waiver threshold.
       DETERMINE-WAIVERS.
           MOVE SPACES TO WS-WAIVE-REASON
           IF USER-CUSTOMER-ID NOT = 0
               MOVE USER-CUSTOMER-ID TO CUST-ID
               READ CUSTOMER-FILE
                   NOT INVALID KEY
                       IF CUST-GUARDIAN-ID NOT = 0
                           MOVE "MINOR" TO WS-WAIVE-REASON
                       END-IF
               END-READ
               IF WS-WAIVE-REASON = SPACES
                   PERFORM VARYING ST-IDX FROM 1 BY 1
                           UNTIL ST-IDX > ST-COUNT
                       IF ST-CUST-ID(ST-IDX) = USER-CUSTOMER-ID
                           MOVE "STAFF" TO WS-WAIVE-REASON
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           IF WS-WAIVE-REASON NOT = SPACES
               MOVE WS-MAINT-DUE TO WS-MAINT-WAIVED
               MOVE WS-PEN-DUE TO WS-PEN-WAIVED
               EXIT PARAGRAPH
           END-IF

           CALL "CustomerTier" USING USER-CUSTOMER-ID, WS-TIER
           MOVE WS-TIER TO WS-RANK-TIER
           PERFORM RANK-TIER
           MOVE WS-RANK-OUT TO WS-TIER-RANK

           MOVE WS-MAINT-WAIVE-TIER TO WS-RANK-TIER
           PERFORM RANK-TIER
           IF WS-RANK-OUT > 0 AND WS-TIER-RANK >= WS-RANK-OUT
               MOVE WS-MAINT-DUE TO WS-MAINT-WAIVED
           END-IF
           MOVE WS-MINBAL-WAIVE-TIER TO WS-RANK-TIER
           PERFORM RANK-TIER
           IF WS-RANK-OUT > 0 AND WS-TIER-RANK >= WS-RANK-OUT
               MOVE WS-PEN-DUE TO WS-PEN-WAIVED
           END-IF
           IF WS-MAINT-WAIVED > 0 OR WS-PEN-WAIVED > 0
               STRING "TIER-" FUNCTION TRIM(WS-TIER)
                   DELIMITED BY SIZE INTO WS-WAIVE-REASON
           END-IF.

      *> BASIC 1, SILVER 2, GOLD 3; anything else (NONE) is 0 and
      *> never waives.
       RANK-TIER.
           EVALUATE FUNCTION TRIM(WS-RANK-TIER)
               WHEN "BASIC"
                   MOVE 1 TO WS-RANK-OUT
               WHEN "SILVER"
                   MOVE 2 TO WS-RANK-OUT
               WHEN "GOLD"
                   MOVE 3 TO WS-RANK-OUT
               WHEN OTHER
                   MOVE 0 TO WS-RANK-OUT
           END-EVALUATE.

       CHECK-INTERNAL-ACCOUNT.
           MOVE 'N' TO WS-IS-INTERNAL
           PERFORM VARYING IN-IDX FROM 1 BY 1 UNTIL IN-IDX > IN-COUNT
               IF IN-ACC-NO(IN-IDX) = USER-ACC-NO
                   MOVE 'Y' TO WS-IS-INTERNAL
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-FEE-TYPE.
           MOVE 'N' TO WS-FT-FOUND
           PERFORM VARYING FT-IDX FROM 1 BY 1 UNTIL FT-IDX > FT-COUNT
               IF FT-NAME(FT-IDX) =
                  FUNCTION UPPER-CASE(USER-ACC-TYPE)
                   MOVE 'Y' TO WS-FT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Register detail is comma separated so the branch summary
      *> can be rebuilt from it after a restart:
      *> D,account,branch,type,avg-balance,maint-charged,
      *> maint-waived,penalty-charged,penalty-waived,uncollected,
      *> waiver-reason
       WRITE-REGISTER-LINE.
           MOVE WS-AVG-BALANCE TO WS-EDIT-ADB
           MOVE WS-MAINT-CHARGED TO WS-EDIT-AMOUNT
           MOVE WS-MAINT-WAIVED TO WS-EDIT-AMOUNT2
           MOVE WS-PEN-CHARGED TO WS-EDIT-AMOUNT3
           MOVE WS-PEN-WAIVED TO WS-EDIT-AMOUNT4
           MOVE WS-UNCOLLECTED TO WS-EDIT-AMOUNT5
           MOVE SPACES TO REPORT-LINE
           STRING "D," USER-ACC-NO "," WS-ACC-BRANCH ","
               FUNCTION TRIM(USER-ACC-TYPE) ","
               FUNCTION TRIM(WS-EDIT-ADB) ","
               FUNCTION TRIM(WS-EDIT-AMOUNT) ","
               FUNCTION TRIM(WS-EDIT-AMOUNT2) ","
               FUNCTION TRIM(WS-EDIT-AMOUNT3) ","
               FUNCTION TRIM(WS-EDIT-AMOUNT4) ","
               FUNCTION TRIM(WS-EDIT-AMOUNT5) ","
               FUNCTION TRIM(WS-WAIVE-REASON)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       OPEN-REGISTER.
           MOVE SPACES TO REPORT-FILENAME
           STRING "MAINTFEE-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
           IF WS-RESTART-KEY > 0
               OPEN EXTEND REPORT-FILE
               IF REPORT-STATUS = "35"
                   OPEN OUTPUT REPORT-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM
               "========= MONTHLY ACCOUNT FEE REGISTER ========="
           MOVE SPACES TO REPORT-LINE
           STRING "Month: " WS-TODAY(1:6) "  run date: " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-POST-ENABLED NOT = 'Y'
               WRITE REPORT-LINE FROM
                   "*** FEEINCOMEACC NOT SET - NOTHING POSTED ***"
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "REC,ACCOUNT,BRANCH,TYPE,AVG-DAILY-BALANCE,"
               "MAINT-CHARGED,MAINT-WAIVED,PENALTY-CHARGED,"
               "PENALTY-WAIVED,UNCOLLECTED,WAIVER"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *> Reads the whole register back, totals it by branch and
      *> appends the summary.
       WRITE-BRANCH-SUMMARY.
           MOVE 0 TO BR-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT REPORT-FILE
           IF REPORT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REPORT-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF REPORT-LINE(1:2) = "D,"
                               PERFORM ADD-REGISTER-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPORT-FILE
           END-IF

           OPEN EXTEND REPORT-FILE
           WRITE REPORT-LINE FROM
               "------------------ BY BRANCH ------------------"
           MOVE SPACES TO REPORT-LINE
           STRING "BRANCH ACCOUNTS            CHARGED"
               "             WAIVED        UNCOLLECTED"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-COUNT
               MOVE BR-CHARGED(BR-IDX) TO FORMAT-CHARGED
               MOVE BR-WAIVED(BR-IDX) TO FORMAT-WAIVED
               MOVE BR-UNCOLLECTED(BR-IDX) TO FORMAT-UNCOLLECTED
               MOVE SPACES TO REPORT-LINE
               STRING BR-CODE(BR-IDX) "   " BR-ACCOUNTS(BR-IDX) " "
                   FORMAT-CHARGED " " FORMAT-WAIVED " "
                   FORMAT-UNCOLLECTED
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE WS-TOT-CHARGED TO FORMAT-CHARGED
           MOVE WS-TOT-WAIVED TO FORMAT-WAIVED
           MOVE WS-TOT-UNCOLLECTED TO FORMAT-UNCOLLECTED
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL  " WS-TOT-ACCOUNTS " "
               FORMAT-CHARGED " " FORMAT-WAIVED " "
               FORMAT-UNCOLLECTED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       ADD-REGISTER-LINE.
           PERFORM VARYING FT-IDX FROM 1 BY 1 UNTIL FT-IDX > 12
               MOVE SPACES TO WS-RG-FIELD(FT-IDX)
           END-PERFORM
           UNSTRING REPORT-LINE DELIMITED BY ","
               INTO WS-RG-FIELD(1) WS-RG-FIELD(2) WS-RG-FIELD(3)
                    WS-RG-FIELD(4) WS-RG-FIELD(5) WS-RG-FIELD(6)
                    WS-RG-FIELD(7) WS-RG-FIELD(8) WS-RG-FIELD(9)
                    WS-RG-FIELD(10) WS-RG-FIELD(11)
           MOVE WS-RG-FIELD(3) TO WS-RG-BRANCH
           COMPUTE WS-RG-CHARGED =
               FUNCTION NUMVAL(WS-RG-FIELD(6)) +
               FUNCTION NUMVAL(WS-RG-FIELD(8))
           COMPUTE WS-RG-WAIVED =
               FUNCTION NUMVAL(WS-RG-FIELD(7)) +
               FUNCTION NUMVAL(WS-RG-FIELD(9))
           COMPUTE WS-RG-UNCOLLECTED =
               FUNCTION NUMVAL(WS-RG-FIELD(10))

           MOVE 'N' TO WS-BR-FOUND
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-COUNT
               IF BR-CODE(BR-IDX) = WS-RG-BRANCH
                   MOVE 'Y' TO WS-BR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BR-FOUND NOT = 'Y'
               IF BR-COUNT >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO BR-COUNT
               MOVE BR-COUNT TO BR-IDX
               MOVE WS-RG-BRANCH TO BR-CODE(BR-IDX)
               MOVE 0 TO BR-ACCOUNTS(BR-IDX) BR-CHARGED(BR-IDX)
                   BR-WAIVED(BR-IDX) BR-UNCOLLECTED(BR-IDX)
           END-IF
           ADD 1 TO BR-ACCOUNTS(BR-IDX)
           ADD WS-RG-CHARGED TO BR-CHARGED(BR-IDX)
           ADD WS-RG-WAIVED TO BR-WAIVED(BR-IDX)
           ADD WS-RG-UNCOLLECTED TO BR-UNCOLLECTED(BR-IDX)
           ADD 1 TO WS-TOT-ACCOUNTS
           ADD WS-RG-CHARGED TO WS-TOT-CHARGED
           ADD WS-RG-WAIVED TO WS-TOT-WAIVED
           ADD WS-RG-UNCOLLECTED TO WS-TOT-UNCOLLECTED.

       POST-FEE-LEG.
           OPEN I-O TRANSACTION-FILE
           IF TRANS-STATUS NOT = "00"
               DISPLAY "Error opening TRANSACTIONS.dat. Status: "
                   TRANS-STATUS
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-NEXT-TRANSACTION-ID

           ACCEPT WS-TIME FROM TIME
           STRING WS-TIME(1:2) DELIMITED BY SIZE
                  WS-TIME(3:2) DELIMITED BY SIZE
                  WS-TIME(5:2) DELIMITED BY SIZE
                  INTO WS-CUR-TIME

           MOVE WS-NEXT-RECEIPT-CDE TO TRANSACTION-CDE
           MOVE LAST-TRANSACTION-ID TO TRANSACTION-ID
           MOVE WS-LEG-ACC          TO TR-ACC-NO
           MOVE 0                   TO TR-RECEIVER-NO
           MOVE 0                   TO TR-GROUP-ID
           MOVE WS-LEG-TYPE         TO TR-TYPE
           MOVE WS-TODAY            TO TR-DATE
           MOVE WS-TODAY            TO TR-VALUE-DATE
           MOVE WS-CUR-TIME         TO TR-TIME
           MOVE WS-FEE-OPERATOR     TO TR-OPERATOR-ID
           MOVE "N"                 TO TR-REVERSED
           MOVE WS-ACC-CCY          TO TR-CURRENCY
           MOVE WS-ACC-BRANCH       TO TR-BRANCH
           MOVE 1                   TO TR-FX-RATE
           MOVE SPACES TO TR-TERMINAL
           COMPUTE TR-AMOUNT  =
               FUNCTION INTEGER-PART(WS-LEG-AMOUNT)
           COMPUTE TR-DECIMAL =
               FUNCTION MOD(WS-LEG-AMOUNT * 100, 100)

           WRITE TRANSACTION-RECORD INVALID KEY
               DISPLAY "[ERROR]: Writing fee leg failed."
           END-WRITE
           MOVE "TRAN" TO WS-IJ-KIND
           MOVE TRANSACTION-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE

           CLOSE TRANSACTION-FILE.

      *> MAINTFEES.DAT lines are TYPE,maintenance-fee,penalty; the
      *> minimum balance each penalty is tested against is the
      *> type's own ACCTYPES.DAT minimum.
       LOAD-FEE-TYPES.
           MOVE 0 TO FT-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT FEETYPE-FILE
           IF FEETYPE-STATUS NOT = "00"
               DISPLAY "MAINTFEES.DAT not found - no fees defined."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FEETYPE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-FT-F1 WS-FT-F2 WS-FT-F3
                       UNSTRING FEETYPE-LINE DELIMITED BY ","
                           INTO WS-FT-F1 WS-FT-F2 WS-FT-F3
                       IF FUNCTION TRIM(WS-FT-F1) NOT = SPACES AND
                          FUNCTION TEST-NUMVAL(WS-FT-F2) = 0 AND
                          FUNCTION TEST-NUMVAL(WS-FT-F3) = 0 AND
                          FT-COUNT < 20
                           ADD 1 TO FT-COUNT
                           MOVE FUNCTION UPPER-CASE(WS-FT-F1)
                               TO FT-NAME(FT-COUNT)
                           COMPUTE FT-MAINT-FEE(FT-COUNT) =
                               FUNCTION NUMVAL(WS-FT-F2)
                           COMPUTE FT-PENALTY(FT-COUNT) =
                               FUNCTION NUMVAL(WS-FT-F3)
                           MOVE 0 TO FT-MIN-BAL(FT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEETYPE-FILE

           MOVE 'N' TO WS-EOF
           OPEN INPUT ACCTYPE-FILE
           IF ACCTYPE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCTYPE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-FT-F1 WS-FT-F2 WS-FT-F3
                       UNSTRING ACCTYPE-LINE DELIMITED BY ","
                           INTO WS-FT-F1 WS-FT-F2 WS-FT-F3
                       PERFORM VARYING FT-IDX FROM 1 BY 1
                               UNTIL FT-IDX > FT-COUNT
                           IF FT-NAME(FT-IDX) =
                              FUNCTION UPPER-CASE(WS-FT-F1) AND
                              FUNCTION TEST-NUMVAL(WS-FT-F3) = 0
                               COMPUTE FT-MIN-BAL(FT-IDX) =
                                   FUNCTION NUMVAL(WS-FT-F3)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE ACCTYPE-FILE.

      *> Every active admin linked to a customer id makes that
      *> customer's accounts staff accounts.
       LOAD-STAFF-CUSTOMERS.
           MOVE 0 TO ST-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT ADMINS-FILE
           IF ADMINS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ADMIN-USERNAME
           START ADMINS-FILE KEY IS NOT LESS THAN ADMIN-USERNAME
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ADMINS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ADMIN-ACTIVE AND ADMIN-CUST-ID NOT = 0 AND
                          ST-COUNT < 200
                           ADD 1 TO ST-COUNT
                           MOVE ADMIN-CUST-ID TO ST-CUST-ID(ST-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADMINS-FILE.

       OPEN-RUN-CONTROL.
           MOVE 'N' TO WS-RUN-BLOCKED
           MOVE 'N' TO WS-MONTH-DONE
           MOVE 0 TO WS-RESTART-KEY
           OPEN I-O RUNCTL-FILE
           IF RUNCTL-STATUS = "35"
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF

           MOVE "MAINTFEE" TO RUN-JOB-NAME
           MOVE WS-MONTH-KEY TO RUN-BUS-DATE
           READ RUNCTL-FILE KEY IS RUN-KEY
               NOT INVALID KEY
                   IF RUN-COMPLETE AND RUN-CHECKPOINT NOT = WS-TODAY
                       MOVE 'Y' TO WS-MONTH-DONE
                       MOVE RUN-CHECKPOINT TO WS-MONTH-DONE-DATE
                   END-IF
           END-READ

           MOVE "MAINTFEE" TO RUN-JOB-NAME
           MOVE WS-TODAY TO RUN-BUS-DATE
           READ RUNCTL-FILE KEY IS RUN-KEY
               INVALID KEY
                   MOVE "MAINTFEE" TO RUN-JOB-NAME
                   MOVE WS-TODAY TO RUN-BUS-DATE
                   MOVE "RUNNING" TO RUN-STATE
                   MOVE 0 TO RUN-CHECKPOINT
                   ACCEPT WS-CLOCK-TIME FROM TIME
                   MOVE WS-CLOCK-TIME TO RUN-START-TIME
                   MOVE 0 TO RUN-END-TIME
                   WRITE RUN-CONTROL-RECORD
               NOT INVALID KEY
                   IF RUN-COMPLETE
                       DISPLAY "Maintenance fees already run for "
                           WS-TODAY " - refusing to run twice."
                       MOVE 'Y' TO WS-RUN-BLOCKED
                       CLOSE RUNCTL-FILE
                   ELSE
                       MOVE RUN-CHECKPOINT TO WS-RESTART-KEY
                       DISPLAY "Resuming interrupted run from "
                           "account " WS-RESTART-KEY
                   END-IF
           END-READ.

      *> Day 00 of the month carries the date the month's fees were
      *> charged in its checkpoint field.
       WRITE-MONTH-MARKER.
           MOVE RUN-CONTROL-RECORD TO WS-IJ-IMAGE
           MOVE "MAINTFEE" TO RUN-JOB-NAME
           MOVE WS-MONTH-KEY TO RUN-BUS-DATE
           MOVE "COMPLETE" TO RUN-STATE
           MOVE WS-TODAY TO RUN-CHECKPOINT
           ACCEPT WS-CLOCK-TIME FROM TIME
           MOVE WS-CLOCK-TIME TO RUN-START-TIME
           MOVE WS-CLOCK-TIME TO RUN-END-TIME
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
           END-WRITE
           MOVE WS-IJ-IMAGE TO RUN-CONTROL-RECORD.

       UPDATE-CHECKPOINT.
           MOVE USER-ACC-NO TO RUN-CHECKPOINT
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not checkpoint run control."
           END-REWRITE.

       CLOSE-RUN-CONTROL.
           MOVE "COMPLETE" TO RUN-STATE
           ACCEPT WS-CLOCK-TIME FROM TIME
           MOVE WS-CLOCK-TIME TO RUN-END-TIME
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not close run control."
           END-REWRITE
           CLOSE RUNCTL-FILE.

       GET-NEXT-TRANSACTION-ID.
           OPEN I-O TRAN-CONTROL-FILE
           IF CTL-STATUS = "35"
               OPEN OUTPUT TRAN-CONTROL-FILE
               CLOSE TRAN-CONTROL-FILE
               OPEN I-O TRAN-CONTROL-FILE
           END-IF

           ACCEPT WS-CTL-DATE-RAW FROM DATE
           STRING "20" WS-CTL-DATE-RAW(1:2) DELIMITED BY SIZE
                  WS-CTL-DATE-RAW(3:2) DELIMITED BY SIZE
                  WS-CTL-DATE-RAW(5:2) DELIMITED BY SIZE
                  INTO WS-CTL-DATE

           MOVE 1 TO CTL-KEY
           READ TRAN-CONTROL-FILE KEY IS CTL-KEY
               INVALID KEY
                   MOVE 1 TO CTL-KEY
                   MOVE 1 TO CTL-LAST-TRANSACTION-ID
                   MOVE 1 TO LAST-TRANSACTION-ID
                   MOVE WS-CTL-DATE TO CTL-RECEIPT-DATE
                   MOVE 1 TO CTL-RECEIPT-SEQ
                   WRITE TRAN-CONTROL-RECORD
               NOT INVALID KEY
                   ADD 1 TO CTL-LAST-TRANSACTION-ID
                   MOVE CTL-LAST-TRANSACTION-ID TO LAST-TRANSACTION-ID
                   IF CTL-RECEIPT-DATE NOT = WS-CTL-DATE
                       MOVE WS-CTL-DATE TO CTL-RECEIPT-DATE
                       MOVE 0 TO CTL-RECEIPT-SEQ
                   END-IF
                   ADD 1 TO CTL-RECEIPT-SEQ
                   REWRITE TRAN-CONTROL-RECORD
           END-READ

           COMPUTE WS-NEXT-RECEIPT-CDE =
               (CTL-RECEIPT-DATE * 1000000) + CTL-RECEIPT-SEQ

           CLOSE TRAN-CONTROL-FILE.

      *> Only the night chain takes the system OFFLINE, so anything
      *> else - a missing state file included - is the working day.
       CHECK-BATCH-WINDOW.
           MOVE 'N' TO WS-SYS-OFFLINE
           OPEN INPUT SYSSTATE-FILE
           IF SYSSTATE-STATUS = "00"
               READ SYSSTATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(SYSSTATE-LINE) = "OFFLINE"
                           MOVE 'Y' TO WS-SYS-OFFLINE
                       END-IF
               END-READ
               CLOSE SYSSTATE-FILE
           END-IF.

       DETERMINE-TODAY.
           IF WS-BUSINESS-DATE NOT = 0
               MOVE WS-BUSINESS-DATE TO WS-TODAY
           ELSE
               ACCEPT WS-SYS-DATE FROM DATE
               STRING "20" WS-SYS-DATE(1:2) DELIMITED BY SIZE
                   WS-SYS-DATE(3:2) DELIMITED BY SIZE
                   WS-SYS-DATE(5:2) DELIMITED BY SIZE
                   INTO WS-TODAY
           END-IF
           MOVE WS-TODAY TO WS-MONTH-KEY
           MOVE "00" TO WS-MONTH-KEY(7:2).

       READ-PARAMS.
           MOVE 0 TO IN-COUNT
           OPEN INPUT PARAMS-FILE
           IF PARAMS-STATUS = "00"
               PERFORM UNTIL PARAMS-STATUS NOT = "00"
                   READ PARAMS-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE SPACES TO WS-PARAM-NAME WS-PARAM-VALUE
                           UNSTRING PARAM-LINE DELIMITED BY ","
                               INTO WS-PARAM-NAME WS-PARAM-VALUE
                           EVALUATE FUNCTION TRIM(WS-PARAM-NAME)
                               WHEN "BUSINESSDATE"
                                   COMPUTE WS-BUSINESS-DATE =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               WHEN "FEEINCOMEACC"
                                   COMPUTE WS-FEE-INCOME-ACC =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                                   PERFORM ADD-INTERNAL-ACCOUNT
                               WHEN "UNCLAIMEDACC"
                               WHEN "LOANOFFICEACC"
                               WHEN "REMITCONTROLACC"
                               WHEN "DRAFTCONTROLACC"
                                   PERFORM ADD-INTERNAL-ACCOUNT
                               WHEN "MAINTWAIVETIER"
                                   MOVE FUNCTION UPPER-CASE
                                       (FUNCTION TRIM(WS-PARAM-VALUE))
                                       TO WS-MAINT-WAIVE-TIER
                               WHEN "MINBALWAIVETIER"
                                   MOVE FUNCTION UPPER-CASE
                                       (FUNCTION TRIM(WS-PARAM-VALUE))
                                       TO WS-MINBAL-WAIVE-TIER
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       ADD-INTERNAL-ACCOUNT.
           IF FUNCTION NUMVAL(WS-PARAM-VALUE) NOT = 0 AND
              IN-COUNT < 20
               ADD 1 TO IN-COUNT
               COMPUTE IN-ACC-NO(IN-COUNT) =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF.

       END PROGRAM MaintFeeBatch.
