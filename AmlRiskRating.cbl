       IDENTIFICATION DIVISION.
       PROGRAM-ID. AmlRiskRating.

      *> Monthly customer AML risk rating. Every CUSTOMERS.DAT
      *> customer is scored from five factors and rated LOW, MEDIUM
      *> or HIGH; the rating, score, date and each factor's points
      *> are written back on the customer so the branch and
      *> compliance can see why, and the customer's accounts pick
      *> up the review cycle that goes with it:
      *>   region     - the NRC township: one marked ",H" on
      *>                NRCCODES.DAT (border and conflict areas), or
      *>                an NRC that matches no township at all
      *>   cash       - cash deposits and withdrawals over the last
      *>                AMLRISKDAYS days, by kyat volume and by their
      *>                share of everything the accounts moved
      *>   cross-border - outward interbank transfers and FX counter
      *>                deals made on the customer's NRC
      *>   watchlist  - SCREENQ.DAT entries matching the customer's
      *>                name or NRC (a CONFIRMED hit rates HIGH)
      *>   cases      - AMLCASES.DAT cases on the customer's
      *>                accounts (an ESCALATED case rates HIGH)
      *> A HIGH customer carries the enhanced-due-diligence flag,
      *> shown on Customer360, and KycReport reviews its accounts on
      *> the shorter KYCREVIEWDAYSHIGH cycle. Every change of rating
      *> is listed in AMLRISK-<date>.txt with the old-to-new
      *> migration matrix for compliance.
      *> RUNCTL.DAT job AMLRISK blocks a second run per date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUSTOMER-STATUS.

           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ACC-NO
               FILE STATUS IS FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANSACTIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID
               ALTERNATE RECORD KEY IS TRANSACTION-CDE
               ALTERNATE RECORD KEY IS TR-ACC-NO
                   WITH DUPLICATES
               FILE STATUS IS TRANS-STATUS.

           SELECT SCREENQ-FILE ASSIGN TO "SCREENQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQ-ID
               FILE STATUS IS SCREENQ-STATUS.

           SELECT CASE-FILE ASSIGN TO "AMLCASES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-ID
               FILE STATUS IS CASE-STATUS-CODE.

           SELECT FXDEALS-FILE ASSIGN TO "FXDEALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXDEALS-STATUS.

           SELECT NRC-CODE-FILE ASSIGN TO "NRCCODES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NRC-CODE-STATUS.

           SELECT FXRATES-FILE ASSIGN TO "FXRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXRATES-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

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

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD SCREENQ-FILE.
           COPY "SCREEN-QUEUE.cpy".

       FD CASE-FILE.
           COPY "AML-CASE.cpy".

       FD FXDEALS-FILE.
       01 FXDEALS-LINE            PIC X(132).

       FD NRC-CODE-FILE.
       01 NRC-CODE-LINE           PIC X(40).

       FD FXRATES-FILE.
       01 FXRATES-LINE            PIC X(80).

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD RUNCTL-FILE.
           COPY "RUN-CONTROL.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01 CUSTOMER-STATUS         PIC XX.
       01 FILE-STATUS             PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 SCREENQ-STATUS          PIC XX.
       01 CASE-STATUS-CODE        PIC XX.
       01 FXDEALS-STATUS          PIC XX.
       01 NRC-CODE-STATUS         PIC XX.
       01 FXRATES-STATUS          PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 RUNCTL-STATUS           PIC XX.
       01 REPORT-STATUS           PIC XX.

       01 REPORT-FILENAME         PIC X(30).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-RISK-DAYS            PIC 9(3) VALUE 90.
       01 WS-MED-SCORE            PIC 9(3) VALUE 30.
       01 WS-HIGH-SCORE           PIC 9(3) VALUE 60.
       01 WS-CASH-MED             PIC 9(15)V99 VALUE 10000000.
       01 WS-CASH-HIGH            PIC 9(15)V99 VALUE 50000000.
       01 WS-CASH-PCT             PIC 9V9999 VALUE 0.8000.
       01 WS-XB-HIGH              PIC 9(3) VALUE 5.

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-CLOCK-TIME           PIC 9(6).
       01 WS-RUN-BLOCKED          PIC X VALUE 'N'.
       01 WS-WINDOW-START         PIC 9(8).

       01 WS-EOF                  PIC X.
       01 WS-USER-EOF             PIC X.
       01 WS-SUB-EOF              PIC X.
       01 WS-TRANS-OPEN           PIC X VALUE 'N'.
       01 WS-SCREENQ-OPEN         PIC X VALUE 'N'.
       01 WS-CASE-OPEN            PIC X VALUE 'N'.

       01 NRC-CODE-TABLE.
           05 NRC-CODE-COUNT      PIC 9(3) VALUE 0.
           05 NRC-CODE-ENTRY OCCURS 200 TIMES.
               10 NC-REGION       PIC X(2).
               10 NC-TOWNSHIP     PIC X(6).
               10 NC-RISK         PIC X(1).
       01 NC-IDX                  PIC 9(3).
       01 WS-NRC-REGION           PIC X(2).
       01 WS-NRC-REST             PIC X(18).
       01 WS-NRC-TOWNSHIP         PIC X(6).

       01 FX-TABLE.
           05 FX-COUNT            PIC 99 VALUE 0.
           05 FX-ENTRY OCCURS 10 TIMES.
               10 FX-CCY          PIC X(3).
               10 FX-RATE         PIC 9(7)V9(6).
       01 FX-IDX                  PIC 99.
       01 WS-FX-CCY-PART          PIC X(10).
       01 WS-FX-RATE-PART         PIC X(20).
       01 WS-CONV-CCY             PIC X(3).
       01 WS-CONV-AMOUNT          PIC 9(15)V99.
       01 WS-CONV-KYAT            PIC 9(15)V99.

      *> Postings of type 1 and 2 made under these system operators
      *> are book entries - clearing, cheques, loans, deposits
      *> moving between products - not cash over the counter or at
      *> the ATM, so they do not count toward cash intensity.
       01 WS-NONCASH-VALUES.
           05 FILLER              PIC X(14) VALUE "OUTCLEAR".
           05 FILLER              PIC X(14) VALUE "INCLEAR".
           05 FILLER              PIC X(14) VALUE "CHEQUEDEP".
           05 FILLER              PIC X(14) VALUE "ONUSCHQ".
           05 FILLER              PIC X(14) VALUE "CHEQUEBOUNCE".
           05 FILLER              PIC X(14) VALUE "LOANDISBURSE".
           05 FILLER              PIC X(14) VALUE "LOANPAYOFF".
           05 FILLER              PIC X(14) VALUE "WORECOVERY".
           05 FILLER              PIC X(14) VALUE "SUSPENSE".
           05 FILLER              PIC X(14) VALUE "REMIT".
           05 FILLER              PIC X(14) VALUE "SCHEDULEDBATCH".
           05 FILLER              PIC X(14) VALUE "TERMDEPOSIT".
           05 FILLER              PIC X(14) VALUE "RECURDEP".
           05 FILLER              PIC X(14) VALUE "PAYROLL".
           05 FILLER              PIC X(14) VALUE "BACKVALUE".
           05 FILLER              PIC X(14) VALUE "CLOSURE".
           05 FILLER              PIC X(14) VALUE "DRAFT".
           05 FILLER              PIC X(14) VALUE "NETISS".
           05 FILLER              PIC X(14) VALUE "NETFEE".
           05 FILLER              PIC X(14) VALUE "SWEEP".
           05 FILLER              PIC X(14) VALUE "ESTATE".
           05 FILLER              PIC X(14) VALUE "GARNISH".
           05 FILLER              PIC X(14) VALUE "DIRECTDEBIT".
           05 FILLER              PIC X(14) VALUE "BILLPAY".
           05 FILLER              PIC X(14) VALUE "SYSTEM".
           05 FILLER              PIC X(14) VALUE "ACCRUAL".
           05 FILLER              PIC X(14) VALUE "ESCHEAT".
           05 FILLER              PIC X(14) VALUE "MAINTFEE".
           05 FILLER              PIC X(14) VALUE "SVCCHARGE".
           05 FILLER              PIC X(14) VALUE "AGENTCOMM".
       01 WS-NONCASH-TABLE REDEFINES WS-NONCASH-VALUES.
           05 WS-NONCASH-OP OCCURS 30 TIMES PIC X(14).
       01 WS-NC-IDX               PIC 99.
       01 WS-IS-CASH              PIC X.
       01 WS-OUT-OPERATOR         PIC X(20) VALUE "OUTCLEAR".

      *> The accounts of the customer being rated.
       01 WS-CUST-ACCOUNTS.
           05 WS-CA-COUNT         PIC 99 VALUE 0.
           05 WS-CA-ENTRY OCCURS 30 TIMES.
               10 WS-CA-ACC-NO    PIC 9(16).
               10 WS-CA-CURRENCY  PIC X(3).
       01 WS-CA-IDX               PIC 99.

       01 WS-CASH-KYAT            PIC 9(15)V99.
       01 WS-ALL-KYAT             PIC 9(15)V99.
       01 WS-CASH-SHARE           PIC 9V9999.
       01 WS-CASH-LEGS            PIC 9(6).
       01 WS-XB-EVENTS            PIC 9(5).
       01 WS-SCREEN-HIT           PIC X.
       01 WS-CASE-HIT             PIC X.
       01 WS-FORCE-HIGH           PIC X.
       01 WS-CASE-POINTS          PIC 9(3).

       01 WS-DEAL-DATE            PIC X(10).
       01 WS-DEAL-TIME            PIC X(10).
       01 WS-DEAL-DIR             PIC X(10).
       01 WS-DEAL-CCY             PIC X(10).
       01 WS-DEAL-FAMT            PIC X(20).
       01 WS-DEAL-RATE            PIC X(20).
       01 WS-DEAL-MMK             PIC X(20).
       01 WS-DEAL-MARGIN          PIC X(20).
       01 WS-DEAL-NRC             PIC X(20).
       01 WS-DEAL-DATE-NUM        PIC 9(8).

       01 WS-OLD-RATING           PIC X(6).
       01 WS-NEW-RATING           PIC X(6).
       01 WS-NEW-SCORE            PIC 9(3).
       01 WS-OLD-RANK             PIC 9.
       01 WS-NEW-RANK             PIC 9.

      *> Migration matrix: from unrated, LOW, MEDIUM, HIGH (rows)
      *> to LOW, MEDIUM, HIGH (columns).
       01 WS-MIGRATION.
           05 WS-MIG-ROW OCCURS 4 TIMES.
               10 WS-MIG-CELL OCCURS 3 TIMES PIC 9(6).
       01 WS-MIG-R                PIC 9.
       01 WS-MIG-C                PIC 9.
       01 RANK-LABELS.
           05 FILLER              PIC X(8) VALUE "UNRATED".
           05 FILLER              PIC X(8) VALUE "LOW".
           05 FILLER              PIC X(8) VALUE "MEDIUM".
           05 FILLER              PIC X(8) VALUE "HIGH".
       01 RANK-LABEL-TABLE REDEFINES RANK-LABELS.
           05 RANK-LABEL OCCURS 4 TIMES PIC X(8).

       01 WS-RATED-COUNT          PIC 9(6) VALUE 0.
       01 WS-CHANGED-COUNT        PIC 9(6) VALUE 0.
       01 WS-UP-COUNT             PIC 9(6) VALUE 0.
       01 WS-DOWN-COUNT           PIC 9(6) VALUE 0.
       01 WS-FIRST-COUNT          PIC 9(6) VALUE 0.
       01 WS-HIGH-COUNT           PIC 9(6) VALUE 0.
       01 WS-MEDIUM-COUNT         PIC 9(6) VALUE 0.
       01 WS-LOW-COUNT            PIC 9(6) VALUE 0.
       01 WS-SKIPPED-COUNT        PIC 9(6) VALUE 0.

       01 FORMAT-SCORE            PIC ZZ9.
       01 FORMAT-HIGH             PIC ZZ9.
       01 FORMAT-POINTS           PIC Z9.
       01 FORMAT-COUNT            PIC ZZZ,ZZ9.
       01 FORMAT-KYAT             PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-DETAIL-FACTORS       PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           PERFORM OPEN-RUN-CONTROL
           IF WS-RUN-BLOCKED = 'Y'
               GOBACK
           END-IF

           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-RISK-DAYS)
           PERFORM READ-NRC-CODES
           PERFORM LOAD-FX-RATES
           INITIALIZE WS-MIGRATION

           OPEN I-O CUSTOMER-FILE
           IF CUSTOMER-STATUS NOT = "00"
               DISPLAY "No customer master - nothing to rate."
               PERFORM CLOSE-RUN-CONTROL
               GOBACK
           END-IF
           OPEN INPUT USER-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "USERS.DAT could not be opened."
               CLOSE CUSTOMER-FILE
               PERFORM CLOSE-RUN-CONTROL
               GOBACK
           END-IF
           MOVE 'N' TO WS-TRANS-OPEN
           OPEN INPUT TRANSACTION-FILE
           IF TRANS-STATUS = "00"
               MOVE 'Y' TO WS-TRANS-OPEN
           END-IF
           MOVE 'N' TO WS-SCREENQ-OPEN
           OPEN INPUT SCREENQ-FILE
           IF SCREENQ-STATUS = "00"
               MOVE 'Y' TO WS-SCREENQ-OPEN
           END-IF
           MOVE 'N' TO WS-CASE-OPEN
           OPEN INPUT CASE-FILE
           IF CASE-STATUS-CODE = "00"
               MOVE 'Y' TO WS-CASE-OPEN
           END-IF

           PERFORM OPEN-MIGRATION-REPORT

           MOVE 'N' TO WS-EOF
           MOVE 0 TO CUST-ID
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUSTOMER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
      *> A merged-away alias has no accounts of its own - the
      *> surviving customer is rated in its place.
                       IF CUST-DECEASED = "Y" OR
                          CUST-MERGED-INTO NOT = 0
                           ADD 1 TO WS-SKIPPED-COUNT
                       ELSE
                           PERFORM RATE-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM

           PERFORM CLOSE-MIGRATION-REPORT

           IF WS-CASE-OPEN = 'Y'
               CLOSE CASE-FILE
           END-IF
           IF WS-SCREENQ-OPEN = 'Y'
               CLOSE SCREENQ-FILE
           END-IF
           IF WS-TRANS-OPEN = 'Y'
               CLOSE TRANSACTION-FILE
           END-IF
           CLOSE USER-FILE
           CLOSE CUSTOMER-FILE
           PERFORM CLOSE-RUN-CONTROL
           DISPLAY "AML risk rating complete. " WS-RATED-COUNT
               " customer(s) rated, " WS-CHANGED-COUNT
               " rating change(s), " WS-HIGH-COUNT " HIGH."
           DISPLAY "Migration report written to " REPORT-FILENAME
           GOBACK.

       RATE-ONE-CUSTOMER.
           MOVE CUST-RISK-RATING TO WS-OLD-RATING
           MOVE 'N' TO WS-FORCE-HIGH
           PERFORM COLLECT-CUSTOMER-ACCOUNTS
           PERFORM SCORE-REGION
           PERFORM SCORE-CASH-AND-XBORDER
           PERFORM SCORE-SCREENING
           PERFORM SCORE-CASES

           COMPUTE WS-NEW-SCORE = CUST-RF-REGION + CUST-RF-CASH
               + CUST-RF-XBORDER + CUST-RF-SCREEN + CUST-RF-CASES
           EVALUATE TRUE
               WHEN WS-FORCE-HIGH = 'Y'
                   MOVE "HIGH" TO WS-NEW-RATING
               WHEN WS-NEW-SCORE >= WS-HIGH-SCORE
                   MOVE "HIGH" TO WS-NEW-RATING
               WHEN WS-NEW-SCORE >= WS-MED-SCORE
                   MOVE "MEDIUM" TO WS-NEW-RATING
               WHEN OTHER
                   MOVE "LOW" TO WS-NEW-RATING
           END-EVALUATE

           MOVE WS-NEW-RATING TO CUST-RISK-RATING
           MOVE WS-NEW-SCORE TO CUST-RISK-SCORE
           MOVE WS-TODAY TO CUST-RISK-DATE
           IF CUST-RISK-HIGH
               MOVE "Y" TO CUST-EDD-FLAG
           ELSE
               MOVE "N" TO CUST-EDD-FLAG
           END-IF
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not store rating for "
                       "customer " CUST-ID
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "CUSU" TO WS-IJ-KIND
           MOVE CUSTOMER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE

           ADD 1 TO WS-RATED-COUNT
           EVALUATE TRUE
               WHEN CUST-RISK-HIGH ADD 1 TO WS-HIGH-COUNT
               WHEN CUST-RISK-MEDIUM ADD 1 TO WS-MEDIUM-COUNT
               WHEN OTHER ADD 1 TO WS-LOW-COUNT
           END-EVALUATE
           PERFORM RECORD-MIGRATION.

       COLLECT-CUSTOMER-ACCOUNTS.
           MOVE 0 TO WS-CA-COUNT
           MOVE 'N' TO WS-USER-EOF
           MOVE 0 TO USER-ACC-NO
           START USER-FILE KEY IS NOT LESS THAN USER-ACC-NO
               INVALID KEY MOVE 'Y' TO WS-USER-EOF
           END-START
           PERFORM UNTIL WS-USER-EOF = 'Y'
               READ USER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-USER-EOF
                   NOT AT END
                       IF USER-CUSTOMER-ID = CUST-ID AND
                          WS-CA-COUNT < 30
                           ADD 1 TO WS-CA-COUNT
                           MOVE USER-ACC-NO
                               TO WS-CA-ACC-NO(WS-CA-COUNT)
                           MOVE USER-CURRENCY
                               TO WS-CA-CURRENCY(WS-CA-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

      *> NRC format is RR/TOWNSHIP(N)NNNNNN - region before the
      *> slash, six township letters after it.
       SCORE-REGION.
           MOVE 0 TO CUST-RF-REGION
           MOVE SPACES TO WS-NRC-REGION WS-NRC-REST
           UNSTRING CUST-NRC DELIMITED BY "/"
               INTO WS-NRC-REGION WS-NRC-REST
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-NRC-REST(1:6))
               TO WS-NRC-TOWNSHIP
           MOVE FUNCTION TRIM(WS-NRC-REGION) TO WS-NRC-REGION
           PERFORM VARYING NC-IDX FROM 1 BY 1
                   UNTIL NC-IDX > NRC-CODE-COUNT
               IF NC-REGION(NC-IDX) = WS-NRC-REGION AND
                  NC-TOWNSHIP(NC-IDX) = WS-NRC-TOWNSHIP
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NC-IDX > NRC-CODE-COUNT
               MOVE 10 TO CUST-RF-REGION
           ELSE
               IF NC-RISK(NC-IDX) = "H"
                   MOVE 25 TO CUST-RF-REGION
               END-IF
           END-IF.

      *> One walk of each account's postings in the window gives
      *> both the cash figures and the outward interbank legs.
       SCORE-CASH-AND-XBORDER.
           MOVE 0 TO WS-CASH-KYAT WS-ALL-KYAT WS-CASH-LEGS
           MOVE 0 TO WS-XB-EVENTS
           MOVE 0 TO CUST-RF-CASH CUST-RF-XBORDER
           IF WS-TRANS-OPEN = 'Y'
               PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                       UNTIL WS-CA-IDX > WS-CA-COUNT
                   PERFORM SCAN-ACCOUNT-POSTINGS
               END-PERFORM
           END-IF
           PERFORM COUNT-FX-DEALS

           IF WS-CASH-KYAT >= WS-CASH-HIGH
               MOVE 20 TO CUST-RF-CASH
           ELSE
               IF WS-CASH-KYAT >= WS-CASH-MED
                   MOVE 10 TO CUST-RF-CASH
               END-IF
           END-IF
           IF WS-ALL-KYAT > 0 AND WS-CASH-LEGS > 0
               COMPUTE WS-CASH-SHARE ROUNDED =
                   WS-CASH-KYAT / WS-ALL-KYAT
               IF WS-CASH-SHARE >= WS-CASH-PCT
                   ADD 10 TO CUST-RF-CASH
               END-IF
           END-IF

           IF WS-XB-EVENTS >= WS-XB-HIGH
               MOVE 25 TO CUST-RF-XBORDER
           ELSE
               IF WS-XB-EVENTS > 0
                   MOVE 10 TO CUST-RF-XBORDER
               END-IF
           END-IF.

       SCAN-ACCOUNT-POSTINGS.
           MOVE 'N' TO WS-SUB-EOF
           MOVE WS-CA-ACC-NO(WS-CA-IDX) TO TR-ACC-NO
           START TRANSACTION-FILE KEY IS = TR-ACC-NO
               INVALID KEY MOVE 'Y' TO WS-SUB-EOF
           END-START
           PERFORM UNTIL WS-SUB-EOF = 'Y'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       IF TR-ACC-NO NOT = WS-CA-ACC-NO(WS-CA-IDX)
                           MOVE 'Y' TO WS-SUB-EOF
                       ELSE
                           IF TR-DATE >= WS-WINDOW-START AND
                              TR-DATE <= WS-TODAY AND
                              TR-REVERSED NOT = "Y"
                               PERFORM TALLY-ONE-POSTING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ONE-POSTING.
           MOVE TR-CURRENCY TO WS-CONV-CCY
           COMPUTE WS-CONV-AMOUNT = TR-AMOUNT + TR-DECIMAL / 100
           PERFORM CONVERT-TO-KYAT
           ADD WS-CONV-KYAT TO WS-ALL-KYAT
           IF TR-OPERATOR-ID = WS-OUT-OPERATOR
               ADD 1 TO WS-XB-EVENTS
               EXIT PARAGRAPH
           END-IF
           IF TR-TYPE NOT = 1 AND TR-TYPE NOT = 2
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-IS-CASH
           PERFORM VARYING WS-NC-IDX FROM 1 BY 1
                   UNTIL WS-NC-IDX > 30
               IF TR-OPERATOR-ID = WS-NONCASH-OP(WS-NC-IDX)
                   MOVE 'N' TO WS-IS-CASH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-IS-CASH = 'Y'
               ADD 1 TO WS-CASH-LEGS
               ADD WS-CONV-KYAT TO WS-CASH-KYAT
           END-IF.

      *> FXDEALS.DAT: date,time,direction,currency,foreign amount,
      *> rate,kyat amount,margin,NRC,operator - one line per deal.
       COUNT-FX-DEALS.
           IF CUST-NRC = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SUB-EOF
           OPEN INPUT FXDEALS-FILE
           IF FXDEALS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SUB-EOF = 'Y'
               READ FXDEALS-FILE
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       MOVE SPACES TO WS-DEAL-DATE WS-DEAL-NRC
                       UNSTRING FXDEALS-LINE DELIMITED BY ","
                           INTO WS-DEAL-DATE WS-DEAL-TIME
                                WS-DEAL-DIR WS-DEAL-CCY
                                WS-DEAL-FAMT WS-DEAL-RATE
                                WS-DEAL-MMK WS-DEAL-MARGIN
                                WS-DEAL-NRC
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-DEAL-NRC) =
                          FUNCTION TRIM(CUST-NRC) AND
                          WS-DEAL-DATE(1:8) IS NUMERIC
                           MOVE WS-DEAL-DATE(1:8) TO WS-DEAL-DATE-NUM
                           IF WS-DEAL-DATE-NUM >= WS-WINDOW-START AND
                              WS-DEAL-DATE-NUM <= WS-TODAY
                               ADD 1 TO WS-XB-EVENTS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXDEALS-FILE.

      *> A CONFIRMED watchlist match rates the customer HIGH
      *> whatever else the score says; a PENDING one still counts.
       SCORE-SCREENING.
           MOVE 0 TO CUST-RF-SCREEN
           IF WS-SCREENQ-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SUB-EOF
           MOVE 1 TO SQ-ID
           START SCREENQ-FILE KEY IS NOT LESS THAN SQ-ID
               INVALID KEY MOVE 'Y' TO WS-SUB-EOF
           END-START
           PERFORM UNTIL WS-SUB-EOF = 'Y'
               READ SCREENQ-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       MOVE 'N' TO WS-SCREEN-HIT
                       IF CUST-NRC NOT = SPACES AND
                          SQ-NRC = CUST-NRC
                           MOVE 'Y' TO WS-SCREEN-HIT
                       END-IF
                       IF FUNCTION UPPER-CASE(SQ-NAME) =
                          FUNCTION UPPER-CASE(CUST-NAME)
                           MOVE 'Y' TO WS-SCREEN-HIT
                       END-IF
                       IF WS-SCREEN-HIT = 'Y'
                           EVALUATE TRUE
                               WHEN SQ-CONFIRMED
                                   MOVE 40 TO CUST-RF-SCREEN
                                   MOVE 'Y' TO WS-FORCE-HIGH
                               WHEN SQ-PENDING
                                   IF CUST-RF-SCREEN < 20
                                       MOVE 20 TO CUST-RF-SCREEN
                                   END-IF
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.

      *> Each open or cleared case adds to the history; an
      *> ESCALATED case rates the customer HIGH.
       SCORE-CASES.
           MOVE 0 TO CUST-RF-CASES
           MOVE 0 TO WS-CASE-POINTS
           IF WS-CASE-OPEN NOT = 'Y' OR WS-CA-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SUB-EOF
           MOVE 1 TO CASE-ID
           START CASE-FILE KEY IS NOT LESS THAN CASE-ID
               INVALID KEY MOVE 'Y' TO WS-SUB-EOF
           END-START
           PERFORM UNTIL WS-SUB-EOF = 'Y'
               READ CASE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       MOVE 'N' TO WS-CASE-HIT
                       PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                               UNTIL WS-CA-IDX > WS-CA-COUNT
                           IF CASE-ACC-NO = WS-CA-ACC-NO(WS-CA-IDX)
                               MOVE 'Y' TO WS-CASE-HIT
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                       IF WS-CASE-HIT = 'Y'
                           EVALUATE TRUE
                               WHEN CASE-ESCALATED
                                   ADD 30 TO WS-CASE-POINTS
                                   MOVE 'Y' TO WS-FORCE-HIGH
                               WHEN CASE-CLEARED
                                   ADD 5 TO WS-CASE-POINTS
                               WHEN OTHER
                                   ADD 10 TO WS-CASE-POINTS
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CASE-POINTS > 30
               MOVE 30 TO CUST-RF-CASES
           ELSE
               MOVE WS-CASE-POINTS TO CUST-RF-CASES
           END-IF.

       CONVERT-TO-KYAT.
           IF WS-CONV-CCY = "MMK" OR WS-CONV-CCY = SPACES
               MOVE WS-CONV-AMOUNT TO WS-CONV-KYAT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING FX-IDX FROM 1 BY 1 UNTIL FX-IDX > FX-COUNT
               IF FX-CCY(FX-IDX) = WS-CONV-CCY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF FX-IDX > FX-COUNT
               MOVE WS-CONV-AMOUNT TO WS-CONV-KYAT
           ELSE
               COMPUTE WS-CONV-KYAT ROUNDED =
                   WS-CONV-AMOUNT * FX-RATE(FX-IDX)
           END-IF.

      *> Every change of rating - and every customer rated for the
      *> first time - is listed; an unchanged rating only counts in
      *> the matrix.
       RECORD-MIGRATION.
           EVALUATE WS-OLD-RATING
               WHEN "LOW" MOVE 2 TO WS-OLD-RANK
               WHEN "MEDIUM" MOVE 3 TO WS-OLD-RANK
               WHEN "HIGH" MOVE 4 TO WS-OLD-RANK
               WHEN OTHER MOVE 1 TO WS-OLD-RANK
           END-EVALUATE
           EVALUATE WS-NEW-RATING
               WHEN "LOW" MOVE 2 TO WS-NEW-RANK
               WHEN "MEDIUM" MOVE 3 TO WS-NEW-RANK
               WHEN OTHER MOVE 4 TO WS-NEW-RANK
           END-EVALUATE
           COMPUTE WS-MIG-C = WS-NEW-RANK - 1
           ADD 1 TO WS-MIG-CELL(WS-OLD-RANK, WS-MIG-C)
           IF WS-OLD-RANK = WS-NEW-RANK
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CHANGED-COUNT
           EVALUATE TRUE
               WHEN WS-OLD-RANK = 1
                   ADD 1 TO WS-FIRST-COUNT
               WHEN WS-NEW-RANK > WS-OLD-RANK
                   ADD 1 TO WS-UP-COUNT
               WHEN OTHER
                   ADD 1 TO WS-DOWN-COUNT
           END-EVALUATE

           MOVE SPACES TO WS-DETAIL-FACTORS
           STRING "R" CUST-RF-REGION " C" CUST-RF-CASH
               " X" CUST-RF-XBORDER " W" CUST-RF-SCREEN
               " A" CUST-RF-CASES
               DELIMITED BY SIZE INTO WS-DETAIL-FACTORS
           END-STRING
           MOVE CUST-RISK-SCORE TO FORMAT-SCORE
           MOVE SPACES TO REPORT-LINE
           STRING CUST-ID " " CUST-NAME " "
               RANK-LABEL(WS-OLD-RANK) " -> "
               RANK-LABEL(WS-NEW-RANK) " score " FORMAT-SCORE
               "  " WS-DETAIL-FACTORS
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       OPEN-MIGRATION-REPORT.
           MOVE SPACES TO REPORT-FILENAME
           STRING "AMLRISK-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM
               "========= CUSTOMER AML RISK RATING MIGRATION ========="
           MOVE SPACES TO REPORT-LINE
           STRING "Rating date: " WS-TODAY
               "  activity window from " WS-WINDOW-START
               "  (" WS-RISK-DAYS " days)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-MED-SCORE TO FORMAT-SCORE
           MOVE WS-HIGH-SCORE TO FORMAT-HIGH
           STRING "MEDIUM from score " FORMAT-SCORE
               ", HIGH from score " FORMAT-HIGH
               " or on any confirmed watchlist hit or escalated case"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Factor points: R region, C cash, "
               "X cross-border, W watchlist, A AML cases"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM
               "-----------------------------------------------------"
           WRITE REPORT-LINE FROM
               "Rating changes (customer, name, old -> new):".

       CLOSE-MIGRATION-REPORT.
           IF WS-CHANGED-COUNT = 0
               WRITE REPORT-LINE FROM "  (no rating changed)"
           END-IF
           WRITE REPORT-LINE FROM
               "-----------------------------------------------------"
           MOVE SPACES TO REPORT-LINE
           MOVE "Migration matrix (from / to)" TO REPORT-LINE(1:28)
           MOVE "    LOW" TO REPORT-LINE(35:7)
           MOVE " MEDIUM" TO REPORT-LINE(44:7)
           MOVE "   HIGH" TO REPORT-LINE(53:7)
           WRITE REPORT-LINE
           PERFORM VARYING WS-MIG-R FROM 1 BY 1 UNTIL WS-MIG-R > 4
               MOVE SPACES TO REPORT-LINE
               STRING "  " RANK-LABEL(WS-MIG-R)
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM VARYING WS-MIG-C FROM 1 BY 1
                       UNTIL WS-MIG-C > 3
                   MOVE WS-MIG-CELL(WS-MIG-R, WS-MIG-C)
                       TO FORMAT-COUNT
                   MOVE FORMAT-COUNT
                       TO REPORT-LINE(26 + WS-MIG-C * 9:7)
               END-PERFORM
               WRITE REPORT-LINE
           END-PERFORM
           WRITE REPORT-LINE FROM
               "-----------------------------------------------------"
           MOVE SPACES TO REPORT-LINE
           STRING "Rated: " WS-RATED-COUNT
               "  LOW " WS-LOW-COUNT "  MEDIUM " WS-MEDIUM-COUNT
               "  HIGH (EDD) " WS-HIGH-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Changes: " WS-CHANGED-COUNT
               "  first rated " WS-FIRST-COUNT
               "  upgraded " WS-UP-COUNT
               "  downgraded " WS-DOWN-COUNT
               "  deceased/merged skipped " WS-SKIPPED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       READ-NRC-CODES.
           MOVE 0 TO NRC-CODE-COUNT
           OPEN INPUT NRC-CODE-FILE
           IF NRC-CODE-STATUS = "00"
               PERFORM UNTIL NRC-CODE-STATUS NOT = "00"
                   READ NRC-CODE-FILE
                       AT END EXIT PERFORM
                       NOT AT END
                           IF NRC-CODE-COUNT < 200
                               ADD 1 TO NRC-CODE-COUNT
                               MOVE SPACES
                                   TO NC-RISK(NRC-CODE-COUNT)
                               UNSTRING NRC-CODE-LINE
                                   DELIMITED BY ","
                                   INTO NC-REGION(NRC-CODE-COUNT)
                                        NC-TOWNSHIP(NRC-CODE-COUNT)
                                        NC-RISK(NRC-CODE-COUNT)
                               END-UNSTRING
                               PERFORM TIDY-NRC-CODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NRC-CODE-FILE
           END-IF.

       TIDY-NRC-CODE.
           MOVE FUNCTION UPPER-CASE(
               FUNCTION TRIM(NC-REGION(NRC-CODE-COUNT)))
               TO NC-REGION(NRC-CODE-COUNT)
           MOVE FUNCTION UPPER-CASE(
               FUNCTION TRIM(NC-TOWNSHIP(NRC-CODE-COUNT)))
               TO NC-TOWNSHIP(NRC-CODE-COUNT)
           MOVE FUNCTION UPPER-CASE(NC-RISK(NRC-CODE-COUNT))
               TO NC-RISK(NRC-CODE-COUNT).

       LOAD-FX-RATES.
           MOVE 0 TO FX-COUNT
           MOVE 'N' TO WS-SUB-EOF
           OPEN INPUT FXRATES-FILE
           IF FXRATES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SUB-EOF = 'Y'
               READ FXRATES-FILE
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       MOVE SPACES TO WS-FX-CCY-PART
                       MOVE SPACES TO WS-FX-RATE-PART
                       UNSTRING FXRATES-LINE DELIMITED BY ","
                           INTO WS-FX-CCY-PART WS-FX-RATE-PART
                       IF FX-COUNT < 10
                           ADD 1 TO FX-COUNT
                           MOVE FUNCTION UPPER-CASE(WS-FX-CCY-PART)
                               TO FX-CCY(FX-COUNT)
                           COMPUTE FX-RATE(FX-COUNT) =
                               FUNCTION NUMVAL(WS-FX-RATE-PART)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXRATES-FILE.

       OPEN-RUN-CONTROL.
           MOVE 'N' TO WS-RUN-BLOCKED
           OPEN I-O RUNCTL-FILE
           IF RUNCTL-STATUS = "35"
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF

           MOVE "AMLRISK" TO RUN-JOB-NAME
           MOVE WS-TODAY TO RUN-BUS-DATE
           READ RUNCTL-FILE KEY IS RUN-KEY
               INVALID KEY
                   MOVE "AMLRISK" TO RUN-JOB-NAME
                   MOVE WS-TODAY TO RUN-BUS-DATE
                   MOVE "RUNNING" TO RUN-STATE
                   MOVE 0 TO RUN-CHECKPOINT
                   ACCEPT WS-CLOCK-TIME FROM TIME
                   MOVE WS-CLOCK-TIME TO RUN-START-TIME
                   MOVE 0 TO RUN-END-TIME
                   WRITE RUN-CONTROL-RECORD
               NOT INVALID KEY
                   IF RUN-COMPLETE
                       DISPLAY "AML risk rating already completed "
                           "for business date " WS-TODAY
                           " - refusing to run twice."
                       MOVE 'Y' TO WS-RUN-BLOCKED
                       CLOSE RUNCTL-FILE
                   END-IF
           END-READ.

       CLOSE-RUN-CONTROL.
           IF WS-RUN-BLOCKED = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE "COMPLETE" TO RUN-STATE
           ACCEPT WS-CLOCK-TIME FROM TIME
           MOVE WS-CLOCK-TIME TO RUN-END-TIME
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not close run control."
           END-REWRITE
           CLOSE RUNCTL-FILE.

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
                           PERFORM APPLY-ONE-PARAM
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       APPLY-ONE-PARAM.
           EVALUATE FUNCTION TRIM(WS-PARAM-NAME)
               WHEN "BUSINESSDATE"
                   COMPUTE WS-BUSINESS-DATE =
                       FUNCTION NUMVAL(WS-PARAM-VALUE)
               WHEN "AMLRISKDAYS"
                   COMPUTE WS-RISK-DAYS =
                       FUNCTION NUMVAL(WS-PARAM-VALUE)
               WHEN "AMLRISKMEDSCORE"
                   COMPUTE WS-MED-SCORE =
                       FUNCTION NUMVAL(WS-PARAM-VALUE)
               WHEN "AMLRISKHIGHSCORE"
                   COMPUTE WS-HIGH-SCORE =
                       FUNCTION NUMVAL(WS-PARAM-VALUE)
               WHEN "AMLRISKCASHMED"
                   COMPUTE WS-CASH-MED =
                       FUNCTION NUMVAL(WS-PARAM-VALUE)
               WHEN "AMLRISKCASHHIGH"
                   COMPUTE WS-CASH-HIGH =
                       FUNCTION NUMVAL(WS-PARAM-VALUE)
               WHEN "AMLRISKCASHPCT"
                   COMPUTE WS-CASH-PCT =
                       FUNCTION NUMVAL(WS-PARAM-VALUE)
               WHEN "AMLRISKXBHIGH"
                   COMPUTE WS-XB-HIGH =
                       FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-EVALUATE.

       END PROGRAM AmlRiskRating.
