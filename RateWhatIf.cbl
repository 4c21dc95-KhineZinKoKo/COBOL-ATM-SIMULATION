       IDENTIFICATION DIVISION.
       PROGRAM-ID. RateWhatIf.

      *> Interest rate what-if for the rates committee. A proposed
      *> rate table is laid out exactly like ACCTYPES.DAT (TYPE,
      *> base-rate,minimum-balance[,from,rate]...) in RATEPROP.DAT
      *> or a file named at the prompt, with an optional line
      *> ODINTRATE,rate for a new overdraft rate; a type the
      *> proposal leaves out keeps its current bands. Every ACTIVE
      *> USERS.DAT account is then priced the way InterestPosting
      *> prices a month-end balance - banded credit interest with
      *> WHTAXRATE withheld, or ODINTRATE debit interest on an
      *> overdrawn balance - once on the current ACCTYPES.DAT /
      *> ODINTRATE and once on the proposal, against today's
      *> balances. Nothing is posted, accrued or written back. The
      *> report WHATIF-<date>.txt compares the month's interest
      *> expense, tax withheld and overdraft income, current against
      *> proposed, by account type, by branch and by customer tier
      *> (CustomerTier), and lists the ten customers whose net
      *> interest moves the most. RefDataMaint makes the change
      *> effective once the committee has agreed it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ACC-NO
               FILE STATUS IS FILE-STATUS.

           SELECT ACCTYPE-FILE ASSIGN TO DYNAMIC WS-RATE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCTYPE-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD ACCTYPE-FILE.
       01 ACCTYPE-LINE            PIC X(120).

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 AUDIT-LINE              PIC X(120).
       01 FILE-STATUS             PIC XX.
       01 ACCTYPE-STATUS          PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 REPORT-FILENAME         PIC X(30).
       01 WS-RATE-FILENAME        PIC X(40).
       01 WS-PROPOSAL-NAME        PIC X(40).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-AUDIT-TIME           PIC 9(6).

       01 WS-AGAIN                PIC X VALUE 'Y'.
       01 WS-EOF                  PIC X.

      *> Rate sets: 1 = current ACCTYPES.DAT, 2 = the proposal. Each
      *> type's base rate is band 1 from zero, as in InterestPosting.
       01 RATE-SETS.
           05 RS-SET OCCURS 2 TIMES.
               10 RS-COUNT        PIC 9(2).
               10 RS-OD-RATE      PIC 9V9999.
               10 RS-ENTRY OCCURS 10 TIMES.
                   15 RS-NAME     PIC X(10).
                   15 RS-BAND-COUNT PIC 9(2).
                   15 RS-BAND OCCURS 5 TIMES.
                       20 RS-BAND-FROM PIC 9(15)V99.
                       20 RS-BAND-RATE PIC 9V9999.
       01 RS-SET-IDX              PIC 9.
       01 RS-IDX                  PIC 9(2).
       01 RS-BIDX                 PIC 9(2).
       01 RS-CHECK-IDX            PIC 9(2).
       01 WS-AT-FIELD OCCURS 13 TIMES PIC X(20).
       01 WS-AT-FIDX              PIC 9(2).
       01 WS-TYPE-FOUND           PIC X.
       01 WS-PROPOSAL-LINES       PIC 9(3).

       01 WS-WHTAX-RATE           PIC 9V9999 VALUE 0.
       01 WS-OD-RATE-PARAM        PIC 9V9999 VALUE 0.0150.
       01 WS-BAND-FLOOR           PIC 9(15)V99.
       01 WS-BAND-CEIL            PIC 9(15)V99.
       01 WS-BAND-PORTION         PIC 9(15)V99.
       01 WS-BAND-INTEREST        PIC 9(15)V99.
       01 WS-FLAT-RATE            PIC 9V9999.
       01 WS-GROSS                PIC 9(15)V99.
       01 WS-TIER                 PIC X(8).

      *> One account priced both ways: (1) current, (2) proposed.
       01 WS-PRICED.
           05 WS-PR OCCURS 2 TIMES.
               10 WS-PR-GROSS     PIC 9(15)V99.
               10 WS-PR-TAX       PIC 9(15)V99.
               10 WS-PR-OD        PIC 9(15)V99.

      *> Comparison lines: by TYPE, BRANCH and TIER.
       01 GROUP-TABLE.
           05 GR-COUNT            PIC 9(3) VALUE 0.
           05 GR-ENTRY OCCURS 120 TIMES.
               10 GR-KIND         PIC X(6).
               10 GR-KEY          PIC X(10).
               10 GR-ACCOUNTS     PIC 9(6).
               10 GR-CUR-EXP      PIC 9(15)V99.
               10 GR-PROP-EXP     PIC 9(15)V99.
               10 GR-CUR-TAX      PIC 9(15)V99.
               10 GR-PROP-TAX     PIC 9(15)V99.
               10 GR-CUR-OD       PIC 9(15)V99.
               10 GR-PROP-OD      PIC 9(15)V99.
       01 GR-IDX                  PIC 9(3).
       01 GR-FOUND                PIC X.
       01 WS-GR-KIND              PIC X(6).
       01 WS-GR-KEY               PIC X(10).

      *> Customers by net interest change; accounts not yet under a
      *> customer id stand alone under their account number.
       01 CUST-TABLE.
           05 CU-COUNT            PIC 9(4) VALUE 0.
           05 CU-ENTRY OCCURS 5000 TIMES.
               10 CU-CUST-ID      PIC 9(8).
               10 CU-ACC-NO       PIC 9(16).
               10 CU-NAME         PIC X(25).
               10 CU-ACCOUNTS     PIC 9(3).
               10 CU-CUR-NET      PIC S9(15)V99.
               10 CU-PROP-NET     PIC S9(15)V99.
               10 CU-PICKED       PIC X.
       01 CU-IDX                  PIC 9(4).
       01 CU-BEST                 PIC 9(4).
       01 CU-FOUND                PIC X.
       01 WS-RANK                 PIC 9(2).
       01 WS-BEST-MOVE            PIC 9(15)V99.
       01 WS-THIS-MOVE            PIC 9(15)V99.
       01 WS-CUST-OVERFLOW        PIC 9(6) VALUE 0.

       01 WS-ACCOUNTS-PRICED      PIC 9(6) VALUE 0.
       01 WS-TOT-CUR-EXP          PIC 9(15)V99.
       01 WS-TOT-PROP-EXP         PIC 9(15)V99.
       01 WS-TOT-CUR-OD           PIC 9(15)V99.
       01 WS-TOT-PROP-OD          PIC 9(15)V99.
       01 WS-DIFF                 PIC S9(15)V99.

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-PROPOSED         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-SIGNED           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-SIGNED-NEW       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-CHANGE           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-RATE             PIC 9.9999.
       01 FORMAT-RATE-NEW         PIC 9.9999.
       01 FORMAT-COUNT            PIC ZZZ,ZZ9.

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
       MAIN-PROCEDURE.
           IF ADMIN-CHOICE = 107

           PERFORM UNTIL WS-AGAIN NOT = 'Y' AND WS-AGAIN NOT = 'y'
               DISPLAY "============================================"
               DISPLAY "     INTEREST RATE WHAT-IF SIMULATION"
               DISPLAY "============================================"
               DISPLAY "Proposed rate table file (blank = "
                   "RATEPROP.DAT): "
               MOVE SPACES TO WS-PROPOSAL-NAME
               ACCEPT WS-PROPOSAL-NAME
               IF WS-PROPOSAL-NAME = SPACES
                   MOVE "RATEPROP.DAT" TO WS-PROPOSAL-NAME
               END-IF
               PERFORM RUN-SIMULATION

               DISPLAY "Run another simulation? (Y/N): "
               ACCEPT WS-AGAIN
           END-PERFORM

           MOVE 'Y' TO WS-AGAIN
           END-IF
           GOBACK.

       RUN-SIMULATION.
           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           INITIALIZE RATE-SETS
           MOVE 0 TO GR-COUNT CU-COUNT WS-CUST-OVERFLOW
           MOVE 0 TO WS-ACCOUNTS-PRICED
           MOVE 0 TO WS-TOT-CUR-EXP WS-TOT-PROP-EXP
           MOVE 0 TO WS-TOT-CUR-OD WS-TOT-PROP-OD
           MOVE WS-OD-RATE-PARAM TO RS-OD-RATE(1)
           MOVE WS-OD-RATE-PARAM TO RS-OD-RATE(2)

           MOVE "ACCTYPES.DAT" TO WS-RATE-FILENAME
           MOVE 1 TO RS-SET-IDX
           PERFORM LOAD-RATE-SET
           MOVE WS-PROPOSAL-NAME TO WS-RATE-FILENAME
           MOVE 2 TO RS-SET-IDX
           PERFORM LOAD-RATE-SET
           IF WS-PROPOSAL-LINES = 0
               DISPLAY "No proposed rates read from "
                   FUNCTION TRIM(WS-PROPOSAL-NAME)
                   " - nothing to simulate."
               EXIT PARAGRAPH
           END-IF
           PERFORM CARRY-UNCHANGED-TYPES

           OPEN INPUT USER-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "USERS.DAT could not be opened."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ USER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF USER-STATUS = "ACTIVE"
                           PERFORM PRICE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE

           PERFORM WRITE-REPORT
           PERFORM WRITE-AUDIT-LOG

           MOVE WS-TOT-CUR-EXP TO FORMAT-BALANCE
           MOVE WS-TOT-PROP-EXP TO FORMAT-PROPOSED
           DISPLAY "Accounts priced      : " WS-ACCOUNTS-PRICED
           DISPLAY "Interest expense     : " FORMAT-BALANCE
               " -> " FORMAT-PROPOSED
           MOVE WS-TOT-CUR-OD TO FORMAT-BALANCE
           MOVE WS-TOT-PROP-OD TO FORMAT-PROPOSED
           DISPLAY "Overdraft income     : " FORMAT-BALANCE
               " -> " FORMAT-PROPOSED
           IF WS-CUST-OVERFLOW > 0
               DISPLAY WS-CUST-OVERFLOW " account(s) beyond the "
                   "customer table left out of the top ten."
           END-IF
           DISPLAY "Nothing posted. Report written to "
               REPORT-FILENAME.

      *> Reads WS-RATE-FILENAME into set RS-SET-IDX, parsed the way
      *> InterestPosting parses ACCTYPES.DAT.
       LOAD-RATE-SET.
           MOVE 0 TO RS-COUNT(RS-SET-IDX)
           MOVE 0 TO WS-PROPOSAL-LINES
           OPEN INPUT ACCTYPE-FILE
           IF ACCTYPE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ACCTYPE-STATUS NOT = "00"
               READ ACCTYPE-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM PARSE-RATE-LINE
               END-READ
           END-PERFORM
           CLOSE ACCTYPE-FILE.

       PARSE-RATE-LINE.
           PERFORM VARYING WS-AT-FIDX FROM 1 BY 1
                   UNTIL WS-AT-FIDX > 13
               MOVE SPACES TO WS-AT-FIELD(WS-AT-FIDX)
           END-PERFORM
           UNSTRING ACCTYPE-LINE DELIMITED BY ","
               INTO WS-AT-FIELD(1) WS-AT-FIELD(2) WS-AT-FIELD(3)
                    WS-AT-FIELD(4) WS-AT-FIELD(5) WS-AT-FIELD(6)
                    WS-AT-FIELD(7) WS-AT-FIELD(8) WS-AT-FIELD(9)
                    WS-AT-FIELD(10) WS-AT-FIELD(11)
           IF FUNCTION TRIM(WS-AT-FIELD(1)) = SPACES OR
              FUNCTION TEST-NUMVAL(WS-AT-FIELD(2)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF RS-SET-IDX = 2 AND
              FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AT-FIELD(1))) =
              "ODINTRATE"
               COMPUTE RS-OD-RATE(2) =
                   FUNCTION NUMVAL(WS-AT-FIELD(2))
               ADD 1 TO WS-PROPOSAL-LINES
               EXIT PARAGRAPH
           END-IF
           IF RS-COUNT(RS-SET-IDX) >= 10
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PROPOSAL-LINES
           ADD 1 TO RS-COUNT(RS-SET-IDX)
           MOVE RS-COUNT(RS-SET-IDX) TO RS-IDX
           MOVE FUNCTION UPPER-CASE(WS-AT-FIELD(1))
               TO RS-NAME(RS-SET-IDX, RS-IDX)
           MOVE 1 TO RS-BAND-COUNT(RS-SET-IDX, RS-IDX)
           MOVE 0 TO RS-BAND-FROM(RS-SET-IDX, RS-IDX, 1)
           COMPUTE RS-BAND-RATE(RS-SET-IDX, RS-IDX, 1) =
               FUNCTION NUMVAL(WS-AT-FIELD(2))
           MOVE 4 TO WS-AT-FIDX
           PERFORM UNTIL WS-AT-FIDX > 10 OR
                   FUNCTION TRIM(WS-AT-FIELD(WS-AT-FIDX)) = SPACES OR
                   RS-BAND-COUNT(RS-SET-IDX, RS-IDX) >= 5
               IF FUNCTION TEST-NUMVAL(WS-AT-FIELD(WS-AT-FIDX)) = 0
                  AND FUNCTION TEST-NUMVAL
                      (WS-AT-FIELD(WS-AT-FIDX + 1)) = 0
                   ADD 1 TO RS-BAND-COUNT(RS-SET-IDX, RS-IDX)
                   MOVE RS-BAND-COUNT(RS-SET-IDX, RS-IDX) TO RS-BIDX
                   COMPUTE RS-BAND-FROM(RS-SET-IDX, RS-IDX, RS-BIDX) =
                       FUNCTION NUMVAL(WS-AT-FIELD(WS-AT-FIDX))
                   COMPUTE RS-BAND-RATE(RS-SET-IDX, RS-IDX, RS-BIDX) =
                       FUNCTION NUMVAL(WS-AT-FIELD(WS-AT-FIDX + 1))
               END-IF
               ADD 2 TO WS-AT-FIDX
           END-PERFORM.

      *> A type the proposal does not mention keeps today's bands.
       CARRY-UNCHANGED-TYPES.
           PERFORM VARYING RS-CHECK-IDX FROM 1 BY 1
                   UNTIL RS-CHECK-IDX > RS-COUNT(1)
               MOVE 'N' TO WS-TYPE-FOUND
               PERFORM VARYING RS-IDX FROM 1 BY 1
                       UNTIL RS-IDX > RS-COUNT(2)
                   IF RS-NAME(2, RS-IDX) = RS-NAME(1, RS-CHECK-IDX)
                       MOVE 'Y' TO WS-TYPE-FOUND
                   END-IF
               END-PERFORM
               IF WS-TYPE-FOUND = 'N' AND RS-COUNT(2) < 10
                   ADD 1 TO RS-COUNT(2)
                   MOVE RS-ENTRY(1, RS-CHECK-IDX)
                       TO RS-ENTRY(2, RS-COUNT(2))
               END-IF
           END-PERFORM.

       PRICE-ACCOUNT.
           PERFORM VARYING RS-SET-IDX FROM 1 BY 1
                   UNTIL RS-SET-IDX > 2
               MOVE 0 TO WS-PR-GROSS(RS-SET-IDX)
               MOVE 0 TO WS-PR-TAX(RS-SET-IDX)
               MOVE 0 TO WS-PR-OD(RS-SET-IDX)
               IF USER-BALANCE < 0
                   COMPUTE WS-PR-OD(RS-SET-IDX) ROUNDED =
                       FUNCTION ABS(USER-BALANCE) *
                       RS-OD-RATE(RS-SET-IDX)
               ELSE
                   PERFORM PRICE-CREDIT-INTEREST
                   MOVE WS-GROSS TO WS-PR-GROSS(RS-SET-IDX)
                   COMPUTE WS-PR-TAX(RS-SET-IDX) ROUNDED =
                       WS-GROSS * WS-WHTAX-RATE
               END-IF
           END-PERFORM

           ADD 1 TO WS-ACCOUNTS-PRICED
           ADD WS-PR-GROSS(1) TO WS-TOT-CUR-EXP
           ADD WS-PR-GROSS(2) TO WS-TOT-PROP-EXP
           ADD WS-PR-OD(1) TO WS-TOT-CUR-OD
           ADD WS-PR-OD(2) TO WS-TOT-PROP-OD

           MOVE "TYPE" TO WS-GR-KIND
           MOVE FUNCTION UPPER-CASE(USER-ACC-TYPE) TO WS-GR-KEY
           PERFORM ADD-TO-GROUP
           MOVE "BRANCH" TO WS-GR-KIND
           IF USER-BRANCH = SPACES
               MOVE "0001" TO WS-GR-KEY
           ELSE
               MOVE USER-BRANCH TO WS-GR-KEY
           END-IF
           PERFORM ADD-TO-GROUP
           MOVE SPACES TO WS-TIER
           CALL "CustomerTier" USING USER-CUSTOMER-ID, WS-TIER
           MOVE "TIER" TO WS-GR-KIND
           MOVE WS-TIER TO WS-GR-KEY
           PERFORM ADD-TO-GROUP

           PERFORM ADD-TO-CUSTOMER.

      *> Banded interest for the account under set RS-SET-IDX, or
      *> InterestPosting's flat fallback for a type not on the table.
       PRICE-CREDIT-INTEREST.
           MOVE 0 TO WS-GROSS
           MOVE 'N' TO WS-TYPE-FOUND
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > RS-COUNT(RS-SET-IDX)
               IF RS-NAME(RS-SET-IDX, RS-IDX) =
                  FUNCTION UPPER-CASE(USER-ACC-TYPE)
                   MOVE 'Y' TO WS-TYPE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TYPE-FOUND = 'N'
               EVALUATE FUNCTION UPPER-CASE(USER-ACC-TYPE)
                   WHEN "SAVINGS"
                       MOVE 0.0050 TO WS-FLAT-RATE
                   WHEN "SPECIAL"
                       MOVE 0.0025 TO WS-FLAT-RATE
                   WHEN OTHER
                       MOVE 0 TO WS-FLAT-RATE
               END-EVALUATE
               COMPUTE WS-GROSS ROUNDED = USER-BALANCE * WS-FLAT-RATE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RS-BIDX FROM 1 BY 1
                   UNTIL RS-BIDX > RS-BAND-COUNT(RS-SET-IDX, RS-IDX)
               MOVE RS-BAND-FROM(RS-SET-IDX, RS-IDX, RS-BIDX)
                   TO WS-BAND-FLOOR
               IF RS-BIDX < RS-BAND-COUNT(RS-SET-IDX, RS-IDX)
                   MOVE RS-BAND-FROM(RS-SET-IDX, RS-IDX, RS-BIDX + 1)
                       TO WS-BAND-CEIL
               ELSE
                   MOVE USER-BALANCE TO WS-BAND-CEIL
               END-IF
               IF WS-BAND-CEIL > USER-BALANCE
                   MOVE USER-BALANCE TO WS-BAND-CEIL
               END-IF
               IF WS-BAND-CEIL > WS-BAND-FLOOR
                   COMPUTE WS-BAND-PORTION =
                       WS-BAND-CEIL - WS-BAND-FLOOR
                   COMPUTE WS-BAND-INTEREST ROUNDED =
                       WS-BAND-PORTION *
                       RS-BAND-RATE(RS-SET-IDX, RS-IDX, RS-BIDX)
                   ADD WS-BAND-INTEREST TO WS-GROSS
               END-IF
           END-PERFORM.

       ADD-TO-GROUP.
           MOVE 'N' TO GR-FOUND
           PERFORM VARYING GR-IDX FROM 1 BY 1 UNTIL GR-IDX > GR-COUNT
               IF GR-KIND(GR-IDX) = WS-GR-KIND AND
                  GR-KEY(GR-IDX) = WS-GR-KEY
                   MOVE 'Y' TO GR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF GR-FOUND = 'N'
               IF GR-COUNT >= 120
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO GR-COUNT
               MOVE GR-COUNT TO GR-IDX
               INITIALIZE GR-ENTRY(GR-IDX)
               MOVE WS-GR-KIND TO GR-KIND(GR-IDX)
               MOVE WS-GR-KEY TO GR-KEY(GR-IDX)
           END-IF
           ADD 1 TO GR-ACCOUNTS(GR-IDX)
           ADD WS-PR-GROSS(1) TO GR-CUR-EXP(GR-IDX)
           ADD WS-PR-GROSS(2) TO GR-PROP-EXP(GR-IDX)
           ADD WS-PR-TAX(1) TO GR-CUR-TAX(GR-IDX)
           ADD WS-PR-TAX(2) TO GR-PROP-TAX(GR-IDX)
           ADD WS-PR-OD(1) TO GR-CUR-OD(GR-IDX)
           ADD WS-PR-OD(2) TO GR-PROP-OD(GR-IDX).

      *> The customer's net interest: credited net of tax, less the
      *> overdraft interest charged.
       ADD-TO-CUSTOMER.
           MOVE 'N' TO CU-FOUND
           IF USER-CUSTOMER-ID NOT = 0
               PERFORM VARYING CU-IDX FROM 1 BY 1
                       UNTIL CU-IDX > CU-COUNT
                   IF CU-CUST-ID(CU-IDX) = USER-CUSTOMER-ID
                       MOVE 'Y' TO CU-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF CU-FOUND = 'N'
               IF CU-COUNT >= 5000
                   ADD 1 TO WS-CUST-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CU-COUNT
               MOVE CU-COUNT TO CU-IDX
               MOVE USER-CUSTOMER-ID TO CU-CUST-ID(CU-IDX)
               MOVE USER-ACC-NO TO CU-ACC-NO(CU-IDX)
               MOVE USER-NAME TO CU-NAME(CU-IDX)
               MOVE 0 TO CU-ACCOUNTS(CU-IDX)
               MOVE 0 TO CU-CUR-NET(CU-IDX)
               MOVE 0 TO CU-PROP-NET(CU-IDX)
               MOVE 'N' TO CU-PICKED(CU-IDX)
           END-IF
           ADD 1 TO CU-ACCOUNTS(CU-IDX)
           COMPUTE CU-CUR-NET(CU-IDX) = CU-CUR-NET(CU-IDX)
               + WS-PR-GROSS(1) - WS-PR-TAX(1) - WS-PR-OD(1)
           COMPUTE CU-PROP-NET(CU-IDX) = CU-PROP-NET(CU-IDX)
               + WS-PR-GROSS(2) - WS-PR-TAX(2) - WS-PR-OD(2).

       WRITE-REPORT.
           MOVE SPACES TO REPORT-FILENAME
           STRING "WHATIF-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM
               "====== INTEREST RATE WHAT-IF (NOTHING POSTED) ======"
           MOVE SPACES TO REPORT-LINE
           STRING "Run date: " WS-TODAY "   Proposal: "
               FUNCTION TRIM(WS-PROPOSAL-NAME)
               "   One month's interest on current balances"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-RATE-CHANGES

           MOVE "TYPE" TO WS-GR-KIND
           WRITE REPORT-LINE FROM "--- By account type ---"
           PERFORM WRITE-GROUP-SECTION
           MOVE "BRANCH" TO WS-GR-KIND
           WRITE REPORT-LINE FROM "--- By branch ---"
           PERFORM WRITE-GROUP-SECTION
           MOVE "TIER" TO WS-GR-KIND
           WRITE REPORT-LINE FROM "--- By customer tier ---"
           PERFORM WRITE-GROUP-SECTION

           PERFORM WRITE-TOP-TEN

           WRITE REPORT-LINE FROM
               "-----------------------------------------------------"
           MOVE WS-TOT-CUR-EXP TO FORMAT-BALANCE
           MOVE WS-TOT-PROP-EXP TO FORMAT-PROPOSED
           COMPUTE WS-DIFF = WS-TOT-PROP-EXP - WS-TOT-CUR-EXP
           MOVE WS-DIFF TO FORMAT-SIGNED
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL interest expense " FORMAT-BALANCE " -> "
               FORMAT-PROPOSED "  change " FORMAT-SIGNED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-CUR-OD TO FORMAT-BALANCE
           MOVE WS-TOT-PROP-OD TO FORMAT-PROPOSED
           COMPUTE WS-DIFF = WS-TOT-PROP-OD - WS-TOT-CUR-OD
           MOVE WS-DIFF TO FORMAT-SIGNED
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL overdraft income " FORMAT-BALANCE " -> "
               FORMAT-PROPOSED "  change " FORMAT-SIGNED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ACCOUNTS-PRICED TO FORMAT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Accounts priced " FORMAT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       WRITE-RATE-CHANGES.
           WRITE REPORT-LINE FROM "--- Proposed rates ---"
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > RS-COUNT(2)
               PERFORM VARYING RS-BIDX FROM 1 BY 1
                       UNTIL RS-BIDX > RS-BAND-COUNT(2, RS-IDX)
                   MOVE RS-BAND-FROM(2, RS-IDX, RS-BIDX)
                       TO FORMAT-BALANCE
                   MOVE RS-BAND-RATE(2, RS-IDX, RS-BIDX)
                       TO FORMAT-RATE-NEW
                   MOVE SPACES TO REPORT-LINE
                   STRING RS-NAME(2, RS-IDX) " band " RS-BIDX
                       " from " FORMAT-BALANCE " rate "
                       FORMAT-RATE-NEW
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-PERFORM
           END-PERFORM
           MOVE RS-OD-RATE(1) TO FORMAT-RATE
           MOVE RS-OD-RATE(2) TO FORMAT-RATE-NEW
           MOVE SPACES TO REPORT-LINE
           STRING "ODINTRATE " FORMAT-RATE " -> " FORMAT-RATE-NEW
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-GROUP-SECTION.
           PERFORM VARYING GR-IDX FROM 1 BY 1 UNTIL GR-IDX > GR-COUNT
               IF GR-KIND(GR-IDX) = WS-GR-KIND
                   MOVE GR-ACCOUNTS(GR-IDX) TO FORMAT-COUNT
                   MOVE GR-CUR-EXP(GR-IDX) TO FORMAT-BALANCE
                   MOVE GR-PROP-EXP(GR-IDX) TO FORMAT-PROPOSED
                   COMPUTE WS-DIFF =
                       GR-PROP-EXP(GR-IDX) - GR-CUR-EXP(GR-IDX)
                   MOVE WS-DIFF TO FORMAT-SIGNED
                   MOVE SPACES TO REPORT-LINE
                   STRING GR-KEY(GR-IDX) " accts " FORMAT-COUNT
                       "  expense " FORMAT-BALANCE " -> "
                       FORMAT-PROPOSED "  change " FORMAT-SIGNED
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE GR-CUR-TAX(GR-IDX) TO FORMAT-BALANCE
                   MOVE GR-PROP-TAX(GR-IDX) TO FORMAT-PROPOSED
                   MOVE SPACES TO REPORT-LINE
                   STRING "                   tax withheld "
                       FORMAT-BALANCE " -> " FORMAT-PROPOSED
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE GR-CUR-OD(GR-IDX) TO FORMAT-BALANCE
                   MOVE GR-PROP-OD(GR-IDX) TO FORMAT-PROPOSED
                   COMPUTE WS-DIFF =
                       GR-PROP-OD(GR-IDX) - GR-CUR-OD(GR-IDX)
                   MOVE WS-DIFF TO FORMAT-SIGNED
                   MOVE SPACES TO REPORT-LINE
                   STRING "                   OD income    "
                       FORMAT-BALANCE " -> " FORMAT-PROPOSED
                       "  change " FORMAT-SIGNED
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

      *> Ten passes, each taking the largest remaining move in the
      *> customer's net interest either way.
       WRITE-TOP-TEN.
           WRITE REPORT-LINE FROM
               "--- Ten customers most affected ---"
           PERFORM VARYING WS-RANK FROM 1 BY 1 UNTIL WS-RANK > 10
               MOVE 0 TO CU-BEST
               MOVE 0 TO WS-BEST-MOVE
               PERFORM VARYING CU-IDX FROM 1 BY 1
                       UNTIL CU-IDX > CU-COUNT
                   COMPUTE WS-THIS-MOVE = FUNCTION ABS
                       (CU-PROP-NET(CU-IDX) - CU-CUR-NET(CU-IDX))
                   IF CU-PICKED(CU-IDX) = 'N' AND
                      WS-THIS-MOVE > WS-BEST-MOVE
                       MOVE CU-IDX TO CU-BEST
                       MOVE WS-THIS-MOVE TO WS-BEST-MOVE
                   END-IF
               END-PERFORM
               IF CU-BEST = 0
                   EXIT PERFORM
               END-IF
               MOVE 'Y' TO CU-PICKED(CU-BEST)
               PERFORM WRITE-TOP-LINE
           END-PERFORM.

       WRITE-TOP-LINE.
           MOVE CU-CUR-NET(CU-BEST) TO FORMAT-SIGNED
           MOVE SPACES TO REPORT-LINE
           IF CU-CUST-ID(CU-BEST) = 0
               STRING WS-RANK ". account " CU-ACC-NO(CU-BEST) " "
                   CU-NAME(CU-BEST)
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING WS-RANK ". customer " CU-CUST-ID(CU-BEST) " "
                   CU-NAME(CU-BEST) " (" CU-ACCOUNTS(CU-BEST)
                   " acc)"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE CU-PROP-NET(CU-BEST) TO FORMAT-SIGNED-NEW
           COMPUTE WS-DIFF = CU-PROP-NET(CU-BEST) - CU-CUR-NET(CU-BEST)
           MOVE WS-DIFF TO FORMAT-CHANGE
           MOVE SPACES TO REPORT-LINE
           STRING "    net interest " FORMAT-SIGNED " -> "
               FORMAT-SIGNED-NEW "  change " FORMAT-CHANGE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               ",RATE_WHATIF," DELIMITED BY SIZE
               FUNCTION TRIM(WS-PROPOSAL-NAME) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-ACCOUNTS-PRICED DELIMITED BY SIZE
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
                              "WHTAXRATE"
                               COMPUTE WS-WHTAX-RATE =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "ODINTRATE"
                               COMPUTE WS-OD-RATE-PARAM =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM RateWhatIf.
