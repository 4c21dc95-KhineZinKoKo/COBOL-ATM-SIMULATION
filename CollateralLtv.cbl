       IDENTIFICATION DIVISION.
       PROGRAM-ID. CollateralLtv.

      *> Loan-to-value for one loan against its registered
      *> collateral. What the borrower still owes on the loan is
      *> worked out the way BorrowerExposure does - the contract
      *> (instalment times term) less the instalments collected into
      *> the LOANOFFICEACC account since disbursement, plus penalty
      *> due - and set against the lendable value of every HELD
      *> item on COLLATERAL.DAT for the loan: its valuation less the
      *> haircut COLLTYPES.DAT gives its type (one line per type:
      *> type,haircut percent,revaluation months,insurance required
      *> Y/N; a type not on the file takes the OTHER line). Each
      *> item is also checked for a valuation older than its type's
      *> revaluation period and for lapsed insurance. Called by
      *> CollateralReg, CollateralReport and LoanMaint with the
      *> COLLATERAL-LTV block.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLATERAL-FILE ASSIGN TO "COLLATERAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COL-ID
               FILE STATUS IS COLLATERAL-STATUS.

           SELECT COLLTYPE-FILE ASSIGN TO "COLLTYPES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COLLTYPE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANSACTIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID
               ALTERNATE RECORD KEY IS TRANSACTION-CDE
               ALTERNATE RECORD KEY IS TR-ACC-NO
                   WITH DUPLICATES
               FILE STATUS IS TRANS-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD COLLATERAL-FILE.
           COPY "COLLATERAL-RECORD.cpy".

       FD COLLTYPE-FILE.
       01 COLLTYPE-LINE           PIC X(60).

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 COLLATERAL-STATUS       PIC XX.
       01 COLLTYPE-STATUS         PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 PARAMS-STATUS           PIC XX.

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-LOAN-OFFICE-ACC      PIC 9(16) VALUE 0.
       01 WS-LTV-LIMIT            PIC 9(3)V99 VALUE 80.

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-EOF                  PIC X.
       01 WS-PAID-AMOUNT          PIC 9(15)V99.
       01 WS-TR-AMT               PIC 9(15)V99.

      *> COLLTYPES.DAT, loaded once per call.
       01 TYPE-TABLE.
           05 TY-COUNT            PIC 9(2) VALUE 0.
           05 TY-ENTRY OCCURS 20 TIMES.
               10 TY-CODE         PIC X(8).
               10 TY-HAIRCUT      PIC 9(3)V99.
               10 TY-REVAL-MONTHS PIC 9(3).
               10 TY-INS-REQUIRED PIC X(1).
       01 TY-IDX                  PIC 9(2).
       01 WS-TY-CODE              PIC X(8).
       01 WS-TY-HAIRCUT-TXT       PIC X(10).
       01 WS-TY-MONTHS-TXT        PIC X(10).
       01 WS-TY-INS-TXT           PIC X(4).
       01 WS-HAIRCUT              PIC 9(3)V99.
       01 WS-REVAL-MONTHS         PIC 9(3).
       01 WS-INS-REQUIRED         PIC X(1).

       01 WS-DUE-YEAR             PIC 9(4).
       01 WS-DUE-MONTH            PIC 9(5).
       01 WS-DUE-DATE             PIC 9(8).
       01 WS-ITEM-LENDABLE        PIC 9(15)V99.

       LINKAGE SECTION.
           COPY "COLLATERAL-LTV.cpy".

       PROCEDURE DIVISION USING COLLATERAL-LTV.
       MAIN-PROCEDURE.
           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           PERFORM LOAD-TYPE-TABLE

           MOVE 0 TO LTV-BALANCE LTV-MARKET-VALUE LTV-LENDABLE
           MOVE 0 TO LTV-PCT LTV-STALE-COUNT LTV-LAPSED-COUNT
           MOVE 0 TO LTV-ITEM-COUNT
           MOVE WS-LTV-LIMIT TO LTV-LIMIT-PCT
           MOVE "N" TO LTV-BREACH
           MOVE "N" TO LTV-NO-COVER

           PERFORM SUM-COLLECTIONS
           IF WS-PAID-AMOUNT >= LTV-CONTRACT
               MOVE LTV-PENALTY TO LTV-BALANCE
           ELSE
               COMPUTE LTV-BALANCE =
                   LTV-CONTRACT - WS-PAID-AMOUNT + LTV-PENALTY
           END-IF

           PERFORM SUM-HELD-COLLATERAL

           IF LTV-LENDABLE = 0
               MOVE "Y" TO LTV-NO-COVER
               IF LTV-ITEM-COUNT > 0 AND LTV-BALANCE > 0
                   MOVE "Y" TO LTV-BREACH
               END-IF
           ELSE
               COMPUTE LTV-PCT ROUNDED =
                   LTV-BALANCE * 100 / LTV-LENDABLE
                   ON SIZE ERROR
                       MOVE 99999.99 TO LTV-PCT
               END-COMPUTE
               IF LTV-PCT > LTV-LIMIT-PCT
                   MOVE "Y" TO LTV-BREACH
               END-IF
           END-IF
           GOBACK.

       SUM-HELD-COLLATERAL.
           OPEN INPUT COLLATERAL-FILE
           IF COLLATERAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE 1 TO COL-ID
           START COLLATERAL-FILE KEY IS NOT LESS THAN COL-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ COLLATERAL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF COL-LOAN-ID = LTV-LOAN-ID AND COL-HELD
                           PERFORM VALUE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COLLATERAL-FILE.

       VALUE-ONE-ITEM.
           PERFORM FIND-TYPE
           COMPUTE WS-ITEM-LENDABLE ROUNDED =
               COL-VALUE * (100 - WS-HAIRCUT) / 100
           ADD COL-VALUE TO LTV-MARKET-VALUE
           ADD WS-ITEM-LENDABLE TO LTV-LENDABLE
           IF LTV-ITEM-COUNT >= 20
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LTV-ITEM-COUNT
           MOVE COL-ID TO LTV-ITEM-ID(LTV-ITEM-COUNT)
           MOVE COL-TYPE TO LTV-ITEM-TYPE(LTV-ITEM-COUNT)
           MOVE COL-VALUE TO LTV-ITEM-VALUE(LTV-ITEM-COUNT)
           MOVE WS-ITEM-LENDABLE TO LTV-ITEM-LENDABLE(LTV-ITEM-COUNT)
           MOVE COL-VALUE-DATE TO LTV-ITEM-VAL-DATE(LTV-ITEM-COUNT)
           MOVE COL-INS-EXPIRY TO LTV-ITEM-INS-EXPIRY(LTV-ITEM-COUNT)
           MOVE "N" TO LTV-ITEM-STALE(LTV-ITEM-COUNT)
           MOVE "N" TO LTV-ITEM-LAPSED(LTV-ITEM-COUNT)

      *> The revaluation falls due the same day of the month the
      *> period's months after the last valuation.
           COMPUTE WS-DUE-YEAR = COL-VALUE-DATE / 10000
           COMPUTE WS-DUE-MONTH =
               FUNCTION MOD(FUNCTION INTEGER(COL-VALUE-DATE / 100),
               100) + WS-REVAL-MONTHS - 1
           COMPUTE WS-DUE-YEAR =
               WS-DUE-YEAR + FUNCTION INTEGER(WS-DUE-MONTH / 12)
           COMPUTE WS-DUE-MONTH = FUNCTION MOD(WS-DUE-MONTH, 12) + 1
           COMPUTE WS-DUE-DATE = WS-DUE-YEAR * 10000
               + WS-DUE-MONTH * 100
               + FUNCTION MOD(COL-VALUE-DATE, 100)
           IF WS-DUE-DATE < WS-TODAY
               MOVE "Y" TO LTV-ITEM-STALE(LTV-ITEM-COUNT)
               ADD 1 TO LTV-STALE-COUNT
           END-IF

           IF (COL-INS-EXPIRY NOT = 0 AND COL-INS-EXPIRY < WS-TODAY)
              OR (COL-INS-EXPIRY = 0 AND WS-INS-REQUIRED = "Y")
               MOVE "Y" TO LTV-ITEM-LAPSED(LTV-ITEM-COUNT)
               ADD 1 TO LTV-LAPSED-COUNT
           END-IF.

       FIND-TYPE.
           MOVE 50 TO WS-HAIRCUT
           MOVE 12 TO WS-REVAL-MONTHS
           MOVE "N" TO WS-INS-REQUIRED
           PERFORM VARYING TY-IDX FROM 1 BY 1 UNTIL TY-IDX > TY-COUNT
               IF TY-CODE(TY-IDX) = "OTHER"
                   MOVE TY-HAIRCUT(TY-IDX) TO WS-HAIRCUT
                   MOVE TY-REVAL-MONTHS(TY-IDX) TO WS-REVAL-MONTHS
                   MOVE TY-INS-REQUIRED(TY-IDX) TO WS-INS-REQUIRED
               END-IF
           END-PERFORM
           PERFORM VARYING TY-IDX FROM 1 BY 1 UNTIL TY-IDX > TY-COUNT
               IF TY-CODE(TY-IDX) = COL-TYPE
                   MOVE TY-HAIRCUT(TY-IDX) TO WS-HAIRCUT
                   MOVE TY-REVAL-MONTHS(TY-IDX) TO WS-REVAL-MONTHS
                   MOVE TY-INS-REQUIRED(TY-IDX) TO WS-INS-REQUIRED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HAIRCUT > 100
               MOVE 100 TO WS-HAIRCUT
           END-IF.

       LOAD-TYPE-TABLE.
           MOVE 0 TO TY-COUNT
           OPEN INPUT COLLTYPE-FILE
           IF COLLTYPE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ COLLTYPE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TY-COUNT < 20
                           MOVE SPACES TO WS-TY-CODE WS-TY-HAIRCUT-TXT
                               WS-TY-MONTHS-TXT WS-TY-INS-TXT
                           UNSTRING COLLTYPE-LINE DELIMITED BY ","
                               INTO WS-TY-CODE WS-TY-HAIRCUT-TXT
                                    WS-TY-MONTHS-TXT WS-TY-INS-TXT
                           END-UNSTRING
                           ADD 1 TO TY-COUNT
                           MOVE FUNCTION UPPER-CASE(WS-TY-CODE)
                               TO TY-CODE(TY-COUNT)
                           COMPUTE TY-HAIRCUT(TY-COUNT) =
                               FUNCTION NUMVAL(WS-TY-HAIRCUT-TXT)
                           COMPUTE TY-REVAL-MONTHS(TY-COUNT) =
                               FUNCTION NUMVAL(WS-TY-MONTHS-TXT)
                           MOVE FUNCTION UPPER-CASE(WS-TY-INS-TXT(1:1))
                               TO TY-INS-REQUIRED(TY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COLLTYPE-FILE.

       SUM-COLLECTIONS.
           MOVE 0 TO WS-PAID-AMOUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT TRANSACTION-FILE
           IF TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LTV-ACC-NO TO TR-ACC-NO
           START TRANSACTION-FILE KEY IS = TR-ACC-NO
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TR-ACC-NO NOT = LTV-ACC-NO
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF TR-TYPE = 3 AND
                              TR-RECEIVER-NO = WS-LOAN-OFFICE-ACC AND
                              TR-DATE >= LTV-DISBURSE-DATE
                               COMPUTE WS-TR-AMT =
                                   TR-AMOUNT + (TR-DECIMAL / 100)
                               ADD WS-TR-AMT TO WS-PAID-AMOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE.

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
                              "LOANOFFICEACC"
                               COMPUTE WS-LOAN-OFFICE-ACC =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "COLLTVLIMIT"
                               COMPUTE WS-LTV-LIMIT =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM CollateralLtv.
