       IDENTIFICATION DIVISION.
       PROGRAM-ID. LiquidityReport.

      *> Statutory cash reserve and liquidity ratio report. The
      *> central bank requires RESERVERATIO of deposit liabilities
      *> held as reserves at the central bank and LIQUIDRATIO held
      *> as liquid assets, averaged over each maintenance period of
      *> RESERVEDAYS calendar days counted from RESERVEANCHOR.
      *> Deposit liabilities are the credit balances on USERS.DAT,
      *> by account type and currency, plus open TERMDEP.DAT
      *> principal, all converted to kyat at FXRATES.DAT; the bank's
      *> own office accounts (LOANOFFICEACC, FEEINCOMEACC,
      *> WORECOVERYACC) are not deposits and are left out. Liquid
      *> assets are ATM cassette cash (CASHBOX.DAT), vault cash
      *> (VAULT.DAT), the cash expected in the open teller tills,
      *> and the central bank settlement account (GL 1040 on
      *> GLBAL.DAT, as at the last GL posting). The settlement
      *> balance is the reserve; with RESERVECASHELIG=Y cash in hand
      *> counts towards it as well.
      *> Each run records the day's position on RESERVEPOS.DAT and
      *> works out the period average so far and the daily average
      *> still needed for the rest of the period, so a shortfall is
      *> seen - and can be covered - before the period closes
      *> rather than at the central bank's return. The nightly
      *> chain runs it after the GL posting so every business date
      *> has a position; it can be run from the menu at any time.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ACC-NO
               FILE STATUS IS FILE-STATUS.

           SELECT TERMDEP-FILE ASSIGN TO "TERMDEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ID
               FILE STATUS IS TERMDEP-STATUS.

           SELECT CASHBOX-FILE ASSIGN TO "CASHBOX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASH-KEY
               FILE STATUS IS CASHBOX-STATUS.

           SELECT VAULT-FILE ASSIGN TO "VAULT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAULT-KEY
               FILE STATUS IS VAULT-STATUS.

           SELECT TILL-FILE ASSIGN TO "TILLS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TILL-ID
               FILE STATUS IS TILL-STATUS-CODE.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANSACTIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID
               ALTERNATE RECORD KEY IS TRANSACTION-CDE
               ALTERNATE RECORD KEY IS TR-ACC-NO
                   WITH DUPLICATES
               FILE STATUS IS TRANS-STATUS.

           SELECT GLBAL-FILE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-KEY
               FILE STATUS IS GLBAL-STATUS.

           SELECT RESPOS-FILE ASSIGN TO "RESERVEPOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RP-DATE
               FILE STATUS IS RESPOS-STATUS.

           SELECT FXRATES-FILE ASSIGN TO "FXRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXRATES-STATUS.

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

       FD TERMDEP-FILE.
           COPY "TERM-DEPOSIT.cpy".

       FD CASHBOX-FILE.
           COPY "CASH-CASSETTE.cpy".

       FD VAULT-FILE.
           COPY "VAULT-CASH.cpy".

       FD TILL-FILE.
           COPY "TILL-SESSION.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD GLBAL-FILE.
           COPY "GL-BALANCE.cpy".

       FD RESPOS-FILE.
           COPY "RESERVE-POSITION.cpy".

       FD FXRATES-FILE.
       01 FXRATES-LINE            PIC X(80).

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS             PIC XX.
       01 TERMDEP-STATUS          PIC XX.
       01 CASHBOX-STATUS          PIC XX.
       01 VAULT-STATUS            PIC XX.
       01 TILL-STATUS-CODE        PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 GLBAL-STATUS            PIC XX.
       01 RESPOS-STATUS           PIC XX.
       01 FXRATES-STATUS          PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 REPORT-FILENAME         PIC X(30).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-RESERVE-RATIO        PIC 9V9(4) VALUE 0.0500.
       01 WS-LIQUID-RATIO         PIC 9V9(4) VALUE 0.2000.
       01 WS-RESERVE-ANCHOR       PIC 9(8) VALUE 20260105.
       01 WS-RESERVE-DAYS         PIC 9(3) VALUE 14.
       01 WS-CASH-ELIGIBLE        PIC X VALUE 'N'.
       01 WS-LOAN-OFFICE-ACC      PIC 9(16) VALUE 0.
       01 WS-FEE-INCOME-ACC       PIC 9(16) VALUE 0.
       01 WS-WO-RECOVERY-ACC      PIC 9(16) VALUE 0.

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-EOF                  PIC X.
       01 WS-TRAN-EOF             PIC X.

       01 FX-TABLE.
           05 FX-COUNT            PIC 99 VALUE 0.
           05 FX-ENTRY OCCURS 10 TIMES.
               10 FX-CCY          PIC X(3).
               10 FX-RATE         PIC 9(7)V9(6).
       01 FX-IDX                  PIC 99.
       01 WS-FX-CCY-PART          PIC X(10).
       01 WS-FX-RATE-PART         PIC X(20).
       01 WS-CONV-CCY             PIC X(3).
       01 WS-CONV-AMOUNT          PIC S9(15)V99.
       01 WS-CONV-KYAT            PIC S9(15)V99.
       01 WS-RATE-MISSING         PIC X VALUE 'N'.

      *> Deposit liabilities by account type and currency; term
      *> deposits come in as type TERM DEP.
       01 DEPL-TABLE.
           05 DEPL-COUNT          PIC 99 VALUE 0.
           05 DEPL-ENTRY OCCURS 30 TIMES.
               10 DEPL-TYPE       PIC X(10).
               10 DEPL-CCY        PIC X(3).
               10 DEPL-ACCOUNTS   PIC 9(6).
               10 DEPL-FOREIGN    PIC 9(15)V99.
               10 DEPL-KYAT       PIC 9(15)V99.
       01 DEPL-IDX                PIC 99.
       01 WS-DEPL-TYPE            PIC X(10).

       01 WS-LIABILITIES          PIC 9(15)V99 VALUE 0.
       01 WS-ATM-CASH             PIC 9(15)V99 VALUE 0.
       01 WS-VAULT-CASH           PIC 9(15)V99 VALUE 0.
       01 WS-TILL-CASH            PIC S9(15)V99 VALUE 0.
       01 WS-OPEN-TILLS           PIC 9(4) VALUE 0.
       01 WS-SETTLEMENT           PIC S9(15)V99 VALUE 0.
       01 WS-GL-AS-AT             PIC 9(8) VALUE 0.
       01 WS-CASH-IN-HAND         PIC S9(15)V99.
       01 WS-CASH-IN              PIC 9(15)V99.
       01 WS-CASH-OUT             PIC 9(15)V99.
       01 WS-AMOUNT               PIC 9(15)V99.
       01 WS-EXPECTED             PIC S9(15)V99.

       01 WS-REQ-RESERVE          PIC 9(15)V99.
       01 WS-ACT-RESERVE          PIC S9(15)V99.
       01 WS-REQ-LIQUID           PIC 9(15)V99.
       01 WS-LIQUID-ASSETS        PIC S9(15)V99.
       01 WS-RESERVE-GAP          PIC S9(15)V99.
       01 WS-LIQUID-GAP           PIC S9(15)V99.
       01 WS-ACTUAL-PCT           PIC S9(3)V99.

       01 WS-TODAY-INT            PIC 9(8).
       01 WS-ANCHOR-INT           PIC 9(8).
       01 WS-PERIOD-NO            PIC S9(6).
       01 WS-PERIOD-START-INT     PIC 9(8).
       01 WS-PERIOD-END-INT       PIC 9(8).
       01 WS-PERIOD-START         PIC 9(8).
       01 WS-PERIOD-END           PIC 9(8).
       01 WS-DAY-INT              PIC 9(8).
       01 WS-DAY-DATE             PIC 9(8).
       01 WS-DAYS-COUNTED         PIC 9(3).
       01 WS-DAYS-LEFT            PIC 9(3).
       01 WS-HAVE-CARRY           PIC X.
       01 WS-CARRY-REQ            PIC 9(15)V99.
       01 WS-CARRY-ACT            PIC S9(15)V99.
       01 WS-SUM-REQ              PIC S9(17)V99.
       01 WS-SUM-ACT              PIC S9(17)V99.
       01 WS-AVG-REQ              PIC S9(15)V99.
       01 WS-AVG-ACT              PIC S9(15)V99.
       01 WS-PERIOD-REQUIRED      PIC S9(17)V99.
       01 WS-NEEDED-AVG           PIC S9(15)V99.
       01 WS-PROJECTED-GAP        PIC S9(15)V99.

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-SIGNED           PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-PCT              PIC -ZZ9.99.
       01 FORMAT-RATIO            PIC Z9.99.
       01 FORMAT-COUNT            PIC ZZZ,ZZ9.

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE.
       MAIN-PROCEDURE.
           IF ADMIN-CHOICE = 99

           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           PERFORM LOAD-FX-RATES

           MOVE 0 TO DEPL-COUNT
           MOVE 0 TO WS-LIABILITIES WS-ATM-CASH WS-VAULT-CASH
               WS-TILL-CASH WS-OPEN-TILLS WS-SETTLEMENT WS-GL-AS-AT
           MOVE 'N' TO WS-RATE-MISSING
           PERFORM SUM-ACCOUNT-DEPOSITS
           PERFORM SUM-TERM-DEPOSITS
           PERFORM SUM-ATM-CASH
           PERFORM SUM-VAULT-CASH
           PERFORM SUM-TILL-CASH
           PERFORM SUM-SETTLEMENT

           COMPUTE WS-CASH-IN-HAND =
               WS-ATM-CASH + WS-VAULT-CASH + WS-TILL-CASH
           COMPUTE WS-LIQUID-ASSETS = WS-CASH-IN-HAND + WS-SETTLEMENT
           IF WS-CASH-ELIGIBLE = 'Y'
               COMPUTE WS-ACT-RESERVE =
                   WS-SETTLEMENT + WS-CASH-IN-HAND
           ELSE
               MOVE WS-SETTLEMENT TO WS-ACT-RESERVE
           END-IF
           COMPUTE WS-REQ-RESERVE ROUNDED =
               WS-LIABILITIES * WS-RESERVE-RATIO
           COMPUTE WS-REQ-LIQUID ROUNDED =
               WS-LIABILITIES * WS-LIQUID-RATIO
           COMPUTE WS-RESERVE-GAP = WS-ACT-RESERVE - WS-REQ-RESERVE
           COMPUTE WS-LIQUID-GAP = WS-LIQUID-ASSETS - WS-REQ-LIQUID

           PERFORM SAVE-DAY-POSITION
           PERFORM AVERAGE-PERIOD
           PERFORM WRITE-RESERVE-REPORT

           DISPLAY "Reserve and liquidity report written to "
               REPORT-FILENAME
           IF WS-RESERVE-GAP < 0 OR WS-PROJECTED-GAP < 0
               MOVE WS-NEEDED-AVG TO FORMAT-SIGNED
               DISPLAY "*** RESERVE SHORTFALL - period ends "
                   WS-PERIOD-END ", average needed for the "
                   "remaining days: " FORMAT-SIGNED
           END-IF
           IF WS-LIQUID-GAP < 0
               MOVE WS-LIQUID-GAP TO FORMAT-SIGNED
               DISPLAY "*** LIQUIDITY SHORTFALL: " FORMAT-SIGNED
           END-IF
           END-IF
           GOBACK.

       SUM-ACCOUNT-DEPOSITS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT USER-FILE
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO USER-ACC-NO
           START USER-FILE KEY IS NOT LESS THAN USER-ACC-NO
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ USER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF USER-BALANCE > 0 AND
                          USER-ACC-NO NOT = WS-LOAN-OFFICE-ACC AND
                          USER-ACC-NO NOT = WS-FEE-INCOME-ACC AND
                          USER-ACC-NO NOT = WS-WO-RECOVERY-ACC
                           MOVE USER-ACC-TYPE TO WS-DEPL-TYPE
                           MOVE USER-CURRENCY TO WS-CONV-CCY
                           MOVE USER-BALANCE TO WS-CONV-AMOUNT
                           PERFORM ADD-LIABILITY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE.

      *> A term deposit is in its account's currency.
       SUM-TERM-DEPOSITS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TERMDEP-FILE
           IF TERMDEP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT USER-FILE
           MOVE 0 TO TD-ID
           START TERMDEP-FILE KEY IS NOT LESS THAN TD-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ TERMDEP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TD-ID NOT = 0 AND TD-OPEN
                           MOVE "MMK" TO WS-CONV-CCY
                           MOVE TD-ACC-NO TO USER-ACC-NO
                           READ USER-FILE KEY IS USER-ACC-NO
                               NOT INVALID KEY
                                   MOVE USER-CURRENCY TO WS-CONV-CCY
                           END-READ
                           MOVE "TERM DEP" TO WS-DEPL-TYPE
                           MOVE TD-PRINCIPAL TO WS-CONV-AMOUNT
                           PERFORM ADD-LIABILITY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE
           CLOSE TERMDEP-FILE.

       ADD-LIABILITY.
           IF WS-CONV-CCY = SPACES
               MOVE "MMK" TO WS-CONV-CCY
           END-IF
           PERFORM CONVERT-TO-KYAT
           ADD WS-CONV-KYAT TO WS-LIABILITIES

           PERFORM VARYING DEPL-IDX FROM 1 BY 1
                   UNTIL DEPL-IDX > DEPL-COUNT
               IF DEPL-TYPE(DEPL-IDX) = WS-DEPL-TYPE AND
                  DEPL-CCY(DEPL-IDX) = WS-CONV-CCY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF DEPL-IDX > DEPL-COUNT
               IF DEPL-COUNT = 30
                   MOVE 30 TO DEPL-IDX
               ELSE
                   ADD 1 TO DEPL-COUNT
                   MOVE DEPL-COUNT TO DEPL-IDX
                   MOVE WS-DEPL-TYPE TO DEPL-TYPE(DEPL-IDX)
                   MOVE WS-CONV-CCY TO DEPL-CCY(DEPL-IDX)
                   MOVE 0 TO DEPL-ACCOUNTS(DEPL-IDX)
                       DEPL-FOREIGN(DEPL-IDX) DEPL-KYAT(DEPL-IDX)
               END-IF
           END-IF
           ADD 1 TO DEPL-ACCOUNTS(DEPL-IDX)
           ADD WS-CONV-AMOUNT TO DEPL-FOREIGN(DEPL-IDX)
           ADD WS-CONV-KYAT TO DEPL-KYAT(DEPL-IDX).

      *> A currency missing from FXRATES.DAT is taken at par and
      *> the report says so - better a flagged figure than a
      *> silently dropped deposit.
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
               MOVE 'Y' TO WS-RATE-MISSING
               MOVE WS-CONV-AMOUNT TO WS-CONV-KYAT
           ELSE
               COMPUTE WS-CONV-KYAT ROUNDED =
                   WS-CONV-AMOUNT * FX-RATE(FX-IDX)
           END-IF.

       SUM-ATM-CASH.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CASHBOX-FILE
           IF CASHBOX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO CASH-KEY
           START CASHBOX-FILE KEY IS NOT LESS THAN CASH-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ CASHBOX-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       COMPUTE WS-ATM-CASH = WS-ATM-CASH +
                           CASH-DENOM * CASH-NOTE-COUNT
               END-READ
           END-PERFORM
           CLOSE CASHBOX-FILE.

       SUM-VAULT-CASH.
           MOVE 'N' TO WS-EOF
           OPEN INPUT VAULT-FILE
           IF VAULT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO VAULT-KEY
           START VAULT-FILE KEY IS NOT LESS THAN VAULT-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ VAULT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       COMPUTE WS-VAULT-CASH = WS-VAULT-CASH +
                           VAULT-DENOM * VAULT-NOTE-COUNT
               END-READ
           END-PERFORM
           CLOSE VAULT-FILE.

      *> A closed till's cash has gone back to the vault; only open
      *> tills hold cash of their own, worked out the way
      *> TillSession expects the drawer at close.
       SUM-TILL-CASH.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TILL-FILE
           IF TILL-STATUS-CODE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TILL-ID
           START TILL-FILE KEY IS NOT LESS THAN TILL-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ TILL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TILL-OPEN
                           PERFORM TOTAL-TILL-SESSION-CASH
                           COMPUTE WS-EXPECTED =
                               TILL-FLOAT + WS-CASH-IN - WS-CASH-OUT
                               + TILL-VAULT-IN - TILL-VAULT-OUT
                               + TILL-MISC-IN - TILL-MISC-OUT
                           ADD WS-EXPECTED TO WS-TILL-CASH
                           ADD 1 TO WS-OPEN-TILLS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TILL-FILE.

       TOTAL-TILL-SESSION-CASH.
           MOVE 0 TO WS-CASH-IN
           MOVE 0 TO WS-CASH-OUT
           MOVE 'N' TO WS-TRAN-EOF
           OPEN INPUT TRANSACTION-FILE
           IF TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TRANSACTION-ID
           START TRANSACTION-FILE KEY IS NOT LESS THAN TRANSACTION-ID
               INVALID KEY MOVE 'Y' TO WS-TRAN-EOF
           END-START
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-TRAN-EOF
                   NOT AT END
                       IF TR-OPERATOR-ID = TILL-OPERATOR AND
                          TR-DATE = TILL-OPEN-DATE
                           COMPUTE WS-AMOUNT =
                               TR-AMOUNT + (TR-DECIMAL / 100)
                           EVALUATE TR-TYPE
                               WHEN 1
                                   ADD WS-AMOUNT TO WS-CASH-IN
                               WHEN 2
                                   ADD WS-AMOUNT TO WS-CASH-OUT
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE.

      *> GL 1040 across every branch and currency, as the last GL
      *> posting left it.
       SUM-SETTLEMENT.
           MOVE 'N' TO WS-EOF
           OPEN INPUT GLBAL-FILE
           IF GLBAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO GLB-KEY
           START GLBAL-FILE KEY IS NOT LESS THAN GLB-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ GLBAL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GLB-CODE = "1040"
                           MOVE GLB-CCY TO WS-CONV-CCY
                           MOVE GLB-BALANCE TO WS-CONV-AMOUNT
                           PERFORM CONVERT-TO-KYAT
                           ADD WS-CONV-KYAT TO WS-SETTLEMENT
                           IF GLB-LAST-DATE > WS-GL-AS-AT
                               MOVE GLB-LAST-DATE TO WS-GL-AS-AT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLBAL-FILE.

      *> A rerun on the same date replaces that date's position.
       SAVE-DAY-POSITION.
           OPEN I-O RESPOS-FILE
           IF RESPOS-STATUS = "35"
               OPEN OUTPUT RESPOS-FILE
               CLOSE RESPOS-FILE
               OPEN I-O RESPOS-FILE
           END-IF
           MOVE WS-TODAY TO RP-DATE
           MOVE WS-LIABILITIES TO RP-LIABILITIES
           MOVE WS-REQ-RESERVE TO RP-REQ-RESERVE
           MOVE WS-ACT-RESERVE TO RP-ACT-RESERVE
           MOVE WS-REQ-LIQUID TO RP-REQ-LIQUID
           MOVE WS-LIQUID-ASSETS TO RP-LIQUID-ASSETS
           WRITE RESERVE-POSITION-RECORD
               INVALID KEY
                   REWRITE RESERVE-POSITION-RECORD
                       INVALID KEY
                           DISPLAY "[ERROR]: Could not record the "
                               "reserve position for " WS-TODAY
                   END-REWRITE
           END-WRITE
           CLOSE RESPOS-FILE.

      *> The maintenance period holding today, its daily average so
      *> far, and what the rest of the period must average for the
      *> period to meet its requirement if today's requirement holds.
       AVERAGE-PERIOD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-ANCHOR-INT =
               FUNCTION INTEGER-OF-DATE(WS-RESERVE-ANCHOR)
           COMPUTE WS-PERIOD-NO = FUNCTION INTEGER(
               (WS-TODAY-INT - WS-ANCHOR-INT) / WS-RESERVE-DAYS)
           COMPUTE WS-PERIOD-START-INT =
               WS-ANCHOR-INT + WS-PERIOD-NO * WS-RESERVE-DAYS
           COMPUTE WS-PERIOD-END-INT =
               WS-PERIOD-START-INT + WS-RESERVE-DAYS - 1
           COMPUTE WS-PERIOD-START =
               FUNCTION DATE-OF-INTEGER(WS-PERIOD-START-INT)
           COMPUTE WS-PERIOD-END =
               FUNCTION DATE-OF-INTEGER(WS-PERIOD-END-INT)
           COMPUTE WS-DAYS-LEFT = WS-PERIOD-END-INT - WS-TODAY-INT

           MOVE 0 TO WS-DAYS-COUNTED WS-SUM-REQ WS-SUM-ACT
           MOVE 'N' TO WS-HAVE-CARRY
           OPEN INPUT RESPOS-FILE
           PERFORM VARYING WS-DAY-INT FROM WS-PERIOD-START-INT BY 1
                   UNTIL WS-DAY-INT > WS-TODAY-INT
               COMPUTE WS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               MOVE WS-DAY-DATE TO RP-DATE
               READ RESPOS-FILE KEY IS RP-DATE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-HAVE-CARRY
                       MOVE RP-REQ-RESERVE TO WS-CARRY-REQ
                       MOVE RP-ACT-RESERVE TO WS-CARRY-ACT
               END-READ
               IF WS-HAVE-CARRY = 'Y'
                   ADD 1 TO WS-DAYS-COUNTED
                   ADD WS-CARRY-REQ TO WS-SUM-REQ
                   ADD WS-CARRY-ACT TO WS-SUM-ACT
               END-IF
           END-PERFORM
           CLOSE RESPOS-FILE

           IF WS-DAYS-COUNTED = 0
               MOVE WS-REQ-RESERVE TO WS-AVG-REQ
               MOVE WS-ACT-RESERVE TO WS-AVG-ACT
           ELSE
               COMPUTE WS-AVG-REQ ROUNDED =
                   WS-SUM-REQ / WS-DAYS-COUNTED
               COMPUTE WS-AVG-ACT ROUNDED =
                   WS-SUM-ACT / WS-DAYS-COUNTED
           END-IF

           COMPUTE WS-PERIOD-REQUIRED =
               WS-SUM-REQ + WS-REQ-RESERVE * WS-DAYS-LEFT
           COMPUTE WS-PROJECTED-GAP ROUNDED =
               (WS-SUM-ACT + WS-ACT-RESERVE * WS-DAYS-LEFT
                - WS-PERIOD-REQUIRED)
               / (WS-DAYS-COUNTED + WS-DAYS-LEFT)
           IF WS-DAYS-LEFT > 0
               COMPUTE WS-NEEDED-AVG ROUNDED =
                   (WS-PERIOD-REQUIRED - WS-SUM-ACT) / WS-DAYS-LEFT
           ELSE
               MOVE 0 TO WS-NEEDED-AVG
           END-IF
           IF WS-NEEDED-AVG < 0
               MOVE 0 TO WS-NEEDED-AVG
           END-IF.

       WRITE-RESERVE-REPORT.
           MOVE SPACES TO REPORT-FILENAME
           STRING "LIQRES-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM
               "==== STATUTORY RESERVE AND LIQUIDITY POSITION ===="
           MOVE SPACES TO REPORT-LINE
           STRING "Business date " WS-TODAY "   maintenance period "
               WS-PERIOD-START " to " WS-PERIOD-END
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           WRITE REPORT-LINE FROM "DEPOSIT LIABILITIES"
           MOVE SPACES TO REPORT-LINE
           STRING "TYPE       CCY  ACCOUNTS               BALANCE"
               "          KYAT EQUIVALENT"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING DEPL-IDX FROM 1 BY 1
                   UNTIL DEPL-IDX > DEPL-COUNT
               MOVE SPACES TO REPORT-LINE
               MOVE DEPL-ACCOUNTS(DEPL-IDX) TO FORMAT-COUNT
               STRING DEPL-TYPE(DEPL-IDX) " " DEPL-CCY(DEPL-IDX)
                   "  " FORMAT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               MOVE DEPL-FOREIGN(DEPL-IDX) TO FORMAT-BALANCE
               MOVE FORMAT-BALANCE TO REPORT-LINE(27:22)
               MOVE DEPL-KYAT(DEPL-IDX) TO FORMAT-BALANCE
               MOVE FORMAT-BALANCE TO REPORT-LINE(51:22)
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           MOVE WS-LIABILITIES TO FORMAT-BALANCE
           STRING "TOTAL DEPOSIT LIABILITIES" DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE FORMAT-BALANCE TO REPORT-LINE(51:22)
           WRITE REPORT-LINE
           IF WS-RATE-MISSING = 'Y'
               MOVE SPACES TO REPORT-LINE
               STRING "  * a currency has no FXRATES.DAT rate and "
                   "is taken at par"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           WRITE REPORT-LINE FROM "LIQUID ASSETS"
           MOVE WS-ATM-CASH TO FORMAT-SIGNED
           MOVE SPACES TO REPORT-LINE
           STRING "ATM cassette cash          " FORMAT-SIGNED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-VAULT-CASH TO FORMAT-SIGNED
           MOVE SPACES TO REPORT-LINE
           STRING "Vault cash                 " FORMAT-SIGNED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TILL-CASH TO FORMAT-SIGNED
           MOVE SPACES TO REPORT-LINE
           STRING "Teller tills (" WS-OPEN-TILLS " open)     "
               FORMAT-SIGNED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SETTLEMENT TO FORMAT-SIGNED
           MOVE SPACES TO REPORT-LINE
           STRING "Central bank settlement    " FORMAT-SIGNED
               "  (GL 1040 as at " WS-GL-AS-AT ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LIQUID-ASSETS TO FORMAT-SIGNED
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL LIQUID ASSETS        " FORMAT-SIGNED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           WRITE REPORT-LINE FROM "CASH RESERVE"
           COMPUTE WS-ACTUAL-PCT = WS-RESERVE-RATIO * 100
           MOVE WS-ACTUAL-PCT TO FORMAT-PCT
           MOVE WS-REQ-RESERVE TO FORMAT-SIGNED
           MOVE SPACES TO REPORT-LINE
           STRING "Required (" FORMAT-PCT "%)        "
               FORMAT-SIGNED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM COMPUTE-RESERVE-PCT
           MOVE WS-ACT-RESERVE TO FORMAT-SIGNED
           MOVE SPACES TO REPORT-LINE
           STRING "Actual   (" FORMAT-PCT "%)        "
               FORMAT-SIGNED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CASH-ELIGIBLE = 'Y'
               WRITE REPORT-LINE FROM
                   "  (settlement balance plus cash in hand)"
           ELSE
               WRITE REPORT-LINE FROM
                   "  (settlement balance only)"
           END-IF
           MOVE WS-RESERVE-GAP TO FORMAT-SIGNED
           MOVE SPACES TO REPORT-LINE
           STRING "Excess / (shortfall) today " FORMAT-SIGNED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-AVG-REQ TO FORMAT-SIGNED
           MOVE SPACES TO REPORT-LINE
           STRING "Period average required    " FORMAT-SIGNED
               "  over " WS-DAYS-COUNTED " day(s)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-AVG-ACT TO FORMAT-SIGNED
           MOVE SPACES TO REPORT-LINE
           STRING "Period average held        " FORMAT-SIGNED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PROJECTED-GAP TO FORMAT-SIGNED
           MOVE SPACES TO REPORT-LINE
           STRING "Projected period excess    " FORMAT-SIGNED
               "  if today's position holds"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-NEEDED-AVG TO FORMAT-SIGNED
           MOVE SPACES TO REPORT-LINE
           STRING "Needed daily average, rest " FORMAT-SIGNED
               "  for " WS-DAYS-LEFT " remaining day(s)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-RESERVE-GAP < 0 OR WS-PROJECTED-GAP < 0
               MOVE SPACES TO REPORT-LINE
               STRING "*** RESERVE SHORTFALL - top up the settlement "
                   "account before the period closes ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           WRITE REPORT-LINE FROM "LIQUIDITY RATIO"
           COMPUTE WS-ACTUAL-PCT = WS-LIQUID-RATIO * 100
           MOVE WS-ACTUAL-PCT TO FORMAT-PCT
           MOVE WS-REQ-LIQUID TO FORMAT-SIGNED
           MOVE SPACES TO REPORT-LINE
           STRING "Required (" FORMAT-PCT "%)        "
               FORMAT-SIGNED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-LIABILITIES > 0
               COMPUTE WS-ACTUAL-PCT ROUNDED =
                   WS-LIQUID-ASSETS * 100 / WS-LIABILITIES
           ELSE
               MOVE 0 TO WS-ACTUAL-PCT
           END-IF
           MOVE WS-ACTUAL-PCT TO FORMAT-PCT
           MOVE WS-LIQUID-ASSETS TO FORMAT-SIGNED
           MOVE SPACES TO REPORT-LINE
           STRING "Actual   (" FORMAT-PCT "%)        "
               FORMAT-SIGNED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LIQUID-GAP TO FORMAT-SIGNED
           MOVE SPACES TO REPORT-LINE
           STRING "Excess / (shortfall)       " FORMAT-SIGNED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-LIQUID-GAP < 0
               WRITE REPORT-LINE FROM
                   "*** LIQUIDITY SHORTFALL ***"
           END-IF
           CLOSE REPORT-FILE.

       COMPUTE-RESERVE-PCT.
           IF WS-LIABILITIES > 0
               COMPUTE WS-ACTUAL-PCT ROUNDED =
                   WS-ACT-RESERVE * 100 / WS-LIABILITIES
           ELSE
               MOVE 0 TO WS-ACTUAL-PCT
           END-IF
           MOVE WS-ACTUAL-PCT TO FORMAT-PCT.

       LOAD-FX-RATES.
           MOVE 0 TO FX-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT FXRATES-FILE
           IF FXRATES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FXRATES-FILE
                   AT END MOVE 'Y' TO WS-EOF
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
                           MOVE SPACES TO WS-PARAM-NAME WS-PARAM-VALUE
                           UNSTRING PARAM-LINE DELIMITED BY ","
                               INTO WS-PARAM-NAME WS-PARAM-VALUE
                           EVALUATE FUNCTION TRIM(WS-PARAM-NAME)
                               WHEN "BUSINESSDATE"
                                   COMPUTE WS-BUSINESS-DATE =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               WHEN "RESERVERATIO"
                                   COMPUTE WS-RESERVE-RATIO =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               WHEN "LIQUIDRATIO"
                                   COMPUTE WS-LIQUID-RATIO =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               WHEN "RESERVEANCHOR"
                                   COMPUTE WS-RESERVE-ANCHOR =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               WHEN "RESERVEDAYS"
                                   COMPUTE WS-RESERVE-DAYS =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               WHEN "RESERVECASHELIG"
                                   MOVE WS-PARAM-VALUE(1:1)
                                       TO WS-CASH-ELIGIBLE
                               WHEN "LOANOFFICEACC"
                                   COMPUTE WS-LOAN-OFFICE-ACC =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               WHEN "FEEINCOMEACC"
                                   COMPUTE WS-FEE-INCOME-ACC =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               WHEN "WORECOVERYACC"
                                   COMPUTE WS-WO-RECOVERY-ACC =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF
           IF WS-RESERVE-DAYS = 0
               MOVE 14 TO WS-RESERVE-DAYS
           END-IF.

       END PROGRAM LiquidityReport.
