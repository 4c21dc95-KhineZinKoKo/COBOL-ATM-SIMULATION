       IDENTIFICATION DIVISION.
       PROGRAM-ID. CollateralReport.

      *> Monthly collateral monitoring report for credit risk. Every
      *> loan with collateral HELD on COLLATERAL.DAT is listed. For
      *> running loans (ACTIVE / ARREARS) the report gives the loan
      *> balance, the market and lendable value and the
      *> loan-to-value from CollateralLtv, and flags the loan when
      *> the LTV is above COLLTVLIMIT or nothing lendable is held;
      *> each item whose valuation is older than its type's
      *> revaluation period (COLLTYPES.DAT) or whose insurance has
      *> lapsed is listed under it. Collateral still HELD on a
      *> CLOSED or written-off loan is listed separately as
      *> awaiting release. Prints COLLMON-<yyyymm>.txt on the
      *> month-end night and on demand from the collateral register.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLATERAL-FILE ASSIGN TO "COLLATERAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COL-ID
               FILE STATUS IS COLLATERAL-STATUS.

           SELECT LOAN-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID
               FILE STATUS IS LOAN-STATUS-CODE.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD COLLATERAL-FILE.
           COPY "COLLATERAL-RECORD.cpy".

       FD LOAN-FILE.
           COPY "LOAN-MASTER.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 COLLATERAL-STATUS       PIC XX.
       01 LOAN-STATUS-CODE        PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 REPORT-FILENAME         PIC X(30).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-TODAY                PIC 9(8).
       01 WS-MONTH                PIC X(6).
       01 WS-SYS-DATE             PIC X(10).

       01 WS-EOF                  PIC X.
       01 WS-FLAGS                PIC X(40).
       01 WS-FLAG-PTR             PIC 9(3).
       01 WS-ITEM-IDX             PIC 9(2).

       01 WS-LOANS-LISTED         PIC 9(5) VALUE 0.
       01 WS-BREACHES             PIC 9(5) VALUE 0.
       01 WS-STALE-ITEMS          PIC 9(5) VALUE 0.
       01 WS-LAPSED-ITEMS         PIC 9(5) VALUE 0.
       01 WS-AWAITING             PIC 9(5) VALUE 0.
       01 WS-TOTAL-BALANCE        PIC 9(15)V99 VALUE 0.
       01 WS-TOTAL-LENDABLE       PIC 9(15)V99 VALUE 0.

      *> Loans with HELD collateral, in order of first registration.
       01 HELD-LOAN-TABLE.
           05 HL-COUNT            PIC 9(4) VALUE 0.
           05 HL-ENTRY OCCURS 2000 TIMES.
               10 HL-LOAN-ID      PIC 9(6).
       01 HL-IDX                  PIC 9(4).
       01 HL-FOUND                PIC X.

           COPY "COLLATERAL-LTV.cpy".

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-LENDABLE         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-PCT              PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           MOVE WS-TODAY(1:6) TO WS-MONTH
           MOVE 0 TO HL-COUNT WS-LOANS-LISTED WS-BREACHES
           MOVE 0 TO WS-STALE-ITEMS WS-LAPSED-ITEMS WS-AWAITING
           MOVE 0 TO WS-TOTAL-BALANCE WS-TOTAL-LENDABLE

           PERFORM LOAD-HELD-LOANS

           PERFORM OPEN-REPORT
           OPEN INPUT LOAN-FILE
           IF LOAN-STATUS-CODE = "00"
               PERFORM LIST-RUNNING-LOANS
               PERFORM LIST-AWAITING-RELEASE
               CLOSE LOAN-FILE
           END-IF
           PERFORM WRITE-TOTALS
           CLOSE REPORT-FILE
           DISPLAY "Collateral monitoring report complete. "
               WS-LOANS-LISTED " loan(s), " WS-BREACHES
               " LTV breach(es), " WS-STALE-ITEMS " stale, "
               WS-LAPSED-ITEMS " uninsured. Report written to "
               REPORT-FILENAME
           GOBACK.

      *> COLLATERAL.DAT is closed again before CollateralLtv reads it.
       LOAD-HELD-LOANS.
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
                       IF COL-HELD
                           PERFORM ADD-HELD-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COLLATERAL-FILE.

       ADD-HELD-LOAN.
           MOVE 'N' TO HL-FOUND
           PERFORM VARYING HL-IDX FROM 1 BY 1
                   UNTIL HL-IDX > HL-COUNT OR HL-FOUND = 'Y'
               IF HL-LOAN-ID(HL-IDX) = COL-LOAN-ID
                   MOVE 'Y' TO HL-FOUND
               END-IF
           END-PERFORM
           IF HL-FOUND = 'N' AND HL-COUNT < 2000
               ADD 1 TO HL-COUNT
               MOVE COL-LOAN-ID TO HL-LOAN-ID(HL-COUNT)
           END-IF.

       LIST-RUNNING-LOANS.
           WRITE REPORT-LINE FROM
               "--- Running loans ---"
           PERFORM VARYING HL-IDX FROM 1 BY 1
                   UNTIL HL-IDX > HL-COUNT
               MOVE HL-LOAN-ID(HL-IDX) TO LOAN-ID
               READ LOAN-FILE
                   NOT INVALID KEY
                       IF LOAN-ACTIVE OR LOAN-ARREARS
                           PERFORM LIST-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM.

       LIST-ONE-LOAN.
           MOVE LOAN-ID TO LTV-LOAN-ID
           MOVE LOAN-ACC-NO TO LTV-ACC-NO
           MOVE LOAN-DISBURSE-DATE TO LTV-DISBURSE-DATE
           COMPUTE LTV-CONTRACT = LOAN-INSTALMENT * LOAN-TERM-MONTHS
           MOVE LOAN-PENALTY-DUE TO LTV-PENALTY
           CALL "CollateralLtv" USING COLLATERAL-LTV

           ADD 1 TO WS-LOANS-LISTED
           ADD LTV-BALANCE TO WS-TOTAL-BALANCE
           ADD LTV-LENDABLE TO WS-TOTAL-LENDABLE
           ADD LTV-STALE-COUNT TO WS-STALE-ITEMS
           ADD LTV-LAPSED-COUNT TO WS-LAPSED-ITEMS

           MOVE SPACES TO WS-FLAGS
           MOVE 1 TO WS-FLAG-PTR
           IF LTV-UNCOVERED
               STRING "NO COVER " DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           IF LTV-IN-BREACH
               ADD 1 TO WS-BREACHES
               STRING "LTV BREACH " DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           IF LTV-STALE-COUNT > 0
               STRING "REVALUE " DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           IF LTV-LAPSED-COUNT > 0
               STRING "INSURANCE " DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF

           MOVE LTV-BALANCE TO FORMAT-BALANCE
           MOVE LTV-LENDABLE TO FORMAT-LENDABLE
           MOVE LTV-PCT TO FORMAT-PCT
           MOVE SPACES TO REPORT-LINE
           IF LTV-UNCOVERED
               STRING "Loan " LOAN-ID " acc " LOAN-ACC-NO " "
                   LOAN-STATUS " bal " FORMAT-BALANCE
                   " lendable " FORMAT-LENDABLE
                   " LTV       n/a  " WS-FLAGS
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "Loan " LOAN-ID " acc " LOAN-ACC-NO " "
                   LOAN-STATUS " bal " FORMAT-BALANCE
                   " lendable " FORMAT-LENDABLE
                   " LTV " FORMAT-PCT "%  " WS-FLAGS
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE

           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > LTV-ITEM-COUNT
                      OR WS-ITEM-IDX > 20
               IF LTV-ITEM-STALE(WS-ITEM-IDX) = "Y" OR
                  LTV-ITEM-LAPSED(WS-ITEM-IDX) = "Y"
                   PERFORM WRITE-ITEM-EXCEPTION
               END-IF
           END-PERFORM.

       WRITE-ITEM-EXCEPTION.
           MOVE SPACES TO WS-FLAGS
           MOVE 1 TO WS-FLAG-PTR
           IF LTV-ITEM-STALE(WS-ITEM-IDX) = "Y"
               STRING "STALE VALUATION " DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           IF LTV-ITEM-LAPSED(WS-ITEM-IDX) = "Y"
               STRING "INSURANCE LAPSED " DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           MOVE LTV-ITEM-VALUE(WS-ITEM-IDX) TO FORMAT-BALANCE
           MOVE SPACES TO REPORT-LINE
           STRING "    item " LTV-ITEM-ID(WS-ITEM-IDX) " "
               LTV-ITEM-TYPE(WS-ITEM-IDX) " value " FORMAT-BALANCE
               " valued " LTV-ITEM-VAL-DATE(WS-ITEM-IDX)
               " insured to " LTV-ITEM-INS-EXPIRY(WS-ITEM-IDX)
               "  " WS-FLAGS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       LIST-AWAITING-RELEASE.
           WRITE REPORT-LINE FROM
               "--- Collateral held on closed loans ---"
           PERFORM VARYING HL-IDX FROM 1 BY 1
                   UNTIL HL-IDX > HL-COUNT
               MOVE HL-LOAN-ID(HL-IDX) TO LOAN-ID
               READ LOAN-FILE
                   NOT INVALID KEY
                       IF LOAN-CLOSED OR LOAN-WRITTEN-OFF
                           ADD 1 TO WS-AWAITING
                           MOVE SPACES TO REPORT-LINE
                           STRING "Loan " LOAN-ID " acc "
                               LOAN-ACC-NO " " LOAN-STATUS
                               "  collateral awaiting release"
                               DELIMITED BY SIZE INTO REPORT-LINE
                           WRITE REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-TOTALS.
           WRITE REPORT-LINE FROM
               "-----------------------------------------------------"
           MOVE WS-TOTAL-BALANCE TO FORMAT-BALANCE
           MOVE WS-TOTAL-LENDABLE TO FORMAT-LENDABLE
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL loans " WS-LOANS-LISTED
               "  balance " FUNCTION TRIM(FORMAT-BALANCE)
               "  lendable " FUNCTION TRIM(FORMAT-LENDABLE)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "LTV breaches " WS-BREACHES
               "  stale valuations " WS-STALE-ITEMS
               "  insurance lapsed " WS-LAPSED-ITEMS
               "  awaiting release " WS-AWAITING
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       OPEN-REPORT.
           MOVE SPACES TO REPORT-FILENAME
           STRING "COLLMON-" WS-MONTH ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM
               "====== COLLATERAL MONITORING REPORT ======"
           MOVE SPACES TO REPORT-LINE
           STRING "Month: " WS-MONTH "   Run date: " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

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
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM CollateralReport.
