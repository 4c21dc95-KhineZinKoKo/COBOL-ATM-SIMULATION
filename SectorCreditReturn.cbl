       IDENTIFICATION DIVISION.
       PROGRAM-ID. SectorCreditReturn.

      *> Monthly sectoral credit return for the central bank. Every
      *> loan on LOANS.DAT is counted under the economic sector it
      *> was coded with (LOAN-SECTOR, LOANSECTORS.DAT) and the
      *> branch holding its account on the run date (AccBranchAsAt):
      *> the open loans (ACTIVE or ARREARS) with their outstanding
      *> principal - worked out from the collections into the
      *> LOANOFFICEACC account exactly as LoanClassify works it out
      *> - split by the classification LoanClassify last gave them,
      *> and the loans disbursed in the month of the business date,
      *> whatever has happened to them since. A loan not yet coded
      *> is shown under sector UNC so the back-fill in LoanMaint can
      *> be seen to be finished. SECTORRET-<date>.txt carries the
      *> branch-by-sector lines and then the bank-wide figures per
      *> sector. Runs on the month-end night after LoanClassify, and
      *> on demand from LoanMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID
               FILE STATUS IS LOAN-STATUS-CODE.

           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD LOAN-FILE.
           COPY "LOAN-MASTER.cpy".

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(200).

       WORKING-STORAGE SECTION.
       01 LOAN-STATUS-CODE        PIC XX.
       01 FILE-STATUS             PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 REPORT-FILENAME         PIC X(30).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-LOAN-OFFICE-ACC      PIC 9(16) VALUE 0.

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-THIS-MONTH           PIC 9(6).

       01 WS-LOAN-EOF             PIC X.
       01 WS-TRAN-EOF             PIC X.
       01 WS-IS-OPEN              PIC X.
       01 WS-IS-NEW               PIC X.

       01 WS-PAID-AMOUNT          PIC 9(15)V99.
       01 WS-TR-AMT               PIC 9(15)V99.
       01 WS-OUTSTANDING          PIC 9(15)V99.
       01 WS-LOAN-BRANCH          PIC X(4).
       01 WS-LOAN-SECTOR          PIC X(3).

      *> Class 1-5 = STANDARD/WATCH/SUBSTD/DOUBTFUL/LOSS as
      *> LoanClassify last set it; 6 = not classified yet (a loan
      *> disbursed since the last month-end).
       01 WS-CLASS-IDX            PIC 9.

      *> One row per branch and sector met on the book.
       01 RETURN-TABLE.
           05 RT-COUNT            PIC 9(3) VALUE 0.
           05 RT-ENTRY OCCURS 300 TIMES.
               10 RT-BRANCH       PIC X(4).
               10 RT-SECTOR       PIC X(3).
               10 RT-LOANS        PIC 9(5).
               10 RT-OUTSTANDING  PIC 9(15)V99.
               10 RT-NEW-COUNT    PIC 9(5).
               10 RT-NEW-AMOUNT   PIC 9(15)V99.
               10 RT-CLASS-AMT OCCURS 6 TIMES PIC 9(15)V99.
       01 RT-IDX                  PIC 9(3).
       01 WS-RT-FOUND             PIC X.

      *> The same figures bank-wide, one row per sector.
       01 SECTOR-TOTALS.
           05 ST-COUNT            PIC 9(2) VALUE 0.
           05 ST-ENTRY OCCURS 40 TIMES.
               10 ST-SECTOR       PIC X(3).
               10 ST-LOANS        PIC 9(5).
               10 ST-OUTSTANDING  PIC 9(15)V99.
               10 ST-NEW-COUNT    PIC 9(5).
               10 ST-NEW-AMOUNT   PIC 9(15)V99.
               10 ST-CLASS-AMT OCCURS 6 TIMES PIC 9(15)V99.
       01 ST-IDX                  PIC 9(2).
       01 WS-ST-FOUND             PIC X.

       01 WS-SC-PURPOSE           PIC X(4) VALUE SPACES.
       01 WS-SC-VALID             PIC X.
       01 WS-SC-REFUSAL           PIC X(40).
       01 WS-SC-SECTOR-NAME       PIC X(40).
       01 WS-SC-PURPOSE-NAME      PIC X(40).

       01 WS-SCAN-COUNT           PIC 9(5) VALUE 0.
       01 WS-UNCODED-COUNT        PIC 9(5) VALUE 0.
       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-SECOND           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-THIRD            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           MOVE WS-TODAY(1:6) TO WS-THIS-MONTH

           IF WS-LOAN-OFFICE-ACC = 0
               DISPLAY "LOANOFFICEACC is not set in PARAMS.DAT - "
                   "collections cannot be identified."
               GOBACK
           END-IF

           OPEN INPUT LOAN-FILE
           IF LOAN-STATUS-CODE NOT = "00"
               DISPLAY "No loan file - no sectoral credit return."
               GOBACK
           END-IF

           MOVE 'N' TO WS-LOAN-EOF
           MOVE 0 TO LOAN-ID
           START LOAN-FILE KEY IS NOT LESS THAN LOAN-ID
               INVALID KEY MOVE 'Y' TO WS-LOAN-EOF
           END-START
           PERFORM UNTIL WS-LOAN-EOF = 'Y'
               READ LOAN-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LOAN-EOF
                   NOT AT END
                       PERFORM COUNT-ONE-LOAN
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE

           PERFORM OPEN-REPORT
           PERFORM WRITE-BRANCH-LINES
           PERFORM WRITE-SECTOR-SUMMARY
           CLOSE REPORT-FILE
           DISPLAY "Sectoral credit return complete. " WS-SCAN-COUNT
               " loan(s) reported, " WS-UNCODED-COUNT
               " without a sector. Report written to "
               REPORT-FILENAME
           GOBACK.

      *> A loan is on the return if it is still open, or if it was
      *> disbursed this month - a loan disbursed and settled within
      *> the month still counts as new lending.
       COUNT-ONE-LOAN.
           MOVE 'N' TO WS-IS-OPEN
           MOVE 'N' TO WS-IS-NEW
           IF LOAN-ACTIVE OR LOAN-ARREARS
               MOVE 'Y' TO WS-IS-OPEN
           END-IF
           IF LOAN-DISBURSE-DATE(1:6) = WS-THIS-MONTH
               MOVE 'Y' TO WS-IS-NEW
           END-IF
           IF WS-IS-OPEN NOT = 'Y' AND WS-IS-NEW NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SCAN-COUNT

           IF LOAN-SECTOR = SPACES
               MOVE "UNC" TO WS-LOAN-SECTOR
               ADD 1 TO WS-UNCODED-COUNT
           ELSE
               MOVE LOAN-SECTOR TO WS-LOAN-SECTOR
           END-IF
           MOVE 0 TO WS-OUTSTANDING
           IF WS-IS-OPEN = 'Y'
               PERFORM SUM-COLLECTIONS
               PERFORM COMPUTE-OUTSTANDING
           END-IF
           EVALUATE TRUE
               WHEN LOAN-CL-STD
                   MOVE 1 TO WS-CLASS-IDX
               WHEN LOAN-CL-WATCH
                   MOVE 2 TO WS-CLASS-IDX
               WHEN LOAN-CL-SUBSTD
                   MOVE 3 TO WS-CLASS-IDX
               WHEN LOAN-CL-DOUBT
                   MOVE 4 TO WS-CLASS-IDX
               WHEN LOAN-CL-LOSS
                   MOVE 5 TO WS-CLASS-IDX
               WHEN OTHER
                   MOVE 6 TO WS-CLASS-IDX
           END-EVALUATE

           PERFORM FIND-LOAN-BRANCH
           PERFORM BUMP-RETURN-ROW
           PERFORM BUMP-SECTOR-ROW.

      *> Outstanding principal: the share of principal not yet
      *> covered by collections, as LoanClassify reports it.
       COMPUTE-OUTSTANDING.
           COMPUTE WS-OUTSTANDING =
               LOAN-PRINCIPAL -
               (WS-PAID-AMOUNT * LOAN-PRINCIPAL /
                (LOAN-INSTALMENT * LOAN-TERM-MONTHS))
           IF WS-OUTSTANDING > LOAN-PRINCIPAL
               MOVE LOAN-PRINCIPAL TO WS-OUTSTANDING
           END-IF.

       SUM-COLLECTIONS.
           MOVE 0 TO WS-PAID-AMOUNT
           MOVE 'N' TO WS-TRAN-EOF
           OPEN INPUT TRANSACTION-FILE
           IF TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOAN-ACC-NO TO TR-ACC-NO
           START TRANSACTION-FILE KEY IS = TR-ACC-NO
               INVALID KEY MOVE 'Y' TO WS-TRAN-EOF
           END-START
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-TRAN-EOF
                   NOT AT END
                       IF TR-ACC-NO NOT = LOAN-ACC-NO
                           MOVE 'Y' TO WS-TRAN-EOF
                       ELSE
                           IF TR-TYPE = 3 AND
                              TR-RECEIVER-NO = WS-LOAN-OFFICE-ACC AND
                              TR-DATE >= LOAN-DISBURSE-DATE
                               COMPUTE WS-TR-AMT =
                                   TR-AMOUNT + (TR-DECIMAL / 100)
                               ADD WS-TR-AMT TO WS-PAID-AMOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE.

       FIND-LOAN-BRANCH.
           MOVE "0001" TO WS-LOAN-BRANCH
           OPEN INPUT USER-FILE
           IF FILE-STATUS = "00"
               MOVE LOAN-ACC-NO TO USER-ACC-NO
               READ USER-FILE
                   NOT INVALID KEY
                       IF USER-BRANCH NOT = SPACES
                           MOVE USER-BRANCH TO WS-LOAN-BRANCH
                       END-IF
               END-READ
               CLOSE USER-FILE
           END-IF
           CALL "AccBranchAsAt" USING LOAN-ACC-NO WS-TODAY
               WS-LOAN-BRANCH.

       BUMP-RETURN-ROW.
           MOVE 'N' TO WS-RT-FOUND
           PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > RT-COUNT
               IF RT-BRANCH(RT-IDX) = WS-LOAN-BRANCH AND
                  RT-SECTOR(RT-IDX) = WS-LOAN-SECTOR
                   MOVE 'Y' TO WS-RT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RT-FOUND NOT = 'Y'
               IF RT-COUNT < 300
                   ADD 1 TO RT-COUNT
                   MOVE RT-COUNT TO RT-IDX
                   INITIALIZE RT-ENTRY(RT-IDX)
                   MOVE WS-LOAN-BRANCH TO RT-BRANCH(RT-IDX)
                   MOVE WS-LOAN-SECTOR TO RT-SECTOR(RT-IDX)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-IS-OPEN = 'Y'
               ADD 1 TO RT-LOANS(RT-IDX)
               ADD WS-OUTSTANDING TO RT-OUTSTANDING(RT-IDX)
               ADD WS-OUTSTANDING TO
                   RT-CLASS-AMT(RT-IDX, WS-CLASS-IDX)
           END-IF
           IF WS-IS-NEW = 'Y'
               ADD 1 TO RT-NEW-COUNT(RT-IDX)
               ADD LOAN-PRINCIPAL TO RT-NEW-AMOUNT(RT-IDX)
           END-IF.

       BUMP-SECTOR-ROW.
           MOVE 'N' TO WS-ST-FOUND
           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-COUNT
               IF ST-SECTOR(ST-IDX) = WS-LOAN-SECTOR
                   MOVE 'Y' TO WS-ST-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ST-FOUND NOT = 'Y'
               IF ST-COUNT < 40
                   ADD 1 TO ST-COUNT
                   MOVE ST-COUNT TO ST-IDX
                   INITIALIZE ST-ENTRY(ST-IDX)
                   MOVE WS-LOAN-SECTOR TO ST-SECTOR(ST-IDX)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-IS-OPEN = 'Y'
               ADD 1 TO ST-LOANS(ST-IDX)
               ADD WS-OUTSTANDING TO ST-OUTSTANDING(ST-IDX)
               ADD WS-OUTSTANDING TO
                   ST-CLASS-AMT(ST-IDX, WS-CLASS-IDX)
           END-IF
           IF WS-IS-NEW = 'Y'
               ADD 1 TO ST-NEW-COUNT(ST-IDX)
               ADD LOAN-PRINCIPAL TO ST-NEW-AMOUNT(ST-IDX)
           END-IF.

       OPEN-REPORT.
           STRING "SECTORRET-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM
               "============ SECTORAL CREDIT RETURN ================="
           MOVE SPACES TO REPORT-LINE
           STRING "Run date: " WS-TODAY "   month " WS-THIS-MONTH
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BRANCH,SECTOR,OPEN LOANS,OUTSTANDING,"
               DELIMITED BY SIZE
               "NEW LOANS,DISBURSED,STANDARD,WATCH,SUBSTD,"
               DELIMITED BY SIZE
               "DOUBTFUL,LOSS,NOT CLASSIFIED"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-BRANCH-LINES.
           PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > RT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING RT-BRANCH(RT-IDX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      RT-SECTOR(RT-IDX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      RT-LOANS(RT-IDX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      RT-OUTSTANDING(RT-IDX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      RT-NEW-COUNT(RT-IDX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      RT-NEW-AMOUNT(RT-IDX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      RT-CLASS-AMT(RT-IDX, 1) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      RT-CLASS-AMT(RT-IDX, 2) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      RT-CLASS-AMT(RT-IDX, 3) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      RT-CLASS-AMT(RT-IDX, 4) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      RT-CLASS-AMT(RT-IDX, 5) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      RT-CLASS-AMT(RT-IDX, 6) DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM.

      *> Bank-wide per sector, with the sector's name from the
      *> reference list and the non-performing share (SUBSTD,
      *> DOUBTFUL and LOSS) of what is outstanding.
       WRITE-SECTOR-SUMMARY.
           WRITE REPORT-LINE FROM
               "-----------------------------------------------------"
           WRITE REPORT-LINE FROM
               "BY SECTOR: open / outstanding / new / disbursed / NPL"
           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-COUNT
               IF ST-SECTOR(ST-IDX) = "UNC"
                   MOVE "NOT YET CODED" TO WS-SC-SECTOR-NAME
               ELSE
                   CALL "LoanSectorCheck" USING ST-SECTOR(ST-IDX)
                       WS-SC-PURPOSE WS-SC-VALID WS-SC-REFUSAL
                       WS-SC-SECTOR-NAME WS-SC-PURPOSE-NAME
                   IF WS-SC-VALID NOT = 'Y'
                       MOVE "NOT ON LOANSECTORS.DAT"
                           TO WS-SC-SECTOR-NAME
                   END-IF
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING ST-SECTOR(ST-IDX) " "
                   WS-SC-SECTOR-NAME(1:30)
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               COMPUTE WS-OUTSTANDING =
                   ST-CLASS-AMT(ST-IDX, 3) + ST-CLASS-AMT(ST-IDX, 4)
                   + ST-CLASS-AMT(ST-IDX, 5)
               MOVE SPACES TO REPORT-LINE
               MOVE ST-OUTSTANDING(ST-IDX) TO FORMAT-BALANCE
               MOVE ST-NEW-AMOUNT(ST-IDX) TO FORMAT-SECOND
               MOVE WS-OUTSTANDING TO FORMAT-THIRD
               STRING "    " ST-LOANS(ST-IDX) "  " FORMAT-BALANCE
                   "  " ST-NEW-COUNT(ST-IDX) "  " FORMAT-SECOND
                   "  " FORMAT-THIRD
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM.

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
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM SectorCreditReturn.
