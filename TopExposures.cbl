       IDENTIFICATION DIVISION.
       PROGRAM-ID. TopExposures.

      *> Month-end large exposures report. Adds up what every
      *> borrower owes the bank the same way BorrowerExposure does
      *> at the counter - sanctioned overdraft limits plus what is
      *> still to be collected on running loans, across the whole
      *> CUST-ID - and prints TOPEXPOSURE-<date>.txt: the 20
      *> largest borrowers with their utilisation of the single
      *> borrower limit (CAPITALBASE times SBLIMITPCT), and for a
      *> borrower in a connected group the group's total and its
      *> utilisation of the group limit (times GROUPLIMITPCT). Runs
      *> on the month-end night and on demand from ExposureMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ACC-NO
               FILE STATUS IS FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID
               FILE STATUS IS LOAN-STATUS-CODE.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANSACTIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID
               ALTERNATE RECORD KEY IS TRANSACTION-CDE
               ALTERNATE RECORD KEY IS TR-ACC-NO
                   WITH DUPLICATES
               FILE STATUS IS TRANS-STATUS.

           SELECT CONNGRP-FILE ASSIGN TO "CONNGROUPS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-CUST-ID
               FILE STATUS IS CONNGRP-STATUS.

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

       FD LOAN-FILE.
           COPY "LOAN-MASTER.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD CONNGRP-FILE.
           COPY "CONN-GROUP.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS             PIC XX.
       01 LOAN-STATUS-CODE        PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 CONNGRP-STATUS          PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 REPORT-FILENAME         PIC X(30).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-CAPITAL-BASE         PIC 9(15)V99 VALUE 0.
       01 WS-SBL-PCT              PIC 9V9999 VALUE 0.
       01 WS-GROUP-PCT            PIC 9V9999 VALUE 0.
       01 WS-LOAN-OFFICE-ACC      PIC 9(16) VALUE 0.
       01 WS-SBL-LIMIT            PIC 9(15)V99.
       01 WS-GROUP-LIMIT          PIC 9(15)V99.

       01 WS-EOF                  PIC X.
       01 WS-TRAN-EOF             PIC X.
       01 WS-CONTRACT             PIC 9(15)V99.
       01 WS-PAID-AMOUNT          PIC 9(15)V99.
       01 WS-LOAN-EXPOSURE        PIC 9(15)V99.
       01 WS-TR-AMT               PIC 9(15)V99.
       01 WS-GROUPS-OPEN          PIC X VALUE 'N'.

      *> One line per borrower: the customer id, or for a customer
      *> id 0 the account itself.
       01 BX-TABLE.
           05 BX-COUNT            PIC 9(4) VALUE 0.
           05 BX-ENTRY OCCURS 2000 TIMES.
               10 BX-CUST-ID      PIC 9(8).
               10 BX-ACC-NO       PIC 9(16).
               10 BX-NAME         PIC X(25).
               10 BX-GROUP-ID     PIC X(10).
               10 BX-OD-LIMITS    PIC 9(15)V99.
               10 BX-LOANS        PIC 9(15)V99.
               10 BX-TOTAL        PIC 9(15)V99.
               10 BX-PICKED       PIC X.
       01 BX-IDX                  PIC 9(4).
       01 WS-BX-FOUND             PIC X.
       01 WS-BX-FULL              PIC 9(5) VALUE 0.

       01 GX-TABLE.
           05 GX-COUNT            PIC 9(3) VALUE 0.
           05 GX-ENTRY OCCURS 300 TIMES.
               10 GX-GROUP-ID     PIC X(10).
               10 GX-TOTAL        PIC 9(15)V99.
       01 GX-IDX                  PIC 9(3).
       01 WS-GX-FOUND             PIC X.
       01 WS-GROUP-TOTAL          PIC 9(15)V99.

       01 WS-RANK                 PIC 9(2).
       01 WS-BEST-IDX             PIC 9(4).
       01 WS-BEST-TOTAL           PIC 9(15)V99.
       01 WS-UTIL-PCT             PIC 9(5)V9.
       01 WS-GROUP-UTIL           PIC 9(5)V9.
       01 WS-BREACHES             PIC 9(3) VALUE 0.
       01 WS-BORROWER-REF         PIC X(16).
       01 FORMAT-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-GROUP            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-PCT              PIC ZZZZ9.9.
       01 FORMAT-GPCT             PIC ZZZZ9.9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "============================================"
           DISPLAY "        LARGEST BORROWER EXPOSURES"
           DISPLAY "============================================"
           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           COMPUTE WS-SBL-LIMIT ROUNDED = WS-CAPITAL-BASE * WS-SBL-PCT
           COMPUTE WS-GROUP-LIMIT ROUNDED =
               WS-CAPITAL-BASE * WS-GROUP-PCT

           OPEN INPUT CONNGRP-FILE
           IF CONNGRP-STATUS = "00"
               MOVE 'Y' TO WS-GROUPS-OPEN
           END-IF

           PERFORM COLLECT-OVERDRAFT-LIMITS
           PERFORM COLLECT-RUNNING-LOANS
           IF WS-GROUPS-OPEN = 'Y'
               CLOSE CONNGRP-FILE
           END-IF
           PERFORM TOTAL-GROUPS

           MOVE SPACES TO REPORT-FILENAME
           STRING "TOPEXPOSURE-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > 20 OR WS-RANK > BX-COUNT
               PERFORM WRITE-NEXT-LARGEST
           END-PERFORM
           WRITE REPORT-LINE FROM
               "==================================================="
           MOVE SPACES TO REPORT-LINE
           STRING "Borrowers with exposure: " BX-COUNT
               "   over the single-borrower limit: " WS-BREACHES
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-BX-FULL > 0
               MOVE SPACES TO REPORT-LINE
               STRING "*** " WS-BX-FULL " borrower(s) beyond the "
                   "2000-line table were left out ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE

           DISPLAY "Borrowers with exposure : " BX-COUNT
           DISPLAY "Over single limit       : " WS-BREACHES
           DISPLAY "Report written to " REPORT-FILENAME
           GOBACK.

      *> Finds (or adds) the borrower line for the account in the
      *> USER-RECORD area and leaves BX-IDX on it; BX-IDX is 0 when
      *> the table is full.
       FIND-BORROWER-LINE.
           MOVE 'N' TO WS-BX-FOUND
           PERFORM VARYING BX-IDX FROM 1 BY 1
                   UNTIL BX-IDX > BX-COUNT OR WS-BX-FOUND = 'Y'
               IF (USER-CUSTOMER-ID NOT = 0 AND
                   BX-CUST-ID(BX-IDX) = USER-CUSTOMER-ID) OR
                  (USER-CUSTOMER-ID = 0 AND BX-CUST-ID(BX-IDX) = 0
                   AND BX-ACC-NO(BX-IDX) = USER-ACC-NO)
                   MOVE 'Y' TO WS-BX-FOUND
               END-IF
           END-PERFORM
           IF WS-BX-FOUND = 'Y'
               SUBTRACT 1 FROM BX-IDX
               EXIT PARAGRAPH
           END-IF
           IF BX-COUNT >= 2000
               ADD 1 TO WS-BX-FULL
               MOVE 0 TO BX-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BX-COUNT
           MOVE BX-COUNT TO BX-IDX
           MOVE USER-CUSTOMER-ID TO BX-CUST-ID(BX-IDX)
           MOVE USER-ACC-NO TO BX-ACC-NO(BX-IDX)
           MOVE USER-NAME TO BX-NAME(BX-IDX)
           MOVE SPACES TO BX-GROUP-ID(BX-IDX)
           MOVE 0 TO BX-OD-LIMITS(BX-IDX)
           MOVE 0 TO BX-LOANS(BX-IDX)
           MOVE 0 TO BX-TOTAL(BX-IDX)
           MOVE 'N' TO BX-PICKED(BX-IDX)
           IF WS-GROUPS-OPEN = 'Y' AND USER-CUSTOMER-ID NOT = 0
               MOVE USER-CUSTOMER-ID TO CG-CUST-ID
               READ CONNGRP-FILE
                   NOT INVALID KEY
                       MOVE CG-GROUP-ID TO BX-GROUP-ID(BX-IDX)
               END-READ
           END-IF.

       COLLECT-OVERDRAFT-LIMITS.
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
                       IF USER-OD-LIMIT > 0
                           PERFORM FIND-BORROWER-LINE
                           IF BX-IDX > 0
                               ADD USER-OD-LIMIT
                                   TO BX-OD-LIMITS(BX-IDX)
                               ADD USER-OD-LIMIT TO BX-TOTAL(BX-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE.

       COLLECT-RUNNING-LOANS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT LOAN-FILE
           IF LOAN-STATUS-CODE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT USER-FILE
           MOVE 0 TO LOAN-ID
           START LOAN-FILE KEY IS NOT LESS THAN LOAN-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOAN-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LOAN-ACTIVE OR LOAN-ARREARS
                           PERFORM ADD-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE
           CLOSE LOAN-FILE.

       ADD-ONE-LOAN.
           MOVE LOAN-ACC-NO TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   MOVE 0 TO USER-CUSTOMER-ID
                   MOVE SPACES TO USER-NAME
           END-READ
           MOVE LOAN-ACC-NO TO USER-ACC-NO
           PERFORM SUM-COLLECTIONS
           COMPUTE WS-CONTRACT = LOAN-INSTALMENT * LOAN-TERM-MONTHS
           IF WS-PAID-AMOUNT >= WS-CONTRACT
               MOVE 0 TO WS-LOAN-EXPOSURE
           ELSE
               COMPUTE WS-LOAN-EXPOSURE = WS-CONTRACT - WS-PAID-AMOUNT
           END-IF
           ADD LOAN-PENALTY-DUE TO WS-LOAN-EXPOSURE
           IF WS-LOAN-EXPOSURE = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-BORROWER-LINE
           IF BX-IDX > 0
               ADD WS-LOAN-EXPOSURE TO BX-LOANS(BX-IDX)
               ADD WS-LOAN-EXPOSURE TO BX-TOTAL(BX-IDX)
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

       TOTAL-GROUPS.
           PERFORM VARYING BX-IDX FROM 1 BY 1 UNTIL BX-IDX > BX-COUNT
               IF BX-GROUP-ID(BX-IDX) NOT = SPACES
                   PERFORM ADD-TO-GROUP
               END-IF
               IF WS-SBL-LIMIT > 0 AND
                  BX-TOTAL(BX-IDX) > WS-SBL-LIMIT
                   ADD 1 TO WS-BREACHES
               END-IF
           END-PERFORM.

       ADD-TO-GROUP.
           MOVE 'N' TO WS-GX-FOUND
           PERFORM VARYING GX-IDX FROM 1 BY 1
                   UNTIL GX-IDX > GX-COUNT OR WS-GX-FOUND = 'Y'
               IF GX-GROUP-ID(GX-IDX) = BX-GROUP-ID(BX-IDX)
                   MOVE 'Y' TO WS-GX-FOUND
               END-IF
           END-PERFORM
           IF WS-GX-FOUND = 'Y'
               SUBTRACT 1 FROM GX-IDX
           ELSE
               IF GX-COUNT >= 300
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO GX-COUNT
               MOVE GX-COUNT TO GX-IDX
               MOVE BX-GROUP-ID(BX-IDX) TO GX-GROUP-ID(GX-IDX)
               MOVE 0 TO GX-TOTAL(GX-IDX)
           END-IF
           ADD BX-TOTAL(BX-IDX) TO GX-TOTAL(GX-IDX).

       WRITE-REPORT-HEADER.
           WRITE REPORT-LINE FROM
               "============ LARGEST BORROWER EXPOSURES ============"
           MOVE SPACES TO REPORT-LINE
           STRING "Business date: " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CAPITAL-BASE TO FORMAT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Capital base : " FORMAT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SBL-LIMIT TO FORMAT-AMOUNT
           MOVE WS-GROUP-LIMIT TO FORMAT-GROUP
           MOVE SPACES TO REPORT-LINE
           STRING "Single-borrower limit: " FORMAT-AMOUNT
               "   connected-group limit: " FORMAT-GROUP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CAPITAL-BASE = 0
               WRITE REPORT-LINE FROM
                   "*** CAPITALBASE NOT SET - NO LIMITS APPLY ***"
           END-IF
           WRITE REPORT-LINE FROM SPACES
           MOVE SPACES TO REPORT-LINE
           STRING "RK BORROWER         NAME                      "
               "GROUP                EXPOSURE   UTIL%"
               "         GROUP TOTAL    GRP%"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *> Straight selection: each pass takes the largest line not
      *> yet printed.
       WRITE-NEXT-LARGEST.
           MOVE 0 TO WS-BEST-IDX
           MOVE 0 TO WS-BEST-TOTAL
           PERFORM VARYING BX-IDX FROM 1 BY 1 UNTIL BX-IDX > BX-COUNT
               IF BX-PICKED(BX-IDX) = 'N' AND
                  (WS-BEST-IDX = 0 OR
                   BX-TOTAL(BX-IDX) > WS-BEST-TOTAL)
                   MOVE BX-IDX TO WS-BEST-IDX
                   MOVE BX-TOTAL(BX-IDX) TO WS-BEST-TOTAL
               END-IF
           END-PERFORM
           IF WS-BEST-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BEST-IDX TO BX-IDX
           MOVE 'Y' TO BX-PICKED(BX-IDX)

           MOVE SPACES TO WS-BORROWER-REF
           IF BX-CUST-ID(BX-IDX) NOT = 0
               STRING "CUST " BX-CUST-ID(BX-IDX)
                   DELIMITED BY SIZE INTO WS-BORROWER-REF
           ELSE
               MOVE BX-ACC-NO(BX-IDX) TO WS-BORROWER-REF
           END-IF
           MOVE 0 TO WS-UTIL-PCT
           IF WS-SBL-LIMIT > 0
               COMPUTE WS-UTIL-PCT ROUNDED =
                   BX-TOTAL(BX-IDX) * 100 / WS-SBL-LIMIT
           END-IF
           MOVE 0 TO WS-GROUP-TOTAL
           MOVE 0 TO WS-GROUP-UTIL
           IF BX-GROUP-ID(BX-IDX) NOT = SPACES
               PERFORM VARYING GX-IDX FROM 1 BY 1
                       UNTIL GX-IDX > GX-COUNT
                   IF GX-GROUP-ID(GX-IDX) = BX-GROUP-ID(BX-IDX)
                       MOVE GX-TOTAL(GX-IDX) TO WS-GROUP-TOTAL
                   END-IF
               END-PERFORM
               IF WS-GROUP-LIMIT > 0
                   COMPUTE WS-GROUP-UTIL ROUNDED =
                       WS-GROUP-TOTAL * 100 / WS-GROUP-LIMIT
               END-IF
           END-IF

           MOVE BX-TOTAL(BX-IDX) TO FORMAT-AMOUNT
           MOVE WS-UTIL-PCT TO FORMAT-PCT
           MOVE WS-GROUP-TOTAL TO FORMAT-GROUP
           MOVE WS-GROUP-UTIL TO FORMAT-GPCT
           MOVE SPACES TO REPORT-LINE
           IF BX-GROUP-ID(BX-IDX) = SPACES
               STRING WS-RANK " " WS-BORROWER-REF " "
                   BX-NAME(BX-IDX) " " BX-GROUP-ID(BX-IDX) " "
                   FORMAT-AMOUNT " " FORMAT-PCT
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING WS-RANK " " WS-BORROWER-REF " "
                   BX-NAME(BX-IDX) " " BX-GROUP-ID(BX-IDX) " "
                   FORMAT-AMOUNT " " FORMAT-PCT " "
                   FORMAT-GROUP " " FORMAT-GPCT
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
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
                           MOVE SPACES TO WS-PARAM-NAME WS-PARAM-VALUE
                           UNSTRING PARAM-LINE DELIMITED BY ","
                               INTO WS-PARAM-NAME WS-PARAM-VALUE
                           EVALUATE FUNCTION TRIM(WS-PARAM-NAME)
                               WHEN "BUSINESSDATE"
                                   COMPUTE WS-BUSINESS-DATE =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               WHEN "CAPITALBASE"
                                   COMPUTE WS-CAPITAL-BASE =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               WHEN "SBLIMITPCT"
                                   COMPUTE WS-SBL-PCT =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               WHEN "GROUPLIMITPCT"
                                   COMPUTE WS-GROUP-PCT =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               WHEN "LOANOFFICEACC"
                                   COMPUTE WS-LOAN-OFFICE-ACC =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM TopExposures.
