       IDENTIFICATION DIVISION.
       PROGRAM-ID. BorrowerExposure.

      *> Single-borrower and connected-group exposure. Everything a
      *> borrower owes the bank is counted across the whole CUST-ID
      *> (just the one account for a customer id 0): the sanctioned
      *> overdraft limit on each account, whether drawn or not, plus
      *> what is still to be collected on each running loan - the
      *> contract (instalment times term) less the instalments
      *> already collected, plus accrued penalty. The connected
      *> group adds up the same for every customer sharing the
      *> borrower's CONNGROUPS.DAT group. The caller's pending
      *> change is added to both, and the totals are held against
      *> CAPITALBASE times SBLIMITPCT (one borrower) and times
      *> GROUPLIMITPCT (the group).

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

       WORKING-STORAGE SECTION.
       01 FILE-STATUS             PIC XX.
       01 LOAN-STATUS-CODE        PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 CONNGRP-STATUS          PIC XX.
       01 PARAMS-STATUS           PIC XX.

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-CAPITAL-BASE         PIC 9(15)V99 VALUE 0.
       01 WS-SBL-PCT              PIC 9V9999 VALUE 0.
       01 WS-GROUP-PCT            PIC 9V9999 VALUE 0.
       01 WS-LOAN-OFFICE-ACC      PIC 9(16) VALUE 0.

       01 WS-EOF                  PIC X.
       01 WS-TRAN-EOF             PIC X.
       01 WS-IN-CUST              PIC X.
       01 WS-IN-GROUP             PIC X.
       01 WS-ACC-EXPOSURE         PIC 9(15)V99.
       01 WS-CONTRACT             PIC 9(15)V99.
       01 WS-PAID-AMOUNT          PIC 9(15)V99.
       01 WS-TR-AMT               PIC 9(15)V99.
       01 WS-CUST-TOTAL           PIC S9(15)V99.
       01 WS-GROUP-TOTAL          PIC S9(15)V99.

       LINKAGE SECTION.
           COPY "EXPOSURE-CHECK.cpy".

       PROCEDURE DIVISION USING EXPOSURE-CHECK.
       MAIN-PROCEDURE.
           PERFORM READ-PARAMS
           MOVE 0 TO XC-CUST-ID
           MOVE SPACES TO XC-GROUP-ID
           MOVE 0 TO WS-CUST-TOTAL
           MOVE 0 TO WS-GROUP-TOTAL

           PERFORM FIND-BORROWER
           PERFORM ADD-OVERDRAFT-LIMITS
           PERFORM ADD-RUNNING-LOANS

           ADD XC-CHANGE TO WS-CUST-TOTAL
           ADD XC-CHANGE TO WS-GROUP-TOTAL
           IF WS-CUST-TOTAL < 0
               MOVE 0 TO WS-CUST-TOTAL
           END-IF
           IF WS-GROUP-TOTAL < 0
               MOVE 0 TO WS-GROUP-TOTAL
           END-IF
           MOVE WS-CUST-TOTAL TO XC-CUST-EXPOSURE
           MOVE WS-GROUP-TOTAL TO XC-GROUP-EXPOSURE

           COMPUTE XC-CUST-LIMIT ROUNDED =
               WS-CAPITAL-BASE * WS-SBL-PCT
           COMPUTE XC-GROUP-LIMIT ROUNDED =
               WS-CAPITAL-BASE * WS-GROUP-PCT

           MOVE "N" TO XC-BREACH
           IF WS-CAPITAL-BASE = 0
               GOBACK
           END-IF
           IF XC-CUST-LIMIT > 0 AND XC-CUST-EXPOSURE > XC-CUST-LIMIT
               MOVE "C" TO XC-BREACH
           END-IF
      *> The group limit only bites on a borrower that is in one.
           IF XC-GROUP-ID NOT = SPACES AND XC-GROUP-LIMIT > 0 AND
              XC-GROUP-EXPOSURE > XC-GROUP-LIMIT
               IF XC-CUST-BREACH
                   MOVE "B" TO XC-BREACH
               ELSE
                   MOVE "G" TO XC-BREACH
               END-IF
           END-IF
           GOBACK.

       FIND-BORROWER.
           OPEN INPUT USER-FILE
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE XC-ACC-NO TO USER-ACC-NO
           READ USER-FILE
               NOT INVALID KEY
                   MOVE USER-CUSTOMER-ID TO XC-CUST-ID
           END-READ
           CLOSE USER-FILE

           IF XC-CUST-ID = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CONNGRP-FILE
           IF CONNGRP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE XC-CUST-ID TO CG-CUST-ID
           READ CONNGRP-FILE
               NOT INVALID KEY
                   MOVE CG-GROUP-ID TO XC-GROUP-ID
           END-READ
           CLOSE CONNGRP-FILE.

      *> Which of the two totals the account in the USER-RECORD
      *> area counts towards.
       CLASSIFY-ACCOUNT.
           MOVE 'N' TO WS-IN-CUST
           MOVE 'N' TO WS-IN-GROUP
           IF USER-ACC-NO = XC-ACC-NO OR
              (XC-CUST-ID NOT = 0 AND USER-CUSTOMER-ID = XC-CUST-ID)
               MOVE 'Y' TO WS-IN-CUST
               MOVE 'Y' TO WS-IN-GROUP
               EXIT PARAGRAPH
           END-IF
           IF XC-GROUP-ID = SPACES OR USER-CUSTOMER-ID = 0
               EXIT PARAGRAPH
           END-IF
           MOVE USER-CUSTOMER-ID TO CG-CUST-ID
           READ CONNGRP-FILE
               NOT INVALID KEY
                   IF CG-GROUP-ID = XC-GROUP-ID
                       MOVE 'Y' TO WS-IN-GROUP
                   END-IF
           END-READ.

       ADD-OVERDRAFT-LIMITS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CONNGRP-FILE
           OPEN INPUT USER-FILE
           IF FILE-STATUS NOT = "00"
               CLOSE CONNGRP-FILE
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
                           PERFORM CLASSIFY-ACCOUNT
                           IF WS-IN-CUST = 'Y'
                               ADD USER-OD-LIMIT TO WS-CUST-TOTAL
                           END-IF
                           IF WS-IN-GROUP = 'Y'
                               ADD USER-OD-LIMIT TO WS-GROUP-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE
           CLOSE CONNGRP-FILE.

       ADD-RUNNING-LOANS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT LOAN-FILE
           IF LOAN-STATUS-CODE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CONNGRP-FILE
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
           CLOSE CONNGRP-FILE
           CLOSE LOAN-FILE.

       ADD-ONE-LOAN.
           MOVE LOAN-ACC-NO TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   MOVE 0 TO USER-CUSTOMER-ID
           END-READ
           MOVE LOAN-ACC-NO TO USER-ACC-NO
           PERFORM CLASSIFY-ACCOUNT
           IF WS-IN-GROUP = 'N'
               EXIT PARAGRAPH
           END-IF

           PERFORM SUM-COLLECTIONS
           COMPUTE WS-CONTRACT = LOAN-INSTALMENT * LOAN-TERM-MONTHS
           IF WS-PAID-AMOUNT >= WS-CONTRACT
               MOVE 0 TO WS-ACC-EXPOSURE
           ELSE
               COMPUTE WS-ACC-EXPOSURE = WS-CONTRACT - WS-PAID-AMOUNT
           END-IF
           ADD LOAN-PENALTY-DUE TO WS-ACC-EXPOSURE

           IF WS-IN-CUST = 'Y'
               ADD WS-ACC-EXPOSURE TO WS-CUST-TOTAL
           END-IF
           ADD WS-ACC-EXPOSURE TO WS-GROUP-TOTAL.

      *> Instalments collected the way LoanMaint counts them:
      *> transfers from the borrower into LOANOFFICEACC since
      *> disbursement.
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

       END PROGRAM BorrowerExposure.
