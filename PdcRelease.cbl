       IDENTIFICATION DIVISION.
       PROGRAM-ID. PdcRelease.

      *> Nightly post-dated cheque release. Every WAREHOUSED cheque
      *> on PDCWAREHOUSE.DAT due on or before the business date is
      *> deposited exactly as a counter cheque deposit is: the
      *> account's ledger is credited under operator CHEQUEDEP and
      *> an ACTIVE hold on HOLDS.DAT keeps the money unspendable for
      *> CLEARINGDAYS days, so ChequeClear releases or bounces it
      *> like any other cheque. The cheque is marked PRESENTED with
      *> the hold it raised. A cheque whose account is no longer
      *> ACTIVE is marked REFUSED and left for the teller to hand
      *> back. Each cheque is answered on PDCREL-<date>.txt. A
      *> RUNCTL.DAT record (job PDCRELEASE) refuses a second run
      *> for the same date and lets a crashed run resume after the
      *> last cheque it dealt with.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PDC-FILE ASSIGN TO "PDCWAREHOUSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDC-ID
               ALTERNATE RECORD KEY IS PDC-ACC-DUE
                   WITH DUPLICATES
               FILE STATUS IS PDC-STATUS-CODE.

           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-ACC-NO
               FILE STATUS IS FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-ID
               FILE STATUS IS HOLD-STATUS-CODE.

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

           SELECT DAYTOT-FILE ASSIGN TO "DAYTOTALS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DT-KEY
               FILE STATUS IS DAYTOT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS RUNCTL-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PDC-FILE.
           COPY "POST-DATED-CHEQUE.cpy".

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD HOLD-FILE.
           COPY "CHEQUE-HOLD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD TRAN-CONTROL-FILE.
           COPY "TRAN-CONTROL.cpy".

       FD DAYTOT-FILE.
           COPY "DAY-TOTALS.cpy".

       FD RUNCTL-FILE.
           COPY "RUN-CONTROL.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01 PDC-STATUS-CODE         PIC XX.
       01 FILE-STATUS             PIC XX.
       01 HOLD-STATUS-CODE        PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 CTL-STATUS              PIC XX.
       01 DAYTOT-STATUS           PIC XX.
       01 RUNCTL-STATUS           PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 REPORT-FILENAME         PIC X(30).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-CLEARING-DAYS        PIC 9(2) VALUE 3.

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-JULIAN               PIC 9(8).
       01 WS-CLOCK-TIME           PIC 9(6).
       01 WS-RUN-BLOCKED          PIC X VALUE 'N'.
       01 WS-RESTART-KEY          PIC 9(16) VALUE 0.

       01 WS-EOF                  PIC X.
       01 WS-HOLD-EOF             PIC X.
       01 WS-NEXT-HOLD-ID         PIC 9(6).
       01 WS-RESULT               PIC X(9).
       01 WS-REASON-TEXT          PIC X(40).
       01 WS-PDC-OPERATOR         PIC X(20) VALUE "CHEQUEDEP".

       01 WS-DUE-COUNT            PIC 9(6) VALUE 0.
       01 WS-PRESENTED-COUNT      PIC 9(6) VALUE 0.
       01 WS-REFUSED-COUNT        PIC 9(6) VALUE 0.
       01 WS-PRESENTED-TOTAL      PIC 9(15)V99 VALUE 0.

       01 LAST-TRANSACTION-ID     PIC 9(9).
       01 WS-CTL-DATE-RAW         PIC X(6).
       01 WS-CTL-DATE             PIC 9(8).
       01 WS-NEXT-RECEIPT-CDE     PIC 9(14).
       01 WS-CUR-TIME             PIC X(6).
       01 WS-TIME                 PIC 9(8).

       01 WS-DT-ACC               PIC 9(16).
       01 WS-DT-TYPE              PIC 9.
       01 WS-DT-AMOUNT            PIC 9(15)V99.

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "============================================"
           DISPLAY "      POST-DATED CHEQUE RELEASE"
           DISPLAY "============================================"

           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           PERFORM OPEN-RUN-CONTROL
           IF WS-RUN-BLOCKED = 'Y'
               GOBACK
           END-IF

           MOVE 0 TO WS-DUE-COUNT WS-PRESENTED-COUNT
           MOVE 0 TO WS-REFUSED-COUNT WS-PRESENTED-TOTAL
           OPEN I-O PDC-FILE
           IF PDC-STATUS-CODE NOT = "00"
               DISPLAY "No post-dated cheques on file - nothing to "
                   "release."
               PERFORM CLOSE-RUN-CONTROL
               GOBACK
           END-IF

           PERFORM OPEN-REPORT
           PERFORM FIND-NEXT-HOLD-ID

           MOVE 'N' TO WS-EOF
           MOVE WS-RESTART-KEY TO PDC-ID
           START PDC-FILE KEY IS GREATER THAN PDC-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ PDC-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PDC-WAREHOUSED AND
                          PDC-DUE-DATE <= WS-TODAY
                           PERFORM RELEASE-ONE-CHEQUE
                           PERFORM WRITE-REPORT-LINE
                           PERFORM UPDATE-CHECKPOINT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PDC-FILE
           CLOSE REPORT-FILE
           PERFORM CLOSE-RUN-CONTROL

           DISPLAY "--------------------------------------------"
           DISPLAY "Cheques due       : " WS-DUE-COUNT
           DISPLAY "Presented         : " WS-PRESENTED-COUNT
           DISPLAY "Refused           : " WS-REFUSED-COUNT
           MOVE WS-PRESENTED-TOTAL TO FORMAT-BALANCE
           DISPLAY "Total presented   : " FORMAT-BALANCE
           DISPLAY "Report written to " REPORT-FILENAME
           DISPLAY "============================================"
           GOBACK.

       RELEASE-ONE-CHEQUE.
           ADD 1 TO WS-DUE-COUNT
           MOVE "REFUSED" TO WS-RESULT
           MOVE SPACES TO WS-REASON-TEXT

           OPEN I-O USER-FILE
           MOVE PDC-ACC-NO TO USER-ACC-NO
           READ USER-FILE KEY IS USER-ACC-NO
               INVALID KEY
                   MOVE "Account not on file" TO WS-REASON-TEXT
                   PERFORM REFUSE-CHEQUE
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           IF USER-STATUS NOT = "ACTIVE"
               STRING "Account status " USER-STATUS
                   DELIMITED BY SIZE INTO WS-REASON-TEXT
               PERFORM REFUSE-CHEQUE
               CLOSE USER-FILE
               EXIT PARAGRAPH
           END-IF

           ADD PDC-AMOUNT TO USER-BALANCE
           REWRITE USER-RECORD
               INVALID KEY
                   MOVE "Account could not be credited"
                       TO WS-REASON-TEXT
                   PERFORM REFUSE-CHEQUE
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "USER" TO WS-IJ-KIND
           MOVE USER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           CLOSE USER-FILE

           PERFORM WRITE-HOLD
           PERFORM POST-TRANSACTION
           MOVE PDC-ACC-NO TO WS-DT-ACC
           MOVE 1 TO WS-DT-TYPE
           MOVE PDC-AMOUNT TO WS-DT-AMOUNT
           PERFORM BUMP-DAY-TOTALS

           MOVE "PRESENTED" TO PDC-STATUS
           MOVE WS-TODAY TO PDC-ACTION-DATE
           MOVE "PDCRELEASE" TO PDC-ACTION-BY
           REWRITE PDC-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not mark PDC " PDC-ID
                       " presented - check before the next run."
           END-REWRITE
           MOVE "PRESENTED" TO WS-RESULT
           ADD 1 TO WS-PRESENTED-COUNT
           ADD PDC-AMOUNT TO WS-PRESENTED-TOTAL.

       REFUSE-CHEQUE.
           MOVE "REFUSED" TO PDC-STATUS
           MOVE WS-TODAY TO PDC-ACTION-DATE
           MOVE "PDCRELEASE" TO PDC-ACTION-BY
           REWRITE PDC-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not mark PDC " PDC-ID
                       " refused."
           END-REWRITE
           MOVE "REFUSED" TO WS-RESULT
           ADD 1 TO WS-REFUSED-COUNT.

      *> The hold is the one a counter cheque deposit raises: the
      *> cheque's own number and bank, released after the clearing
      *> period counted from tonight.
       WRITE-HOLD.
           OPEN I-O HOLD-FILE
           IF HOLD-STATUS-CODE = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           MOVE WS-NEXT-HOLD-ID TO HOLD-ID
           MOVE WS-NEXT-HOLD-ID TO PDC-HOLD-ID
           ADD 1 TO WS-NEXT-HOLD-ID
           MOVE PDC-ACC-NO TO HOLD-ACC-NO
           MOVE PDC-AMOUNT TO HOLD-AMOUNT
           MOVE PDC-CHEQUE-NO TO HOLD-CHEQUE-NO
           MOVE PDC-DRAWN-BANK TO HOLD-DRAWN-BANK
           MOVE WS-TODAY TO HOLD-DEPOSIT-DATE
           COMPUTE WS-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-CLEARING-DAYS
           COMPUTE HOLD-RELEASE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-JULIAN)
           MOVE "ACTIVE" TO HOLD-STATUS
           WRITE HOLD-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not record clearing hold "
                       "for PDC " PDC-ID
           END-WRITE
           CLOSE HOLD-FILE.

       FIND-NEXT-HOLD-ID.
           MOVE 1 TO WS-NEXT-HOLD-ID
           MOVE 'N' TO WS-HOLD-EOF
           OPEN INPUT HOLD-FILE
           IF HOLD-STATUS-CODE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO HOLD-ID
           START HOLD-FILE KEY IS NOT LESS THAN HOLD-ID
               INVALID KEY MOVE 'Y' TO WS-HOLD-EOF
           END-START
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ HOLD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       COMPUTE WS-NEXT-HOLD-ID = HOLD-ID + 1
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

       POST-TRANSACTION.
           OPEN I-O TRANSACTION-FILE

           PERFORM GET-NEXT-TRANSACTION-ID

           ACCEPT WS-TIME FROM TIME
           STRING WS-TIME(1:2) DELIMITED BY SIZE
                  WS-TIME(3:2) DELIMITED BY SIZE
                  WS-TIME(5:2) DELIMITED BY SIZE
                  INTO WS-CUR-TIME

           MOVE WS-NEXT-RECEIPT-CDE TO TRANSACTION-CDE
           MOVE LAST-TRANSACTION-ID TO TRANSACTION-ID
           MOVE PDC-ACC-NO          TO TR-ACC-NO
           MOVE 0                   TO TR-RECEIVER-NO
           MOVE 0                   TO TR-GROUP-ID
           MOVE 1                   TO TR-TYPE
           MOVE WS-TODAY            TO TR-DATE
           MOVE WS-TODAY            TO TR-VALUE-DATE
           MOVE WS-CUR-TIME         TO TR-TIME
           MOVE WS-PDC-OPERATOR     TO TR-OPERATOR-ID
           MOVE "N"                 TO TR-REVERSED
           IF USER-CURRENCY = SPACES
               MOVE "MMK" TO TR-CURRENCY
           ELSE
               MOVE USER-CURRENCY TO TR-CURRENCY
           END-IF
           IF USER-BRANCH = SPACES
               MOVE "0001" TO TR-BRANCH
           ELSE
               MOVE USER-BRANCH TO TR-BRANCH
           END-IF
           MOVE 1                   TO TR-FX-RATE
           MOVE SPACES TO TR-TERMINAL
           COMPUTE TR-AMOUNT  =
               FUNCTION INTEGER-PART(PDC-AMOUNT)
           COMPUTE TR-DECIMAL =
               FUNCTION MOD(PDC-AMOUNT * 100, 100)

           WRITE TRANSACTION-RECORD INVALID KEY
               DISPLAY "[ERROR]: Writing PDC deposit failed for "
                   PDC-ACC-NO
           END-WRITE
           MOVE "TRAN" TO WS-IJ-KIND
           MOVE TRANSACTION-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE

           CLOSE TRANSACTION-FILE.

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

      *> Bumps the per-account and bank-wide (account 0) rows on
      *> DAYTOTALS.DAT for WS-DT-ACC / WS-DT-TYPE / WS-DT-AMOUNT on
      *> WS-TODAY, creating rows as needed.
       BUMP-DAY-TOTALS.
           OPEN I-O DAYTOT-FILE
           IF DAYTOT-STATUS = "35"
               OPEN OUTPUT DAYTOT-FILE
               CLOSE DAYTOT-FILE
               OPEN I-O DAYTOT-FILE
           END-IF
           PERFORM BUMP-ONE-ROW
           MOVE 0 TO WS-DT-ACC
           PERFORM BUMP-ONE-ROW
           CLOSE DAYTOT-FILE.

       BUMP-ONE-ROW.
           MOVE WS-DT-ACC TO DT-ACC-NO
           MOVE WS-TODAY TO DT-DATE
           READ DAYTOT-FILE KEY IS DT-KEY
               INVALID KEY
                   MOVE WS-DT-ACC TO DT-ACC-NO
                   MOVE WS-TODAY TO DT-DATE
                   MOVE 0 TO DT-DEPOSITS
                   MOVE 0 TO DT-WITHDRAWALS
                   MOVE 0 TO DT-TRANSFERS
                   PERFORM ADD-TO-ROW
                   WRITE DAY-TOTALS-RECORD
               NOT INVALID KEY
                   PERFORM ADD-TO-ROW
                   REWRITE DAY-TOTALS-RECORD
           END-READ.

       ADD-TO-ROW.
           EVALUATE WS-DT-TYPE
               WHEN 1
                   ADD WS-DT-AMOUNT TO DT-DEPOSITS
               WHEN 2
                   ADD WS-DT-AMOUNT TO DT-WITHDRAWALS
               WHEN 3
                   ADD WS-DT-AMOUNT TO DT-TRANSFERS
           END-EVALUATE.

      *> On a resumed run the report is extended rather than
      *> started again, so it still answers every cheque.
       OPEN-REPORT.
           MOVE SPACES TO REPORT-FILENAME
           STRING "PDCREL-" WS-TODAY ".txt"
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
               "====== POST-DATED CHEQUES RELEASED FOR CLEARING ======"
           MOVE SPACES TO REPORT-LINE
           STRING "Business date: " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PDC,ACCOUNT,DUE,AMOUNT,CHEQUE,BANK,RESULT,"
               DELIMITED BY SIZE
               "HOLD OR REASON"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE
           IF WS-RESULT = "PRESENTED"
               STRING PDC-ID DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   PDC-ACC-NO DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   PDC-DUE-DATE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   PDC-AMOUNT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(PDC-CHEQUE-NO) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(PDC-DRAWN-BANK) DELIMITED BY SIZE
                   ",PRESENTED," DELIMITED BY SIZE
                   PDC-HOLD-ID DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               STRING PDC-ID DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   PDC-ACC-NO DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   PDC-DUE-DATE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   PDC-AMOUNT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(PDC-CHEQUE-NO) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(PDC-DRAWN-BANK) DELIMITED BY SIZE
                   ",REFUSED," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REASON-TEXT) DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE.

       OPEN-RUN-CONTROL.
           MOVE 'N' TO WS-RUN-BLOCKED
           MOVE 0 TO WS-RESTART-KEY
           OPEN I-O RUNCTL-FILE
           IF RUNCTL-STATUS = "35"
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF

           MOVE "PDCRELEASE" TO RUN-JOB-NAME
           MOVE WS-TODAY TO RUN-BUS-DATE
           READ RUNCTL-FILE KEY IS RUN-KEY
               INVALID KEY
                   MOVE "PDCRELEASE" TO RUN-JOB-NAME
                   MOVE WS-TODAY TO RUN-BUS-DATE
                   MOVE "RUNNING" TO RUN-STATE
                   MOVE 0 TO RUN-CHECKPOINT
                   ACCEPT WS-CLOCK-TIME FROM TIME
                   MOVE WS-CLOCK-TIME TO RUN-START-TIME
                   MOVE 0 TO RUN-END-TIME
                   WRITE RUN-CONTROL-RECORD
               NOT INVALID KEY
                   IF RUN-COMPLETE
                       DISPLAY "Post-dated cheque release already "
                           "completed for " WS-TODAY
                           " - refusing to run twice."
                       MOVE 'Y' TO WS-RUN-BLOCKED
                       CLOSE RUNCTL-FILE
                   ELSE
                       MOVE RUN-CHECKPOINT TO WS-RESTART-KEY
                       DISPLAY "Resuming interrupted run after PDC "
                           WS-RESTART-KEY
                   END-IF
           END-READ.

       UPDATE-CHECKPOINT.
           MOVE PDC-ID TO RUN-CHECKPOINT
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
                              "CLEARINGDAYS"
                               COMPUTE WS-CLEARING-DAYS =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM PdcRelease.
