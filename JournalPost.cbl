       IDENTIFICATION DIVISION.
       PROGRAM-ID. JournalPost.

      *> Checker side of a manual journal voucher, called from
      *> ApprovalQueue once a different officer has decided the
      *> JVOUCHER request. The voucher must still be PENDING against
      *> that very approval request. A rejection just closes it
      *> REJECTED under the checker's identity. An approval checks
      *> every line's account is still on file, ACTIVE and in the
      *> voucher currency - a voucher that no longer stands is closed
      *> REJECTED rather than half posted - then posts each line
      *> under operator JOURNAL: a debit line is a TR-TYPE 2 leg that
      *> takes the amount off the internal account, a credit line a
      *> TR-TYPE 1 leg that adds it, all under one TR-GROUP-ID that
      *> is kept on the voucher (so ReverseTransaction can take the
      *> whole voucher back as one). GLRULES.DAT books both leg types
      *> for JOURNAL through 1900 clearing, which a balanced voucher
      *> nets to nil. Internal accounts are the bank's own books and
      *> carry no available-balance check.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JVOUCHER-FILE ASSIGN TO "JVOUCHERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JV-NO
               FILE STATUS IS JVOUCHER-STATUS.

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

           SELECT TRAN-CONTROL-FILE ASSIGN TO "TRANCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               FILE STATUS IS CTL-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD JVOUCHER-FILE.
           COPY "JOURNAL-VOUCHER.cpy".

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD TRAN-CONTROL-FILE.
           COPY "TRAN-CONTROL.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 JVOUCHER-STATUS         PIC XX.
       01 FILE-STATUS             PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 CTL-STATUS              PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 AUDIT-LINE              PIC X(120).

       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-AUDIT-TIME           PIC 9(6).
       01 WS-AUDIT-ACTION         PIC X(12).

       01 WS-STANDS               PIC X.
       01 WS-FAIL-REASON          PIC X(60).
       01 JL-IDX                  PIC 9(2).
       01 WS-RANDOM               USAGE COMP-1 VALUE 0.
       01 WS-GROUP-ID             PIC 9(8) VALUE 0.
       01 WS-JOURNAL-OPERATOR     PIC X(20) VALUE "JOURNAL".

      *> One posting leg.
       01 WS-LEG-ACC              PIC 9(16).
       01 WS-LEG-TYPE             PIC 9.
       01 WS-LEG-AMOUNT           PIC 9(13)V99.
       01 WS-LEG-BRANCH           PIC X(4).

       01 LAST-TRANSACTION-ID     PIC 9(9).
       01 WS-CTL-DATE-RAW         PIC X(6).
       01 WS-CTL-DATE             PIC 9(8).
       01 WS-NEXT-RECEIPT-CDE     PIC 9(14).
       01 WS-CUR-TIME             PIC X(6).
       01 WS-TIME                 PIC 9(8).

       LINKAGE SECTION.
       01 LNK-JV-NO               PIC 9(6).
       01 LNK-APPR-ID             PIC 9(6).
      *> A = approved, R = rejected.
       01 LNK-DECISION            PIC X.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING LNK-JV-NO, LNK-APPR-ID, LNK-DECISION,
           LNK-OPERATOR-ID.
       MAIN-PROCEDURE.
           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY

           OPEN I-O JVOUCHER-FILE
           IF JVOUCHER-STATUS NOT = "00"
               DISPLAY "[ERROR]: Voucher file unavailable. Status: "
                   JVOUCHER-STATUS
               GOBACK
           END-IF
           MOVE LNK-JV-NO TO JV-NO
           READ JVOUCHER-FILE
               INVALID KEY
                   DISPLAY "[ERROR]: Voucher " LNK-JV-NO
                       " not found."
                   CLOSE JVOUCHER-FILE
                   GOBACK
           END-READ
           IF NOT JV-PENDING OR JV-APPR-ID NOT = LNK-APPR-ID
               DISPLAY "Voucher " JV-NO " is " JV-STATUS
                   " - nothing done."
               CLOSE JVOUCHER-FILE
               GOBACK
           END-IF

           IF LNK-DECISION NOT = "A"
               MOVE "REJECTED" TO JV-STATUS
               MOVE LNK-OPERATOR-ID TO JV-CHECKER
               MOVE WS-TODAY TO JV-DONE-DATE
               REWRITE JOURNAL-VOUCHER-RECORD
               MOVE "JV_REJECT" TO WS-AUDIT-ACTION
               PERFORM WRITE-AUDIT-LOG
               DISPLAY "Voucher " JV-NO " rejected."
               CLOSE JVOUCHER-FILE
               GOBACK
           END-IF

           PERFORM CHECK-VOUCHER-STANDS
           IF WS-STANDS NOT = 'Y'
               MOVE "REJECTED" TO JV-STATUS
               MOVE LNK-OPERATOR-ID TO JV-CHECKER
               MOVE WS-TODAY TO JV-DONE-DATE
               REWRITE JOURNAL-VOUCHER-RECORD
               MOVE "JV_VOID" TO WS-AUDIT-ACTION
               PERFORM WRITE-AUDIT-LOG
               DISPLAY "Voucher " JV-NO " cannot be posted: "
                   FUNCTION TRIM(WS-FAIL-REASON)
               DISPLAY "It has been closed and must be entered "
                   "again."
               CLOSE JVOUCHER-FILE
               GOBACK
           END-IF

           COMPUTE WS-RANDOM = FUNCTION RANDOM
           COMPUTE WS-GROUP-ID = (WS-RANDOM * 89999999) + 10000000

           PERFORM VARYING JL-IDX FROM 1 BY 1
                   UNTIL JL-IDX > JV-LINE-COUNT
               PERFORM POST-VOUCHER-LINE
           END-PERFORM

           MOVE "POSTED" TO JV-STATUS
           MOVE WS-GROUP-ID TO JV-GROUP-ID
           MOVE LNK-OPERATOR-ID TO JV-CHECKER
           MOVE WS-TODAY TO JV-DONE-DATE
           REWRITE JOURNAL-VOUCHER-RECORD
           MOVE "JV_POST" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Voucher " JV-NO " posted under group "
               WS-GROUP-ID "."
           CLOSE JVOUCHER-FILE
           GOBACK.

       CHECK-VOUCHER-STANDS.
           MOVE 'Y' TO WS-STANDS
           MOVE SPACES TO WS-FAIL-REASON
           OPEN INPUT USER-FILE
           PERFORM VARYING JL-IDX FROM 1 BY 1
                   UNTIL JL-IDX > JV-LINE-COUNT OR WS-STANDS = 'N'
               MOVE JV-ACC-NO(JL-IDX) TO USER-ACC-NO
               READ USER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-STANDS
                       STRING "account " JV-ACC-NO(JL-IDX)
                           " not on file" DELIMITED BY SIZE
                           INTO WS-FAIL-REASON
                   NOT INVALID KEY
                       IF USER-STATUS NOT = "ACTIVE"
                           MOVE 'N' TO WS-STANDS
                           STRING "account " JV-ACC-NO(JL-IDX)
                               " is " USER-STATUS DELIMITED BY SIZE
                               INTO WS-FAIL-REASON
                       END-IF
                       IF WS-STANDS = 'Y' AND
                          USER-CURRENCY NOT = JV-CURRENCY
                           MOVE 'N' TO WS-STANDS
                           STRING "account " JV-ACC-NO(JL-IDX)
                               " is now in " USER-CURRENCY
                               DELIMITED BY SIZE INTO WS-FAIL-REASON
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE.

       POST-VOUCHER-LINE.
           MOVE JV-ACC-NO(JL-IDX) TO WS-LEG-ACC
           MOVE JV-AMOUNT(JL-IDX) TO WS-LEG-AMOUNT
           OPEN I-O USER-FILE
           MOVE WS-LEG-ACC TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   DISPLAY "[ERROR]: Account " WS-LEG-ACC
                       " not found - fix voucher " JV-NO " by hand."
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           IF JV-DEBIT(JL-IDX)
               MOVE 2 TO WS-LEG-TYPE
               SUBTRACT WS-LEG-AMOUNT FROM USER-BALANCE
           ELSE
               MOVE 1 TO WS-LEG-TYPE
               ADD WS-LEG-AMOUNT TO USER-BALANCE
           END-IF
           IF USER-BRANCH = SPACES
               MOVE "0001" TO WS-LEG-BRANCH
           ELSE
               MOVE USER-BRANCH TO WS-LEG-BRANCH
           END-IF
           REWRITE USER-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not update account "
                       WS-LEG-ACC " - fix voucher " JV-NO " by hand."
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "USER" TO WS-IJ-KIND
           MOVE USER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           CLOSE USER-FILE

           PERFORM POST-TRANSACTION.

       POST-TRANSACTION.
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
           MOVE WS-GROUP-ID         TO TR-GROUP-ID
           MOVE WS-LEG-TYPE         TO TR-TYPE
           MOVE WS-TODAY            TO TR-DATE
           MOVE WS-TODAY            TO TR-VALUE-DATE
           MOVE WS-CUR-TIME         TO TR-TIME
           MOVE WS-JOURNAL-OPERATOR TO TR-OPERATOR-ID
           MOVE "N"                 TO TR-REVERSED
           MOVE JV-CURRENCY         TO TR-CURRENCY
           MOVE WS-LEG-BRANCH       TO TR-BRANCH
           MOVE 1                   TO TR-FX-RATE
           MOVE SPACES TO TR-TERMINAL
           COMPUTE TR-AMOUNT  =
               FUNCTION INTEGER-PART(WS-LEG-AMOUNT)
           COMPUTE TR-DECIMAL =
               FUNCTION MOD(WS-LEG-AMOUNT * 100, 100)

           WRITE TRANSACTION-RECORD INVALID KEY
               DISPLAY "[ERROR]: Writing voucher leg failed for "
                   WS-LEG-ACC
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

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-ACTION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               JV-NO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               JV-GROUP-ID DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(JV-MAKER) DELIMITED BY SIZE
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
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM JournalPost.
