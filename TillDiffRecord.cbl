       IDENTIFICATION DIVISION.
       PROGRAM-ID. TillDiffRecord.

      *> Called by TillSession when a till closes over or short. The
      *> difference goes on the till difference register
      *> (TILLDIFF.DAT) with the teller, branch, till and date, and
      *> is booked under operator TILLDIFF against the drawer cash:
      *> an overage is a TR-TYPE 1 credit parking it on the sundry
      *> account TILLSUNDRYACC, a shortage a TR-TYPE 2 debit on the
      *> shortage receivable account TILLSHORTACC, where it stays
      *> until TillDifference records its recovery from the teller
      *> or its write-off. With the account not set in PARAMS.DAT
      *> the entry is still registered, unbooked. A shortage that
      *> makes TILLSHORTREPEAT (default 3) or more for the teller
      *> within TILLSHORTDAYS (default 30) days is flagged as a
      *> repeated shortage on the entry, on screen and on the audit
      *> log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TILLDIFF-FILE ASSIGN TO "TILLDIFF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDF-ID
               FILE STATUS IS TILLDIFF-STATUS.

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

       FD TILLDIFF-FILE.
           COPY "TILL-DIFFERENCE.cpy".

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD TRAN-CONTROL-FILE.
           COPY "TRAN-CONTROL.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 TILLDIFF-STATUS         PIC XX.
       01 FILE-STATUS             PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 CTL-STATUS              PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 AUDIT-LINE              PIC X(120).
       01 WS-AUDIT-TIME           PIC 9(6).
       01 WS-AUDIT-ACTION         PIC X(18).

       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-SUNDRY-ACC           PIC 9(16) VALUE 0.
       01 WS-SHORT-ACC            PIC 9(16) VALUE 0.
       01 WS-REPEAT-COUNT         PIC 9(3) VALUE 3.
       01 WS-REPEAT-DAYS          PIC 9(3) VALUE 30.
       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).

       01 WS-EOF                  PIC X.
       01 WS-NEXT-TDF-ID          PIC 9(6).
       01 WS-DIFF-AMOUNT          PIC 9(15)V99.
       01 WS-SHORT-COUNT          PIC 9(3).
       01 WS-DAYS-AGO             PIC S9(7).
       01 WS-POSTED               PIC X.
       01 WS-DIFF-OPERATOR        PIC X(20) VALUE "TILLDIFF".

      *> The posting leg.
       01 WS-LEG-ACC              PIC 9(16).
       01 WS-LEG-TYPE             PIC 9.

       01 LAST-TRANSACTION-ID     PIC 9(9).
       01 WS-CTL-DATE-RAW         PIC X(6).
       01 WS-CTL-DATE             PIC 9(8).
       01 WS-NEXT-RECEIPT-CDE     PIC 9(14).
       01 WS-CUR-TIME             PIC X(6).
       01 WS-TIME                 PIC 9(8).

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01 LNK-TILL-ID             PIC 9(6).
       01 LNK-TELLER-ID           PIC X(20).
       01 LNK-BRANCH              PIC X(4).
       01 LNK-OVER-SHORT          PIC S9(15)V99.

       PROCEDURE DIVISION USING LNK-TILL-ID, LNK-TELLER-ID,
           LNK-BRANCH, LNK-OVER-SHORT.
       MAIN-PROCEDURE.
           IF LNK-OVER-SHORT = 0
               GOBACK
           END-IF
           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY

           OPEN I-O TILLDIFF-FILE
           IF TILLDIFF-STATUS = "35"
               OPEN OUTPUT TILLDIFF-FILE
               CLOSE TILLDIFF-FILE
               OPEN I-O TILLDIFF-FILE
           END-IF
           IF TILLDIFF-STATUS NOT = "00"
               DISPLAY "[ERROR]: Till difference register unavailable"
                   " - record the difference by hand. Status: "
                   TILLDIFF-STATUS
               GOBACK
           END-IF

           IF LNK-OVER-SHORT > 0
               MOVE LNK-OVER-SHORT TO WS-DIFF-AMOUNT
               MOVE WS-SUNDRY-ACC TO WS-LEG-ACC
               MOVE 1 TO WS-LEG-TYPE
           ELSE
               COMPUTE WS-DIFF-AMOUNT = 0 - LNK-OVER-SHORT
               MOVE WS-SHORT-ACC TO WS-LEG-ACC
               MOVE 2 TO WS-LEG-TYPE
               PERFORM COUNT-RECENT-SHORTAGES
           END-IF

           PERFORM BOOK-DIFFERENCE
           PERFORM WRITE-REGISTER-ENTRY
           CLOSE TILLDIFF-FILE
           GOBACK.

      *> Earlier shortages of this teller within the window, plus
      *> the one being recorded.
       COUNT-RECENT-SHORTAGES.
           MOVE 1 TO WS-SHORT-COUNT
           MOVE 'N' TO WS-EOF
           MOVE 1 TO TDF-ID
           START TILLDIFF-FILE KEY IS NOT LESS THAN TDF-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ TILLDIFF-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TDF-SHORTAGE AND
                          TDF-OPERATOR = LNK-TELLER-ID AND
                          TDF-DATE NOT > WS-TODAY
                           COMPUTE WS-DAYS-AGO =
                               FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                               FUNCTION INTEGER-OF-DATE(TDF-DATE)
                           IF WS-DAYS-AGO < WS-REPEAT-DAYS
                               ADD 1 TO WS-SHORT-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       BOOK-DIFFERENCE.
           MOVE 'N' TO WS-POSTED
           IF WS-LEG-ACC = 0
               IF WS-LEG-TYPE = 1
                   DISPLAY "[WARNING]: TILLSUNDRYACC is not set in "
                       "PARAMS.DAT - overage registered, not booked."
               ELSE
                   DISPLAY "[WARNING]: TILLSHORTACC is not set in "
                       "PARAMS.DAT - shortage registered, not booked."
               END-IF
               EXIT PARAGRAPH
           END-IF

           OPEN I-O USER-FILE
           MOVE WS-LEG-ACC TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   DISPLAY "[ERROR]: Internal account " WS-LEG-ACC
                       " not found - difference registered, not "
                       "booked."
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           IF WS-LEG-TYPE = 1
               ADD WS-DIFF-AMOUNT TO USER-BALANCE
           ELSE
               SUBTRACT WS-DIFF-AMOUNT FROM USER-BALANCE
           END-IF
           REWRITE USER-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not update account "
                       WS-LEG-ACC " - difference registered, not "
                       "booked."
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "USER" TO WS-IJ-KIND
           MOVE USER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           CLOSE USER-FILE

           PERFORM POST-TRANSACTION
           MOVE 'Y' TO WS-POSTED.

       WRITE-REGISTER-ENTRY.
           MOVE 0 TO TDF-ID
           READ TILLDIFF-FILE KEY IS TDF-ID
               INVALID KEY
                   INITIALIZE TILL-DIFF-RECORD
                   MOVE 0 TO TDF-ID
                   MOVE 1 TO WS-NEXT-TDF-ID
                   MOVE WS-NEXT-TDF-ID TO TDF-TILL-ID
                   WRITE TILL-DIFF-RECORD
               NOT INVALID KEY
                   COMPUTE WS-NEXT-TDF-ID = TDF-TILL-ID + 1
                   MOVE WS-NEXT-TDF-ID TO TDF-TILL-ID
                   REWRITE TILL-DIFF-RECORD
           END-READ

           INITIALIZE TILL-DIFF-RECORD
           MOVE WS-NEXT-TDF-ID TO TDF-ID
           MOVE LNK-TILL-ID TO TDF-TILL-ID
           MOVE LNK-TELLER-ID TO TDF-OPERATOR
           MOVE LNK-BRANCH TO TDF-BRANCH
           IF TDF-BRANCH = SPACES
               MOVE "0001" TO TDF-BRANCH
           END-IF
           MOVE WS-TODAY TO TDF-DATE
           MOVE WS-DIFF-AMOUNT TO TDF-AMOUNT
           MOVE 0 TO TDF-RECOVERED TDF-WRITTEN-OFF
           MOVE WS-POSTED TO TDF-POSTED
           MOVE "N" TO TDF-REPEAT
           MOVE WS-TODAY TO TDF-LAST-DATE
           MOVE LNK-TELLER-ID TO TDF-LAST-BY
           MOVE SPACES TO TDF-WO-SUPERVISOR
           IF WS-LEG-TYPE = 1
               MOVE "OVER" TO TDF-KIND
               MOVE "PARKED" TO TDF-STATUS
               MOVE "TILL_OVER" TO WS-AUDIT-ACTION
           ELSE
               MOVE "SHORT" TO TDF-KIND
               MOVE "OPEN" TO TDF-STATUS
               MOVE "TILL_SHORT" TO WS-AUDIT-ACTION
               IF WS-SHORT-COUNT >= WS-REPEAT-COUNT
                   MOVE "Y" TO TDF-REPEAT
               END-IF
           END-IF

           WRITE TILL-DIFF-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not write till difference "
                       "entry " TDF-ID "."
                   EXIT PARAGRAPH
           END-WRITE
           PERFORM WRITE-AUDIT-LOG

           MOVE TDF-AMOUNT TO FORMAT-BALANCE
           DISPLAY "Till difference entry " TDF-ID ": "
               FUNCTION TRIM(TDF-KIND) " " FORMAT-BALANCE
           IF TDF-OVERAGE AND TDF-POSTED = "Y"
               DISPLAY "Overage parked on the sundry account."
           END-IF
           IF TDF-SHORTAGE
               DISPLAY "Shortage held against the teller until "
                   "recovered or written off."
           END-IF
           IF TDF-REPEATED
               DISPLAY "*** REPEATED SHORTAGE: " WS-SHORT-COUNT
                   " shortages for " FUNCTION TRIM(TDF-OPERATOR)
                   " in " WS-REPEAT-DAYS " days ***"
               MOVE "TILL_SHORT_REPEAT" TO WS-AUDIT-ACTION
               PERFORM WRITE-AUDIT-LOG
           END-IF.

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
           MOVE 0                   TO TR-GROUP-ID
           MOVE WS-LEG-TYPE         TO TR-TYPE
           MOVE WS-TODAY            TO TR-DATE
           MOVE WS-TODAY            TO TR-VALUE-DATE
           MOVE WS-CUR-TIME         TO TR-TIME
           MOVE WS-DIFF-OPERATOR    TO TR-OPERATOR-ID
           MOVE "N"                 TO TR-REVERSED
           MOVE "MMK"               TO TR-CURRENCY
           IF LNK-BRANCH = SPACES
               MOVE "0001"          TO TR-BRANCH
           ELSE
               MOVE LNK-BRANCH      TO TR-BRANCH
           END-IF
           MOVE 1                   TO TR-FX-RATE
           MOVE SPACES TO TR-TERMINAL
           COMPUTE TR-AMOUNT  =
               FUNCTION INTEGER-PART(WS-DIFF-AMOUNT)
           COMPUTE TR-DECIMAL =
               FUNCTION MOD(WS-DIFF-AMOUNT * 100, 100)

           WRITE TRANSACTION-RECORD INVALID KEY
               DISPLAY "[ERROR]: Writing till difference posting "
                   "failed for " WS-LEG-ACC
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
               TDF-ID DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               TDF-TILL-ID DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               TDF-BRANCH DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               TDF-AMOUNT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(TDF-OPERATOR) DELIMITED BY SIZE
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
                           MOVE SPACES TO WS-PARAM-NAME WS-PARAM-VALUE
                           UNSTRING PARAM-LINE DELIMITED BY ","
                               INTO WS-PARAM-NAME WS-PARAM-VALUE
                           EVALUATE FUNCTION TRIM(WS-PARAM-NAME)
                               WHEN "BUSINESSDATE"
                                   COMPUTE WS-BUSINESS-DATE =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               WHEN "TILLSUNDRYACC"
                                   COMPUTE WS-SUNDRY-ACC =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               WHEN "TILLSHORTACC"
                                   COMPUTE WS-SHORT-ACC =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               WHEN "TILLSHORTREPEAT"
                                   COMPUTE WS-REPEAT-COUNT =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               WHEN "TILLSHORTDAYS"
                                   COMPUTE WS-REPEAT-DAYS =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM TillDiffRecord.
