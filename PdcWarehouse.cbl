       IDENTIFICATION DIVISION.
       PROGRAM-ID. PdcWarehouse.

      *> Post-dated cheque warehouse. Landlords and traders lodge
      *> bundles of cheques dated in the future; each one is
      *> recorded on PDCWAREHOUSE.DAT against the customer's account
      *> with its due date instead of sitting in a teller's drawer.
      *> Nothing moves on the ledger at lodgement - the nightly
      *> PdcRelease step deposits every cheque due on the business
      *> date through the normal cheque deposit and clearing-hold
      *> flow. Until then the customer may withdraw a cheque (the
      *> teller hands the paper back), and a REFUSED cheque the
      *> release step could not deposit is handed back the same
      *> way. The warehouse listing prints PDCLIST-<date>.txt by
      *> account and due date. Every lodgement and withdrawal is
      *> written to AUDITLOG.DAT.

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

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 AUDIT-LINE              PIC X(120).
       01 PDC-STATUS-CODE         PIC XX.
       01 FILE-STATUS             PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 REPORT-FILENAME         PIC X(30).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.

       01 WS-MENU-CHOICE          PIC 9.
       01 WS-AGAIN                PIC X VALUE 'Y'.
       01 WS-MORE                 PIC X.
       01 WS-EOF                  PIC X.
       01 WS-CONFIRM              PIC X.
       01 WS-ACC-INPUT            PIC 9(16).
       01 WS-ACC-OK               PIC X.
       01 WS-ACC-NAME             PIC X(25).
       01 WS-ID-INPUT             PIC 9(8).
       01 WS-NEXT-ID              PIC 9(8).
       01 WS-FOUND-ANY            PIC X.
       01 WS-DUP-FOUND            PIC X.

       01 WS-AMOUNT-INPUT         PIC 9(15)V99.
       01 WS-CHEQUE-NO-INPUT      PIC X(12).
       01 WS-BANK-INPUT           PIC X(20).
       01 WS-DRAWER-INPUT         PIC X(25).
       01 WS-DUE-INPUT            PIC 9(8).
       01 WS-DUE-PARTS REDEFINES WS-DUE-INPUT.
           05 WS-DUE-YEAR         PIC 9(4).
           05 WS-DUE-MONTH        PIC 9(2).
           05 WS-DUE-DAY          PIC 9(2).
       01 WS-BUNDLE-COUNT         PIC 9(4).
       01 WS-BUNDLE-TOTAL         PIC 9(15)V99.

       01 WS-LAST-ACC             PIC 9(16).
       01 WS-ACC-COUNT            PIC 9(5).
       01 WS-ACC-TOTAL            PIC 9(15)V99.
       01 WS-ALL-COUNT            PIC 9(6).
       01 WS-ALL-TOTAL            PIC 9(15)V99.
       01 WS-REFUSED-COUNT        PIC 9(5).

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-AUDIT-TIME           PIC 9(6).
       01 WS-AUDIT-ACTION         PIC X(16).

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
       MAIN-PROCEDURE.
           IF ADMIN-CHOICE = 93

           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           PERFORM ENSURE-PDC-FILE

           PERFORM UNTIL WS-AGAIN NOT = 'Y' AND WS-AGAIN NOT = 'y'
               DISPLAY "============================================"
               DISPLAY "       POST-DATED CHEQUE WAREHOUSE"
               DISPLAY "============================================"
               DISPLAY "1. Lodge post-dated cheques"
               DISPLAY "2. List post-dated cheques on an account"
               DISPLAY "3. Withdraw a post-dated cheque"
               DISPLAY "4. Warehouse listing by account and due date"
               DISPLAY "Enter choice (1-4): "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM LODGE-BUNDLE
                   WHEN 2
                       PERFORM LIST-ACCOUNT-PDCS
                   WHEN 3
                       PERFORM WITHDRAW-PDC
                   WHEN 4
                       PERFORM WAREHOUSE-LISTING
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE

               DISPLAY "Another post-dated cheque action? (Y/N): "
               ACCEPT WS-AGAIN
           END-PERFORM

           MOVE 'Y' TO WS-AGAIN
           END-IF
           GOBACK.

       ENSURE-PDC-FILE.
           OPEN INPUT PDC-FILE
           IF PDC-STATUS-CODE = "35"
               OPEN OUTPUT PDC-FILE
           END-IF
           CLOSE PDC-FILE.

       ACCEPT-ACCOUNT.
           MOVE 'N' TO WS-ACC-OK
           DISPLAY "Enter account number: "
           ACCEPT WS-ACC-INPUT
           OPEN INPUT USER-FILE
           MOVE WS-ACC-INPUT TO USER-ACC-NO
           READ USER-FILE KEY IS USER-ACC-NO
               INVALID KEY
                   DISPLAY "Account " WS-ACC-INPUT " not found."
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Account " USER-ACC-NO " ("
               FUNCTION TRIM(USER-NAME) ") " USER-STATUS
           MOVE USER-NAME TO WS-ACC-NAME
           CLOSE USER-FILE
           MOVE 'Y' TO WS-ACC-OK.

      *> A bundle is lodged one cheque at a time against one
      *> account until the teller enters a zero amount.
       LODGE-BUNDLE.
           PERFORM ACCEPT-ACCOUNT
           IF WS-ACC-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF USER-STATUS NOT = "ACTIVE"
               DISPLAY "Post-dated cheques are taken for ACTIVE "
                   "accounts only."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-BUNDLE-COUNT
           MOVE 0 TO WS-BUNDLE-TOTAL
           MOVE 'Y' TO WS-MORE
           OPEN I-O PDC-FILE
           PERFORM UNTIL WS-MORE NOT = 'Y'
               PERFORM LODGE-ONE-CHEQUE
           END-PERFORM
           CLOSE PDC-FILE

           MOVE WS-BUNDLE-TOTAL TO FORMAT-BALANCE
           DISPLAY WS-BUNDLE-COUNT " post-dated cheque(s) lodged, "
               "total " FUNCTION TRIM(FORMAT-BALANCE) "."
           IF WS-BUNDLE-COUNT > 0
               DISPLAY "Give the customer the lodgement list from "
                   "option 2 as the receipt."
           END-IF.

       LODGE-ONE-CHEQUE.
           DISPLAY "Cheque amount (0 = bundle finished): "
           ACCEPT WS-AMOUNT-INPUT
           IF WS-AMOUNT-INPUT = 0
               MOVE 'N' TO WS-MORE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Due date on the cheque (YYYYMMDD): "
           ACCEPT WS-DUE-INPUT
           IF WS-DUE-MONTH < 1 OR WS-DUE-MONTH > 12 OR
              WS-DUE-DAY < 1 OR WS-DUE-DAY > 31 OR
              WS-DUE-YEAR < 1900
               DISPLAY "Not a valid date - cheque not lodged."
               EXIT PARAGRAPH
           END-IF
           IF WS-DUE-INPUT <= WS-TODAY
               DISPLAY "That cheque is due already - take it as an "
                   "ordinary cheque deposit."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Cheque number: "
           ACCEPT WS-CHEQUE-NO-INPUT
           DISPLAY "Drawn on bank: "
           ACCEPT WS-BANK-INPUT
           DISPLAY "Drawer name: "
           ACCEPT WS-DRAWER-INPUT
           IF WS-CHEQUE-NO-INPUT = SPACES OR WS-BANK-INPUT = SPACES
               DISPLAY "Cheque number and bank are required - "
                   "cheque not lodged."
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-DUPLICATE-CHEQUE
           IF WS-DUP-FOUND = 'Y'
               DISPLAY "Cheque " FUNCTION TRIM(WS-CHEQUE-NO-INPUT)
                   " on " FUNCTION TRIM(WS-BANK-INPUT)
                   " is already in the warehouse for this account."
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-NEXT-ID
           INITIALIZE PDC-RECORD
           MOVE WS-NEXT-ID TO PDC-ID
           MOVE WS-ACC-INPUT TO PDC-ACC-NO
           MOVE WS-DUE-INPUT TO PDC-DUE-DATE
           MOVE WS-AMOUNT-INPUT TO PDC-AMOUNT
           MOVE WS-CHEQUE-NO-INPUT TO PDC-CHEQUE-NO
           MOVE WS-BANK-INPUT TO PDC-DRAWN-BANK
           MOVE WS-DRAWER-INPUT TO PDC-DRAWER
           MOVE WS-TODAY TO PDC-LODGED-DATE
           MOVE LNK-OPERATOR-ID TO PDC-LODGED-BY
           MOVE "WAREHOUSED" TO PDC-STATUS
           WRITE PDC-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not record the cheque."
               NOT INVALID KEY
                   ADD 1 TO WS-BUNDLE-COUNT
                   ADD WS-AMOUNT-INPUT TO WS-BUNDLE-TOTAL
                   DISPLAY "Lodged as PDC " PDC-ID ", due "
                       PDC-DUE-DATE "."
                   MOVE "PDC_LODGE" TO WS-AUDIT-ACTION
                   PERFORM WRITE-AUDIT-LOG
           END-WRITE.

      *> The same cheque (number and bank) may not sit in the
      *> warehouse twice for one account.
       CHECK-DUPLICATE-CHEQUE.
           MOVE 'N' TO WS-DUP-FOUND
           MOVE 'N' TO WS-EOF
           MOVE WS-ACC-INPUT TO PDC-ACC-NO
           MOVE 0 TO PDC-DUE-DATE
           START PDC-FILE KEY IS NOT LESS THAN PDC-ACC-DUE
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ PDC-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PDC-ACC-NO NOT = WS-ACC-INPUT
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF PDC-WAREHOUSED AND
                              PDC-CHEQUE-NO = WS-CHEQUE-NO-INPUT AND
                              PDC-DRAWN-BANK = WS-BANK-INPUT
                               MOVE 'Y' TO WS-DUP-FOUND
                               MOVE 'Y' TO WS-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FIND-NEXT-ID.
           MOVE 1 TO WS-NEXT-ID
           MOVE 'N' TO WS-EOF
           MOVE 0 TO PDC-ID
           START PDC-FILE KEY IS NOT LESS THAN PDC-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ PDC-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       COMPUTE WS-NEXT-ID = PDC-ID + 1
               END-READ
           END-PERFORM.

       LIST-ACCOUNT-PDCS.
           PERFORM ACCEPT-ACCOUNT
           IF WS-ACC-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FOUND-ANY
           MOVE 'N' TO WS-EOF
           OPEN INPUT PDC-FILE
           MOVE WS-ACC-INPUT TO PDC-ACC-NO
           MOVE 0 TO PDC-DUE-DATE
           START PDC-FILE KEY IS NOT LESS THAN PDC-ACC-DUE
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ PDC-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PDC-ACC-NO NOT = WS-ACC-INPUT
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE 'Y' TO WS-FOUND-ANY
                           PERFORM DISPLAY-PDC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PDC-FILE
           IF WS-FOUND-ANY NOT = 'Y'
               DISPLAY "No post-dated cheques on this account."
           END-IF.

       DISPLAY-PDC.
           MOVE PDC-AMOUNT TO FORMAT-BALANCE
           DISPLAY "  " PDC-ID " due " PDC-DUE-DATE " "
               FUNCTION TRIM(FORMAT-BALANCE) " chq "
               FUNCTION TRIM(PDC-CHEQUE-NO) " "
               FUNCTION TRIM(PDC-DRAWN-BANK) " " PDC-STATUS
           IF NOT PDC-WAREHOUSED
               DISPLAY "      " FUNCTION TRIM(PDC-STATUS) " "
                   PDC-ACTION-DATE " by "
                   FUNCTION TRIM(PDC-ACTION-BY)
           END-IF.

      *> The customer takes a cheque back before its date, or a
      *> REFUSED cheque is handed back; either way the paper
      *> leaves the bank and the record is closed WITHDRAWN.
       WITHDRAW-PDC.
           DISPLAY "PDC number: "
           ACCEPT WS-ID-INPUT
           OPEN I-O PDC-FILE
           MOVE WS-ID-INPUT TO PDC-ID
           READ PDC-FILE
               INVALID KEY
                   DISPLAY "No post-dated cheque " WS-ID-INPUT "."
                   CLOSE PDC-FILE
                   EXIT PARAGRAPH
           END-READ
           PERFORM DISPLAY-PDC
           IF NOT PDC-WAREHOUSED AND NOT PDC-REFUSED
               DISPLAY "This cheque is " FUNCTION TRIM(PDC-STATUS)
                   " - it is no longer in the warehouse."
               CLOSE PDC-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Hand cheque " FUNCTION TRIM(PDC-CHEQUE-NO)
               " back to the customer for account " PDC-ACC-NO
               "? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "Cheque left in the warehouse."
               CLOSE PDC-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "WITHDRAWN" TO PDC-STATUS
           MOVE WS-TODAY TO PDC-ACTION-DATE
           MOVE LNK-OPERATOR-ID TO PDC-ACTION-BY
           REWRITE PDC-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not update the cheque."
               NOT INVALID KEY
                   DISPLAY "PDC " PDC-ID " withdrawn."
                   MOVE "PDC_WITHDRAW" TO WS-AUDIT-ACTION
                   PERFORM WRITE-AUDIT-LOG
           END-REWRITE
           CLOSE PDC-FILE.

      *> Everything still held - WAREHOUSED cheques awaiting their
      *> date and REFUSED cheques awaiting hand-back - in account
      *> then due-date order, with a subtotal per account.
       WAREHOUSE-LISTING.
           MOVE SPACES TO REPORT-FILENAME
           STRING "PDCLIST-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM
               "====== POST-DATED CHEQUE WAREHOUSE LISTING ======"
           MOVE SPACES TO REPORT-LINE
           STRING "Run date: " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PDC,DUE,AMOUNT,CHEQUE,BANK,DRAWER,LODGED,STATUS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 0 TO WS-LAST-ACC
           MOVE 0 TO WS-ACC-COUNT WS-ALL-COUNT WS-REFUSED-COUNT
           MOVE 0 TO WS-ACC-TOTAL WS-ALL-TOTAL
           MOVE 'N' TO WS-EOF
           OPEN INPUT PDC-FILE
           MOVE 0 TO PDC-ACC-NO
           MOVE 0 TO PDC-DUE-DATE
           START PDC-FILE KEY IS NOT LESS THAN PDC-ACC-DUE
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ PDC-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PDC-WAREHOUSED OR PDC-REFUSED
                           PERFORM LIST-ONE-PDC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PDC-FILE
           IF WS-LAST-ACC NOT = 0
               PERFORM WRITE-ACCOUNT-TOTAL
           END-IF

           WRITE REPORT-LINE FROM
               "-----------------------------------------------------"
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ALL-TOTAL TO FORMAT-BALANCE
           STRING "TOTAL " WS-ALL-COUNT " cheque(s) held  "
               FORMAT-BALANCE "   refused awaiting hand-back "
               WS-REFUSED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Warehouse listing: " WS-ALL-COUNT
               " cheque(s) held. Written to " REPORT-FILENAME.

       LIST-ONE-PDC.
           IF PDC-ACC-NO NOT = WS-LAST-ACC
               IF WS-LAST-ACC NOT = 0
                   PERFORM WRITE-ACCOUNT-TOTAL
               END-IF
               MOVE PDC-ACC-NO TO WS-LAST-ACC
               MOVE 0 TO WS-ACC-COUNT
               MOVE 0 TO WS-ACC-TOTAL
               PERFORM WRITE-ACCOUNT-HEADING
           END-IF
           ADD 1 TO WS-ACC-COUNT WS-ALL-COUNT
           ADD PDC-AMOUNT TO WS-ACC-TOTAL WS-ALL-TOTAL
           IF PDC-REFUSED
               ADD 1 TO WS-REFUSED-COUNT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING PDC-ID DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  PDC-DUE-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  PDC-AMOUNT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(PDC-CHEQUE-NO) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(PDC-DRAWN-BANK) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(PDC-DRAWER) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  PDC-LODGED-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  PDC-STATUS DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-ACCOUNT-HEADING.
           MOVE SPACES TO WS-ACC-NAME
           OPEN INPUT USER-FILE
           MOVE PDC-ACC-NO TO USER-ACC-NO
           READ USER-FILE KEY IS USER-ACC-NO
               INVALID KEY
                   MOVE "(account not on file)" TO WS-ACC-NAME
               NOT INVALID KEY
                   MOVE USER-NAME TO WS-ACC-NAME
           END-READ
           CLOSE USER-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "Account " PDC-ACC-NO " - "
               FUNCTION TRIM(WS-ACC-NAME)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-ACCOUNT-TOTAL.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ACC-TOTAL TO FORMAT-BALANCE
           STRING "   account total " WS-ACC-COUNT " cheque(s) "
               FORMAT-BALANCE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           MOVE PDC-AMOUNT TO FORMAT-BALANCE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-ACTION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               PDC-ID DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               PDC-ACC-NO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               PDC-DUE-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(FORMAT-BALANCE) DELIMITED BY SIZE
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

       END PROGRAM PdcWarehouse.
