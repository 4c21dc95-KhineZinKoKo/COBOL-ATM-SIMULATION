       IDENTIFICATION DIVISION.
       PROGRAM-ID. NetworkSettle.

      *> Shared ATM network settlement with the national switch.
      *> Two files arrive from the switch each business day, both
      *> one comma-separated line per cash withdrawal:
      *>   switch reference,card number,bank code,terminal,amount,
      *>   transaction date (YYYYMMDD)
      *> The ISSUER file lists our cardholders' withdrawals at other
      *> banks' ATMs (bank code = the acquiring bank): each is
      *> debited to the card's account under operator NETISS with
      *> the NETINTERCHANGE fee as a separate TR-TYPE 6 leg under
      *> NETFEE; unknown, hotlisted, inactive or expired cards and
      *> accounts that cannot take the debit are REJECTED for
      *> chargeback. The ACQUIRER file lists other banks'
      *> cardholders who drew cash from our terminals (bank code =
      *> the issuing bank): each is matched to a DISPENSED event on
      *> that terminal's electronic journal EJRNL-<terminal>.DAT -
      *> the same journal AtmJournalRecon reads - and the notes are
      *> taken off the terminal's CASHBOX.DAT cassettes, which only
      *> our own card sessions decrement. A claim with no dispense
      *> behind it is UNMATCHED, and a journal dispense on a card
      *> that is not ours but that the switch never claimed is
      *> UNCLAIMED. Every item lands on NETITEMS.DAT; the net
      *> settlement position (NETPOS-<date>.txt) and the disputes
      *> and exceptions listing (NETEXCPT-<date>.txt) are produced
      *> from it for any settlement date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NETITEM-FILE ASSIGN TO "NETITEMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NET-KEY
               FILE STATUS IS NETITEM-STATUS.

           SELECT NETIN-FILE ASSIGN TO DYNAMIC NETIN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NETIN-STATUS.

           SELECT EJ-FILE ASSIGN TO DYNAMIC EJ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EJ-STATUS.

           SELECT CARD-FILE ASSIGN TO "CARDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CARD-NO
               FILE STATUS IS CARD-STATUS-CODE.

           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-ACC-NO
               FILE STATUS IS FILE-STATUS.

           SELECT TERMINAL-FILE ASSIGN TO "TERMINALS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-ID
               FILE STATUS IS TERMINAL-STATUS.

           SELECT CASHBOX-FILE ASSIGN TO "CASHBOX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASH-KEY
               FILE STATUS IS CASHBOX-STATUS.

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

           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD NETITEM-FILE.
           COPY "NETWORK-ITEM.cpy".

       FD NETIN-FILE.
       01 NETIN-LINE              PIC X(100).

       FD EJ-FILE.
       01 EJ-LINE                 PIC X(80).

       FD CARD-FILE.
           COPY "CARD-RECORD.cpy".

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD TERMINAL-FILE.
           COPY "TERMINAL-RECORD.cpy".

       FD CASHBOX-FILE.
           COPY "CASH-CASSETTE.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD TRAN-CONTROL-FILE.
           COPY "TRAN-CONTROL.cpy".

       FD DAYTOT-FILE.
           COPY "DAY-TOTALS.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01 AUDIT-LINE              PIC X(120).
       01 NETITEM-STATUS          PIC XX.
       01 NETIN-STATUS            PIC XX.
       01 EJ-STATUS               PIC XX.
       01 CARD-STATUS-CODE        PIC XX.
       01 FILE-STATUS             PIC XX.
       01 TERMINAL-STATUS         PIC XX.
       01 CASHBOX-STATUS          PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 CTL-STATUS              PIC XX.
       01 DAYTOT-STATUS           PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 NETIN-FILENAME          PIC X(30).
       01 EJ-FILENAME             PIC X(30).
       01 REPORT-FILENAME         PIC X(30).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-INTERCHANGE          PIC 9(7)V99 VALUE 500.

       01 WS-MENU-CHOICE          PIC 9.
       01 WS-AGAIN                PIC X VALUE 'Y'.
       01 WS-EOF                  PIC X.
       01 WS-DATE-INPUT           PIC 9(8).
       01 WS-REPORT-DATE          PIC 9(8).

      *> One line of a switch file.
       01 WS-F-REF                PIC X(16).
       01 WS-F-CARD               PIC X(20).
       01 WS-F-BANK               PIC X(4).
       01 WS-F-TERMINAL           PIC X(8).
       01 WS-F-AMOUNT             PIC X(20).
       01 WS-F-DATE               PIC X(10).
       01 WS-IN-CARD              PIC 9(16).
       01 WS-IN-AMOUNT            PIC 9(15)V99.
       01 WS-IN-DATE              PIC 9(8).
       01 WS-IN-MONTH             PIC 9(6).
       01 WS-LINE-OK              PIC X.
       01 WS-REJECT-REASON        PIC X(40).
       01 WS-ITEM-STATUS          PIC X(10).
       01 WS-LINE-PTR             PIC 9(3).

       01 WS-LINE-COUNT           PIC 9(6).
       01 WS-DUP-COUNT            PIC 9(6).
       01 WS-BAD-COUNT            PIC 9(6).
       01 WS-GOOD-COUNT           PIC 9(6).
       01 WS-GOOD-TOTAL           PIC 9(15)V99.
       01 WS-EXC-COUNT            PIC 9(6).
       01 WS-EXC-TOTAL            PIC 9(15)V99.
       01 WS-UNCLAIMED-COUNT      PIC 9(6).

      *> Posting to the cardholder's account.
       01 WS-DEST-ACC             PIC 9(16).
       01 WS-AMOUNT               PIC 9(15)V99.
       01 WS-AVAILABLE            PIC S9(15)V99.
       01 WS-POST-TYPE            PIC 9.
       01 WS-POST-OPERATOR        PIC X(20).
       01 WS-ITEM-TRANCDE         PIC 9(14).

       01 LAST-TRANSACTION-ID     PIC 9(9).
       01 WS-CTL-DATE-RAW         PIC X(6).
       01 WS-CTL-DATE             PIC 9(8).
       01 WS-NEXT-RECEIPT-CDE     PIC 9(14).
       01 WS-CUR-TIME             PIC X(6).
       01 WS-TIME                 PIC 9(8).

       01 WS-DT-ACC               PIC 9(16).
       01 WS-DT-TYPE              PIC 9.
       01 WS-DT-AMOUNT            PIC 9(15)V99.

      *> Acquirer file lines held for matching.
       01 AQ-TABLE.
           05 AQ-COUNT            PIC 9(3) VALUE 0.
           05 AQ-ENTRY OCCURS 500 TIMES.
               10 AQ-REF          PIC X(16).
               10 AQ-CARD         PIC 9(16).
               10 AQ-BANK         PIC X(4).
               10 AQ-TERMINAL     PIC X(8).
               10 AQ-AMOUNT       PIC 9(15)V99.
               10 AQ-DATE         PIC 9(8).
       01 AQ-IDX                  PIC 9(3).

      *> DISPENSED journal events of every terminal named in the
      *> acquirer file.
       01 EJ-TABLE.
           05 EJ-COUNT            PIC 9(4) VALUE 0.
           05 EJ-ENTRY OCCURS 1000 TIMES.
               10 EJ-TERMINAL     PIC X(8).
               10 EJ-CARD         PIC 9(16).
               10 EJ-AMOUNT       PIC 9(15)V99.
               10 EJ-TIME         PIC 9(6).
               10 EJ-MATCHED      PIC X.
       01 EJ-IDX                  PIC 9(4).
       01 WS-EJ-FOUND             PIC X.
       01 WS-EJ-TIME              PIC X(8).
       01 WS-EJ-CARD              PIC X(18).
       01 WS-EJ-AMOUNT            PIC X(20).
       01 WS-EJ-RESULT            PIC X(10).

       01 TM-TABLE.
           05 TM-COUNT            PIC 9(3) VALUE 0.
           05 TM-ENTRY OCCURS 50 TIMES.
               10 TM-ID           PIC X(8).
               10 TM-KNOWN        PIC X.
       01 TM-IDX                  PIC 9(3).
       01 WS-TERM-KNOWN           PIC X.

      *> The terminal's cassettes, largest note first, as
      *> WithdrawMoney plans a dispense.
       01 CASSETTE-TABLE.
           05 CASSETTE-COUNT      PIC 9(2) VALUE 0.
           05 CT-ENTRY OCCURS 10 TIMES.
               10 CT-DENOM        PIC 9(6).
               10 CT-AVAILABLE    PIC 9(7).
               10 CT-DISPENSE     PIC 9(7).
       01 CT-IDX                  PIC 9(2).
       01 CT-JDX                  PIC 9(2).
       01 WS-SWAP-DENOM           PIC 9(6).
       01 WS-SWAP-AVAIL           PIC 9(7).
       01 WS-NOTES-NEEDED         PIC 9(7).
       01 WS-CASH-REMAINDER       PIC 9(15).
       01 WS-CASH-EOF             PIC X.
       01 WS-DISPENSE-OK          PIC X.
       01 WS-CASH-TERMINAL        PIC X(8).

      *> Settlement position accumulators.
       01 WS-ISS-COUNT            PIC 9(6).
       01 WS-ISS-AMOUNT           PIC 9(15)V99.
       01 WS-ISS-FEES             PIC 9(15)V99.
       01 WS-ISS-REJ-COUNT        PIC 9(6).
       01 WS-ISS-REJ-AMOUNT       PIC 9(15)V99.
       01 WS-ACQ-COUNT            PIC 9(6).
       01 WS-ACQ-AMOUNT           PIC 9(15)V99.
       01 WS-ACQ-FEES             PIC 9(15)V99.
       01 WS-ACQ-UNM-COUNT        PIC 9(6).
       01 WS-ACQ-UNM-AMOUNT       PIC 9(15)V99.
       01 WS-UNC-COUNT            PIC 9(6).
       01 WS-UNC-AMOUNT           PIC 9(15)V99.
       01 WS-PAYABLE              PIC 9(15)V99.
       01 WS-RECEIVABLE           PIC 9(15)V99.
       01 WS-NET                  PIC S9(15)V99.

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-SIGNED           PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

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
           IF ADMIN-CHOICE = 95

           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           PERFORM ENSURE-NETITEM-FILE

           PERFORM UNTIL WS-AGAIN NOT = 'Y' AND WS-AGAIN NOT = 'y'
               DISPLAY "============================================"
               DISPLAY "        ATM NETWORK SETTLEMENT"
               DISPLAY "============================================"
               DISPLAY "1. Load issuer file (our cards elsewhere)"
               DISPLAY "2. Load acquirer file (other cards at our "
                   "ATMs)"
               DISPLAY "3. Net settlement position"
               DISPLAY "4. Disputes and exceptions listing"
               DISPLAY "Enter choice (1-4): "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM LOAD-ISSUER-FILE
                   WHEN 2
                       PERFORM LOAD-ACQUIRER-FILE
                   WHEN 3
                       PERFORM SETTLEMENT-POSITION
                   WHEN 4
                       PERFORM EXCEPTIONS-LISTING
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE

               DISPLAY "Another network settlement action? (Y/N): "
               ACCEPT WS-AGAIN
           END-PERFORM

           MOVE 'Y' TO WS-AGAIN
           END-IF
           GOBACK.

       ENSURE-NETITEM-FILE.
           OPEN INPUT NETITEM-FILE
           IF NETITEM-STATUS = "35"
               OPEN OUTPUT NETITEM-FILE
           END-IF
           CLOSE NETITEM-FILE.

       SPLIT-SWITCH-LINE.
           MOVE SPACES TO WS-F-REF WS-F-CARD WS-F-BANK
               WS-F-TERMINAL WS-F-AMOUNT WS-F-DATE
           UNSTRING NETIN-LINE DELIMITED BY ","
               INTO WS-F-REF WS-F-CARD WS-F-BANK WS-F-TERMINAL
                    WS-F-AMOUNT WS-F-DATE
           MOVE FUNCTION UPPER-CASE(WS-F-BANK) TO WS-F-BANK
           MOVE FUNCTION UPPER-CASE(WS-F-TERMINAL) TO WS-F-TERMINAL
           MOVE 'Y' TO WS-LINE-OK
           IF WS-F-REF = SPACES OR
              FUNCTION TEST-NUMVAL(WS-F-CARD) NOT = 0 OR
              FUNCTION TEST-NUMVAL(WS-F-AMOUNT) NOT = 0 OR
              FUNCTION TEST-NUMVAL(WS-F-DATE) NOT = 0
               MOVE 'N' TO WS-LINE-OK
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-IN-CARD = FUNCTION NUMVAL(WS-F-CARD)
           COMPUTE WS-IN-AMOUNT = FUNCTION NUMVAL(WS-F-AMOUNT)
           COMPUTE WS-IN-DATE = FUNCTION NUMVAL(WS-F-DATE)
           IF WS-IN-AMOUNT = 0
               MOVE 'N' TO WS-LINE-OK
           END-IF.

       RESET-LOAD-COUNTS.
           MOVE 0 TO WS-LINE-COUNT WS-DUP-COUNT WS-BAD-COUNT
           MOVE 0 TO WS-GOOD-COUNT WS-GOOD-TOTAL
           MOVE 0 TO WS-EXC-COUNT WS-EXC-TOTAL WS-UNCLAIMED-COUNT.

      *> ------------------------------------------------------------
      *> Issuer side: our cardholders at other banks' machines.
      *> ------------------------------------------------------------
       LOAD-ISSUER-FILE.
           DISPLAY "Issuer file name (e.g. NETISS-" WS-TODAY
               ".DAT): "
           ACCEPT NETIN-FILENAME
           OPEN INPUT NETIN-FILE
           IF NETIN-STATUS NOT = "00"
               DISPLAY "File " FUNCTION TRIM(NETIN-FILENAME)
                   " not found."
               EXIT PARAGRAPH
           END-IF
           PERFORM RESET-LOAD-COUNTS
           OPEN I-O NETITEM-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NETIN-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NETIN-LINE NOT = SPACES
                           ADD 1 TO WS-LINE-COUNT
                           PERFORM ISSUER-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NETITEM-FILE
           CLOSE NETIN-FILE

           MOVE WS-GOOD-TOTAL TO FORMAT-BALANCE
           DISPLAY "--------------------------------------------"
           DISPLAY "Lines read          : " WS-LINE-COUNT
           DISPLAY "Posted to accounts  : " WS-GOOD-COUNT
               " for " FUNCTION TRIM(FORMAT-BALANCE)
           MOVE WS-EXC-TOTAL TO FORMAT-BALANCE
           DISPLAY "Rejected (chargeback): " WS-EXC-COUNT
               " for " FUNCTION TRIM(FORMAT-BALANCE)
           DISPLAY "Duplicates skipped  : " WS-DUP-COUNT
           DISPLAY "Unreadable lines    : " WS-BAD-COUNT
           DISPLAY "--------------------------------------------"
           MOVE "NET_ISS_LOAD" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-LOG.

       ISSUER-ONE-LINE.
           PERFORM SPLIT-SWITCH-LINE
           IF WS-LINE-OK NOT = 'Y'
               ADD 1 TO WS-BAD-COUNT
               DISPLAY "  Unreadable: " FUNCTION TRIM(NETIN-LINE)
               EXIT PARAGRAPH
           END-IF
           MOVE "I" TO NET-SIDE
           MOVE WS-F-REF TO NET-SWITCH-REF
           READ NETITEM-FILE
               NOT INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO WS-DEST-ACC
           MOVE 0 TO WS-ITEM-TRANCDE
           PERFORM CHECK-ISSUER-CARD
           IF WS-REJECT-REASON = SPACES
               PERFORM POST-ISSUER-DEBIT
           END-IF

           INITIALIZE NETWORK-ITEM-RECORD
           MOVE "I" TO NET-SIDE
           MOVE WS-F-REF TO NET-SWITCH-REF
           MOVE WS-TODAY TO NET-SETTLE-DATE
           MOVE WS-IN-DATE TO NET-TXN-DATE
           MOVE WS-IN-CARD TO NET-CARD-NO
           MOVE WS-DEST-ACC TO NET-ACC-NO
           MOVE WS-F-BANK TO NET-BANK-CODE
           MOVE WS-F-TERMINAL TO NET-TERMINAL
           MOVE WS-IN-AMOUNT TO NET-AMOUNT
           MOVE WS-INTERCHANGE TO NET-FEE
           MOVE WS-ITEM-TRANCDE TO NET-TRANCDE
           MOVE LNK-OPERATOR-ID TO NET-LOADED-BY
           IF WS-REJECT-REASON = SPACES
               MOVE "POSTED" TO NET-STATUS
               ADD 1 TO WS-GOOD-COUNT
               ADD WS-IN-AMOUNT TO WS-GOOD-TOTAL
           ELSE
               MOVE "REJECTED" TO NET-STATUS
               MOVE WS-REJECT-REASON TO NET-REASON
               ADD 1 TO WS-EXC-COUNT
               ADD WS-IN-AMOUNT TO WS-EXC-TOTAL
               DISPLAY "  Rejected " FUNCTION TRIM(WS-F-REF) ": "
                   FUNCTION TRIM(WS-REJECT-REASON)
           END-IF
           WRITE NETWORK-ITEM-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not record switch item "
                       FUNCTION TRIM(WS-F-REF)
           END-WRITE.

      *> The card must be one of ours, live on the transaction
      *> date, and its account able to take amount plus fee.
       CHECK-ISSUER-CARD.
           OPEN INPUT CARD-FILE
           IF CARD-STATUS-CODE NOT = "00"
               MOVE "Unknown card" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-CARD TO CARD-NO
           READ CARD-FILE
               INVALID KEY
                   MOVE "Unknown card" TO WS-REJECT-REASON
           END-READ
           CLOSE CARD-FILE
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-IN-MONTH = WS-IN-DATE / 100
           EVALUATE TRUE
               WHEN CARD-HOTLISTED
                   MOVE "Card hotlisted" TO WS-REJECT-REASON
               WHEN NOT CARD-ACTIVE
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "Card " CARD-STATUS
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
               WHEN CARD-EXPIRY < WS-IN-MONTH
                   MOVE "Card expired" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE CARD-ACC-NO TO WS-DEST-ACC

           OPEN INPUT USER-FILE
           MOVE WS-DEST-ACC TO USER-ACC-NO
           READ USER-FILE KEY IS USER-ACC-NO
               INVALID KEY
                   MOVE "Card account not found" TO WS-REJECT-REASON
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE USER-FILE
           IF USER-STATUS NOT = "ACTIVE"
               MOVE SPACES TO WS-REJECT-REASON
               STRING "Account " USER-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AVAILABLE = USER-BALANCE + USER-OD-LIMIT
           IF WS-AVAILABLE < WS-IN-AMOUNT + WS-INTERCHANGE
               MOVE "Insufficient funds" TO WS-REJECT-REASON
           END-IF.

       POST-ISSUER-DEBIT.
           OPEN I-O USER-FILE
           MOVE WS-DEST-ACC TO USER-ACC-NO
           READ USER-FILE KEY IS USER-ACC-NO
               INVALID KEY
                   MOVE "Card account not found" TO WS-REJECT-REASON
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           SUBTRACT WS-IN-AMOUNT FROM USER-BALANCE
           SUBTRACT WS-INTERCHANGE FROM USER-BALANCE
           REWRITE USER-RECORD
               INVALID KEY
                   MOVE "Account debit failed" TO WS-REJECT-REASON
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "USER" TO WS-IJ-KIND
           MOVE USER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           CLOSE USER-FILE

           MOVE WS-IN-AMOUNT TO WS-AMOUNT
           MOVE 2 TO WS-POST-TYPE
           MOVE "NETISS" TO WS-POST-OPERATOR
           PERFORM POST-TRANSACTION
           MOVE WS-NEXT-RECEIPT-CDE TO WS-ITEM-TRANCDE
           MOVE WS-DEST-ACC TO WS-DT-ACC
           MOVE 2 TO WS-DT-TYPE
           MOVE WS-IN-AMOUNT TO WS-DT-AMOUNT
           PERFORM BUMP-DAY-TOTALS
           IF WS-INTERCHANGE > 0
               MOVE WS-INTERCHANGE TO WS-AMOUNT
               MOVE 6 TO WS-POST-TYPE
               MOVE "NETFEE" TO WS-POST-OPERATOR
               PERFORM POST-TRANSACTION
           END-IF.

      *> ------------------------------------------------------------
      *> Acquirer side: other banks' cardholders at our machines.
      *> ------------------------------------------------------------
       LOAD-ACQUIRER-FILE.
           DISPLAY "Acquirer file name (e.g. NETACQ-" WS-TODAY
               ".DAT): "
           ACCEPT NETIN-FILENAME
           OPEN INPUT NETIN-FILE
           IF NETIN-STATUS NOT = "00"
               DISPLAY "File " FUNCTION TRIM(NETIN-FILENAME)
                   " not found."
               EXIT PARAGRAPH
           END-IF
           PERFORM RESET-LOAD-COUNTS
           MOVE 0 TO AQ-COUNT TM-COUNT EJ-COUNT
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NETIN-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NETIN-LINE NOT = SPACES
                           ADD 1 TO WS-LINE-COUNT
                           PERFORM HOLD-ACQUIRER-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NETIN-FILE

           PERFORM VARYING TM-IDX FROM 1 BY 1 UNTIL TM-IDX > TM-COUNT
               PERFORM LOAD-TERMINAL-JOURNAL
           END-PERFORM

           OPEN I-O NETITEM-FILE
           PERFORM VARYING AQ-IDX FROM 1 BY 1 UNTIL AQ-IDX > AQ-COUNT
               PERFORM ACQUIRER-ONE-ITEM
           END-PERFORM
           PERFORM RECORD-UNCLAIMED
           CLOSE NETITEM-FILE

           MOVE WS-GOOD-TOTAL TO FORMAT-BALANCE
           DISPLAY "--------------------------------------------"
           DISPLAY "Lines read          : " WS-LINE-COUNT
           DISPLAY "Matched to journal  : " WS-GOOD-COUNT
               " for " FUNCTION TRIM(FORMAT-BALANCE)
           MOVE WS-EXC-TOTAL TO FORMAT-BALANCE
           DISPLAY "Unmatched claims    : " WS-EXC-COUNT
               " for " FUNCTION TRIM(FORMAT-BALANCE)
           DISPLAY "Unclaimed dispenses : " WS-UNCLAIMED-COUNT
           DISPLAY "Duplicates skipped  : " WS-DUP-COUNT
           DISPLAY "Unreadable lines    : " WS-BAD-COUNT
           DISPLAY "--------------------------------------------"
           MOVE "NET_ACQ_LOAD" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-LOG.

       HOLD-ACQUIRER-LINE.
           PERFORM SPLIT-SWITCH-LINE
           IF WS-LINE-OK NOT = 'Y' OR WS-F-TERMINAL = SPACES
               ADD 1 TO WS-BAD-COUNT
               DISPLAY "  Unreadable: " FUNCTION TRIM(NETIN-LINE)
               EXIT PARAGRAPH
           END-IF
           IF AQ-COUNT >= 500
               ADD 1 TO WS-BAD-COUNT
               DISPLAY "  Over 500 lines - load the rest as a "
                   "second file: " FUNCTION TRIM(NETIN-LINE)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AQ-COUNT
           MOVE WS-F-REF TO AQ-REF(AQ-COUNT)
           MOVE WS-IN-CARD TO AQ-CARD(AQ-COUNT)
           MOVE WS-F-BANK TO AQ-BANK(AQ-COUNT)
           MOVE WS-F-TERMINAL TO AQ-TERMINAL(AQ-COUNT)
           MOVE WS-IN-AMOUNT TO AQ-AMOUNT(AQ-COUNT)
           MOVE WS-IN-DATE TO AQ-DATE(AQ-COUNT)
           PERFORM VARYING TM-IDX FROM 1 BY 1 UNTIL TM-IDX > TM-COUNT
               IF TM-ID(TM-IDX) = WS-F-TERMINAL
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF TM-IDX > TM-COUNT AND TM-COUNT < 50
               ADD 1 TO TM-COUNT
               MOVE WS-F-TERMINAL TO TM-ID(TM-COUNT)
           END-IF.

      *> Only terminals on our registry have a journal to read.
       LOAD-TERMINAL-JOURNAL.
           MOVE 'N' TO TM-KNOWN(TM-IDX)
           OPEN INPUT TERMINAL-FILE
           IF TERMINAL-STATUS = "00"
               MOVE TM-ID(TM-IDX) TO TERM-ID
               READ TERMINAL-FILE
                   NOT INVALID KEY
                       MOVE 'Y' TO TM-KNOWN(TM-IDX)
               END-READ
               CLOSE TERMINAL-FILE
           END-IF
           IF TM-KNOWN(TM-IDX) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO EJ-FILENAME
           STRING "EJRNL-" DELIMITED BY SIZE
               FUNCTION TRIM(TM-ID(TM-IDX)) DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO EJ-FILENAME
           OPEN INPUT EJ-FILE
           IF EJ-STATUS NOT = "00"
               DISPLAY "  No journal " FUNCTION TRIM(EJ-FILENAME)
                   " - claims on " FUNCTION TRIM(TM-ID(TM-IDX))
                   " cannot be matched."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CASH-EOF
           PERFORM UNTIL WS-CASH-EOF = 'Y'
               READ EJ-FILE
                   AT END MOVE 'Y' TO WS-CASH-EOF
                   NOT AT END
                       PERFORM HOLD-JOURNAL-EVENT
               END-READ
           END-PERFORM
           CLOSE EJ-FILE.

       HOLD-JOURNAL-EVENT.
           MOVE SPACES TO WS-EJ-TIME WS-EJ-CARD WS-EJ-AMOUNT
               WS-EJ-RESULT
           UNSTRING EJ-LINE DELIMITED BY ","
               INTO WS-EJ-TIME WS-EJ-CARD WS-EJ-AMOUNT WS-EJ-RESULT
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EJ-RESULT)) =
              "DISPENSED"
              AND FUNCTION TEST-NUMVAL(WS-EJ-CARD) = 0
              AND FUNCTION TEST-NUMVAL(WS-EJ-AMOUNT) = 0
              AND EJ-COUNT < 1000
               ADD 1 TO EJ-COUNT
               MOVE TM-ID(TM-IDX) TO EJ-TERMINAL(EJ-COUNT)
               COMPUTE EJ-CARD(EJ-COUNT) =
                   FUNCTION NUMVAL(WS-EJ-CARD)
               COMPUTE EJ-AMOUNT(EJ-COUNT) =
                   FUNCTION NUMVAL(WS-EJ-AMOUNT)
               IF FUNCTION TEST-NUMVAL(WS-EJ-TIME) = 0
                   COMPUTE EJ-TIME(EJ-COUNT) =
                       FUNCTION NUMVAL(WS-EJ-TIME)
               ELSE
                   MOVE 0 TO EJ-TIME(EJ-COUNT)
               END-IF
               MOVE 'N' TO EJ-MATCHED(EJ-COUNT)
           END-IF.

       ACQUIRER-ONE-ITEM.
           MOVE "A" TO NET-SIDE
           MOVE AQ-REF(AQ-IDX) TO NET-SWITCH-REF
           READ NETITEM-FILE
               NOT INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
                   PERFORM CLAIM-JOURNAL-EVENT
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO WS-REJECT-REASON
           MOVE "MATCHED" TO WS-ITEM-STATUS
           MOVE 'N' TO WS-TERM-KNOWN
           PERFORM VARYING TM-IDX FROM 1 BY 1 UNTIL TM-IDX > TM-COUNT
               IF TM-ID(TM-IDX) = AQ-TERMINAL(AQ-IDX)
                   MOVE TM-KNOWN(TM-IDX) TO WS-TERM-KNOWN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TERM-KNOWN NOT = 'Y'
               MOVE "UNMATCHED" TO WS-ITEM-STATUS
               MOVE "Terminal not on our registry" TO
                   WS-REJECT-REASON
           ELSE
               PERFORM CLAIM-JOURNAL-EVENT
               IF WS-EJ-FOUND NOT = 'Y'
                   MOVE "UNMATCHED" TO WS-ITEM-STATUS
                   MOVE "No dispense on terminal journal" TO
                       WS-REJECT-REASON
               ELSE
                   PERFORM TAKE-FROM-CASSETTES
                   IF WS-DISPENSE-OK NOT = 'Y'
                       MOVE "Cassettes cannot account for notes" TO
                           WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           INITIALIZE NETWORK-ITEM-RECORD
           MOVE "A" TO NET-SIDE
           MOVE AQ-REF(AQ-IDX) TO NET-SWITCH-REF
           MOVE WS-TODAY TO NET-SETTLE-DATE
           MOVE AQ-DATE(AQ-IDX) TO NET-TXN-DATE
           MOVE AQ-CARD(AQ-IDX) TO NET-CARD-NO
           MOVE AQ-BANK(AQ-IDX) TO NET-BANK-CODE
           MOVE AQ-TERMINAL(AQ-IDX) TO NET-TERMINAL
           MOVE AQ-AMOUNT(AQ-IDX) TO NET-AMOUNT
           MOVE WS-INTERCHANGE TO NET-FEE
           MOVE WS-ITEM-STATUS TO NET-STATUS
           MOVE WS-REJECT-REASON TO NET-REASON
           MOVE LNK-OPERATOR-ID TO NET-LOADED-BY
           IF NET-MATCHED
               ADD 1 TO WS-GOOD-COUNT
               ADD AQ-AMOUNT(AQ-IDX) TO WS-GOOD-TOTAL
           ELSE
               ADD 1 TO WS-EXC-COUNT
               ADD AQ-AMOUNT(AQ-IDX) TO WS-EXC-TOTAL
           END-IF
           WRITE NETWORK-ITEM-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not record switch item "
                       FUNCTION TRIM(AQ-REF(AQ-IDX))
           END-WRITE.

      *> Pairs the claim with the first unclaimed DISPENSED event
      *> on the same terminal for the same card and amount. A claim
      *> already on file from an earlier load still takes its event
      *> out of the unclaimed pool.
       CLAIM-JOURNAL-EVENT.
           MOVE 'N' TO WS-EJ-FOUND
           PERFORM VARYING EJ-IDX FROM 1 BY 1 UNTIL EJ-IDX > EJ-COUNT
               IF EJ-MATCHED(EJ-IDX) = 'N' AND
                  EJ-TERMINAL(EJ-IDX) = AQ-TERMINAL(AQ-IDX) AND
                  EJ-CARD(EJ-IDX) = AQ-CARD(AQ-IDX) AND
                  EJ-AMOUNT(EJ-IDX) = AQ-AMOUNT(AQ-IDX)
                   MOVE 'Y' TO EJ-MATCHED(EJ-IDX)
                   MOVE 'Y' TO WS-EJ-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Notes paid to another bank's cardholder leave the cassettes
      *> the same way our own dispenses do: largest note first.
       TAKE-FROM-CASSETTES.
           MOVE AQ-TERMINAL(AQ-IDX) TO WS-CASH-TERMINAL
           PERFORM LOAD-CASSETTES
           IF CASSETTE-COUNT = 0
               MOVE 'N' TO WS-DISPENSE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM PLAN-NOTE-MIX
           IF WS-DISPENSE-OK = 'Y'
               PERFORM DISPENSE-NOTES
           END-IF.

       LOAD-CASSETTES.
           MOVE 'Y' TO WS-DISPENSE-OK
           MOVE 0 TO CASSETTE-COUNT
           MOVE 'N' TO WS-CASH-EOF
           OPEN INPUT CASHBOX-FILE
           IF CASHBOX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CASH-TERMINAL TO CASH-TERMINAL
           MOVE 0 TO CASH-DENOM
           START CASHBOX-FILE KEY IS NOT LESS THAN CASH-KEY
               INVALID KEY MOVE 'Y' TO WS-CASH-EOF
           END-START
           PERFORM UNTIL WS-CASH-EOF = 'Y'
               READ CASHBOX-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-CASH-EOF
                   NOT AT END
                       IF CASH-TERMINAL NOT = WS-CASH-TERMINAL
                           MOVE 'Y' TO WS-CASH-EOF
                       ELSE
                       IF CASSETTE-COUNT < 10
                           ADD 1 TO CASSETTE-COUNT
                           MOVE CASH-DENOM TO
                               CT-DENOM(CASSETTE-COUNT)
                           MOVE CASH-NOTE-COUNT TO
                               CT-AVAILABLE(CASSETTE-COUNT)
                           MOVE 0 TO CT-DISPENSE(CASSETTE-COUNT)
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASHBOX-FILE

           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX >= CASSETTE-COUNT
               PERFORM VARYING CT-JDX FROM 1 BY 1
                       UNTIL CT-JDX > CASSETTE-COUNT - CT-IDX
                   IF CT-DENOM(CT-JDX) < CT-DENOM(CT-JDX + 1)
                       MOVE CT-DENOM(CT-JDX) TO WS-SWAP-DENOM
                       MOVE CT-AVAILABLE(CT-JDX) TO WS-SWAP-AVAIL
                       MOVE CT-DENOM(CT-JDX + 1) TO CT-DENOM(CT-JDX)
                       MOVE CT-AVAILABLE(CT-JDX + 1) TO
                           CT-AVAILABLE(CT-JDX)
                       MOVE WS-SWAP-DENOM TO CT-DENOM(CT-JDX + 1)
                       MOVE WS-SWAP-AVAIL TO CT-AVAILABLE(CT-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PLAN-NOTE-MIX.
           COMPUTE WS-CASH-REMAINDER =
               FUNCTION INTEGER-PART(AQ-AMOUNT(AQ-IDX))
           IF WS-CASH-REMAINDER NOT = AQ-AMOUNT(AQ-IDX)
               MOVE 'N' TO WS-DISPENSE-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CASSETTE-COUNT
               IF CT-DENOM(CT-IDX) > 0
                   COMPUTE WS-NOTES-NEEDED =
                       WS-CASH-REMAINDER / CT-DENOM(CT-IDX)
                   IF WS-NOTES-NEEDED > CT-AVAILABLE(CT-IDX)
                       MOVE CT-AVAILABLE(CT-IDX) TO WS-NOTES-NEEDED
                   END-IF
                   MOVE WS-NOTES-NEEDED TO CT-DISPENSE(CT-IDX)
                   COMPUTE WS-CASH-REMAINDER = WS-CASH-REMAINDER -
                       (WS-NOTES-NEEDED * CT-DENOM(CT-IDX))
               END-IF
           END-PERFORM

           IF WS-CASH-REMAINDER NOT = 0
               MOVE 'N' TO WS-DISPENSE-OK
           END-IF.

       DISPENSE-NOTES.
           OPEN I-O CASHBOX-FILE
           IF CASHBOX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CASSETTE-COUNT
               IF CT-DISPENSE(CT-IDX) > 0
                   MOVE WS-CASH-TERMINAL TO CASH-TERMINAL
                   MOVE CT-DENOM(CT-IDX) TO CASH-DENOM
                   READ CASHBOX-FILE KEY IS CASH-KEY
                       NOT INVALID KEY
                           SUBTRACT CT-DISPENSE(CT-IDX) FROM
                               CASH-NOTE-COUNT
                           REWRITE CASH-CASSETTE-RECORD
                   END-READ
               END-IF
           END-PERFORM
           CLOSE CASHBOX-FILE.

      *> Journal dispenses left over after every claim is matched
      *> belong either to our own customers (an account on
      *> USERS.DAT, reconciled by AtmJournalRecon) or to another
      *> bank's card the switch has not paid us for.
       RECORD-UNCLAIMED.
           OPEN INPUT USER-FILE
           PERFORM VARYING EJ-IDX FROM 1 BY 1 UNTIL EJ-IDX > EJ-COUNT
               IF EJ-MATCHED(EJ-IDX) = 'N'
                   MOVE EJ-CARD(EJ-IDX) TO USER-ACC-NO
                   READ USER-FILE KEY IS USER-ACC-NO
                       INVALID KEY
                           PERFORM WRITE-UNCLAIMED
                   END-READ
               END-IF
           END-PERFORM
           CLOSE USER-FILE.

       WRITE-UNCLAIMED.
           INITIALIZE NETWORK-ITEM-RECORD
           MOVE "A" TO NET-SIDE
           STRING "EJ" DELIMITED BY SIZE
               EJ-TERMINAL(EJ-IDX) DELIMITED BY SIZE
               EJ-TIME(EJ-IDX) DELIMITED BY SIZE
               INTO NET-SWITCH-REF
           END-STRING
           MOVE WS-TODAY TO NET-SETTLE-DATE
           MOVE WS-TODAY TO NET-TXN-DATE
           MOVE EJ-CARD(EJ-IDX) TO NET-CARD-NO
           MOVE EJ-TERMINAL(EJ-IDX) TO NET-TERMINAL
           MOVE EJ-AMOUNT(EJ-IDX) TO NET-AMOUNT
           MOVE 0 TO NET-FEE
           MOVE "UNCLAIMED" TO NET-STATUS
           MOVE "Dispensed, not in switch file" TO NET-REASON
           MOVE LNK-OPERATOR-ID TO NET-LOADED-BY
           WRITE NETWORK-ITEM-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-UNCLAIMED-COUNT
           END-WRITE.

      *> ------------------------------------------------------------
      *> Net position with the switch for one settlement date. The
      *> switch settles every line it sent: we pay for all issuer
      *> items plus interchange, including those we reject (they
      *> come back as chargebacks), and are paid for every acquirer
      *> claim plus interchange, including the unmatched ones we
      *> must refund.
      *> ------------------------------------------------------------
       SETTLEMENT-POSITION.
           PERFORM ACCEPT-REPORT-DATE
           PERFORM ACCUMULATE-POSITION

           COMPUTE WS-PAYABLE = WS-ISS-AMOUNT + WS-ISS-FEES
           COMPUTE WS-RECEIVABLE = WS-ACQ-AMOUNT + WS-ACQ-FEES
           COMPUTE WS-NET = WS-RECEIVABLE - WS-PAYABLE

           MOVE SPACES TO REPORT-FILENAME
           STRING "NETPOS-" WS-REPORT-DATE ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM
               "====== ATM NETWORK NET SETTLEMENT POSITION ======"
           MOVE SPACES TO REPORT-LINE
           STRING "Settlement date: " WS-REPORT-DATE
               "   Interchange per item: " WS-INTERCHANGE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM
               "-------------------------------------------------"

           MOVE WS-ISS-AMOUNT TO FORMAT-BALANCE
           MOVE SPACES TO REPORT-LINE
           STRING "ISSUER   items " WS-ISS-COUNT "  cash "
               FORMAT-BALANCE DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ISS-FEES TO FORMAT-BALANCE
           MOVE SPACES TO REPORT-LINE
           STRING "         interchange paid      " FORMAT-BALANCE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ISS-REJ-AMOUNT TO FORMAT-BALANCE
           MOVE SPACES TO REPORT-LINE
           STRING "         rejected " WS-ISS-REJ-COUNT
               " (chargeback) " FORMAT-BALANCE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PAYABLE TO FORMAT-BALANCE
           MOVE SPACES TO REPORT-LINE
           STRING "         PAYABLE TO SWITCH     " FORMAT-BALANCE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-ACQ-AMOUNT TO FORMAT-BALANCE
           MOVE SPACES TO REPORT-LINE
           STRING "ACQUIRER items " WS-ACQ-COUNT "  cash "
               FORMAT-BALANCE DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ACQ-FEES TO FORMAT-BALANCE
           MOVE SPACES TO REPORT-LINE
           STRING "         interchange earned    " FORMAT-BALANCE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ACQ-UNM-AMOUNT TO FORMAT-BALANCE
           MOVE SPACES TO REPORT-LINE
           STRING "         unmatched " WS-ACQ-UNM-COUNT
               " (refund)    " FORMAT-BALANCE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RECEIVABLE TO FORMAT-BALANCE
           MOVE SPACES TO REPORT-LINE
           STRING "         RECEIVABLE FROM SWITCH" FORMAT-BALANCE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-UNC-AMOUNT TO FORMAT-BALANCE
           MOVE SPACES TO REPORT-LINE
           STRING "UNCLAIMED dispenses " WS-UNC-COUNT
               " (to claim)  " FORMAT-BALANCE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           WRITE REPORT-LINE FROM
               "-------------------------------------------------"
           MOVE WS-NET TO FORMAT-SIGNED
           MOVE SPACES TO REPORT-LINE
           IF WS-NET < 0
               STRING "NET DUE TO SWITCH      " FORMAT-SIGNED
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "NET DUE FROM SWITCH    " FORMAT-SIGNED
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           MOVE WS-PAYABLE TO FORMAT-BALANCE
           DISPLAY "Payable to switch    : " FORMAT-BALANCE
           MOVE WS-RECEIVABLE TO FORMAT-BALANCE
           DISPLAY "Receivable from switch: " FORMAT-BALANCE
           MOVE WS-NET TO FORMAT-SIGNED
           DISPLAY "Net position          : " FORMAT-SIGNED
           DISPLAY "Position written to " REPORT-FILENAME.

       ACCEPT-REPORT-DATE.
           DISPLAY "Settlement date (YYYYMMDD, 0 = today): "
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT = 0
               MOVE WS-TODAY TO WS-REPORT-DATE
           ELSE
               MOVE WS-DATE-INPUT TO WS-REPORT-DATE
           END-IF.

       ACCUMULATE-POSITION.
           MOVE 0 TO WS-ISS-COUNT WS-ISS-AMOUNT WS-ISS-FEES
           MOVE 0 TO WS-ISS-REJ-COUNT WS-ISS-REJ-AMOUNT
           MOVE 0 TO WS-ACQ-COUNT WS-ACQ-AMOUNT WS-ACQ-FEES
           MOVE 0 TO WS-ACQ-UNM-COUNT WS-ACQ-UNM-AMOUNT
           MOVE 0 TO WS-UNC-COUNT WS-UNC-AMOUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT NETITEM-FILE
           MOVE LOW-VALUES TO NET-KEY
           START NETITEM-FILE KEY IS NOT LESS THAN NET-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ NETITEM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NET-SETTLE-DATE = WS-REPORT-DATE
                           PERFORM ADD-ITEM-TO-POSITION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NETITEM-FILE.

       ADD-ITEM-TO-POSITION.
           EVALUATE TRUE
               WHEN NET-ISSUER
                   ADD 1 TO WS-ISS-COUNT
                   ADD NET-AMOUNT TO WS-ISS-AMOUNT
                   ADD NET-FEE TO WS-ISS-FEES
                   IF NET-REJECTED
                       ADD 1 TO WS-ISS-REJ-COUNT
                       ADD NET-AMOUNT TO WS-ISS-REJ-AMOUNT
                   END-IF
               WHEN NET-UNCLAIMED
                   ADD 1 TO WS-UNC-COUNT
                   ADD NET-AMOUNT TO WS-UNC-AMOUNT
               WHEN OTHER
                   ADD 1 TO WS-ACQ-COUNT
                   ADD NET-AMOUNT TO WS-ACQ-AMOUNT
                   ADD NET-FEE TO WS-ACQ-FEES
                   IF NET-UNMATCHED
                       ADD 1 TO WS-ACQ-UNM-COUNT
                       ADD NET-AMOUNT TO WS-ACQ-UNM-AMOUNT
                   END-IF
           END-EVALUATE.

      *> Everything that needs raising with the switch or the
      *> cash officers: rejected issuer items (chargebacks),
      *> unmatched acquirer claims (refunds), unclaimed dispenses
      *> (claims) and matched items the cassettes could not cover.
       EXCEPTIONS-LISTING.
           PERFORM ACCEPT-REPORT-DATE
           MOVE SPACES TO REPORT-FILENAME
           STRING "NETEXCPT-" WS-REPORT-DATE ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM
               "====== ATM NETWORK DISPUTES AND EXCEPTIONS ======"
           MOVE SPACES TO REPORT-LINE
           STRING "Settlement date: " WS-REPORT-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "SIDE,SWITCH REF,CARD,BANK,TERMINAL,AMOUNT,"
               "STATUS,ACTION,REASON"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 0 TO WS-EXC-COUNT WS-EXC-TOTAL
           MOVE 'N' TO WS-EOF
           OPEN INPUT NETITEM-FILE
           MOVE LOW-VALUES TO NET-KEY
           START NETITEM-FILE KEY IS NOT LESS THAN NET-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ NETITEM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NET-SETTLE-DATE = WS-REPORT-DATE AND
                          (NET-REJECTED OR NET-UNMATCHED OR
                           NET-UNCLAIMED OR NET-REASON NOT = SPACES)
                           PERFORM LIST-ONE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NETITEM-FILE

           MOVE WS-EXC-TOTAL TO FORMAT-BALANCE
           MOVE SPACES TO REPORT-LINE
           STRING "Exceptions: " WS-EXC-COUNT "  amount "
               FORMAT-BALANCE DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY WS-EXC-COUNT " exception(s) for " WS-REPORT-DATE
               " written to " REPORT-FILENAME.

       LIST-ONE-EXCEPTION.
           ADD 1 TO WS-EXC-COUNT
           ADD NET-AMOUNT TO WS-EXC-TOTAL
           EVALUATE TRUE
               WHEN NET-REJECTED
                   MOVE "CHARGEBACK" TO WS-ITEM-STATUS
               WHEN NET-UNMATCHED
                   MOVE "REFUND" TO WS-ITEM-STATUS
               WHEN NET-UNCLAIMED
                   MOVE "CLAIM" TO WS-ITEM-STATUS
               WHEN OTHER
                   MOVE "CASH CHECK" TO WS-ITEM-STATUS
           END-EVALUATE
           MOVE NET-AMOUNT TO FORMAT-BALANCE
           MOVE SPACES TO REPORT-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING
               NET-SIDE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(NET-SWITCH-REF) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               NET-CARD-NO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               NET-BANK-CODE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(NET-TERMINAL) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(FORMAT-BALANCE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(NET-STATUS) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-ITEM-STATUS) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(NET-REASON) DELIMITED BY SIZE
               INTO REPORT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           WRITE REPORT-LINE.

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           MOVE WS-GOOD-TOTAL TO FORMAT-BALANCE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-ACTION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(NETIN-FILENAME) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-GOOD-COUNT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(FORMAT-BALANCE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-EXC-COUNT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(LNK-OPERATOR-ID) DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           CALL "AuditLogger" USING AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE.

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
           MOVE WS-DEST-ACC         TO TR-ACC-NO
           MOVE 0                   TO TR-RECEIVER-NO
           MOVE 0                   TO TR-GROUP-ID
           MOVE WS-POST-TYPE        TO TR-TYPE
           MOVE WS-TODAY            TO TR-DATE
           MOVE WS-IN-DATE          TO TR-VALUE-DATE
           MOVE WS-CUR-TIME         TO TR-TIME
           MOVE WS-POST-OPERATOR    TO TR-OPERATOR-ID
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
      *> Another bank's machine - never one of our terminals, so
      *> the ledger leg does not route to our ATM cash.
           MOVE SPACES TO TR-TERMINAL
           COMPUTE TR-AMOUNT  =
               FUNCTION INTEGER-PART(WS-AMOUNT)
           COMPUTE TR-DECIMAL =
               FUNCTION MOD(WS-AMOUNT * 100, 100)

           WRITE TRANSACTION-RECORD INVALID KEY
               DISPLAY "[ERROR]: Writing network debit failed for "
                   WS-DEST-ACC
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
                              "NETINTERCHANGE"
                               COMPUTE WS-INTERCHANGE =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM NetworkSettle.
