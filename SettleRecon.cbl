       IDENTIFICATION DIVISION.
       PROGRAM-ID. SettleRecon.

      *> Settlement account reconciliation against the central bank.
      *> The central bank delivers its daily statement of our
      *> settlement account as CBSTMT.DAT, one comma-separated line
      *> per record:
      *>   H,statement date (YYYYMMDD),opening balance
      *>   E,value date,central bank reference,D or C,amount,
      *>     counterparty bank code,narrative
      *>   T,closing balance
      *> (balances may carry a leading minus). Each E line lands on
      *> SETTLEREC.DAT as a central-side item - a reference already
      *> on file is skipped, so a statement can be re-delivered
      *> safely - and every OPEN central item is then matched to an
      *> OPEN item ClearingAck expected (same direction, amount and
      *> counterparty bank): the net position per bank, or its
      *> outward batch and inward file legs. Whichever basis the
      *> central bank posted, the other is NETTED off. Each match
      *> moves the central amount into the reconciled balance, kept
      *> on the control record from one run to the next and shown
      *> running on the report. Whatever is still unmatched on
      *> either side is listed with its age, and an item unmatched
      *> past SETTLEBREAKDAYS days is a break: it is raised once as
      *> an OPEN entry on the suspense register and worked from
      *> there through SuspenseMaint. The report SETLREC-<date>.txt
      *> ends with the proof that the reconciled balance plus the
      *> unmatched statement entries equals the statement closing
      *> balance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLEREC-FILE ASSIGN TO "SETTLEREC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STL-ID
               FILE STATUS IS SETTLEREC-STATUS.

           SELECT CBSTMT-FILE ASSIGN TO "CBSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CBSTMT-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUSP-ID
               FILE STATUS IS SUSPENSE-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD SETTLEREC-FILE.
           COPY "SETTLE-ITEM.cpy".

       FD CBSTMT-FILE.
       01 CBSTMT-LINE             PIC X(150).

       FD SUSPENSE-FILE.
           COPY "SUSPENSE-ENTRY.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 AUDIT-LINE              PIC X(120).
       01 SETTLEREC-STATUS        PIC XX.
       01 CBSTMT-STATUS           PIC XX.
       01 SUSPENSE-STATUS         PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 REPORT-FILENAME         PIC X(30).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-BREAK-DAYS           PIC 9(3) VALUE 2.

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-AUDIT-TIME           PIC 9(6).
       01 WS-AUDIT-ACTION         PIC X(16).

       01 WS-MENU-CHOICE          PIC 9.
       01 WS-AGAIN                PIC X VALUE 'Y'.
       01 WS-EOF                  PIC X.

      *> One statement line split into its fields.
       01 WS-CB-FIELDS.
           05 WS-CB-TYPE          PIC X(2).
           05 WS-CB-DATE-X        PIC X(10).
           05 WS-CB-REF           PIC X(20).
           05 WS-CB-DRCR          PIC X(2).
           05 WS-CB-AMT-TXT       PIC X(20).
           05 WS-CB-BANK          PIC X(6).
           05 WS-CB-NARR          PIC X(30).
       01 WS-CB-AMOUNT            PIC 9(15)V99.
       01 WS-CB-STMT-DATE         PIC 9(8) VALUE 0.
       01 WS-CB-OPENING           PIC S9(15)V99 VALUE 0.
       01 WS-CB-CLOSING           PIC S9(15)V99 VALUE 0.
       01 WS-CB-HAVE-CLOSING      PIC X VALUE 'N'.
       01 WS-REF-FOUND            PIC X.
       01 WS-NEXT-STL-ID          PIC 9(6).

      *> The control record values carried between runs.
       01 WS-RECON-BAL            PIC S9(15)V99 VALUE 0.
       01 WS-LAST-STMT-DATE       PIC 9(8) VALUE 0.
       01 WS-LAST-CLOSING         PIC S9(15)V99 VALUE 0.

       01 WS-IMPORTED             PIC 9(5) VALUE 0.
       01 WS-DUPLICATES           PIC 9(5) VALUE 0.
       01 WS-BAD-LINES            PIC 9(5) VALUE 0.
       01 WS-MATCHED              PIC 9(5) VALUE 0.
       01 WS-NETTED               PIC 9(5) VALUE 0.
       01 WS-BREAKS               PIC 9(5) VALUE 0.

      *> Every OPEN item on both sides, worked in memory and written
      *> back by key when its state changes.
       01 ITEM-TABLE.
           05 IT-COUNT            PIC 9(4) VALUE 0.
           05 IT-ENTRY OCCURS 3000 TIMES.
               10 IT-ID           PIC 9(6).
               10 IT-SIDE         PIC X(1).
               10 IT-SOURCE       PIC X(8).
               10 IT-DATE         PIC 9(8).
               10 IT-BANK         PIC X(4).
               10 IT-REF          PIC X(20).
               10 IT-DRCR         PIC X(1).
               10 IT-AMOUNT       PIC 9(15)V99.
               10 IT-STATE        PIC X(8).
               10 IT-MATCH-ID     PIC 9(6).
               10 IT-SUSP-ID      PIC 9(6).
               10 IT-CHANGED      PIC X(1).
       01 IT-IDX                  PIC 9(4).
       01 IT-OTHER                PIC 9(4).
       01 WS-TABLE-FULL           PIC X VALUE 'N'.
       01 WS-OUT-STATE            PIC X(8).
       01 WS-INW-STATE            PIC X(8).
       01 WS-OUT-IDX              PIC 9(4).
       01 WS-INW-IDX              PIC 9(4).

       01 WS-ITEM-AGE             PIC S9(5).
       01 WS-UNMATCHED-CB         PIC S9(15)V99.
       01 WS-PROOF-DIFF           PIC S9(15)V99.

      *> Ageing buckets per side: 0-1, 2-7, 8-30 and over 30 days.
       01 AGE-TABLE.
           05 AG-SIDE OCCURS 2 TIMES.
               10 AG-BUCKET OCCURS 4 TIMES.
                   15 AG-COUNT    PIC 9(5).
                   15 AG-AMOUNT   PIC 9(15)V99.
       01 AG-S                    PIC 9.
       01 AG-B                    PIC 9.
       01 WS-BUCKET-NAMES.
           05 FILLER              PIC X(12) VALUE "0-1 DAYS".
           05 FILLER              PIC X(12) VALUE "2-7 DAYS".
           05 FILLER              PIC X(12) VALUE "8-30 DAYS".
           05 FILLER              PIC X(12) VALUE "OVER 30 DAYS".
       01 WS-BUCKET-TABLE REDEFINES WS-BUCKET-NAMES.
           05 WS-BUCKET-NAME      PIC X(12) OCCURS 4 TIMES.

       01 WS-NEXT-SUSP-ID         PIC 9(6).
       01 WS-SUSP-REASON          PIC X(40).

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-SIGNED           PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-RUNNING          PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
       MAIN-PROCEDURE.
           IF ADMIN-CHOICE = 105

           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY

           PERFORM UNTIL WS-AGAIN NOT = 'Y' AND WS-AGAIN NOT = 'y'
               DISPLAY "============================================"
               DISPLAY "   SETTLEMENT ACCOUNT RECONCILIATION"
               DISPLAY "============================================"
               DISPLAY "1. Import central bank statement and "
                   "reconcile"
               DISPLAY "2. Reconcile and report without import"
               DISPLAY "Enter choice (1-2): "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM ENSURE-SETTLEREC-FILE
                       PERFORM IMPORT-STATEMENT
                       PERFORM RECONCILE
                   WHEN 2
                       PERFORM ENSURE-SETTLEREC-FILE
                       PERFORM RECONCILE
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE

               DISPLAY "Another settlement reconciliation action? "
                   "(Y/N): "
               ACCEPT WS-AGAIN
           END-PERFORM

           MOVE 'Y' TO WS-AGAIN
           END-IF
           GOBACK.

       ENSURE-SETTLEREC-FILE.
           OPEN I-O SETTLEREC-FILE
           IF SETTLEREC-STATUS = "35"
               OPEN OUTPUT SETTLEREC-FILE
               CLOSE SETTLEREC-FILE
               OPEN I-O SETTLEREC-FILE
           END-IF
           MOVE 0 TO STL-ID
           READ SETTLEREC-FILE KEY IS STL-ID
               INVALID KEY
                   INITIALIZE SETTLE-ITEM-RECORD
                   MOVE 0 TO STL-ID
                   MOVE 0 TO STL-MATCH-ID
                   WRITE SETTLE-ITEM-RECORD
           END-READ
           CLOSE SETTLEREC-FILE.

      *> Statement lines become central-side items; the H and T
      *> lines only carry the balances the proof is drawn against.
       IMPORT-STATEMENT.
           MOVE 0 TO WS-IMPORTED WS-DUPLICATES WS-BAD-LINES
           MOVE 'N' TO WS-CB-HAVE-CLOSING
           MOVE 0 TO WS-CB-STMT-DATE WS-CB-OPENING WS-CB-CLOSING
           OPEN INPUT CBSTMT-FILE
           IF CBSTMT-STATUS NOT = "00"
               DISPLAY "No CBSTMT.DAT on file - nothing to import."
               EXIT PARAGRAPH
           END-IF
           OPEN I-O SETTLEREC-FILE

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CBSTMT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM IMPORT-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE CBSTMT-FILE

           MOVE 0 TO STL-ID
           READ SETTLEREC-FILE KEY IS STL-ID
               NOT INVALID KEY
      *> The first statement ever imported sets the starting point
      *> of the reconciled balance.
                   IF STL-DATE = 0
                       MOVE WS-CB-OPENING TO STL-RECON-BAL
                   END-IF
                   IF WS-CB-STMT-DATE NOT = 0
                       MOVE WS-CB-STMT-DATE TO STL-DATE
                   END-IF
                   IF WS-CB-HAVE-CLOSING = 'Y'
                       IF WS-CB-CLOSING < 0
                           MOVE "D" TO STL-DRCR
                           COMPUTE STL-AMOUNT = 0 - WS-CB-CLOSING
                       ELSE
                           MOVE "C" TO STL-DRCR
                           MOVE WS-CB-CLOSING TO STL-AMOUNT
                       END-IF
                   END-IF
                   REWRITE SETTLE-ITEM-RECORD
           END-READ
           CLOSE SETTLEREC-FILE

           DISPLAY "Statement " WS-CB-STMT-DATE ": " WS-IMPORTED
               " entr(ies) imported, " WS-DUPLICATES
               " already on file, " WS-BAD-LINES " unreadable."
           MOVE "SETTLE_IMPORT" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-LOG.

       IMPORT-ONE-LINE.
           MOVE SPACES TO WS-CB-FIELDS
           UNSTRING CBSTMT-LINE DELIMITED BY ","
               INTO WS-CB-TYPE WS-CB-DATE-X WS-CB-REF WS-CB-DRCR
                    WS-CB-AMT-TXT WS-CB-BANK WS-CB-NARR
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-CB-TYPE) TO WS-CB-TYPE
           EVALUATE WS-CB-TYPE
               WHEN "H"
                   IF FUNCTION TEST-NUMVAL(WS-CB-DATE-X) = 0
                       COMPUTE WS-CB-STMT-DATE =
                           FUNCTION NUMVAL(WS-CB-DATE-X)
                   END-IF
                   IF FUNCTION TEST-NUMVAL(WS-CB-REF) = 0
                       COMPUTE WS-CB-OPENING =
                           FUNCTION NUMVAL(WS-CB-REF)
                   END-IF
               WHEN "T"
                   IF FUNCTION TEST-NUMVAL(WS-CB-DATE-X) = 0
                       COMPUTE WS-CB-CLOSING =
                           FUNCTION NUMVAL(WS-CB-DATE-X)
                       MOVE 'Y' TO WS-CB-HAVE-CLOSING
                   END-IF
               WHEN "E"
                   PERFORM IMPORT-ONE-ENTRY
               WHEN OTHER
                   ADD 1 TO WS-BAD-LINES
           END-EVALUATE.

       IMPORT-ONE-ENTRY.
           MOVE FUNCTION UPPER-CASE(WS-CB-DRCR) TO WS-CB-DRCR
           MOVE FUNCTION UPPER-CASE(WS-CB-BANK) TO WS-CB-BANK
           IF FUNCTION TEST-NUMVAL(WS-CB-DATE-X) NOT = 0 OR
              FUNCTION TEST-NUMVAL(WS-CB-AMT-TXT) NOT = 0 OR
              WS-CB-REF = SPACES OR
              (WS-CB-DRCR NOT = "D" AND WS-CB-DRCR NOT = "C")
               ADD 1 TO WS-BAD-LINES
               DISPLAY "Unreadable statement line: "
                   FUNCTION TRIM(CBSTMT-LINE)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CB-AMOUNT = FUNCTION NUMVAL(WS-CB-AMT-TXT)

           MOVE 'N' TO WS-REF-FOUND
           MOVE 'N' TO WS-EOF
           MOVE 1 TO STL-ID
           START SETTLEREC-FILE KEY IS NOT LESS THAN STL-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ SETTLEREC-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF STL-CENTRAL AND STL-REF = WS-CB-REF
                           MOVE 'Y' TO WS-REF-FOUND
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           IF WS-REF-FOUND = 'Y'
               ADD 1 TO WS-DUPLICATES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO STL-ID
           READ SETTLEREC-FILE KEY IS STL-ID
               NOT INVALID KEY
                   ADD 1 TO STL-MATCH-ID
                   MOVE STL-MATCH-ID TO WS-NEXT-STL-ID
                   REWRITE SETTLE-ITEM-RECORD
           END-READ
           INITIALIZE SETTLE-ITEM-RECORD
           MOVE WS-NEXT-STL-ID TO STL-ID
           MOVE "C" TO STL-SIDE
           MOVE "CBSTMT" TO STL-SOURCE
           COMPUTE STL-DATE = FUNCTION NUMVAL(WS-CB-DATE-X)
           MOVE WS-CB-BANK TO STL-BANK
           MOVE WS-CB-REF TO STL-REF
           MOVE WS-CB-DRCR TO STL-DRCR
           MOVE WS-CB-AMOUNT TO STL-AMOUNT
           MOVE WS-CB-NARR TO STL-NARRATIVE
           MOVE "OPEN" TO STL-STATE
           WRITE SETTLE-ITEM-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not store statement entry "
                       FUNCTION TRIM(WS-CB-REF)
               NOT INVALID KEY
                   ADD 1 TO WS-IMPORTED
           END-WRITE.

       RECONCILE.
           MOVE 0 TO WS-MATCHED WS-NETTED WS-BREAKS
           PERFORM LOAD-OPEN-ITEMS
           IF WS-TABLE-FULL = 'Y'
               DISPLAY "[ERROR]: More open settlement items than "
                   "can be worked - reconcile the oldest first."
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-REPORT
           WRITE REPORT-LINE FROM
               "RECONCILED THIS RUN (statement entry = expected item)"
           PERFORM VARYING IT-IDX FROM 1 BY 1 UNTIL IT-IDX > IT-COUNT
               IF IT-SIDE(IT-IDX) = "C" AND IT-STATE(IT-IDX) = "OPEN"
                   PERFORM MATCH-CENTRAL-ITEM
               END-IF
           END-PERFORM
           PERFORM NET-OFF-ITEMS
           PERFORM RAISE-BREAKS
           PERFORM SAVE-CHANGED-ITEMS
           PERFORM WRITE-UNMATCHED
           PERFORM WRITE-PROOF
           CLOSE REPORT-FILE

           DISPLAY "--------------------------------------------"
           DISPLAY "Matched          : " WS-MATCHED
           DISPLAY "Netted off       : " WS-NETTED
           DISPLAY "New breaks raised: " WS-BREAKS
           MOVE WS-RECON-BAL TO FORMAT-SIGNED
           DISPLAY "Reconciled balance: " FORMAT-SIGNED
           DISPLAY "Report written to " REPORT-FILENAME
           DISPLAY "--------------------------------------------"
           MOVE "SETTLE_RECON" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-LOG.

       LOAD-OPEN-ITEMS.
           MOVE 0 TO IT-COUNT
           MOVE 'N' TO WS-TABLE-FULL
           OPEN INPUT SETTLEREC-FILE
           MOVE 0 TO STL-ID
           READ SETTLEREC-FILE KEY IS STL-ID
               INVALID KEY
                   MOVE 0 TO WS-RECON-BAL WS-LAST-STMT-DATE
                   MOVE 0 TO WS-LAST-CLOSING
               NOT INVALID KEY
                   MOVE STL-RECON-BAL TO WS-RECON-BAL
                   MOVE STL-DATE TO WS-LAST-STMT-DATE
                   IF STL-DEBIT
                       COMPUTE WS-LAST-CLOSING = 0 - STL-AMOUNT
                   ELSE
                       MOVE STL-AMOUNT TO WS-LAST-CLOSING
                   END-IF
           END-READ
           MOVE 'N' TO WS-EOF
           MOVE 1 TO STL-ID
           START SETTLEREC-FILE KEY IS NOT LESS THAN STL-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ SETTLEREC-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF STL-OPEN
                           PERFORM HOLD-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SETTLEREC-FILE.

       HOLD-OPEN-ITEM.
           IF IT-COUNT >= 3000
               MOVE 'Y' TO WS-TABLE-FULL
               MOVE 'Y' TO WS-EOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO IT-COUNT
           MOVE STL-ID TO IT-ID(IT-COUNT)
           MOVE STL-SIDE TO IT-SIDE(IT-COUNT)
           MOVE STL-SOURCE TO IT-SOURCE(IT-COUNT)
           MOVE STL-DATE TO IT-DATE(IT-COUNT)
           MOVE STL-BANK TO IT-BANK(IT-COUNT)
           MOVE STL-REF TO IT-REF(IT-COUNT)
           MOVE STL-DRCR TO IT-DRCR(IT-COUNT)
           MOVE STL-AMOUNT TO IT-AMOUNT(IT-COUNT)
           MOVE STL-STATE TO IT-STATE(IT-COUNT)
           MOVE 0 TO IT-MATCH-ID(IT-COUNT)
           MOVE STL-SUSP-ID TO IT-SUSP-ID(IT-COUNT)
           MOVE 'N' TO IT-CHANGED(IT-COUNT).

      *> Oldest expected item first; a statement entry with no bank
      *> code matches on direction and amount alone.
       MATCH-CENTRAL-ITEM.
           PERFORM VARYING IT-OTHER FROM 1 BY 1
                   UNTIL IT-OTHER > IT-COUNT
               IF IT-SIDE(IT-OTHER) = "O" AND
                  IT-STATE(IT-OTHER) = "OPEN" AND
                  IT-DRCR(IT-OTHER) = IT-DRCR(IT-IDX) AND
                  IT-AMOUNT(IT-OTHER) = IT-AMOUNT(IT-IDX) AND
                  (IT-BANK(IT-IDX) = SPACES OR
                   IT-BANK(IT-OTHER) = IT-BANK(IT-IDX))
                   PERFORM PAIR-ITEMS
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       PAIR-ITEMS.
           MOVE "MATCHED" TO IT-STATE(IT-IDX) IT-STATE(IT-OTHER)
           MOVE IT-ID(IT-OTHER) TO IT-MATCH-ID(IT-IDX)
           MOVE IT-ID(IT-IDX) TO IT-MATCH-ID(IT-OTHER)
           MOVE 'Y' TO IT-CHANGED(IT-IDX) IT-CHANGED(IT-OTHER)
           ADD 1 TO WS-MATCHED
           IF IT-DRCR(IT-IDX) = "D"
               SUBTRACT IT-AMOUNT(IT-IDX) FROM WS-RECON-BAL
           ELSE
               ADD IT-AMOUNT(IT-IDX) TO WS-RECON-BAL
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE IT-AMOUNT(IT-IDX) TO FORMAT-BALANCE
           MOVE WS-RECON-BAL TO FORMAT-RUNNING
           STRING IT-DATE(IT-IDX) " " IT-REF(IT-IDX) " "
               IT-DRCR(IT-IDX) " " FORMAT-BALANCE " = "
               IT-REF(IT-OTHER) " balance " FORMAT-RUNNING
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *> For each bank and day ClearingAck expected a net position
      *> and its gross legs; once either basis is matched the other
      *> is covered, and a zero net position is covered outright.
       NET-OFF-ITEMS.
           PERFORM VARYING IT-IDX FROM 1 BY 1 UNTIL IT-IDX > IT-COUNT
               IF IT-SIDE(IT-IDX) = "O" AND
                  IT-SOURCE(IT-IDX) = "NETPOS"
                   PERFORM NET-OFF-ONE-POSITION
               END-IF
           END-PERFORM.

       NET-OFF-ONE-POSITION.
           MOVE 0 TO WS-OUT-IDX WS-INW-IDX
           MOVE SPACES TO WS-OUT-STATE WS-INW-STATE
           PERFORM VARYING IT-OTHER FROM 1 BY 1
                   UNTIL IT-OTHER > IT-COUNT
               IF IT-SIDE(IT-OTHER) = "O" AND
                  IT-BANK(IT-OTHER) = IT-BANK(IT-IDX) AND
                  IT-DATE(IT-OTHER) = IT-DATE(IT-IDX)
                   IF IT-SOURCE(IT-OTHER) = "OUTBATCH"
                       MOVE IT-OTHER TO WS-OUT-IDX
                       MOVE IT-STATE(IT-OTHER) TO WS-OUT-STATE
                   END-IF
                   IF IT-SOURCE(IT-OTHER) = "INWARD"
                       MOVE IT-OTHER TO WS-INW-IDX
                       MOVE IT-STATE(IT-OTHER) TO WS-INW-STATE
                   END-IF
               END-IF
           END-PERFORM

           IF IT-STATE(IT-IDX) = "OPEN" AND IT-AMOUNT(IT-IDX) = 0
               MOVE IT-IDX TO IT-OTHER
               PERFORM MARK-NETTED
           END-IF

           IF IT-STATE(IT-IDX) NOT = "OPEN"
               IF WS-OUT-STATE = "OPEN"
                   MOVE WS-OUT-IDX TO IT-OTHER
                   PERFORM MARK-NETTED
               END-IF
               IF WS-INW-STATE = "OPEN"
                   MOVE WS-INW-IDX TO IT-OTHER
                   PERFORM MARK-NETTED
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF (WS-OUT-STATE = "MATCHED" OR WS-INW-STATE = "MATCHED")
              AND WS-OUT-STATE NOT = "OPEN"
              AND WS-INW-STATE NOT = "OPEN"
               MOVE IT-IDX TO IT-OTHER
               PERFORM MARK-NETTED
           END-IF.

       MARK-NETTED.
           MOVE "NETTED" TO IT-STATE(IT-OTHER)
           MOVE 'Y' TO IT-CHANGED(IT-OTHER)
           ADD 1 TO WS-NETTED.

      *> An item still open past the break limit goes to suspense
      *> once; the suspense id kept on the item stops a second one.
       RAISE-BREAKS.
           PERFORM VARYING IT-IDX FROM 1 BY 1 UNTIL IT-IDX > IT-COUNT
               IF IT-STATE(IT-IDX) = "OPEN" AND IT-SUSP-ID(IT-IDX) = 0
                   COMPUTE WS-ITEM-AGE =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                       FUNCTION INTEGER-OF-DATE(IT-DATE(IT-IDX))
                   IF WS-ITEM-AGE > WS-BREAK-DAYS
                       IF IT-SIDE(IT-IDX) = "C"
                           MOVE "Settlement break - CB entry unexpected"
                               TO WS-SUSP-REASON
                       ELSE
                           MOVE "Settlement break - not on CB statement"
                               TO WS-SUSP-REASON
                       END-IF
                       PERFORM RAISE-SUSPENSE-ENTRY
                       MOVE WS-NEXT-SUSP-ID TO IT-SUSP-ID(IT-IDX)
                       MOVE 'Y' TO IT-CHANGED(IT-IDX)
                       ADD 1 TO WS-BREAKS
                   END-IF
               END-IF
           END-PERFORM.

      *> An OPEN entry on the suspense register, the ClearingAck
      *> convention - SuspenseMaint clears it, the aging report and
      *> the EOD control totals keep it visible meanwhile.
       RAISE-SUSPENSE-ENTRY.
           OPEN I-O SUSPENSE-FILE
           IF SUSPENSE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF
           MOVE 0 TO SUSP-ID
           READ SUSPENSE-FILE KEY IS SUSP-ID
               INVALID KEY
                   MOVE 0 TO SUSP-ID
                   MOVE 1 TO SUSP-CLEAR-ACC
                   MOVE SPACES TO SUSP-SOURCE SUSP-REASON SUSP-REF
                       SUSP-STATE SUSP-OPERATOR
                   MOVE 0 TO SUSP-DATE SUSP-AMOUNT SUSP-CLEAR-DATE
                   WRITE SUSPENSE-RECORD
                   MOVE 1 TO WS-NEXT-SUSP-ID
               NOT INVALID KEY
                   ADD 1 TO SUSP-CLEAR-ACC
                   MOVE SUSP-CLEAR-ACC TO WS-NEXT-SUSP-ID
                   REWRITE SUSPENSE-RECORD
           END-READ
           MOVE WS-NEXT-SUSP-ID TO SUSP-ID
           MOVE WS-TODAY TO SUSP-DATE
           MOVE "SETTLERECON" TO SUSP-SOURCE
           MOVE WS-SUSP-REASON TO SUSP-REASON
           MOVE IT-AMOUNT(IT-IDX) TO SUSP-AMOUNT
           MOVE IT-REF(IT-IDX) TO SUSP-REF
           MOVE "OPEN" TO SUSP-STATE
           MOVE 0 TO SUSP-CLEAR-DATE SUSP-CLEAR-ACC
           MOVE LNK-OPERATOR-ID TO SUSP-OPERATOR
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not raise suspense entry."
           END-WRITE
           CLOSE SUSPENSE-FILE.

       SAVE-CHANGED-ITEMS.
           OPEN I-O SETTLEREC-FILE
           PERFORM VARYING IT-IDX FROM 1 BY 1 UNTIL IT-IDX > IT-COUNT
               IF IT-CHANGED(IT-IDX) = 'Y'
                   MOVE IT-ID(IT-IDX) TO STL-ID
                   READ SETTLEREC-FILE KEY IS STL-ID
                       NOT INVALID KEY
                           MOVE IT-STATE(IT-IDX) TO STL-STATE
                           MOVE IT-SUSP-ID(IT-IDX) TO STL-SUSP-ID
                           IF IT-STATE(IT-IDX) NOT = "OPEN"
                               MOVE IT-MATCH-ID(IT-IDX) TO
                                   STL-MATCH-ID
                               MOVE WS-TODAY TO STL-MATCH-DATE
                           END-IF
                           REWRITE SETTLE-ITEM-RECORD
                   END-READ
               END-IF
           END-PERFORM
           MOVE 0 TO STL-ID
           READ SETTLEREC-FILE KEY IS STL-ID
               NOT INVALID KEY
                   MOVE WS-RECON-BAL TO STL-RECON-BAL
                   REWRITE SETTLE-ITEM-RECORD
           END-READ
           CLOSE SETTLEREC-FILE.

       WRITE-UNMATCHED.
           INITIALIZE AGE-TABLE
           MOVE 0 TO WS-UNMATCHED-CB
           WRITE REPORT-LINE FROM
               "-----------------------------------------------------"
           WRITE REPORT-LINE FROM
               "UNMATCHED - ON THE STATEMENT, NOT EXPECTED BY US"
           MOVE 1 TO AG-S
           PERFORM VARYING IT-IDX FROM 1 BY 1 UNTIL IT-IDX > IT-COUNT
               IF IT-SIDE(IT-IDX) = "C" AND IT-STATE(IT-IDX) = "OPEN"
                   PERFORM LIST-UNMATCHED-ITEM
                   IF IT-DRCR(IT-IDX) = "D"
                       SUBTRACT IT-AMOUNT(IT-IDX) FROM WS-UNMATCHED-CB
                   ELSE
                       ADD IT-AMOUNT(IT-IDX) TO WS-UNMATCHED-CB
                   END-IF
               END-IF
           END-PERFORM
           WRITE REPORT-LINE FROM
               "-----------------------------------------------------"
           WRITE REPORT-LINE FROM
               "UNMATCHED - EXPECTED BY US, NOT ON THE STATEMENT"
           MOVE 2 TO AG-S
           PERFORM VARYING IT-IDX FROM 1 BY 1 UNTIL IT-IDX > IT-COUNT
               IF IT-SIDE(IT-IDX) = "O" AND IT-STATE(IT-IDX) = "OPEN"
                   PERFORM LIST-UNMATCHED-ITEM
               END-IF
           END-PERFORM

           WRITE REPORT-LINE FROM
               "-----------------------------------------------------"
           WRITE REPORT-LINE FROM
               "AGEING           STATEMENT SIDE             OUR SIDE"
           PERFORM VARYING AG-B FROM 1 BY 1 UNTIL AG-B > 4
               MOVE SPACES TO REPORT-LINE
               MOVE AG-AMOUNT(1, AG-B) TO FORMAT-BALANCE
               STRING WS-BUCKET-NAME(AG-B) " " AG-COUNT(1, AG-B)
                   " " FORMAT-BALANCE
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               MOVE AG-AMOUNT(2, AG-B) TO FORMAT-BALANCE
               STRING "   " AG-COUNT(2, AG-B) " " FORMAT-BALANCE
                   DELIMITED BY SIZE INTO REPORT-LINE(52:60)
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM.

       LIST-UNMATCHED-ITEM.
           COMPUTE WS-ITEM-AGE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) -
               FUNCTION INTEGER-OF-DATE(IT-DATE(IT-IDX))
           EVALUATE TRUE
               WHEN WS-ITEM-AGE <= 1
                   MOVE 1 TO AG-B
               WHEN WS-ITEM-AGE <= 7
                   MOVE 2 TO AG-B
               WHEN WS-ITEM-AGE <= 30
                   MOVE 3 TO AG-B
               WHEN OTHER
                   MOVE 4 TO AG-B
           END-EVALUATE
           ADD 1 TO AG-COUNT(AG-S, AG-B)
           ADD IT-AMOUNT(IT-IDX) TO AG-AMOUNT(AG-S, AG-B)

           MOVE SPACES TO REPORT-LINE
           MOVE IT-AMOUNT(IT-IDX) TO FORMAT-BALANCE
           STRING IT-DATE(IT-IDX) " " IT-SOURCE(IT-IDX) " "
               IT-BANK(IT-IDX) " " IT-REF(IT-IDX) " "
               IT-DRCR(IT-IDX) " " FORMAT-BALANCE " age "
               WS-ITEM-AGE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           IF IT-SUSP-ID(IT-IDX) NOT = 0
               STRING " BREAK - suspense " IT-SUSP-ID(IT-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE(100:33)
               END-STRING
           END-IF
           WRITE REPORT-LINE.

      *> Reconciled balance plus what the statement shows that we
      *> have not matched must come back to its closing balance.
       WRITE-PROOF.
           WRITE REPORT-LINE FROM
               "-----------------------------------------------------"
           MOVE SPACES TO REPORT-LINE
           MOVE WS-RECON-BAL TO FORMAT-SIGNED
           STRING "Reconciled settlement balance     " FORMAT-SIGNED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-UNMATCHED-CB TO FORMAT-SIGNED
           STRING "Unmatched statement entries (net) " FORMAT-SIGNED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-LAST-STMT-DATE = 0
               WRITE REPORT-LINE FROM
                   "No statement closing balance on file - no proof."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-LAST-CLOSING TO FORMAT-SIGNED
           STRING "Statement " WS-LAST-STMT-DATE " closing balance "
               FORMAT-SIGNED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE WS-PROOF-DIFF =
               WS-LAST-CLOSING - WS-RECON-BAL - WS-UNMATCHED-CB
           IF WS-PROOF-DIFF = 0
               WRITE REPORT-LINE FROM
                   "PROOF AGREES - settlement account reconciled."
           ELSE
               MOVE SPACES TO REPORT-LINE
               MOVE WS-PROOF-DIFF TO FORMAT-SIGNED
               STRING "PROOF DIFFERENCE " FORMAT-SIGNED
                   " - a statement is missing or out of order"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       OPEN-REPORT.
           MOVE SPACES TO REPORT-FILENAME
           STRING "SETLREC-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM
               "===== SETTLEMENT ACCOUNT RECONCILIATION ====="
           MOVE SPACES TO REPORT-LINE
           STRING "Run date: " WS-TODAY "   Break after "
               WS-BREAK-DAYS " days   Operator "
               FUNCTION TRIM(LNK-OPERATOR-ID)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           MOVE WS-RECON-BAL TO FORMAT-SIGNED
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-ACTION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-IMPORTED DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-MATCHED DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-BREAKS DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(FORMAT-SIGNED) DELIMITED BY SIZE
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
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "SETTLEBREAKDAYS"
                               COMPUTE WS-BREAK-DAYS =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM SettleRecon.
