      *> run ends with the day's net settlement position
      *> per counterparty bank (inward applied from INCLEAR.DAT
      *> against outward acknowledged) to agree with the settlement
      *> account. Each bank's net position, outward batch and inward
      *> file total are also left OPEN on SETTLEREC.DAT as what the
      *> central bank should post, for SettleRecon to match against
      *> the settlement account statement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS SUSP-ID
               FILE STATUS IS SUSPENSE-STATUS.

           SELECT SETTLEREC-FILE ASSIGN TO "SETTLEREC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STL-ID
               FILE STATUS IS SETTLEREC-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
       FD SUSPENSE-FILE.
           COPY "SUSPENSE-ENTRY.cpy".

       FD SETTLEREC-FILE.
           COPY "SETTLE-ITEM.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       01 WS-LINE-AMT             PIC 9(15)V99.
       01 WS-NET-POSITION         PIC S9(15)V99.

       01 SETTLEREC-STATUS        PIC XX.
       01 WS-STL-OPEN             PIC X VALUE 'N'.
       01 WS-STL-SOURCE           PIC X(8).
       01 WS-STL-REF              PIC X(20).
       01 WS-STL-DRCR             PIC X(1).
       01 WS-STL-AMOUNT           PIC 9(15)V99.
       01 WS-STL-FOUND            PIC X.
       01 WS-STL-EOF              PIC X.
       01 WS-NEXT-STL-ID          PIC 9(6).

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-SIGNED           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE.
       MAIN-PROCEDURE.
               "-----------------------------------------------------"
           WRITE REPORT-LINE FROM
               "NET SETTLEMENT POSITION (inward - outward acked)"
           PERFORM OPEN-SETTLEREC-FILE
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-COUNT
               COMPUTE WS-NET-POSITION =
                   BK-INWARD(BK-IDX) - BK-OUTWARD(BK-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               IF WS-STL-OPEN = 'Y'
                   PERFORM RECORD-EXPECTED-ITEMS
               END-IF
           END-PERFORM
           IF WS-STL-OPEN = 'Y'
               CLOSE SETTLEREC-FILE
           END-IF.

       OPEN-SETTLEREC-FILE.
           MOVE 'N' TO WS-STL-OPEN
           OPEN I-O SETTLEREC-FILE
           IF SETTLEREC-STATUS = "35"
               OPEN OUTPUT SETTLEREC-FILE
               CLOSE SETTLEREC-FILE
               OPEN I-O SETTLEREC-FILE
           END-IF
           IF SETTLEREC-STATUS = "00"
               MOVE 'Y' TO WS-STL-OPEN
           END-IF.

      *> The net position is what a net-settling central bank posts;
      *> the outward batch and inward file are the gross legs a
      *> gross-settling one posts instead. All three go on the file
      *> and SettleRecon nets off whichever side the statement
      *> shows. A second run on the same day refreshes the amounts
      *> of items not yet matched.
       RECORD-EXPECTED-ITEMS.
           IF BK-OUTWARD(BK-IDX) = 0 AND BK-INWARD(BK-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "NETPOS" TO WS-STL-SOURCE
           MOVE SPACES TO WS-STL-REF
           STRING "NET-" BK-CODE(BK-IDX) "-" WS-TODAY
               DELIMITED BY SIZE INTO WS-STL-REF
           IF WS-NET-POSITION < 0
               MOVE "D" TO WS-STL-DRCR
               COMPUTE WS-STL-AMOUNT = 0 - WS-NET-POSITION
           ELSE
               MOVE "C" TO WS-STL-DRCR
               MOVE WS-NET-POSITION TO WS-STL-AMOUNT
           END-IF
           PERFORM PUT-EXPECTED-ITEM

           IF BK-OUTWARD(BK-IDX) > 0
               MOVE "OUTBATCH" TO WS-STL-SOURCE
               MOVE SPACES TO WS-STL-REF
               STRING "OUT-" BK-CODE(BK-IDX) "-" WS-TODAY
                   DELIMITED BY SIZE INTO WS-STL-REF
               MOVE "D" TO WS-STL-DRCR
               MOVE BK-OUTWARD(BK-IDX) TO WS-STL-AMOUNT
               PERFORM PUT-EXPECTED-ITEM
           END-IF

           IF BK-INWARD(BK-IDX) > 0
               MOVE "INWARD" TO WS-STL-SOURCE
               MOVE SPACES TO WS-STL-REF
               STRING "INW-" BK-CODE(BK-IDX) "-" WS-TODAY
                   DELIMITED BY SIZE INTO WS-STL-REF
               MOVE "C" TO WS-STL-DRCR
               MOVE BK-INWARD(BK-IDX) TO WS-STL-AMOUNT
               PERFORM PUT-EXPECTED-ITEM
           END-IF.

       PUT-EXPECTED-ITEM.
           MOVE 'N' TO WS-STL-FOUND
           MOVE 'N' TO WS-STL-EOF
           MOVE 1 TO STL-ID
           START SETTLEREC-FILE KEY IS NOT LESS THAN STL-ID
               INVALID KEY MOVE 'Y' TO WS-STL-EOF
           END-START
           PERFORM UNTIL WS-STL-EOF = 'Y'
               READ SETTLEREC-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-STL-EOF
                   NOT AT END
                       IF STL-OURS AND STL-REF = WS-STL-REF
                           MOVE 'Y' TO WS-STL-FOUND
                           MOVE 'Y' TO WS-STL-EOF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STL-FOUND = 'Y'
               IF STL-OPEN
                   MOVE WS-STL-DRCR TO STL-DRCR
                   MOVE WS-STL-AMOUNT TO STL-AMOUNT
                   REWRITE SETTLE-ITEM-RECORD
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO STL-ID
           READ SETTLEREC-FILE KEY IS STL-ID
               INVALID KEY
                   INITIALIZE SETTLE-ITEM-RECORD
                   MOVE 0 TO STL-ID
                   MOVE 1 TO STL-MATCH-ID
                   WRITE SETTLE-ITEM-RECORD
                   MOVE 1 TO WS-NEXT-STL-ID
               NOT INVALID KEY
                   ADD 1 TO STL-MATCH-ID
                   MOVE STL-MATCH-ID TO WS-NEXT-STL-ID
                   REWRITE SETTLE-ITEM-RECORD
           END-READ
           INITIALIZE SETTLE-ITEM-RECORD
           MOVE WS-NEXT-STL-ID TO STL-ID
           MOVE "O" TO STL-SIDE
           MOVE WS-STL-SOURCE TO STL-SOURCE
           MOVE WS-TODAY TO STL-DATE
           MOVE BK-CODE(BK-IDX) TO STL-BANK
           MOVE WS-STL-REF TO STL-REF
           MOVE WS-STL-DRCR TO STL-DRCR
           MOVE WS-STL-AMOUNT TO STL-AMOUNT
           MOVE BK-NAME(BK-IDX) TO STL-NARRATIVE
           MOVE "OPEN" TO STL-STATE
           WRITE SETTLE-ITEM-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not record expected "
                       "settlement item " WS-STL-REF
           END-WRITE.

       LOAD-BANK-TABLE.
           MOVE 0 TO BK-COUNT
