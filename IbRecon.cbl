       IDENTIFICATION DIVISION.
       PROGRAM-ID. IbRecon.

      *> Daily inter-branch reconciliation. Reads every item on
      *> IBENTRY.DAT (raised by GlPosting for postings carried
      *> across two branches) and prints IBRECON-<date>.txt: one
      *> block per branch pair and currency with the items still
      *> outstanding - aged 0-1, 2-7, 8-30 and over 30 days from
      *> the posting date - the items matched today and in total,
      *> and the net outstanding position between the two
      *> branches, followed by the list of outstanding items so
      *> each branch can chase what it has not yet confirmed. The
      *> report only reads the register, so it can be rerun at
      *> will; it is run nightly after the GL posting.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IBENTRY-FILE ASSIGN TO "IBENTRY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IB-KEY
               FILE STATUS IS IBENTRY-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD IBENTRY-FILE.
           COPY "IB-ENTRY.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 IBENTRY-STATUS          PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 REPORT-FILENAME         PIC X(30).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-EOF                  PIC X.

      *> One line per branch pair and currency, the lower branch
      *> code always first. Net is what the lower branch owes the
      *> higher one (negative: the higher owes the lower).
       01 IB-PAIR-TABLE.
           05 PR-COUNT            PIC 9(3) VALUE 0.
           05 PR-ENTRY OCCURS 200 TIMES.
               10 PR-BRANCH-A     PIC X(4).
               10 PR-BRANCH-B     PIC X(4).
               10 PR-CCY          PIC X(3).
               10 PR-OUT-COUNT    PIC 9(5).
               10 PR-OUT-AMOUNT   PIC 9(15)V99.
               10 PR-AGE-1        PIC 9(15)V99.
               10 PR-AGE-7        PIC 9(15)V99.
               10 PR-AGE-30       PIC 9(15)V99.
               10 PR-AGE-OVER     PIC 9(15)V99.
               10 PR-MATCH-TODAY  PIC 9(5).
               10 PR-MATCH-COUNT  PIC 9(5).
               10 PR-NET          PIC S9(15)V99.
       01 PR-IDX                  PIC 9(3).
       01 WS-PR-FOUND             PIC X.
       01 WS-PAIR-A               PIC X(4).
       01 WS-PAIR-B               PIC X(4).

       01 WS-AGE-DAYS             PIC S9(7).
       01 WS-ITEMS-READ           PIC 9(7) VALUE 0.
       01 WS-ITEMS-OUT            PIC 9(7) VALUE 0.
       01 WS-ITEMS-OLD            PIC 9(7) VALUE 0.
       01 FORMAT-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-AGE-1            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-AGE-7            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-AGE-30           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-AGE-OVER         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-NET              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 FORMAT-COUNT            PIC ZZZZ9.
       01 FORMAT-COUNT2           PIC ZZZZ9.
       01 FORMAT-COUNT3           PIC ZZZZ9.
       01 FORMAT-AGE              PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "============================================"
           DISPLAY "    INTER-BRANCH RECONCILIATION"
           DISPLAY "============================================"
           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY

           MOVE SPACES TO REPORT-FILENAME
           STRING "IBRECON-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM
               "============ INTER-BRANCH RECONCILIATION ============"
           MOVE SPACES TO REPORT-LINE
           STRING "Business date: " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT IBENTRY-FILE
           IF IBENTRY-STATUS NOT = "00"
               WRITE REPORT-LINE FROM "No inter-branch items raised."
               CLOSE REPORT-FILE
               DISPLAY "No inter-branch items raised."
               GOBACK
           END-IF

           PERFORM SUMMARISE-ITEMS
           PERFORM WRITE-PAIR-SUMMARY
           PERFORM WRITE-OUTSTANDING-ITEMS
           CLOSE IBENTRY-FILE

           WRITE REPORT-LINE FROM
               "====================================================="
           MOVE SPACES TO REPORT-LINE
           STRING "Items on register: " WS-ITEMS-READ
               "   outstanding: " WS-ITEMS-OUT
               "   older than 7 days: " WS-ITEMS-OLD
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY "Items on register  : " WS-ITEMS-READ
           DISPLAY "Outstanding        : " WS-ITEMS-OUT
           DISPLAY "Older than 7 days  : " WS-ITEMS-OLD
           DISPLAY "Report             : " REPORT-FILENAME
           DISPLAY "============================================"
           GOBACK.

       SUMMARISE-ITEMS.
           MOVE 0 TO PR-COUNT
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO IB-KEY
           START IBENTRY-FILE KEY IS NOT LESS THAN IB-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ IBENTRY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF IB-DATE NOT > WS-TODAY
                           ADD 1 TO WS-ITEMS-READ
                           PERFORM ADD-ITEM-TO-PAIR
                       END-IF
               END-READ
           END-PERFORM.

       ADD-ITEM-TO-PAIR.
           IF IB-DUE-TO-BRANCH < IB-DUE-FROM-BRANCH
               MOVE IB-DUE-TO-BRANCH TO WS-PAIR-A
               MOVE IB-DUE-FROM-BRANCH TO WS-PAIR-B
           ELSE
               MOVE IB-DUE-FROM-BRANCH TO WS-PAIR-A
               MOVE IB-DUE-TO-BRANCH TO WS-PAIR-B
           END-IF
           MOVE 'N' TO WS-PR-FOUND
           PERFORM VARYING PR-IDX FROM 1 BY 1 UNTIL PR-IDX > PR-COUNT
               IF PR-BRANCH-A(PR-IDX) = WS-PAIR-A AND
                  PR-BRANCH-B(PR-IDX) = WS-PAIR-B AND
                  PR-CCY(PR-IDX) = IB-CCY
                   MOVE 'Y' TO WS-PR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PR-FOUND NOT = 'Y'
               IF PR-COUNT >= 200
                   DISPLAY "[ERROR]: Branch pair table full - "
                       WS-PAIR-A "/" WS-PAIR-B " not reported."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PR-COUNT
               MOVE PR-COUNT TO PR-IDX
               MOVE WS-PAIR-A TO PR-BRANCH-A(PR-IDX)
               MOVE WS-PAIR-B TO PR-BRANCH-B(PR-IDX)
               MOVE IB-CCY TO PR-CCY(PR-IDX)
               MOVE 0 TO PR-OUT-COUNT(PR-IDX) PR-OUT-AMOUNT(PR-IDX)
                   PR-AGE-1(PR-IDX) PR-AGE-7(PR-IDX)
                   PR-AGE-30(PR-IDX) PR-AGE-OVER(PR-IDX)
                   PR-MATCH-TODAY(PR-IDX) PR-MATCH-COUNT(PR-IDX)
                   PR-NET(PR-IDX)
           END-IF

           IF IB-MATCHED
               ADD 1 TO PR-MATCH-COUNT(PR-IDX)
               IF IB-MATCH-DATE = WS-TODAY
                   ADD 1 TO PR-MATCH-TODAY(PR-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ITEMS-OUT
           ADD 1 TO PR-OUT-COUNT(PR-IDX)
           ADD IB-AMOUNT TO PR-OUT-AMOUNT(PR-IDX)
           IF IB-DUE-TO-BRANCH = WS-PAIR-A
               ADD IB-AMOUNT TO PR-NET(PR-IDX)
           ELSE
               SUBTRACT IB-AMOUNT FROM PR-NET(PR-IDX)
           END-IF
           PERFORM COMPUTE-ITEM-AGE
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 1
                   ADD IB-AMOUNT TO PR-AGE-1(PR-IDX)
               WHEN WS-AGE-DAYS <= 7
                   ADD IB-AMOUNT TO PR-AGE-7(PR-IDX)
               WHEN WS-AGE-DAYS <= 30
                   ADD IB-AMOUNT TO PR-AGE-30(PR-IDX)
               WHEN OTHER
                   ADD IB-AMOUNT TO PR-AGE-OVER(PR-IDX)
           END-EVALUATE
           IF WS-AGE-DAYS > 7
               ADD 1 TO WS-ITEMS-OLD
           END-IF.

       COMPUTE-ITEM-AGE.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) -
               FUNCTION INTEGER-OF-DATE(IB-DATE).

       WRITE-PAIR-SUMMARY.
           IF PR-COUNT = 0
               WRITE REPORT-LINE FROM "No inter-branch items raised."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PR-IDX FROM 1 BY 1 UNTIL PR-IDX > PR-COUNT
               WRITE REPORT-LINE FROM
               "-----------------------------------------------------"
               MOVE SPACES TO REPORT-LINE
               STRING "BRANCH PAIR " PR-BRANCH-A(PR-IDX) " / "
                   PR-BRANCH-B(PR-IDX) "   CURRENCY " PR-CCY(PR-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE

               MOVE PR-OUT-COUNT(PR-IDX) TO FORMAT-COUNT
               MOVE PR-OUT-AMOUNT(PR-IDX) TO FORMAT-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  Outstanding items " FORMAT-COUNT
                   "   amount " FORMAT-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE

               MOVE PR-AGE-1(PR-IDX) TO FORMAT-AGE-1
               MOVE PR-AGE-7(PR-IDX) TO FORMAT-AGE-7
               MOVE PR-AGE-30(PR-IDX) TO FORMAT-AGE-30
               MOVE PR-AGE-OVER(PR-IDX) TO FORMAT-AGE-OVER
               MOVE SPACES TO REPORT-LINE
               STRING "  Aged 0-1 " FORMAT-AGE-1
                   "  2-7 " FORMAT-AGE-7
                   "  8-30 " FORMAT-AGE-30
                   "  30+ " FORMAT-AGE-OVER
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE

               MOVE PR-MATCH-TODAY(PR-IDX) TO FORMAT-COUNT2
               MOVE PR-MATCH-COUNT(PR-IDX) TO FORMAT-COUNT3
               MOVE SPACES TO REPORT-LINE
               STRING "  Matched today " FORMAT-COUNT2
                   "   matched to date " FORMAT-COUNT3
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE

               MOVE PR-NET(PR-IDX) TO FORMAT-NET
               MOVE SPACES TO REPORT-LINE
               IF PR-NET(PR-IDX) < 0
                   STRING "  Net outstanding: " PR-BRANCH-B(PR-IDX)
                       " owes " PR-BRANCH-A(PR-IDX) " " FORMAT-NET
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING "  Net outstanding: " PR-BRANCH-A(PR-IDX)
                       " owes " PR-BRANCH-B(PR-IDX) " " FORMAT-NET
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-PERFORM.

       WRITE-OUTSTANDING-ITEMS.
           WRITE REPORT-LINE FROM
               "-----------------------------------------------------"
           WRITE REPORT-LINE FROM "OUTSTANDING ITEMS"
           MOVE SPACES TO REPORT-LINE
           STRING "DATE     TRAN-ID   SQ ORIG DUE-TO DUE-FROM CCY "
               "             AMOUNT ACCOUNT           AGE"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO IB-KEY
           START IBENTRY-FILE KEY IS NOT LESS THAN IB-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ IBENTRY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF IB-OUTSTANDING AND IB-DATE NOT > WS-TODAY
                           PERFORM WRITE-ITEM-LINE
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-ITEM-LINE.
           PERFORM COMPUTE-ITEM-AGE
           MOVE WS-AGE-DAYS TO FORMAT-AGE
           MOVE IB-AMOUNT TO FORMAT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING IB-DATE " " IB-TRAN-ID " " IB-SEQ " "
               IB-ORIG-BRANCH " " IB-DUE-TO-BRANCH "   "
               IB-DUE-FROM-BRANCH "     " IB-CCY " " FORMAT-AMOUNT
               " " IB-ACC-NO " " FORMAT-AGE
               DELIMITED BY SIZE INTO REPORT-LINE
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
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "BUSINESSDATE"
                               COMPUTE WS-BUSINESS-DATE =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM IbRecon.
