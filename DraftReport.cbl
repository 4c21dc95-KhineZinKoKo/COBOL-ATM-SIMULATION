       IDENTIFICATION DIVISION.
       PROGRAM-ID. DraftReport.

      *> Outstanding and stale demand drafts / pay orders. Reads the
      *> DRAFTS.DAT register and prints DRAFTRPT-<date>.txt: every
      *> OUTSTANDING instrument with its age in days, flagged STALE
      *> once it is older than CHQSTALEDAYS, then per issuing branch
      *> the count and face value outstanding and the stale count,
      *> with bank totals. The last line sets the outstanding total
      *> against the DRAFTCONTROLACC balance - the two agree unless
      *> a draft leg has been posted or reversed by hand. Runs on
      *> the month-end night and on demand from DemandDraft.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAFT-FILE ASSIGN TO "DRAFTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DFT-KEY
               FILE STATUS IS DRAFT-STATUS.

           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-ACC-NO
               FILE STATUS IS FILE-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD DRAFT-FILE.
           COPY "DEMAND-DRAFT.cpy".

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 DRAFT-STATUS            PIC XX.
       01 FILE-STATUS             PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 REPORT-FILENAME         PIC X(30).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-CONTROL-ACC          PIC 9(16) VALUE 0.
       01 WS-STALE-DAYS           PIC 9(4) VALUE 180.
       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).

       01 WS-EOF                  PIC X.
       01 WS-AGE-DAYS             PIC 9(7).
       01 WS-STALE-FLAG           PIC X(5).
       01 WS-CONTROL-BALANCE      PIC S9(15)V99 VALUE 0.
       01 WS-DIFFERENCE           PIC S9(15)V99 VALUE 0.

       01 WS-OPEN-COUNT           PIC 9(5) VALUE 0.
       01 WS-STALE-COUNT          PIC 9(5) VALUE 0.
       01 WS-TOTAL-OUTSTANDING    PIC 9(15)V99 VALUE 0.
       01 WS-TOTAL-STALE          PIC 9(15)V99 VALUE 0.

       01 BRANCH-TABLE.
           05 BR-COUNT            PIC 9(2) VALUE 0.
           05 BR-ENTRY OCCURS 20 TIMES.
               10 BR-CODE         PIC X(4).
               10 BR-DRAFTS       PIC 9(5).
               10 BR-OUTSTANDING  PIC 9(15)V99.
               10 BR-STALE        PIC 9(5).
               10 BR-STALE-AMT    PIC 9(15)V99.
       01 BR-IDX                  PIC 9(2).
       01 WS-BR-FOUND             PIC X.

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-SECOND           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-SIGNED           PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           MOVE 0 TO WS-OPEN-COUNT WS-STALE-COUNT
           MOVE 0 TO WS-TOTAL-OUTSTANDING WS-TOTAL-STALE
           MOVE 0 TO BR-COUNT

           OPEN INPUT DRAFT-FILE
           IF DRAFT-STATUS NOT = "00"
               DISPLAY "No drafts on the register - no report."
               GOBACK
           END-IF

           PERFORM OPEN-REPORT

           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO DFT-KEY
           START DRAFT-FILE KEY IS NOT LESS THAN DFT-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ DRAFT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DFT-OUTSTANDING
                           PERFORM REPORT-ONE-DRAFT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DRAFT-FILE

           PERFORM READ-CONTROL-BALANCE
           PERFORM WRITE-BRANCH-SUMMARY
           CLOSE REPORT-FILE
           DISPLAY "Draft report complete. " WS-OPEN-COUNT
               " outstanding, " WS-STALE-COUNT
               " stale. Report written to " REPORT-FILENAME
           GOBACK.

       REPORT-ONE-DRAFT.
           ADD 1 TO WS-OPEN-COUNT
           ADD DFT-AMOUNT TO WS-TOTAL-OUTSTANDING
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) -
               FUNCTION INTEGER-OF-DATE(DFT-ISSUE-DATE)
           IF WS-AGE-DAYS > WS-STALE-DAYS
               MOVE "STALE" TO WS-STALE-FLAG
               ADD 1 TO WS-STALE-COUNT
               ADD DFT-AMOUNT TO WS-TOTAL-STALE
           ELSE
               MOVE SPACES TO WS-STALE-FLAG
           END-IF

           PERFORM BUMP-BRANCH-ROW

           MOVE SPACES TO REPORT-LINE
           STRING DFT-KEY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  DFT-KIND DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(DFT-PAYEE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  DFT-AMOUNT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  DFT-ISSUE-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-AGE-DAYS DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  DFT-PURCHASER-ACC DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(DFT-PURCHASER-NAME) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  DFT-REPLACES DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-STALE-FLAG DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       BUMP-BRANCH-ROW.
           MOVE 'N' TO WS-BR-FOUND
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-COUNT
               IF BR-CODE(BR-IDX) = DFT-BRANCH
                   MOVE 'Y' TO WS-BR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BR-FOUND NOT = 'Y'
               IF BR-COUNT < 20
                   ADD 1 TO BR-COUNT
                   MOVE BR-COUNT TO BR-IDX
                   MOVE DFT-BRANCH TO BR-CODE(BR-IDX)
                   MOVE 0 TO BR-DRAFTS(BR-IDX)
                   MOVE 0 TO BR-OUTSTANDING(BR-IDX)
                   MOVE 0 TO BR-STALE(BR-IDX)
                   MOVE 0 TO BR-STALE-AMT(BR-IDX)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO BR-DRAFTS(BR-IDX)
           ADD DFT-AMOUNT TO BR-OUTSTANDING(BR-IDX)
           IF WS-STALE-FLAG = "STALE"
               ADD 1 TO BR-STALE(BR-IDX)
               ADD DFT-AMOUNT TO BR-STALE-AMT(BR-IDX)
           END-IF.

       READ-CONTROL-BALANCE.
           MOVE 0 TO WS-CONTROL-BALANCE
           IF WS-CONTROL-ACC = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT USER-FILE
           MOVE WS-CONTROL-ACC TO USER-ACC-NO
           READ USER-FILE KEY IS USER-ACC-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE USER-BALANCE TO WS-CONTROL-BALANCE
           END-READ
           CLOSE USER-FILE.

       OPEN-REPORT.
           MOVE SPACES TO REPORT-FILENAME
           STRING "DRAFTRPT-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM
               "====== DEMAND DRAFTS / PAY ORDERS OUTSTANDING ======"
           MOVE SPACES TO REPORT-LINE
           STRING "Run date: " WS-TODAY "   Stale after "
               WS-STALE-DAYS " days"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "INSTRUMENT,KIND,PAYEE,AMOUNT,ISSUED,AGE,"
               DELIMITED BY SIZE
               "PURCHASER ACC,PURCHASER,REISSUE OF,STALE"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-BRANCH-SUMMARY.
           WRITE REPORT-LINE FROM
               "-----------------------------------------------------"
           WRITE REPORT-LINE FROM
               "BY BRANCH: outstanding / face value / stale / amount"
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-COUNT
               MOVE SPACES TO REPORT-LINE
               MOVE BR-OUTSTANDING(BR-IDX) TO FORMAT-BALANCE
               MOVE BR-STALE-AMT(BR-IDX) TO FORMAT-SECOND
               STRING BR-CODE(BR-IDX) "  " BR-DRAFTS(BR-IDX)
                   "  " FORMAT-BALANCE "  " BR-STALE(BR-IDX)
                   "  " FORMAT-SECOND
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM

           WRITE REPORT-LINE FROM
               "-----------------------------------------------------"
           MOVE SPACES TO REPORT-LINE
           MOVE WS-TOTAL-OUTSTANDING TO FORMAT-BALANCE
           MOVE WS-TOTAL-STALE TO FORMAT-SECOND
           STRING "TOTAL " WS-OPEN-COUNT "  " FORMAT-BALANCE
               "  " WS-STALE-COUNT "  " FORMAT-SECOND
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CONTROL-BALANCE TO FORMAT-SIGNED
           STRING "Control account " WS-CONTROL-ACC " balance "
               FORMAT-SIGNED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE WS-DIFFERENCE =
               WS-CONTROL-BALANCE - WS-TOTAL-OUTSTANDING
           IF WS-DIFFERENCE NOT = 0
               MOVE SPACES TO REPORT-LINE
               MOVE WS-DIFFERENCE TO FORMAT-SIGNED
               STRING "*** Control account differs from the "
                   "register by " FORMAT-SIGNED " - investigate"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

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
                              "DRAFTCONTROLACC"
                               COMPUTE WS-CONTROL-ACC =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "CHQSTALEDAYS"
                               COMPUTE WS-STALE-DAYS =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM DraftReport.
