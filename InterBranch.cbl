       IDENTIFICATION DIVISION.
       PROGRAM-ID. InterBranch.

      *> Inter-branch items work screen. GlPosting raises an item on
      *> IBENTRY.DAT for every posting carried across two branches;
      *> the branch that did not originate the work - normally the
      *> account's home branch - confirms each item against its own
      *> records, which marks it MATCHED. Only that branch, or head
      *> office (0001), may confirm. Items can be confirmed one at
      *> a time or all at once up to a posting date, and the
      *> reconciliation report (IbRecon) can be run on demand.
      *> Every confirmation is audit logged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IBENTRY-FILE ASSIGN TO "IBENTRY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IB-KEY
               FILE STATUS IS IBENTRY-STATUS.

           SELECT ADMINS-FILE ASSIGN TO "ADMINS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADMIN-USERNAME
               FILE STATUS IS ADMINS-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD IBENTRY-FILE.
           COPY "IB-ENTRY.cpy".

       FD ADMINS-FILE.
           COPY "ADMIN-RECORD.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 IBENTRY-STATUS          PIC XX.
       01 ADMINS-STATUS           PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 AUDIT-LINE              PIC X(120).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-AUDIT-TIME           PIC 9(6).

       01 WS-MENU-CHOICE          PIC 9.
       01 WS-AGAIN                PIC X VALUE 'Y'.
       01 WS-EOF                  PIC X.
       01 WS-CONFIRM              PIC X.
       01 WS-HEAD-OFFICE          PIC X(4) VALUE "0001".
       01 WS-OPERATOR-BRANCH      PIC X(4).
       01 WS-BRANCH-INPUT         PIC X(4).
       01 WS-RESP-BRANCH          PIC X(4).
       01 WS-DATE-INPUT           PIC 9(8).
       01 WS-TRAN-INPUT           PIC 9(9).
       01 WS-SEQ-INPUT            PIC 9(2).
       01 WS-LISTED               PIC 9(5).
       01 WS-CONFIRMED            PIC 9(5).
       01 FORMAT-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
       MAIN-PROCEDURE.
           IF ADMIN-CHOICE = 85

           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           PERFORM FIND-OPERATOR-BRANCH

           PERFORM UNTIL WS-AGAIN NOT = 'Y' AND WS-AGAIN NOT = 'y'
               DISPLAY "============================================"
               DISPLAY "          INTER-BRANCH ITEMS"
               DISPLAY "============================================"
               DISPLAY "Your branch: " WS-OPERATOR-BRANCH
               DISPLAY "1. List outstanding items for a branch"
               DISPLAY "2. Confirm one item"
               DISPLAY "3. Confirm all items awaiting a branch"
               DISPLAY "4. Run the reconciliation report"
               DISPLAY "Enter choice (1-4): "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM LIST-OUTSTANDING
                   WHEN 2
                       PERFORM CONFIRM-ONE-ITEM
                   WHEN 3
                       PERFORM CONFIRM-ALL-ITEMS
                   WHEN 4
                       CALL "IbRecon"
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE

               DISPLAY "Another inter-branch action? (Y/N): "
               ACCEPT WS-AGAIN
           END-PERFORM

           MOVE 'Y' TO WS-AGAIN
           END-IF
           GOBACK.

      *> Home branch of the signed-on admin; head office when the
      *> admin record carries none.
       FIND-OPERATOR-BRANCH.
           MOVE WS-HEAD-OFFICE TO WS-OPERATOR-BRANCH
           OPEN INPUT ADMINS-FILE
           IF ADMINS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LNK-OPERATOR-ID TO ADMIN-USERNAME
           READ ADMINS-FILE KEY IS ADMIN-USERNAME
               NOT INVALID KEY
                   IF ADMIN-BRANCH NOT = SPACES
                       MOVE ADMIN-BRANCH TO WS-OPERATOR-BRANCH
                   END-IF
           END-READ
           CLOSE ADMINS-FILE.

      *> The branch that must confirm an item: the side that did
      *> not originate the work.
       FIND-RESPONDING-BRANCH.
           IF IB-ORIG-BRANCH = IB-DUE-TO-BRANCH
               MOVE IB-DUE-FROM-BRANCH TO WS-RESP-BRANCH
           ELSE
               MOVE IB-DUE-TO-BRANCH TO WS-RESP-BRANCH
           END-IF.

       LIST-OUTSTANDING.
           DISPLAY "Branch (blank = your branch): "
           ACCEPT WS-BRANCH-INPUT
           IF WS-BRANCH-INPUT = SPACES
               MOVE WS-OPERATOR-BRANCH TO WS-BRANCH-INPUT
           END-IF
           MOVE 0 TO WS-LISTED
           MOVE 'N' TO WS-EOF
           OPEN INPUT IBENTRY-FILE
           IF IBENTRY-STATUS NOT = "00"
               DISPLAY "No inter-branch items on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DATE     TRAN-ID   SQ DUE-TO DUE-FROM CCY"
               "             AMOUNT  CONFIRM BY"
           MOVE LOW-VALUES TO IB-KEY
           START IBENTRY-FILE KEY IS NOT LESS THAN IB-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ IBENTRY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF IB-OUTSTANDING AND
                          (IB-DUE-TO-BRANCH = WS-BRANCH-INPUT OR
                           IB-DUE-FROM-BRANCH = WS-BRANCH-INPUT)
                           PERFORM FIND-RESPONDING-BRANCH
                           MOVE IB-AMOUNT TO FORMAT-AMOUNT
                           DISPLAY IB-DATE " " IB-TRAN-ID " " IB-SEQ
                               " " IB-DUE-TO-BRANCH "   "
                               IB-DUE-FROM-BRANCH "     " IB-CCY " "
                               FORMAT-AMOUNT "  " WS-RESP-BRANCH
                           ADD 1 TO WS-LISTED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IBENTRY-FILE
           DISPLAY WS-LISTED " outstanding item(s) for branch "
               WS-BRANCH-INPUT ".".

       CONFIRM-ONE-ITEM.
           MOVE 0 TO WS-CONFIRMED
           DISPLAY "Posting date of the item (YYYYMMDD): "
           ACCEPT WS-DATE-INPUT
           DISPLAY "Transaction id: "
           ACCEPT WS-TRAN-INPUT
           DISPLAY "Pair number (blank = 1): "
           ACCEPT WS-SEQ-INPUT
           IF WS-SEQ-INPUT = 0
               MOVE 1 TO WS-SEQ-INPUT
           END-IF

           OPEN I-O IBENTRY-FILE
           IF IBENTRY-STATUS NOT = "00"
               DISPLAY "No inter-branch items on file."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-INPUT TO IB-DATE
           MOVE WS-TRAN-INPUT TO IB-TRAN-ID
           MOVE WS-SEQ-INPUT TO IB-SEQ
           READ IBENTRY-FILE KEY IS IB-KEY
               INVALID KEY
                   DISPLAY "No such inter-branch item."
                   CLOSE IBENTRY-FILE
                   EXIT PARAGRAPH
           END-READ
           IF IB-MATCHED
               DISPLAY "Item already matched on " IB-MATCH-DATE
                   " by " FUNCTION TRIM(IB-MATCH-BY) "."
               CLOSE IBENTRY-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-RESPONDING-BRANCH
           IF WS-OPERATOR-BRANCH NOT = WS-RESP-BRANCH AND
              WS-OPERATOR-BRANCH NOT = WS-HEAD-OFFICE
               DISPLAY "Only branch " WS-RESP-BRANCH
                   " or head office can confirm this item."
               CLOSE IBENTRY-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE IB-AMOUNT TO FORMAT-AMOUNT
           DISPLAY "Account " IB-ACC-NO " " IB-CCY " " FORMAT-AMOUNT
           DISPLAY "Branch " IB-DUE-TO-BRANCH " owes branch "
               IB-DUE-FROM-BRANCH " - work done at " IB-ORIG-BRANCH
               " by " FUNCTION TRIM(IB-OPERATOR)
           DISPLAY "Confirm this item? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Item left outstanding."
               CLOSE IBENTRY-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM MARK-ITEM-MATCHED
           CLOSE IBENTRY-FILE
           IF WS-CONFIRMED > 0
               DISPLAY "Item matched."
           END-IF.

      *> Bulk confirmation for a branch that has checked its day:
      *> every outstanding item it is due to confirm, posted on or
      *> before the date given.
       CONFIRM-ALL-ITEMS.
           DISPLAY "Branch (blank = your branch): "
           ACCEPT WS-BRANCH-INPUT
           IF WS-BRANCH-INPUT = SPACES
               MOVE WS-OPERATOR-BRANCH TO WS-BRANCH-INPUT
           END-IF
           IF WS-OPERATOR-BRANCH NOT = WS-BRANCH-INPUT AND
              WS-OPERATOR-BRANCH NOT = WS-HEAD-OFFICE
               DISPLAY "Only branch " WS-BRANCH-INPUT
                   " or head office can confirm its items."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Confirm items posted up to (YYYYMMDD): "
           ACCEPT WS-DATE-INPUT
           DISPLAY "Confirm every outstanding item awaiting branch "
               WS-BRANCH-INPUT " up to " WS-DATE-INPUT "? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Nothing confirmed."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CONFIRMED
           MOVE 'N' TO WS-EOF
           OPEN I-O IBENTRY-FILE
           IF IBENTRY-STATUS NOT = "00"
               DISPLAY "No inter-branch items on file."
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO IB-KEY
           START IBENTRY-FILE KEY IS NOT LESS THAN IB-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ IBENTRY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF IB-DATE > WS-DATE-INPUT
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM FIND-RESPONDING-BRANCH
                           IF IB-OUTSTANDING AND
                              WS-RESP-BRANCH = WS-BRANCH-INPUT
                               PERFORM MARK-ITEM-MATCHED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IBENTRY-FILE
           DISPLAY WS-CONFIRMED " item(s) matched.".

       MARK-ITEM-MATCHED.
           MOVE "M" TO IB-STATUS
           MOVE WS-TODAY TO IB-MATCH-DATE
           MOVE LNK-OPERATOR-ID TO IB-MATCH-BY
           REWRITE IB-ENTRY-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not update item " IB-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-CONFIRMED
                   PERFORM WRITE-AUDIT-LOG
           END-REWRITE.

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               ",IB_MATCH," DELIMITED BY SIZE
               IB-DATE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               IB-TRAN-ID DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               IB-SEQ DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               IB-DUE-TO-BRANCH DELIMITED BY SIZE
               ">" DELIMITED BY SIZE
               IB-DUE-FROM-BRANCH DELIMITED BY SIZE
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

       END PROGRAM InterBranch.
