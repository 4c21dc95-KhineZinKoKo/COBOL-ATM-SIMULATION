       IDENTIFICATION DIVISION.
       PROGRAM-ID. DomTransferApply.

      *> Applies account domicile transfers recorded on DOMXFER.DAT.
      *> Called with a transfer id it applies that one transfer when
      *> it is PENDING and due (DomTransfer, for a transfer effective
      *> the day it is approved); called with 0 it applies every
      *> PENDING transfer whose effective date has been reached (the
      *> EOD chain, straight after the date roll). Applying a
      *> transfer:
      *>   - moves USER-BRANCH to the new branch;
      *>   - keeps the position at the move on the transfer record -
      *>     the opening balance of the day (USER-EOD-BALANCE) and
      *>     the interest accrued but not yet paid - for GlPosting to
      *>     carry from the old branch's ledger to the new one;
      *>   - carries the linked items across: open recurring
      *>     deposits take the new RD-BRANCH, while cheque leaves
      *>     still out on CHQREG.DAT, loans, term deposits and
      *>     standing orders follow the account itself and are
      *>     counted for the advice; a safe box rented at the old
      *>     branch cannot move and is listed as a notice;
      *>   - writes a transfer advice, DOMADV-<branch>-<id>.txt, to
      *>     the manager of each of the two branches (every active
      *>     BRANCHMGR admin of the branch on ADMINS.DAT);
      *>   - marks the transfer APPLIED and audits DOM_TRANSFER.
      *> A transfer whose account has been closed since is
      *> cancelled. The applied records are the branch history
      *> AccBranchAsAt reads for the branch reports.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOMXFER-FILE ASSIGN TO "DOMXFER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DX-ID
               ALTERNATE RECORD KEY IS DX-ACC-NO WITH DUPLICATES
               FILE STATUS IS DOMXFER-STATUS.

           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-ACC-NO
               FILE STATUS IS FILE-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO "ACCRUAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACR-ACC-NO
               FILE STATUS IS ACCRUAL-STATUS.

           SELECT CHQREG-FILE ASSIGN TO "CHQREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-KEY
               FILE STATUS IS CHQREG-STATUS.

           SELECT LOAN-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID
               FILE STATUS IS LOAN-STATUS-CODE.

           SELECT TERMDEP-FILE ASSIGN TO "TERMDEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ID
               FILE STATUS IS TERMDEP-STATUS.

           SELECT RD-FILE ASSIGN TO "RECURDEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RD-ID
               FILE STATUS IS RD-STATUS-CODE.

           SELECT SCHED-FILE ASSIGN TO "SCHEDULEDTRANSFERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHED-ID
               FILE STATUS IS SCHED-STATUS-CODE.

           SELECT BOX-FILE ASSIGN TO "BOXES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOX-KEY
               FILE STATUS IS BOX-STATUS-CODE.

           SELECT ADMINS-FILE ASSIGN TO "ADMINS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADMIN-USERNAME
               FILE STATUS IS ADMINS-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

           SELECT ADVICE-FILE ASSIGN TO DYNAMIC ADVICE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADVICE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD DOMXFER-FILE.
           COPY "DOM-TRANSFER.cpy".

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD ACCRUAL-FILE.
           COPY "INT-ACCRUAL.cpy".

       FD CHQREG-FILE.
           COPY "CHEQUE-REGISTER.cpy".

       FD LOAN-FILE.
           COPY "LOAN-MASTER.cpy".

       FD TERMDEP-FILE.
           COPY "TERM-DEPOSIT.cpy".

       FD RD-FILE.
           COPY "RECUR-DEPOSIT.cpy".

       FD SCHED-FILE.
           COPY "SCHEDULED-TRANSFER.cpy".

       FD BOX-FILE.
           COPY "SAFEBOX-RECORD.cpy".

       FD ADMINS-FILE.
           COPY "ADMIN-RECORD.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD ADVICE-FILE.
       01 ADVICE-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01 DOMXFER-STATUS          PIC XX.
       01 FILE-STATUS             PIC XX.
       01 ACCRUAL-STATUS          PIC XX.
       01 CHQREG-STATUS           PIC XX.
       01 LOAN-STATUS-CODE        PIC XX.
       01 TERMDEP-STATUS          PIC XX.
       01 RD-STATUS-CODE          PIC XX.
       01 SCHED-STATUS-CODE       PIC XX.
       01 BOX-STATUS-CODE         PIC XX.
       01 ADMINS-STATUS           PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 ADVICE-STATUS           PIC XX.
       01 ADVICE-FILENAME         PIC X(30).
       01 AUDIT-LINE              PIC X(120).
       01 WS-AUDIT-TIME           PIC 9(6).

       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).

       01 WS-EOF                  PIC X.
       01 WS-SCAN-EOF             PIC X.
       01 WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
       01 WS-CANCELLED-COUNT      PIC 9(5) VALUE 0.
       01 WS-ACC-FOUND            PIC X.

      *> The account at the move.
       01 WS-ACC-NAME             PIC X(25).
       01 WS-ACC-TYPE             PIC X(10).

      *> One advice: which branch it goes to and what that branch
      *> is to that transfer.
       01 WS-ADV-BRANCH           PIC X(4).
       01 WS-ADV-ROLE             PIC X(8).
       01 WS-MGR-NAMES            PIC X(60).
       01 WS-MGR-PTR              PIC 9(3).
       01 WS-MGR-COUNT            PIC 9(3).

       01 FORMAT-BALANCE          PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-ACCRUED          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01 LNK-DX-ID               PIC 9(6).

       PROCEDURE DIVISION USING LNK-DX-ID.
       MAIN-PROCEDURE.
           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           MOVE 0 TO WS-APPLIED-COUNT WS-CANCELLED-COUNT

           OPEN I-O DOMXFER-FILE
           IF DOMXFER-STATUS NOT = "00"
               IF LNK-DX-ID = 0
                   DISPLAY "No domicile transfers recorded."
               END-IF
               GOBACK
           END-IF

           IF LNK-DX-ID NOT = 0
               MOVE LNK-DX-ID TO DX-ID
               READ DOMXFER-FILE KEY IS DX-ID
                   INVALID KEY
                       DISPLAY "No domicile transfer " LNK-DX-ID "."
                   NOT INVALID KEY
                       IF DX-PENDING AND DX-EFFECTIVE <= WS-TODAY
                           PERFORM APPLY-TRANSFER
                       END-IF
               END-READ
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE 1 TO DX-ID
               START DOMXFER-FILE KEY IS NOT LESS THAN DX-ID
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DOMXFER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF DX-PENDING AND DX-EFFECTIVE <= WS-TODAY
                               PERFORM APPLY-TRANSFER
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "Domicile transfers applied   : "
                   WS-APPLIED-COUNT
               DISPLAY "Domicile transfers cancelled : "
                   WS-CANCELLED-COUNT
           END-IF
           CLOSE DOMXFER-FILE
           GOBACK.

      *> The transfer in DOM-TRANSFER-RECORD, read from an open
      *> DOMXFER-FILE, is PENDING and due.
       APPLY-TRANSFER.
           PERFORM MOVE-ACCOUNT
           IF WS-ACC-FOUND NOT = 'Y'
               MOVE "CANCELLED" TO DX-STATUS
               MOVE WS-TODAY TO DX-APPLIED-DATE
               REWRITE DOM-TRANSFER-RECORD
                   INVALID KEY
                       DISPLAY "[ERROR]: Could not update domicile "
                           "transfer " DX-ID
               END-REWRITE
               ADD 1 TO WS-CANCELLED-COUNT
               DISPLAY "Domicile transfer " DX-ID " cancelled - "
                   "account " DX-ACC-NO " is closed."
               EXIT PARAGRAPH
           END-IF

           PERFORM COUNT-CHEQUE-LEAVES
           PERFORM COUNT-LOANS
           PERFORM COUNT-TERM-DEPOSITS
           PERFORM MOVE-RECURRING-DEPOSITS
           PERFORM COUNT-STANDING-ORDERS
           PERFORM COUNT-SAFE-BOXES

           MOVE "APPLIED" TO DX-STATUS
           MOVE WS-TODAY TO DX-APPLIED-DATE
           MOVE 'N' TO DX-GL-DONE
           MOVE 0 TO DX-GL-DATE
           REWRITE DOM-TRANSFER-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not mark domicile transfer "
                       DX-ID " applied - correct it by hand."
           END-REWRITE
           ADD 1 TO WS-APPLIED-COUNT

           MOVE DX-FROM-BRANCH TO WS-ADV-BRANCH
           MOVE "OUTGOING" TO WS-ADV-ROLE
           PERFORM WRITE-ADVICE
           MOVE DX-TO-BRANCH TO WS-ADV-BRANCH
           MOVE "INCOMING" TO WS-ADV-ROLE
           PERFORM WRITE-ADVICE

           DISPLAY "Account " DX-ACC-NO " moved from branch "
               DX-FROM-BRANCH " to branch " DX-TO-BRANCH
               " (transfer " DX-ID ")."
           PERFORM WRITE-AUDIT-LOG.

      *> Moves USER-BRANCH and takes the position at the move. The
      *> branch the account actually leaves is the one it is in
      *> now, whatever was current when the transfer was recorded.
       MOVE-ACCOUNT.
           MOVE 'N' TO WS-ACC-FOUND
           OPEN I-O USER-FILE
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE DX-ACC-NO TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE 'Y' TO WS-ACC-FOUND
           IF USER-BRANCH = SPACES
               MOVE "0001" TO USER-BRANCH
           END-IF
           MOVE USER-BRANCH TO DX-FROM-BRANCH
           MOVE USER-NAME TO WS-ACC-NAME
           MOVE USER-ACC-TYPE TO WS-ACC-TYPE
           IF USER-CURRENCY NOT = SPACES
               MOVE USER-CURRENCY TO DX-CCY
           ELSE
               MOVE "MMK" TO DX-CCY
           END-IF
           MOVE USER-EOD-BALANCE TO DX-MOVED-BALANCE

           MOVE DX-TO-BRANCH TO USER-BRANCH
           REWRITE USER-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not move account "
                       USER-ACC-NO " to branch " DX-TO-BRANCH
           END-REWRITE
           MOVE "USER" TO WS-IJ-KIND
           MOVE USER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           CLOSE USER-FILE

           MOVE 0 TO DX-MOVED-ACCRUED
           OPEN INPUT ACCRUAL-FILE
           IF ACCRUAL-STATUS = "00"
               MOVE DX-ACC-NO TO ACR-ACC-NO
               READ ACCRUAL-FILE
                   NOT INVALID KEY
                       MOVE ACR-ACCRUED TO DX-MOVED-ACCRUED
               END-READ
               CLOSE ACCRUAL-FILE
           END-IF.

      *> Leaves issued and still out. They stay valid - the
      *> register is keyed by account, not branch.
       COUNT-CHEQUE-LEAVES.
           MOVE 0 TO DX-CHQ-LEAVES
           OPEN INPUT CHQREG-FILE
           IF CHQREG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SCAN-EOF
           MOVE DX-ACC-NO TO CHQ-ACC-NO
           MOVE 0 TO CHQ-SERIAL
           START CHQREG-FILE KEY IS NOT LESS THAN CHQ-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ CHQREG-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF CHQ-ACC-NO NOT = DX-ACC-NO
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           IF CHQ-ISSUED AND DX-CHQ-LEAVES < 9999
                               ADD 1 TO DX-CHQ-LEAVES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHQREG-FILE.

       COUNT-LOANS.
           MOVE 0 TO DX-LOANS
           OPEN INPUT LOAN-FILE
           IF LOAN-STATUS-CODE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SCAN-EOF
           MOVE 0 TO LOAN-ID
           START LOAN-FILE KEY IS NOT LESS THAN LOAN-ID
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ LOAN-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF LOAN-ACC-NO = DX-ACC-NO AND
                          (LOAN-ACTIVE OR LOAN-ARREARS)
                           ADD 1 TO DX-LOANS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE.

       COUNT-TERM-DEPOSITS.
           MOVE 0 TO DX-TERM-DEPS
           OPEN INPUT TERMDEP-FILE
           IF TERMDEP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SCAN-EOF
           MOVE 0 TO TD-ID
           START TERMDEP-FILE KEY IS NOT LESS THAN TD-ID
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ TERMDEP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF TD-ACC-NO = DX-ACC-NO AND TD-OPEN
                           ADD 1 TO DX-TERM-DEPS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMDEP-FILE.

      *> A recurring deposit keeps its own branch for the RD
      *> reports and settlement, so open ones are moved with the
      *> account.
       MOVE-RECURRING-DEPOSITS.
           MOVE 0 TO DX-RECUR-DEPS
           OPEN I-O RD-FILE
           IF RD-STATUS-CODE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SCAN-EOF
           MOVE 0 TO RD-ID
           START RD-FILE KEY IS NOT LESS THAN RD-ID
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ RD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF RD-ACC-NO = DX-ACC-NO AND RD-OPEN
                           MOVE DX-TO-BRANCH TO RD-BRANCH
                           REWRITE RECUR-DEPOSIT-RECORD
                               INVALID KEY
                                   DISPLAY "[ERROR]: Could not move "
                                       "recurring deposit " RD-ID
                               NOT INVALID KEY
                                   ADD 1 TO DX-RECUR-DEPS
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RD-FILE.

       COUNT-STANDING-ORDERS.
           MOVE 0 TO DX-ORDERS
           OPEN INPUT SCHED-FILE
           IF SCHED-STATUS-CODE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SCAN-EOF
           MOVE 0 TO SCHED-ID
           START SCHED-FILE KEY IS NOT LESS THAN SCHED-ID
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ SCHED-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF SCHED-FROM-ACC = DX-ACC-NO AND SCHED-ACTIVE
                           ADD 1 TO DX-ORDERS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHED-FILE.

      *> A box is a physical vault at the old branch: it stays, and
      *> the advice carries the notice.
       COUNT-SAFE-BOXES.
           MOVE 0 TO DX-BOXES
           OPEN INPUT BOX-FILE
           IF BOX-STATUS-CODE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SCAN-EOF
           MOVE DX-FROM-BRANCH TO BOX-BRANCH
           MOVE 0 TO BOX-NUMBER
           START BOX-FILE KEY IS NOT LESS THAN BOX-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ BOX-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF BOX-BRANCH NOT = DX-FROM-BRANCH
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           IF BOX-HOLDER-ACC = DX-ACC-NO AND
                              NOT BOX-VACANT
                               ADD 1 TO DX-BOXES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOX-FILE.

      *> Every active BRANCHMGR admin of WS-ADV-BRANCH, or the
      *> plain title when the branch has none on file.
       FIND-BRANCH-MANAGERS.
           MOVE SPACES TO WS-MGR-NAMES
           MOVE 1 TO WS-MGR-PTR
           MOVE 0 TO WS-MGR-COUNT
           OPEN INPUT ADMINS-FILE
           IF ADMINS-STATUS = "00"
               MOVE 'N' TO WS-SCAN-EOF
               MOVE LOW-VALUES TO ADMIN-USERNAME
               START ADMINS-FILE KEY IS NOT LESS THAN ADMIN-USERNAME
                   INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
               END-START
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ ADMINS-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           IF ADMIN-ROLE = "BRANCHMGR" AND
                              ADMIN-ACTIVE AND
                              ADMIN-BRANCH = WS-ADV-BRANCH
                               IF WS-MGR-COUNT > 0
                                   STRING ", " DELIMITED BY SIZE
                                       INTO WS-MGR-NAMES
                                       WITH POINTER WS-MGR-PTR
                                   END-STRING
                               END-IF
                               STRING FUNCTION TRIM(ADMIN-USERNAME)
                                   DELIMITED BY SIZE
                                   INTO WS-MGR-NAMES
                                   WITH POINTER WS-MGR-PTR
                               END-STRING
                               ADD 1 TO WS-MGR-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADMINS-FILE
           END-IF
           IF WS-MGR-COUNT = 0
               MOVE "BRANCH MANAGER" TO WS-MGR-NAMES
           END-IF.

       WRITE-ADVICE.
           PERFORM FIND-BRANCH-MANAGERS
           MOVE SPACES TO ADVICE-FILENAME
           STRING "DOMADV-" WS-ADV-BRANCH "-" DX-ID ".txt"
               DELIMITED BY SIZE INTO ADVICE-FILENAME
           OPEN OUTPUT ADVICE-FILE
           IF ADVICE-STATUS NOT = "00"
               DISPLAY "[ERROR]: Could not write advice "
                   ADVICE-FILENAME
               EXIT PARAGRAPH
           END-IF

           WRITE ADVICE-LINE FROM
               "============================================="
           WRITE ADVICE-LINE FROM
               "     ACCOUNT DOMICILE TRANSFER ADVICE"
           WRITE ADVICE-LINE FROM
               "============================================="
           MOVE SPACES TO ADVICE-LINE
           STRING "To          : " FUNCTION TRIM(WS-MGR-NAMES)
               DELIMITED BY SIZE INTO ADVICE-LINE
           WRITE ADVICE-LINE
           MOVE SPACES TO ADVICE-LINE
           STRING "              Branch " WS-ADV-BRANCH " ("
               FUNCTION TRIM(WS-ADV-ROLE) " branch)"
               DELIMITED BY SIZE INTO ADVICE-LINE
           WRITE ADVICE-LINE
           MOVE SPACES TO ADVICE-LINE
           STRING "Transfer    : " DX-ID "   Date of advice : "
               WS-TODAY
               DELIMITED BY SIZE INTO ADVICE-LINE
           WRITE ADVICE-LINE
           WRITE ADVICE-LINE FROM
               "---------------------------------------------"
           MOVE SPACES TO ADVICE-LINE
           STRING "Account     : " DX-ACC-NO " "
               FUNCTION TRIM(WS-ACC-NAME)
               DELIMITED BY SIZE INTO ADVICE-LINE
           WRITE ADVICE-LINE
           MOVE SPACES TO ADVICE-LINE
           STRING "Type        : " FUNCTION TRIM(WS-ACC-TYPE)
               " (" DX-CCY ")"
               DELIMITED BY SIZE INTO ADVICE-LINE
           WRITE ADVICE-LINE
           MOVE SPACES TO ADVICE-LINE
           STRING "Moved from  : branch " DX-FROM-BRANCH
               "  to branch " DX-TO-BRANCH
               DELIMITED BY SIZE INTO ADVICE-LINE
           WRITE ADVICE-LINE
           MOVE SPACES TO ADVICE-LINE
           STRING "Effective   : " DX-EFFECTIVE
               DELIMITED BY SIZE INTO ADVICE-LINE
           WRITE ADVICE-LINE
           MOVE SPACES TO ADVICE-LINE
           STRING "Reason      : " FUNCTION TRIM(DX-REASON)
               DELIMITED BY SIZE INTO ADVICE-LINE
           WRITE ADVICE-LINE
           MOVE SPACES TO ADVICE-LINE
           STRING "Recorded by : " FUNCTION TRIM(DX-RECORDED-BY)
               "   Approved by : " FUNCTION TRIM(DX-APPROVED-BY)
               DELIMITED BY SIZE INTO ADVICE-LINE
           WRITE ADVICE-LINE
           WRITE ADVICE-LINE FROM
               "---------------------------------------------"
           WRITE ADVICE-LINE FROM "Position transferred"
           MOVE DX-MOVED-BALANCE TO FORMAT-BALANCE
           MOVE SPACES TO ADVICE-LINE
           STRING "  Balance          : " FORMAT-BALANCE
               DELIMITED BY SIZE INTO ADVICE-LINE
           WRITE ADVICE-LINE
           MOVE DX-MOVED-ACCRUED TO FORMAT-ACCRUED
           MOVE SPACES TO ADVICE-LINE
           STRING "  Accrued interest :  " FORMAT-ACCRUED
               DELIMITED BY SIZE INTO ADVICE-LINE
           WRITE ADVICE-LINE
           WRITE ADVICE-LINE FROM
               "  (moved between the branch ledgers by the next GL"
           WRITE ADVICE-LINE FROM
               "   posting)"
           WRITE ADVICE-LINE FROM "Linked items carried across"
           MOVE SPACES TO ADVICE-LINE
           STRING "  Cheque leaves outstanding : " DX-CHQ-LEAVES
               " (remain valid)"
               DELIMITED BY SIZE INTO ADVICE-LINE
           WRITE ADVICE-LINE
           MOVE SPACES TO ADVICE-LINE
           STRING "  Loans                     : " DX-LOANS
               DELIMITED BY SIZE INTO ADVICE-LINE
           WRITE ADVICE-LINE
           MOVE SPACES TO ADVICE-LINE
           STRING "  Term deposits             : " DX-TERM-DEPS
               DELIMITED BY SIZE INTO ADVICE-LINE
           WRITE ADVICE-LINE
           MOVE SPACES TO ADVICE-LINE
           STRING "  Recurring deposits        : " DX-RECUR-DEPS
               DELIMITED BY SIZE INTO ADVICE-LINE
           WRITE ADVICE-LINE
           MOVE SPACES TO ADVICE-LINE
           STRING "  Standing orders           : " DX-ORDERS
               DELIMITED BY SIZE INTO ADVICE-LINE
           WRITE ADVICE-LINE
           IF DX-BOXES > 0
               WRITE ADVICE-LINE FROM
                   "---------------------------------------------"
               MOVE SPACES TO ADVICE-LINE
               STRING "NOTICE: " DX-BOXES " safe deposit box(es) "
                   "rented at branch " DX-FROM-BRANCH
                   DELIMITED BY SIZE INTO ADVICE-LINE
               WRITE ADVICE-LINE
               WRITE ADVICE-LINE FROM
                   "  stay at that branch. Contact the holder to keep"
               WRITE ADVICE-LINE FROM
                   "  or surrender the box; rent is still charged to"
               WRITE ADVICE-LINE FROM
                   "  this account."
           END-IF
           WRITE ADVICE-LINE FROM
               "============================================="
           CLOSE ADVICE-FILE.

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               ",DOM_TRANSFER," DELIMITED BY SIZE
               DX-ID DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               DX-ACC-NO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               DX-FROM-BRANCH DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               DX-TO-BRANCH DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               DX-EFFECTIVE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DX-APPROVED-BY) DELIMITED BY SIZE
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

       END PROGRAM DomTransferApply.
