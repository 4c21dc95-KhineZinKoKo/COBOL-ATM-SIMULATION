       IDENTIFICATION DIVISION.
       PROGRAM-ID. DomTransfer.

      *> Admin account branch transfer (DOMXFER.DAT). Option 1
      *> records the move of an account's domicile to another branch
      *> from an effective date - today or later - once a
      *> supervisor other than the operator has approved it at the
      *> screen. One effective today is applied at once by
      *> DomTransferApply; a later one stays PENDING until the EOD
      *> chain applies it after the date roll that reaches it. Only
      *> one transfer per account may be pending. Option 2 lists the
      *> transfers, for one account or all; option 3 cancels one
      *> still pending.

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

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD DOMXFER-FILE.
           COPY "DOM-TRANSFER.cpy".

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 DOMXFER-STATUS          PIC XX.
       01 FILE-STATUS             PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 AUDIT-LINE              PIC X(120).
       01 WS-AUDIT-TIME           PIC 9(6).
       01 WS-AUDIT-ACTION         PIC X(18).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).

       01 WS-MENU-CHOICE          PIC 9.
       01 WS-AGAIN                PIC X VALUE 'Y'.
       01 WS-EOF                  PIC X.
       01 WS-ACC-INPUT            PIC 9(16).
       01 WS-BRANCH-INPUT         PIC X(4).
       01 WS-DATE-INPUT           PIC 9(8).
       01 WS-REASON-INPUT         PIC X(30).
       01 WS-XFER-INPUT           PIC 9(6).
       01 WS-CONFIRM              PIC X.
       01 WS-AUTH-OK              PIC X.
       01 WS-SUPERVISOR-ID        PIC X(20).
       01 WS-LISTED               PIC 9(5).
       01 WS-PENDING-ID           PIC 9(6).
       01 WS-NEW-ID               PIC 9(6).
       01 WS-FROM-BRANCH          PIC X(4).
       01 WS-ACC-NAME             PIC X(25).

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
       MAIN-PROCEDURE.
           IF ADMIN-CHOICE = 115

           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY

           PERFORM UNTIL WS-AGAIN NOT = 'Y' AND WS-AGAIN NOT = 'y'
               DISPLAY "============================================"
               DISPLAY "       ACCOUNT BRANCH TRANSFER"
               DISPLAY "============================================"
               DISPLAY "1. Record a branch transfer"
               DISPLAY "2. List branch transfers"
               DISPLAY "3. Cancel a pending transfer"
               DISPLAY "Enter choice (1-3): "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM RECORD-TRANSFER
                   WHEN 2
                       PERFORM LIST-TRANSFERS
                   WHEN 3
                       PERFORM CANCEL-TRANSFER
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE

               DISPLAY "Another branch transfer action? (Y/N): "
               ACCEPT WS-AGAIN
           END-PERFORM

           MOVE 'Y' TO WS-AGAIN
           END-IF
           GOBACK.

       RECORD-TRANSFER.
           DISPLAY "Account number: "
           ACCEPT WS-ACC-INPUT
           IF WS-ACC-INPUT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT USER-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "[ERROR]: Could not open USERS.DAT."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACC-INPUT TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   DISPLAY "Account " WS-ACC-INPUT " not found."
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE USER-FILE
           IF USER-BRANCH = SPACES
               MOVE "0001" TO USER-BRANCH
           END-IF
           MOVE USER-BRANCH TO WS-FROM-BRANCH
           MOVE USER-NAME TO WS-ACC-NAME
           DISPLAY "Account " USER-ACC-NO " " FUNCTION TRIM(USER-NAME)
           DISPLAY "  Type " FUNCTION TRIM(USER-ACC-TYPE)
               ", status " FUNCTION TRIM(USER-STATUS)
               ", branch " WS-FROM-BRANCH

           PERFORM FIND-PENDING-TRANSFER
           IF WS-PENDING-ID NOT = 0
               DISPLAY "Transfer " WS-PENDING-ID " to branch "
                   DX-TO-BRANCH " effective " DX-EFFECTIVE
                   " is already pending - cancel it first."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "New branch code: "
           MOVE SPACES TO WS-BRANCH-INPUT
           ACCEPT WS-BRANCH-INPUT
           IF WS-BRANCH-INPUT = SPACES OR
              WS-BRANCH-INPUT IS NOT NUMERIC
               DISPLAY "Invalid branch code - nothing recorded."
               EXIT PARAGRAPH
           END-IF
           IF WS-BRANCH-INPUT = WS-FROM-BRANCH
               DISPLAY "The account is already held at branch "
                   WS-BRANCH-INPUT "."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Effective date YYYYMMDD (0 = today " WS-TODAY
               "): "
           MOVE 0 TO WS-DATE-INPUT
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT = 0
               MOVE WS-TODAY TO WS-DATE-INPUT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-INPUT) NOT = 0
               DISPLAY "Invalid date - nothing recorded."
               EXIT PARAGRAPH
           END-IF
           IF WS-DATE-INPUT < WS-TODAY
               DISPLAY "A transfer cannot take effect before today."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Reason: "
           MOVE SPACES TO WS-REASON-INPUT
           ACCEPT WS-REASON-INPUT
           IF WS-REASON-INPUT = SPACES
               DISPLAY "A reason is required - nothing recorded."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Move account " WS-ACC-INPUT " from branch "
               WS-FROM-BRANCH " to " WS-BRANCH-INPUT " effective "
               WS-DATE-INPUT "? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-AUTH-OK
           MOVE SPACES TO WS-SUPERVISOR-ID
           CALL "SupervisorAuth" USING WS-AUTH-OK WS-SUPERVISOR-ID
           IF WS-AUTH-OK NOT = 'Y'
               DISPLAY "Supervisor approval required - nothing "
                   "recorded."
               EXIT PARAGRAPH
           END-IF
           IF WS-SUPERVISOR-ID = LNK-OPERATOR-ID
               DISPLAY "The operator cannot approve their own "
                   "branch transfer."
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-NEXT-TRANSFER-ID
           IF WS-NEW-ID = 0
               EXIT PARAGRAPH
           END-IF
           INITIALIZE DOM-TRANSFER-RECORD
           MOVE WS-NEW-ID TO DX-ID
           MOVE WS-ACC-INPUT TO DX-ACC-NO
           MOVE WS-FROM-BRANCH TO DX-FROM-BRANCH
           MOVE WS-BRANCH-INPUT TO DX-TO-BRANCH
           MOVE WS-DATE-INPUT TO DX-EFFECTIVE
           MOVE "PENDING" TO DX-STATUS
           MOVE WS-REASON-INPUT TO DX-REASON
           MOVE WS-TODAY TO DX-RECORDED-DATE
           MOVE LNK-OPERATOR-ID TO DX-RECORDED-BY
           MOVE WS-SUPERVISOR-ID TO DX-APPROVED-BY
           MOVE 'N' TO DX-GL-DONE
           WRITE DOM-TRANSFER-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not record transfer "
                       WS-NEW-ID "."
                   CLOSE DOMXFER-FILE
                   EXIT PARAGRAPH
           END-WRITE
           CLOSE DOMXFER-FILE

           DISPLAY "Branch transfer " WS-NEW-ID " recorded."
           MOVE "DOM_XFER_RECORD" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-LOG

           IF WS-DATE-INPUT = WS-TODAY
               CALL "DomTransferApply" USING WS-NEW-ID
           ELSE
               DISPLAY "It will be applied by the end of day run "
                   "that rolls to " WS-DATE-INPUT "."
           END-IF.

      *> The pending transfer of WS-ACC-INPUT, if any, into
      *> WS-PENDING-ID (0 = none) with its record left in the area.
       FIND-PENDING-TRANSFER.
           MOVE 0 TO WS-PENDING-ID
           OPEN INPUT DOMXFER-FILE
           IF DOMXFER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE WS-ACC-INPUT TO DX-ACC-NO
           START DOMXFER-FILE KEY IS EQUAL TO DX-ACC-NO
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ DOMXFER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DX-ACC-NO NOT = WS-ACC-INPUT
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF DX-PENDING
                               MOVE DX-ID TO WS-PENDING-ID
                               MOVE 'Y' TO WS-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DOMXFER-FILE.

      *> Takes the next id from control record 0 and leaves
      *> DOMXFER-FILE open I-O for the new record; WS-NEW-ID is 0
      *> (and the file closed) when that fails.
       GET-NEXT-TRANSFER-ID.
           MOVE 0 TO WS-NEW-ID
           OPEN I-O DOMXFER-FILE
           IF DOMXFER-STATUS = "35"
               OPEN OUTPUT DOMXFER-FILE
               CLOSE DOMXFER-FILE
               OPEN I-O DOMXFER-FILE
           END-IF
           IF DOMXFER-STATUS NOT = "00"
               DISPLAY "[ERROR]: Could not open DOMXFER.DAT."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO DX-ID
           READ DOMXFER-FILE KEY IS DX-ID
               INVALID KEY
                   INITIALIZE DOM-TRANSFER-RECORD
                   MOVE 0 TO DX-ID
                   MOVE 1 TO DX-ACC-NO
                   MOVE "CONTROL" TO DX-STATUS
                   WRITE DOM-TRANSFER-RECORD
                       INVALID KEY
                           DISPLAY "[ERROR]: Could not start the "
                               "transfer counter."
                           CLOSE DOMXFER-FILE
                           EXIT PARAGRAPH
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO DX-ACC-NO
                   REWRITE DOM-TRANSFER-RECORD
                       INVALID KEY
                           DISPLAY "[ERROR]: Could not update the "
                               "transfer counter."
                           CLOSE DOMXFER-FILE
                           EXIT PARAGRAPH
                   END-REWRITE
           END-READ
           MOVE DX-ACC-NO TO WS-NEW-ID.

       LIST-TRANSFERS.
           DISPLAY "Account number (0 = all): "
           MOVE 0 TO WS-ACC-INPUT
           ACCEPT WS-ACC-INPUT
           MOVE 0 TO WS-LISTED

           OPEN INPUT DOMXFER-FILE
           IF DOMXFER-STATUS NOT = "00"
               DISPLAY "No branch transfers recorded."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ID     ACCOUNT          FROM TO   EFFECTIVE "
               "STATUS    APPROVED BY"
           MOVE 'N' TO WS-EOF
           MOVE 1 TO DX-ID
           START DOMXFER-FILE KEY IS NOT LESS THAN DX-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ DOMXFER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ACC-INPUT = 0 OR
                          DX-ACC-NO = WS-ACC-INPUT
                           DISPLAY DX-ID " " DX-ACC-NO " "
                               DX-FROM-BRANCH " " DX-TO-BRANCH " "
                               DX-EFFECTIVE "  " DX-STATUS " "
                               FUNCTION TRIM(DX-APPROVED-BY)
                           ADD 1 TO WS-LISTED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DOMXFER-FILE
           DISPLAY WS-LISTED " transfer(s) listed.".

       CANCEL-TRANSFER.
           DISPLAY "Transfer number: "
           MOVE 0 TO WS-XFER-INPUT
           ACCEPT WS-XFER-INPUT
           IF WS-XFER-INPUT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN I-O DOMXFER-FILE
           IF DOMXFER-STATUS NOT = "00"
               DISPLAY "No branch transfers recorded."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-XFER-INPUT TO DX-ID
           READ DOMXFER-FILE KEY IS DX-ID
               INVALID KEY
                   DISPLAY "No branch transfer " WS-XFER-INPUT "."
                   CLOSE DOMXFER-FILE
                   EXIT PARAGRAPH
           END-READ
           IF NOT DX-PENDING
               DISPLAY "Transfer " DX-ID " is "
                   FUNCTION TRIM(DX-STATUS) " - only a pending "
                   "transfer can be cancelled."
               CLOSE DOMXFER-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Cancel the move of account " DX-ACC-NO " to "
               "branch " DX-TO-BRANCH " effective " DX-EFFECTIVE
               "? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               CLOSE DOMXFER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "CANCELLED" TO DX-STATUS
           REWRITE DOM-TRANSFER-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not cancel transfer "
                       DX-ID "."
                   CLOSE DOMXFER-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           CLOSE DOMXFER-FILE
           DISPLAY "Transfer " DX-ID " cancelled."
           MOVE "DOM_XFER_CANCEL" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-LOG.

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-ACTION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
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

       END PROGRAM DomTransfer.
