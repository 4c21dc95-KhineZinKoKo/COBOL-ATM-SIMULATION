       IDENTIFICATION DIVISION.
       PROGRAM-ID. ComplaintReg.

      *> Customer complaint register. Everything that is not "I did
      *> not make this transaction" (DISPUTES.DAT covers that) is
      *> logged here instead of in the paper book: category, channel
      *> it came in by, branch, the staff member complained about,
      *> and the linked account and receipt code when there is one.
      *> Each complaint is assigned to an owner and resolved with a
      *> resolution note and whether the customer was satisfied.
      *> Complaints not resolved within COMPLAINTSLADAYS are shown as
      *> SLA breaches here and on OpsConsole. The quarterly return
      *> for the central bank's consumer protection department,
      *> COMPRET-yyyyQn.txt, gives per category the complaints
      *> brought forward, received, resolved (and resolved within
      *> the service level), pending at quarter end and the number
      *> of satisfied customers, then the same counts per branch
      *> with received complaints broken down by category.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO "COMPLAINTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-ID
               FILE STATUS IS COMPLAINT-STATUS.

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

           SELECT ADMINS-FILE ASSIGN TO "ADMINS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADMIN-USERNAME
               FILE STATUS IS ADMINS-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD COMPLAINT-FILE.
           COPY "COMPLAINT-RECORD.cpy".

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD ADMINS-FILE.
           COPY "ADMIN-RECORD.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 AUDIT-LINE              PIC X(120).
       01 COMPLAINT-STATUS        PIC XX.
       01 FILE-STATUS             PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 ADMINS-STATUS           PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 REPORT-FILENAME         PIC X(30).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-SLA-DAYS             PIC 9(3) VALUE 14.

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-AUDIT-TIME           PIC 9(6).
       01 WS-ACTION               PIC X(20).

       01 WS-MENU-CHOICE          PIC 9.
       01 WS-AGAIN                PIC X VALUE 'Y'.
       01 WS-CONFIRM              PIC X.
       01 WS-EOF                  PIC X.
       01 WS-PICK-ID              PIC 9(6).
       01 WS-NEXT-CMP-ID          PIC 9(6).
       01 WS-FOUND                PIC X.

       01 WS-ACC-INPUT            PIC 9(16).
       01 WS-TRANCDE-INPUT        PIC 9(14).
       01 WS-NAME-INPUT           PIC X(25).
       01 WS-CATEGORY-INPUT       PIC X(8).
       01 WS-CHANNEL-INPUT        PIC X(8).
       01 WS-BRANCH-INPUT         PIC X(4).
       01 WS-STAFF-INPUT          PIC X(20).
       01 WS-DETAIL-INPUT         PIC X(60).
       01 WS-ACC-BRANCH           PIC X(4).
       01 WS-ACC-NAME             PIC X(25).
       01 WS-OPERATOR-BRANCH      PIC X(4).
       01 WS-CHECK-USERNAME       PIC X(20).

       01 WS-AGE-DAYS             PIC S9(5).
       01 WS-OPEN-COUNT           PIC 9(5).
       01 WS-BREACH-COUNT         PIC 9(5).
       01 FORMAT-DAYS             PIC -ZZZ9.

      *> Quarterly return working figures.
       01 WS-RET-YEAR             PIC 9(4).
       01 WS-RET-QUARTER          PIC 9.
       01 WS-Q-FROM               PIC 9(8).
       01 WS-Q-TO                 PIC 9(8).
       01 WS-Q-FIRST-MONTH        PIC 99.
       01 WS-TAKE-DAYS            PIC S9(5).

       01 WS-CAT-TABLE.
           05 FILLER PIC X(8) VALUE "SERVICE".
           05 FILLER PIC X(8) VALUE "STAFF".
           05 FILLER PIC X(8) VALUE "ATM".
           05 FILLER PIC X(8) VALUE "CHARGES".
           05 FILLER PIC X(8) VALUE "DELAY".
           05 FILLER PIC X(8) VALUE "OTHER".
       01 WS-CAT-LIST REDEFINES WS-CAT-TABLE.
           05 WS-CAT-NAME         PIC X(8) OCCURS 6 TIMES.
       01 WS-CAT-IDX              PIC 9.
       01 WS-CAT-HIT              PIC 9.

       01 WS-CAT-FIGURES.
           05 WS-CF-ENTRY OCCURS 6 TIMES.
               10 WS-CF-BFWD      PIC 9(5).
               10 WS-CF-RECEIVED  PIC 9(5).
               10 WS-CF-RESOLVED  PIC 9(5).
               10 WS-CF-IN-SLA    PIC 9(5).
               10 WS-CF-PENDING   PIC 9(5).
               10 WS-CF-SATISFIED PIC 9(5).

       01 WS-BRANCH-FIGURES.
           05 WS-BF-COUNT         PIC 99 VALUE 0.
           05 WS-BF-ENTRY OCCURS 50 TIMES.
               10 WS-BF-CODE      PIC X(4).
               10 WS-BF-RECEIVED  PIC 9(5).
               10 WS-BF-RESOLVED  PIC 9(5).
               10 WS-BF-PENDING   PIC 9(5).
               10 WS-BF-BY-CAT    PIC 9(5) OCCURS 6 TIMES.
       01 WS-BF-IDX               PIC 99.
       01 WS-BF-HIT               PIC 99.

       01 WS-TOT-BFWD             PIC 9(5).
       01 WS-TOT-RECEIVED         PIC 9(5).
       01 WS-TOT-RESOLVED         PIC 9(5).
       01 WS-TOT-IN-SLA           PIC 9(5).
       01 WS-TOT-PENDING          PIC 9(5).
       01 WS-TOT-SATISFIED        PIC 9(5).
       01 WS-RET-LINE-BODY        PIC X(100).

       01 FMT-A                   PIC ZZZZ9.
       01 FMT-B                   PIC ZZZZ9.
       01 FMT-C                   PIC ZZZZ9.
       01 FMT-D                   PIC ZZZZ9.
       01 FMT-E                   PIC ZZZZ9.
       01 FMT-F                   PIC ZZZZ9.

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
       MAIN-PROCEDURE.
           IF ADMIN-CHOICE = 104

           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY

           PERFORM UNTIL WS-AGAIN NOT = 'Y' AND WS-AGAIN NOT = 'y'
               DISPLAY "============================================"
               DISPLAY "        CUSTOMER COMPLAINTS REGISTER"
               DISPLAY "============================================"
               DISPLAY "1. Log a new complaint"
               DISPLAY "2. Assign a complaint"
               DISPLAY "3. Resolve a complaint"
               DISPLAY "4. Open complaints with SLA ageing"
               DISPLAY "5. Quarterly complaints return"
               DISPLAY "Enter choice (1-5): "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM LOG-COMPLAINT
                   WHEN 2
                       PERFORM ASSIGN-COMPLAINT
                   WHEN 3
                       PERFORM RESOLVE-COMPLAINT
                   WHEN 4
                       PERFORM AGEING-LIST
                   WHEN 5
                       PERFORM QUARTERLY-RETURN
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE

               DISPLAY "Another complaints action? (Y/N): "
               ACCEPT WS-AGAIN
           END-PERFORM

           MOVE 'Y' TO WS-AGAIN
           END-IF
           GOBACK.

       LOG-COMPLAINT.
           DISPLAY "Linked account number (0 = none): "
           ACCEPT WS-ACC-INPUT
           MOVE SPACES TO WS-ACC-BRANCH
           MOVE SPACES TO WS-ACC-NAME
           IF WS-ACC-INPUT NOT = 0
               OPEN INPUT USER-FILE
               IF FILE-STATUS NOT = "00"
                   DISPLAY "USERS.DAT could not be opened."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ACC-INPUT TO USER-ACC-NO
               READ USER-FILE KEY IS USER-ACC-NO
                   INVALID KEY
                       DISPLAY "Account not found."
                       CLOSE USER-FILE
                       EXIT PARAGRAPH
               END-READ
               MOVE USER-BRANCH TO WS-ACC-BRANCH
               MOVE USER-NAME TO WS-ACC-NAME
               CLOSE USER-FILE
               DISPLAY "Account holder: " FUNCTION TRIM(WS-ACC-NAME)
           END-IF

           DISPLAY "Linked receipt code (0 = none): "
           ACCEPT WS-TRANCDE-INPUT
           IF WS-TRANCDE-INPUT NOT = 0
               PERFORM CHECK-TRANSACTION
           END-IF

           DISPLAY "Complainant name (blank = account holder): "
           ACCEPT WS-NAME-INPUT
           IF WS-NAME-INPUT = SPACES
               MOVE WS-ACC-NAME TO WS-NAME-INPUT
           END-IF
           IF WS-NAME-INPUT = SPACES
               DISPLAY "A complainant name is required."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Category (SERVICE/STAFF/ATM/CHARGES/DELAY/OTHER): "
           ACCEPT WS-CATEGORY-INPUT
           MOVE FUNCTION UPPER-CASE(WS-CATEGORY-INPUT)
               TO WS-CATEGORY-INPUT
           PERFORM FIND-CATEGORY
           IF WS-CAT-HIT = 0
               DISPLAY "Unknown category."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Received via (BRANCH/PHONE/LETTER/EMAIL): "
           ACCEPT WS-CHANNEL-INPUT
           MOVE FUNCTION UPPER-CASE(WS-CHANNEL-INPUT)
               TO WS-CHANNEL-INPUT
           IF WS-CHANNEL-INPUT NOT = "BRANCH" AND
              WS-CHANNEL-INPUT NOT = "PHONE" AND
              WS-CHANNEL-INPUT NOT = "LETTER" AND
              WS-CHANNEL-INPUT NOT = "EMAIL"
               DISPLAY "Unknown channel."
               EXIT PARAGRAPH
           END-IF

      *> The branch complained about: the account's own branch by
      *> default, else the branch of the officer logging it.
           DISPLAY "Branch code (blank = default): "
           ACCEPT WS-BRANCH-INPUT
           IF WS-BRANCH-INPUT = SPACES
               MOVE WS-ACC-BRANCH TO WS-BRANCH-INPUT
           END-IF
           IF WS-BRANCH-INPUT = SPACES
               PERFORM FIND-OPERATOR-BRANCH
               MOVE WS-OPERATOR-BRANCH TO WS-BRANCH-INPUT
           END-IF

           DISPLAY "Staff member involved (username, blank = none): "
           ACCEPT WS-STAFF-INPUT
           IF WS-STAFF-INPUT = SPACES AND
              WS-CATEGORY-INPUT = "STAFF"
               DISPLAY "A staff complaint must name the staff member."
               EXIT PARAGRAPH
           END-IF
           IF WS-STAFF-INPUT NOT = SPACES
               MOVE WS-STAFF-INPUT TO WS-CHECK-USERNAME
               PERFORM CHECK-ADMIN-USER
               IF WS-FOUND NOT = 'Y'
                   DISPLAY "No staff user " FUNCTION TRIM(
                       WS-STAFF-INPUT) " on ADMINS.DAT."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "Complaint details (60 chars): "
           ACCEPT WS-DETAIL-INPUT
           IF WS-DETAIL-INPUT = SPACES
               DISPLAY "Complaint details are required."
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-COMPLAINT-FILE
           IF COMPLAINT-STATUS NOT = "00"
               DISPLAY "COMPLAINTS.DAT could not be opened."
               EXIT PARAGRAPH
           END-IF
           PERFORM ALLOCATE-COMPLAINT-ID

           MOVE WS-NEXT-CMP-ID TO CMP-ID
           MOVE WS-ACC-INPUT TO CMP-ACC-NO
           MOVE WS-TRANCDE-INPUT TO CMP-TRANCDE
           MOVE WS-NAME-INPUT TO CMP-COMPLAINANT
           MOVE WS-CATEGORY-INPUT TO CMP-CATEGORY
           MOVE WS-CHANNEL-INPUT TO CMP-CHANNEL
           MOVE WS-BRANCH-INPUT TO CMP-BRANCH
           MOVE WS-STAFF-INPUT TO CMP-STAFF-ID
           MOVE WS-DETAIL-INPUT TO CMP-DETAIL
           MOVE "OPEN" TO CMP-STATUS
           MOVE SPACES TO CMP-ASSIGNEE
           MOVE SPACES TO CMP-RESOLUTION
           MOVE SPACES TO CMP-SATISFIED
           MOVE WS-TODAY TO CMP-OPEN-DATE
           MOVE 0 TO CMP-ASSIGN-DATE
           MOVE 0 TO CMP-RESOLVE-DATE
           MOVE LNK-OPERATOR-ID TO CMP-LOGGED-BY
           WRITE COMPLAINT-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not log the complaint."
               NOT INVALID KEY
                   MOVE "COMPLAINT_LOGGED" TO WS-ACTION
                   PERFORM WRITE-COMPLAINT-AUDIT
                   DISPLAY "Complaint #" CMP-ID " logged for branch "
                       CMP-BRANCH "."
           END-WRITE
           CLOSE COMPLAINT-FILE.

       ASSIGN-COMPLAINT.
           PERFORM PICK-OPEN-COMPLAINT
           IF WS-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Assign to (username): "
           ACCEPT WS-STAFF-INPUT
           MOVE WS-STAFF-INPUT TO WS-CHECK-USERNAME
           PERFORM CHECK-ADMIN-USER
           IF WS-FOUND NOT = 'Y'
               DISPLAY "No staff user " FUNCTION TRIM(WS-STAFF-INPUT)
                   " on ADMINS.DAT."
               CLOSE COMPLAINT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "ASSIGNED" TO CMP-STATUS
           MOVE WS-STAFF-INPUT TO CMP-ASSIGNEE
           MOVE WS-TODAY TO CMP-ASSIGN-DATE
           REWRITE COMPLAINT-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not update the complaint."
               NOT INVALID KEY
                   MOVE "COMPLAINT_ASSIGNED" TO WS-ACTION
                   PERFORM WRITE-COMPLAINT-AUDIT
                   DISPLAY "Complaint #" CMP-ID " assigned to "
                       FUNCTION TRIM(CMP-ASSIGNEE) "."
           END-REWRITE
           CLOSE COMPLAINT-FILE.

       RESOLVE-COMPLAINT.
           PERFORM PICK-OPEN-COMPLAINT
           IF WS-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Resolution (60 chars): "
           ACCEPT WS-DETAIL-INPUT
           IF WS-DETAIL-INPUT = SPACES
               DISPLAY "A resolution note is required."
               CLOSE COMPLAINT-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Customer satisfied with the outcome? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "N"
               DISPLAY "Answer Y or N."
               CLOSE COMPLAINT-FILE
               EXIT PARAGRAPH
           END-IF
           IF CMP-ASSIGNEE = SPACES
               MOVE LNK-OPERATOR-ID TO CMP-ASSIGNEE
               MOVE WS-TODAY TO CMP-ASSIGN-DATE
           END-IF
           MOVE "RESOLVED" TO CMP-STATUS
           MOVE WS-DETAIL-INPUT TO CMP-RESOLUTION
           MOVE WS-CONFIRM TO CMP-SATISFIED
           MOVE WS-TODAY TO CMP-RESOLVE-DATE
           REWRITE COMPLAINT-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not update the complaint."
               NOT INVALID KEY
                   MOVE "COMPLAINT_RESOLVED" TO WS-ACTION
                   PERFORM WRITE-COMPLAINT-AUDIT
                   DISPLAY "Complaint #" CMP-ID " resolved."
           END-REWRITE
           CLOSE COMPLAINT-FILE.

      *> Leaves COMPLAINT-FILE open I-O on the chosen record when
      *> WS-FOUND is Y; closed otherwise.
       PICK-OPEN-COMPLAINT.
           MOVE 'N' TO WS-FOUND
           DISPLAY "Complaint number: "
           ACCEPT WS-PICK-ID
           IF WS-PICK-ID = 0
               DISPLAY "Complaint 0 is the counter control record."
               EXIT PARAGRAPH
           END-IF
           OPEN I-O COMPLAINT-FILE
           IF COMPLAINT-STATUS NOT = "00"
               DISPLAY "No complaints on file."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PICK-ID TO CMP-ID
           READ COMPLAINT-FILE KEY IS CMP-ID
               INVALID KEY
                   DISPLAY "No such complaint."
                   CLOSE COMPLAINT-FILE
                   EXIT PARAGRAPH
           END-READ
           PERFORM SHOW-COMPLAINT
           IF CMP-RESOLVED
               DISPLAY "Complaint #" CMP-ID " is already resolved."
               CLOSE COMPLAINT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FOUND.

       SHOW-COMPLAINT.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) -
               FUNCTION INTEGER-OF-DATE(CMP-OPEN-DATE)
           MOVE WS-AGE-DAYS TO FORMAT-DAYS
           DISPLAY "--------------------------------------------"
           DISPLAY "Complaint #" CMP-ID "  " CMP-STATUS
               "  opened " CMP-OPEN-DATE " (" FUNCTION TRIM(
               FORMAT-DAYS) " day(s))"
           DISPLAY "Complainant : " FUNCTION TRIM(CMP-COMPLAINANT)
           DISPLAY "Category    : " CMP-CATEGORY "  via " CMP-CHANNEL
               "  branch " CMP-BRANCH
           IF CMP-ACC-NO NOT = 0
               DISPLAY "Account     : " CMP-ACC-NO
           END-IF
           IF CMP-TRANCDE NOT = 0
               DISPLAY "Receipt     : " CMP-TRANCDE
           END-IF
           IF CMP-STAFF-ID NOT = SPACES
               DISPLAY "Staff       : " FUNCTION TRIM(CMP-STAFF-ID)
           END-IF
           DISPLAY "Details     : " FUNCTION TRIM(CMP-DETAIL)
           IF CMP-ASSIGNEE NOT = SPACES
               DISPLAY "Assigned to : " FUNCTION TRIM(CMP-ASSIGNEE)
                   " on " CMP-ASSIGN-DATE
           END-IF
           IF CMP-RESOLVED
               DISPLAY "Resolved    : " CMP-RESOLVE-DATE
                   "  satisfied " CMP-SATISFIED
               DISPLAY "Resolution  : " FUNCTION TRIM(CMP-RESOLUTION)
           END-IF
           DISPLAY "--------------------------------------------".

       AGEING-LIST.
           OPEN INPUT COMPLAINT-FILE
           IF COMPLAINT-STATUS NOT = "00"
               DISPLAY "No complaints on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "---- open complaints (SLA " WS-SLA-DAYS
               " days) ----"
           DISPLAY "ID     OPENED   AGE  CATEGORY STATUS   BRANCH "
               "OWNER"
           MOVE 0 TO WS-OPEN-COUNT
           MOVE 0 TO WS-BREACH-COUNT
           MOVE 'N' TO WS-EOF
           MOVE 0 TO CMP-ID
           START COMPLAINT-FILE KEY IS GREATER THAN CMP-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ COMPLAINT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CMP-OPEN OR CMP-ASSIGNED
                           PERFORM SHOW-AGEING-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPLAINT-FILE
           DISPLAY "Open: " WS-OPEN-COUNT "   past SLA: "
               WS-BREACH-COUNT.

       SHOW-AGEING-LINE.
           ADD 1 TO WS-OPEN-COUNT
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) -
               FUNCTION INTEGER-OF-DATE(CMP-OPEN-DATE)
           MOVE WS-AGE-DAYS TO FORMAT-DAYS
           IF WS-AGE-DAYS > WS-SLA-DAYS
               ADD 1 TO WS-BREACH-COUNT
               DISPLAY CMP-ID " " CMP-OPEN-DATE FORMAT-DAYS " "
                   CMP-CATEGORY " " CMP-STATUS " " CMP-BRANCH "   "
                   FUNCTION TRIM(CMP-ASSIGNEE) "  *SLA BREACH*"
           ELSE
               DISPLAY CMP-ID " " CMP-OPEN-DATE FORMAT-DAYS " "
                   CMP-CATEGORY " " CMP-STATUS " " CMP-BRANCH "   "
                   FUNCTION TRIM(CMP-ASSIGNEE)
           END-IF.

       QUARTERLY-RETURN.
           DISPLAY "Return year (YYYY): "
           ACCEPT WS-RET-YEAR
           DISPLAY "Quarter (1-4): "
           ACCEPT WS-RET-QUARTER
           IF WS-RET-YEAR < 2000 OR WS-RET-QUARTER < 1 OR
              WS-RET-QUARTER > 4
               DISPLAY "Invalid year or quarter."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Q-FIRST-MONTH = (WS-RET-QUARTER - 1) * 3 + 1
           COMPUTE WS-Q-FROM =
               WS-RET-YEAR * 10000 + WS-Q-FIRST-MONTH * 100 + 1
           COMPUTE WS-Q-TO =
               WS-RET-YEAR * 10000 + (WS-Q-FIRST-MONTH + 2) * 100 + 31

           INITIALIZE WS-CAT-FIGURES
           INITIALIZE WS-BRANCH-FIGURES

           OPEN INPUT COMPLAINT-FILE
           IF COMPLAINT-STATUS NOT = "00"
               DISPLAY "No complaints on file."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE 0 TO CMP-ID
           START COMPLAINT-FILE KEY IS GREATER THAN CMP-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ COMPLAINT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CMP-OPEN-DATE <= WS-Q-TO
                           PERFORM COUNT-FOR-RETURN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPLAINT-FILE

           PERFORM WRITE-RETURN
           DISPLAY "Complaints return written to "
               FUNCTION TRIM(REPORT-FILENAME).

      *> One complaint's contribution to the quarter. Brought
      *> forward = open at the start of the quarter; pending = still
      *> not resolved at its end.
       COUNT-FOR-RETURN.
           MOVE CMP-CATEGORY TO WS-CATEGORY-INPUT
           PERFORM FIND-CATEGORY
           IF WS-CAT-HIT = 0
               MOVE 6 TO WS-CAT-HIT
           END-IF
           PERFORM FIND-RETURN-BRANCH

           IF CMP-OPEN-DATE < WS-Q-FROM AND
              (NOT CMP-RESOLVED OR CMP-RESOLVE-DATE >= WS-Q-FROM)
               ADD 1 TO WS-CF-BFWD(WS-CAT-HIT)
           END-IF
           IF CMP-OPEN-DATE >= WS-Q-FROM
               ADD 1 TO WS-CF-RECEIVED(WS-CAT-HIT)
               IF WS-BF-HIT > 0
                   ADD 1 TO WS-BF-RECEIVED(WS-BF-HIT)
                   ADD 1 TO WS-BF-BY-CAT(WS-BF-HIT, WS-CAT-HIT)
               END-IF
           END-IF
           IF CMP-RESOLVED AND CMP-RESOLVE-DATE >= WS-Q-FROM AND
              CMP-RESOLVE-DATE <= WS-Q-TO
               ADD 1 TO WS-CF-RESOLVED(WS-CAT-HIT)
               IF WS-BF-HIT > 0
                   ADD 1 TO WS-BF-RESOLVED(WS-BF-HIT)
               END-IF
               COMPUTE WS-TAKE-DAYS =
                   FUNCTION INTEGER-OF-DATE(CMP-RESOLVE-DATE) -
                   FUNCTION INTEGER-OF-DATE(CMP-OPEN-DATE)
               IF WS-TAKE-DAYS <= WS-SLA-DAYS
                   ADD 1 TO WS-CF-IN-SLA(WS-CAT-HIT)
               END-IF
               IF CMP-CUST-SATISFIED
                   ADD 1 TO WS-CF-SATISFIED(WS-CAT-HIT)
               END-IF
           END-IF
           IF NOT CMP-RESOLVED OR CMP-RESOLVE-DATE > WS-Q-TO
               ADD 1 TO WS-CF-PENDING(WS-CAT-HIT)
               IF WS-BF-HIT > 0
                   ADD 1 TO WS-BF-PENDING(WS-BF-HIT)
               END-IF
           END-IF.

       FIND-RETURN-BRANCH.
           MOVE 0 TO WS-BF-HIT
           PERFORM VARYING WS-BF-IDX FROM 1 BY 1
                   UNTIL WS-BF-IDX > WS-BF-COUNT
               IF WS-BF-CODE(WS-BF-IDX) = CMP-BRANCH
                   MOVE WS-BF-IDX TO WS-BF-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BF-HIT = 0 AND WS-BF-COUNT < 50
               ADD 1 TO WS-BF-COUNT
               MOVE WS-BF-COUNT TO WS-BF-HIT
               MOVE CMP-BRANCH TO WS-BF-CODE(WS-BF-HIT)
           END-IF.

       WRITE-RETURN.
           MOVE SPACES TO REPORT-FILENAME
           STRING "COMPRET-" WS-RET-YEAR "Q" WS-RET-QUARTER ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM
               "===== QUARTERLY CUSTOMER COMPLAINTS RETURN ====="
           MOVE SPACES TO REPORT-LINE
           STRING "Consumer protection department - quarter "
               WS-RET-YEAR "Q" WS-RET-QUARTER " (" WS-Q-FROM " to "
               WS-Q-TO ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Prepared " WS-TODAY " by "
               FUNCTION TRIM(LNK-OPERATOR-ID) "   service level "
               WS-SLA-DAYS " day(s)"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SPACES

           WRITE REPORT-LINE FROM "SECTION A - BY CATEGORY"
           WRITE REPORT-LINE FROM
               "CATEGORY  B/FWD  RECVD  RESLV  INSLA  PEND   SATIS"
           MOVE 0 TO WS-TOT-BFWD WS-TOT-RECEIVED WS-TOT-RESOLVED
               WS-TOT-IN-SLA WS-TOT-PENDING WS-TOT-SATISFIED
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 6
               ADD WS-CF-BFWD(WS-CAT-IDX) TO WS-TOT-BFWD
               ADD WS-CF-RECEIVED(WS-CAT-IDX) TO WS-TOT-RECEIVED
               ADD WS-CF-RESOLVED(WS-CAT-IDX) TO WS-TOT-RESOLVED
               ADD WS-CF-IN-SLA(WS-CAT-IDX) TO WS-TOT-IN-SLA
               ADD WS-CF-PENDING(WS-CAT-IDX) TO WS-TOT-PENDING
               ADD WS-CF-SATISFIED(WS-CAT-IDX) TO WS-TOT-SATISFIED
               MOVE WS-CF-BFWD(WS-CAT-IDX) TO FMT-A
               MOVE WS-CF-RECEIVED(WS-CAT-IDX) TO FMT-B
               MOVE WS-CF-RESOLVED(WS-CAT-IDX) TO FMT-C
               MOVE WS-CF-IN-SLA(WS-CAT-IDX) TO FMT-D
               MOVE WS-CF-PENDING(WS-CAT-IDX) TO FMT-E
               MOVE WS-CF-SATISFIED(WS-CAT-IDX) TO FMT-F
               MOVE SPACES TO REPORT-LINE
               STRING WS-CAT-NAME(WS-CAT-IDX) "  " FMT-A "  " FMT-B
                   "  " FMT-C "  " FMT-D "  " FMT-E "  " FMT-F
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM
           MOVE WS-TOT-BFWD TO FMT-A
           MOVE WS-TOT-RECEIVED TO FMT-B
           MOVE WS-TOT-RESOLVED TO FMT-C
           MOVE WS-TOT-IN-SLA TO FMT-D
           MOVE WS-TOT-PENDING TO FMT-E
           MOVE WS-TOT-SATISFIED TO FMT-F
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL     " FMT-A "  " FMT-B "  " FMT-C "  "
               FMT-D "  " FMT-E "  " FMT-F
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SPACES

           WRITE REPORT-LINE FROM
               "SECTION B - BY BRANCH (received by category)"
           MOVE SPACES TO REPORT-LINE
           STRING "BRANCH RECVD  RESLV  PEND  | SERVICE STAFF   "
               "ATM     CHARGES DELAY   OTHER"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM VARYING WS-BF-IDX FROM 1 BY 1
                   UNTIL WS-BF-IDX > WS-BF-COUNT
               PERFORM WRITE-BRANCH-RETURN-LINE
           END-PERFORM
           IF WS-BF-COUNT = 0
               WRITE REPORT-LINE FROM "  (no complaints in quarter)"
           END-IF
           WRITE REPORT-LINE FROM
               "================================================"
           CLOSE REPORT-FILE

           MOVE "COMPLAINT_RETURN" TO WS-ACTION
           MOVE 0 TO CMP-ACC-NO
           PERFORM WRITE-COMPLAINT-AUDIT.

       WRITE-BRANCH-RETURN-LINE.
           MOVE WS-BF-RECEIVED(WS-BF-IDX) TO FMT-A
           MOVE WS-BF-RESOLVED(WS-BF-IDX) TO FMT-B
           MOVE WS-BF-PENDING(WS-BF-IDX) TO FMT-C
           MOVE SPACES TO WS-RET-LINE-BODY
           STRING WS-BF-CODE(WS-BF-IDX) "  " FMT-A "  " FMT-B "  "
               FMT-C "  |"
               DELIMITED BY SIZE INTO WS-RET-LINE-BODY
           END-STRING
           MOVE SPACES TO REPORT-LINE
           MOVE WS-RET-LINE-BODY TO REPORT-LINE
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 6
               MOVE WS-BF-BY-CAT(WS-BF-IDX, WS-CAT-IDX) TO FMT-D
               MOVE FMT-D TO
                   REPORT-LINE(30 + (WS-CAT-IDX - 1) * 8:5)
           END-PERFORM
           WRITE REPORT-LINE.

       FIND-CATEGORY.
           MOVE 0 TO WS-CAT-HIT
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 6
               IF WS-CAT-NAME(WS-CAT-IDX) = WS-CATEGORY-INPUT
                   MOVE WS-CAT-IDX TO WS-CAT-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> A receipt code not on the live file may simply have been
      *> archived - noted, not refused.
       CHECK-TRANSACTION.
           OPEN INPUT TRANSACTION-FILE
           IF TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRANCDE-INPUT TO TRANSACTION-CDE
           READ TRANSACTION-FILE KEY IS TRANSACTION-CDE
               INVALID KEY
                   DISPLAY "  (receipt not on the live file - it may "
                       "be archived)"
               NOT INVALID KEY
                   DISPLAY "  Receipt found: " TR-DATE " account "
                       TR-ACC-NO
           END-READ
           CLOSE TRANSACTION-FILE.

       CHECK-ADMIN-USER.
           MOVE 'N' TO WS-FOUND
           OPEN INPUT ADMINS-FILE
           IF ADMINS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHECK-USERNAME TO ADMIN-USERNAME
           READ ADMINS-FILE KEY IS ADMIN-USERNAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ
           CLOSE ADMINS-FILE.

       FIND-OPERATOR-BRANCH.
           MOVE SPACES TO WS-OPERATOR-BRANCH
           MOVE LNK-OPERATOR-ID TO WS-CHECK-USERNAME
           OPEN INPUT ADMINS-FILE
           IF ADMINS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHECK-USERNAME TO ADMIN-USERNAME
           READ ADMINS-FILE KEY IS ADMIN-USERNAME
               NOT INVALID KEY
                   MOVE ADMIN-BRANCH TO WS-OPERATOR-BRANCH
           END-READ
           CLOSE ADMINS-FILE.

       OPEN-COMPLAINT-FILE.
           OPEN I-O COMPLAINT-FILE
           IF COMPLAINT-STATUS = "35"
               OPEN OUTPUT COMPLAINT-FILE
               CLOSE COMPLAINT-FILE
               OPEN I-O COMPLAINT-FILE
           END-IF.

       ALLOCATE-COMPLAINT-ID.
           MOVE 0 TO CMP-ID
           READ COMPLAINT-FILE KEY IS CMP-ID
               INVALID KEY
                   MOVE 1 TO WS-NEXT-CMP-ID
                   INITIALIZE COMPLAINT-RECORD
                   MOVE 0 TO CMP-ID
                   MOVE WS-NEXT-CMP-ID TO CMP-ACC-NO
                   WRITE COMPLAINT-RECORD
               NOT INVALID KEY
                   COMPUTE WS-NEXT-CMP-ID = CMP-ACC-NO + 1
                   MOVE WS-NEXT-CMP-ID TO CMP-ACC-NO
                   REWRITE COMPLAINT-RECORD
           END-READ.

       WRITE-COMPLAINT-AUDIT.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACTION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               CMP-ACC-NO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               CMP-ID DELIMITED BY SIZE
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
                           EVALUATE FUNCTION TRIM(WS-PARAM-NAME)
                               WHEN "BUSINESSDATE"
                                   COMPUTE WS-BUSINESS-DATE =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               WHEN "COMPLAINTSLADAYS"
                                   COMPUTE WS-SLA-DAYS =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM ComplaintReg.
