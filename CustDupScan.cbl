       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustDupScan.

      *> Duplicate customer detection. Compares every live customer
      *> on CUSTOMERS.DAT with every other, and every account still
      *> on customer id 0 with every customer, and scores how likely
      *> it is that the two are one person:
      *>   NRC the same once normalised (case, spaces, punctuation
      *>   and leading zeros on the region dropped)       50
      *>   name the same once normalised and the same date of
      *>   birth                                           30
      *>   name the same but no date of birth to compare   15
      *>   same date of birth under a different name       10
      *>   same phone number (digits only)                 20
      *> Pairs scoring CUSTDUPMINSCORE (default 40) or more are
      *> listed highest first in CUSTDUP-<yyyymmdd>.txt for a
      *> supervisor to review and merge through CustMerge. Merged
      *> aliases and anonymised customers are left out. Runs on the
      *> month-end night and on demand from CustMerge.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUSTOMER-STATUS.

           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 CUSTOMER-STATUS         PIC XX.
       01 FILE-STATUS             PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 REPORT-FILENAME         PIC X(30).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-MIN-SCORE            PIC 9(3) VALUE 40.
       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-EOF                  PIC X.

      *> Live customers, with the keys the comparison works on.
       01 DC-TABLE.
           05 DC-COUNT            PIC 9(4) VALUE 0.
           05 DC-ENTRY OCCURS 2000 TIMES.
               10 DC-CUST-ID      PIC 9(8).
               10 DC-NAME         PIC X(25).
               10 DC-NRC          PIC X(20).
               10 DC-KEY-NRC      PIC X(20).
               10 DC-KEY-NAME     PIC X(25).
               10 DC-KEY-PHONE    PIC X(15).
               10 DC-DOB          PIC 9(8).
       01 DC-IDX                  PIC 9(4).
       01 DC-IDX2                 PIC 9(4).

      *> Accounts opened before the customer master, still on id 0.
       01 UA-TABLE.
           05 UA-COUNT            PIC 9(4) VALUE 0.
           05 UA-ENTRY OCCURS 2000 TIMES.
               10 UA-ACC-NO       PIC 9(16).
               10 UA-NAME         PIC X(25).
               10 UA-NRC          PIC X(20).
               10 UA-KEY-NRC      PIC X(20).
               10 UA-KEY-NAME     PIC X(25).
               10 UA-KEY-PHONE    PIC X(15).
       01 UA-IDX                  PIC 9(4).

      *> Candidate pairs. PR-KIND C is customer against customer,
      *> A an unlinked account (PR-LEFT-ID is then the account).
       01 PR-TABLE.
           05 PR-COUNT            PIC 9(4) VALUE 0.
           05 PR-ENTRY OCCURS 1000 TIMES.
               10 PR-KIND         PIC X.
               10 PR-LEFT-ID      PIC 9(16).
               10 PR-LEFT-NAME    PIC X(25).
               10 PR-LEFT-NRC     PIC X(20).
               10 PR-RIGHT-ID     PIC 9(8).
               10 PR-RIGHT-NAME   PIC X(25).
               10 PR-RIGHT-NRC    PIC X(20).
               10 PR-SCORE        PIC 9(3).
               10 PR-REASONS      PIC X(24).
       01 PR-IDX                  PIC 9(4).
       01 WS-PAIRS-DROPPED        PIC 9(5) VALUE 0.
       01 WS-PRINT-SCORE          PIC 9(3).
       01 WS-CUST-PAIRS           PIC 9(4) VALUE 0.
       01 WS-ACC-PAIRS            PIC 9(4) VALUE 0.

      *> Normalisation work: WS-NORM-IN is reduced to its letters and
      *> digits (digits only when WS-NORM-DIGITS is Y).
       01 WS-NORM-IN              PIC X(25).
       01 WS-NORM-OUT             PIC X(25).
       01 WS-NORM-DIGITS          PIC X.
       01 WS-NORM-POS             PIC 9(2).
       01 WS-NORM-LEN             PIC 9(2).
       01 WS-NORM-CHAR            PIC X.

      *> One comparison.
       01 WS-SCORE                PIC 9(3).
       01 WS-REASONS              PIC X(24).
       01 WS-REASON-PTR           PIC 9(2).
       01 CMP-NRC-A               PIC X(20).
       01 CMP-NRC-B               PIC X(20).
       01 CMP-NAME-A              PIC X(25).
       01 CMP-NAME-B              PIC X(25).
       01 CMP-PHONE-A             PIC X(15).
       01 CMP-PHONE-B             PIC X(15).
       01 CMP-DOB-A               PIC 9(8).
       01 CMP-DOB-B               PIC 9(8).

       01 FORMAT-SCORE            PIC ZZ9.
       01 WS-KIND-TEXT            PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           IF WS-MIN-SCORE = 0
               MOVE 1 TO WS-MIN-SCORE
           END-IF
           MOVE 0 TO DC-COUNT UA-COUNT PR-COUNT WS-PAIRS-DROPPED
           MOVE 0 TO WS-CUST-PAIRS WS-ACC-PAIRS

           PERFORM LOAD-CUSTOMERS
           PERFORM LOAD-UNLINKED-ACCOUNTS
           PERFORM COMPARE-CUSTOMERS
           PERFORM COMPARE-UNLINKED-ACCOUNTS

           PERFORM OPEN-REPORT
           PERFORM VARYING WS-PRINT-SCORE FROM 100 BY -1
                   UNTIL WS-PRINT-SCORE < WS-MIN-SCORE
               PERFORM VARYING PR-IDX FROM 1 BY 1
                       UNTIL PR-IDX > PR-COUNT
                   IF PR-SCORE(PR-IDX) = WS-PRINT-SCORE
                       PERFORM WRITE-PAIR-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM CLOSE-REPORT

           DISPLAY "Duplicate customer scan complete. "
               WS-CUST-PAIRS " customer pair(s) and " WS-ACC-PAIRS
               " unlinked account(s) to review. Report written to "
               REPORT-FILENAME
           GOBACK.

       LOAD-CUSTOMERS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CUST-ID
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUSTOMER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CUST-MERGED-INTO = 0 AND
                          CUST-NRC(1:5) NOT = "ANON-" AND
                          DC-COUNT < 2000
                           PERFORM STORE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE.

       STORE-CUSTOMER.
           ADD 1 TO DC-COUNT
           MOVE CUST-ID TO DC-CUST-ID(DC-COUNT)
           MOVE CUST-NAME TO DC-NAME(DC-COUNT)
           MOVE CUST-NRC TO DC-NRC(DC-COUNT)
           MOVE CUST-DOB TO DC-DOB(DC-COUNT)
           MOVE CUST-NRC TO WS-NORM-IN
           PERFORM NORMALISE-NRC
           MOVE WS-NORM-OUT TO DC-KEY-NRC(DC-COUNT)
           MOVE CUST-NAME TO WS-NORM-IN
           MOVE 'N' TO WS-NORM-DIGITS
           PERFORM NORMALISE-TEXT
           MOVE WS-NORM-OUT TO DC-KEY-NAME(DC-COUNT)
           MOVE CUST-PHONE TO WS-NORM-IN
           MOVE 'Y' TO WS-NORM-DIGITS
           PERFORM NORMALISE-TEXT
           MOVE WS-NORM-OUT TO DC-KEY-PHONE(DC-COUNT).

       LOAD-UNLINKED-ACCOUNTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT USER-FILE
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO USER-ACC-NO
           START USER-FILE KEY IS NOT LESS THAN USER-ACC-NO
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ USER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF USER-CUSTOMER-ID = 0 AND
                          USER-NRC NOT = SPACES AND
                          UA-COUNT < 2000
                           PERFORM STORE-UNLINKED-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE.

       STORE-UNLINKED-ACCOUNT.
           ADD 1 TO UA-COUNT
           MOVE USER-ACC-NO TO UA-ACC-NO(UA-COUNT)
           MOVE USER-NAME TO UA-NAME(UA-COUNT)
           MOVE USER-NRC TO UA-NRC(UA-COUNT)
           MOVE USER-NRC TO WS-NORM-IN
           PERFORM NORMALISE-NRC
           MOVE WS-NORM-OUT TO UA-KEY-NRC(UA-COUNT)
           MOVE USER-NAME TO WS-NORM-IN
           MOVE 'N' TO WS-NORM-DIGITS
           PERFORM NORMALISE-TEXT
           MOVE WS-NORM-OUT TO UA-KEY-NAME(UA-COUNT)
           MOVE USER-PHONE TO WS-NORM-IN
           MOVE 'Y' TO WS-NORM-DIGITS
           PERFORM NORMALISE-TEXT
           MOVE WS-NORM-OUT TO UA-KEY-PHONE(UA-COUNT).

       COMPARE-CUSTOMERS.
           PERFORM VARYING DC-IDX FROM 1 BY 1 UNTIL DC-IDX > DC-COUNT
               PERFORM VARYING DC-IDX2 FROM DC-IDX BY 1
                       UNTIL DC-IDX2 > DC-COUNT
                   IF DC-IDX2 > DC-IDX
                       MOVE DC-KEY-NRC(DC-IDX) TO CMP-NRC-A
                       MOVE DC-KEY-NRC(DC-IDX2) TO CMP-NRC-B
                       MOVE DC-KEY-NAME(DC-IDX) TO CMP-NAME-A
                       MOVE DC-KEY-NAME(DC-IDX2) TO CMP-NAME-B
                       MOVE DC-KEY-PHONE(DC-IDX) TO CMP-PHONE-A
                       MOVE DC-KEY-PHONE(DC-IDX2) TO CMP-PHONE-B
                       MOVE DC-DOB(DC-IDX) TO CMP-DOB-A
                       MOVE DC-DOB(DC-IDX2) TO CMP-DOB-B
                       PERFORM SCORE-PAIR
                       IF WS-SCORE >= WS-MIN-SCORE
                           PERFORM STORE-CUSTOMER-PAIR
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       STORE-CUSTOMER-PAIR.
           ADD 1 TO WS-CUST-PAIRS
           IF PR-COUNT >= 1000
               ADD 1 TO WS-PAIRS-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PR-COUNT
           MOVE "C" TO PR-KIND(PR-COUNT)
           MOVE DC-CUST-ID(DC-IDX) TO PR-LEFT-ID(PR-COUNT)
           MOVE DC-NAME(DC-IDX) TO PR-LEFT-NAME(PR-COUNT)
           MOVE DC-NRC(DC-IDX) TO PR-LEFT-NRC(PR-COUNT)
           MOVE DC-CUST-ID(DC-IDX2) TO PR-RIGHT-ID(PR-COUNT)
           MOVE DC-NAME(DC-IDX2) TO PR-RIGHT-NAME(PR-COUNT)
           MOVE DC-NRC(DC-IDX2) TO PR-RIGHT-NRC(PR-COUNT)
           MOVE WS-SCORE TO PR-SCORE(PR-COUNT)
           MOVE WS-REASONS TO PR-REASONS(PR-COUNT).

      *> An unlinked account has no date of birth, so a name match
      *> can only ever count as the weaker one.
       COMPARE-UNLINKED-ACCOUNTS.
           PERFORM VARYING UA-IDX FROM 1 BY 1 UNTIL UA-IDX > UA-COUNT
               PERFORM VARYING DC-IDX FROM 1 BY 1
                       UNTIL DC-IDX > DC-COUNT
                   MOVE UA-KEY-NRC(UA-IDX) TO CMP-NRC-A
                   MOVE DC-KEY-NRC(DC-IDX) TO CMP-NRC-B
                   MOVE UA-KEY-NAME(UA-IDX) TO CMP-NAME-A
                   MOVE DC-KEY-NAME(DC-IDX) TO CMP-NAME-B
                   MOVE UA-KEY-PHONE(UA-IDX) TO CMP-PHONE-A
                   MOVE DC-KEY-PHONE(DC-IDX) TO CMP-PHONE-B
                   MOVE 0 TO CMP-DOB-A
                   MOVE DC-DOB(DC-IDX) TO CMP-DOB-B
                   PERFORM SCORE-PAIR
                   IF WS-SCORE >= WS-MIN-SCORE
                       PERFORM STORE-ACCOUNT-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM.

       STORE-ACCOUNT-PAIR.
           ADD 1 TO WS-ACC-PAIRS
           IF PR-COUNT >= 1000
               ADD 1 TO WS-PAIRS-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PR-COUNT
           MOVE "A" TO PR-KIND(PR-COUNT)
           MOVE UA-ACC-NO(UA-IDX) TO PR-LEFT-ID(PR-COUNT)
           MOVE UA-NAME(UA-IDX) TO PR-LEFT-NAME(PR-COUNT)
           MOVE UA-NRC(UA-IDX) TO PR-LEFT-NRC(PR-COUNT)
           MOVE DC-CUST-ID(DC-IDX) TO PR-RIGHT-ID(PR-COUNT)
           MOVE DC-NAME(DC-IDX) TO PR-RIGHT-NAME(PR-COUNT)
           MOVE DC-NRC(DC-IDX) TO PR-RIGHT-NRC(PR-COUNT)
           MOVE WS-SCORE TO PR-SCORE(PR-COUNT)
           MOVE WS-REASONS TO PR-REASONS(PR-COUNT).

       SCORE-PAIR.
           MOVE 0 TO WS-SCORE
           MOVE SPACES TO WS-REASONS
           MOVE 1 TO WS-REASON-PTR
           IF CMP-NRC-A NOT = SPACES AND CMP-NRC-A = CMP-NRC-B
               ADD 50 TO WS-SCORE
               STRING "NRC " DELIMITED BY SIZE
                   INTO WS-REASONS WITH POINTER WS-REASON-PTR
           END-IF
           IF CMP-NAME-A NOT = SPACES AND CMP-NAME-A = CMP-NAME-B
               IF CMP-DOB-A NOT = 0 AND CMP-DOB-A = CMP-DOB-B
                   ADD 30 TO WS-SCORE
                   STRING "NAME+DOB " DELIMITED BY SIZE
                       INTO WS-REASONS WITH POINTER WS-REASON-PTR
               ELSE
                   ADD 15 TO WS-SCORE
                   STRING "NAME " DELIMITED BY SIZE
                       INTO WS-REASONS WITH POINTER WS-REASON-PTR
               END-IF
           ELSE
               IF CMP-DOB-A NOT = 0 AND CMP-DOB-A = CMP-DOB-B
                   ADD 10 TO WS-SCORE
                   STRING "DOB " DELIMITED BY SIZE
                       INTO WS-REASONS WITH POINTER WS-REASON-PTR
               END-IF
           END-IF
           IF CMP-PHONE-A(6:1) NOT = SPACE AND
              CMP-PHONE-A = CMP-PHONE-B
               ADD 20 TO WS-SCORE
               STRING "PHONE" DELIMITED BY SIZE
                   INTO WS-REASONS WITH POINTER WS-REASON-PTR
           END-IF.

      *> Letters and digits only, upper case, and the region number
      *> in front of the township without leading zeros - "01/ABC"
      *> and "1/abc" are the same NRC.
       NORMALISE-NRC.
           MOVE 'N' TO WS-NORM-DIGITS
           PERFORM NORMALISE-TEXT
           PERFORM UNTIL WS-NORM-OUT(1:1) NOT = "0"
               MOVE WS-NORM-OUT(2:24) TO WS-NORM-IN
               MOVE WS-NORM-IN TO WS-NORM-OUT
           END-PERFORM.

       NORMALISE-TEXT.
           MOVE SPACES TO WS-NORM-OUT
           MOVE 0 TO WS-NORM-LEN
           MOVE FUNCTION UPPER-CASE(WS-NORM-IN) TO WS-NORM-IN
           PERFORM VARYING WS-NORM-POS FROM 1 BY 1
                   UNTIL WS-NORM-POS > 25
               MOVE WS-NORM-IN(WS-NORM-POS:1) TO WS-NORM-CHAR
               IF WS-NORM-CHAR IS NUMERIC OR
                  (WS-NORM-DIGITS NOT = 'Y' AND
                   WS-NORM-CHAR >= "A" AND WS-NORM-CHAR <= "Z")
                   ADD 1 TO WS-NORM-LEN
                   MOVE WS-NORM-CHAR TO WS-NORM-OUT(WS-NORM-LEN:1)
               END-IF
           END-PERFORM.

       OPEN-REPORT.
           STRING "CUSTDUP-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM
               "========= PROBABLE DUPLICATE CUSTOMERS ========="
           MOVE SPACES TO REPORT-LINE
           STRING "Run date " WS-TODAY "   minimum score "
               WS-MIN-SCORE
               "   (NRC 50, name+DOB 30, name 15, DOB 10, phone 20)"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "SCORE" TO REPORT-LINE(1:5)
           MOVE "KIND" TO REPORT-LINE(8:4)
           MOVE "CUSTOMER / ACCOUNT" TO REPORT-LINE(17:18)
           MOVE "NAME / NRC" TO REPORT-LINE(35:10)
           MOVE "CUSTOMER" TO REPORT-LINE(62:8)
           MOVE "NAME / NRC" TO REPORT-LINE(72:10)
           MOVE "MATCHED ON" TO REPORT-LINE(99:10)
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-PAIR-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE PR-SCORE(PR-IDX) TO FORMAT-SCORE
           MOVE FORMAT-SCORE TO REPORT-LINE(3:3)
           IF PR-KIND(PR-IDX) = "C"
               MOVE "CUSTOMER" TO WS-KIND-TEXT
               MOVE PR-LEFT-ID(PR-IDX)(9:8) TO REPORT-LINE(17:8)
           ELSE
               MOVE "ACCOUNT" TO WS-KIND-TEXT
               MOVE PR-LEFT-ID(PR-IDX) TO REPORT-LINE(17:16)
           END-IF
           MOVE WS-KIND-TEXT TO REPORT-LINE(8:8)
           MOVE PR-LEFT-NAME(PR-IDX) TO REPORT-LINE(35:25)
           MOVE PR-RIGHT-ID(PR-IDX) TO REPORT-LINE(62:8)
           MOVE PR-RIGHT-NAME(PR-IDX) TO REPORT-LINE(72:25)
           MOVE PR-REASONS(PR-IDX) TO REPORT-LINE(99:24)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE PR-LEFT-NRC(PR-IDX) TO REPORT-LINE(35:20)
           MOVE PR-RIGHT-NRC(PR-IDX) TO REPORT-LINE(72:20)
           WRITE REPORT-LINE.

       CLOSE-REPORT.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Customer pairs: " WS-CUST-PAIRS
               "   unlinked accounts matching a customer: "
               WS-ACC-PAIRS
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-PAIRS-DROPPED > 0
               MOVE SPACES TO REPORT-LINE
               STRING "Listing full - " WS-PAIRS-DROPPED
                   " further pair(s) not shown; raise CUSTDUPMINSCORE"
                   " or merge the ones above and run again."
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE.

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
                              "CUSTDUPMINSCORE"
                               COMPUTE WS-MIN-SCORE =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM CustDupScan.
