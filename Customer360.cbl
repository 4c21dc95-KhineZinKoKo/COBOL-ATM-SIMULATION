      *> were not visible anywhere. This pulls one account's whole
      *> story into one paged inquiry: the USERS.DAT profile, the
      *> most recent transactions, active standing orders in either
      *> direction, the registered nominees on the account and its
      *> open term deposits, saved beneficiaries, recent declines
      *> and recent audit events - a pause between sections so the
      *> teller can read along with the customer. The profile also
      *> carries the customer's AML risk rating from CUSTOMERS.DAT
      *> and, for a HIGH-risk customer, the enhanced-due-diligence
      *> flag the teller must act on before anything else.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS USER-ACC-NO
               FILE STATUS IS FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUSTOMER-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANSACTIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHED-ID
               FILE STATUS IS SCHED-STATUS-CODE.

           SELECT NOMINEE-FILE ASSIGN TO "NOMINEES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOM-KEY
               FILE STATUS IS NOMINEE-STATUS.

           SELECT TERMDEP-FILE ASSIGN TO "TERMDEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ID
               FILE STATUS IS TERMDEP-STATUS.

           SELECT BENEFIC-FILE ASSIGN TO "BENEFIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BENEFIC-STATUS.
       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD SCHED-FILE.
           COPY "SCHEDULED-TRANSFER.cpy".

       FD NOMINEE-FILE.
           COPY "NOMINEE.cpy".

       FD TERMDEP-FILE.
           COPY "TERM-DEPOSIT.cpy".

       FD BENEFIC-FILE.
       01 BENEFIC-LINE            PIC X(60).

       01 WS-PII-TIME             PIC 9(6).
       01 FILE-STATUS             PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 CUSTOMER-STATUS         PIC XX.
       01 SCHED-STATUS-CODE       PIC XX.
       01 BENEFIC-STATUS          PIC XX.
       01 NOMINEE-STATUS          PIC XX.
       01 TERMDEP-STATUS          PIC XX.
       01 DECLINED-STATUS         PIC XX.
       01 AUDIT-STATUS            PIC XX.

       01 WS-FIELD2               PIC X(15).
       01 WS-FIELD3               PIC X(16).
       01 WS-OWNER-ACC            PIC 9(16).
       01 WS-NOM-EOF              PIC X.
       01 WS-NOM-KIND             PIC X.
       01 WS-NOM-REF              PIC 9(16).
       01 FORMAT-SHARE            PIC ZZ9.99.
       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).
       01 LNK-ADMIN-ROLE          PIC X(10).

                   PERFORM PAGE-PAUSE
                   PERFORM SHOW-STANDING-ORDERS
                   PERFORM PAGE-PAUSE
                   PERFORM SHOW-NOMINEES
                   PERFORM PAGE-PAUSE
                   PERFORM SHOW-BENEFICIARIES
                   PERFORM PAGE-PAUSE
                   PERFORM SHOW-DECLINES
           DISPLAY "Linked acc  : " USER-LINKED-ACC
           DISPLAY "Registered  : " USER-REG-DATE
               "  KYC review: " USER-KYC-DATE
           PERFORM SHOW-RISK-RATING
           MOVE "00" TO FILE-STATUS
           CLOSE USER-FILE.

       SHOW-RISK-RATING.
           IF USER-CUSTOMER-ID = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE USER-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-FILE KEY IS CUST-ID
               INVALID KEY
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
           END-READ
           IF CUST-RISK-RATING = SPACES
               DISPLAY "AML risk    : not yet rated"
           ELSE
               DISPLAY "AML risk    : " FUNCTION TRIM(CUST-RISK-RATING)
                   "  score " CUST-RISK-SCORE
                   "  rated " CUST-RISK-DATE
           END-IF
           IF CUST-EDD
               DISPLAY "*** ENHANCED DUE DILIGENCE - HIGH-RISK "
                   "CUSTOMER ***"
           END-IF
           EVALUATE TRUE
               WHEN CUST-STMT-BRANCH
                   DISPLAY "Statements  : collect at branch"
               WHEN CUST-STMT-EMAIL
                   DISPLAY "Statements  : email-ready file"
               WHEN CUST-STMT-NONE
                   DISPLAY "Statements  : none"
               WHEN OTHER
                   DISPLAY "Statements  : paper by post"
           END-EVALUATE
           IF CUST-ADDR-UNVERIFIED
               DISPLAY "*** ADDRESS UNVERIFIED - " CUST-RETMAIL-COUNT
                   " returned statement(s), last " CUST-RETMAIL-DATE
                   " ***"
           END-IF
           DISPLAY "Marketing   : SMS " CUST-CONSENT-SMS
               "  phone " CUST-CONSENT-PHONE
               "  mail " CUST-CONSENT-MAIL
           CLOSE CUSTOMER-FILE.

      *> One sequential pass keeps the newest ten legs touching the
      *> account on either side, sender or receiver.
       SHOW-RECENT-TRANSACTIONS.
               DISPLAY "  (none)"
           END-IF.

      *> Nominees on the account itself, then on each open term
      *> deposit it funds. NRCs are masked like the profile's.
       SHOW-NOMINEES.
           MOVE 0 TO WS-COUNT
           DISPLAY "---- registered nominees ----"
           OPEN INPUT NOMINEE-FILE
           IF NOMINEE-STATUS NOT = "00"
               DISPLAY "  (none)"
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO WS-NOM-KIND
           MOVE WS-ACCNO TO WS-NOM-REF
           PERFORM LIST-REF-NOMINEES

           MOVE 'N' TO WS-EOF
           OPEN INPUT TERMDEP-FILE
           IF TERMDEP-STATUS = "00"
               MOVE 0 TO TD-ID
               START TERMDEP-FILE KEY IS NOT LESS THAN TD-ID
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TERMDEP-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF TD-ACC-NO = WS-ACCNO AND TD-OPEN
                               MOVE "T" TO WS-NOM-KIND
                               MOVE TD-ID TO WS-NOM-REF
                               PERFORM LIST-REF-NOMINEES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERMDEP-FILE
           END-IF
           CLOSE NOMINEE-FILE
           IF WS-PII-CLEAR = 'Y' AND WS-COUNT > 0
               PERFORM WRITE-PII-AUDIT
           END-IF
           IF WS-COUNT = 0
               DISPLAY "  (none)"
           END-IF.

       LIST-REF-NOMINEES.
           MOVE 'N' TO WS-NOM-EOF
           MOVE WS-NOM-KIND TO NOM-KIND
           MOVE WS-NOM-REF TO NOM-REF
           MOVE 0 TO NOM-SEQ
           START NOMINEE-FILE KEY IS NOT LESS THAN NOM-KEY
               INVALID KEY MOVE 'Y' TO WS-NOM-EOF
           END-START
           PERFORM UNTIL WS-NOM-EOF = 'Y'
               READ NOMINEE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-NOM-EOF
                   NOT AT END
                       IF NOM-KIND NOT = WS-NOM-KIND OR
                          NOM-REF NOT = WS-NOM-REF
                           MOVE 'Y' TO WS-NOM-EOF
                       ELSE
                           IF NOT NOM-REMOVED
                               ADD 1 TO WS-COUNT
                               MOVE NOM-NRC TO WS-PII-IN
                               PERFORM MASK-PII
                               MOVE NOM-SHARE TO FORMAT-SHARE
                               IF NOM-ON-ACCOUNT
                                   DISPLAY "  account  "
                                       FUNCTION TRIM(NOM-NAME) " "
                                       FUNCTION TRIM(NOM-RELATION)
                                       " " FORMAT-SHARE "% "
                                       NOM-STATUS
                               ELSE
                                   DISPLAY "  deposit " TD-ID " "
                                       FUNCTION TRIM(NOM-NAME) " "
                                       FUNCTION TRIM(NOM-RELATION)
                                       " " FORMAT-SHARE "% "
                                       NOM-STATUS
                               END-IF
                               DISPLAY "     NRC "
                                   FUNCTION TRIM(WS-PII-OUT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SHOW-BENEFICIARIES.
           MOVE 0 TO WS-COUNT
           MOVE 'N' TO WS-EOF
