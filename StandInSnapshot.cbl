       IDENTIFICATION DIVISION.
       PROGRAM-ID. StandInSnapshot.

      *> Takes the stand-in snapshot at the start of the batch
      *> window. EODBatchRunner calls it straight after setting the
      *> system OFFLINE, before the first step moves any money, so
      *> STANDINSNAP.DAT holds each account exactly as the day
      *> closed it: the ledger balance, the cheque-clearing and
      *> legal holds active on it, the overdraft limit, the type's
      *> minimum balance from ACCTYPES.DAT and whether the account
      *> may be served in stand-in at all (see STANDIN-SNAPSHOT.cpy).
      *> StandInAuth answers the ATM from this copy until the night
      *> chain brings the system back ONLINE. The file is rebuilt
      *> every night; stand-in withdrawals still waiting on
      *> STANDINQ.DAT from an earlier window are charged against
      *> the new snapshot by StandInAuth, so nothing is lost by
      *> rebuilding it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ACC-NO
               FILE STATUS IS FILE-STATUS.

           SELECT SNAP-FILE ASSIGN TO "STANDINSNAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-ACC-NO
               FILE STATUS IS SNAP-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUSTOMER-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-ID
               FILE STATUS IS HOLD-STATUS-CODE.

           SELECT LEGALHOLD-FILE ASSIGN TO "LEGALHOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-ID
               FILE STATUS IS LEGALHOLD-STATUS.

           SELECT ACCTYPE-FILE ASSIGN TO "ACCTYPES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCTYPE-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD SNAP-FILE.
           COPY "STANDIN-SNAPSHOT.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD HOLD-FILE.
           COPY "CHEQUE-HOLD.cpy".

       FD LEGALHOLD-FILE.
           COPY "LEGAL-HOLD.cpy".

       FD ACCTYPE-FILE.
       01 ACCTYPE-LINE            PIC X(120).

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS             PIC XX.
       01 SNAP-STATUS             PIC XX.
       01 CUSTOMER-STATUS         PIC XX.
       01 HOLD-STATUS-CODE        PIC XX.
       01 LEGALHOLD-STATUS        PIC XX.
       01 ACCTYPE-STATUS          PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 AUDIT-LINE              PIC X(120).
       01 WS-AUDIT-TIME           PIC 9(6).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-CAL-TODAY            PIC 9(8).
       01 WS-TAKEN-TIME           PIC 9(6).

       01 WS-USER-EOF             PIC X.
       01 WS-HOLD-EOF             PIC X.
       01 WS-LH-EOF               PIC X.
       01 WS-CUSTOMERS-OPEN       PIC X VALUE 'N'.
       01 WS-ACCOUNT-COUNT        PIC 9(7) VALUE 0.
       01 WS-SERVABLE-COUNT       PIC 9(7) VALUE 0.

      *> Minimum balance by account type, from ACCTYPES.DAT.
       01 WS-AT-FIELD OCCURS 3 TIMES PIC X(20).
       01 ACCTYPE-TABLE.
           05 AT-COUNT            PIC 9(2) VALUE 0.
           05 AT-ENTRY OCCURS 20 TIMES.
               10 AT-TYPE         PIC X(10).
               10 AT-MIN-BALANCE  PIC 9(15)V99.
       01 AT-IDX                  PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           PERFORM LOAD-ACCOUNT-TYPES
           ACCEPT WS-TAKEN-TIME FROM TIME
           MOVE 0 TO WS-ACCOUNT-COUNT WS-SERVABLE-COUNT

           OPEN INPUT USER-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "[ERROR]: USERS.DAT unavailable - no stand-in "
                   "snapshot taken."
               GOBACK
           END-IF
           OPEN OUTPUT SNAP-FILE
           IF SNAP-STATUS NOT = "00"
               DISPLAY "[ERROR]: Could not create STANDINSNAP.DAT."
               CLOSE USER-FILE
               GOBACK
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-STATUS = "00"
               MOVE 'Y' TO WS-CUSTOMERS-OPEN
           END-IF

           MOVE 'N' TO WS-USER-EOF
           MOVE 0 TO USER-ACC-NO
           START USER-FILE KEY IS NOT LESS THAN USER-ACC-NO
               INVALID KEY MOVE 'Y' TO WS-USER-EOF
           END-START
           PERFORM UNTIL WS-USER-EOF = 'Y'
               READ USER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-USER-EOF
                   NOT AT END
                       PERFORM SNAP-ONE-ACCOUNT
               END-READ
           END-PERFORM

           IF WS-CUSTOMERS-OPEN = 'Y'
               CLOSE CUSTOMER-FILE
           END-IF
           CLOSE SNAP-FILE
           CLOSE USER-FILE

           PERFORM ADD-CHEQUE-HOLDS
           PERFORM ADD-LEGAL-HOLDS

           DISPLAY "Stand-in snapshot accounts   : " WS-ACCOUNT-COUNT
           DISPLAY "Servable in stand-in         : " WS-SERVABLE-COUNT
           PERFORM WRITE-AUDIT-LOG
           GOBACK.

       SNAP-ONE-ACCOUNT.
           INITIALIZE STANDIN-SNAP-RECORD
           MOVE USER-ACC-NO TO SS-ACC-NO
           MOVE USER-BALANCE TO SS-BALANCE
           MOVE 0 TO SS-HOLDS
           MOVE USER-OD-LIMIT TO SS-OD-LIMIT
           MOVE USER-STATUS TO SS-STATUS
           IF USER-CURRENCY = SPACES
               MOVE "MMK" TO SS-CCY
           ELSE
               MOVE USER-CURRENCY TO SS-CCY
           END-IF
           MOVE 0 TO SS-MIN-BALANCE
           PERFORM VARYING AT-IDX FROM 1 BY 1 UNTIL AT-IDX > AT-COUNT
               IF AT-TYPE(AT-IDX) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(USER-ACC-TYPE))
                   MOVE AT-MIN-BALANCE(AT-IDX) TO SS-MIN-BALANCE
               END-IF
           END-PERFORM
           MOVE WS-TODAY TO SS-WINDOW-DATE
           MOVE WS-TAKEN-TIME TO SS-TAKEN-TIME

           MOVE 'N' TO SS-STANDIN-OK
           IF USER-STATUS = "ACTIVE"
               MOVE 'Y' TO SS-STANDIN-OK
               PERFORM CHECK-HOLDER
           END-IF

           WRITE STANDIN-SNAP-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not snapshot account "
                       USER-ACC-NO
               NOT INVALID KEY
                   ADD 1 TO WS-ACCOUNT-COUNT
                   IF SS-SERVABLE
                       ADD 1 TO WS-SERVABLE-COUNT
                   END-IF
           END-WRITE.

      *> A minor moves money only with the guardian present and a
      *> business account under its signing mandate - neither can
      *> be checked at the machine overnight. A deceased holder's
      *> account is frozen for the estate.
       CHECK-HOLDER.
           IF USER-CUSTOMER-ID = 0 OR WS-CUSTOMERS-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE USER-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUST-GUARDIAN-ID NOT = 0 OR CUST-BUSINESS
                      OR CUST-DECEASED = 'Y'
                       MOVE 'N' TO SS-STANDIN-OK
                   END-IF
           END-READ.

      *> Sum of ACTIVE cheque-clearing holds, account by account.
       ADD-CHEQUE-HOLDS.
           OPEN INPUT HOLD-FILE
           IF HOLD-STATUS-CODE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O SNAP-FILE
           MOVE 'N' TO WS-HOLD-EOF
           MOVE 0 TO HOLD-ID
           START HOLD-FILE KEY IS NOT LESS THAN HOLD-ID
               INVALID KEY MOVE 'Y' TO WS-HOLD-EOF
           END-START
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ HOLD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       IF HOLD-ACTIVE
                           MOVE HOLD-ACC-NO TO SS-ACC-NO
                           READ SNAP-FILE KEY IS SS-ACC-NO
                               NOT INVALID KEY
                                   ADD HOLD-AMOUNT TO SS-HOLDS
                                   REWRITE STANDIN-SNAP-RECORD
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SNAP-FILE
           CLOSE HOLD-FILE.

      *> Court orders in force today, on the wall calendar as the
      *> posting programs judge them. An order for amount zero
      *> freezes the whole balance.
       ADD-LEGAL-HOLDS.
           ACCEPT WS-SYS-DATE FROM DATE
           STRING "20" WS-SYS-DATE(1:2) DELIMITED BY SIZE
               WS-SYS-DATE(3:2) DELIMITED BY SIZE
               WS-SYS-DATE(5:2) DELIMITED BY SIZE
               INTO WS-CAL-TODAY
           OPEN INPUT LEGALHOLD-FILE
           IF LEGALHOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O SNAP-FILE
           MOVE 'N' TO WS-LH-EOF
           MOVE 0 TO LH-ID
           START LEGALHOLD-FILE KEY IS GREATER THAN LH-ID
               INVALID KEY MOVE 'Y' TO WS-LH-EOF
           END-START
           PERFORM UNTIL WS-LH-EOF = 'Y'
               READ LEGALHOLD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LH-EOF
                   NOT AT END
                       IF LH-ACTIVE AND LH-EFFECTIVE <= WS-CAL-TODAY
                          AND (LH-EXPIRY = 0 OR
                               LH-EXPIRY >= WS-CAL-TODAY)
                           MOVE LH-ACC-NO TO SS-ACC-NO
                           READ SNAP-FILE KEY IS SS-ACC-NO
                               NOT INVALID KEY
                                   IF LH-AMOUNT = 0
                                       IF SS-BALANCE > 0
                                           ADD SS-BALANCE TO SS-HOLDS
                                       END-IF
                                   ELSE
                                       ADD LH-AMOUNT TO SS-HOLDS
                                   END-IF
                                   REWRITE STANDIN-SNAP-RECORD
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SNAP-FILE
           CLOSE LEGALHOLD-FILE.

       LOAD-ACCOUNT-TYPES.
           MOVE 0 TO AT-COUNT
           OPEN INPUT ACCTYPE-FILE
           IF ACCTYPE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ACCTYPE-STATUS NOT = "00"
               READ ACCTYPE-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       MOVE SPACES TO WS-AT-FIELD(1) WS-AT-FIELD(2)
                           WS-AT-FIELD(3)
                       UNSTRING ACCTYPE-LINE DELIMITED BY ","
                           INTO WS-AT-FIELD(1) WS-AT-FIELD(2)
                                WS-AT-FIELD(3)
                       IF WS-AT-FIELD(1) NOT = SPACES AND
                          FUNCTION TEST-NUMVAL(WS-AT-FIELD(2)) = 0 AND
                          FUNCTION TEST-NUMVAL(WS-AT-FIELD(3)) = 0 AND
                          AT-COUNT < 20
                           ADD 1 TO AT-COUNT
                           MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(WS-AT-FIELD(1)))
                               TO AT-TYPE(AT-COUNT)
                           COMPUTE AT-MIN-BALANCE(AT-COUNT) =
                               FUNCTION NUMVAL(WS-AT-FIELD(3))
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCTYPE-FILE.

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               ",STANDIN_SNAPSHOT,N/A," DELIMITED BY SIZE
               WS-ACCOUNT-COUNT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-SERVABLE-COUNT DELIMITED BY SIZE
               ",EODBATCH" DELIMITED BY SIZE
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

       END PROGRAM StandInSnapshot.
