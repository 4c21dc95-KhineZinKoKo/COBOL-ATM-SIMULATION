       IDENTIFICATION DIVISION.
       PROGRAM-ID. InsiderCheck.

      *> Staff and insider account control. Called by every program
      *> that lets an operator move money on, reverse on, unlock,
      *> re-PIN or lend on an account, before the change is made.
      *> When the operator is an ADMINS.DAT user and the account's
      *> customer is the operator's own (ADMIN-CUST-ID) or one of
      *> their declared related parties on RELPARTY.DAT, the action
      *> is refused unless a different supervisor steps up through
      *> SupervisorAuth there and then. Every refusal and override
      *> goes to AUDITLOG.DAT, and every override is also appended
      *> to STAFFOVR.DAT for the monthly staff-account exception
      *> report. Customers acting on their own accounts at the ATM
      *> and the batch jobs are not ADMINS.DAT users and pass
      *> straight through.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADMINS-FILE ASSIGN TO "ADMINS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADMIN-USERNAME
               FILE STATUS IS ADMINS-STATUS.

           SELECT RELPARTY-FILE ASSIGN TO "RELPARTY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RP-KEY
               FILE STATUS IS RELPARTY-STATUS.

           SELECT OVERRIDE-FILE ASSIGN TO "STAFFOVR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERRIDE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD ADMINS-FILE.
           COPY "ADMIN-RECORD.cpy".

       FD RELPARTY-FILE.
           COPY "STAFF-RELATED.cpy".

       FD OVERRIDE-FILE.
       01 OVERRIDE-LINE           PIC X(120).

       WORKING-STORAGE SECTION.
       01 AUDIT-LINE              PIC X(120).
       01 ADMINS-STATUS           PIC XX.
       01 RELPARTY-STATUS         PIC XX.
       01 OVERRIDE-STATUS         PIC XX.

       01 WS-STAFF-CUST-ID        PIC 9(8).
       01 WS-RELATION             PIC X(12).
       01 WS-ANSWER               PIC X.
       01 WS-AUTH-OK              PIC X.
       01 WS-SUPERVISOR-ID        PIC X(20).
       01 WS-AUDIT-ACTION         PIC X(20).

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-NOW-TIME             PIC 9(6).

       LINKAGE SECTION.
       01 LNK-IC-OPERATOR         PIC X(20).
       01 LNK-IC-ACC-NO           PIC 9(16).
       01 LNK-IC-CUST-ID          PIC 9(8).
       01 LNK-IC-ACTION           PIC X(12).
       01 LNK-IC-RESULT           PIC X.

       PROCEDURE DIVISION USING LNK-IC-OPERATOR, LNK-IC-ACC-NO,
           LNK-IC-CUST-ID, LNK-IC-ACTION, LNK-IC-RESULT.
       MAIN-PROCEDURE.
           MOVE 'Y' TO LNK-IC-RESULT
           MOVE SPACES TO WS-RELATION
           IF LNK-IC-CUST-ID = 0 OR LNK-IC-OPERATOR = SPACES
               GOBACK
           END-IF

           OPEN INPUT ADMINS-FILE
           IF ADMINS-STATUS NOT = "00"
               GOBACK
           END-IF
           MOVE LNK-IC-OPERATOR TO ADMIN-USERNAME
           READ ADMINS-FILE KEY IS ADMIN-USERNAME
               INVALID KEY
                   CLOSE ADMINS-FILE
                   GOBACK
           END-READ
           MOVE ADMIN-CUST-ID TO WS-STAFF-CUST-ID
           CLOSE ADMINS-FILE

           IF WS-STAFF-CUST-ID NOT = 0 AND
              WS-STAFF-CUST-ID = LNK-IC-CUST-ID
               MOVE "OWN ACCOUNT" TO WS-RELATION
           ELSE
               PERFORM FIND-RELATED-PARTY
           END-IF
           IF WS-RELATION = SPACES
               GOBACK
           END-IF

           DISPLAY "[WARNING]: Account " LNK-IC-ACC-NO " belongs to "
               "customer " LNK-IC-CUST-ID " - "
               FUNCTION TRIM(WS-RELATION) " of operator "
               FUNCTION TRIM(LNK-IC-OPERATOR) "."
           DISPLAY "Staff may not " FUNCTION TRIM(LNK-IC-ACTION)
               " on their own or a related party's account."
           DISPLAY "Supervisor override? (Y/N): "
           ACCEPT WS-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
           MOVE SPACES TO WS-SUPERVISOR-ID
           IF WS-ANSWER = 'Y'
               MOVE 'N' TO WS-AUTH-OK
               CALL "SupervisorAuth" USING WS-AUTH-OK WS-SUPERVISOR-ID
               IF WS-AUTH-OK = 'Y' AND
                  WS-SUPERVISOR-ID = LNK-IC-OPERATOR
                   DISPLAY "The override must come from a different "
                       "supervisor."
                   MOVE 'N' TO WS-AUTH-OK
               END-IF
               IF WS-AUTH-OK = 'Y'
                   PERFORM WRITE-OVERRIDE-LINE
                   MOVE "INSIDER_OVERRIDE" TO WS-AUDIT-ACTION
                   PERFORM WRITE-INSIDER-AUDIT
                   GOBACK
               END-IF
           END-IF

           MOVE 'N' TO LNK-IC-RESULT
           MOVE "INSIDER_BLOCK" TO WS-AUDIT-ACTION
           PERFORM WRITE-INSIDER-AUDIT
           DISPLAY "Action refused - staff/insider account control."
           GOBACK.

       FIND-RELATED-PARTY.
           OPEN INPUT RELPARTY-FILE
           IF RELPARTY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LNK-IC-OPERATOR TO RP-USERNAME
           MOVE LNK-IC-CUST-ID TO RP-CUST-ID
           READ RELPARTY-FILE KEY IS RP-KEY
               NOT INVALID KEY
                   MOVE RP-RELATION TO WS-RELATION
                   IF WS-RELATION = SPACES
                       MOVE "RELATED" TO WS-RELATION
                   END-IF
           END-READ
           CLOSE RELPARTY-FILE.

       WRITE-OVERRIDE-LINE.
           PERFORM DETERMINE-NOW
           OPEN EXTEND OVERRIDE-FILE
           IF OVERRIDE-STATUS = "35"
               OPEN OUTPUT OVERRIDE-FILE
           END-IF
           MOVE SPACES TO OVERRIDE-LINE
           STRING WS-TODAY DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-NOW-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(LNK-IC-OPERATOR) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-SUPERVISOR-ID) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(LNK-IC-ACTION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               LNK-IC-ACC-NO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               LNK-IC-CUST-ID DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-RELATION) DELIMITED BY SIZE
               INTO OVERRIDE-LINE
           END-STRING
           WRITE OVERRIDE-LINE
           CLOSE OVERRIDE-FILE.

       WRITE-INSIDER-AUDIT.
           PERFORM DETERMINE-NOW
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-NOW-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-ACTION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               LNK-IC-ACC-NO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(LNK-IC-ACTION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(LNK-IC-OPERATOR) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-SUPERVISOR-ID) DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           CALL "AuditLogger" USING AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE.

       DETERMINE-NOW.
           ACCEPT WS-SYS-DATE FROM DATE
           STRING "20" WS-SYS-DATE(1:2) DELIMITED BY SIZE
               WS-SYS-DATE(3:2) DELIMITED BY SIZE
               WS-SYS-DATE(5:2) DELIMITED BY SIZE
               INTO WS-TODAY
           ACCEPT WS-NOW-TIME FROM TIME.

       END PROGRAM InsiderCheck.
