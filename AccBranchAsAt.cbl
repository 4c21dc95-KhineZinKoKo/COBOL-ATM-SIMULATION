       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccBranchAsAt.

      *> Branch that held an account on a given date. The caller
      *> passes the account, the as-at date and the account's
      *> current USER-BRANCH; when a domicile transfer applied on
      *> DOMXFER.DAT takes effect after the as-at date, the branch
      *> handed back is the one the earliest such transfer moved the
      *> account from. With no later transfer (or no transfer file)
      *> the current branch stands. Reports that attribute balances
      *> to branches for a date call this instead of trusting
      *> USER-BRANCH alone.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOMXFER-FILE ASSIGN TO "DOMXFER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DX-ID
               ALTERNATE RECORD KEY IS DX-ACC-NO WITH DUPLICATES
               FILE STATUS IS DOMXFER-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD DOMXFER-FILE.
           COPY "DOM-TRANSFER.cpy".

       WORKING-STORAGE SECTION.
       01 DOMXFER-STATUS          PIC XX.
       01 WS-EOF                  PIC X.
       01 WS-EARLIEST             PIC 9(8).

       LINKAGE SECTION.
       01 LNK-ACC-NO              PIC 9(16).
       01 LNK-AS-AT               PIC 9(8).
       01 LNK-BRANCH              PIC X(4).

       PROCEDURE DIVISION USING LNK-ACC-NO, LNK-AS-AT, LNK-BRANCH.
       MAIN-PROCEDURE.
           OPEN INPUT DOMXFER-FILE
           IF DOMXFER-STATUS NOT = "00"
               GOBACK
           END-IF
           MOVE 99999999 TO WS-EARLIEST
           MOVE 'N' TO WS-EOF
           MOVE LNK-ACC-NO TO DX-ACC-NO
           START DOMXFER-FILE KEY IS EQUAL TO DX-ACC-NO
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ DOMXFER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DX-ACC-NO NOT = LNK-ACC-NO
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF DX-APPLIED AND
                              DX-EFFECTIVE > LNK-AS-AT AND
                              DX-EFFECTIVE < WS-EARLIEST
                               MOVE DX-EFFECTIVE TO WS-EARLIEST
                               MOVE DX-FROM-BRANCH TO LNK-BRANCH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DOMXFER-FILE
           GOBACK.

       END PROGRAM AccBranchAsAt.
