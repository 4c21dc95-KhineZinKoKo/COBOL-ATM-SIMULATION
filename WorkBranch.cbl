       IDENTIFICATION DIVISION.
       PROGRAM-ID. WorkBranch.

      *> The branch a posting was done at, for TR-BRANCH. A posting
      *> from an ATM belongs to the branch the machine is registered
      *> to on TERMINALS.DAT; a counter posting belongs to the home
      *> branch of the admin on ADMINS.DAT who keyed it. Anything
      *> else - batch jobs, customer self-service without a
      *> terminal, or a machine or operator that is not on file -
      *> keeps the account's own branch passed in, so those
      *> postings stay in the account's branch as they always
      *> have. GlPosting raises the inter-branch entries wherever
      *> the branch returned differs from the account's USER-BRANCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMINAL-FILE ASSIGN TO "TERMINALS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-ID
               FILE STATUS IS TERMINAL-STATUS.

           SELECT ADMINS-FILE ASSIGN TO "ADMINS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADMIN-USERNAME
               FILE STATUS IS ADMINS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD TERMINAL-FILE.
           COPY "TERMINAL-RECORD.cpy".

       FD ADMINS-FILE.
           COPY "ADMIN-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 TERMINAL-STATUS         PIC XX.
       01 ADMINS-STATUS           PIC XX.

       LINKAGE SECTION.
       01 LNK-OPERATOR-ID         PIC X(20).
       01 LNK-TERMINAL-ID         PIC X(8).
       01 LNK-ACC-BRANCH          PIC X(4).
       01 RTN-BRANCH              PIC X(4).

       PROCEDURE DIVISION USING LNK-OPERATOR-ID, LNK-TERMINAL-ID,
           LNK-ACC-BRANCH, RTN-BRANCH.
       MAIN-PROCEDURE.
           IF LNK-ACC-BRANCH = SPACES
               MOVE "0001" TO RTN-BRANCH
           ELSE
               MOVE LNK-ACC-BRANCH TO RTN-BRANCH
           END-IF

           IF LNK-TERMINAL-ID NOT = SPACES
               PERFORM FIND-TERMINAL-BRANCH
           ELSE
               IF LNK-OPERATOR-ID NOT = SPACES
                   PERFORM FIND-OPERATOR-BRANCH
               END-IF
           END-IF
           GOBACK.

       FIND-TERMINAL-BRANCH.
           OPEN INPUT TERMINAL-FILE
           IF TERMINAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LNK-TERMINAL-ID TO TERM-ID
           READ TERMINAL-FILE KEY IS TERM-ID
               NOT INVALID KEY
                   IF TERM-BRANCH NOT = SPACES
                       MOVE TERM-BRANCH TO RTN-BRANCH
                   END-IF
           END-READ
           CLOSE TERMINAL-FILE.

       FIND-OPERATOR-BRANCH.
           OPEN INPUT ADMINS-FILE
           IF ADMINS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LNK-OPERATOR-ID TO ADMIN-USERNAME
           READ ADMINS-FILE KEY IS ADMIN-USERNAME
               NOT INVALID KEY
                   IF ADMIN-BRANCH NOT = SPACES
                       MOVE ADMIN-BRANCH TO RTN-BRANCH
                   END-IF
           END-READ
           CLOSE ADMINS-FILE.

       END PROGRAM WorkBranch.
