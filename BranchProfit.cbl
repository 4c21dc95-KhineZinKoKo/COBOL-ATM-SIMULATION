      *> transfers into the LOANOFFICEACC collection account). The
      *> deposit book per branch comes off USERS.DAT, with growth
      *> against the snapshot BRDEPSNAP.DAT kept from the previous
      *> run; an account whose domicile has moved since the month
      *> end counts at the branch that held it then
      *> (AccBranchAsAt). The contribution line - fees plus loan
      *> income less interest paid - is the figure management ranks
      *> branches by.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10 BR-PRIOR-DEP    PIC S9(15)V99.
       01 BR-IDX                  PIC 9(2).
       01 WS-SEEK-BRANCH          PIC X(4).
       01 WS-AS-AT                PIC 9(8).
       01 WS-CONTRIBUTION         PIC S9(15)V99.

       01 WS-SNAP-MONTH           PIC X(6).

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE.
       MAIN-PROCEDURE.
           END-EVALUATE.

       FOLD-DEPOSIT-BOOK.
           IF WS-MONTH-TO < WS-TODAY
               MOVE WS-MONTH-TO TO WS-AS-AT
           ELSE
               MOVE WS-TODAY TO WS-AS-AT
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT USER-FILE
           IF FILE-STATUS NOT = "00"
                       ELSE
                           MOVE USER-BRANCH TO WS-SEEK-BRANCH
                       END-IF
                       CALL "AccBranchAsAt" USING USER-ACC-NO
                           WS-AS-AT WS-SEEK-BRANCH
                       PERFORM FIND-BRANCH-ROW
                       ADD USER-BALANCE TO BR-DEPOSITS(BR-IDX)
               END-READ
