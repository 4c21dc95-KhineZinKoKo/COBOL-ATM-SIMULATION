      *> own product line, prints the return in the central bank's
      *> fixed-width layout, and keeps this month's totals on
      *> DEPSNAP.DAT so next month's run can fill the movement
      *> column. Balances are returned under the branch that held
      *> the account on the return date (AccBranchAsAt), so a
      *> domicile transfer taking effect later does not move them
      *> early. The run refuses to start until EODReconciliation
      *> has passed for the period-end date - a return built on an
      *> unreconciled book is worse than a late one.


       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE.
       MAIN-PROCEDURE.
                       ELSE
                           MOVE USER-BRANCH TO WS-SEEK-BRANCH
                       END-IF
                       CALL "AccBranchAsAt" USING USER-ACC-NO
                           WS-TODAY WS-SEEK-BRANCH
                       IF USER-CURRENCY = SPACES
                           MOVE "MMK" TO WS-SEEK-CCY
                       ELSE
                       END-IF
               END-READ
               CLOSE USER-FILE
           END-IF
           CALL "AccBranchAsAt" USING TD-ACC-NO WS-TODAY WS-TD-BRANCH.

       BUMP-BUCKET.
           MOVE 'N' TO WS-BKT-FOUND
