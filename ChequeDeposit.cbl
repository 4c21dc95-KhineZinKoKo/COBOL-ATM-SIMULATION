           ELSE
               MOVE USER-CURRENCY TO TR-CURRENCY
           END-IF
           MOVE 1                   TO TR-FX-RATE
           MOVE SPACES TO TR-TERMINAL
           CALL "WorkBranch" USING TR-OPERATOR-ID TR-TERMINAL
               USER-BRANCH TR-BRANCH
           COMPUTE TR-AMOUNT  =
               FUNCTION INTEGER-PART(WS-AMOUNT-INPUT)
           COMPUTE TR-DECIMAL =
