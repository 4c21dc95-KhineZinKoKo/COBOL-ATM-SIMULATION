
       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE.
       MAIN-PROCEDURE.
               READ HOLD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
      *> Cardless cash earmarks live and die with their code and
      *> are released by the code's own lifecycle, not by date.
                       IF HOLD-ACTIVE AND
                          HOLD-RELEASE-DATE <= WS-TODAY AND
                          HOLD-CHEQUE-NO NOT = "CARDLESS"
                           MOVE "RELEASED" TO HOLD-STATUS
                           REWRITE HOLD-RECORD
                           ADD 1 TO WS-RELEASED-COUNT
               CLOSE HOLD-FILE
               EXIT PARAGRAPH
           END-IF
           IF HOLD-CHEQUE-NO = "CARDLESS"
               DISPLAY "Hold is a cardless cash earmark, not a "
                   "cheque - cannot bounce."
               CLOSE HOLD-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM DEBIT-LEDGER-BACK
           IF WS-DEBIT-OK = 'Y'
