                   FUNCTION DATE-OF-INTEGER(WS-JULIAN)
               MOVE WS-TODAY TO TD-OPEN-DATE
               REWRITE TERM-DEPOSIT-RECORD
               MOVE "TDPU" TO WS-IJ-KIND
               MOVE TERM-DEPOSIT-RECORD TO WS-IJ-IMAGE
               CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
               ADD 1 TO WS-ROLLED-COUNT
               DISPLAY "Deposit " TD-ID " rolled over to "
                   TD-MATURITY "."

               MOVE "MATURED" TO TD-STATUS
               REWRITE TERM-DEPOSIT-RECORD
               MOVE "TDPU" TO WS-IJ-KIND
               MOVE TERM-DEPOSIT-RECORD TO WS-IJ-IMAGE
               CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
               ADD 1 TO WS-MATURED-COUNT
               COMPUTE WS-PAID-TOTAL =
                   WS-PAID-TOTAL + TD-PRINCIPAL + WS-INTEREST
