      *> alternate key on TRANSACTIONS.dat (falling back to the
      *> yearly archives), and regenerates a receipt clearly marked
      *> DUPLICATE - listing every other leg of the same group
      *> (fees, linked-account pulls, reversals) underneath. Each
      *> reprint carries the RECEIPTCOPY counter tariff, charged to
      *> the account of the original transaction through
      *> ServiceCharge.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 T-TYPE                  PIC X(9).
       01 WS-AMOUNT               PIC 9(15)V99.
       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-SVC-CODE             PIC X(12) VALUE "RECEIPTCOPY".
       01 WS-SVC-ACC              PIC 9(16).
       01 WS-SVC-RESULT           PIC X.

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
       MAIN-PROCEDURE.
           IF ADMIN-CHOICE = 30

                           "looked up through Transaction Code "
                           "Lookup.)"
                   NOT INVALID KEY
                       PERFORM CHARGE-AND-PRINT
               END-READ

               DISPLAY "Reprint another receipt? (Y/N): "
           END-IF
           GOBACK.

      *> The charge posts to TRANSACTIONS.dat itself, so the file
      *> is released for the call and the transaction read again.
       CHARGE-AND-PRINT.
           MOVE TR-ACC-NO TO WS-SVC-ACC
           CLOSE TRANSACTION-FILE
           CALL "ServiceCharge" USING WS-SVC-CODE WS-SVC-ACC
               LNK-OPERATOR-ID WS-SVC-RESULT
           OPEN INPUT TRANSACTION-FILE
           IF WS-SVC-RESULT = "N"
               DISPLAY "Duplicate not printed."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOKUP-CDE TO TRANSACTION-CDE
           READ TRANSACTION-FILE KEY IS TRANSACTION-CDE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM PRINT-DUPLICATE.

       PRINT-DUPLICATE.
           MOVE TR-GROUP-ID TO WS-MAIN-GROUP
           MOVE TRANSACTION-CDE TO WS-MAIN-CDE
