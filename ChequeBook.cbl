      *> (operator CHQBOOK), and writes one CHQREG.DAT record per
      *> leaf so a presented cheque number can be checked with a
      *> single keyed read. The register is what inward clearing
      *> validates our own cheques against. Placing a stop order
      *> carries the STOPPAYMENT counter tariff (ServiceCharge);
      *> lifting one is free.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 PARAM-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01 STOCK-STATUS            PIC XX.
       01 CHQREG-STATUS           PIC XX.
       01 FILE-STATUS             PIC XX.
       01 WS-CUR-TIME             PIC X(6).
       01 WS-TIME                 PIC 9(8).
       01 WS-BOOK-OPERATOR        PIC X(20) VALUE "CHQBOOK".
       01 WS-SVC-CODE             PIC X(12) VALUE "STOPPAYMENT".
       01 WS-SVC-RESULT           PIC X.

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "USER" TO WS-IJ-KIND
           MOVE USER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           CLOSE USER-FILE

           SUBTRACT 1 FROM STK-BOOKS-ON-HAND

           EVALUATE TRUE
               WHEN CHQ-ISSUED
                   CALL "ServiceCharge" USING WS-SVC-CODE
                       WS-ACC-INPUT LNK-OPERATOR-ID WS-SVC-RESULT
                   IF WS-SVC-RESULT = "N"
                       DISPLAY "Stop not placed."
                   ELSE
                       DISPLAY "Customer reference for the stop "
                           "order: "
                       ACCEPT CHQ-STOP-REF
                       MOVE "STOPPED" TO CHQ-LEAF-STATUS
                       REWRITE CHQ-REG-RECORD
                       DISPLAY "Stop placed on serial " CHQ-SERIAL "."
                   END-IF
               WHEN CHQ-STOPPED
                   DISPLAY "Serial is stopped (ref " CHQ-STOP-REF
                       "). Lift the stop? (Y/N): "
           WRITE TRANSACTION-RECORD INVALID KEY
               DISPLAY "[ERROR]: Writing book fee failed."
           END-WRITE
           MOVE "TRAN" TO WS-IJ-KIND
           MOVE TRANSACTION-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE

           CLOSE TRANSACTION-FILE.

