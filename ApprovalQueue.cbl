      *> the existing program - DeleteAcc, ResetPIN or
      *> ReverseTransaction - for the checker to complete against
      *> the approved target shown on screen. A rejection just
      *> closes the request with the checker's identity. A LOANAPP
      *> request is a credit decision: approving or rejecting it
      *> moves the LOANAPPS.DAT application to APPROVED or DECLINED
      *> under the checker's identity, ready for LoanMaint. A
      *> JVOUCHER request is a manual journal voucher: JournalPost
      *> posts it on approval or closes it on rejection.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS APPR-ID
               FILE STATUS IS APPROVAL-STATUS.

           SELECT LOANAPP-FILE ASSIGN TO "LOANAPPS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-ID
               FILE STATUS IS LOANAPP-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD APPROVAL-FILE.
           COPY "APPROVAL-RECORD.cpy".

       FD LOANAPP-FILE.
           COPY "LOAN-APPLICATION.cpy".

       WORKING-STORAGE SECTION.
       01 AUDIT-LINE              PIC X(120).
       01 APPROVAL-STATUS         PIC XX.
       01 LOANAPP-STATUS          PIC XX.
       01 WS-LOAN-STAGE           PIC X(9).

       01 WS-EOF                  PIC X.
       01 WS-AGAIN                PIC X VALUE 'Y'.
       01 WS-PENDING-COUNT        PIC 9(4).

       01 WS-CALL-TEMP            PIC 9 VALUE 1.
       01 WS-CALL-CHOICE          PIC 999.
       01 WS-JV-NO                PIC 9(6).
       01 WS-JV-DECISION          PIC X.

       01 WS-AUDIT-DATE           PIC 9(8).
       01 WS-AUDIT-TIME           PIC 9(6).

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
                   MOVE LNK-OPERATOR-ID TO APPR-CHECKER
                   REWRITE APPROVAL-RECORD
                   PERFORM WRITE-APPROVAL-AUDIT
                   IF APPR-LOANAPP
                       MOVE "DECLINED" TO WS-LOAN-STAGE
                       PERFORM RECORD-LOAN-DECISION
                   END-IF
                   IF APPR-JVOUCHER
                       MOVE "R" TO WS-JV-DECISION
                       PERFORM DECIDE-JOURNAL-VOUCHER
                   END-IF
                   DISPLAY "Request rejected."
               WHEN OTHER
                   DISPLAY "Left pending."
                   CALL "ReverseTransaction"
                       USING WS-CALL-TEMP WS-CALL-CHOICE
                       LNK-OPERATOR-ID
               WHEN APPR-LOANAPP
                   MOVE "APPROVED" TO WS-LOAN-STAGE
                   PERFORM RECORD-LOAN-DECISION
               WHEN APPR-JVOUCHER
                   MOVE "A" TO WS-JV-DECISION
                   PERFORM DECIDE-JOURNAL-VOUCHER
           END-EVALUATE

           MOVE "DONE" TO APPR-STATUS
           CALL "AuditLogger" USING AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE.

      *> The application must still be the assessed one that was
      *> put to the checker - anything else means it moved on by
      *> another route and is left alone.
       RECORD-LOAN-DECISION.
           OPEN I-O LOANAPP-FILE
           IF LOANAPP-STATUS NOT = "00"
               DISPLAY "[ERROR]: Loan application file unavailable."
               EXIT PARAGRAPH
           END-IF
           MOVE APPR-TARGET TO APP-ID
           READ LOANAPP-FILE
               INVALID KEY
                   DISPLAY "[ERROR]: Loan application " APP-ID
                       " not found."
                   CLOSE LOANAPP-FILE
                   EXIT PARAGRAPH
           END-READ
           IF NOT APP-ASSESSED OR APP-APPR-ID NOT = APPR-ID
               DISPLAY "Loan application " APP-ID " is " APP-STAGE
                   " - decision not recorded."
               CLOSE LOANAPP-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOAN-STAGE TO APP-STAGE
           MOVE WS-AUDIT-DATE TO APP-DECIDED-DATE
           MOVE LNK-OPERATOR-ID TO APP-DECIDED-BY
           REWRITE LOAN-APP-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not record the decision."
               NOT INVALID KEY
                   DISPLAY "Loan application " APP-ID " "
                       APP-STAGE "."
           END-REWRITE
           CLOSE LOANAPP-FILE.

       DECIDE-JOURNAL-VOUCHER.
           MOVE APPR-TARGET TO WS-JV-NO
           CALL "JournalPost" USING WS-JV-NO APPR-ID WS-JV-DECISION
               LNK-OPERATOR-ID.

       END PROGRAM ApprovalQueue.
