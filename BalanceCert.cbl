      *> certificate issued is appended to CERTLOG.DAT (serial,
      *> account, date, operator), so any certificate the bank ever
      *> stamped can be traced; the next serial is the line count of
      *> that log plus one. The BALCERT counter tariff is taken
      *> through ServiceCharge before the certificate is produced.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-EOF                  PIC X.
       01 WS-ACC-INPUT            PIC 9(16).
       01 WS-SERIAL               PIC 9(6).
       01 WS-SVC-CODE             PIC X(12) VALUE "BALCERT".
       01 WS-SVC-RESULT           PIC X.

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
           END-READ
           CLOSE USERS-FILE

           CALL "ServiceCharge" USING WS-SVC-CODE WS-ACC-INPUT
               LNK-OPERATOR-ID WS-SVC-RESULT
           IF WS-SVC-RESULT = "N"
               DISPLAY "Certificate not issued."
               EXIT PARAGRAPH
           END-IF
      *> The charge has moved the balance; certify what now stands.
           OPEN INPUT USERS-FILE
           MOVE WS-ACC-INPUT TO USER-ACC-NO
           READ USERS-FILE KEY IS USER-ACC-NO
               INVALID KEY CONTINUE
           END-READ
           CLOSE USERS-FILE

           PERFORM NEXT-SERIAL
           PERFORM WRITE-CERTIFICATE
           PERFORM WRITE-ISSUE-LOG
