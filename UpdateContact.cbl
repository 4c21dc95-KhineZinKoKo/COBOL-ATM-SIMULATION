               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUSTOMER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-FILE.
           COPY "USER-RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01  AUDIT-LINE            PIC X(120).
       01  WS-ACCNO              PIC 9(16).
       01  WS-CONFIRM            PIC X(1).
       01  WS-DATE               PIC X(10).
       01  WS-HOLD-RECORD        PIC X(319).
       01  WS-MODE-CHOICE        PIC X.
       01  CUSTOMER-STATUS       PIC XX.
       01  WS-CUST-FOUND         PIC X.
       01  WS-TODAY              PIC 9(8).
       01  WS-RETURN-DATE        PIC 9(8).
       01  WS-PREF-INPUT         PIC X.
       01  WS-AUDIT-ACTION       PIC X(20).
       01  WS-AUDIT-DETAIL       PIC X(20).

       LINKAGE SECTION.
       01 TEMP       PIC 9.
       01 ADMIN-CHOICE    PIC 999.
       01 LNK-OPERATOR-ID PIC X(20).
      *> Non-zero when the customer's own login is forced through
      *> here because post to the address came back: that account
      *> only, change or confirm only, one pass.
       01 LNK-FORCED-ACC  PIC 9(16).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID,
           LNK-FORCED-ACC.
       MAIN-PROCEDURE.

           IF ADMIN-CHOICE = 9
           END-IF

           PERFORM UNTIL WS-AGAIN NOT = 'Y' AND WS-AGAIN NOT = 'y'
           IF LNK-FORCED-ACC NOT = 0
               MOVE LNK-FORCED-ACC TO WS-ACCNO
           ELSE
               DISPLAY "Enter Account Number: "
               ACCEPT WS-ACCNO
           END-IF
           MOVE WS-ACCNO TO USER-ACC-NO

           READ USER-FILE KEY IS USER-ACC-NO
      *> Confirming the details unchanged is itself a KYC review
      *> event - the regulator wants the confirmation on record,
      *> not just edits.
                   PERFORM SHOW-STATEMENT-DELIVERY
                   DISPLAY "C = change details, K = confirm details "
                       "unchanged (KYC review): "
                   IF LNK-FORCED-ACC = 0
                       DISPLAY "R = record returned mail, D = "
                           "statement delivery preference, "
                           "M = marketing consent: "
                   END-IF
                   ACCEPT WS-MODE-CHOICE
                   MOVE FUNCTION UPPER-CASE(WS-MODE-CHOICE)
                       TO WS-MODE-CHOICE
                   IF LNK-FORCED-ACC NOT = 0 AND
                      WS-MODE-CHOICE NOT = "K"
                       MOVE "C" TO WS-MODE-CHOICE
                   END-IF
                   EVALUATE TRUE
                   WHEN WS-MODE-CHOICE = "R"
                       PERFORM RECORD-RETURNED-MAIL
                   WHEN WS-MODE-CHOICE = "D"
                       PERFORM SET-STATEMENT-DELIVERY
                   WHEN WS-MODE-CHOICE = "M"
                       PERFORM SET-MARKETING-CONSENT
                   WHEN WS-MODE-CHOICE = "K"
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO USER-KYC-DATE
                       REWRITE USER-RECORD
                                   "- KYC review recorded."
                               MOVE USER-ACC-NO TO UPDATED-ACC-NO
                               PERFORM WRITE-KYC-AUDIT
                               MOVE "USER" TO WS-IJ-KIND
                               MOVE USER-RECORD TO WS-IJ-IMAGE
                               CALL "ImageJournal"
                                   USING WS-IJ-KIND WS-IJ-IMAGE
                               PERFORM CLEAR-ADDRESS-FLAG
                       END-REWRITE
                   WHEN OTHER
                   DISPLAY "Enter New Phone Number : "
                   ACCEPT USER-PHONE
                   DISPLAY "Enter New Address : "
           "-------------"
                       MOVE USER-ACC-NO TO UPDATED-ACC-NO
                       PERFORM WRITE-AUDIT-LOG
                       MOVE "USER" TO WS-IJ-KIND
                       MOVE USER-RECORD TO WS-IJ-IMAGE
                       CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
                       PERFORM CLEAR-ADDRESS-FLAG
                       END-REWRITE
                   ELSE
                       DISPLAY "Contact update cancelled by admin."
           DISPLAY "---------------------------------------------------"
           "-------------"
                   END-IF
                   END-EVALUATE
               END-IF
           END-READ

           IF LNK-FORCED-ACC NOT = 0
               MOVE 'N' TO WS-AGAIN
           ELSE
            DISPLAY "Do you want to update contact details for "
            "another account? (Y/N): "
               ACCEPT WS-AGAIN
           END-IF
           DISPLAY "---------------------------------------------------"
           "-------------"
           END-PERFORM

           CLOSE USER-FILE
           MOVE 'Y' TO WS-AGAIN
           IF LNK-FORCED-ACC = 0
               DISPLAY "Press ENTER to return to ATM Menu..."
               ACCEPT DUMMY
           END-IF
           END-IF

           GOBACK.
           CALL "AuditLogger" USING AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE.

      *> Statement delivery and returned mail live on the customer
      *> master; an account opened before it is always posted to.
       READ-ACCOUNT-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND
           IF USER-CUSTOMER-ID = 0
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CUSTOMER-FILE
           IF CUSTOMER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE USER-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-FILE KEY IS CUST-ID
               INVALID KEY
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE 'Y' TO WS-CUST-FOUND.

       REWRITE-ACCOUNT-CUSTOMER.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Error: could not update the customer "
                       "record."
               NOT INVALID KEY
                   MOVE "CUSU" TO WS-IJ-KIND
                   MOVE CUSTOMER-RECORD TO WS-IJ-IMAGE
                   CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
                   PERFORM WRITE-CUSTOMER-AUDIT
           END-REWRITE.

       SHOW-STATEMENT-DELIVERY.
           PERFORM READ-ACCOUNT-CUSTOMER
           IF WS-CUST-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN CUST-STMT-BRANCH
                   DISPLAY "Statements    : collect at branch"
               WHEN CUST-STMT-EMAIL
                   DISPLAY "Statements    : email-ready file"
               WHEN CUST-STMT-NONE
                   DISPLAY "Statements    : none"
               WHEN OTHER
                   DISPLAY "Statements    : paper by post"
           END-EVALUATE
           IF CUST-ADDR-UNVERIFIED
               DISPLAY "*** ADDRESS UNVERIFIED - " CUST-RETMAIL-COUNT
                   " statement(s) returned, last " CUST-RETMAIL-DATE
                   " ***"
           END-IF
           DISPLAY "Marketing     : SMS " CUST-CONSENT-SMS
               "  phone " CUST-CONSENT-PHONE
               "  mail " CUST-CONSENT-MAIL
           CLOSE CUSTOMER-FILE.

      *> The first return is enough: paper stops until the address
      *> is confirmed or changed here.
       RECORD-RETURNED-MAIL.
           PERFORM READ-ACCOUNT-CUSTOMER
           IF WS-CUST-FOUND NOT = 'Y'
               DISPLAY "Account has no customer record - returned "
                   "mail cannot be recorded."
               EXIT PARAGRAPH
           END-IF
           PERFORM DETERMINE-TODAY
           DISPLAY "Date the post came back (YYYYMMDD, 0 for today): "
           ACCEPT WS-RETURN-DATE
           IF WS-RETURN-DATE = 0
               MOVE WS-TODAY TO WS-RETURN-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RETURN-DATE) NOT = 0 OR
              WS-RETURN-DATE > WS-TODAY
               DISPLAY "Invalid date - nothing recorded."
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF
           IF CUST-RETMAIL-COUNT < 99
               ADD 1 TO CUST-RETMAIL-COUNT
           END-IF
           IF WS-RETURN-DATE > CUST-RETMAIL-DATE
               MOVE WS-RETURN-DATE TO CUST-RETMAIL-DATE
           END-IF
           MOVE "Y" TO CUST-ADDR-FLAG
           MOVE "RETURNED_MAIL" TO WS-AUDIT-ACTION
           MOVE WS-RETURN-DATE TO WS-AUDIT-DETAIL
           PERFORM REWRITE-ACCOUNT-CUSTOMER
           CLOSE CUSTOMER-FILE
           DISPLAY "Returned mail recorded - paper statements are "
               "held until the customer confirms the address."
           IF CUST-STMT-PAPER
               DISPLAY "Held statements can be collected at the "
                   "branch."
           END-IF.

       SET-STATEMENT-DELIVERY.
           PERFORM READ-ACCOUNT-CUSTOMER
           IF WS-CUST-FOUND NOT = 'Y'
               DISPLAY "Account has no customer record - statements "
                   "go by post."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "P = paper by post, B = collect at branch, "
               "E = email-ready file, N = none: "
           ACCEPT WS-PREF-INPUT
           MOVE FUNCTION UPPER-CASE(WS-PREF-INPUT) TO WS-PREF-INPUT
           IF WS-PREF-INPUT NOT = "P" AND WS-PREF-INPUT NOT = "B" AND
              WS-PREF-INPUT NOT = "E" AND WS-PREF-INPUT NOT = "N"
               DISPLAY "Preference unchanged."
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PREF-INPUT TO CUST-STMT-DELIVERY
           MOVE "STMT_DELIVERY" TO WS-AUDIT-ACTION
           MOVE WS-PREF-INPUT TO WS-AUDIT-DETAIL
           PERFORM REWRITE-ACCOUNT-CUSTOMER
           CLOSE CUSTOMER-FILE
           DISPLAY "Statement delivery preference saved."
           IF CUST-STMT-PAPER AND CUST-ADDR-UNVERIFIED
               DISPLAY "Address is unverified - paper stays held "
                   "until it is confirmed."
           END-IF.

      *> Consent is the customer's to give or withdraw per channel;
      *> anything but Y is recorded as a no.
       SET-MARKETING-CONSENT.
           PERFORM READ-ACCOUNT-CUSTOMER
           IF WS-CUST-FOUND NOT = 'Y'
               DISPLAY "Account has no customer record - consent "
                   "cannot be recorded."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Contact about products by SMS? (Y/N): "
           ACCEPT WS-PREF-INPUT
           MOVE FUNCTION UPPER-CASE(WS-PREF-INPUT) TO CUST-CONSENT-SMS
           IF NOT CUST-OK-SMS
               MOVE "N" TO CUST-CONSENT-SMS
           END-IF
           DISPLAY "Contact about products by phone? (Y/N): "
           ACCEPT WS-PREF-INPUT
           MOVE FUNCTION UPPER-CASE(WS-PREF-INPUT)
               TO CUST-CONSENT-PHONE
           IF NOT CUST-OK-PHONE
               MOVE "N" TO CUST-CONSENT-PHONE
           END-IF
           DISPLAY "Contact about products by mail? (Y/N): "
           ACCEPT WS-PREF-INPUT
           MOVE FUNCTION UPPER-CASE(WS-PREF-INPUT) TO CUST-CONSENT-MAIL
           IF NOT CUST-OK-MAIL
               MOVE "N" TO CUST-CONSENT-MAIL
           END-IF
           PERFORM DETERMINE-TODAY
           MOVE WS-TODAY TO CUST-CONSENT-DATE
           MOVE "MKT_CONSENT" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "SMS=" CUST-CONSENT-SMS " PHONE=" CUST-CONSENT-PHONE
               " MAIL=" CUST-CONSENT-MAIL
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM REWRITE-ACCOUNT-CUSTOMER
           CLOSE CUSTOMER-FILE
           DISPLAY "Marketing consent saved.".

      *> A confirmed or changed address is good again.
       CLEAR-ADDRESS-FLAG.
           PERFORM READ-ACCOUNT-CUSTOMER
           IF WS-CUST-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF CUST-ADDR-UNVERIFIED
               MOVE "N" TO CUST-ADDR-FLAG
               MOVE "ADDRESS_VERIFIED" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               PERFORM REWRITE-ACCOUNT-CUSTOMER
               DISPLAY "Address verified - statements by post resume."
           END-IF
           CLOSE CUSTOMER-FILE.

       WRITE-CUSTOMER-AUDIT.
           PERFORM DETERMINE-TODAY
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-ACTION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               USER-ACC-NO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               CUST-ID DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-DETAIL) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(LNK-OPERATOR-ID) DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           CALL "AuditLogger" USING AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE.

       DETERMINE-TODAY.
           ACCEPT WS-DATE FROM DATE
           STRING "20" WS-DATE(1:2) DELIMITED BY SIZE
                  WS-DATE(3:2) DELIMITED BY SIZE
                  WS-DATE(5:2) DELIMITED BY SIZE
                  INTO WS-TODAY.

       END PROGRAM UpdateContact.
