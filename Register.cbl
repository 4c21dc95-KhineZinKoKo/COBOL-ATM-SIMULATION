       *> 01 TRANS-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01 USERS-STATUS        PIC XX.
       01 TRANS-STATUS        PIC XX.

       01 WS-SCAN-END      PIC X VALUE "N".

       01 WS-SEC-SETUP     PIC X VALUE "N".
       01 WS-CONSENT-SMS   PIC X VALUE "N".
       01 WS-CONSENT-PHONE PIC X VALUE "N".
       01 WS-CONSENT-MAIL  PIC X VALUE "N".
       01 WS-CURRENCY-INPUT PIC X(3).
       01 WS-LANG-INPUT     PIC X(2).
       01 WS-BRANCH-INPUT   PIC X(4).

       LINKAGE SECTION.
       01 Temp PIC 9.
       01 ADMIN-CHOICE PIC 999.
       PROCEDURE DIVISION USING TEMP,ADMIN-CHOICE.
       IF ADMIN-CHOICE=1
            DISPLAY "Enter S for Single registration, "
                           FUNCTION TRIM(USER-SEC-ANSWER))
                           TO USER-SEC-ANSWER
                   END-IF
                   PERFORM CAPTURE-MARKETING-CONSENT
                   END-IF

                   COMPUTE WS-PIN-RANDOM = FUNCTION RANDOM
                       *> WRITE TRANS-RECORD
                       *> CLOSE TRANSACTIONS-FILE

                       MOVE "USRI" TO WS-IJ-KIND
                       MOVE USER-RECORD TO WS-IJ-IMAGE
                       CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
                       DISPLAY "User registered successfully."
                       DISPLAY "Temporary PIN (give to customer once): "
                           WS-NEW-PIN
                   INVALID KEY
                       MOVE "N" TO WS-ROW-OK
                       MOVE "Write failed" TO WS-REJECT-REASON
                   NOT INVALID KEY
                       MOVE "USRI" TO WS-IJ-KIND
                       MOVE USER-RECORD TO WS-IJ-IMAGE
                       CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
               END-WRITE
           END-IF

                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CUST-ATTACHED
           END-READ
      *> A retired duplicate's id leads to the customer it was merged
      *> into.
           IF WS-CUST-ATTACHED = "Y" AND CUST-MERGED-INTO NOT = 0
               DISPLAY "Customer " CUST-ID " was merged into "
                   CUST-MERGED-INTO " - using that customer."
               MOVE CUST-MERGED-INTO TO WS-CUST-ID-INPUT
               MOVE WS-CUST-ID-INPUT TO CUST-ID
               READ CUSTOMER-FILE KEY IS CUST-ID
                   INVALID KEY
                       MOVE "N" TO WS-CUST-ATTACHED
               END-READ
           END-IF
           IF WS-CUST-ATTACHED = "Y"
               MOVE CUST-NAME TO USER-NAME
               MOVE CUST-NRC TO USER-NRC
               MOVE CUST-PHONE TO USER-PHONE
               MOVE CUST-ADDRESS TO USER-ADDRESS
               MOVE CUST-SEC-QUESTION TO USER-SEC-QUESTION
               MOVE CUST-SEC-ANSWER TO USER-SEC-ANSWER
               MOVE CUST-DOB TO WS-DOB-INPUT
               MOVE CUST-GUARDIAN-ID TO WS-GUARDIAN-INPUT
               DISPLAY "Attaching new account to customer "
                   CUST-ID " (" FUNCTION TRIM(CUST-NAME) ")."
           END-IF
           CLOSE CUSTOMER-FILE.

      *> First account for a new person: the details just captured
           MOVE WS-REG-DATE TO CUST-REG-DATE
           MOVE WS-DOB-INPUT TO CUST-DOB
           MOVE WS-GUARDIAN-INPUT TO CUST-GUARDIAN-ID
           MOVE "I" TO CUST-TYPE
           MOVE 0 TO CUST-MANDATE-SOLE-LIMIT
           MOVE 0 TO CUST-MANDATE-SIGNERS
           MOVE "N" TO CUST-MANDATE-CLASS-A
           MOVE SPACES TO CUST-RISK-RATING
           MOVE 0 TO CUST-RISK-SCORE CUST-RISK-DATE
           MOVE 0 TO CUST-RF-REGION CUST-RF-CASH CUST-RF-XBORDER
           MOVE 0 TO CUST-RF-SCREEN CUST-RF-CASES
           MOVE "N" TO CUST-EDD-FLAG
           MOVE "P" TO CUST-STMT-DELIVERY
           MOVE 0 TO CUST-RETMAIL-COUNT CUST-RETMAIL-DATE
           MOVE "N" TO CUST-ADDR-FLAG
           MOVE WS-CONSENT-SMS TO CUST-CONSENT-SMS
           MOVE WS-CONSENT-PHONE TO CUST-CONSENT-PHONE
           MOVE WS-CONSENT-MAIL TO CUST-CONSENT-MAIL
           MOVE FUNCTION CURRENT-DATE(1:8) TO CUST-CONSENT-DATE
           MOVE 0 TO CUST-MERGED-INTO CUST-MERGED-DATE
           MOVE SPACES TO CUST-MERGED-BY
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not create customer "
                       "master record."
               NOT INVALID KEY
                   DISPLAY "Customer master " CUST-ID " created."
                   MOVE "CUSI" TO WS-IJ-KIND
                   MOVE CUSTOMER-RECORD TO WS-IJ-IMAGE
                   CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           END-WRITE
           CLOSE CUSTOMER-FILE
           MOVE WS-NEXT-CUST-ID TO WS-CUST-ID-INPUT.

      *> Marketing contact is opt-in: anything but Y is a no.
       CAPTURE-MARKETING-CONSENT.
           DISPLAY "May the bank contact the customer about its "
               "products -"
           DISPLAY "  by SMS? (Y/N)   : "
           ACCEPT WS-CONSENT-SMS
           DISPLAY "  by phone? (Y/N) : "
           ACCEPT WS-CONSENT-PHONE
           DISPLAY "  by mail? (Y/N)  : "
           ACCEPT WS-CONSENT-MAIL
           MOVE FUNCTION UPPER-CASE(WS-CONSENT-SMS) TO WS-CONSENT-SMS
           MOVE FUNCTION UPPER-CASE(WS-CONSENT-PHONE)
               TO WS-CONSENT-PHONE
           MOVE FUNCTION UPPER-CASE(WS-CONSENT-MAIL)
               TO WS-CONSENT-MAIL
           IF WS-CONSENT-SMS NOT = "Y"
               MOVE "N" TO WS-CONSENT-SMS
           END-IF
           IF WS-CONSENT-PHONE NOT = "Y"
               MOVE "N" TO WS-CONSENT-PHONE
           END-IF
           IF WS-CONSENT-MAIL NOT = "Y"
               MOVE "N" TO WS-CONSENT-MAIL
           END-IF.

      *> Minor = under 18 on the wall calendar. Customers captured
      *> before dates of birth existed (DOB 0) are treated as
      *> adults, exactly as they always were.
