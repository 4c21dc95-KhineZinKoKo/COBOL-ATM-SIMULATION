      *> with the monthly instalment. The letter opens and closes
      *> with the MESSAGES.DAT catalog lines in the customer's
      *> USER-LANG language, the same way receipts do. Statements
      *> land on CONSSTMT-<customer>-<month>.txt for the post,
      *> CONSBRANCH- for branch collection and CONSEMAIL- for the
      *> email-ready file, as the customer's delivery preference
      *> says; a customer who wants none gets none. Paper for an
      *> address with returned mail is held for branch collection.
      *> CONSMANIFEST-<month>.txt lists every customer's channel.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STMT-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC MANIFEST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.
       FD STMT-FILE.
       01 STMT-LINE               PIC X(100).

       FD MANIFEST-FILE.
       01 MANIFEST-LINE           PIC X(100).

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       01 STMT-STATUS             PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 STMT-FILENAME           PIC X(40).
       01 MANIFEST-STATUS         PIC XX.
       01 MANIFEST-FILENAME       PIC X(30).
       01 WS-FILE-PREFIX          PIC X(12).
       01 WS-DELIVERY-NAME        PIC X(8).
       01 WS-HOLD-REASON          PIC X(14).
       01 WS-NONE-COUNT           PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT           PIC 9(5) VALUE 0.

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE.
       MAIN-PROCEDURE.
           COMPUTE WS-MONTH-TO = (WS-TODAY / 100) * 100 + 31

           MOVE 0 TO WS-STMT-COUNT
           MOVE 0 TO WS-NONE-COUNT
           MOVE 0 TO WS-HELD-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-STATUS NOT = "00"
               DISPLAY "No customer master - nothing to print."
               GOBACK
           END-IF
           PERFORM OPEN-MANIFEST
           MOVE 0 TO CUST-ID
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           CLOSE MANIFEST-FILE

           DISPLAY "Consolidated statements written: " WS-STMT-COUNT
           DISPLAY "  held for branch collection   : " WS-HELD-COUNT
           DISPLAY "Not produced (no statements)   : " WS-NONE-COUNT
           DISPLAY "Delivery manifest              : " MANIFEST-FILENAME
           MOVE 0 TO WS-STMT-COUNT
           END-IF
           GOBACK.
               EXIT PARAGRAPH
           END-IF

           PERFORM DECIDE-DELIVERY
           IF CUST-STMT-NONE
               ADD 1 TO WS-NONE-COUNT
               PERFORM WRITE-MANIFEST-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO STMT-FILENAME
           STRING FUNCTION TRIM(WS-FILE-PREFIX) CUST-ID "-"
               WS-TODAY(1:6) ".txt"
               DELIMITED BY SIZE INTO STMT-FILENAME
           OPEN OUTPUT STMT-FILE
           PERFORM WRITE-MANIFEST-LINE
           IF WS-HOLD-REASON NOT = SPACES
               WRITE STMT-LINE FROM
                   "****  HELD FOR COLLECTION - ADDRESS UNVERIFIED ****"
           END-IF

           MOVE "RCPT-HEADER" TO WS-MSG-KEY
           CALL "GetMessage"
           CLOSE STMT-FILE
           ADD 1 TO WS-STMT-COUNT.

       DECIDE-DELIVERY.
           MOVE SPACES TO WS-HOLD-REASON
           EVALUATE TRUE
               WHEN CUST-STMT-BRANCH
                   MOVE "BRANCH" TO WS-DELIVERY-NAME
                   MOVE "CONSBRANCH-" TO WS-FILE-PREFIX
               WHEN CUST-STMT-EMAIL
                   MOVE "EMAIL" TO WS-DELIVERY-NAME
                   MOVE "CONSEMAIL-" TO WS-FILE-PREFIX
               WHEN CUST-STMT-NONE
                   MOVE "NONE" TO WS-DELIVERY-NAME
                   MOVE SPACES TO WS-FILE-PREFIX
               WHEN CUST-ADDR-UNVERIFIED
                   MOVE "BRANCH" TO WS-DELIVERY-NAME
                   MOVE "CONSBRANCH-" TO WS-FILE-PREFIX
                   MOVE "RETURNED MAIL" TO WS-HOLD-REASON
                   ADD 1 TO WS-HELD-COUNT
               WHEN OTHER
                   MOVE "POST" TO WS-DELIVERY-NAME
                   MOVE "CONSSTMT-" TO WS-FILE-PREFIX
           END-EVALUATE.

       OPEN-MANIFEST.
           PERFORM DETERMINE-TODAY
           MOVE SPACES TO MANIFEST-FILENAME
           STRING "CONSMANIFEST-" WS-TODAY(1:6) ".txt"
               DELIMITED BY SIZE INTO MANIFEST-FILENAME
           OPEN OUTPUT MANIFEST-FILE
           MOVE SPACES TO MANIFEST-LINE
           STRING "CONSOLIDATED STATEMENT DELIVERY MANIFEST - MONTH "
               WS-TODAY(1:6) DELIMITED BY SIZE INTO MANIFEST-LINE
           WRITE MANIFEST-LINE
           MOVE SPACES TO MANIFEST-LINE
           STRING "CUSTOMER CHANNEL  REASON         FILE"
               DELIMITED BY SIZE INTO MANIFEST-LINE
           WRITE MANIFEST-LINE
           WRITE MANIFEST-LINE FROM
               "-----------------------------------------------------".

       WRITE-MANIFEST-LINE.
           MOVE SPACES TO MANIFEST-LINE
           IF CUST-STMT-NONE
               STRING CUST-ID " " WS-DELIVERY-NAME
                   " NOT PRODUCED"
                   DELIMITED BY SIZE INTO MANIFEST-LINE
           ELSE
               STRING CUST-ID " " WS-DELIVERY-NAME " "
                   WS-HOLD-REASON " " FUNCTION TRIM(STMT-FILENAME)
                   DELIMITED BY SIZE INTO MANIFEST-LINE
           END-IF
           WRITE MANIFEST-LINE.

       COLLECT-ACCOUNTS.
           MOVE 0 TO ACC-COUNT
           MOVE "EN" TO WS-CUST-LANG
