               RECORD KEY IS USER-ACC-NO
               FILE STATUS IS USERS-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUSTOMER-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD USERS-FILE.
           COPY "USER-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 AUDIT-LINE              PIC X(120).
       01 WS-PII-IN               PIC X(40).
       01 WS-PII-TIME             PIC 9(6).

       01 USERS-STATUS        PIC XX.
       01 CUSTOMER-STATUS     PIC XX.
       01 END-FILE            PIC X VALUE 'N'.
       01 USER-CHOICE         PIC X.
       01 SEARCH-ACCNO        PIC 9(16).

       LINKAGE SECTION.
       01 Temp PIC 9.
       01 ADMIN-CHOICE PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).
       01 LNK-ADMIN-ROLE          PIC X(10).
       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE,
               EXIT PARAGRAPH
           END-IF

      *> A duplicate retired by a merge shows the survivor's accounts.
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-STATUS = "00"
               MOVE WS-CUST-SEARCH TO CUST-ID
               READ CUSTOMER-FILE
                   NOT INVALID KEY
                       IF CUST-MERGED-INTO NOT = 0
                           DISPLAY "Customer " WS-CUST-SEARCH
                               " was merged into " CUST-MERGED-INTO
                               " on " CUST-MERGED-DATE "."
                           MOVE CUST-MERGED-INTO TO WS-CUST-SEARCH
                       END-IF
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF

           MOVE "N" TO WS-SCAN-END
           MOVE 0 TO WS-CUST-HITS
           OPEN INPUT USERS-FILE
