       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustAnonymise.

      *> Yearly retention-based anonymisation of closed customers.
      *> A customer qualifies once every account they held has been
      *> closed (CLOSEDACC.DAT, matched on the NRC the archive line
      *> carries) and the last closure is more than RETENTIONYEARS
      *> years before the business date, provided nothing still
      *> ties the bank to them:
      *>   - no open account under the customer id or NRC, and no
      *>     ACTIVE joint holding on anyone else's account
      *>   - no ACTIVE court order on LEGALHOLDS.DAT, no OPEN
      *>     estate case on ESTATES.DAT, no OPEN dispute on
      *>     DISPUTES.DAT and no AML case on AMLCASES.DAT that has
      *>     not been CLEARED, against the customer or their closed
      *>     accounts
      *> For a qualifying customer the personal fields are replaced
      *> by the token ANON-<customer id>: name, NRC, phone, address,
      *> security question and answer and date of birth on
      *> CUSTOMERS.DAT; name and NRC on their CLOSEDACC.DAT archive
      *> lines; the joint holders on HOLDERS.DAT of their closed
      *> accounts (credentials cleared, DISABLED); the nickname on
      *> BENEFIC.DAT lines naming their accounts. Proxy directory
      *> entries on PROXYDIR.DAT pointing at their accounts are
      *> removed, the phone number being the key. Balances and
      *> TRANSACTIONS.dat history are not touched. Each customer is
      *> audit-logged and listed with what was done, alongside the
      *> customers kept back and why, on the certificate
      *> ANONCERT-<date>.txt. Runs on the year-end night; RUNCTL.DAT
      *> job ANONYMISE blocks a second run per date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUSTOMER-STATUS.

           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ACC-NO
               FILE STATUS IS FILE-STATUS.

           SELECT HOLDER-FILE ASSIGN TO "HOLDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLDER-KEY
               FILE STATUS IS HOLDER-STATUS-CODE.

           SELECT PROXY-FILE ASSIGN TO "PROXYDIR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROXY-PHONE
               FILE STATUS IS PROXY-STATUS.

           SELECT LEGALHOLD-FILE ASSIGN TO "LEGALHOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-ID
               FILE STATUS IS LEGALHOLD-STATUS.

           SELECT ESTATE-FILE ASSIGN TO "ESTATES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-ID
               FILE STATUS IS ESTATE-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO "DISPUTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-ID
               FILE STATUS IS DISPUTE-STATUS.

           SELECT CASE-FILE ASSIGN TO "AMLCASES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-ID
               FILE STATUS IS CASE-STATUS-CODE.

           SELECT CLOSED-ACC-FILE ASSIGN TO "CLOSEDACC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSED-ACC-STATUS.

           SELECT BENEFIC-FILE ASSIGN TO "BENEFIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BENEFIC-STATUS.

           SELECT WORK-FILE ASSIGN TO "ANONWORK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS RUNCTL-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD HOLDER-FILE.
           COPY "ACCOUNT-HOLDER.cpy".

       FD PROXY-FILE.
           COPY "PROXY-RECORD.cpy".

       FD LEGALHOLD-FILE.
           COPY "LEGAL-HOLD.cpy".

       FD ESTATE-FILE.
           COPY "ESTATE-CASE.cpy".

       FD DISPUTE-FILE.
           COPY "DISPUTE-RECORD.cpy".

       FD CASE-FILE.
           COPY "AML-CASE.cpy".

       FD CLOSED-ACC-FILE.
       01 CLOSED-ACC-LINE         PIC X(150).

       FD BENEFIC-FILE.
       01 BENEFIC-LINE            PIC X(60).

       FD WORK-FILE.
       01 WORK-LINE               PIC X(150).

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD RUNCTL-FILE.
           COPY "RUN-CONTROL.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01 AUDIT-LINE              PIC X(120).
       01 CUSTOMER-STATUS         PIC XX.
       01 FILE-STATUS             PIC XX.
       01 HOLDER-STATUS-CODE      PIC XX.
       01 PROXY-STATUS            PIC XX.
       01 LEGALHOLD-STATUS        PIC XX.
       01 ESTATE-STATUS           PIC XX.
       01 DISPUTE-STATUS          PIC XX.
       01 CASE-STATUS-CODE        PIC XX.
       01 CLOSED-ACC-STATUS       PIC XX.
       01 BENEFIC-STATUS          PIC XX.
       01 WORK-STATUS             PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 RUNCTL-STATUS           PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 REPORT-FILENAME         PIC X(30).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-RETAIN-YEARS         PIC 9(2) VALUE 7.

       01 WS-TODAY                PIC 9(8).
       01 WS-CUTOFF               PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-CLOCK-TIME           PIC 9(6).
       01 WS-RUN-BLOCKED          PIC X VALUE 'N'.

       01 WS-EOF                  PIC X.
       01 WS-SUB-EOF              PIC X.
       01 WS-LEGAL-OPEN           PIC X VALUE 'N'.
       01 WS-ESTATE-OPEN          PIC X VALUE 'N'.
       01 WS-DISPUTE-OPEN         PIC X VALUE 'N'.
       01 WS-CASE-OPEN            PIC X VALUE 'N'.
       01 WS-HOLDER-OPEN          PIC X VALUE 'N'.
       01 WS-PROXY-OPEN           PIC X VALUE 'N'.
       01 WS-USER-OPEN            PIC X VALUE 'N'.

      *> CLOSEDACC.DAT lines are written with every field at its
      *> full width, so name and NRC sit at fixed columns.
       01 WS-CL-FIELDS.
           05 WS-CL-ACC-X         PIC X(16).
           05 WS-CL-NAME          PIC X(25).
           05 WS-CL-NRC           PIC X(20).
           05 WS-CL-TYPE          PIC X(10).
           05 WS-CL-REG           PIC X(10).
           05 WS-CL-BAL           PIC X(20).
           05 WS-CL-DATE-X        PIC X(8).

      *> Every archived account: number, NRC and closure date.
       01 CLOSED-TABLE.
           05 CL-COUNT            PIC 9(4) VALUE 0.
           05 CL-ENTRY OCCURS 9999 TIMES.
               10 CL-ACC-NO       PIC 9(16).
               10 CL-NRC          PIC X(20).
               10 CL-DATE         PIC 9(8).
       01 CL-IDX                  PIC 9(4).
       01 WS-CL-OVERFLOW          PIC X VALUE 'N'.

      *> The closed accounts of the customer being considered.
       01 WS-CUST-ACCOUNTS.
           05 WS-CA-COUNT         PIC 99 VALUE 0.
           05 WS-CA-ACC-NO        PIC 9(16) OCCURS 30 TIMES.
       01 WS-CA-IDX               PIC 99.
       01 WS-LAST-CLOSED          PIC 9(8).
       01 WS-IN-CUST-ACCS         PIC X.

      *> Every account anonymised this run, for the archive and
      *> beneficiary passes.
       01 ANON-ACC-TABLE.
           05 AN-COUNT            PIC 9(4) VALUE 0.
           05 AN-ENTRY OCCURS 2000 TIMES.
               10 AN-ACC-NO       PIC 9(16).
               10 AN-TOKEN        PIC X(20).
       01 AN-IDX                  PIC 9(4).
       01 WS-IS-ANON-ACC          PIC X.
       01 WS-LOOKUP-ACC           PIC 9(16).

       01 WS-TOKEN                PIC X(20).
       01 WS-SRC-NAME             PIC X(40).
       01 WS-DST-NAME             PIC X(40).
       01 WS-RETAIN-REASON        PIC X(30).

       01 WS-BN-OWNER             PIC X(20).
       01 WS-BN-NICK              PIC X(30).
       01 WS-BN-ACC               PIC X(20).
       01 WS-BN-OWNER-NO          PIC 9(16).
       01 WS-BN-ACC-NO            PIC 9(16).

       01 WS-CUST-HOLDERS         PIC 9(3).
       01 WS-CUST-PROXIES         PIC 9(3).
       01 WS-CONSIDERED           PIC 9(6) VALUE 0.
       01 WS-ANON-COUNT           PIC 9(6) VALUE 0.
       01 WS-RETAINED-COUNT       PIC 9(6) VALUE 0.
       01 WS-ALREADY-COUNT        PIC 9(6) VALUE 0.
       01 WS-ARCHIVE-LINES        PIC 9(6) VALUE 0.
       01 WS-HOLDER-TOTAL         PIC 9(6) VALUE 0.
       01 WS-PROXY-TOTAL          PIC 9(6) VALUE 0.
       01 WS-BENEF-LINES          PIC 9(6) VALUE 0.
       01 WS-AUDIT-TIME           PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           PERFORM OPEN-RUN-CONTROL
           IF WS-RUN-BLOCKED = 'Y'
               GOBACK
           END-IF
           COMPUTE WS-CUTOFF = WS-TODAY - (WS-RETAIN-YEARS * 10000)

           PERFORM OPEN-CERTIFICATE
           PERFORM LOAD-CLOSED-ACCOUNTS
           IF WS-CL-OVERFLOW = 'Y'
               WRITE REPORT-LINE FROM
                   "*** CLOSEDACC.DAT exceeds the archive table - "
               WRITE REPORT-LINE FROM
                   "*** no customer anonymised this run."
               DISPLAY "[ERROR]: CLOSEDACC.DAT too large to assess - "
                   "no customer anonymised."
               CLOSE REPORT-FILE
               PERFORM CLOSE-RUN-CONTROL
               GOBACK
           END-IF

           OPEN I-O CUSTOMER-FILE
           IF CUSTOMER-STATUS NOT = "00"
               DISPLAY "No customer master - nothing to anonymise."
               CLOSE REPORT-FILE
               PERFORM CLOSE-RUN-CONTROL
               GOBACK
           END-IF
           PERFORM OPEN-SIDE-FILES

           MOVE 'N' TO WS-EOF
           MOVE 0 TO CUST-ID
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUSTOMER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CONSIDER-ONE-CUSTOMER
               END-READ
           END-PERFORM

           PERFORM CLOSE-SIDE-FILES
           CLOSE CUSTOMER-FILE

           IF AN-COUNT > 0
               PERFORM REWRITE-CLOSED-ARCHIVE
               PERFORM REWRITE-BENEFICIARIES
           END-IF

           PERFORM WRITE-CERT-TOTALS
           CLOSE REPORT-FILE
           PERFORM CLOSE-RUN-CONTROL
           DISPLAY "Anonymisation complete. " WS-ANON-COUNT
               " customer(s) anonymised, " WS-RETAINED-COUNT
               " kept back. Certificate written to " REPORT-FILENAME
           GOBACK.

       LOAD-CLOSED-ACCOUNTS.
           MOVE 0 TO CL-COUNT
           MOVE 'N' TO WS-CL-OVERFLOW
           OPEN INPUT CLOSED-ACC-FILE
           IF CLOSED-ACC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SUB-EOF
           PERFORM UNTIL WS-SUB-EOF = 'Y'
               READ CLOSED-ACC-FILE
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       IF CL-COUNT < 9999
                           PERFORM KEEP-CLOSED-LINE
                       ELSE
                           MOVE 'Y' TO WS-CL-OVERFLOW
                           MOVE 'Y' TO WS-SUB-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLOSED-ACC-FILE.

       KEEP-CLOSED-LINE.
           MOVE SPACES TO WS-CL-FIELDS
           UNSTRING CLOSED-ACC-LINE DELIMITED BY ","
               INTO WS-CL-ACC-X WS-CL-NAME WS-CL-NRC WS-CL-TYPE
                    WS-CL-REG WS-CL-BAL WS-CL-DATE-X
           END-UNSTRING
           IF WS-CL-ACC-X IS NOT NUMERIC OR
              WS-CL-DATE-X IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CL-COUNT
           MOVE WS-CL-ACC-X TO CL-ACC-NO(CL-COUNT)
           MOVE WS-CL-NRC TO CL-NRC(CL-COUNT)
           MOVE WS-CL-DATE-X TO CL-DATE(CL-COUNT).

       CONSIDER-ONE-CUSTOMER.
           IF CUST-NAME(1:5) = "ANON-"
               ADD 1 TO WS-ALREADY-COUNT
               EXIT PARAGRAPH
           END-IF
           IF CUST-NRC = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM COLLECT-CLOSED-ACCOUNTS
           IF WS-CA-COUNT = 0 OR WS-LAST-CLOSED > WS-CUTOFF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CONSIDERED

           MOVE SPACES TO WS-RETAIN-REASON
           PERFORM CHECK-OPEN-ACCOUNTS
           IF WS-RETAIN-REASON = SPACES
               PERFORM CHECK-JOINT-HOLDINGS
           END-IF
           IF WS-RETAIN-REASON = SPACES
               PERFORM CHECK-LEGAL-HOLDS
           END-IF
           IF WS-RETAIN-REASON = SPACES
               PERFORM CHECK-ESTATE-CASES
           END-IF
           IF WS-RETAIN-REASON = SPACES
               PERFORM CHECK-DISPUTES
           END-IF
           IF WS-RETAIN-REASON = SPACES
               PERFORM CHECK-AML-CASES
           END-IF
           IF WS-RETAIN-REASON = SPACES AND
              AN-COUNT + WS-CA-COUNT > 2000
               MOVE "RUN LIMIT REACHED" TO WS-RETAIN-REASON
           END-IF

           IF WS-RETAIN-REASON NOT = SPACES
               ADD 1 TO WS-RETAINED-COUNT
               PERFORM WRITE-CERT-RETAINED
               EXIT PARAGRAPH
           END-IF

           PERFORM ANONYMISE-CUSTOMER.

       COLLECT-CLOSED-ACCOUNTS.
           MOVE 0 TO WS-CA-COUNT
           MOVE 0 TO WS-LAST-CLOSED
           PERFORM VARYING CL-IDX FROM 1 BY 1 UNTIL CL-IDX > CL-COUNT
               IF CL-NRC(CL-IDX) = CUST-NRC
                   IF CL-DATE(CL-IDX) > WS-LAST-CLOSED
                       MOVE CL-DATE(CL-IDX) TO WS-LAST-CLOSED
                   END-IF
                   IF WS-CA-COUNT < 30
                       ADD 1 TO WS-CA-COUNT
                       MOVE CL-ACC-NO(CL-IDX) TO
                           WS-CA-ACC-NO(WS-CA-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-OPEN-ACCOUNTS.
           IF WS-USER-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SUB-EOF
           MOVE 0 TO USER-ACC-NO
           START USER-FILE KEY IS NOT LESS THAN USER-ACC-NO
               INVALID KEY MOVE 'Y' TO WS-SUB-EOF
           END-START
           PERFORM UNTIL WS-SUB-EOF = 'Y'
               READ USER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       IF USER-CUSTOMER-ID = CUST-ID OR
                          USER-NRC = CUST-NRC
                           MOVE "OPEN ACCOUNT" TO WS-RETAIN-REASON
                           MOVE 'Y' TO WS-SUB-EOF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-JOINT-HOLDINGS.
           IF WS-HOLDER-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SUB-EOF
           MOVE LOW-VALUES TO HOLDER-KEY
           START HOLDER-FILE KEY IS NOT LESS THAN HOLDER-KEY
               INVALID KEY MOVE 'Y' TO WS-SUB-EOF
           END-START
           PERFORM UNTIL WS-SUB-EOF = 'Y'
               READ HOLDER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       IF HOLDER-NRC = CUST-NRC AND HOLDER-ACTIVE
                           MOVE HOLDER-ACC-NO TO WS-LOOKUP-ACC
                           PERFORM FIND-CUST-ACCOUNT
                           IF WS-IN-CUST-ACCS NOT = 'Y'
                               MOVE "JOINT HOLDER ON OPEN ACCOUNT"
                                   TO WS-RETAIN-REASON
                               MOVE 'Y' TO WS-SUB-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-LEGAL-HOLDS.
           IF WS-LEGAL-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SUB-EOF
           MOVE 0 TO LH-ID
           START LEGALHOLD-FILE KEY IS NOT LESS THAN LH-ID
               INVALID KEY MOVE 'Y' TO WS-SUB-EOF
           END-START
           PERFORM UNTIL WS-SUB-EOF = 'Y'
               READ LEGALHOLD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       IF LH-ID NOT = 0 AND LH-ACTIVE
                           MOVE LH-ACC-NO TO WS-LOOKUP-ACC
                           PERFORM FIND-CUST-ACCOUNT
                           IF WS-IN-CUST-ACCS = 'Y'
                               MOVE "LEGAL HOLD" TO WS-RETAIN-REASON
                               MOVE 'Y' TO WS-SUB-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ESTATE-CASES.
           IF WS-ESTATE-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SUB-EOF
           MOVE 0 TO EST-ID
           START ESTATE-FILE KEY IS NOT LESS THAN EST-ID
               INVALID KEY MOVE 'Y' TO WS-SUB-EOF
           END-START
           PERFORM UNTIL WS-SUB-EOF = 'Y'
               READ ESTATE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       IF EST-ID NOT = 0 AND EST-OPEN AND
                          EST-CUST-ID = CUST-ID
                           MOVE "ESTATE CASE" TO WS-RETAIN-REASON
                           MOVE 'Y' TO WS-SUB-EOF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-DISPUTES.
           IF WS-DISPUTE-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SUB-EOF
           MOVE 0 TO DSP-ID
           START DISPUTE-FILE KEY IS NOT LESS THAN DSP-ID
               INVALID KEY MOVE 'Y' TO WS-SUB-EOF
           END-START
           PERFORM UNTIL WS-SUB-EOF = 'Y'
               READ DISPUTE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       IF DSP-ID NOT = 0 AND DSP-OPEN
                           MOVE DSP-ACC-NO TO WS-LOOKUP-ACC
                           PERFORM FIND-CUST-ACCOUNT
                           IF WS-IN-CUST-ACCS = 'Y'
                               MOVE "OPEN DISPUTE" TO WS-RETAIN-REASON
                               MOVE 'Y' TO WS-SUB-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-AML-CASES.
           IF WS-CASE-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SUB-EOF
           MOVE 0 TO CASE-ID
           START CASE-FILE KEY IS NOT LESS THAN CASE-ID
               INVALID KEY MOVE 'Y' TO WS-SUB-EOF
           END-START
           PERFORM UNTIL WS-SUB-EOF = 'Y'
               READ CASE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       IF CASE-ID NOT = 0 AND NOT CASE-CLEARED
                           MOVE CASE-ACC-NO TO WS-LOOKUP-ACC
                           PERFORM FIND-CUST-ACCOUNT
                           IF WS-IN-CUST-ACCS = 'Y'
                               MOVE "AML CASE" TO WS-RETAIN-REASON
                               MOVE 'Y' TO WS-SUB-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FIND-CUST-ACCOUNT.
           MOVE 'N' TO WS-IN-CUST-ACCS
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                   UNTIL WS-CA-IDX > WS-CA-COUNT
               IF WS-CA-ACC-NO(WS-CA-IDX) = WS-LOOKUP-ACC
                   MOVE 'Y' TO WS-IN-CUST-ACCS
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-ANON-ACCOUNT.
           MOVE 'N' TO WS-IS-ANON-ACC
           PERFORM VARYING AN-IDX FROM 1 BY 1 UNTIL AN-IDX > AN-COUNT
               IF AN-ACC-NO(AN-IDX) = WS-LOOKUP-ACC
                   MOVE 'Y' TO WS-IS-ANON-ACC
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> The customer record keeps its id, dates, type, mandate and
      *> risk history - only what identifies the person goes.
       ANONYMISE-CUSTOMER.
           MOVE SPACES TO WS-TOKEN
           STRING "ANON-" CUST-ID DELIMITED BY SIZE INTO WS-TOKEN
           MOVE WS-TOKEN TO CUST-NAME
           MOVE WS-TOKEN TO CUST-NRC
           MOVE SPACES TO CUST-PHONE
           MOVE SPACES TO CUST-ADDRESS
           MOVE SPACES TO CUST-SEC-QUESTION
           MOVE SPACES TO CUST-SEC-ANSWER
           MOVE 0 TO CUST-DOB
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not anonymise customer "
                       CUST-ID
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "CUSU" TO WS-IJ-KIND
           MOVE CUSTOMER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE

           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                   UNTIL WS-CA-IDX > WS-CA-COUNT
               ADD 1 TO AN-COUNT
               MOVE WS-CA-ACC-NO(WS-CA-IDX) TO AN-ACC-NO(AN-COUNT)
               MOVE WS-TOKEN TO AN-TOKEN(AN-COUNT)
           END-PERFORM
           PERFORM ANONYMISE-HOLDERS
           PERFORM REMOVE-PROXIES

           ADD 1 TO WS-ANON-COUNT
           ADD WS-CUST-HOLDERS TO WS-HOLDER-TOTAL
           ADD WS-CUST-PROXIES TO WS-PROXY-TOTAL
           PERFORM WRITE-CERT-ANONYMISED
           PERFORM WRITE-ANON-AUDIT.

       ANONYMISE-HOLDERS.
           MOVE 0 TO WS-CUST-HOLDERS
           IF WS-HOLDER-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                   UNTIL WS-CA-IDX > WS-CA-COUNT
               MOVE 'N' TO WS-SUB-EOF
               MOVE WS-CA-ACC-NO(WS-CA-IDX) TO HOLDER-ACC-NO
               MOVE 0 TO HOLDER-SEQ
               START HOLDER-FILE KEY IS NOT LESS THAN HOLDER-KEY
                   INVALID KEY MOVE 'Y' TO WS-SUB-EOF
               END-START
               PERFORM UNTIL WS-SUB-EOF = 'Y'
                   READ HOLDER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-SUB-EOF
                       NOT AT END
                           IF HOLDER-ACC-NO NOT =
                              WS-CA-ACC-NO(WS-CA-IDX)
                               MOVE 'Y' TO WS-SUB-EOF
                           ELSE
                               PERFORM ANONYMISE-ONE-HOLDER
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM.

       ANONYMISE-ONE-HOLDER.
           MOVE WS-TOKEN TO HOLDER-NAME
           MOVE WS-TOKEN TO HOLDER-NRC
           MOVE 0 TO HOLDER-PIN-SALT
           MOVE 0 TO HOLDER-PIN-HASH
           MOVE "DISABLED" TO HOLDER-STATUS
           REWRITE HOLDER-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not anonymise holder on "
                       HOLDER-ACC-NO
               NOT INVALID KEY
                   ADD 1 TO WS-CUST-HOLDERS
           END-REWRITE.

       REMOVE-PROXIES.
           MOVE 0 TO WS-CUST-PROXIES
           IF WS-PROXY-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SUB-EOF
           MOVE LOW-VALUES TO PROXY-PHONE
           START PROXY-FILE KEY IS NOT LESS THAN PROXY-PHONE
               INVALID KEY MOVE 'Y' TO WS-SUB-EOF
           END-START
           PERFORM UNTIL WS-SUB-EOF = 'Y'
               READ PROXY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       MOVE PROXY-ACC TO WS-LOOKUP-ACC
                       PERFORM FIND-CUST-ACCOUNT
                       IF WS-IN-CUST-ACCS = 'Y'
                           DELETE PROXY-FILE RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-CUST-PROXIES
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.

      *> The archive is copied line by line to a work file with the
      *> anonymised customers' name and NRC columns overlaid by
      *> their token, then copied back over CLOSEDACC.DAT.
       REWRITE-CLOSED-ARCHIVE.
           OPEN INPUT CLOSED-ACC-FILE
           IF CLOSED-ACC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORK-FILE
           MOVE 'N' TO WS-SUB-EOF
           PERFORM UNTIL WS-SUB-EOF = 'Y'
               READ CLOSED-ACC-FILE
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       MOVE CLOSED-ACC-LINE TO WORK-LINE
                       IF CLOSED-ACC-LINE(1:16) IS NUMERIC
                           MOVE CLOSED-ACC-LINE(1:16) TO WS-LOOKUP-ACC
                           PERFORM FIND-ANON-ACCOUNT
                           IF WS-IS-ANON-ACC = 'Y'
                               MOVE AN-TOKEN(AN-IDX) TO
                                   WORK-LINE(18:25)
                               MOVE AN-TOKEN(AN-IDX) TO
                                   WORK-LINE(44:20)
                               ADD 1 TO WS-ARCHIVE-LINES
                           END-IF
                       END-IF
                       WRITE WORK-LINE
               END-READ
           END-PERFORM
           CLOSE CLOSED-ACC-FILE
           CLOSE WORK-FILE
           MOVE "CLOSEDACC.DAT" TO WS-DST-NAME
           PERFORM REPLACE-FROM-WORK-FILE.

       REPLACE-FROM-WORK-FILE.
           MOVE "ANONWORK.TMP" TO WS-SRC-NAME
           CALL "CBL_COPY_FILE" USING WS-SRC-NAME WS-DST-NAME
           CALL "CBL_DELETE_FILE" USING WS-SRC-NAME.

      *> BENEFIC.DAT lines are owner,nickname,account; a nickname
      *> on a line naming an anonymised account goes.
       REWRITE-BENEFICIARIES.
           OPEN INPUT BENEFIC-FILE
           IF BENEFIC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORK-FILE
           MOVE 'N' TO WS-SUB-EOF
           PERFORM UNTIL WS-SUB-EOF = 'Y'
               READ BENEFIC-FILE
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       PERFORM COPY-ONE-BENEFICIARY
               END-READ
           END-PERFORM
           CLOSE BENEFIC-FILE
           CLOSE WORK-FILE
           MOVE "BENEFIC.DAT" TO WS-DST-NAME
           PERFORM REPLACE-FROM-WORK-FILE.

       COPY-ONE-BENEFICIARY.
           MOVE BENEFIC-LINE TO WORK-LINE
           MOVE SPACES TO WS-BN-OWNER WS-BN-NICK WS-BN-ACC
           UNSTRING BENEFIC-LINE DELIMITED BY ","
               INTO WS-BN-OWNER WS-BN-NICK WS-BN-ACC
           END-UNSTRING
           MOVE FUNCTION NUMVAL(WS-BN-OWNER) TO WS-BN-OWNER-NO
           MOVE FUNCTION NUMVAL(WS-BN-ACC) TO WS-BN-ACC-NO
           MOVE WS-BN-OWNER-NO TO WS-LOOKUP-ACC
           PERFORM FIND-ANON-ACCOUNT
           IF WS-IS-ANON-ACC NOT = 'Y'
               MOVE WS-BN-ACC-NO TO WS-LOOKUP-ACC
               PERFORM FIND-ANON-ACCOUNT
           END-IF
           IF WS-IS-ANON-ACC = 'Y'
               MOVE SPACES TO WORK-LINE
               STRING WS-BN-OWNER-NO DELIMITED BY SIZE
                   ",ANONYMISED," DELIMITED BY SIZE
                   WS-BN-ACC-NO DELIMITED BY SIZE
                   INTO WORK-LINE
               END-STRING
               ADD 1 TO WS-BENEF-LINES
           END-IF
           WRITE WORK-LINE.

       OPEN-SIDE-FILES.
           MOVE 'N' TO WS-USER-OPEN
           OPEN INPUT USER-FILE
           IF FILE-STATUS = "00"
               MOVE 'Y' TO WS-USER-OPEN
           END-IF
           MOVE 'N' TO WS-HOLDER-OPEN
           OPEN I-O HOLDER-FILE
           IF HOLDER-STATUS-CODE = "00"
               MOVE 'Y' TO WS-HOLDER-OPEN
           END-IF
           MOVE 'N' TO WS-PROXY-OPEN
           OPEN I-O PROXY-FILE
           IF PROXY-STATUS = "00"
               MOVE 'Y' TO WS-PROXY-OPEN
           END-IF
           MOVE 'N' TO WS-LEGAL-OPEN
           OPEN INPUT LEGALHOLD-FILE
           IF LEGALHOLD-STATUS = "00"
               MOVE 'Y' TO WS-LEGAL-OPEN
           END-IF
           MOVE 'N' TO WS-ESTATE-OPEN
           OPEN INPUT ESTATE-FILE
           IF ESTATE-STATUS = "00"
               MOVE 'Y' TO WS-ESTATE-OPEN
           END-IF
           MOVE 'N' TO WS-DISPUTE-OPEN
           OPEN INPUT DISPUTE-FILE
           IF DISPUTE-STATUS = "00"
               MOVE 'Y' TO WS-DISPUTE-OPEN
           END-IF
           MOVE 'N' TO WS-CASE-OPEN
           OPEN INPUT CASE-FILE
           IF CASE-STATUS-CODE = "00"
               MOVE 'Y' TO WS-CASE-OPEN
           END-IF.

       CLOSE-SIDE-FILES.
           IF WS-USER-OPEN = 'Y'
               CLOSE USER-FILE
           END-IF
           IF WS-HOLDER-OPEN = 'Y'
               CLOSE HOLDER-FILE
           END-IF
           IF WS-PROXY-OPEN = 'Y'
               CLOSE PROXY-FILE
           END-IF
           IF WS-LEGAL-OPEN = 'Y'
               CLOSE LEGALHOLD-FILE
           END-IF
           IF WS-ESTATE-OPEN = 'Y'
               CLOSE ESTATE-FILE
           END-IF
           IF WS-DISPUTE-OPEN = 'Y'
               CLOSE DISPUTE-FILE
           END-IF
           IF WS-CASE-OPEN = 'Y'
               CLOSE CASE-FILE
           END-IF.

       OPEN-CERTIFICATE.
           MOVE SPACES TO REPORT-FILENAME
           STRING "ANONCERT-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM
               "====== CERTIFICATE OF CUSTOMER ANONYMISATION ======"
           MOVE SPACES TO REPORT-LINE
           STRING "Run date: " WS-TODAY "   Retention "
               WS-RETAIN-YEARS " years   Last closure on or before "
               WS-CUTOFF
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CUSTOMER,RESULT,TOKEN/REASON,LAST CLOSED,"
               DELIMITED BY SIZE
               "ACCOUNTS,HOLDERS,PROXIES REMOVED"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-CERT-ANONYMISED.
           MOVE SPACES TO REPORT-LINE
           STRING CUST-ID DELIMITED BY SIZE
               ",ANONYMISED," DELIMITED BY SIZE
               FUNCTION TRIM(WS-TOKEN) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-LAST-CLOSED DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CA-COUNT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CUST-HOLDERS DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CUST-PROXIES DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-CERT-RETAINED.
           MOVE SPACES TO REPORT-LINE
           STRING CUST-ID DELIMITED BY SIZE
               ",RETAINED," DELIMITED BY SIZE
               FUNCTION TRIM(WS-RETAIN-REASON) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-LAST-CLOSED DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CA-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-CERT-TOTALS.
           WRITE REPORT-LINE FROM
               "-----------------------------------------------------"
           MOVE SPACES TO REPORT-LINE
           STRING "Past retention: " WS-CONSIDERED
               "  anonymised: " WS-ANON-COUNT
               "  retained: " WS-RETAINED-COUNT
               "  anonymised earlier: " WS-ALREADY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Archive lines: " WS-ARCHIVE-LINES
               "  holders: " WS-HOLDER-TOTAL
               "  proxies removed: " WS-PROXY-TOTAL
               "  beneficiary lines: " WS-BENEF-LINES
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM
               "Balances and transaction history were not changed."
           WRITE REPORT-LINE FROM
               "====== END OF CERTIFICATE ======".

       WRITE-ANON-AUDIT.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               ",CUST_ANONYMISE," DELIMITED BY SIZE
               CUST-ID DELIMITED BY SIZE
               ",accounts " DELIMITED BY SIZE
               WS-CA-COUNT DELIMITED BY SIZE
               ",last closed " DELIMITED BY SIZE
               WS-LAST-CLOSED DELIMITED BY SIZE
               ",ANONYMISE" DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           CALL "AuditLogger" USING AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE.

       OPEN-RUN-CONTROL.
           MOVE 'N' TO WS-RUN-BLOCKED
           OPEN I-O RUNCTL-FILE
           IF RUNCTL-STATUS = "35"
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF

           MOVE "ANONYMISE" TO RUN-JOB-NAME
           MOVE WS-TODAY TO RUN-BUS-DATE
           READ RUNCTL-FILE KEY IS RUN-KEY
               INVALID KEY
                   MOVE "ANONYMISE" TO RUN-JOB-NAME
                   MOVE WS-TODAY TO RUN-BUS-DATE
                   MOVE "RUNNING" TO RUN-STATE
                   MOVE 0 TO RUN-CHECKPOINT
                   ACCEPT WS-CLOCK-TIME FROM TIME
                   MOVE WS-CLOCK-TIME TO RUN-START-TIME
                   MOVE 0 TO RUN-END-TIME
                   WRITE RUN-CONTROL-RECORD
               NOT INVALID KEY
                   IF RUN-COMPLETE
                       DISPLAY "Anonymisation already completed "
                           "for business date " WS-TODAY
                           " - refusing to run twice."
                       MOVE 'Y' TO WS-RUN-BLOCKED
                       CLOSE RUNCTL-FILE
                   END-IF
           END-READ.

       CLOSE-RUN-CONTROL.
           IF WS-RUN-BLOCKED = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE "COMPLETE" TO RUN-STATE
           ACCEPT WS-CLOCK-TIME FROM TIME
           MOVE WS-CLOCK-TIME TO RUN-END-TIME
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not close run control."
           END-REWRITE
           CLOSE RUNCTL-FILE.

       DETERMINE-TODAY.
           IF WS-BUSINESS-DATE NOT = 0
               MOVE WS-BUSINESS-DATE TO WS-TODAY
           ELSE
               ACCEPT WS-SYS-DATE FROM DATE
               STRING "20" WS-SYS-DATE(1:2) DELIMITED BY SIZE
                   WS-SYS-DATE(3:2) DELIMITED BY SIZE
                   WS-SYS-DATE(5:2) DELIMITED BY SIZE
                   INTO WS-TODAY
           END-IF.

       READ-PARAMS.
           OPEN INPUT PARAMS-FILE
           IF PARAMS-STATUS = "00"
               PERFORM UNTIL PARAMS-STATUS NOT = "00"
                   READ PARAMS-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           UNSTRING PARAM-LINE DELIMITED BY ","
                               INTO WS-PARAM-NAME WS-PARAM-VALUE
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "BUSINESSDATE"
                               COMPUTE WS-BUSINESS-DATE =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "RETENTIONYEARS"
                               COMPUTE WS-RETAIN-YEARS =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM CustAnonymise.
