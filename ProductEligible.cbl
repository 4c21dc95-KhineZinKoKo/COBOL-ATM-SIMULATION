       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProductEligible.

      *> Can this account be converted to that account type on that
      *> date? Used by ProductConvert when the conversion is
      *> recorded and again by ProductConvertApply on its effective
      *> date. The account must be ACTIVE, its customer alive, the
      *> target type defined on ACCTYPES.DAT and different from the
      *> current one, and the balance at least the target type's
      *> minimum balance. ACCTYPES.DAT may also carry eligibility
      *> rules for a type after its interest bands, as KEY=VALUE
      *> fields the band parsers pass over:
      *>   MINAGE=nn    the holder must be an individual of at least
      *>                nn years on the date (date of birth on file,
      *>                no guardian);
      *>   CUSTTYPE=x   the holder's customer type must be x (I an
      *>                individual, B a business).
      *> LNK-ELIGIBLE comes back 'Y' or 'N'; on 'N' LNK-REFUSAL says
      *> which check failed. LNK-MIN-BALANCE is the target type's
      *> minimum whenever the type was found.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-ACC-NO
               FILE STATUS IS FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUSTOMER-STATUS.

           SELECT ACCTYPE-FILE ASSIGN TO "ACCTYPES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCTYPE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD ACCTYPE-FILE.
       01 ACCTYPE-LINE            PIC X(120).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS             PIC XX.
       01 CUSTOMER-STATUS         PIC XX.
       01 ACCTYPE-STATUS          PIC XX.

       01 WS-AT-FIELD OCCURS 13 TIMES PIC X(20).
       01 WS-AT-FIDX              PIC 9(2).
       01 WS-TYPE-FOUND           PIC X.
       01 WS-TARGET-TYPE          PIC X(10).
       01 WS-RULE-KEY             PIC X(10).
       01 WS-RULE-VALUE           PIC X(10).
       01 WS-MIN-AGE              PIC 9(3).
       01 WS-CUST-TYPE-RULE       PIC X(1).
       01 WS-AGE                  PIC S9(4).
       01 WS-CUST-FOUND           PIC X.
       01 FORMAT-MIN              PIC ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01 LNK-ACC-NO              PIC 9(16).
       01 LNK-TO-TYPE             PIC X(10).
       01 LNK-AS-AT               PIC 9(8).
       01 LNK-ELIGIBLE            PIC X.
       01 LNK-REFUSAL             PIC X(40).
       01 LNK-MIN-BALANCE         PIC 9(13)V99.

       PROCEDURE DIVISION USING LNK-ACC-NO, LNK-TO-TYPE, LNK-AS-AT,
           LNK-ELIGIBLE, LNK-REFUSAL, LNK-MIN-BALANCE.
       MAIN-PROCEDURE.
           MOVE 'N' TO LNK-ELIGIBLE
           MOVE SPACES TO LNK-REFUSAL
           MOVE 0 TO LNK-MIN-BALANCE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LNK-TO-TYPE))
               TO WS-TARGET-TYPE

           OPEN INPUT USER-FILE
           IF FILE-STATUS NOT = "00"
               MOVE "ACCOUNT FILE UNAVAILABLE" TO LNK-REFUSAL
               GOBACK
           END-IF
           MOVE LNK-ACC-NO TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT FOUND" TO LNK-REFUSAL
                   CLOSE USER-FILE
                   GOBACK
           END-READ
           CLOSE USER-FILE

           PERFORM LOAD-TARGET-TYPE
           IF WS-TYPE-FOUND NOT = 'Y'
               STRING "TYPE " FUNCTION TRIM(WS-TARGET-TYPE)
                   " NOT ON ACCTYPES.DAT"
                   DELIMITED BY SIZE INTO LNK-REFUSAL
               GOBACK
           END-IF

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(USER-ACC-TYPE)) =
              WS-TARGET-TYPE
               MOVE "ALREADY OF THAT TYPE" TO LNK-REFUSAL
               GOBACK
           END-IF
           IF USER-STATUS NOT = "ACTIVE"
               STRING "ACCOUNT IS " FUNCTION TRIM(USER-STATUS)
                   DELIMITED BY SIZE INTO LNK-REFUSAL
               GOBACK
           END-IF
           IF USER-BALANCE < LNK-MIN-BALANCE
               MOVE LNK-MIN-BALANCE TO FORMAT-MIN
               STRING "BALANCE UNDER MINIMUM "
                   FUNCTION TRIM(FORMAT-MIN)
                   DELIMITED BY SIZE INTO LNK-REFUSAL
               GOBACK
           END-IF

           PERFORM READ-HOLDER
           IF WS-CUST-FOUND = 'Y' AND CUST-DECEASED = 'Y'
               MOVE "HOLDER DECEASED" TO LNK-REFUSAL
               GOBACK
           END-IF

           IF WS-CUST-TYPE-RULE NOT = SPACES
               IF WS-CUST-FOUND NOT = 'Y'
                   MOVE "NO CUSTOMER RECORD FOR TYPE RULE"
                       TO LNK-REFUSAL
                   GOBACK
               END-IF
               IF (WS-CUST-TYPE-RULE = "B" AND NOT CUST-BUSINESS) OR
                  (WS-CUST-TYPE-RULE = "I" AND NOT CUST-INDIVIDUAL)
                   STRING "TYPE IS FOR CUSTOMER TYPE "
                       WS-CUST-TYPE-RULE " ONLY"
                       DELIMITED BY SIZE INTO LNK-REFUSAL
                   GOBACK
               END-IF
           END-IF

           IF WS-MIN-AGE > 0
               IF WS-CUST-FOUND NOT = 'Y' OR CUST-DOB = 0
                   MOVE "DATE OF BIRTH NOT ON FILE" TO LNK-REFUSAL
                   GOBACK
               END-IF
               IF CUST-BUSINESS
                   MOVE "TYPE IS FOR INDIVIDUALS ONLY" TO LNK-REFUSAL
                   GOBACK
               END-IF
      *> Whole years between two YYYYMMDD dates.
               COMPUTE WS-AGE = (LNK-AS-AT - CUST-DOB) / 10000
               IF WS-AGE < WS-MIN-AGE OR CUST-GUARDIAN-ID NOT = 0
                   STRING "HOLDER UNDER AGE " WS-MIN-AGE
                       DELIMITED BY SIZE INTO LNK-REFUSAL
                   GOBACK
               END-IF
           END-IF

           MOVE 'Y' TO LNK-ELIGIBLE
           GOBACK.

      *> The target type's line: minimum balance from field 3, any
      *> KEY=VALUE rules from the fields after it.
       LOAD-TARGET-TYPE.
           MOVE 'N' TO WS-TYPE-FOUND
           MOVE 0 TO WS-MIN-AGE
           MOVE SPACES TO WS-CUST-TYPE-RULE
           OPEN INPUT ACCTYPE-FILE
           IF ACCTYPE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ACCTYPE-STATUS NOT = "00" OR
                   WS-TYPE-FOUND = 'Y'
               READ ACCTYPE-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM VARYING WS-AT-FIDX FROM 1 BY 1
                               UNTIL WS-AT-FIDX > 13
                           MOVE SPACES TO WS-AT-FIELD(WS-AT-FIDX)
                       END-PERFORM
                       UNSTRING ACCTYPE-LINE DELIMITED BY ","
                           INTO WS-AT-FIELD(1) WS-AT-FIELD(2)
                                WS-AT-FIELD(3) WS-AT-FIELD(4)
                                WS-AT-FIELD(5) WS-AT-FIELD(6)
                                WS-AT-FIELD(7) WS-AT-FIELD(8)
                                WS-AT-FIELD(9) WS-AT-FIELD(10)
                                WS-AT-FIELD(11) WS-AT-FIELD(12)
                                WS-AT-FIELD(13)
                       IF FUNCTION UPPER-CASE(
                          FUNCTION TRIM(WS-AT-FIELD(1))) =
                          WS-TARGET-TYPE AND
                          FUNCTION TEST-NUMVAL(WS-AT-FIELD(2)) = 0
                           MOVE 'Y' TO WS-TYPE-FOUND
                           IF FUNCTION TEST-NUMVAL(WS-AT-FIELD(3))
                              = 0
                               COMPUTE LNK-MIN-BALANCE =
                                   FUNCTION NUMVAL(WS-AT-FIELD(3))
                           END-IF
                           PERFORM VARYING WS-AT-FIDX FROM 4 BY 1
                                   UNTIL WS-AT-FIDX > 13
                               PERFORM READ-RULE
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCTYPE-FILE.

       READ-RULE.
           MOVE SPACES TO WS-RULE-KEY WS-RULE-VALUE
           UNSTRING WS-AT-FIELD(WS-AT-FIDX) DELIMITED BY "="
               INTO WS-RULE-KEY WS-RULE-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RULE-KEY))
               TO WS-RULE-KEY
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RULE-VALUE))
               TO WS-RULE-VALUE
           EVALUATE WS-RULE-KEY
               WHEN "MINAGE"
                   IF FUNCTION TEST-NUMVAL(WS-RULE-VALUE) = 0
                       COMPUTE WS-MIN-AGE =
                           FUNCTION NUMVAL(WS-RULE-VALUE)
                   END-IF
               WHEN "CUSTTYPE"
                   MOVE WS-RULE-VALUE(1:1) TO WS-CUST-TYPE-RULE
           END-EVALUATE.

       READ-HOLDER.
           MOVE 'N' TO WS-CUST-FOUND
           IF USER-CUSTOMER-ID = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE USER-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-FILE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUST-FOUND
           END-READ
           CLOSE CUSTOMER-FILE.

       END PROGRAM ProductEligible.
