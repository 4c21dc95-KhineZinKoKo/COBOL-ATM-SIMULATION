       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProductConvert.

      *> Admin account product conversion (PRODCONV.DAT). A customer
      *> moving between SAVINGS and SPECIAL - or any two types on
      *> ACCTYPES.DAT - keeps the account number instead of closing
      *> one account and opening another. Option 1 records the
      *> conversion to a target type from an effective date, today
      *> or later, with a reason code from the fixed list below; the
      *> account must pass the target type's minimum balance and
      *> eligibility rules (ProductEligible) when it is recorded and
      *> again on the effective date. One effective today is applied
      *> at once by ProductConvertApply; a later one stays PENDING
      *> until the EOD chain applies it after the date roll that
      *> reaches it. Only one conversion per account may be pending.
      *> Option 2 lists the conversions, for one account or all;
      *> option 3 cancels one still pending.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODCONV-FILE ASSIGN TO "PRODCONV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-ID
               ALTERNATE RECORD KEY IS PC-ACC-NO WITH DUPLICATES
               FILE STATUS IS PRODCONV-STATUS.

           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-ACC-NO
               FILE STATUS IS FILE-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PRODCONV-FILE.
           COPY "PROD-CONVERT.cpy".

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 PRODCONV-STATUS         PIC XX.
       01 FILE-STATUS             PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 AUDIT-LINE              PIC X(120).
       01 WS-AUDIT-TIME           PIC 9(6).
       01 WS-AUDIT-ACTION         PIC X(18).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).

       01 WS-MENU-CHOICE          PIC 9.
       01 WS-AGAIN                PIC X VALUE 'Y'.
       01 WS-EOF                  PIC X.
       01 WS-ACC-INPUT            PIC 9(16).
       01 WS-TYPE-INPUT           PIC X(10).
       01 WS-DATE-INPUT           PIC 9(8).
       01 WS-REASON-CODE          PIC 9.
       01 WS-REASON               PIC X(25).
       01 WS-CONV-INPUT           PIC 9(6).
       01 WS-CONFIRM              PIC X.
       01 WS-LISTED               PIC 9(5).
       01 WS-PENDING-ID           PIC 9(6).
       01 WS-NEW-ID               PIC 9(6).
       01 WS-FROM-TYPE            PIC X(10).

       01 WS-ELIGIBLE             PIC X.
       01 WS-REFUSAL              PIC X(40).
       01 WS-MIN-BALANCE          PIC 9(13)V99.
       01 FORMAT-BALANCE          PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-MIN              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
       MAIN-PROCEDURE.
           IF ADMIN-CHOICE = 116

           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY

           PERFORM UNTIL WS-AGAIN NOT = 'Y' AND WS-AGAIN NOT = 'y'
               DISPLAY "============================================"
               DISPLAY "       ACCOUNT PRODUCT CONVERSION"
               DISPLAY "============================================"
               DISPLAY "1. Record a product conversion"
               DISPLAY "2. List product conversions"
               DISPLAY "3. Cancel a pending conversion"
               DISPLAY "Enter choice (1-3): "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM RECORD-CONVERSION
                   WHEN 2
                       PERFORM LIST-CONVERSIONS
                   WHEN 3
                       PERFORM CANCEL-CONVERSION
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE

               DISPLAY "Another product conversion action? (Y/N): "
               ACCEPT WS-AGAIN
           END-PERFORM

           MOVE 'Y' TO WS-AGAIN
           END-IF
           GOBACK.

       RECORD-CONVERSION.
           DISPLAY "Account number: "
           ACCEPT WS-ACC-INPUT
           IF WS-ACC-INPUT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT USER-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "[ERROR]: Could not open USERS.DAT."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACC-INPUT TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   DISPLAY "Account " WS-ACC-INPUT " not found."
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE USER-FILE
           MOVE USER-ACC-TYPE TO WS-FROM-TYPE
           MOVE USER-BALANCE TO FORMAT-BALANCE
           DISPLAY "Account " USER-ACC-NO " " FUNCTION TRIM(USER-NAME)
           DISPLAY "  Type " FUNCTION TRIM(USER-ACC-TYPE)
               ", status " FUNCTION TRIM(USER-STATUS)
               ", balance " FUNCTION TRIM(FORMAT-BALANCE)

           PERFORM FIND-PENDING-CONVERSION
           IF WS-PENDING-ID NOT = 0
               DISPLAY "Conversion " WS-PENDING-ID " to "
                   FUNCTION TRIM(PC-TO-TYPE) " effective "
                   PC-EFFECTIVE " is already pending - cancel it "
                   "first."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Convert to account type: "
           MOVE SPACES TO WS-TYPE-INPUT
           ACCEPT WS-TYPE-INPUT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TYPE-INPUT))
               TO WS-TYPE-INPUT
           IF WS-TYPE-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Effective date YYYYMMDD (0 = today " WS-TODAY
               "): "
           MOVE 0 TO WS-DATE-INPUT
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT = 0
               MOVE WS-TODAY TO WS-DATE-INPUT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-INPUT) NOT = 0
               DISPLAY "Invalid date - nothing recorded."
               EXIT PARAGRAPH
           END-IF
           IF WS-DATE-INPUT < WS-TODAY
               DISPLAY "A conversion cannot take effect before today."
               EXIT PARAGRAPH
           END-IF

           CALL "ProductEligible" USING WS-ACC-INPUT, WS-TYPE-INPUT,
               WS-DATE-INPUT, WS-ELIGIBLE, WS-REFUSAL, WS-MIN-BALANCE
           IF WS-ELIGIBLE NOT = 'Y'
               DISPLAY "Not eligible for " FUNCTION TRIM(WS-TYPE-INPUT)
                   ": " FUNCTION TRIM(WS-REFUSAL)
                   " - nothing recorded."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MIN-BALANCE TO FORMAT-MIN
           DISPLAY "  " FUNCTION TRIM(WS-TYPE-INPUT)
               " minimum balance " FUNCTION TRIM(FORMAT-MIN)
               " - eligible."

           DISPLAY "Reason - 1 customer request, 2 balance now"
           DISPLAY "qualifies, 3 cannot keep the minimum, 4 bank"
           DISPLAY "product review, 5 other: "
           MOVE 0 TO WS-REASON-CODE
           ACCEPT WS-REASON-CODE
           EVALUATE WS-REASON-CODE
               WHEN 1 MOVE "CUSTOMER REQUEST" TO WS-REASON
               WHEN 2 MOVE "BALANCE NOW QUALIFIES" TO WS-REASON
               WHEN 3 MOVE "CANNOT KEEP MINIMUM" TO WS-REASON
               WHEN 4 MOVE "BANK PRODUCT REVIEW" TO WS-REASON
               WHEN 5 MOVE "OTHER" TO WS-REASON
               WHEN OTHER
                   DISPLAY "A reason code 1-5 is required - nothing "
                       "recorded."
                   EXIT PARAGRAPH
           END-EVALUATE

           DISPLAY "Convert account " WS-ACC-INPUT " from "
               FUNCTION TRIM(WS-FROM-TYPE) " to "
               FUNCTION TRIM(WS-TYPE-INPUT) " effective "
               WS-DATE-INPUT "? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-NEXT-CONVERSION-ID
           IF WS-NEW-ID = 0
               EXIT PARAGRAPH
           END-IF
           INITIALIZE PROD-CONVERT-RECORD
           MOVE WS-NEW-ID TO PC-ID
           MOVE WS-ACC-INPUT TO PC-ACC-NO
           MOVE WS-FROM-TYPE TO PC-FROM-TYPE
           MOVE WS-TYPE-INPUT TO PC-TO-TYPE
           MOVE WS-DATE-INPUT TO PC-EFFECTIVE
           MOVE "PENDING" TO PC-STATUS
           MOVE WS-REASON-CODE TO PC-REASON-CODE
           MOVE WS-REASON TO PC-REASON
           MOVE WS-TODAY TO PC-RECORDED-DATE
           MOVE LNK-OPERATOR-ID TO PC-RECORDED-BY
           WRITE PROD-CONVERT-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not record conversion "
                       WS-NEW-ID "."
                   CLOSE PRODCONV-FILE
                   EXIT PARAGRAPH
           END-WRITE
           CLOSE PRODCONV-FILE

           DISPLAY "Product conversion " WS-NEW-ID " recorded."
           MOVE "PROD_CONV_RECORD" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-LOG

           IF WS-DATE-INPUT = WS-TODAY
               CALL "ProductConvertApply" USING WS-NEW-ID
           ELSE
               DISPLAY "It will be applied by the end of day run "
                   "that rolls to " WS-DATE-INPUT "."
           END-IF.

      *> The pending conversion of WS-ACC-INPUT, if any, into
      *> WS-PENDING-ID (0 = none) with its record left in the area.
       FIND-PENDING-CONVERSION.
           MOVE 0 TO WS-PENDING-ID
           OPEN INPUT PRODCONV-FILE
           IF PRODCONV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE WS-ACC-INPUT TO PC-ACC-NO
           START PRODCONV-FILE KEY IS EQUAL TO PC-ACC-NO
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ PRODCONV-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PC-ACC-NO NOT = WS-ACC-INPUT
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF PC-PENDING
                               MOVE PC-ID TO WS-PENDING-ID
                               MOVE 'Y' TO WS-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODCONV-FILE.

      *> Takes the next id from control record 0 and leaves
      *> PRODCONV-FILE open I-O for the new record; WS-NEW-ID is 0
      *> (and the file closed) when that fails.
       GET-NEXT-CONVERSION-ID.
           MOVE 0 TO WS-NEW-ID
           OPEN I-O PRODCONV-FILE
           IF PRODCONV-STATUS = "35"
               OPEN OUTPUT PRODCONV-FILE
               CLOSE PRODCONV-FILE
               OPEN I-O PRODCONV-FILE
           END-IF
           IF PRODCONV-STATUS NOT = "00"
               DISPLAY "[ERROR]: Could not open PRODCONV.DAT."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO PC-ID
           READ PRODCONV-FILE KEY IS PC-ID
               INVALID KEY
                   INITIALIZE PROD-CONVERT-RECORD
                   MOVE 0 TO PC-ID
                   MOVE 1 TO PC-ACC-NO
                   MOVE "CONTROL" TO PC-STATUS
                   WRITE PROD-CONVERT-RECORD
                       INVALID KEY
                           DISPLAY "[ERROR]: Could not start the "
                               "conversion counter."
                           CLOSE PRODCONV-FILE
                           EXIT PARAGRAPH
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO PC-ACC-NO
                   REWRITE PROD-CONVERT-RECORD
                       INVALID KEY
                           DISPLAY "[ERROR]: Could not update the "
                               "conversion counter."
                           CLOSE PRODCONV-FILE
                           EXIT PARAGRAPH
                   END-REWRITE
           END-READ
           MOVE PC-ACC-NO TO WS-NEW-ID.

       LIST-CONVERSIONS.
           DISPLAY "Account number (0 = all): "
           MOVE 0 TO WS-ACC-INPUT
           ACCEPT WS-ACC-INPUT
           MOVE 0 TO WS-LISTED

           OPEN INPUT PRODCONV-FILE
           IF PRODCONV-STATUS NOT = "00"
               DISPLAY "No product conversions recorded."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ID     ACCOUNT          FROM       TO         "
               "EFFECTIVE STATUS    RC"
           MOVE 'N' TO WS-EOF
           MOVE 1 TO PC-ID
           START PRODCONV-FILE KEY IS NOT LESS THAN PC-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ PRODCONV-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ACC-INPUT = 0 OR
                          PC-ACC-NO = WS-ACC-INPUT
                           DISPLAY PC-ID " " PC-ACC-NO " "
                               PC-FROM-TYPE " " PC-TO-TYPE " "
                               PC-EFFECTIVE "  " PC-STATUS " "
                               PC-REASON-CODE
                           IF PC-REFUSAL NOT = SPACES
                               DISPLAY "       "
                                   FUNCTION TRIM(PC-REFUSAL)
                           END-IF
                           ADD 1 TO WS-LISTED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODCONV-FILE
           DISPLAY WS-LISTED " conversion(s) listed.".

       CANCEL-CONVERSION.
           DISPLAY "Conversion number: "
           MOVE 0 TO WS-CONV-INPUT
           ACCEPT WS-CONV-INPUT
           IF WS-CONV-INPUT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN I-O PRODCONV-FILE
           IF PRODCONV-STATUS NOT = "00"
               DISPLAY "No product conversions recorded."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONV-INPUT TO PC-ID
           READ PRODCONV-FILE KEY IS PC-ID
               INVALID KEY
                   DISPLAY "No product conversion " WS-CONV-INPUT "."
                   CLOSE PRODCONV-FILE
                   EXIT PARAGRAPH
           END-READ
           IF NOT PC-PENDING
               DISPLAY "Conversion " PC-ID " is "
                   FUNCTION TRIM(PC-STATUS) " - only a pending "
                   "conversion can be cancelled."
               CLOSE PRODCONV-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Cancel the conversion of account " PC-ACC-NO
               " to " FUNCTION TRIM(PC-TO-TYPE) " effective "
               PC-EFFECTIVE "? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               CLOSE PRODCONV-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "CANCELLED" TO PC-STATUS
           REWRITE PROD-CONVERT-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not cancel conversion "
                       PC-ID "."
                   CLOSE PRODCONV-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           CLOSE PRODCONV-FILE
           DISPLAY "Conversion " PC-ID " cancelled."
           MOVE "PROD_CONV_CANCEL" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-LOG.

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-ACTION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               PC-ID DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               PC-ACC-NO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(PC-FROM-TYPE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(PC-TO-TYPE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               PC-EFFECTIVE DELIMITED BY SIZE
               ",RC" DELIMITED BY SIZE
               PC-REASON-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(PC-REASON) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(LNK-OPERATOR-ID) DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           CALL "AuditLogger" USING AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE.

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
                           MOVE SPACES TO WS-PARAM-NAME WS-PARAM-VALUE
                           UNSTRING PARAM-LINE DELIMITED BY ","
                               INTO WS-PARAM-NAME WS-PARAM-VALUE
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "BUSINESSDATE"
                               COMPUTE WS-BUSINESS-DATE =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM ProductConvert.
