       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProductConvertApply.

      *> Applies account product conversions recorded on
      *> PRODCONV.DAT. Called with a conversion id it applies that
      *> one conversion when it is PENDING and due (ProductConvert,
      *> for a conversion effective the day it is recorded); called
      *> with 0 it applies every PENDING conversion whose effective
      *> date has been reached (the EOD chain, straight after the
      *> date roll). Applying a conversion:
      *>   - checks the account again against the target type's
      *>     minimum balance and ACCTYPES.DAT eligibility
      *>     (ProductEligible) - a conversion that no longer passes
      *>     is REFUSED, one whose account has closed CANCELLED;
      *>   - settles the interest accrued under the old type up to
      *>     the conversion through AccrualSettle, taxed at WHTAXRATE
      *>     the way InterestPosting does: the net credited as the
      *>     TR-TYPE 5 entry, the withheld part as its TR-TYPE 9
      *>     record and into the TAXPOS.DAT position. Nightly accrual
      *>     from here on runs at the new type's rates, so the
      *>     month's interest is split at the conversion;
      *>   - switches USER-ACC-TYPE. The minimum balance, transfer
      *>     fees and limits are looked up from the account type at
      *>     each transaction and so follow at once; the month's
      *>     average balance the maintenance fee batch prices against
      *>     the type's minimum restarts from the conversion date;
      *>   - writes the customer's conversion advice,
      *>     CONVADV-<account>-<id>.txt (a refusal gets one too);
      *>   - marks the conversion APPLIED and audits PROD_CONVERT
      *>     with the reason code.

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

           SELECT ACCRUAL-FILE ASSIGN TO "ACCRUAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACR-ACC-NO
               FILE STATUS IS ACCRUAL-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANSACTIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID
               ALTERNATE RECORD KEY IS TRANSACTION-CDE
               ALTERNATE RECORD KEY IS TR-ACC-NO
                   WITH DUPLICATES
               FILE STATUS IS TRANS-STATUS.

           SELECT TRAN-CONTROL-FILE ASSIGN TO "TRANCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               FILE STATUS IS CTL-STATUS.

           SELECT TAXPOS-FILE ASSIGN TO "TAXPOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TAXPOS-KEY
               FILE STATUS IS TAXPOS-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

           SELECT ADVICE-FILE ASSIGN TO DYNAMIC ADVICE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADVICE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PRODCONV-FILE.
           COPY "PROD-CONVERT.cpy".

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD ACCRUAL-FILE.
           COPY "INT-ACCRUAL.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD TRAN-CONTROL-FILE.
           COPY "TRAN-CONTROL.cpy".

       FD TAXPOS-FILE.
       01 TAXPOS-RECORD.
           05 TAXPOS-KEY          PIC 9(1).
           05 TAXPOS-TOTAL        PIC 9(15)V99.
           05 TAXPOS-LAST-DATE    PIC 9(8).

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD ADVICE-FILE.
       01 ADVICE-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01 PRODCONV-STATUS         PIC XX.
       01 FILE-STATUS             PIC XX.
       01 ACCRUAL-STATUS          PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 CTL-STATUS              PIC XX.
       01 TAXPOS-STATUS           PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 ADVICE-STATUS           PIC XX.
       01 ADVICE-FILENAME         PIC X(40).
       01 AUDIT-LINE              PIC X(120).
       01 WS-AUDIT-TIME           PIC 9(6).

       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-WHTAX-RATE           PIC 9V9999 VALUE 0.
       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).

       01 WS-EOF                  PIC X.
       01 WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
       01 WS-REFUSED-COUNT        PIC 9(5) VALUE 0.
       01 WS-ACC-FOUND            PIC X.

       01 WS-ELIGIBLE             PIC X.
       01 WS-REFUSAL              PIC X(40).
       01 WS-MIN-BALANCE          PIC 9(13)V99.

       01 WS-ACR-MODE             PIC X.
       01 WS-ACR-AMOUNT           PIC 9(13)V99.
       01 WS-ACR-FROM             PIC 9(8).
       01 WS-ACR-FOUND            PIC X.
       01 WS-NET-INTEREST         PIC 9(15)V99 VALUE 0.

       01 LAST-TRANSACTION-ID     PIC 9(9).
       01 WS-CTL-DATE-RAW         PIC X(6).
       01 WS-CTL-DATE             PIC 9(8).
       01 WS-NEXT-RECEIPT-CDE     PIC 9(14).
       01 WS-CUR-TIME             PIC X(6).
       01 WS-TIME                 PIC 9(8).
       01 WS-POST-TYPE            PIC 9.
       01 WS-POST-AMOUNT          PIC 9(15)V99.
       01 WS-CONV-OPERATOR        PIC X(20) VALUE "PRODCONV".

      *> The account as the advice addresses it.
       01 WS-ACC-NAME             PIC X(25).
       01 WS-ACC-ADDRESS          PIC X(40).

       01 FORMAT-BALANCE          PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01 LNK-PC-ID               PIC 9(6).

       PROCEDURE DIVISION USING LNK-PC-ID.
       MAIN-PROCEDURE.
           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           MOVE 0 TO WS-APPLIED-COUNT WS-REFUSED-COUNT

           OPEN I-O PRODCONV-FILE
           IF PRODCONV-STATUS NOT = "00"
               IF LNK-PC-ID = 0
                   DISPLAY "No product conversions recorded."
               END-IF
               GOBACK
           END-IF

           IF LNK-PC-ID NOT = 0
               MOVE LNK-PC-ID TO PC-ID
               READ PRODCONV-FILE KEY IS PC-ID
                   INVALID KEY
                       DISPLAY "No product conversion " LNK-PC-ID "."
                   NOT INVALID KEY
                       IF PC-PENDING AND PC-EFFECTIVE <= WS-TODAY
                           PERFORM APPLY-CONVERSION
                       END-IF
               END-READ
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE 1 TO PC-ID
               START PRODCONV-FILE KEY IS NOT LESS THAN PC-ID
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PRODCONV-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PC-PENDING AND PC-EFFECTIVE <= WS-TODAY
                               PERFORM APPLY-CONVERSION
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "Product conversions applied  : "
                   WS-APPLIED-COUNT
               DISPLAY "Product conversions refused  : "
                   WS-REFUSED-COUNT
           END-IF
           CLOSE PRODCONV-FILE
           GOBACK.

      *> The conversion in PROD-CONVERT-RECORD, read from an open
      *> PRODCONV-FILE, is PENDING and due.
       APPLY-CONVERSION.
           CALL "ProductEligible" USING PC-ACC-NO, PC-TO-TYPE,
               WS-TODAY, WS-ELIGIBLE, WS-REFUSAL, WS-MIN-BALANCE
           IF WS-ELIGIBLE NOT = 'Y'
               IF WS-REFUSAL = "ACCOUNT NOT FOUND"
                   MOVE "CANCELLED" TO PC-STATUS
               ELSE
                   MOVE "REFUSED" TO PC-STATUS
               END-IF
               MOVE WS-REFUSAL TO PC-REFUSAL
               MOVE WS-TODAY TO PC-APPLIED-DATE
               REWRITE PROD-CONVERT-RECORD
                   INVALID KEY
                       DISPLAY "[ERROR]: Could not update product "
                           "conversion " PC-ID
               END-REWRITE
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "Product conversion " PC-ID " "
                   FUNCTION TRIM(PC-STATUS) " - "
                   FUNCTION TRIM(WS-REFUSAL) "."
               IF PC-REFUSED
                   PERFORM READ-ACCOUNT-ADDRESS
                   PERFORM WRITE-ADVICE
               END-IF
               PERFORM WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF

           PERFORM SETTLE-OLD-TYPE-INTEREST
           PERFORM SWITCH-ACCOUNT-TYPE
           IF WS-ACC-FOUND NOT = 'Y'
               DISPLAY "[ERROR]: Account " PC-ACC-NO " could not be "
                   "converted - correct conversion " PC-ID
                   " by hand."
               EXIT PARAGRAPH
           END-IF
           PERFORM RESTART-MONTH-AVERAGE

           MOVE "APPLIED" TO PC-STATUS
           MOVE WS-TODAY TO PC-APPLIED-DATE
           REWRITE PROD-CONVERT-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not mark product "
                       "conversion " PC-ID " applied - correct it "
                       "by hand."
           END-REWRITE
           ADD 1 TO WS-APPLIED-COUNT

           PERFORM WRITE-ADVICE
           DISPLAY "Account " PC-ACC-NO " converted from "
               FUNCTION TRIM(PC-FROM-TYPE) " to "
               FUNCTION TRIM(PC-TO-TYPE) " (conversion " PC-ID ")."
           PERFORM WRITE-AUDIT-LOG.

      *> Interest the old type has accrued is paid now, so none of
      *> it is ever priced at the new type's rates.
       SETTLE-OLD-TYPE-INTEREST.
           MOVE 0 TO PC-SETTLED-GROSS PC-SETTLED-TAX PC-ACCRUED-FROM
           MOVE 0 TO WS-NET-INTEREST
           MOVE "S" TO WS-ACR-MODE
           CALL "AccrualSettle" USING PC-ACC-NO, WS-ACR-MODE,
               WS-TODAY, WS-ACR-AMOUNT, WS-ACR-FROM, WS-ACR-FOUND
           IF WS-ACR-FOUND NOT = 'Y' OR WS-ACR-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACR-AMOUNT TO PC-SETTLED-GROSS
           MOVE WS-ACR-FROM TO PC-ACCRUED-FROM
           COMPUTE PC-SETTLED-TAX ROUNDED =
               PC-SETTLED-GROSS * WS-WHTAX-RATE
           COMPUTE WS-NET-INTEREST =
               PC-SETTLED-GROSS - PC-SETTLED-TAX.

      *> Credits the settled net interest and switches the type in
      *> one rewrite, with the interest legs posted against it.
       SWITCH-ACCOUNT-TYPE.
           MOVE 'N' TO WS-ACC-FOUND
           OPEN I-O USER-FILE
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE PC-ACC-NO TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE 'Y' TO WS-ACC-FOUND
           MOVE USER-NAME TO WS-ACC-NAME
           MOVE USER-ADDRESS TO WS-ACC-ADDRESS
           MOVE USER-ACC-TYPE TO PC-FROM-TYPE
           IF USER-CURRENCY NOT = SPACES
               MOVE USER-CURRENCY TO PC-CCY
           ELSE
               MOVE "MMK" TO PC-CCY
           END-IF

           IF WS-NET-INTEREST > 0
               ADD WS-NET-INTEREST TO USER-BALANCE
               MOVE 5 TO WS-POST-TYPE
               MOVE WS-NET-INTEREST TO WS-POST-AMOUNT
               PERFORM POST-TRANSACTION
           END-IF
           IF PC-SETTLED-TAX > 0
               MOVE 9 TO WS-POST-TYPE
               MOVE PC-SETTLED-TAX TO WS-POST-AMOUNT
               PERFORM POST-TRANSACTION
               PERFORM ADD-TO-TAX-POSITION
           END-IF
           MOVE USER-BALANCE TO PC-BALANCE

           MOVE PC-TO-TYPE TO USER-ACC-TYPE
           REWRITE USER-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not convert account "
                       USER-ACC-NO " to " FUNCTION TRIM(PC-TO-TYPE)
                   MOVE 'N' TO WS-ACC-FOUND
           END-REWRITE
           MOVE "USER" TO WS-IJ-KIND
           MOVE USER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           CLOSE USER-FILE.

      *> The days before the conversion were held under the old
      *> type's minimum; the month's average is taken again from
      *> today so the new minimum is only judged on its own days.
       RESTART-MONTH-AVERAGE.
           OPEN I-O ACCRUAL-FILE
           IF ACCRUAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE PC-ACC-NO TO ACR-ACC-NO
           READ ACCRUAL-FILE
               NOT INVALID KEY
                   MOVE WS-TODAY(1:6) TO ACR-MTD-MONTH
                   MOVE 0 TO ACR-MTD-BAL-SUM
                   MOVE 0 TO ACR-MTD-DAYS
                   REWRITE ACCRUAL-RECORD
                       INVALID KEY
                           DISPLAY "[ERROR]: Could not restart the "
                               "month average for " PC-ACC-NO
                   END-REWRITE
           END-READ
           CLOSE ACCRUAL-FILE.

      *> Name and address for a refusal advice, where the account
      *> is not otherwise read.
       READ-ACCOUNT-ADDRESS.
           MOVE SPACES TO WS-ACC-NAME WS-ACC-ADDRESS
           OPEN INPUT USER-FILE
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE PC-ACC-NO TO USER-ACC-NO
           READ USER-FILE
               NOT INVALID KEY
                   MOVE USER-NAME TO WS-ACC-NAME
                   MOVE USER-ADDRESS TO WS-ACC-ADDRESS
           END-READ
           CLOSE USER-FILE.

       POST-TRANSACTION.
           OPEN I-O TRANSACTION-FILE

           PERFORM GET-NEXT-TRANSACTION-ID

           ACCEPT WS-TIME FROM TIME
           STRING WS-TIME(1:2) DELIMITED BY SIZE
                  WS-TIME(3:2) DELIMITED BY SIZE
                  WS-TIME(5:2) DELIMITED BY SIZE
                  INTO WS-CUR-TIME

           MOVE WS-NEXT-RECEIPT-CDE TO TRANSACTION-CDE
           MOVE LAST-TRANSACTION-ID TO TRANSACTION-ID
           MOVE PC-ACC-NO           TO TR-ACC-NO
           IF WS-POST-TYPE = 5
               MOVE PC-ACC-NO       TO TR-RECEIVER-NO
           ELSE
               MOVE 0               TO TR-RECEIVER-NO
           END-IF
           MOVE 0                   TO TR-GROUP-ID
           MOVE WS-POST-TYPE        TO TR-TYPE
           MOVE WS-TODAY            TO TR-DATE
           MOVE WS-TODAY            TO TR-VALUE-DATE
           MOVE WS-CUR-TIME         TO TR-TIME
           MOVE WS-CONV-OPERATOR    TO TR-OPERATOR-ID
           MOVE "N"                 TO TR-REVERSED
           MOVE PC-CCY              TO TR-CURRENCY
           MOVE 1                   TO TR-FX-RATE
           MOVE SPACES TO TR-TERMINAL
           CALL "WorkBranch" USING TR-OPERATOR-ID TR-TERMINAL
               USER-BRANCH TR-BRANCH
           COMPUTE TR-AMOUNT  =
               FUNCTION INTEGER-PART(WS-POST-AMOUNT)
           COMPUTE TR-DECIMAL =
               FUNCTION MOD(WS-POST-AMOUNT * 100, 100)

           WRITE TRANSACTION-RECORD INVALID KEY
               DISPLAY "[ERROR]: Writing conversion interest leg "
                   "failed."
           END-WRITE
           MOVE "TRAN" TO WS-IJ-KIND
           MOVE TRANSACTION-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE

           CLOSE TRANSACTION-FILE.

       GET-NEXT-TRANSACTION-ID.
           OPEN I-O TRAN-CONTROL-FILE
           IF CTL-STATUS = "35"
               OPEN OUTPUT TRAN-CONTROL-FILE
               CLOSE TRAN-CONTROL-FILE
               OPEN I-O TRAN-CONTROL-FILE
           END-IF

           ACCEPT WS-CTL-DATE-RAW FROM DATE
           STRING "20" WS-CTL-DATE-RAW(1:2) DELIMITED BY SIZE
                  WS-CTL-DATE-RAW(3:2) DELIMITED BY SIZE
                  WS-CTL-DATE-RAW(5:2) DELIMITED BY SIZE
                  INTO WS-CTL-DATE

           MOVE 1 TO CTL-KEY
           READ TRAN-CONTROL-FILE KEY IS CTL-KEY
               INVALID KEY
                   MOVE 1 TO CTL-KEY
                   MOVE 1 TO CTL-LAST-TRANSACTION-ID
                   MOVE 1 TO LAST-TRANSACTION-ID
                   MOVE WS-CTL-DATE TO CTL-RECEIPT-DATE
                   MOVE 1 TO CTL-RECEIPT-SEQ
                   WRITE TRAN-CONTROL-RECORD
               NOT INVALID KEY
                   ADD 1 TO CTL-LAST-TRANSACTION-ID
                   MOVE CTL-LAST-TRANSACTION-ID TO LAST-TRANSACTION-ID
                   IF CTL-RECEIPT-DATE NOT = WS-CTL-DATE
                       MOVE WS-CTL-DATE TO CTL-RECEIPT-DATE
                       MOVE 0 TO CTL-RECEIPT-SEQ
                   END-IF
                   ADD 1 TO CTL-RECEIPT-SEQ
                   REWRITE TRAN-CONTROL-RECORD
           END-READ

           COMPUTE WS-NEXT-RECEIPT-CDE =
               (CTL-RECEIPT-DATE * 1000000) + CTL-RECEIPT-SEQ

           CLOSE TRAN-CONTROL-FILE.

       ADD-TO-TAX-POSITION.
           OPEN I-O TAXPOS-FILE
           IF TAXPOS-STATUS = "35"
               OPEN OUTPUT TAXPOS-FILE
               CLOSE TAXPOS-FILE
               OPEN I-O TAXPOS-FILE
           END-IF
           MOVE 1 TO TAXPOS-KEY
           READ TAXPOS-FILE KEY IS TAXPOS-KEY
               INVALID KEY
                   MOVE 1 TO TAXPOS-KEY
                   MOVE PC-SETTLED-TAX TO TAXPOS-TOTAL
                   MOVE WS-TODAY TO TAXPOS-LAST-DATE
                   WRITE TAXPOS-RECORD
               NOT INVALID KEY
                   ADD PC-SETTLED-TAX TO TAXPOS-TOTAL
                   MOVE WS-TODAY TO TAXPOS-LAST-DATE
                   REWRITE TAXPOS-RECORD
           END-READ
           CLOSE TAXPOS-FILE.

       WRITE-ADVICE.
           MOVE SPACES TO ADVICE-FILENAME
           STRING "CONVADV-" PC-ACC-NO "-" PC-ID ".txt"
               DELIMITED BY SIZE INTO ADVICE-FILENAME
           OPEN OUTPUT ADVICE-FILE
           IF ADVICE-STATUS NOT = "00"
               DISPLAY "[ERROR]: Could not write advice "
                   ADVICE-FILENAME
               EXIT PARAGRAPH
           END-IF

           WRITE ADVICE-LINE FROM
               "============================================="
           WRITE ADVICE-LINE FROM
               "     ACCOUNT PRODUCT CONVERSION ADVICE"
           WRITE ADVICE-LINE FROM
               "============================================="
           MOVE SPACES TO ADVICE-LINE
           STRING "To          : " FUNCTION TRIM(WS-ACC-NAME)
               DELIMITED BY SIZE INTO ADVICE-LINE
           WRITE ADVICE-LINE
           MOVE SPACES TO ADVICE-LINE
           STRING "              " FUNCTION TRIM(WS-ACC-ADDRESS)
               DELIMITED BY SIZE INTO ADVICE-LINE
           WRITE ADVICE-LINE
           MOVE SPACES TO ADVICE-LINE
           STRING "Conversion  : " PC-ID "   Date of advice : "
               WS-TODAY
               DELIMITED BY SIZE INTO ADVICE-LINE
           WRITE ADVICE-LINE
           WRITE ADVICE-LINE FROM
               "---------------------------------------------"
           MOVE SPACES TO ADVICE-LINE
           STRING "Account     : " PC-ACC-NO
               DELIMITED BY SIZE INTO ADVICE-LINE
           WRITE ADVICE-LINE
           MOVE SPACES TO ADVICE-LINE
           STRING "From type   : " FUNCTION TRIM(PC-FROM-TYPE)
               "   To type : " FUNCTION TRIM(PC-TO-TYPE)
               DELIMITED BY SIZE INTO ADVICE-LINE
           WRITE ADVICE-LINE
           MOVE SPACES TO ADVICE-LINE
           STRING "Effective   : " PC-EFFECTIVE
               DELIMITED BY SIZE INTO ADVICE-LINE
           WRITE ADVICE-LINE
           MOVE SPACES TO ADVICE-LINE
           STRING "Reason      : " PC-REASON-CODE " "
               FUNCTION TRIM(PC-REASON)
               DELIMITED BY SIZE INTO ADVICE-LINE
           WRITE ADVICE-LINE
           WRITE ADVICE-LINE FROM
               "---------------------------------------------"
           IF PC-REFUSED
               WRITE ADVICE-LINE FROM
                   "The conversion could not be made on its"
               WRITE ADVICE-LINE FROM
                   "effective date and your account is unchanged:"
               MOVE SPACES TO ADVICE-LINE
               STRING "  " FUNCTION TRIM(PC-REFUSAL)
                   DELIMITED BY SIZE INTO ADVICE-LINE
               WRITE ADVICE-LINE
               WRITE ADVICE-LINE FROM
                   "Please contact your branch to arrange it again."
           ELSE
               WRITE ADVICE-LINE FROM
                   "Interest earned under the old type, paid today"
               MOVE SPACES TO ADVICE-LINE
               STRING "  Accruing from     : " PC-ACCRUED-FROM
                   DELIMITED BY SIZE INTO ADVICE-LINE
               WRITE ADVICE-LINE
               MOVE PC-SETTLED-GROSS TO FORMAT-AMOUNT
               MOVE SPACES TO ADVICE-LINE
               STRING "  Gross interest    :  " FORMAT-AMOUNT
                   DELIMITED BY SIZE INTO ADVICE-LINE
               WRITE ADVICE-LINE
               MOVE PC-SETTLED-TAX TO FORMAT-AMOUNT
               MOVE SPACES TO ADVICE-LINE
               STRING "  Tax withheld      :  " FORMAT-AMOUNT
                   DELIMITED BY SIZE INTO ADVICE-LINE
               WRITE ADVICE-LINE
               MOVE WS-NET-INTEREST TO FORMAT-AMOUNT
               MOVE SPACES TO ADVICE-LINE
               STRING "  Net credited      :  " FORMAT-AMOUNT
                   DELIMITED BY SIZE INTO ADVICE-LINE
               WRITE ADVICE-LINE
               MOVE PC-BALANCE TO FORMAT-BALANCE
               MOVE SPACES TO ADVICE-LINE
               STRING "Balance now       : " FORMAT-BALANCE " "
                   PC-CCY
                   DELIMITED BY SIZE INTO ADVICE-LINE
               WRITE ADVICE-LINE
               MOVE WS-MIN-BALANCE TO FORMAT-AMOUNT
               MOVE SPACES TO ADVICE-LINE
               STRING "New minimum balance:  " FORMAT-AMOUNT
                   DELIMITED BY SIZE INTO ADVICE-LINE
               WRITE ADVICE-LINE
               WRITE ADVICE-LINE FROM
                   "From the effective date interest, fees, limits"
               WRITE ADVICE-LINE FROM
                   "and the minimum balance are those of the new"
               WRITE ADVICE-LINE FROM
                   "type. This month's average balance is counted"
               WRITE ADVICE-LINE FROM
                   "from the effective date."
           END-IF
           WRITE ADVICE-LINE FROM
               "============================================="
           CLOSE ADVICE-FILE.

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               ",PROD_CONVERT," DELIMITED BY SIZE
               PC-ID DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               PC-ACC-NO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(PC-FROM-TYPE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(PC-TO-TYPE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(PC-STATUS) DELIMITED BY SIZE
               ",RC" DELIMITED BY SIZE
               PC-REASON-CODE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(PC-RECORDED-BY) DELIMITED BY SIZE
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
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "WHTAXRATE"
                               COMPUTE WS-WHTAX-RATE =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM ProductConvertApply.
