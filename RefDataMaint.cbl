       IDENTIFICATION DIVISION.
       PROGRAM-ID. RefDataMaint.

      *> Reference data maintenance. PARAMS.DAT, ACCTYPES.DAT,
      *> NRCCODES.DAT, the general ledger chart and posting rules
      *> (GLCHART.DAT, GLRULES.DAT), the monthly account fee
      *> schedule (MAINTFEES.DAT), the counter service tariff
      *> (TARIFF.DAT) and the economic sector and loan purpose
      *> codes lending is classified by (LOANSECTORS.DAT) were
      *> edited with a text editor, and one stray comma made every
      *> program's READ-PARAMS silently misread a limit. These
      *> screens validate each change before it is written, record
      *> who changed what to AUDITLOG.DAT, and let a
      *> fee or limit change be scheduled on PARAMSFUT.DAT with an
      *> effective date - DateRoll applies it automatically when the
      *> business date reaches it. BUSINESSDATE itself cannot be
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FUTURE-STATUS.

           SELECT GLCHART-FILE ASSIGN TO "GLCHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLCHART-STATUS.

           SELECT GLRULES-FILE ASSIGN TO "GLRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLRULES-STATUS.

           SELECT MAINTFEE-FILE ASSIGN TO "MAINTFEES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINTFEE-STATUS.

           SELECT TARIFF-FILE ASSIGN TO "TARIFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TARIFF-STATUS.

           SELECT SECTOR-FILE ASSIGN TO "LOANSECTORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECTOR-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD FUTURE-FILE.
       01 FUTURE-LINE             PIC X(60).

       FD GLCHART-FILE.
       01 GLCHART-LINE            PIC X(80).

       FD GLRULES-FILE.
       01 GLRULES-LINE            PIC X(80).

       FD MAINTFEE-FILE.
       01 MAINTFEE-LINE           PIC X(80).

       FD TARIFF-FILE.
       01 TARIFF-LINE             PIC X(80).

       FD SECTOR-FILE.
       01 SECTOR-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01 AUDIT-LINE              PIC X(120).
       01 PARAMS-STATUS           PIC XX.
       01 ACCTYPE-STATUS          PIC XX.
       01 NRC-STATUS              PIC XX.
       01 FUTURE-STATUS           PIC XX.
       01 GLCHART-STATUS          PIC XX.
       01 GLRULES-STATUS          PIC XX.
       01 MAINTFEE-STATUS         PIC XX.
       01 TARIFF-STATUS           PIC XX.
       01 SECTOR-STATUS           PIC XX.

       01 WS-EOF                  PIC X.
       01 WS-MENU-CHOICE          PIC 99.
       01 WS-AGAIN                PIC X.
       01 DUMMY                   PIC X.

       01 PARAM-TABLE.
           05 PT-COUNT            PIC 9(3) VALUE 0.
           05 PT-LINE OCCURS 150 TIMES PIC X(120).
       01 PT-IDX                  PIC 9(3).
       01 WS-AT-F2                PIC X(20).
       01 WS-AT-F3                PIC X(20).
       01 WS-BAND-TAIL            PIC X(80).
       01 WS-TYPE-NAME            PIC X(10).
       01 WS-TYPE-RATE            PIC X(10).
       01 WS-TYPE-MIN             PIC X(12).
       01 WS-TYPE-FEE             PIC X(12).
       01 WS-TYPE-PENALTY         PIC X(12).

       01 WS-TF-KIND              PIC X(4).
       01 WS-TF-CODE              PIC X(12).
       01 WS-TF-AMOUNT            PIC X(12).
       01 WS-TF-CCY               PIC X(3).
       01 WS-TF-EFF               PIC X(8).
       01 WS-TF-WAIVABLE          PIC X.
       01 WS-TF-DESC              PIC X(40).
       01 WS-LINE-CODE            PIC X(12).
       01 WS-LINE-F3              PIC X(40).
       01 WS-LINE-F4              PIC X(10).
       01 WS-LINE-F5              PIC X(10).

       01 WS-REGION-INPUT         PIC X(4).
       01 WS-TOWNSHIP-INPUT       PIC X(12).
       01 WS-REGION-NUM           PIC 9(2).
       01 WS-REGION-EDIT          PIC Z9.

       01 WS-GL-CODE              PIC X(4).
       01 WS-GL-NAME              PIC X(40).
       01 WS-GL-CLASS             PIC X(10).
       01 WS-GL-KEY-LINE          PIC X(80).
       01 WS-RULE-KIND            PIC X(10).
       01 WS-RULE-KEY1            PIC X(20).
       01 WS-RULE-KEY2            PIC X(20).
       01 WS-RULE-CODE            PIC X(4).
       01 WS-LINE-KIND            PIC X(10).
       01 WS-LINE-KEY1            PIC X(20).
       01 WS-LINE-KEY2            PIC X(20).

       01 WS-SC-KIND              PIC X(1).
       01 WS-SC-CODE              PIC X(4).
       01 WS-SC-SECTOR            PIC X(3).
       01 WS-SC-DESC              PIC X(40).
       01 WS-SC-VALID             PIC X.
       01 WS-SC-REFUSAL           PIC X(40).
       01 WS-SC-SECTOR-NAME       PIC X(40).
       01 WS-SC-PURPOSE-NAME      PIC X(40).
       01 WS-SC-NO-PURPOSE        PIC X(4) VALUE SPACES.

       01 WS-EFF-DATE             PIC 9(8).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.


       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
               DISPLAY " 3. Add an NRC township code"
               DISPLAY " 4. Schedule a future parameter change"
               DISPLAY " 5. List pending future changes"
               DISPLAY " 6. GL chart of accounts"
               DISPLAY " 7. GL posting rules"
               DISPLAY " 8. Account maintenance fees"
               DISPLAY " 9. Counter service tariff"
               DISPLAY "10. Economic sectors and loan purposes"
               DISPLAY " 0. Back"
               DISPLAY "Choice: "
               ACCEPT WS-MENU-CHOICE
                       PERFORM SCHEDULE-FUTURE-CHANGE
                   WHEN 5
                       PERFORM LIST-FUTURE-CHANGES
                   WHEN 6
                       PERFORM MAINTAIN-GL-CHART
                   WHEN 7
                       PERFORM MAINTAIN-GL-RULES
                   WHEN 8
                       PERFORM MAINTAIN-MAINT-FEES
                   WHEN 9
                       PERFORM MAINTAIN-TARIFF
                   WHEN 10
                       PERFORM MAINTAIN-LOAN-SECTORS
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
           DISPLAY "Parameter updated. Running sessions pick it up "
               "at their next program start.".

      *> Everything except TERMINALID and the two fee waiver tiers
      *> must be a clean number - this is exactly the stray-comma
      *> corruption the screens exist to prevent.
       VALIDATE-PARAM-VALUE.
           MOVE 'Y' TO WS-FOUND
           IF FUNCTION TRIM(WS-VALUE-INPUT) = SPACES
               MOVE 'N' TO WS-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-NAME-INPUT = "MAINTWAIVETIER" OR
              WS-NAME-INPUT = "MINBALWAIVETIER"
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VALUE-INPUT))
                   TO WS-VALUE-INPUT
               IF WS-VALUE-INPUT NOT = "NONE" AND
                  WS-VALUE-INPUT NOT = "SILVER" AND
                  WS-VALUE-INPUT NOT = "GOLD"
                   DISPLAY "Waiver tier must be NONE, SILVER or "
                       "GOLD - nothing changed."
                   MOVE 'N' TO WS-FOUND
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-NAME-INPUT NOT = "TERMINALID"
               IF FUNCTION TEST-NUMVAL(WS-VALUE-INPUT) NOT = 0
                   DISPLAY "Value must be numeric for this "
               READ PARAMS-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PT-COUNT < 150
                           ADD 1 TO PT-COUNT
                           MOVE PARAM-LINE TO PT-LINE(PT-COUNT)
                       END-IF

      *> ACCTYPES.DAT lines are TYPE,base-rate,minimum-balance and
      *> then optional interest band pairs "from-amount,rate" that
      *> InterestPosting prices slice by slice, then any KEY=VALUE
      *> conversion eligibility rules ProductEligible reads. The two
      *> numeric fields edited here are validated the same way as
      *> parameters; the tail of an existing type - bands and rules
      *> - is carried across the rewrite untouched.
       MAINTAIN-ACC-TYPES.
           DISPLAY "---- current account types ----"
           MOVE 'N' TO WS-EOF
                               WITH POINTER WS-TAIL-PTR
                           IF FUNCTION TRIM(WS-PARAM-NAME)
                              NOT = WS-TYPE-NAME
                               IF PT-COUNT < 150
                                   ADD 1 TO PT-COUNT
                                   MOVE ACCTYPE-LINE
                                       TO PT-LINE(PT-COUNT)
           WRITE ACCTYPE-LINE
           CLOSE ACCTYPE-FILE.

      *> MAINTFEES.DAT lines are TYPE,maintenance-fee,penalty: the
      *> flat monthly fee MaintFeeBatch charges every account of the
      *> type, and the penalty when the month's average daily
      *> balance fell under the type's ACCTYPES.DAT minimum. A zero
      *> turns either charge off for the type.
       MAINTAIN-MAINT-FEES.
           DISPLAY "---- current maintenance fees ----"
           MOVE 'N' TO WS-EOF
           OPEN INPUT MAINTFEE-FILE
           IF MAINTFEE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MAINTFEE-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           DISPLAY "  " MAINTFEE-LINE
                   END-READ
               END-PERFORM
               CLOSE MAINTFEE-FILE
           END-IF

           DISPLAY "Account type (new or existing): "
           ACCEPT WS-TYPE-NAME
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TYPE-NAME))
               TO WS-TYPE-NAME
           IF WS-TYPE-NAME = SPACES
               DISPLAY "Nothing changed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Monthly maintenance fee (0 = none): "
           ACCEPT WS-TYPE-FEE
           DISPLAY "Below-minimum penalty (0 = none): "
           ACCEPT WS-TYPE-PENALTY
           IF FUNCTION TEST-NUMVAL(WS-TYPE-FEE) NOT = 0 OR
              FUNCTION TEST-NUMVAL(WS-TYPE-PENALTY) NOT = 0
               DISPLAY "Fee and penalty must be numeric - "
                   "nothing changed."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO PT-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT MAINTFEE-FILE
           IF MAINTFEE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MAINTFEE-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-PARAM-NAME
                           UNSTRING MAINTFEE-LINE DELIMITED BY ","
                               INTO WS-PARAM-NAME
                           IF FUNCTION TRIM(WS-PARAM-NAME)
                              NOT = WS-TYPE-NAME AND PT-COUNT < 150
                               ADD 1 TO PT-COUNT
                               MOVE MAINTFEE-LINE TO PT-LINE(PT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAINTFEE-FILE
           END-IF

           OPEN OUTPUT MAINTFEE-FILE
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-COUNT
               MOVE PT-LINE(PT-IDX) TO MAINTFEE-LINE
               WRITE MAINTFEE-LINE
           END-PERFORM
           MOVE SPACES TO MAINTFEE-LINE
           STRING FUNCTION TRIM(WS-TYPE-NAME) ","
               FUNCTION TRIM(WS-TYPE-FEE) ","
               FUNCTION TRIM(WS-TYPE-PENALTY)
               DELIMITED BY SIZE INTO MAINTFEE-LINE
           WRITE MAINTFEE-LINE
           CLOSE MAINTFEE-FILE

           MOVE SPACES TO WS-AUDIT-WHAT
           STRING "MAINTFEE " FUNCTION TRIM(WS-TYPE-NAME) " "
               FUNCTION TRIM(WS-TYPE-FEE) "/"
               FUNCTION TRIM(WS-TYPE-PENALTY)
               DELIMITED BY SIZE INTO WS-AUDIT-WHAT
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Maintenance fee written.".

      *> TARIFF.DAT holds two kinds of line:
      *>   SVC,code,amount,currency,effective-date,waivable(Y/N)
      *>   WVR,reason-code,description
      *> A tariff change is a new SVC line with a later effective
      *> date, so the charge in force on any past date stays on
      *> file; only a line with the same code, currency and date is
      *> replaced. A waiver reason with an existing code is
      *> replaced.
       MAINTAIN-TARIFF.
           DISPLAY "---- counter service tariff ----"
           MOVE 'N' TO WS-EOF
           OPEN INPUT TARIFF-FILE
           IF TARIFF-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TARIFF-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           DISPLAY "  " TARIFF-LINE
                   END-READ
               END-PERFORM
               CLOSE TARIFF-FILE
           END-IF

           DISPLAY "S = service charge line, W = waiver reason: "
           ACCEPT WS-TF-KIND
           MOVE FUNCTION UPPER-CASE(WS-TF-KIND) TO WS-TF-KIND
           DISPLAY "Code: "
           ACCEPT WS-TF-CODE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TF-CODE))
               TO WS-TF-CODE
           IF WS-TF-CODE = SPACES
               DISPLAY "Nothing changed."
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-TF-CODE REPLACING ALL "," BY " "

           MOVE SPACES TO WS-GL-KEY-LINE
           EVALUATE WS-TF-KIND(1:1)
               WHEN "S"
                   PERFORM ACCEPT-TARIFF-LINE
               WHEN "W"
                   DISPLAY "Description: "
                   ACCEPT WS-TF-DESC
                   INSPECT WS-TF-DESC REPLACING ALL "," BY " "
                   IF WS-TF-DESC = SPACES
                       DISPLAY "Description is required - "
                           "nothing changed."
                   ELSE
                       STRING "WVR," FUNCTION TRIM(WS-TF-CODE) ","
                           FUNCTION TRIM(WS-TF-DESC)
                           DELIMITED BY SIZE INTO WS-GL-KEY-LINE
                   END-IF
               WHEN OTHER
                   DISPLAY "Kind must be S or W - nothing changed."
           END-EVALUATE
           IF WS-GL-KEY-LINE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO PT-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT TARIFF-FILE
           IF TARIFF-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TARIFF-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM KEEP-TARIFF-LINE
                   END-READ
               END-PERFORM
               CLOSE TARIFF-FILE
           END-IF
           IF PT-COUNT < 150
               ADD 1 TO PT-COUNT
               MOVE WS-GL-KEY-LINE TO PT-LINE(PT-COUNT)
           END-IF

           OPEN OUTPUT TARIFF-FILE
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-COUNT
               MOVE PT-LINE(PT-IDX) TO TARIFF-LINE
               WRITE TARIFF-LINE
           END-PERFORM
           CLOSE TARIFF-FILE

           MOVE SPACES TO WS-AUDIT-WHAT
           STRING "TARIFF " WS-GL-KEY-LINE
               DELIMITED BY SIZE INTO WS-AUDIT-WHAT
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Tariff written.".

       ACCEPT-TARIFF-LINE.
           DISPLAY "Charge amount: "
           ACCEPT WS-TF-AMOUNT
           DISPLAY "Currency (e.g. MMK): "
           ACCEPT WS-TF-CCY
           MOVE FUNCTION UPPER-CASE(WS-TF-CCY) TO WS-TF-CCY
           DISPLAY "Effective date (YYYYMMDD): "
           ACCEPT WS-TF-EFF
           DISPLAY "Waivable by the teller? (Y/N): "
           ACCEPT WS-TF-WAIVABLE
           MOVE FUNCTION UPPER-CASE(WS-TF-WAIVABLE) TO WS-TF-WAIVABLE
           IF FUNCTION TEST-NUMVAL(WS-TF-AMOUNT) NOT = 0
               DISPLAY "Amount must be numeric - nothing changed."
               EXIT PARAGRAPH
           END-IF
           IF WS-TF-CCY IS NOT ALPHABETIC OR WS-TF-CCY(3:1) = SPACE
               DISPLAY "Currency must be a 3-letter code - nothing "
                   "changed."
               EXIT PARAGRAPH
           END-IF
           IF WS-TF-EFF IS NOT NUMERIC
               DISPLAY "Effective date must be YYYYMMDD - nothing "
                   "changed."
               EXIT PARAGRAPH
           END-IF
           IF WS-TF-WAIVABLE NOT = "Y" AND WS-TF-WAIVABLE NOT = "N"
               DISPLAY "Waivable must be Y or N - nothing changed."
               EXIT PARAGRAPH
           END-IF
           STRING "SVC," FUNCTION TRIM(WS-TF-CODE) ","
               FUNCTION TRIM(WS-TF-AMOUNT) "," WS-TF-CCY ","
               WS-TF-EFF "," WS-TF-WAIVABLE
               DELIMITED BY SIZE INTO WS-GL-KEY-LINE.

      *> Copies every tariff line except the one the new line
      *> replaces.
       KEEP-TARIFF-LINE.
           MOVE SPACES TO WS-LINE-KIND WS-LINE-CODE WS-LINE-F3
               WS-LINE-F4 WS-LINE-F5
           UNSTRING TARIFF-LINE DELIMITED BY ","
               INTO WS-LINE-KIND WS-LINE-CODE WS-LINE-F3
                    WS-LINE-F4 WS-LINE-F5
           IF WS-TF-KIND(1:1) = "S" AND
              FUNCTION TRIM(WS-LINE-KIND) = "SVC" AND
              WS-LINE-CODE = WS-TF-CODE AND
              FUNCTION TRIM(WS-LINE-F4) = WS-TF-CCY AND
              FUNCTION TRIM(WS-LINE-F5) = WS-TF-EFF
               EXIT PARAGRAPH
           END-IF
           IF WS-TF-KIND(1:1) = "W" AND
              FUNCTION TRIM(WS-LINE-KIND) = "WVR" AND
              WS-LINE-CODE = WS-TF-CODE
               EXIT PARAGRAPH
           END-IF
           IF PT-COUNT < 150
               ADD 1 TO PT-COUNT
               MOVE TARIFF-LINE TO PT-LINE(PT-COUNT)
           END-IF.

       ADD-NRC-CODE.
           DISPLAY "Region number (1-14): "
           ACCEPT WS-REGION-INPUT
           END-PERFORM
           CLOSE FUTURE-FILE.

      *> GLCHART.DAT lines are code,name,class. A code is four
      *> digits and the class one of the five statement classes,
      *> which is what the trial balance and the financial
      *> statements group by. An existing code is replaced, a new
      *> one added; codes are never deleted here because balances
      *> may already sit on them.
       MAINTAIN-GL-CHART.
           DISPLAY "---- chart of accounts ----"
           MOVE 'N' TO WS-EOF
           OPEN INPUT GLCHART-FILE
           IF GLCHART-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GLCHART-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           DISPLAY "  " GLCHART-LINE
                   END-READ
               END-PERFORM
               CLOSE GLCHART-FILE
           END-IF

           DISPLAY "GL code (4 digits, new or existing): "
           ACCEPT WS-GL-CODE
           IF WS-GL-CODE IS NOT NUMERIC
               DISPLAY "GL code must be four digits - nothing "
                   "changed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Name: "
           ACCEPT WS-GL-NAME
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GL-NAME))
               TO WS-GL-NAME
           IF WS-GL-NAME = SPACES
               DISPLAY "Name is required - nothing changed."
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-GL-NAME REPLACING ALL "," BY " "
           DISPLAY "Class (ASSET/LIABILITY/EQUITY/INCOME/EXPENSE): "
           ACCEPT WS-GL-CLASS
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GL-CLASS))
               TO WS-GL-CLASS
           IF WS-GL-CLASS NOT = "ASSET" AND
              WS-GL-CLASS NOT = "LIABILITY" AND
              WS-GL-CLASS NOT = "EQUITY" AND
              WS-GL-CLASS NOT = "INCOME" AND
              WS-GL-CLASS NOT = "EXPENSE"
               DISPLAY "Unknown class - nothing changed."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO PT-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT GLCHART-FILE
           IF GLCHART-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GLCHART-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF GLCHART-LINE(1:4) NOT = WS-GL-CODE
                              AND PT-COUNT < 150
                               ADD 1 TO PT-COUNT
                               MOVE GLCHART-LINE TO PT-LINE(PT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLCHART-FILE
           END-IF
           MOVE SPACES TO WS-GL-KEY-LINE
           STRING WS-GL-CODE "," FUNCTION TRIM(WS-GL-NAME) ","
               FUNCTION TRIM(WS-GL-CLASS)
               DELIMITED BY SIZE INTO WS-GL-KEY-LINE
           PERFORM INSERT-GL-CHART-LINE

           OPEN OUTPUT GLCHART-FILE
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-COUNT
               MOVE PT-LINE(PT-IDX) TO GLCHART-LINE
               WRITE GLCHART-LINE
           END-PERFORM
           CLOSE GLCHART-FILE

           MOVE SPACES TO WS-AUDIT-WHAT
           STRING "GLCODE " WS-GL-CODE " " FUNCTION TRIM(WS-GL-CLASS)
               DELIMITED BY SIZE INTO WS-AUDIT-WHAT
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "GL code written.".

      *> The chart is kept in code order so the listing reads like
      *> the ledger: the new line goes in ahead of the first higher
      *> code.
       INSERT-GL-CHART-LINE.
           IF PT-COUNT >= 150
               DISPLAY "Chart is full - nothing changed."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-COUNT
               IF PT-LINE(PT-IDX)(1:4) > WS-GL-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE PT-IDX TO WS-TAIL-PTR
           PERFORM VARYING PT-IDX FROM PT-COUNT BY -1
                   UNTIL PT-IDX < WS-TAIL-PTR
               MOVE PT-LINE(PT-IDX) TO PT-LINE(PT-IDX + 1)
           END-PERFORM
           MOVE WS-GL-KEY-LINE TO PT-LINE(WS-TAIL-PTR)
           ADD 1 TO PT-COUNT.

      *> GLRULES.DAT tells GlPosting where each posting books:
      *>   ACC,<parameter>,<code>        internal account by PARAMS
      *>                                 name
      *>   DEP,<account type or *>,<code> customer deposits by type
      *>   TXN,<tr-type>,<operator/ATM/*>,<code> contra by posting
      *> A rule with the same kind and key replaces the old one;
      *> the code must already be on the chart.
       MAINTAIN-GL-RULES.
           DISPLAY "---- GL posting rules ----"
           MOVE 'N' TO WS-EOF
           OPEN INPUT GLRULES-FILE
           IF GLRULES-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GLRULES-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           DISPLAY "  " GLRULES-LINE
                   END-READ
               END-PERFORM
               CLOSE GLRULES-FILE
           END-IF

           MOVE SPACES TO WS-RULE-KEY2
           DISPLAY "Rule kind (ACC/DEP/TXN): "
           ACCEPT WS-RULE-KIND
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RULE-KIND))
               TO WS-RULE-KIND
           EVALUATE WS-RULE-KIND
               WHEN "ACC"
                   DISPLAY "Parameter naming the account "
                       "(e.g. FEEINCOMEACC): "
                   ACCEPT WS-RULE-KEY1
               WHEN "DEP"
                   DISPLAY "Account type (or * for any other): "
                   ACCEPT WS-RULE-KEY1
               WHEN "TXN"
                   DISPLAY "Transaction type (1-9): "
                   ACCEPT WS-RULE-KEY1
                   IF FUNCTION TRIM(WS-RULE-KEY1) IS NOT NUMERIC
                      OR FUNCTION LENGTH(FUNCTION TRIM(WS-RULE-KEY1))
                         NOT = 1
                       DISPLAY "Type must be one digit - nothing "
                           "changed."
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "Operator id (ATM = terminal postings, "
                       "* = any other): "
                   ACCEPT WS-RULE-KEY2
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-RULE-KEY2)) TO WS-RULE-KEY2
                   IF WS-RULE-KEY2 = SPACES
                       DISPLAY "Operator is required - nothing "
                           "changed."
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "Unknown rule kind - nothing changed."
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RULE-KEY1))
               TO WS-RULE-KEY1
           IF WS-RULE-KEY1 = SPACES
               DISPLAY "Key is required - nothing changed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "GL code: "
           ACCEPT WS-RULE-CODE
           PERFORM CHECK-GL-CODE-ON-CHART
           IF WS-FOUND NOT = 'Y'
               DISPLAY "GL code " WS-RULE-CODE " is not on the "
                   "chart - add it first. Nothing changed."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO PT-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT GLRULES-FILE
           IF GLRULES-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GLRULES-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-LINE-KIND WS-LINE-KEY1
                               WS-LINE-KEY2
                           IF WS-RULE-KIND = "TXN"
                               UNSTRING GLRULES-LINE DELIMITED BY ","
                                   INTO WS-LINE-KIND WS-LINE-KEY1
                                        WS-LINE-KEY2
                           ELSE
                               UNSTRING GLRULES-LINE DELIMITED BY ","
                                   INTO WS-LINE-KIND WS-LINE-KEY1
                           END-IF
                           IF (WS-LINE-KIND NOT = WS-RULE-KIND OR
                               WS-LINE-KEY1 NOT = WS-RULE-KEY1 OR
                               WS-LINE-KEY2 NOT = WS-RULE-KEY2)
                              AND PT-COUNT < 150
                               ADD 1 TO PT-COUNT
                               MOVE GLRULES-LINE TO PT-LINE(PT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLRULES-FILE
           END-IF

      *> GlPosting tries an operator's own TXN rule before the "*"
      *> rule of the type wherever each sits, so the new rule simply
      *> goes at the top where the next reader sees it first.
           OPEN OUTPUT GLRULES-FILE
           MOVE SPACES TO GLRULES-LINE
           IF WS-RULE-KIND = "TXN"
               STRING "TXN," FUNCTION TRIM(WS-RULE-KEY1) ","
                   FUNCTION TRIM(WS-RULE-KEY2) "," WS-RULE-CODE
                   DELIMITED BY SIZE INTO GLRULES-LINE
           ELSE
               STRING FUNCTION TRIM(WS-RULE-KIND) ","
                   FUNCTION TRIM(WS-RULE-KEY1) "," WS-RULE-CODE
                   DELIMITED BY SIZE INTO GLRULES-LINE
           END-IF
           WRITE GLRULES-LINE
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-COUNT
               MOVE PT-LINE(PT-IDX) TO GLRULES-LINE
               WRITE GLRULES-LINE
           END-PERFORM
           CLOSE GLRULES-FILE

           MOVE SPACES TO WS-AUDIT-WHAT
           STRING "GLRULE " FUNCTION TRIM(WS-RULE-KIND) " "
               FUNCTION TRIM(WS-RULE-KEY1) " "
               FUNCTION TRIM(WS-RULE-KEY2) "=" WS-RULE-CODE
               DELIMITED BY SIZE INTO WS-AUDIT-WHAT
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "GL posting rule written. It applies from the "
               "next GL posting run.".

       CHECK-GL-CODE-ON-CHART.
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-EOF
           OPEN INPUT GLCHART-FILE
           IF GLCHART-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GLCHART-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GLCHART-LINE(1:4) = WS-RULE-CODE
                           MOVE 'Y' TO WS-FOUND
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLCHART-FILE.

      *> LOANSECTORS.DAT lines are
      *>   S,<sector>,<description>            three-letter sector
      *>   P,<purpose>,<sector>,<description>  four-letter purpose
      *> LoanMaint captures one of each on every loan and the
      *> monthly sectoral credit return groups by them. A code of
      *> the same kind is replaced, a new one goes in after the
      *> last line of its kind; codes are never deleted here
      *> because loans may already carry them. A purpose must name
      *> a sector already on the list.
       MAINTAIN-LOAN-SECTORS.
           DISPLAY "---- economic sectors and loan purposes ----"
           MOVE 'N' TO WS-EOF
           OPEN INPUT SECTOR-FILE
           IF SECTOR-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SECTOR-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           DISPLAY "  " SECTOR-LINE
                   END-READ
               END-PERFORM
               CLOSE SECTOR-FILE
           END-IF

           DISPLAY "Kind (S = sector, P = purpose, blank = back): "
           ACCEPT WS-SC-KIND
           MOVE FUNCTION UPPER-CASE(WS-SC-KIND) TO WS-SC-KIND
           IF WS-SC-KIND = SPACES
               DISPLAY "Nothing changed."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SC-CODE WS-SC-SECTOR WS-SC-DESC
           EVALUATE WS-SC-KIND
               WHEN "S"
                   DISPLAY "Sector code (3 letters): "
                   ACCEPT WS-SC-SECTOR
                   MOVE FUNCTION UPPER-CASE(WS-SC-SECTOR)
                       TO WS-SC-SECTOR
                   IF WS-SC-SECTOR IS NOT ALPHABETIC OR
                      WS-SC-SECTOR(3:1) = SPACE
                       DISPLAY "Sector code must be three letters - "
                           "nothing changed."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-SC-SECTOR TO WS-SC-CODE
               WHEN "P"
                   DISPLAY "Purpose code (4 letters): "
                   ACCEPT WS-SC-CODE
                   MOVE FUNCTION UPPER-CASE(WS-SC-CODE) TO WS-SC-CODE
                   IF WS-SC-CODE IS NOT ALPHABETIC OR
                      WS-SC-CODE(4:1) = SPACE
                       DISPLAY "Purpose code must be four letters - "
                           "nothing changed."
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "Sector it belongs to: "
                   ACCEPT WS-SC-SECTOR
                   MOVE FUNCTION UPPER-CASE(WS-SC-SECTOR)
                       TO WS-SC-SECTOR
                   CALL "LoanSectorCheck" USING WS-SC-SECTOR
                       WS-SC-NO-PURPOSE WS-SC-VALID WS-SC-REFUSAL
                       WS-SC-SECTOR-NAME WS-SC-PURPOSE-NAME
                   IF WS-SC-VALID NOT = 'Y'
                       DISPLAY FUNCTION TRIM(WS-SC-REFUSAL)
                           " - add the sector first. Nothing "
                           "changed."
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "Kind must be S or P - nothing changed."
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "Description: "
           ACCEPT WS-SC-DESC
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SC-DESC))
               TO WS-SC-DESC
           IF WS-SC-DESC = SPACES
               DISPLAY "Description is required - nothing changed."
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-SC-DESC REPLACING ALL "," BY " "

           MOVE 0 TO PT-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT SECTOR-FILE
           IF SECTOR-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SECTOR-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-LINE-KIND WS-LINE-CODE
                           UNSTRING SECTOR-LINE DELIMITED BY ","
                               INTO WS-LINE-KIND WS-LINE-CODE
                           IF (WS-LINE-KIND NOT = WS-SC-KIND OR
                               WS-LINE-CODE NOT = WS-SC-CODE)
                              AND PT-COUNT < 150
                               ADD 1 TO PT-COUNT
                               MOVE SECTOR-LINE TO PT-LINE(PT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECTOR-FILE
           END-IF
           MOVE SPACES TO WS-GL-KEY-LINE
           IF WS-SC-KIND = "S"
               STRING "S," WS-SC-SECTOR "," FUNCTION TRIM(WS-SC-DESC)
                   DELIMITED BY SIZE INTO WS-GL-KEY-LINE
           ELSE
               STRING "P," WS-SC-CODE "," WS-SC-SECTOR ","
                   FUNCTION TRIM(WS-SC-DESC)
                   DELIMITED BY SIZE INTO WS-GL-KEY-LINE
           END-IF
           PERFORM INSERT-SECTOR-LINE
           IF WS-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT SECTOR-FILE
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-COUNT
               MOVE PT-LINE(PT-IDX) TO SECTOR-LINE
               WRITE SECTOR-LINE
           END-PERFORM
           CLOSE SECTOR-FILE

           MOVE SPACES TO WS-AUDIT-WHAT
           STRING "LOANSECTOR " WS-SC-KIND " "
               FUNCTION TRIM(WS-SC-CODE) " " WS-SC-SECTOR
               DELIMITED BY SIZE INTO WS-AUDIT-WHAT
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Sector / purpose code written.".

      *> Sectors stay together ahead of the purposes, so the list
      *> reads as the return does: the new line goes in after the
      *> last line of its own kind.
       INSERT-SECTOR-LINE.
           MOVE 'N' TO WS-FOUND
           IF PT-COUNT >= 150
               DISPLAY "Sector list is full - nothing changed."
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FOUND
           MOVE PT-COUNT TO WS-TAIL-PTR
           ADD 1 TO WS-TAIL-PTR
           IF WS-SC-KIND = "S"
               MOVE 1 TO WS-TAIL-PTR
               PERFORM VARYING PT-IDX FROM 1 BY 1
                       UNTIL PT-IDX > PT-COUNT
                   IF PT-LINE(PT-IDX)(1:1) = "S"
                       COMPUTE WS-TAIL-PTR = PT-IDX + 1
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING PT-IDX FROM PT-COUNT BY -1
                   UNTIL PT-IDX < WS-TAIL-PTR
               MOVE PT-LINE(PT-IDX) TO PT-LINE(PT-IDX + 1)
           END-PERFORM
           MOVE WS-GL-KEY-LINE TO PT-LINE(WS-TAIL-PTR)
           ADD 1 TO PT-COUNT.

       WRITE-AUDIT-LOG.
           ACCEPT WS-DATE FROM DATE
           STRING "20" WS-DATE(1:2) DELIMITED BY SIZE
