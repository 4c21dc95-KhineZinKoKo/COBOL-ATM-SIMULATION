       IDENTIFICATION DIVISION.
       PROGRAM-ID. CollateralReg.

      *> Loan collateral register for security other than term
      *> deposits (those are still pledged from LoanMaint through
      *> TD-LIEN-LOAN). Each item taken against a running loan -
      *> land, a building, a vehicle, gold - goes on COLLATERAL.DAT
      *> with its description, title reference, valuation amount,
      *> date and valuer, and insurance expiry; a title reference
      *> already HELD against any loan cannot be pledged twice. A
      *> revaluation or an insurance renewal updates the item in
      *> place. The loan view shows every HELD item with its
      *> lendable value after the COLLTYPES.DAT haircut and the
      *> loan-to-value against COLLTVLIMIT (CollateralLtv). Closing
      *> a loan leaves its items HELD: they are released here, all
      *> together, only once the loan is CLOSED or WRITEOFF and only
      *> under a supervisor. Every change is audit-logged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLATERAL-FILE ASSIGN TO "COLLATERAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COL-ID
               FILE STATUS IS COLLATERAL-STATUS.

           SELECT LOAN-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID
               FILE STATUS IS LOAN-STATUS-CODE.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD COLLATERAL-FILE.
           COPY "COLLATERAL-RECORD.cpy".

       FD LOAN-FILE.
           COPY "LOAN-MASTER.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 AUDIT-LINE              PIC X(120).
       01 COLLATERAL-STATUS       PIC XX.
       01 LOAN-STATUS-CODE        PIC XX.
       01 PARAMS-STATUS           PIC XX.

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-AUDIT-TIME           PIC 9(6).
       01 WS-AUDIT-ACTION         PIC X(16).

       01 WS-MENU-CHOICE          PIC 9.
       01 WS-AGAIN                PIC X VALUE 'Y'.
       01 WS-EOF                  PIC X.
       01 WS-CONFIRM              PIC X.
       01 WS-AUTH-OK              PIC X.
       01 WS-SUPERVISOR-ID        PIC X(20).
       01 WS-LOAN-FOUND           PIC X.

       01 WS-LOAN-INPUT           PIC 9(6).
       01 WS-COL-INPUT            PIC 9(6).
       01 WS-NEXT-COL-ID          PIC 9(6).
       01 WS-TYPE-INPUT           PIC X(8).
       01 WS-DESC-INPUT           PIC X(40).
       01 WS-TITLE-INPUT          PIC X(20).
       01 WS-VALUE-INPUT          PIC 9(15)V99.
       01 WS-DATE-INPUT           PIC 9(8).
       01 WS-VALUER-INPUT         PIC X(25).
       01 WS-EXPIRY-INPUT         PIC 9(8).
       01 WS-TITLE-HELD-BY        PIC 9(6).
       01 WS-RELEASED-COUNT       PIC 9(3).
       01 WS-ITEM-IDX             PIC 9(2).

           COPY "COLLATERAL-LTV.cpy".

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-PCT              PIC ZZ,ZZ9.99.

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
       MAIN-PROCEDURE.
           IF ADMIN-CHOICE = 106

           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           PERFORM ENSURE-COLLATERAL-FILE

           PERFORM UNTIL WS-AGAIN NOT = 'Y' AND WS-AGAIN NOT = 'y'
               DISPLAY "============================================"
               DISPLAY "        LOAN COLLATERAL REGISTER"
               DISPLAY "============================================"
               DISPLAY "1. Register collateral against a loan"
               DISPLAY "2. Revalue an item"
               DISPLAY "3. Renew insurance on an item"
               DISPLAY "4. Loan collateral and loan-to-value"
               DISPLAY "5. Release collateral of a closed loan"
               DISPLAY "6. Collateral monitoring report"
               DISPLAY "Enter choice (1-6): "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM REGISTER-COLLATERAL
                   WHEN 2
                       PERFORM REVALUE-ITEM
                   WHEN 3
                       PERFORM RENEW-INSURANCE
                   WHEN 4
                       PERFORM SHOW-LOAN-COLLATERAL
                   WHEN 5
                       PERFORM RELEASE-COLLATERAL
                   WHEN 6
                       CALL "CollateralReport"
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE

               DISPLAY "Another collateral action? (Y/N): "
               ACCEPT WS-AGAIN
           END-PERFORM

           MOVE 'Y' TO WS-AGAIN
           END-IF
           GOBACK.

       ENSURE-COLLATERAL-FILE.
           OPEN I-O COLLATERAL-FILE
           IF COLLATERAL-STATUS = "35"
               OPEN OUTPUT COLLATERAL-FILE
               CLOSE COLLATERAL-FILE
               OPEN I-O COLLATERAL-FILE
           END-IF
           MOVE 0 TO COL-ID
           READ COLLATERAL-FILE KEY IS COL-ID
               INVALID KEY
                   INITIALIZE COLLATERAL-RECORD
                   MOVE 0 TO COL-ID
                   MOVE 0 TO COL-LOAN-ID
                   WRITE COLLATERAL-RECORD
           END-READ
           CLOSE COLLATERAL-FILE.

      *> Reads the loan asked for into the record area.
       FIND-LOAN.
           MOVE 'N' TO WS-LOAN-FOUND
           OPEN INPUT LOAN-FILE
           IF LOAN-STATUS-CODE NOT = "00"
               DISPLAY "No loans on file."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOAN-INPUT TO LOAN-ID
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY "No such loan."
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOAN-FOUND
           END-READ
           CLOSE LOAN-FILE.

       REGISTER-COLLATERAL.
           DISPLAY "Loan id: "
           ACCEPT WS-LOAN-INPUT
           PERFORM FIND-LOAN
           IF WS-LOAN-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF NOT LOAN-ACTIVE AND NOT LOAN-ARREARS
               DISPLAY "Loan is " LOAN-STATUS " - collateral can "
                   "only be taken against a running loan."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Type (LAND/BUILDING/VEHICLE/GOLD/OTHER): "
           ACCEPT WS-TYPE-INPUT
           MOVE FUNCTION UPPER-CASE(WS-TYPE-INPUT) TO WS-TYPE-INPUT
           IF WS-TYPE-INPUT NOT = "LAND" AND
              WS-TYPE-INPUT NOT = "BUILDING" AND
              WS-TYPE-INPUT NOT = "VEHICLE" AND
              WS-TYPE-INPUT NOT = "GOLD" AND
              WS-TYPE-INPUT NOT = "OTHER"
               DISPLAY "Unknown collateral type."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Description: "
           ACCEPT WS-DESC-INPUT
           DISPLAY "Title / registration reference: "
           ACCEPT WS-TITLE-INPUT
           IF WS-TITLE-INPUT = SPACES
               DISPLAY "A title reference is required."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Valuation amount: "
           ACCEPT WS-VALUE-INPUT
           IF WS-VALUE-INPUT = 0
               DISPLAY "A valuation amount is required."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Valuation date YYYYMMDD (0 = today): "
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT = 0
               MOVE WS-TODAY TO WS-DATE-INPUT
           END-IF
           IF WS-DATE-INPUT > WS-TODAY
               DISPLAY "Valuation date cannot be in the future."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Valuer: "
           ACCEPT WS-VALUER-INPUT
           DISPLAY "Insurance expiry YYYYMMDD (0 = not insured): "
           ACCEPT WS-EXPIRY-INPUT

           OPEN I-O COLLATERAL-FILE
           PERFORM CHECK-TITLE-HELD
           IF WS-TITLE-HELD-BY NOT = 0
               DISPLAY "Title " FUNCTION TRIM(WS-TITLE-INPUT)
                   " is already held against loan " WS-TITLE-HELD-BY
                   " - not registered."
               CLOSE COLLATERAL-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO COL-ID
           READ COLLATERAL-FILE KEY IS COL-ID
               NOT INVALID KEY
                   ADD 1 TO COL-LOAN-ID
                   MOVE COL-LOAN-ID TO WS-NEXT-COL-ID
                   REWRITE COLLATERAL-RECORD
           END-READ
           INITIALIZE COLLATERAL-RECORD
           MOVE WS-NEXT-COL-ID TO COL-ID
           MOVE LOAN-ID TO COL-LOAN-ID
           MOVE WS-TYPE-INPUT TO COL-TYPE
           MOVE WS-DESC-INPUT TO COL-DESCRIPTION
           MOVE WS-TITLE-INPUT TO COL-TITLE-REF
           MOVE WS-VALUE-INPUT TO COL-VALUE
           MOVE WS-DATE-INPUT TO COL-VALUE-DATE
           MOVE WS-VALUER-INPUT TO COL-VALUER
           MOVE WS-EXPIRY-INPUT TO COL-INS-EXPIRY
           MOVE "HELD" TO COL-STATUS
           MOVE WS-TODAY TO COL-REG-DATE
           MOVE LNK-OPERATOR-ID TO COL-REG-BY
           WRITE COLLATERAL-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not register collateral."
                   CLOSE COLLATERAL-FILE
                   EXIT PARAGRAPH
           END-WRITE
           CLOSE COLLATERAL-FILE

           DISPLAY "Collateral item " COL-ID " registered against "
               "loan " LOAN-ID "."
           MOVE "COLL_ADD" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-LOG
           PERFORM DISPLAY-LTV.

       CHECK-TITLE-HELD.
           MOVE 0 TO WS-TITLE-HELD-BY
           MOVE 'N' TO WS-EOF
           MOVE 1 TO COL-ID
           START COLLATERAL-FILE KEY IS NOT LESS THAN COL-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ COLLATERAL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF COL-HELD AND
                          FUNCTION UPPER-CASE(COL-TITLE-REF) =
                          FUNCTION UPPER-CASE(WS-TITLE-INPUT)
                           MOVE COL-LOAN-ID TO WS-TITLE-HELD-BY
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.

      *> Reads the HELD item asked for, leaving the file open I-O.
       FIND-HELD-ITEM.
           DISPLAY "Collateral item id: "
           ACCEPT WS-COL-INPUT
           OPEN I-O COLLATERAL-FILE
           IF WS-COL-INPUT = 0
               DISPLAY "No such item."
               MOVE 'N' TO WS-LOAN-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COL-INPUT TO COL-ID
           READ COLLATERAL-FILE KEY IS COL-ID
               INVALID KEY
                   DISPLAY "No such item."
                   MOVE 'N' TO WS-LOAN-FOUND
                   EXIT PARAGRAPH
           END-READ
           IF NOT COL-HELD
               DISPLAY "Item is " COL-STATUS " - nothing to update."
               MOVE 'N' TO WS-LOAN-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-LOAN-FOUND
           MOVE COL-VALUE TO FORMAT-BALANCE
           DISPLAY "Item " COL-ID " loan " COL-LOAN-ID " "
               FUNCTION TRIM(COL-TYPE) " "
               FUNCTION TRIM(COL-DESCRIPTION)
           DISPLAY "  title " FUNCTION TRIM(COL-TITLE-REF)
               "  valued " FORMAT-BALANCE " on " COL-VALUE-DATE
               "  insured to " COL-INS-EXPIRY.

       REVALUE-ITEM.
           PERFORM FIND-HELD-ITEM
           IF WS-LOAN-FOUND NOT = 'Y'
               CLOSE COLLATERAL-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "New valuation amount: "
           ACCEPT WS-VALUE-INPUT
           IF WS-VALUE-INPUT = 0
               DISPLAY "A valuation amount is required."
               CLOSE COLLATERAL-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Valuation date YYYYMMDD (0 = today): "
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT = 0
               MOVE WS-TODAY TO WS-DATE-INPUT
           END-IF
           IF WS-DATE-INPUT > WS-TODAY OR
              WS-DATE-INPUT < COL-VALUE-DATE
               DISPLAY "Valuation date must lie between the last "
                   "valuation and today."
               CLOSE COLLATERAL-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Valuer: "
           ACCEPT WS-VALUER-INPUT
           MOVE WS-VALUE-INPUT TO COL-VALUE
           MOVE WS-DATE-INPUT TO COL-VALUE-DATE
           MOVE WS-VALUER-INPUT TO COL-VALUER
           REWRITE COLLATERAL-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not update the item."
                   CLOSE COLLATERAL-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           CLOSE COLLATERAL-FILE
           DISPLAY "Item " COL-ID " revalued."
           MOVE "COLL_REVALUE" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-LOG
           MOVE COL-LOAN-ID TO WS-LOAN-INPUT
           PERFORM FIND-LOAN
           IF WS-LOAN-FOUND = 'Y'
               PERFORM DISPLAY-LTV
           END-IF.

       RENEW-INSURANCE.
           PERFORM FIND-HELD-ITEM
           IF WS-LOAN-FOUND NOT = 'Y'
               CLOSE COLLATERAL-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "New insurance expiry YYYYMMDD: "
           ACCEPT WS-EXPIRY-INPUT
           IF WS-EXPIRY-INPUT <= WS-TODAY
               DISPLAY "The new expiry must be after today."
               CLOSE COLLATERAL-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EXPIRY-INPUT TO COL-INS-EXPIRY
           REWRITE COLLATERAL-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not update the item."
                   CLOSE COLLATERAL-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           CLOSE COLLATERAL-FILE
           DISPLAY "Insurance on item " COL-ID " recorded to "
               COL-INS-EXPIRY "."
           MOVE "COLL_INSURE" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-LOG.

       SHOW-LOAN-COLLATERAL.
           DISPLAY "Loan id: "
           ACCEPT WS-LOAN-INPUT
           PERFORM FIND-LOAN
           IF WS-LOAN-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Loan " LOAN-ID " account " LOAN-ACC-NO " "
               LOAN-STATUS
           PERFORM DISPLAY-LTV.

      *> LOAN-RECORD holds the loan; the item lines and the LTV come
      *> back from CollateralLtv.
       DISPLAY-LTV.
           MOVE LOAN-ID TO LTV-LOAN-ID
           MOVE LOAN-ACC-NO TO LTV-ACC-NO
           MOVE LOAN-DISBURSE-DATE TO LTV-DISBURSE-DATE
           COMPUTE LTV-CONTRACT = LOAN-INSTALMENT * LOAN-TERM-MONTHS
           MOVE LOAN-PENALTY-DUE TO LTV-PENALTY
           CALL "CollateralLtv" USING COLLATERAL-LTV

           DISPLAY "--------------------------------------------"
           IF LTV-ITEM-COUNT = 0
               DISPLAY "No collateral held on the register for this "
                   "loan."
           END-IF
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > LTV-ITEM-COUNT
               MOVE LTV-ITEM-VALUE(WS-ITEM-IDX) TO FORMAT-BALANCE
               DISPLAY "  item " LTV-ITEM-ID(WS-ITEM-IDX) " "
                   LTV-ITEM-TYPE(WS-ITEM-IDX) " value "
                   FORMAT-BALANCE " valued "
                   LTV-ITEM-VAL-DATE(WS-ITEM-IDX)
               IF LTV-ITEM-STALE(WS-ITEM-IDX) = "Y"
                   DISPLAY "      ** revaluation overdue"
               END-IF
               IF LTV-ITEM-LAPSED(WS-ITEM-IDX) = "Y"
                   DISPLAY "      ** insurance lapsed or missing"
               END-IF
           END-PERFORM
           MOVE LTV-BALANCE TO FORMAT-BALANCE
           DISPLAY "Loan balance    : " FORMAT-BALANCE
           MOVE LTV-MARKET-VALUE TO FORMAT-BALANCE
           DISPLAY "Market value    : " FORMAT-BALANCE
           MOVE LTV-LENDABLE TO FORMAT-BALANCE
           DISPLAY "Lendable value  : " FORMAT-BALANCE
           IF LTV-UNCOVERED
               DISPLAY "Loan-to-value   : no lendable cover"
           ELSE
               MOVE LTV-PCT TO FORMAT-PCT
               DISPLAY "Loan-to-value   : " FORMAT-PCT "%"
           END-IF
           MOVE LTV-LIMIT-PCT TO FORMAT-PCT
           IF LTV-IN-BREACH
               DISPLAY "** LTV limit of " FORMAT-PCT "% breached"
           END-IF
           DISPLAY "--------------------------------------------".

      *> Collateral outlives the loan until a supervisor lets it
      *> go: every HELD item of a CLOSED or written-off loan is
      *> released together.
       RELEASE-COLLATERAL.
           DISPLAY "Loan id: "
           ACCEPT WS-LOAN-INPUT
           PERFORM FIND-LOAN
           IF WS-LOAN-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF NOT LOAN-CLOSED AND NOT LOAN-WRITTEN-OFF
               DISPLAY "Loan is " LOAN-STATUS " - collateral is only "
                   "released once the loan has closed."
               EXIT PARAGRAPH
           END-IF
           PERFORM DISPLAY-LTV
           IF LTV-ITEM-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Release all collateral held for loan " LOAN-ID
               "? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "Nothing released."
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-AUTH-OK
           MOVE SPACES TO WS-SUPERVISOR-ID
           CALL "SupervisorAuth" USING WS-AUTH-OK WS-SUPERVISOR-ID
           IF WS-AUTH-OK NOT = 'Y'
               DISPLAY "Collateral release needs a supervisor - "
                   "nothing released."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-RELEASED-COUNT
           OPEN I-O COLLATERAL-FILE
           MOVE 'N' TO WS-EOF
           MOVE 1 TO COL-ID
           START COLLATERAL-FILE KEY IS NOT LESS THAN COL-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ COLLATERAL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF COL-LOAN-ID = LOAN-ID AND COL-HELD
                           PERFORM RELEASE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COLLATERAL-FILE
           DISPLAY WS-RELEASED-COUNT " item(s) released from loan "
               LOAN-ID " under " FUNCTION TRIM(WS-SUPERVISOR-ID) ".".

       RELEASE-ONE-ITEM.
           MOVE "RELEASED" TO COL-STATUS
           MOVE WS-TODAY TO COL-RELEASE-DATE
           MOVE LNK-OPERATOR-ID TO COL-RELEASED-BY
           MOVE WS-SUPERVISOR-ID TO COL-RELEASE-AUTH
           REWRITE COLLATERAL-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not release item " COL-ID
               NOT INVALID KEY
                   ADD 1 TO WS-RELEASED-COUNT
                   MOVE "COLL_RELEASE" TO WS-AUDIT-ACTION
                   PERFORM WRITE-AUDIT-LOG
           END-REWRITE.

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           MOVE COL-VALUE TO FORMAT-BALANCE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-ACTION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               COL-ID DELIMITED BY SIZE
               ",loan " DELIMITED BY SIZE
               COL-LOAN-ID DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(FORMAT-BALANCE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(LNK-OPERATOR-ID) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-SUPERVISOR-ID) DELIMITED BY SIZE
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

       END PROGRAM CollateralReg.
