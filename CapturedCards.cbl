       IDENTIFICATION DIVISION.
       PROGRAM-ID. CapturedCards.

      *> Admin custody register for cards retained by the ATMs
      *> (CAPCARDS.DAT). Captures are normally entered at the
      *> cassette replenishment visit in CashInventory; option 1
      *> here enters them for a terminal outside a cash load.
      *> Option 2 lists the cards still HELD, with how long each has
      *> waited and whether it is due for destruction. Option 3
      *> hands a card back: the NRC the holder presents must match
      *> the customer master (or, for an account with no master,
      *> the account's own NRC), and only a card that was live when
      *> captured and has not since expired goes back - its old
      *> status is restored on CARDS.DAT. Option 4 destroys a card,
      *> under supervisor sign-off, once CAPCARDHOLDDAYS (PARAMS.DAT,
      *> default 30) have passed since capture; a hotlisted card or
      *> another bank's card may be destroyed at once. A destroyed
      *> card stays CAPTURED on CARDS.DAT and the holder is issued a
      *> replacement. Option 5 runs the monthly per-terminal report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPCARD-FILE ASSIGN TO "CAPCARDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-ID
               FILE STATUS IS CAPCARD-STATUS.

           SELECT CARD-FILE ASSIGN TO "CARDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CARD-NO
               FILE STATUS IS CARD-STATUS-CODE.

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

           SELECT TERMINAL-FILE ASSIGN TO "TERMINALS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TERM-ID
               FILE STATUS IS TERMINAL-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CAPCARD-FILE.
           COPY "CAPTURED-CARD.cpy".

       FD CARD-FILE.
           COPY "CARD-RECORD.cpy".

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD TERMINAL-FILE.
           COPY "TERMINAL-RECORD.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 AUDIT-LINE              PIC X(120).
       01 WS-AUDIT-TIME           PIC 9(6).
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01 CAPCARD-STATUS          PIC XX.
       01 CARD-STATUS-CODE        PIC XX.
       01 FILE-STATUS             PIC XX.
       01 CUSTOMER-STATUS         PIC XX.
       01 TERMINAL-STATUS         PIC XX.
       01 PARAMS-STATUS           PIC XX.

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-HOLD-DAYS            PIC 9(3) VALUE 30.
       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-CUR-YYYYMM           PIC 9(6).

       01 WS-MENU-CHOICE          PIC 9.
       01 WS-AGAIN                PIC X VALUE 'Y'.
       01 WS-EOF                  PIC X.
       01 WS-TERMINAL-INPUT       PIC X(8).
       01 WS-ENTRY-INPUT          PIC 9(6).
       01 WS-NRC-INPUT            PIC X(20).
       01 WS-CONFIRM              PIC X.
       01 WS-HOLDER-NRC           PIC X(20).
       01 WS-DAYS-HELD            PIC 9(5).
       01 WS-DUE                  PIC X.
       01 WS-DUE-FLAG             PIC X(4).
       01 WS-LISTED               PIC 9(5).
       01 WS-DESTROYED            PIC 9(5).
       01 WS-AUTH-OK              PIC X.
       01 WS-SUPERVISOR-ID        PIC X(20).

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
       MAIN-PROCEDURE.
           IF ADMIN-CHOICE = 110

           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           MOVE WS-TODAY(1:6) TO WS-CUR-YYYYMM

           PERFORM UNTIL WS-AGAIN NOT = 'Y' AND WS-AGAIN NOT = 'y'
               DISPLAY "============================================"
               DISPLAY "        CAPTURED CARD REGISTER"
               DISPLAY "============================================"
               DISPLAY "1. Record captured cards for a terminal"
               DISPLAY "2. List cards held"
               DISPLAY "3. Return a card to the holder"
               DISPLAY "4. Destroy held cards"
               DISPLAY "5. Monthly captured card report"
               DISPLAY "Enter choice (1-5): "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM RECORD-CAPTURES
                   WHEN 2
                       PERFORM LIST-HELD-CARDS
                   WHEN 3
                       PERFORM RETURN-CARD
                   WHEN 4
                       PERFORM DESTROY-CARDS
                   WHEN 5
                       CALL "CapturedCardReport"
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE

               DISPLAY "Another captured card action? (Y/N): "
               ACCEPT WS-AGAIN
           END-PERFORM

           MOVE 'Y' TO WS-AGAIN
           END-IF
           GOBACK.

       RECORD-CAPTURES.
           DISPLAY "Terminal id: "
           ACCEPT WS-TERMINAL-INPUT
           MOVE FUNCTION UPPER-CASE(WS-TERMINAL-INPUT)
               TO WS-TERMINAL-INPUT
           OPEN INPUT TERMINAL-FILE
           IF TERMINAL-STATUS NOT = "00"
               DISPLAY "No terminals registered."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TERMINAL-INPUT TO TERM-ID
           READ TERMINAL-FILE
               INVALID KEY
                   DISPLAY "Terminal " WS-TERMINAL-INPUT
                       " is not registered."
                   CLOSE TERMINAL-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE TERMINAL-FILE

           CALL "CardCapture" USING WS-TERMINAL-INPUT LNK-OPERATOR-ID.

       LIST-HELD-CARDS.
           DISPLAY "Terminal id (blank = all terminals): "
           MOVE SPACES TO WS-TERMINAL-INPUT
           ACCEPT WS-TERMINAL-INPUT
           MOVE FUNCTION UPPER-CASE(WS-TERMINAL-INPUT)
               TO WS-TERMINAL-INPUT
           MOVE 0 TO WS-LISTED

           OPEN INPUT CAPCARD-FILE
           IF CAPCARD-STATUS NOT = "00"
               DISPLAY "No captured cards on the register."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTRY  CARD NUMBER      TERMINAL BR   CAPTURED"
               "  DAYS REASON   PRIOR"
           MOVE 'N' TO WS-EOF
           MOVE 1 TO CC-ID
           START CAPCARD-FILE KEY IS NOT LESS THAN CC-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ CAPCARD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CC-HELD AND
                          (WS-TERMINAL-INPUT = SPACES OR
                           CC-TERMINAL = WS-TERMINAL-INPUT)
                           PERFORM CHECK-DUE
                           IF WS-DUE = 'Y'
                               MOVE "DUE" TO WS-DUE-FLAG
                           ELSE
                               MOVE SPACES TO WS-DUE-FLAG
                           END-IF
                           DISPLAY CC-ID " " CC-CARD-NO " "
                               CC-TERMINAL " " CC-BRANCH " "
                               CC-CAPTURE-DATE " " WS-DAYS-HELD " "
                               CC-REASON " " CC-PRIOR-STATUS " "
                               WS-DUE-FLAG
                           ADD 1 TO WS-LISTED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAPCARD-FILE
           DISPLAY WS-LISTED " card(s) held.".

      *> Sets WS-DAYS-HELD for the current register entry and WS-DUE
      *> once it may be destroyed: the holding period has run out,
      *> or the card was hotlisted or is not one of ours.
       CHECK-DUE.
           COMPUTE WS-DAYS-HELD =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) -
               FUNCTION INTEGER-OF-DATE(CC-CAPTURE-DATE)
           MOVE 'N' TO WS-DUE
           IF WS-DAYS-HELD >= WS-HOLD-DAYS
               MOVE 'Y' TO WS-DUE
           END-IF
           IF CC-HOTLIST OR CC-PRIOR-STATUS = "HOTLIST" OR
              CC-ACC-NO = 0
               MOVE 'Y' TO WS-DUE
           END-IF.

       RETURN-CARD.
           DISPLAY "Register entry number: "
           ACCEPT WS-ENTRY-INPUT
           IF WS-ENTRY-INPUT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CAPCARD-FILE
           IF CAPCARD-STATUS NOT = "00"
               DISPLAY "No captured cards on the register."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTRY-INPUT TO CC-ID
           READ CAPCARD-FILE KEY IS CC-ID
               INVALID KEY
                   DISPLAY "No register entry " WS-ENTRY-INPUT "."
                   CLOSE CAPCARD-FILE
                   EXIT PARAGRAPH
           END-READ
           IF NOT CC-HELD
               DISPLAY "Card " CC-CARD-NO " is no longer held - "
                   FUNCTION TRIM(CC-STATE) " on " CC-DONE-DATE "."
               CLOSE CAPCARD-FILE
               EXIT PARAGRAPH
           END-IF
           IF CC-ACC-NO = 0
               DISPLAY "Card " CC-CARD-NO " is another bank's card - "
                   "it cannot be handed back; destroy it."
               CLOSE CAPCARD-FILE
               EXIT PARAGRAPH
           END-IF
           IF CC-HOTLIST OR
              (CC-PRIOR-STATUS NOT = "ACTIVE" AND
               CC-PRIOR-STATUS NOT = "PENDING")
               DISPLAY "Card " CC-CARD-NO " was "
                   FUNCTION TRIM(CC-PRIOR-STATUS) " when captured - "
                   "destroy it and issue a replacement."
               CLOSE CAPCARD-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CARD-FILE
           IF CARD-STATUS-CODE NOT = "00"
               DISPLAY "[ERROR]: Card file unavailable."
               CLOSE CAPCARD-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE CC-CARD-NO TO CARD-NO
           READ CARD-FILE KEY IS CARD-NO
               INVALID KEY
                   DISPLAY "Card " CC-CARD-NO " is no longer on file."
                   CLOSE CARD-FILE CAPCARD-FILE
                   EXIT PARAGRAPH
           END-READ
           IF CARD-EXPIRY < WS-CUR-YYYYMM
               DISPLAY "Card " CC-CARD-NO " expired " CARD-EXPIRY
                   " - destroy it and issue a replacement."
               CLOSE CARD-FILE CAPCARD-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-HOLDER-NRC
           DISPLAY "Holder: " FUNCTION TRIM(USER-NAME)
               "  account " CC-ACC-NO
           DISPLAY "NRC presented by the holder: "
           ACCEPT WS-NRC-INPUT
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NRC-INPUT)) NOT =
              FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HOLDER-NRC)) OR
              WS-NRC-INPUT = SPACES
               DISPLAY "NRC does not match the holder - card not "
                   "handed back."
               CLOSE CARD-FILE CAPCARD-FILE
               EXIT PARAGRAPH
           END-IF

           IF CARD-CAPTURED
               MOVE CC-PRIOR-STATUS TO CARD-STATUS
               REWRITE CARD-RECORD
                   INVALID KEY
                       DISPLAY "[ERROR]: Could not restore card "
                           CARD-NO "."
                       CLOSE CARD-FILE CAPCARD-FILE
                       EXIT PARAGRAPH
               END-REWRITE
               MOVE "CRDU" TO WS-IJ-KIND
               MOVE CARD-RECORD TO WS-IJ-IMAGE
               CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           END-IF
           CLOSE CARD-FILE

           MOVE "RETURNED" TO CC-STATE
           MOVE WS-TODAY TO CC-DONE-DATE
           MOVE LNK-OPERATOR-ID TO CC-DONE-BY
           MOVE WS-NRC-INPUT TO CC-ID-SEEN
           REWRITE CAPTURED-CARD-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not update register entry "
                       CC-ID "."
           END-REWRITE
           CLOSE CAPCARD-FILE

           DISPLAY "Card " CC-CARD-NO " handed back - status "
               FUNCTION TRIM(CC-PRIOR-STATUS) " restored."

           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING WS-TODAY WS-AUDIT-TIME ",CARD_CAPT_RETURN,"
               CC-CARD-NO "," CC-ACC-NO ","
               FUNCTION TRIM(LNK-OPERATOR-ID)
               DELIMITED BY SIZE INTO AUDIT-LINE
           CALL "AuditLogger" USING AUDIT-LINE.

      *> The customer master's NRC where the account has one, else
      *> the NRC kept on the account itself.
       GET-HOLDER-NRC.
           MOVE SPACES TO WS-HOLDER-NRC USER-NAME
           OPEN INPUT USER-FILE
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE CC-ACC-NO TO USER-ACC-NO
           READ USER-FILE
               INVALID KEY
                   MOVE SPACES TO USER-NAME
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE USER-FILE
           MOVE USER-NRC TO WS-HOLDER-NRC

           IF USER-CUSTOMER-ID NOT = 0
               OPEN INPUT CUSTOMER-FILE
               IF CUSTOMER-STATUS = "00"
                   MOVE USER-CUSTOMER-ID TO CUST-ID
                   READ CUSTOMER-FILE
                       NOT INVALID KEY
                           IF CUST-NRC NOT = SPACES
                               MOVE CUST-NRC TO WS-HOLDER-NRC
                           END-IF
                   END-READ
                   CLOSE CUSTOMER-FILE
               END-IF
           END-IF.

       DESTROY-CARDS.
           DISPLAY "Register entry number (0 = every card due): "
           ACCEPT WS-ENTRY-INPUT

           MOVE 'N' TO WS-AUTH-OK
           MOVE SPACES TO WS-SUPERVISOR-ID
           CALL "SupervisorAuth" USING WS-AUTH-OK WS-SUPERVISOR-ID
           IF WS-AUTH-OK NOT = 'Y'
               DISPLAY "Supervisor approval required - nothing "
                   "destroyed."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CAPCARD-FILE
           IF CAPCARD-STATUS NOT = "00"
               DISPLAY "No captured cards on the register."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DESTROYED

           IF WS-ENTRY-INPUT NOT = 0
               MOVE WS-ENTRY-INPUT TO CC-ID
               READ CAPCARD-FILE KEY IS CC-ID
                   INVALID KEY
                       DISPLAY "No register entry " WS-ENTRY-INPUT "."
                       CLOSE CAPCARD-FILE
                       EXIT PARAGRAPH
               END-READ
               IF NOT CC-HELD
                   DISPLAY "Card " CC-CARD-NO " is no longer held."
                   CLOSE CAPCARD-FILE
                   EXIT PARAGRAPH
               END-IF
               PERFORM CHECK-DUE
               IF WS-DUE NOT = 'Y'
                   DISPLAY "Card " CC-CARD-NO " has been held "
                       WS-DAYS-HELD " day(s) - not due until "
                       WS-HOLD-DAYS "."
                   CLOSE CAPCARD-FILE
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Destroy card " CC-CARD-NO "? (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                   PERFORM DESTROY-ONE-CARD
               END-IF
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE 1 TO CC-ID
               START CAPCARD-FILE KEY IS NOT LESS THAN CC-ID
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CAPCARD-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CC-HELD
                               PERFORM CHECK-DUE
                               IF WS-DUE = 'Y'
                                   PERFORM DESTROY-ONE-CARD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CAPCARD-FILE
           DISPLAY WS-DESTROYED " card(s) destroyed.".

       DESTROY-ONE-CARD.
           MOVE "DESTROYED" TO CC-STATE
           MOVE WS-TODAY TO CC-DONE-DATE
           MOVE WS-SUPERVISOR-ID TO CC-DONE-BY
           REWRITE CAPTURED-CARD-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not update register entry "
                       CC-ID "."
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-DESTROYED
           DISPLAY "Card " CC-CARD-NO " (entry " CC-ID ") destroyed."

           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING WS-TODAY WS-AUDIT-TIME ",CARD_CAPT_DESTROY,"
               CC-CARD-NO "," CC-TERMINAL ","
               FUNCTION TRIM(WS-SUPERVISOR-ID) ","
               FUNCTION TRIM(LNK-OPERATOR-ID)
               DELIMITED BY SIZE INTO AUDIT-LINE
           CALL "AuditLogger" USING AUDIT-LINE.

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
                           EVALUATE FUNCTION TRIM(WS-PARAM-NAME)
                               WHEN "BUSINESSDATE"
                                   COMPUTE WS-BUSINESS-DATE =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               WHEN "CAPCARDHOLDDAYS"
                                   COMPUTE WS-HOLD-DAYS =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM CapturedCards.
