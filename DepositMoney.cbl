               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAINING-STATUS.

           SELECT SUSPECT-FILE ASSIGN TO "SUSPECTNOTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SN-ID
               FILE STATUS IS SUSPECT-STATUS.

           SELECT NOTESLIP-FILE ASSIGN TO DYNAMIC NOTESLIP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTESLIP-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD TRAINING-FILE.
       01 TRAINING-LINE           PIC X(20).

       FD SUSPECT-FILE.
           COPY "SUSPECT-NOTE.cpy".

       FD NOTESLIP-FILE.
       01 NOTESLIP-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01 TRAINING-STATUS         PIC XX.
       01 WS-TRAINING             PIC X VALUE 'N'.
       01 WS-DUP-AMOUNT           PIC 9(15)V99.
       01 WS-AUTH-OK              PIC X.
       01 WS-SUPERVISOR-ID        PIC X(20).
       01 WS-IC-ACTION            PIC X(12) VALUE "DEPOSIT".
       01 WS-IC-RESULT            PIC X.
       01 WS-IJ-KIND            PIC X(4).
       01 WS-IJ-IMAGE           PIC X(400).
       01 WS-RANDOM         USAGE COMP-1 VALUE 0.
       01 CT-JDX              PIC 9(2).
       01 WS-SWAP-DENOM       PIC 9(6).

      *> Counterfeit / suspect notes taken out of the deposit.
       01 SUSPECT-STATUS      PIC XX.
       01 NOTESLIP-STATUS     PIC XX.
       01 NOTESLIP-FILENAME   PIC X(30).
       01 WS-SN-COUNT         PIC 9(2) VALUE 0.
       01 WS-SN-OK            PIC X.
       01 WS-SN-DENOM-INPUT   PIC 9(6).
       01 WS-SN-REASON-CODE   PIC 9.
       01 WS-SN-NRC           PIC X(20).
       01 WS-SN-BRANCH        PIC X(4).
       01 WS-SN-TODAY         PIC 9(8).
       01 WS-SN-RAW           PIC X(6).
       01 WS-SN-TIME          PIC 9(6).
       01 WS-SN-FIRST-ID      PIC 9(8) VALUE 0.
       01 WS-SN-NEXT-ID       PIC 9(8).
       01 WS-IMPOUNDED        PIC 9(15)V99 VALUE 0.
       01 WS-PRESENTED        PIC 9(15)V99 VALUE 0.
       01 SUSPECT-TABLE.
           05 SNT-ENTRY OCCURS 50 TIMES.
               10 SNT-DENOM       PIC 9(6).
               10 SNT-SERIAL      PIC X(15).
               10 SNT-REASON      PIC X(12).
       01 SNT-IDX             PIC 9(2).

       LINKAGE SECTION.
       01 LNK-ACCNO           PIC 9(16).
       01 LNK-AMOUNT          PIC 9(15)V99.
               GOBACK
           END-IF

      *> Staff may not post to their own or a relative's account
      *> without a supervisor standing over them.
           CALL "InsiderCheck" USING LNK-OPERATOR-ID LNK-ACCNO
               USER-CUSTOMER-ID WS-IC-ACTION WS-IC-RESULT
           IF WS-IC-RESULT NOT = 'Y'
               MOVE "D026" TO WS-DECLINE-CODE
               MOVE "Deposit declined - staff/insider account" TO
                   WS-DECLINE-REASON
               PERFORM WRITE-DECLINED
               CLOSE USER-FILE
               MOVE USER-BALANCE TO RTN-AMOUNT
               GOBACK
           END-IF

      *> Counterfeit and suspect notes are impounded before
      *> anything else looks at the amount: only the genuine notes
      *> go on to be credited, counted into the cassettes and
      *> totalled in the teller's till.
           PERFORM CAPTURE-SUSPECT-NOTES
           IF WS-SN-COUNT > 0 AND LNK-AMOUNT = 0
               DISPLAY "No genuine notes left in the deposit - "
                   "nothing is credited."
               CLOSE USER-FILE
               MOVE USER-BALANCE TO RTN-AMOUNT
               GOBACK
           END-IF

      *> Stale KYC blocks large movements until the review is done.
           IF LNK-AMOUNT > WS-KYC-AMOUNT
               MOVE USER-KYC-DATE TO WS-KYC-CHECK-DATE
           ELSE
               MOVE USER-CURRENCY TO TR-CURRENCY
           END-IF
           MOVE 1                   TO TR-FX-RATE
           MOVE WS-TERMINAL-ID TO TR-TERMINAL
           CALL "WorkBranch" USING TR-OPERATOR-ID TR-TERMINAL
               USER-BRANCH TR-BRANCH
           COMPUTE TR-AMOUNT  = FUNCTION INTEGER-PART(LNK-AMOUNT)
           COMPUTE TR-DECIMAL = FUNCTION MOD(LNK-AMOUNT * 100, 100)

               FUNCTION TRIM(WS-DECLINE-REASON) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(LNK-OPERATOR-ID) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-TERMINAL-ID) DELIMITED BY SIZE
               INTO DECLINED-LINE
           END-STRING
           WRITE DECLINED-LINE
           CLOSE DECLINED-FILE.

      *> The teller (or the deposit machine's note validator) keys
      *> each rejected note: denomination, serial and reason, with
      *> the depositor's NRC once for the lot. A note can only be
      *> impounded out of the cash actually presented; denomination
      *> 0 ends the list early. The notes go on the suspect-note
      *> register at once - they are held whether or not the rest
      *> of the deposit goes through - and the depositor gets an
      *> acknowledgment slip. LNK-AMOUNT is cut back to the genuine
      *> notes.
       CAPTURE-SUSPECT-NOTES.
           MOVE 0 TO WS-SN-COUNT
           MOVE 0 TO WS-IMPOUNDED
           MOVE LNK-AMOUNT TO WS-PRESENTED
           DISPLAY "Notes rejected as counterfeit or suspect "
               "(0 = none): "
           ACCEPT WS-SN-COUNT
           IF WS-SN-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SN-COUNT > 50
               DISPLAY "At most 50 notes per deposit - record the "
                   "rest on a second deposit."
               MOVE 50 TO WS-SN-COUNT
           END-IF
           DISPLAY "Depositor NRC (blank = account holder): "
           MOVE SPACES TO WS-SN-NRC
           ACCEPT WS-SN-NRC
           IF WS-SN-NRC = SPACES
               MOVE USER-NRC TO WS-SN-NRC
           END-IF

           PERFORM VARYING SNT-IDX FROM 1 BY 1
                   UNTIL SNT-IDX > WS-SN-COUNT
               PERFORM CAPTURE-ONE-NOTE
           END-PERFORM
           IF WS-SN-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-IMPOUNDED FROM LNK-AMOUNT
           CALL "WorkBranch" USING LNK-OPERATOR-ID WS-TERMINAL-ID
               USER-BRANCH WS-SN-BRANCH
           IF WS-BUSINESS-DATE NOT = 0
               MOVE WS-BUSINESS-DATE TO WS-SN-TODAY
           ELSE
               ACCEPT WS-SN-RAW FROM DATE
               STRING "20" WS-SN-RAW(1:2) DELIMITED BY SIZE
                      WS-SN-RAW(3:2) DELIMITED BY SIZE
                      WS-SN-RAW(5:2) DELIMITED BY SIZE
                      INTO WS-SN-TODAY
           END-IF
           ACCEPT WS-SN-TIME FROM TIME
           IF WS-TRAINING NOT = 'Y'
               PERFORM REGISTER-SUSPECT-NOTES
           END-IF
           PERFORM WRITE-NOTE-SLIP
           MOVE WS-IMPOUNDED TO FORMAT-BALANCE
           DISPLAY WS-SN-COUNT " note(s) impounded, value "
               FORMAT-BALANCE
           DISPLAY "Acknowledgment slip: "
               FUNCTION TRIM(NOTESLIP-FILENAME).

       CAPTURE-ONE-NOTE.
           MOVE 'N' TO WS-SN-OK
           PERFORM UNTIL WS-SN-OK = 'Y'
               DISPLAY "Note " SNT-IDX " denomination "
                   "(0 = no more notes): "
               ACCEPT WS-SN-DENOM-INPUT
               IF WS-SN-DENOM-INPUT = 0
                   COMPUTE WS-SN-COUNT = SNT-IDX - 1
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Serial number: "
               MOVE SPACES TO SNT-SERIAL(SNT-IDX)
               ACCEPT SNT-SERIAL(SNT-IDX)
               MOVE FUNCTION UPPER-CASE(SNT-SERIAL(SNT-IDX))
                   TO SNT-SERIAL(SNT-IDX)
               DISPLAY "Reason (1 Counterfeit, 2 Suspect, "
                   "3 Altered): "
               ACCEPT WS-SN-REASON-CODE
               EVALUATE TRUE
                   WHEN WS-SN-REASON-CODE < 1 OR
                        WS-SN-REASON-CODE > 3
                       DISPLAY "Reason must be 1, 2 or 3."
                   WHEN WS-IMPOUNDED + WS-SN-DENOM-INPUT >
                        WS-PRESENTED
                       DISPLAY "That is more than the cash "
                           "presented - check the note."
                   WHEN OTHER
                       MOVE 'Y' TO WS-SN-OK
               END-EVALUATE
           END-PERFORM
           MOVE WS-SN-DENOM-INPUT TO SNT-DENOM(SNT-IDX)
           EVALUATE WS-SN-REASON-CODE
               WHEN 1
                   MOVE "COUNTERFEIT" TO SNT-REASON(SNT-IDX)
               WHEN 2
                   MOVE "SUSPECT" TO SNT-REASON(SNT-IDX)
               WHEN 3
                   MOVE "ALTERED" TO SNT-REASON(SNT-IDX)
           END-EVALUATE
           ADD WS-SN-DENOM-INPUT TO WS-IMPOUNDED.

       REGISTER-SUSPECT-NOTES.
           OPEN I-O SUSPECT-FILE
           IF SUSPECT-STATUS = "35"
               OPEN OUTPUT SUSPECT-FILE
               CLOSE SUSPECT-FILE
               OPEN I-O SUSPECT-FILE
           END-IF
           MOVE 0 TO SN-ID
           READ SUSPECT-FILE
               INVALID KEY
                   INITIALIZE SUSPECT-NOTE-RECORD
                   MOVE 0 TO SN-ID
                   MOVE 0 TO SN-ACC-NO
                   WRITE SUSPECT-NOTE-RECORD
           END-READ
           MOVE SN-ACC-NO TO WS-SN-NEXT-ID
           MOVE 0 TO WS-SN-FIRST-ID
           PERFORM VARYING SNT-IDX FROM 1 BY 1
                   UNTIL SNT-IDX > WS-SN-COUNT
               ADD 1 TO WS-SN-NEXT-ID
               IF WS-SN-FIRST-ID = 0
                   MOVE WS-SN-NEXT-ID TO WS-SN-FIRST-ID
               END-IF
               INITIALIZE SUSPECT-NOTE-RECORD
               MOVE WS-SN-NEXT-ID TO SN-ID
               MOVE WS-SN-TODAY TO SN-DATE
               MOVE WS-SN-TIME TO SN-TIME
               MOVE WS-SN-BRANCH TO SN-BRANCH
               MOVE WS-TERMINAL-ID TO SN-TERMINAL
               MOVE LNK-OPERATOR-ID TO SN-OPERATOR
               MOVE LNK-ACCNO TO SN-ACC-NO
               MOVE WS-SN-NRC TO SN-NRC
               MOVE SNT-DENOM(SNT-IDX) TO SN-DENOM
               MOVE SNT-SERIAL(SNT-IDX) TO SN-SERIAL
               MOVE SNT-REASON(SNT-IDX) TO SN-REASON
               MOVE "IMPOUNDED" TO SN-STATUS
               MOVE 0 TO SN-RETURN-MONTH
               WRITE SUSPECT-NOTE-RECORD
                   INVALID KEY
                       DISPLAY "[ERROR]: Could not register note "
                           SNT-SERIAL(SNT-IDX)
               END-WRITE
           END-PERFORM
           MOVE 0 TO SN-ID
           READ SUSPECT-FILE
               NOT INVALID KEY
                   MOVE WS-SN-NEXT-ID TO SN-ACC-NO
                   REWRITE SUSPECT-NOTE-RECORD
           END-READ
           CLOSE SUSPECT-FILE.

       WRITE-NOTE-SLIP.
           MOVE SPACES TO NOTESLIP-FILENAME
           STRING "NOTESLIP-" WS-SN-FIRST-ID ".txt"
               DELIMITED BY SIZE INTO NOTESLIP-FILENAME
           OPEN OUTPUT NOTESLIP-FILE
           IF WS-TRAINING = 'Y'
               WRITE NOTESLIP-LINE FROM
                   "****** TRAINING - NOT A REAL TRANSACTION ******"
           END-IF
           WRITE NOTESLIP-LINE FROM
               "==== IMPOUNDED NOTE ACKNOWLEDGMENT ===="
           MOVE SPACES TO NOTESLIP-LINE
           STRING "Date / Time    : " WS-SN-TODAY " " WS-SN-TIME
               DELIMITED BY SIZE INTO NOTESLIP-LINE
           WRITE NOTESLIP-LINE
           MOVE SPACES TO NOTESLIP-LINE
           STRING "Branch         : " WS-SN-BRANCH
               DELIMITED BY SIZE INTO NOTESLIP-LINE
           WRITE NOTESLIP-LINE
           MOVE SPACES TO NOTESLIP-LINE
           STRING "Account No     : " LNK-ACCNO
               DELIMITED BY SIZE INTO NOTESLIP-LINE
           WRITE NOTESLIP-LINE
           MOVE SPACES TO NOTESLIP-LINE
           STRING "Depositor NRC  : " WS-SN-NRC
               DELIMITED BY SIZE INTO NOTESLIP-LINE
           WRITE NOTESLIP-LINE
           WRITE NOTESLIP-LINE FROM
               "  DENOMINATION  SERIAL           REASON"
           PERFORM VARYING SNT-IDX FROM 1 BY 1
                   UNTIL SNT-IDX > WS-SN-COUNT
               MOVE SPACES TO NOTESLIP-LINE
               STRING "  " SNT-DENOM(SNT-IDX) "        "
                   SNT-SERIAL(SNT-IDX) "  " SNT-REASON(SNT-IDX)
                   DELIMITED BY SIZE INTO NOTESLIP-LINE
               WRITE NOTESLIP-LINE
           END-PERFORM
           MOVE WS-PRESENTED TO FORMAT-BALANCE
           MOVE SPACES TO NOTESLIP-LINE
           STRING "Cash presented : " FORMAT-BALANCE
               DELIMITED BY SIZE INTO NOTESLIP-LINE
           WRITE NOTESLIP-LINE
           MOVE WS-IMPOUNDED TO FORMAT-BALANCE
           MOVE SPACES TO NOTESLIP-LINE
           STRING "Notes impounded: " FORMAT-BALANCE
               DELIMITED BY SIZE INTO NOTESLIP-LINE
           WRITE NOTESLIP-LINE
           MOVE LNK-AMOUNT TO FORMAT-BALANCE
           MOVE SPACES TO NOTESLIP-LINE
           STRING "Genuine notes  : " FORMAT-BALANCE
               DELIMITED BY SIZE INTO NOTESLIP-LINE
           WRITE NOTESLIP-LINE
           WRITE NOTESLIP-LINE FROM
               "The notes above are retained by the bank and sent"
           WRITE NOTESLIP-LINE FROM
               "to the central bank for examination. No value is"
           WRITE NOTESLIP-LINE FROM
               "credited for them."
           WRITE NOTESLIP-LINE FROM "=============================="
           CLOSE NOTESLIP-FILE.

      *> A session on the TRAINING.DAT list runs the genuine
      *> screens and checks but posts only to the training copies
      *> of the data; totals, alerts and the after-image journal
