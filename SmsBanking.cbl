       IDENTIFICATION DIVISION.
       PROGRAM-ID. SmsBanking.

      *> SMS banking for customers with only a basic phone. The
      *> gateway drops inbound messages on a file, one per line:
      *>     REF,PHONE,YYYYMMDDhhmmss,TEXT
      *> Each sender is matched to an account through the
      *> PROXYDIR.DAT directory first and the registered USER-PHONE
      *> second (a number on several accounts must be put in the
      *> directory before it can bank by SMS). Commands:
      *>     BAL    balance
      *>     MINI   last five postings
      *>     BLOCK  hotlist the account's cards at once
      *>     STOP   no more balance-movement alerts
      *>     START  alerts back on
      *> Replies are queued on OUTBOX.DAT for NotifySender. Every
      *> message is logged on SMSLOG.DAT under the gateway reference,
      *> which also stops a file loaded twice from acting twice.
      *> Unknown numbers are rejected without a reply; a known
      *> number sending anything else gets the command list back.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SMSIN-FILE ASSIGN TO DYNAMIC SMSIN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SMSIN-STATUS.

           SELECT SMSLOG-FILE ASSIGN TO "SMSLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SMS-REF
               FILE STATUS IS SMSLOG-STATUS.

           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ACC-NO
               FILE STATUS IS FILE-STATUS.

           SELECT PROXY-FILE ASSIGN TO "PROXYDIR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROXY-PHONE
               FILE STATUS IS PROXY-STATUS.

           SELECT CARD-FILE ASSIGN TO "CARDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NO
               FILE STATUS IS CARD-STATUS-CODE.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANSACTIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID
               ALTERNATE RECORD KEY IS TRANSACTION-CDE
               ALTERNATE RECORD KEY IS TR-ACC-NO
                   WITH DUPLICATES
               FILE STATUS IS TRANS-STATUS.

           SELECT OUTBOX-FILE ASSIGN TO "OUTBOX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MSG-ID
               FILE STATUS IS OUTBOX-STATUS.

           SELECT ALERTSTOP-FILE ASSIGN TO "ALERTSTOP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AS-ACC-NO
               FILE STATUS IS ALERTSTOP-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD SMSIN-FILE.
       01 SMSIN-LINE              PIC X(120).

       FD SMSLOG-FILE.
           COPY "SMS-REQUEST.cpy".

       FD USER-FILE.
           COPY "USER-RECORD.cpy".

       FD PROXY-FILE.
           COPY "PROXY-RECORD.cpy".

       FD CARD-FILE.
           COPY "CARD-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD OUTBOX-FILE.
           COPY "OUTBOX-MESSAGE.cpy".

       FD ALERTSTOP-FILE.
           COPY "ALERT-STOP.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01 AUDIT-LINE              PIC X(120).
       01 SMSIN-STATUS            PIC XX.
       01 SMSLOG-STATUS           PIC XX.
       01 FILE-STATUS             PIC XX.
       01 PROXY-STATUS            PIC XX.
       01 CARD-STATUS-CODE        PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 OUTBOX-STATUS           PIC XX.
       01 ALERTSTOP-STATUS        PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 SMSIN-FILENAME          PIC X(30).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.

       01 WS-MENU-CHOICE          PIC 9.
       01 WS-AGAIN                PIC X VALUE 'Y'.
       01 WS-EOF                  PIC X.
       01 WS-SCAN-EOF             PIC X.

      *> One inbound line split into its fields.
       01 WS-F-REF                PIC X(16).
       01 WS-F-PHONE              PIC X(15).
       01 WS-F-STAMP              PIC X(14).
       01 WS-F-TEXT               PIC X(60).
       01 WS-LINE-OK              PIC X.
       01 WS-CMD                  PIC X(10).
       01 WS-CMD-EXTRA            PIC X(20).

       01 WS-SENDER-ACC           PIC 9(16).
       01 WS-PHONE-HITS           PIC 9(4).
       01 WS-REJECT-REASON        PIC X(30).
       01 WS-REPLY-WANTED         PIC X.

      *> Reply to be queued; WS-REPLY-DATE defaults to today.
       01 WS-REPLY-EVENT          PIC X(10).
       01 WS-REPLY-AMOUNT         PIC 9(15)V99.
       01 WS-REPLY-DATE           PIC 9(8).
       01 WS-NEXT-MSG-ID          PIC 9(8).
       01 WS-LAST-REPLY-ID        PIC 9(8).

      *> The five most recent postings, oldest overwritten first.
       01 MINI-TABLE.
           05 MN-COUNT            PIC 9 VALUE 0.
           05 MN-ENTRY OCCURS 5 TIMES.
               10 MN-TYPE         PIC 9.
               10 MN-DATE         PIC 9(8).
               10 MN-AMOUNT       PIC 9(15)V99.
       01 MN-IDX                  PIC 9.
       01 MN-NEXT                 PIC 9 VALUE 1.
       01 MN-SEEN                 PIC 9(6).
       01 WS-TYPE-WORD            PIC X(4).

       01 WS-CARD-COUNT           PIC 9(3).

       01 WS-LINE-COUNT           PIC 9(6) VALUE 0.
       01 WS-DONE-COUNT           PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT         PIC 9(6) VALUE 0.
       01 WS-DUP-COUNT            PIC 9(6) VALUE 0.
       01 WS-BAD-COUNT            PIC 9(6) VALUE 0.

       01 WS-LIST-DATE            PIC 9(8).
       01 WS-LIST-COUNT           PIC 9(6).

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-AUDIT-TIME           PIC 9(6).
       01 WS-AUDIT-ACTION         PIC X(16).
       01 WS-AUDIT-DETAIL         PIC X(30).

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
       MAIN-PROCEDURE.
           IF ADMIN-CHOICE = 96

           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           PERFORM ENSURE-SMSLOG-FILE

           PERFORM UNTIL WS-AGAIN NOT = 'Y' AND WS-AGAIN NOT = 'y'
               DISPLAY "============================================"
               DISPLAY "          SMS BANKING GATEWAY"
               DISPLAY "============================================"
               DISPLAY "1. Process inbound SMS file"
               DISPLAY "2. SMS request log for a date"
               DISPLAY "Enter choice (1-2): "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM PROCESS-INBOUND-FILE
                   WHEN 2
                       PERFORM LIST-SMS-LOG
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE

               DISPLAY "Another SMS banking action? (Y/N): "
               ACCEPT WS-AGAIN
           END-PERFORM

           MOVE 'Y' TO WS-AGAIN
           END-IF
           GOBACK.

       ENSURE-SMSLOG-FILE.
           OPEN INPUT SMSLOG-FILE
           IF SMSLOG-STATUS = "35"
               OPEN OUTPUT SMSLOG-FILE
           END-IF
           CLOSE SMSLOG-FILE.

       PROCESS-INBOUND-FILE.
           DISPLAY "Inbound file name (e.g. SMSIN-" WS-TODAY
               ".DAT): "
           ACCEPT SMSIN-FILENAME
           OPEN INPUT SMSIN-FILE
           IF SMSIN-STATUS NOT = "00"
               DISPLAY "File " FUNCTION TRIM(SMSIN-FILENAME)
                   " not found."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LINE-COUNT WS-DONE-COUNT WS-REJECT-COUNT
           MOVE 0 TO WS-DUP-COUNT WS-BAD-COUNT
           OPEN I-O SMSLOG-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SMSIN-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SMSIN-LINE NOT = SPACES
                           ADD 1 TO WS-LINE-COUNT
                           PERFORM PROCESS-ONE-SMS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SMSLOG-FILE
           CLOSE SMSIN-FILE

           DISPLAY "--------------------------------------------"
           DISPLAY "Messages read       : " WS-LINE-COUNT
           DISPLAY "Answered            : " WS-DONE-COUNT
           DISPLAY "Rejected            : " WS-REJECT-COUNT
           DISPLAY "Already processed   : " WS-DUP-COUNT
           DISPLAY "Unreadable lines    : " WS-BAD-COUNT
           DISPLAY "Replies are waiting on the outbox for the "
               "gateway operator."
           DISPLAY "--------------------------------------------"
           MOVE "SMS_FILE_LOAD" TO WS-AUDIT-ACTION
           MOVE SMSIN-FILENAME TO WS-AUDIT-DETAIL
           MOVE 0 TO WS-SENDER-ACC
           PERFORM WRITE-AUDIT-LOG.

       PROCESS-ONE-SMS.
           MOVE SPACES TO WS-F-REF WS-F-PHONE WS-F-STAMP WS-F-TEXT
           UNSTRING SMSIN-LINE DELIMITED BY ","
               INTO WS-F-REF WS-F-PHONE WS-F-STAMP WS-F-TEXT
           IF WS-F-REF = SPACES OR WS-F-PHONE = SPACES
               ADD 1 TO WS-BAD-COUNT
               DISPLAY "  Unreadable: " FUNCTION TRIM(SMSIN-LINE)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-F-REF TO SMS-REF
           READ SMSLOG-FILE KEY IS SMS-REF
               NOT INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
                   EXIT PARAGRAPH
           END-READ

           INITIALIZE SMS-RECORD
           MOVE WS-F-REF TO SMS-REF
           MOVE WS-F-PHONE TO SMS-PHONE
           IF WS-F-STAMP IS NUMERIC
               MOVE WS-F-STAMP TO SMS-RECEIVED
           END-IF
           MOVE WS-F-TEXT TO SMS-TEXT
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO WS-SENDER-ACC
           MOVE 0 TO WS-LAST-REPLY-ID
           MOVE 'N' TO WS-REPLY-WANTED

           MOVE SPACES TO WS-CMD WS-CMD-EXTRA
           UNSTRING FUNCTION UPPER-CASE(FUNCTION TRIM(WS-F-TEXT))
               DELIMITED BY ALL SPACES
               INTO WS-CMD WS-CMD-EXTRA
           MOVE WS-CMD TO SMS-COMMAND

           PERFORM RESOLVE-SENDER
           IF WS-REJECT-REASON = SPACES
               MOVE WS-SENDER-ACC TO SMS-ACC-NO
               PERFORM RUN-COMMAND
           END-IF

           MOVE WS-TODAY TO SMS-PROC-DATE
           ACCEPT SMS-PROC-TIME FROM TIME
           MOVE WS-LAST-REPLY-ID TO SMS-REPLY-ID
           IF WS-REJECT-REASON = SPACES
               MOVE "DONE" TO SMS-RESULT
               ADD 1 TO WS-DONE-COUNT
           ELSE
               MOVE "REJECTED" TO SMS-RESULT
               MOVE WS-REJECT-REASON TO SMS-REASON
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "  Rejected " FUNCTION TRIM(SMS-REF) " from "
                   FUNCTION TRIM(SMS-PHONE) ": "
                   FUNCTION TRIM(WS-REJECT-REASON)
           END-IF
           WRITE SMS-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not log SMS "
                       FUNCTION TRIM(SMS-REF)
           END-WRITE.

      *> The directory entry wins: it is the holder's own verified
      *> choice of account for that number. Otherwise the number
      *> must be registered on exactly one account.
       RESOLVE-SENDER.
           OPEN INPUT PROXY-FILE
           IF PROXY-STATUS = "00"
               MOVE WS-F-PHONE TO PROXY-PHONE
               READ PROXY-FILE KEY IS PROXY-PHONE
                   NOT INVALID KEY
                       MOVE PROXY-ACC TO WS-SENDER-ACC
               END-READ
               CLOSE PROXY-FILE
           END-IF

           IF WS-SENDER-ACC = 0
               PERFORM FIND-PHONE-OWNER
               IF WS-PHONE-HITS = 0
                   MOVE "Unknown phone number"
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               IF WS-PHONE-HITS > 1
                   MOVE "Number on several accounts"
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN INPUT USER-FILE
           MOVE WS-SENDER-ACC TO USER-ACC-NO
           READ USER-FILE KEY IS USER-ACC-NO
               INVALID KEY
                   MOVE "Account not on file" TO WS-REJECT-REASON
           END-READ
           CLOSE USER-FILE
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF

      *> From here on the sender is a known customer: a bad
      *> command is answered with the command list.
           MOVE 'Y' TO WS-REPLY-WANTED.

       FIND-PHONE-OWNER.
           MOVE 0 TO WS-PHONE-HITS
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT USER-FILE
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO USER-ACC-NO
           START USER-FILE KEY IS NOT LESS THAN USER-ACC-NO
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ USER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF USER-PHONE = WS-F-PHONE
                           ADD 1 TO WS-PHONE-HITS
                           MOVE USER-ACC-NO TO WS-SENDER-ACC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE.

       RUN-COMMAND.
           IF WS-CMD-EXTRA NOT = SPACES
               MOVE "Malformed command" TO WS-REJECT-REASON
               PERFORM SEND-HELP
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-CMD
               WHEN "BAL"
                   PERFORM DO-BALANCE
               WHEN "MINI"
                   PERFORM DO-MINI-STATEMENT
               WHEN "BLOCK"
                   PERFORM DO-BLOCK-CARDS
               WHEN "STOP"
                   PERFORM DO-STOP-ALERTS
               WHEN "START"
                   PERFORM DO-START-ALERTS
               WHEN OTHER
                   MOVE "Unknown command" TO WS-REJECT-REASON
                   PERFORM SEND-HELP
           END-EVALUATE.

      *> The outbox amount is unsigned, so an overdrawn balance
      *> goes out under its own event.
       DO-BALANCE.
           IF USER-BALANCE < 0
               MOVE "SMS BAL OD" TO WS-REPLY-EVENT
               COMPUTE WS-REPLY-AMOUNT = USER-BALANCE * -1
           ELSE
               MOVE "SMS BAL" TO WS-REPLY-EVENT
               MOVE USER-BALANCE TO WS-REPLY-AMOUNT
           END-IF
           MOVE WS-TODAY TO WS-REPLY-DATE
           PERFORM QUEUE-REPLY.

      *> One reply per posting, oldest first, carrying the
      *> posting's own date and a short type word.
       DO-MINI-STATEMENT.
           MOVE 0 TO MN-COUNT MN-SEEN
           MOVE 1 TO MN-NEXT
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT TRANSACTION-FILE
           IF TRANS-STATUS = "00"
               MOVE WS-SENDER-ACC TO TR-ACC-NO
               START TRANSACTION-FILE KEY IS EQUAL TO TR-ACC-NO
                   INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
               END-START
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ TRANSACTION-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           IF TR-ACC-NO NOT = WS-SENDER-ACC
                               MOVE 'Y' TO WS-SCAN-EOF
                           ELSE
                               PERFORM KEEP-MINI-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
           END-IF

           IF MN-COUNT = 0
               MOVE "MINI NONE" TO WS-REPLY-EVENT
               MOVE 0 TO WS-REPLY-AMOUNT
               MOVE WS-TODAY TO WS-REPLY-DATE
               PERFORM QUEUE-REPLY
               EXIT PARAGRAPH
           END-IF

      *> Once the ring has wrapped, MN-NEXT points at the oldest.
           IF MN-SEEN > 5
               MOVE MN-NEXT TO MN-IDX
           ELSE
               MOVE 1 TO MN-IDX
           END-IF
           PERFORM MN-COUNT TIMES
               PERFORM QUEUE-MINI-LINE
               ADD 1 TO MN-IDX
               IF MN-IDX > 5
                   MOVE 1 TO MN-IDX
               END-IF
           END-PERFORM.

       KEEP-MINI-ENTRY.
           ADD 1 TO MN-SEEN
           MOVE TR-TYPE TO MN-TYPE(MN-NEXT)
           MOVE TR-DATE TO MN-DATE(MN-NEXT)
           COMPUTE MN-AMOUNT(MN-NEXT) =
               TR-AMOUNT + (TR-DECIMAL / 100)
           IF MN-COUNT < 5
               ADD 1 TO MN-COUNT
           END-IF
           ADD 1 TO MN-NEXT
           IF MN-NEXT > 5
               MOVE 1 TO MN-NEXT
           END-IF.

       QUEUE-MINI-LINE.
           EVALUATE MN-TYPE(MN-IDX)
               WHEN 1
                   MOVE "DEP" TO WS-TYPE-WORD
               WHEN 2
                   MOVE "WDL" TO WS-TYPE-WORD
               WHEN 3
                   MOVE "XFR" TO WS-TYPE-WORD
               WHEN 4
                   MOVE "REV" TO WS-TYPE-WORD
               WHEN 5
                   MOVE "INT" TO WS-TYPE-WORD
               WHEN 6
                   MOVE "FEE" TO WS-TYPE-WORD
               WHEN 9
                   MOVE "TAX" TO WS-TYPE-WORD
               WHEN OTHER
                   MOVE "TXN" TO WS-TYPE-WORD
           END-EVALUATE
           MOVE SPACES TO WS-REPLY-EVENT
           STRING "MINI " WS-TYPE-WORD
               DELIMITED BY SIZE INTO WS-REPLY-EVENT
           MOVE MN-AMOUNT(MN-IDX) TO WS-REPLY-AMOUNT
           MOVE MN-DATE(MN-IDX) TO WS-REPLY-DATE
           PERFORM QUEUE-REPLY.

      *> Same effect as a teller hotlisting a reported-lost card:
      *> every live or about-to-go-live card on the account is
      *> blocked, the account itself stays usable.
       DO-BLOCK-CARDS.
           MOVE 0 TO WS-CARD-COUNT
           MOVE 'N' TO WS-SCAN-EOF
           OPEN I-O CARD-FILE
           IF CARD-STATUS-CODE = "00"
               MOVE 0 TO CARD-NO
               START CARD-FILE KEY IS NOT LESS THAN CARD-NO
                   INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
               END-START
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ CARD-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           IF CARD-ACC-NO = WS-SENDER-ACC AND
                              (CARD-ACTIVE OR CARD-PENDING)
                               MOVE "HOTLIST" TO CARD-STATUS
                               REWRITE CARD-RECORD
                               MOVE "CRDU" TO WS-IJ-KIND
                               MOVE CARD-RECORD TO WS-IJ-IMAGE
                               CALL "ImageJournal"
                                   USING WS-IJ-KIND WS-IJ-IMAGE
                               ADD 1 TO WS-CARD-COUNT
                               MOVE "CARD_HOTLIST" TO WS-AUDIT-ACTION
                               MOVE SPACES TO WS-AUDIT-DETAIL
                               STRING "SMS " CARD-NO
                                   DELIMITED BY SIZE
                                   INTO WS-AUDIT-DETAIL
                               PERFORM WRITE-AUDIT-LOG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARD-FILE
           END-IF

           IF WS-CARD-COUNT = 0
               MOVE "BLOCK NONE" TO WS-REPLY-EVENT
           ELSE
               MOVE "SMS BLOCK" TO WS-REPLY-EVENT
           END-IF
           MOVE 0 TO WS-REPLY-AMOUNT
           MOVE WS-TODAY TO WS-REPLY-DATE
           PERFORM QUEUE-REPLY.

       DO-STOP-ALERTS.
           OPEN I-O ALERTSTOP-FILE
           IF ALERTSTOP-STATUS = "35"
               OPEN OUTPUT ALERTSTOP-FILE
               CLOSE ALERTSTOP-FILE
               OPEN I-O ALERTSTOP-FILE
           END-IF
           MOVE WS-SENDER-ACC TO AS-ACC-NO
           READ ALERTSTOP-FILE KEY IS AS-ACC-NO
               INVALID KEY
                   MOVE WS-SENDER-ACC TO AS-ACC-NO
                   MOVE WS-F-PHONE TO AS-PHONE
                   MOVE WS-TODAY TO AS-DATE
                   ACCEPT AS-TIME FROM TIME
                   MOVE "SMS" TO AS-SOURCE
                   WRITE ALERT-STOP-RECORD
           END-READ
           CLOSE ALERTSTOP-FILE
           MOVE "ALERT_STOP" TO WS-AUDIT-ACTION
           MOVE WS-F-PHONE TO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-LOG
           MOVE "SMS STOP" TO WS-REPLY-EVENT
           MOVE 0 TO WS-REPLY-AMOUNT
           MOVE WS-TODAY TO WS-REPLY-DATE
           PERFORM QUEUE-REPLY.

       DO-START-ALERTS.
           OPEN I-O ALERTSTOP-FILE
           IF ALERTSTOP-STATUS = "00"
               MOVE WS-SENDER-ACC TO AS-ACC-NO
               DELETE ALERTSTOP-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE ALERTSTOP-FILE
           END-IF
           MOVE "ALERT_START" TO WS-AUDIT-ACTION
           MOVE WS-F-PHONE TO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-LOG
           MOVE "SMS START" TO WS-REPLY-EVENT
           MOVE 0 TO WS-REPLY-AMOUNT
           MOVE WS-TODAY TO WS-REPLY-DATE
           PERFORM QUEUE-REPLY.

       SEND-HELP.
           IF WS-REPLY-WANTED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE "SMS HELP" TO WS-REPLY-EVENT
           MOVE 0 TO WS-REPLY-AMOUNT
           MOVE WS-TODAY TO WS-REPLY-DATE
           PERFORM QUEUE-REPLY.

      *> Replies go back to the number that asked, which is the
      *> directory or registered number for the account.
       QUEUE-REPLY.
           OPEN I-O OUTBOX-FILE
           IF OUTBOX-STATUS = "35"
               OPEN OUTPUT OUTBOX-FILE
               CLOSE OUTBOX-FILE
               OPEN I-O OUTBOX-FILE
           END-IF

           MOVE 0 TO MSG-ID
           READ OUTBOX-FILE KEY IS MSG-ID
               INVALID KEY
                   MOVE 0 TO MSG-ID
                   MOVE 1 TO MSG-ACC-NO
                   MOVE SPACES TO MSG-PHONE MSG-EVENT MSG-STATUS
                   MOVE 0 TO MSG-AMOUNT MSG-DATE MSG-TIME
                   WRITE OUTBOX-RECORD
                   MOVE 1 TO WS-NEXT-MSG-ID
               NOT INVALID KEY
                   ADD 1 TO MSG-ACC-NO
                   MOVE MSG-ACC-NO TO WS-NEXT-MSG-ID
                   REWRITE OUTBOX-RECORD
           END-READ

           MOVE WS-NEXT-MSG-ID TO MSG-ID
           MOVE WS-SENDER-ACC TO MSG-ACC-NO
           MOVE WS-F-PHONE TO MSG-PHONE
           MOVE WS-REPLY-EVENT TO MSG-EVENT
           MOVE WS-REPLY-AMOUNT TO MSG-AMOUNT
           MOVE WS-REPLY-DATE TO MSG-DATE
           ACCEPT MSG-TIME FROM TIME
           MOVE "PENDING" TO MSG-STATUS
           WRITE OUTBOX-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not queue SMS reply."
               NOT INVALID KEY
                   MOVE WS-NEXT-MSG-ID TO WS-LAST-REPLY-ID
           END-WRITE
           CLOSE OUTBOX-FILE.

       LIST-SMS-LOG.
           DISPLAY "Processing date (YYYYMMDD, 0 = today): "
           ACCEPT WS-LIST-DATE
           IF WS-LIST-DATE = 0
               MOVE WS-TODAY TO WS-LIST-DATE
           END-IF
           MOVE 0 TO WS-LIST-COUNT
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT SMSLOG-FILE
           MOVE LOW-VALUES TO SMS-REF
           START SMSLOG-FILE KEY IS NOT LESS THAN SMS-REF
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           DISPLAY "--------------------------------------------"
           DISPLAY "REF              PHONE           CMD    RESULT"
           DISPLAY "--------------------------------------------"
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ SMSLOG-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF SMS-PROC-DATE = WS-LIST-DATE
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY SMS-REF " " SMS-PHONE " "
                               SMS-COMMAND " " SMS-RESULT " "
                               FUNCTION TRIM(SMS-REASON)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SMSLOG-FILE
           DISPLAY "--------------------------------------------"
           DISPLAY WS-LIST-COUNT " message(s) on " WS-LIST-DATE.

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-ACTION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-SENDER-ACC DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-DETAIL) DELIMITED BY SIZE
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

       END PROGRAM SmsBanking.
