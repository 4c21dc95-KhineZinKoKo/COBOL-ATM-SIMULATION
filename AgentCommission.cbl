       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgentCommission.

      *> Month-end commission for banking agents. Every cash-in and
      *> cash-out an agent handled in the month (the TR-TYPE 3
      *> postings carrying its agent code, reversed ones left out)
      *> is priced from the commission table AGENTCOMM.DAT:
      *>     KIND,rate,minimum,maximum
      *> with KIND CASHIN or CASHOUT - each posting earns amount x
      *> rate, no less than the minimum and, when a maximum is set,
      *> no more than it. The month's total is paid from
      *> FEEINCOMEACC into the agent's float account as one transfer
      *> under operator AGENTCOMM with its own receipt, and kept on
      *> the agent's record as the last commission paid. A float
      *> that is no longer ACTIVE is listed unpaid. The register
      *> AGENTCOMM-<date>.txt lists every agent with postings. With
      *> FEEINCOMEACC not set the register is still written but
      *> nothing is paid. RUNCTL.DAT job AGENTCOMM runs per business
      *> date and resumes after the last agent paid; a second record
      *> under day 00 of the month remembers the date the month was
      *> paid, so a later run in the same month pays nobody twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENT-FILE ASSIGN TO "AGENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGT-CODE
               FILE STATUS IS AGENT-STATUS.

           SELECT USERS-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-ACC-NO
               FILE STATUS IS USERS-STATUS.

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

           SELECT COMM-FILE ASSIGN TO "AGENTCOMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMM-STATUS.

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

       FD AGENT-FILE.
           COPY "AGENT-RECORD.cpy".

       FD USERS-FILE.
           COPY "USER-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD TRAN-CONTROL-FILE.
           COPY "TRAN-CONTROL.cpy".

       FD COMM-FILE.
       01 COMM-LINE               PIC X(80).

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD RUNCTL-FILE.
           COPY "RUN-CONTROL.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01 AGENT-STATUS            PIC XX.
       01 USERS-STATUS            PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 CTL-STATUS              PIC XX.
       01 COMM-STATUS             PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 RUNCTL-STATUS           PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 REPORT-FILENAME         PIC X(30).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-FEE-INCOME-ACC       PIC 9(16) VALUE 0.
       01 WS-POST-ENABLED         PIC X VALUE 'Y'.

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-MONTH-KEY            PIC 9(8).
       01 WS-CLOCK-TIME           PIC 9(6).
       01 WS-RUN-BLOCKED          PIC X VALUE 'N'.
       01 WS-MONTH-DONE           PIC X VALUE 'N'.
       01 WS-MONTH-DONE-DATE      PIC 9(8) VALUE 0.
       01 WS-RESTART-KEY          PIC 9(16) VALUE 0.
       01 WS-EOF                  PIC X.

      *> Commission table: one row per kind.
       01 WS-F-KIND               PIC X(10).
       01 WS-F-RATE               PIC X(20).
       01 WS-F-MIN                PIC X(20).
       01 WS-F-MAX                PIC X(20).
       01 CR-IN-RATE              PIC 9V9(6) VALUE 0.
       01 CR-IN-MIN               PIC 9(15)V99 VALUE 0.
       01 CR-IN-MAX               PIC 9(15)V99 VALUE 0.
       01 CR-OUT-RATE             PIC 9V9(6) VALUE 0.
       01 CR-OUT-MIN              PIC 9(15)V99 VALUE 0.
       01 CR-OUT-MAX              PIC 9(15)V99 VALUE 0.
       01 WS-TABLE-FOUND          PIC X VALUE 'N'.

       01 AGENT-TABLE.
           05 AG-COUNT            PIC 9(4) VALUE 0.
           05 AG-ENTRY OCCURS 500 TIMES.
               10 AG-CODE         PIC X(8).
               10 AG-NO           PIC 9(6).
               10 AG-BRANCH       PIC X(4).
               10 AG-FLOAT-ACC    PIC 9(16).
               10 AG-IN-COUNT     PIC 9(5).
               10 AG-IN-AMOUNT    PIC 9(15)V99.
               10 AG-OUT-COUNT    PIC 9(5).
               10 AG-OUT-AMOUNT   PIC 9(15)V99.
               10 AG-COMMISSION   PIC 9(15)V99.
       01 AG-IDX                  PIC 9(4).
       01 AG-FOUND                PIC 9(4).
       01 WS-AG-OVERFLOW          PIC 9(4) VALUE 0.

       01 WS-TR-AMT               PIC 9(15)V99.
       01 WS-ONE-COMM             PIC 9(15)V99.
       01 WS-PAY-STATE            PIC X(10).
       01 WS-FLOAT-CCY            PIC X(3).

       01 WS-TOT-AGENTS           PIC 9(5) VALUE 0.
       01 WS-TOT-PAID             PIC 9(15)V99 VALUE 0.
       01 WS-TOT-UNPAID           PIC 9(15)V99 VALUE 0.

       01 LAST-TRANSACTION-ID     PIC 9(9).
       01 WS-CTL-DATE-RAW         PIC X(6).
       01 WS-CTL-DATE             PIC 9(8).
       01 WS-NEXT-RECEIPT-CDE     PIC 9(14).
       01 WS-CUR-TIME             PIC X(6).
       01 WS-TIME                 PIC 9(8).
       01 WS-COMM-OPERATOR        PIC X(20) VALUE "AGENTCOMM".

       01 FORMAT-IN               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-OUT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-COMM             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-PAID             PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FORMAT-UNPAID           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "============================================"
           DISPLAY "     MONTH-END AGENT COMMISSION"
           DISPLAY "============================================"

           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           PERFORM LOAD-COMMISSION-TABLE
           PERFORM OPEN-RUN-CONTROL
           IF WS-RUN-BLOCKED = 'Y'
               GOBACK
           END-IF
           IF WS-MONTH-DONE = 'Y'
               DISPLAY "Agent commission for month " WS-TODAY(1:6)
                   " was already paid on " WS-MONTH-DONE-DATE
                   " - nothing to do."
               PERFORM CLOSE-RUN-CONTROL
               GOBACK
           END-IF

           IF WS-FEE-INCOME-ACC = 0
               MOVE 'N' TO WS-POST-ENABLED
               DISPLAY "[WARNING]: FEEINCOMEACC is not set in "
                   "PARAMS.DAT - the register is written but no "
                   "commission is paid."
           END-IF
           IF WS-TABLE-FOUND NOT = 'Y'
               DISPLAY "[WARNING]: AGENTCOMM.DAT not found - no "
                   "commission is earned this month."
           END-IF

           PERFORM LOAD-AGENT-TABLE
           PERFORM SCAN-MONTH-POSTINGS
           PERFORM OPEN-REGISTER

           OPEN I-O AGENT-FILE
           OPEN I-O USERS-FILE
           IF USERS-STATUS NOT = "00"
               DISPLAY "Error opening USERS.DAT. Status: " USERS-STATUS
               CLOSE AGENT-FILE
               CLOSE REPORT-FILE
               GOBACK
           END-IF
           PERFORM VARYING AG-IDX FROM 1 BY 1 UNTIL AG-IDX > AG-COUNT
               IF AG-NO(AG-IDX) > WS-RESTART-KEY
                   IF AG-IN-COUNT(AG-IDX) > 0 OR
                      AG-OUT-COUNT(AG-IDX) > 0
                       PERFORM PAY-ONE-AGENT
                   END-IF
                   PERFORM UPDATE-CHECKPOINT
               END-IF
           END-PERFORM
           CLOSE USERS-FILE
           CLOSE AGENT-FILE

           MOVE WS-TOT-PAID TO FORMAT-PAID
           MOVE WS-TOT-UNPAID TO FORMAT-UNPAID
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL,AGENTS," WS-TOT-AGENTS ",PAID,"
               FORMAT-PAID ",UNPAID," FORMAT-UNPAID
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-AG-OVERFLOW > 0
               MOVE SPACES TO REPORT-LINE
               STRING "NOTE: " WS-AG-OVERFLOW " agent(s) beyond the "
                   "500-agent table were not priced."
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE

           PERFORM WRITE-MONTH-MARKER
           PERFORM CLOSE-RUN-CONTROL

           DISPLAY "Agents priced      : " WS-TOT-AGENTS
           DISPLAY "Commission paid    : " FORMAT-PAID
           DISPLAY "Commission unpaid  : " FORMAT-UNPAID
           DISPLAY "Commission register: " REPORT-FILENAME
           DISPLAY "============================================"
           GOBACK.

      *> AGENTCOMM.DAT lines are KIND,rate,minimum,maximum; a
      *> maximum of zero leaves the commission uncapped.
       LOAD-COMMISSION-TABLE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT COMM-FILE
           IF COMM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-TABLE-FOUND
           PERFORM UNTIL WS-EOF = 'Y'
               READ COMM-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-F-KIND WS-F-RATE WS-F-MIN
                           WS-F-MAX
                       UNSTRING COMM-LINE DELIMITED BY ","
                           INTO WS-F-KIND WS-F-RATE WS-F-MIN WS-F-MAX
                       IF WS-F-MIN = SPACES
                           MOVE "0" TO WS-F-MIN
                       END-IF
                       IF WS-F-MAX = SPACES
                           MOVE "0" TO WS-F-MAX
                       END-IF
                       EVALUATE FUNCTION TRIM(WS-F-KIND)
                           WHEN "CASHIN"
                               COMPUTE CR-IN-RATE =
                                   FUNCTION NUMVAL(WS-F-RATE)
                               COMPUTE CR-IN-MIN =
                                   FUNCTION NUMVAL(WS-F-MIN)
                               COMPUTE CR-IN-MAX =
                                   FUNCTION NUMVAL(WS-F-MAX)
                           WHEN "CASHOUT"
                               COMPUTE CR-OUT-RATE =
                                   FUNCTION NUMVAL(WS-F-RATE)
                               COMPUTE CR-OUT-MIN =
                                   FUNCTION NUMVAL(WS-F-MIN)
                               COMPUTE CR-OUT-MAX =
                                   FUNCTION NUMVAL(WS-F-MAX)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE COMM-FILE.

       LOAD-AGENT-TABLE.
           MOVE 0 TO AG-COUNT WS-AG-OVERFLOW
           MOVE 'N' TO WS-EOF
           OPEN INPUT AGENT-FILE
           IF AGENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ AGENT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AG-COUNT < 500
                           ADD 1 TO AG-COUNT
                           MOVE AGT-CODE TO AG-CODE(AG-COUNT)
                           MOVE 0 TO AG-NO(AG-COUNT)
                           IF AGT-CODE(3:6) IS NUMERIC
                               MOVE AGT-CODE(3:6) TO AG-NO(AG-COUNT)
                           END-IF
                           MOVE AGT-BRANCH TO AG-BRANCH(AG-COUNT)
                           MOVE AGT-FLOAT-ACC TO
                               AG-FLOAT-ACC(AG-COUNT)
                           MOVE 0 TO AG-IN-COUNT(AG-COUNT)
                           MOVE 0 TO AG-IN-AMOUNT(AG-COUNT)
                           MOVE 0 TO AG-OUT-COUNT(AG-COUNT)
                           MOVE 0 TO AG-OUT-AMOUNT(AG-COUNT)
                           MOVE 0 TO AG-COMMISSION(AG-COUNT)
                       ELSE
                           ADD 1 TO WS-AG-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AGENT-FILE.

       SCAN-MONTH-POSTINGS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TRANSACTION-FILE
           IF TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TR-DATE(1:6) = WS-TODAY(1:6) AND
                          TR-TYPE = 3 AND
                          TR-REVERSED NOT = "Y" AND
                          TR-OPERATOR-ID(1:2) = "AG"
                           PERFORM PRICE-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE.

       PRICE-ONE-POSTING.
           MOVE 0 TO AG-FOUND
           PERFORM VARYING AG-IDX FROM 1 BY 1
                   UNTIL AG-IDX > AG-COUNT OR AG-FOUND > 0
               IF AG-CODE(AG-IDX) = TR-OPERATOR-ID(1:8)
                   MOVE AG-IDX TO AG-FOUND
               END-IF
           END-PERFORM
           IF AG-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TR-AMT = TR-AMOUNT + (TR-DECIMAL / 100)
           EVALUATE TRUE
               WHEN TR-ACC-NO = AG-FLOAT-ACC(AG-FOUND)
                   ADD 1 TO AG-IN-COUNT(AG-FOUND)
                   ADD WS-TR-AMT TO AG-IN-AMOUNT(AG-FOUND)
                   COMPUTE WS-ONE-COMM ROUNDED =
                       WS-TR-AMT * CR-IN-RATE
                   IF WS-ONE-COMM < CR-IN-MIN
                       MOVE CR-IN-MIN TO WS-ONE-COMM
                   END-IF
                   IF CR-IN-MAX > 0 AND WS-ONE-COMM > CR-IN-MAX
                       MOVE CR-IN-MAX TO WS-ONE-COMM
                   END-IF
               WHEN TR-RECEIVER-NO = AG-FLOAT-ACC(AG-FOUND)
                   ADD 1 TO AG-OUT-COUNT(AG-FOUND)
                   ADD WS-TR-AMT TO AG-OUT-AMOUNT(AG-FOUND)
                   COMPUTE WS-ONE-COMM ROUNDED =
                       WS-TR-AMT * CR-OUT-RATE
                   IF WS-ONE-COMM < CR-OUT-MIN
                       MOVE CR-OUT-MIN TO WS-ONE-COMM
                   END-IF
                   IF CR-OUT-MAX > 0 AND WS-ONE-COMM > CR-OUT-MAX
                       MOVE CR-OUT-MAX TO WS-ONE-COMM
                   END-IF
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-TABLE-FOUND = 'Y'
               ADD WS-ONE-COMM TO AG-COMMISSION(AG-FOUND)
           END-IF.

      *> The agent's record is re-read: an agent already marked
      *> paid for this month (a run resumed after the payment but
      *> before its checkpoint) is listed but not paid again.
       PAY-ONE-AGENT.
           ADD 1 TO WS-TOT-AGENTS
           MOVE "PAID" TO WS-PAY-STATE
           MOVE AG-CODE(AG-IDX) TO AGT-CODE
           READ AGENT-FILE
               INVALID KEY
                   MOVE "NO AGENT" TO WS-PAY-STATE
           END-READ
           IF WS-PAY-STATE = "PAID" AND
              AGT-COMM-MONTH = WS-TODAY(1:6)
               MOVE "ALREADY" TO WS-PAY-STATE
           END-IF
           IF AG-COMMISSION(AG-IDX) = 0 AND WS-PAY-STATE = "PAID"
               MOVE "NIL" TO WS-PAY-STATE
           END-IF
           IF WS-PAY-STATE = "PAID" AND WS-POST-ENABLED NOT = 'Y'
               MOVE "NOT POSTED" TO WS-PAY-STATE
           END-IF
           IF WS-PAY-STATE = "PAID"
               PERFORM CREDIT-AGENT-FLOAT
           END-IF

           EVALUATE WS-PAY-STATE
               WHEN "PAID"
                   ADD AG-COMMISSION(AG-IDX) TO WS-TOT-PAID
                   MOVE WS-TODAY(1:6) TO AGT-COMM-MONTH
                   MOVE AG-COMMISSION(AG-IDX) TO AGT-COMM-AMOUNT
                   REWRITE AGENT-RECORD
                       INVALID KEY
                           DISPLAY "[ERROR]: Could not mark agent "
                               AGT-CODE " paid."
                   END-REWRITE
               WHEN "ALREADY"
               WHEN "NIL"
                   CONTINUE
               WHEN OTHER
                   ADD AG-COMMISSION(AG-IDX) TO WS-TOT-UNPAID
           END-EVALUATE

           MOVE AG-IN-AMOUNT(AG-IDX) TO FORMAT-IN
           MOVE AG-OUT-AMOUNT(AG-IDX) TO FORMAT-OUT
           MOVE AG-COMMISSION(AG-IDX) TO FORMAT-COMM
           MOVE SPACES TO REPORT-LINE
           STRING "AGT," AG-CODE(AG-IDX) "," AG-BRANCH(AG-IDX) ","
               AG-FLOAT-ACC(AG-IDX) "," AG-IN-COUNT(AG-IDX) ","
               FORMAT-IN "," AG-OUT-COUNT(AG-IDX) "," FORMAT-OUT
               "," FORMAT-COMM "," WS-PAY-STATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *> Fee income pays the float: both balances move and one
      *> transfer record carries the payment, so the ledger books
      *> it from fee income to the agent's deposit account.
       CREDIT-AGENT-FLOAT.
           MOVE AG-FLOAT-ACC(AG-IDX) TO USER-ACC-NO
           READ USERS-FILE
               INVALID KEY
                   MOVE "NO FLOAT" TO WS-PAY-STATE
                   EXIT PARAGRAPH
           END-READ
           IF USER-STATUS NOT = "ACTIVE"
               MOVE "FLOAT SHUT" TO WS-PAY-STATE
               EXIT PARAGRAPH
           END-IF
           IF USER-CURRENCY = SPACES
               MOVE "MMK" TO WS-FLOAT-CCY
           ELSE
               MOVE USER-CURRENCY TO WS-FLOAT-CCY
           END-IF

           MOVE WS-FEE-INCOME-ACC TO USER-ACC-NO
           READ USERS-FILE
               INVALID KEY
                   DISPLAY "[ERROR]: Fee income account "
                       WS-FEE-INCOME-ACC " not found."
                   MOVE "NO INCOME" TO WS-PAY-STATE
                   EXIT PARAGRAPH
           END-READ
           SUBTRACT AG-COMMISSION(AG-IDX) FROM USER-BALANCE
           REWRITE USER-RECORD
           MOVE "USER" TO WS-IJ-KIND
           MOVE USER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE

           MOVE AG-FLOAT-ACC(AG-IDX) TO USER-ACC-NO
           READ USERS-FILE
               INVALID KEY
                   DISPLAY "[ERROR]: Float " AG-FLOAT-ACC(AG-IDX)
                       " vanished - fee income debit needs repair."
                   EXIT PARAGRAPH
           END-READ
           ADD AG-COMMISSION(AG-IDX) TO USER-BALANCE
           REWRITE USER-RECORD
           MOVE "USER" TO WS-IJ-KIND
           MOVE USER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE

           PERFORM POST-COMMISSION.

       POST-COMMISSION.
           OPEN I-O TRANSACTION-FILE
           IF TRANS-STATUS NOT = "00"
               DISPLAY "Error opening TRANSACTIONS.dat. Status: "
                   TRANS-STATUS
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-NEXT-TRANSACTION-ID

           ACCEPT WS-TIME FROM TIME
           STRING WS-TIME(1:2) DELIMITED BY SIZE
                  WS-TIME(3:2) DELIMITED BY SIZE
                  WS-TIME(5:2) DELIMITED BY SIZE
                  INTO WS-CUR-TIME

           MOVE WS-NEXT-RECEIPT-CDE TO TRANSACTION-CDE
           MOVE LAST-TRANSACTION-ID TO TRANSACTION-ID
           MOVE WS-FEE-INCOME-ACC   TO TR-ACC-NO
           MOVE AG-FLOAT-ACC(AG-IDX) TO TR-RECEIVER-NO
           MOVE 0                   TO TR-GROUP-ID
           MOVE 3                   TO TR-TYPE
           MOVE WS-TODAY            TO TR-DATE
           MOVE WS-TODAY            TO TR-VALUE-DATE
           MOVE WS-CUR-TIME         TO TR-TIME
           MOVE WS-COMM-OPERATOR    TO TR-OPERATOR-ID
           MOVE "N"                 TO TR-REVERSED
           MOVE WS-FLOAT-CCY        TO TR-CURRENCY
           IF AG-BRANCH(AG-IDX) = SPACES
               MOVE "0001" TO TR-BRANCH
           ELSE
               MOVE AG-BRANCH(AG-IDX) TO TR-BRANCH
           END-IF
           MOVE 1                   TO TR-FX-RATE
           MOVE SPACES TO TR-TERMINAL
           COMPUTE TR-AMOUNT  =
               FUNCTION INTEGER-PART(AG-COMMISSION(AG-IDX))
           COMPUTE TR-DECIMAL =
               FUNCTION MOD(AG-COMMISSION(AG-IDX) * 100, 100)

           WRITE TRANSACTION-RECORD INVALID KEY
               DISPLAY "[ERROR]: Writing commission payment failed."
           END-WRITE
           MOVE "TRAN" TO WS-IJ-KIND
           MOVE TRANSACTION-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE

           CLOSE TRANSACTION-FILE.

       OPEN-REGISTER.
           MOVE SPACES TO REPORT-FILENAME
           STRING "AGENTCOMM-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
           IF WS-RESTART-KEY > 0
               OPEN EXTEND REPORT-FILE
               IF REPORT-STATUS = "35"
                   OPEN OUTPUT REPORT-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM
               "========= MONTHLY AGENT COMMISSION REGISTER ========="
           MOVE SPACES TO REPORT-LINE
           STRING "Month: " WS-TODAY(1:6) "  run date: " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-POST-ENABLED NOT = 'Y'
               WRITE REPORT-LINE FROM
                   "*** FEEINCOMEACC NOT SET - NOTHING PAID ***"
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "REC,AGENT,BRANCH,FLOAT-ACCOUNT,CASHIN-COUNT,"
               "CASHIN-AMOUNT,CASHOUT-COUNT,CASHOUT-AMOUNT,"
               "COMMISSION,STATE"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       OPEN-RUN-CONTROL.
           MOVE 'N' TO WS-RUN-BLOCKED
           MOVE 'N' TO WS-MONTH-DONE
           MOVE 0 TO WS-RESTART-KEY
           OPEN I-O RUNCTL-FILE
           IF RUNCTL-STATUS = "35"
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF

           MOVE "AGENTCOMM" TO RUN-JOB-NAME
           MOVE WS-MONTH-KEY TO RUN-BUS-DATE
           READ RUNCTL-FILE KEY IS RUN-KEY
               NOT INVALID KEY
                   IF RUN-COMPLETE AND RUN-CHECKPOINT NOT = WS-TODAY
                       MOVE 'Y' TO WS-MONTH-DONE
                       MOVE RUN-CHECKPOINT TO WS-MONTH-DONE-DATE
                   END-IF
           END-READ

           MOVE "AGENTCOMM" TO RUN-JOB-NAME
           MOVE WS-TODAY TO RUN-BUS-DATE
           READ RUNCTL-FILE KEY IS RUN-KEY
               INVALID KEY
                   MOVE "AGENTCOMM" TO RUN-JOB-NAME
                   MOVE WS-TODAY TO RUN-BUS-DATE
                   MOVE "RUNNING" TO RUN-STATE
                   MOVE 0 TO RUN-CHECKPOINT
                   ACCEPT WS-CLOCK-TIME FROM TIME
                   MOVE WS-CLOCK-TIME TO RUN-START-TIME
                   MOVE 0 TO RUN-END-TIME
                   WRITE RUN-CONTROL-RECORD
               NOT INVALID KEY
                   IF RUN-COMPLETE
                       DISPLAY "Agent commission already run for "
                           WS-TODAY " - refusing to run twice."
                       MOVE 'Y' TO WS-RUN-BLOCKED
                       CLOSE RUNCTL-FILE
                   ELSE
                       MOVE RUN-CHECKPOINT TO WS-RESTART-KEY
                       DISPLAY "Resuming interrupted run after "
                           "agent number " WS-RESTART-KEY
                   END-IF
           END-READ.

      *> Day 00 of the month carries the date the month's
      *> commission was paid in its checkpoint field.
       WRITE-MONTH-MARKER.
           MOVE RUN-CONTROL-RECORD TO WS-IJ-IMAGE
           MOVE "AGENTCOMM" TO RUN-JOB-NAME
           MOVE WS-MONTH-KEY TO RUN-BUS-DATE
           MOVE "COMPLETE" TO RUN-STATE
           MOVE WS-TODAY TO RUN-CHECKPOINT
           ACCEPT WS-CLOCK-TIME FROM TIME
           MOVE WS-CLOCK-TIME TO RUN-START-TIME
           MOVE WS-CLOCK-TIME TO RUN-END-TIME
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
           END-WRITE
           MOVE WS-IJ-IMAGE TO RUN-CONTROL-RECORD.

       UPDATE-CHECKPOINT.
           MOVE AG-NO(AG-IDX) TO RUN-CHECKPOINT
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not checkpoint run control."
           END-REWRITE.

       CLOSE-RUN-CONTROL.
           MOVE "COMPLETE" TO RUN-STATE
           ACCEPT WS-CLOCK-TIME FROM TIME
           MOVE WS-CLOCK-TIME TO RUN-END-TIME
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not close run control."
           END-REWRITE
           CLOSE RUNCTL-FILE.

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

       DETERMINE-TODAY.
           IF WS-BUSINESS-DATE NOT = 0
               MOVE WS-BUSINESS-DATE TO WS-TODAY
           ELSE
               ACCEPT WS-SYS-DATE FROM DATE
               STRING "20" WS-SYS-DATE(1:2) DELIMITED BY SIZE
                   WS-SYS-DATE(3:2) DELIMITED BY SIZE
                   WS-SYS-DATE(5:2) DELIMITED BY SIZE
                   INTO WS-TODAY
           END-IF
           MOVE WS-TODAY TO WS-MONTH-KEY
           MOVE "00" TO WS-MONTH-KEY(7:2).

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
                           EVALUATE FUNCTION TRIM(WS-PARAM-NAME)
                               WHEN "BUSINESSDATE"
                                   COMPUTE WS-BUSINESS-DATE =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               WHEN "FEEINCOMEACC"
                                   COMPUTE WS-FEE-INCOME-ACC =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM AgentCommission.
