       IDENTIFICATION DIVISION.
       PROGRAM-ID. CardlessExpiry.

      *> Nightly cardless cash expiry. Every ACTIVE one-time code on
      *> CARDLESS.DAT whose expiry date is on or before the business
      *> date is marked EXPIRED and the earmark hold it raised on
      *> HOLDS.DAT is RELEASED, so the money is spendable again
      *> from the next morning. The customer is told through the
      *> notification outbox (event CLEXPIRED) and every code is
      *> answered on CLEXPIRY-<date>.txt. A RUNCTL.DAT record (job
      *> CARDLESSEXP) refuses a second run for the same date and
      *> lets a crashed run resume after the last code it expired.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDLESS-FILE ASSIGN TO "CARDLESS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLC-ID
               FILE STATUS IS CARDLESS-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-ID
               FILE STATUS IS HOLD-STATUS-CODE.

           SELECT OUTBOX-FILE ASSIGN TO "OUTBOX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MSG-ID
               FILE STATUS IS OUTBOX-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS RUNCTL-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CARDLESS-FILE.
           COPY "CARDLESS-CODE.cpy".

       FD HOLD-FILE.
           COPY "CHEQUE-HOLD.cpy".

       FD OUTBOX-FILE.
           COPY "OUTBOX-MESSAGE.cpy".

       FD RUNCTL-FILE.
           COPY "RUN-CONTROL.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 CARDLESS-STATUS         PIC XX.
       01 HOLD-STATUS-CODE        PIC XX.
       01 OUTBOX-STATUS           PIC XX.
       01 RUNCTL-STATUS           PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 REPORT-FILENAME         PIC X(30).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-CLOCK-TIME           PIC 9(6).
       01 WS-RUN-BLOCKED          PIC X VALUE 'N'.
       01 WS-RESTART-KEY          PIC 9(16) VALUE 0.

       01 WS-EOF                  PIC X.
       01 WS-HOLD-RESULT          PIC X(12).
       01 WS-NEXT-MSG-ID          PIC 9(8).

       01 WS-EXPIRED-COUNT        PIC 9(6) VALUE 0.
       01 WS-EXPIRED-TOTAL        PIC 9(15)V99 VALUE 0.

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "============================================"
           DISPLAY "      CARDLESS CASH CODE EXPIRY"
           DISPLAY "============================================"

           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           PERFORM OPEN-RUN-CONTROL
           IF WS-RUN-BLOCKED = 'Y'
               GOBACK
           END-IF

           MOVE 0 TO WS-EXPIRED-COUNT WS-EXPIRED-TOTAL
           OPEN I-O CARDLESS-FILE
           IF CARDLESS-STATUS NOT = "00"
               DISPLAY "No cardless codes on file - nothing to "
                   "expire."
               PERFORM CLOSE-RUN-CONTROL
               GOBACK
           END-IF

           PERFORM OPEN-REPORT

      *> Id 0 is the counter record, so the scan starts after the
      *> checkpoint and never before id 1.
           MOVE 'N' TO WS-EOF
           MOVE WS-RESTART-KEY TO CLC-ID
           START CARDLESS-FILE KEY IS GREATER THAN CLC-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ CARDLESS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CLC-ACTIVE AND
                          CLC-EXPIRY-DATE <= WS-TODAY
                           PERFORM EXPIRE-ONE-CODE
                           PERFORM WRITE-REPORT-LINE
                           PERFORM UPDATE-CHECKPOINT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CARDLESS-FILE
           CLOSE REPORT-FILE
           PERFORM CLOSE-RUN-CONTROL

           DISPLAY "--------------------------------------------"
           DISPLAY "Codes expired     : " WS-EXPIRED-COUNT
           MOVE WS-EXPIRED-TOTAL TO FORMAT-BALANCE
           DISPLAY "Earmarks released : " FORMAT-BALANCE
           DISPLAY "Report written to " REPORT-FILENAME
           DISPLAY "============================================"
           GOBACK.

       EXPIRE-ONE-CODE.
           MOVE "EXPIRED" TO CLC-STATUS
           MOVE WS-TODAY TO CLC-CLOSED-DATE
           ACCEPT CLC-CLOSED-TIME FROM TIME
           REWRITE CARDLESS-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not mark code " CLC-ID
                       " expired - check before the next run."
           END-REWRITE
           ADD 1 TO WS-EXPIRED-COUNT
           ADD CLC-AMOUNT TO WS-EXPIRED-TOTAL
           PERFORM RELEASE-EARMARK
           PERFORM QUEUE-EXPIRY-MESSAGE.

       RELEASE-EARMARK.
           MOVE "NOT FOUND" TO WS-HOLD-RESULT
           OPEN I-O HOLD-FILE
           IF HOLD-STATUS-CODE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE CLC-HOLD-ID TO HOLD-ID
           READ HOLD-FILE KEY IS HOLD-ID
               NOT INVALID KEY
                   IF HOLD-ACTIVE
                       MOVE "RELEASED" TO HOLD-STATUS
                       REWRITE HOLD-RECORD
                       MOVE "RELEASED" TO WS-HOLD-RESULT
                   ELSE
                       MOVE HOLD-STATUS TO WS-HOLD-RESULT
                   END-IF
           END-READ
           CLOSE HOLD-FILE.

      *> MSG-ID 0 is the outbox counter record.
       QUEUE-EXPIRY-MESSAGE.
           IF CLC-PHONE = SPACES
               EXIT PARAGRAPH
           END-IF
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
           MOVE CLC-ACC-NO TO MSG-ACC-NO
           MOVE CLC-PHONE TO MSG-PHONE
           MOVE "CLEXPIRED" TO MSG-EVENT
           MOVE CLC-AMOUNT TO MSG-AMOUNT
           MOVE WS-TODAY TO MSG-DATE
           ACCEPT MSG-TIME FROM TIME
           MOVE "PENDING" TO MSG-STATUS
           WRITE OUTBOX-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not queue expiry notice "
                       "for code " CLC-ID
           END-WRITE
           CLOSE OUTBOX-FILE.

      *> On a resumed run the report is extended rather than
      *> started again, so it still answers every code.
       OPEN-REPORT.
           MOVE SPACES TO REPORT-FILENAME
           STRING "CLEXPIRY-" WS-TODAY ".txt"
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
               "====== CARDLESS CASH CODES EXPIRED ======"
           MOVE SPACES TO REPORT-LINE
           STRING "Business date: " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CODE,ACCOUNT,ISSUED,EXPIRY,AMOUNT,FAILS,HOLD,"
               DELIMITED BY SIZE
               "HOLD RESULT"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING CLC-ID DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               CLC-ACC-NO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               CLC-ISSUE-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               CLC-EXPIRY-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               CLC-AMOUNT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               CLC-FAILS DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               CLC-HOLD-ID DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-HOLD-RESULT) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       OPEN-RUN-CONTROL.
           MOVE 'N' TO WS-RUN-BLOCKED
           MOVE 0 TO WS-RESTART-KEY
           OPEN I-O RUNCTL-FILE
           IF RUNCTL-STATUS = "35"
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF

           MOVE "CARDLESSEXP" TO RUN-JOB-NAME
           MOVE WS-TODAY TO RUN-BUS-DATE
           READ RUNCTL-FILE KEY IS RUN-KEY
               INVALID KEY
                   MOVE "CARDLESSEXP" TO RUN-JOB-NAME
                   MOVE WS-TODAY TO RUN-BUS-DATE
                   MOVE "RUNNING" TO RUN-STATE
                   MOVE 0 TO RUN-CHECKPOINT
                   ACCEPT WS-CLOCK-TIME FROM TIME
                   MOVE WS-CLOCK-TIME TO RUN-START-TIME
                   MOVE 0 TO RUN-END-TIME
                   WRITE RUN-CONTROL-RECORD
               NOT INVALID KEY
                   IF RUN-COMPLETE
                       DISPLAY "Cardless code expiry already "
                           "completed for " WS-TODAY
                           " - refusing to run twice."
                       MOVE 'Y' TO WS-RUN-BLOCKED
                       CLOSE RUNCTL-FILE
                   ELSE
                       MOVE RUN-CHECKPOINT TO WS-RESTART-KEY
                       DISPLAY "Resuming interrupted run after code "
                           WS-RESTART-KEY
                   END-IF
           END-READ.

       UPDATE-CHECKPOINT.
           MOVE CLC-ID TO RUN-CHECKPOINT
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

       END PROGRAM CardlessExpiry.
