       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecurDepBatch.

      *> Daily recurring deposit batch, run after the standing
      *> orders have been collected. Every OPEN plan on RECURDEP.DAT
      *> is re-valued through RecurDepSettle: instalments due, paid
      *> and missed are refreshed, and a plan that has now missed
      *> more than RDMAXMISSED drops to the reduced rate. A plan
      *> whose maturity date has been reached is then paid out -
      *> collected instalments plus interest back to the funding
      *> account. Run-control refuses a second run for a completed
      *> business date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RD-FILE ASSIGN TO "RECURDEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RD-ID
               FILE STATUS IS RD-STATUS-CODE.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS RUNCTL-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD RD-FILE.
           COPY "RECUR-DEPOSIT.cpy".

       FD RUNCTL-FILE.
           COPY "RUN-CONTROL.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 RD-STATUS-CODE          PIC XX.
       01 RUNCTL-STATUS           PIC XX.
       01 PARAMS-STATUS           PIC XX.
           COPY "RD-SETTLE.cpy".

       01 WS-EOF                  PIC X VALUE 'N'.
       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).

       01 WS-WAS-REDUCED          PIC X.
       01 WS-CHECKED-COUNT        PIC 9(5) VALUE 0.
       01 WS-MATURED-COUNT        PIC 9(5) VALUE 0.
       01 WS-REDUCED-COUNT        PIC 9(5) VALUE 0.
       01 WS-FAILED-COUNT         PIC 9(5) VALUE 0.
       01 WS-PAID-TOTAL           PIC 9(15)V99 VALUE 0.

       01 WS-RESTART-KEY          PIC 9(6) VALUE 0.
       01 WS-RUN-BLOCKED          PIC X VALUE 'N'.
       01 WS-CLOCK-TIME           PIC 9(6).

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "============================================"
           DISPLAY "      RECURRING DEPOSIT BATCH"
           DISPLAY "============================================"

           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           PERFORM OPEN-RUN-CONTROL
           IF WS-RUN-BLOCKED = 'Y'
               GOBACK
           END-IF

           OPEN I-O RD-FILE
           IF RD-STATUS-CODE NOT = "00"
               DISPLAY "No recurring deposits on file."
               PERFORM CLOSE-RUN-CONTROL
               GOBACK
           END-IF

           MOVE WS-RESTART-KEY TO RD-ID
           START RD-FILE KEY IS GREATER THAN RD-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 'Y'
               READ RD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RD-OPEN
                           PERFORM PROCESS-PLAN
                       END-IF
                       PERFORM UPDATE-CHECKPOINT
               END-READ
           END-PERFORM

           CLOSE RD-FILE
           PERFORM CLOSE-RUN-CONTROL

           DISPLAY "--------------------------------------------"
           DISPLAY "Plans checked     : " WS-CHECKED-COUNT
           DISPLAY "Rates reduced     : " WS-REDUCED-COUNT
           DISPLAY "Plans matured     : " WS-MATURED-COUNT
           DISPLAY "Payouts failed    : " WS-FAILED-COUNT
           MOVE WS-PAID-TOTAL TO FORMAT-BALANCE
           DISPLAY "Total paid out    : " FORMAT-BALANCE
           DISPLAY "============================================"
           GOBACK.

       PROCESS-PLAN.
           ADD 1 TO WS-CHECKED-COUNT
           MOVE RD-RATE-REDUCED TO WS-WAS-REDUCED
           MOVE WS-TODAY TO RDS-TODAY
           MOVE "Q" TO RDS-MODE
           CALL "RecurDepSettle" USING RECUR-DEPOSIT-RECORD
               RD-SETTLE-REQUEST
           IF RD-IS-REDUCED AND WS-WAS-REDUCED NOT = 'Y'
               ADD 1 TO WS-REDUCED-COUNT
               DISPLAY "Plan " RD-ID " missed " RD-MISSED-COUNT
                   " instalments - rate reduced to "
                   RD-APPLIED-RATE "."
           END-IF

           IF RD-MATURITY <= WS-TODAY
               MOVE "M" TO RDS-MODE
               CALL "RecurDepSettle" USING RECUR-DEPOSIT-RECORD
                   RD-SETTLE-REQUEST
               IF RDS-OK
                   ADD 1 TO WS-MATURED-COUNT
                   ADD RDS-PAYOUT TO WS-PAID-TOTAL
                   DISPLAY "Plan " RD-ID " matured and paid to "
                       RD-ACC-NO "."
               ELSE
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY "[WARNING]: Plan " RD-ID " left OPEN - "
                       FUNCTION TRIM(RDS-MESSAGE)
               END-IF
           END-IF

           REWRITE RECUR-DEPOSIT-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not update plan " RD-ID
           END-REWRITE.

       OPEN-RUN-CONTROL.
           MOVE 'N' TO WS-RUN-BLOCKED
           MOVE 0 TO WS-RESTART-KEY
           OPEN I-O RUNCTL-FILE
           IF RUNCTL-STATUS = "35"
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF

           MOVE "RECURDEP" TO RUN-JOB-NAME
           MOVE WS-TODAY TO RUN-BUS-DATE
           READ RUNCTL-FILE KEY IS RUN-KEY
               INVALID KEY
                   MOVE "RECURDEP" TO RUN-JOB-NAME
                   MOVE WS-TODAY TO RUN-BUS-DATE
                   MOVE "RUNNING" TO RUN-STATE
                   MOVE 0 TO RUN-CHECKPOINT
                   ACCEPT WS-CLOCK-TIME FROM TIME
                   MOVE WS-CLOCK-TIME TO RUN-START-TIME
                   MOVE 0 TO RUN-END-TIME
                   WRITE RUN-CONTROL-RECORD
               NOT INVALID KEY
                   IF RUN-COMPLETE
                       DISPLAY "Recurring deposit batch already "
                           "completed for " WS-TODAY
                           " - refusing to run twice."
                       MOVE 'Y' TO WS-RUN-BLOCKED
                       CLOSE RUNCTL-FILE
                   ELSE
                       MOVE RUN-CHECKPOINT TO WS-RESTART-KEY
                       DISPLAY "Resuming interrupted run after "
                           "plan " WS-RESTART-KEY
                   END-IF
           END-READ.

       UPDATE-CHECKPOINT.
           MOVE RD-ID TO RUN-CHECKPOINT
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

       END PROGRAM RecurDepBatch.
