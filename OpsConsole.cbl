      *> DISPUTESLADAYS, approvals pending over a day, FAILED
      *> outbox messages, standing orders stuck on the retry
      *> queue, fraud-queue lines awaiting review, AML cases not
      *> yet cleared, customer complaints unresolved past
      *> COMPLAINTSLADAYS, and any RUNCTL.DAT batch step left RUNNING
      *> on a past date (a chain that died mid-night). The same
      *> figures go to the morning exception summary so the
      *> supervisor starts the day knowing exactly what is
               RECORD KEY IS SUSP-ID
               FILE STATUS IS SUSPENSE-STATUS.

           SELECT COMPLAINT-FILE ASSIGN TO "COMPLAINTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-ID
               FILE STATUS IS COMPLAINT-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.
       FD SUSPENSE-FILE.
           COPY "SUSPENSE-ENTRY.cpy".

       FD COMPLAINT-FILE.
           COPY "COMPLAINT-RECORD.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       01 FRAUDQ-STATUS           PIC XX.
       01 RUNCTL-STATUS           PIC XX.
       01 SUSPENSE-STATUS         PIC XX.
       01 COMPLAINT-STATUS        PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 REPORT-STATUS           PIC XX.
       01 REPORT-FILENAME         PIC X(30).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-DISPUTE-SLA          PIC 9(3) VALUE 7.
       01 WS-COMPLAINT-SLA        PIC 9(3) VALUE 14.

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).

           PERFORM SCAN-AML-QUEUE
           PERFORM SCAN-DISPUTE-QUEUE
           PERFORM SCAN-COMPLAINT-QUEUE
           PERFORM SCAN-APPROVAL-QUEUE
           PERFORM SCAN-RETRY-QUEUE
           PERFORM SCAN-OUTBOX-QUEUE
           END-IF
           PERFORM SHOW-QUEUE-LINE.

       SCAN-COMPLAINT-QUEUE.
           MOVE "COMPLAINTS" TO WS-QUEUE-NAME
           MOVE 0 TO WS-OPEN-COUNT WS-OLDEST-AGE WS-BREACH-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT COMPLAINT-FILE
           IF COMPLAINT-STATUS = "00"
               MOVE 0 TO CMP-ID
               START COMPLAINT-FILE KEY IS GREATER THAN CMP-ID
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ COMPLAINT-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CMP-OPEN OR CMP-ASSIGNED
                               ADD 1 TO WS-OPEN-COUNT
                               MOVE CMP-OPEN-DATE TO WS-SYS-DATE
                               PERFORM AGE-FROM-DATE
                               IF WS-AGE-DAYS > WS-COMPLAINT-SLA
                                   ADD 1 TO WS-BREACH-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPLAINT-FILE
           END-IF
           PERFORM SHOW-QUEUE-LINE.

      *> Approvals are same-day work: anything pending past one
      *> calendar day has blown its 24 hours.
       SCAN-APPROVAL-QUEUE.
                               COMPUTE WS-DISPUTE-SLA =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "COMPLAINTSLADAYS"
                               COMPUTE WS-COMPLAINT-SLA =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
