       IDENTIFICATION DIVISION.
       PROGRAM-ID. MisExtract.

      *> Nightly change-data extract for the MIS data warehouse.
      *> Reads the day's after-image journal IMGJRNL-<date>.DAT and
      *> writes one fixed-format delta file per master -
      *> MIS-<file>-<date>.DAT for USERS, CUSTOMERS, CARDS, LOANS,
      *> TERMDEP and TRANS - so the warehouse loads only what
      *> changed instead of a full copy of every file each night.
      *> Each file is a header (H), one detail row (D) per changed
      *> key carrying an I/U/D flag, the time of the last change and
      *> the record's after-image, and a trailer (T) with the row
      *> count by flag and a hash total of the keys.
      *> Several changes to one key in a day are netted to a single
      *> row: opened then changed is still an insert, opened then
      *> deleted drops out, changed then deleted is a delete. PIN
      *> salt and hash and the security question and answer are
      *> blanked from account and customer images - the warehouse
      *> has no business holding them.
      *> MISCTL.DAT keeps a control record per extract with the last
      *> date written, so a night the chain did not run is caught up
      *> on the next run (up to 31 days back). PARAMS.DAT
      *> MISREEXTRACT=<date> writes that date's files again on the
      *> next run whatever the control records say; set it back to
      *> 0 afterwards. RUNCTL.DAT job MISEXTRACT blocks a second
      *> normal run per date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.

           SELECT WORK-FILE ASSIGN TO "MISWORK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MW-KEY
               FILE STATUS IS WORK-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC EXTRACT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-STATUS.

           SELECT MISCTL-FILE ASSIGN TO "MISCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MC-FILE-ID
               FILE STATUS IS MISCTL-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD JOURNAL-FILE.
       01 JOURNAL-LINE            PIC X(420).

      *> Netting work file, rebuilt for each journal date: one
      *> record per extract and key holding the net flag so far.
       FD WORK-FILE.
       01 WORK-RECORD.
           05 MW-KEY.
               10 MW-FILE-ID      PIC X(10).
               10 MW-REC-KEY      PIC X(20).
           05 MW-FLAG             PIC X(1).
           05 MW-TIME             PIC 9(6).
           05 MW-IMAGE            PIC X(320).

       FD EXTRACT-FILE.
       01 EXTRACT-LINE            PIC X(328).

       FD MISCTL-FILE.
           COPY "MIS-CONTROL.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD RUNCTL-FILE.
           COPY "RUN-CONTROL.cpy".

       WORKING-STORAGE SECTION.
       01 JOURNAL-STATUS          PIC XX.
       01 WORK-STATUS             PIC XX.
       01 EXTRACT-STATUS          PIC XX.
       01 MISCTL-STATUS           PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 RUNCTL-STATUS           PIC XX.
       01 JOURNAL-FILENAME        PIC X(30).
       01 EXTRACT-FILENAME        PIC X(40).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-REEXTRACT-DATE       PIC 9(8) VALUE 0.

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-CLOCK-TIME           PIC 9(6).
       01 WS-RUN-BLOCKED          PIC X VALUE 'N'.

      *> The six extracts, with the length of each master's key at
      *> the front of its record image.
       01 WS-MIS-FILE-VALUES.
           05 FILLER              PIC X(12) VALUE "USERS     16".
           05 FILLER              PIC X(12) VALUE "CUSTOMERS 08".
           05 FILLER              PIC X(12) VALUE "CARDS     16".
           05 FILLER              PIC X(12) VALUE "LOANS     06".
           05 FILLER              PIC X(12) VALUE "TERMDEP   06".
           05 FILLER              PIC X(12) VALUE "TRANS     09".
       01 WS-MIS-FILE-TABLE REDEFINES WS-MIS-FILE-VALUES.
           05 WS-MIS-FILE OCCURS 6 TIMES.
               10 WS-MF-ID        PIC X(10).
               10 WS-MF-KEY-LEN   PIC 99.
       01 WS-MF-IDX               PIC 9.

       01 WS-EXTRACT-DATE         PIC 9(8).
       01 WS-START-DATE           PIC 9(8).
       01 WS-FILE-START           PIC 9(8).
       01 WS-DAY-INT              PIC 9(8).
       01 WS-TODAY-INT            PIC 9(8).
       01 WS-FORCE                PIC X VALUE 'N'.
       01 WS-DATES-DONE           PIC 9(3) VALUE 0.
       01 WS-FILES-WRITTEN        PIC 9(5) VALUE 0.

       01 WS-KIND                 PIC X(4).
       01 WS-LINE-TIME            PIC 9(6).
       01 WS-IMAGE                PIC X(400).
       01 WS-CHG-FILE             PIC X(10).
       01 WS-CHG-FLAG             PIC X(1).
       01 WS-KEY-LEN              PIC 99.
       01 WS-JOURNAL-EOF          PIC X.
       01 WS-WORK-EOF             PIC X.
       01 WS-LINES-READ           PIC 9(9).

       01 WS-ROW-COUNT            PIC 9(9).
       01 WS-INS-COUNT            PIC 9(9).
       01 WS-UPD-COUNT            PIC 9(9).
       01 WS-DEL-COUNT            PIC 9(9).
       01 WS-HASH-TOTAL           PIC 9(18).
       01 WS-KEY-NUM              PIC 9(16).

       01 WS-MX-HEADER.
           05 MXH-TYPE            PIC X(1) VALUE "H".
           05 MXH-FILE-ID         PIC X(10).
           05 MXH-EXTRACT-DATE    PIC 9(8).
           05 MXH-RUN-DATE        PIC 9(8).
           05 MXH-RUN-TIME        PIC 9(6).
           05 FILLER              PIC X(295) VALUE SPACES.

       01 WS-MX-DETAIL.
           05 MXD-TYPE            PIC X(1) VALUE "D".
           05 MXD-FLAG            PIC X(1).
           05 MXD-TIME            PIC 9(6).
           05 MXD-IMAGE           PIC X(320).

       01 WS-MX-TRAILER.
           05 MXT-TYPE            PIC X(1) VALUE "T".
           05 MXT-FILE-ID         PIC X(10).
           05 MXT-ROWS            PIC 9(9).
           05 MXT-INSERTS         PIC 9(9).
           05 MXT-UPDATES         PIC 9(9).
           05 MXT-DELETES         PIC 9(9).
           05 MXT-HASH            PIC 9(18).
           05 FILLER              PIC X(263) VALUE SPACES.

      *> Working copies for blanking the security fields.
           COPY "USER-RECORD.cpy".
           COPY "CUSTOMER-RECORD.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           PERFORM OPEN-RUN-CONTROL
           IF WS-RUN-BLOCKED = 'Y'
               GOBACK
           END-IF

           OPEN I-O MISCTL-FILE
           IF MISCTL-STATUS = "35"
               OPEN OUTPUT MISCTL-FILE
               CLOSE MISCTL-FILE
               OPEN I-O MISCTL-FILE
           END-IF

           IF WS-REEXTRACT-DATE NOT = 0
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-REEXTRACT-DATE)
                  NOT = 0 OR WS-REEXTRACT-DATE > WS-TODAY
                   DISPLAY "[ERROR]: MISREEXTRACT " WS-REEXTRACT-DATE
                       " is not a past business date - ignored."
               ELSE
                   MOVE 'Y' TO WS-FORCE
                   MOVE WS-REEXTRACT-DATE TO WS-EXTRACT-DATE
                   DISPLAY "Re-extracting " WS-EXTRACT-DATE
                       " on request - reset MISREEXTRACT to 0."
                   PERFORM EXTRACT-ONE-DATE
                   MOVE 'N' TO WS-FORCE
               END-IF
           END-IF

           PERFORM FIND-START-DATE
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-START-DATE)
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           PERFORM UNTIL WS-DAY-INT > WS-TODAY-INT
               COMPUTE WS-EXTRACT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               PERFORM EXTRACT-ONE-DATE
               ADD 1 TO WS-DAY-INT
           END-PERFORM

           CLOSE MISCTL-FILE
           PERFORM CLOSE-RUN-CONTROL
           DISPLAY "MIS extract complete. " WS-DATES-DONE
               " journal date(s) read, " WS-FILES-WRITTEN
               " delta file(s) written."
           GOBACK.

      *> The earliest date any extract still needs. An extract with
      *> no control record starts today - there is no warehouse
      *> history to catch up before its first night.
       FIND-START-DATE.
           MOVE WS-TODAY TO WS-START-DATE
           PERFORM VARYING WS-MF-IDX FROM 1 BY 1 UNTIL WS-MF-IDX > 6
               MOVE WS-MF-ID(WS-MF-IDX) TO MC-FILE-ID
               READ MISCTL-FILE KEY IS MC-FILE-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MC-LAST-DATE NOT = 0 AND
                          MC-LAST-DATE < WS-TODAY
                           COMPUTE WS-FILE-START =
                               FUNCTION DATE-OF-INTEGER(
                               FUNCTION INTEGER-OF-DATE(MC-LAST-DATE)
                               + 1)
                           IF WS-FILE-START < WS-START-DATE
                               MOVE WS-FILE-START TO WS-START-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           COMPUTE WS-FILE-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - 30)
           IF WS-START-DATE < WS-FILE-START
               DISPLAY "[WARN]: MIS extract last ran before "
                   WS-FILE-START " - catching up from there only; "
                   "use MISREEXTRACT for older dates."
               MOVE WS-FILE-START TO WS-START-DATE
           END-IF.

       EXTRACT-ONE-DATE.
           PERFORM BUILD-WORK-FILE
           ADD 1 TO WS-DATES-DONE
           PERFORM VARYING WS-MF-IDX FROM 1 BY 1 UNTIL WS-MF-IDX > 6
               MOVE WS-MF-ID(WS-MF-IDX) TO MC-FILE-ID
               READ MISCTL-FILE KEY IS MC-FILE-ID
                   INVALID KEY
                       MOVE WS-MF-ID(WS-MF-IDX) TO MC-FILE-ID
                       MOVE 0 TO MC-LAST-DATE MC-EXTRACT-DATE
                           MC-RUN-DATE MC-RUN-TIME MC-ROWS MC-HASH
                       MOVE "RUNNING" TO MC-STATUS
                       WRITE MIS-CONTROL-RECORD
               END-READ
               IF WS-FORCE = 'Y' OR
                  MC-LAST-DATE < WS-EXTRACT-DATE
                   PERFORM WRITE-ONE-EXTRACT
               END-IF
           END-PERFORM
           CLOSE WORK-FILE.

      *> One pass over the journal, netting every change to one
      *> record per extract and key.
       BUILD-WORK-FILE.
           OPEN OUTPUT WORK-FILE
           CLOSE WORK-FILE
           OPEN I-O WORK-FILE
           MOVE 0 TO WS-LINES-READ

           MOVE SPACES TO JOURNAL-FILENAME
           STRING "IMGJRNL-" WS-EXTRACT-DATE ".DAT"
               DELIMITED BY SIZE INTO JOURNAL-FILENAME
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               DISPLAY "No journal for " WS-EXTRACT-DATE
                   " - empty delta files."
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-JOURNAL-EOF
           PERFORM UNTIL WS-JOURNAL-EOF = 'Y'
               READ JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-JOURNAL-EOF
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM NET-ONE-CHANGE
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           DISPLAY "Journal " WS-EXTRACT-DATE ": " WS-LINES-READ
               " image(s) read.".

      *> Journal lines are KIND|HHMMSS|image at fixed positions; the
      *> image is taken by position rather than UNSTRING so a "|"
      *> inside a name or address cannot shift it.
       NET-ONE-CHANGE.
           MOVE JOURNAL-LINE(1:4) TO WS-KIND
           IF JOURNAL-LINE(6:6) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE JOURNAL-LINE(6:6) TO WS-LINE-TIME
           MOVE JOURNAL-LINE(13:400) TO WS-IMAGE

           PERFORM CLASSIFY-KIND
           IF WS-CHG-FILE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CHG-FILE TO MW-FILE-ID
           MOVE SPACES TO MW-REC-KEY
           MOVE WS-IMAGE(1:WS-KEY-LEN) TO MW-REC-KEY
           READ WORK-FILE KEY IS MW-KEY
               INVALID KEY
                   MOVE WS-CHG-FLAG TO MW-FLAG
                   MOVE WS-LINE-TIME TO MW-TIME
                   MOVE WS-IMAGE(1:320) TO MW-IMAGE
                   WRITE WORK-RECORD
                       INVALID KEY
                           DISPLAY "[ERROR]: Work file write failed "
                               "for " MW-KEY
                   END-WRITE
                   EXIT PARAGRAPH
           END-READ

           EVALUATE TRUE
               WHEN MW-FLAG = "I" AND WS-CHG-FLAG = "D"
                   DELETE WORK-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   EXIT PARAGRAPH
               WHEN MW-FLAG = "I"
                   CONTINUE
               WHEN MW-FLAG = "D"
                   MOVE "U" TO MW-FLAG
               WHEN WS-CHG-FLAG = "D"
                   MOVE "D" TO MW-FLAG
               WHEN OTHER
                   MOVE "U" TO MW-FLAG
           END-EVALUATE
           MOVE WS-LINE-TIME TO MW-TIME
           MOVE WS-IMAGE(1:320) TO MW-IMAGE
           REWRITE WORK-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Work file rewrite failed for "
                       MW-KEY
           END-REWRITE.

      *> Journal kind to extract and flag. Kinds the warehouse does
      *> not take are passed over.
       CLASSIFY-KIND.
           MOVE SPACES TO WS-CHG-FILE
           MOVE "U" TO WS-CHG-FLAG
           EVALUATE WS-KIND
               WHEN "USRI"
                   MOVE "USERS" TO WS-CHG-FILE
                   MOVE "I" TO WS-CHG-FLAG
               WHEN "USER"
                   MOVE "USERS" TO WS-CHG-FILE
               WHEN "USRD"
                   MOVE "USERS" TO WS-CHG-FILE
                   MOVE "D" TO WS-CHG-FLAG
               WHEN "CUSI"
                   MOVE "CUSTOMERS" TO WS-CHG-FILE
                   MOVE "I" TO WS-CHG-FLAG
               WHEN "CUSU"
                   MOVE "CUSTOMERS" TO WS-CHG-FILE
               WHEN "CRDI"
                   MOVE "CARDS" TO WS-CHG-FILE
                   MOVE "I" TO WS-CHG-FLAG
               WHEN "CRDU"
                   MOVE "CARDS" TO WS-CHG-FILE
               WHEN "LONI"
                   MOVE "LOANS" TO WS-CHG-FILE
                   MOVE "I" TO WS-CHG-FLAG
               WHEN "LONU"
                   MOVE "LOANS" TO WS-CHG-FILE
               WHEN "TDPI"
                   MOVE "TERMDEP" TO WS-CHG-FILE
                   MOVE "I" TO WS-CHG-FLAG
               WHEN "TDPU"
                   MOVE "TERMDEP" TO WS-CHG-FILE
               WHEN "TRAN"
                   MOVE "TRANS" TO WS-CHG-FILE
                   MOVE "I" TO WS-CHG-FLAG
               WHEN "TRNU"
                   MOVE "TRANS" TO WS-CHG-FILE
           END-EVALUATE
           IF WS-CHG-FILE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MF-IDX FROM 1 BY 1 UNTIL WS-MF-IDX > 6
               IF WS-MF-ID(WS-MF-IDX) = WS-CHG-FILE
                   MOVE WS-MF-KEY-LEN(WS-MF-IDX) TO WS-KEY-LEN
               END-IF
           END-PERFORM.

      *> Header, the netted rows in key order, trailer; then the
      *> control record moves on to this date.
       WRITE-ONE-EXTRACT.
           MOVE WS-MF-KEY-LEN(WS-MF-IDX) TO WS-KEY-LEN
           MOVE SPACES TO EXTRACT-FILENAME
           STRING "MIS-" DELIMITED BY SIZE
               WS-MF-ID(WS-MF-IDX) DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               WS-EXTRACT-DATE DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO EXTRACT-FILENAME
           OPEN OUTPUT EXTRACT-FILE
           IF EXTRACT-STATUS NOT = "00"
               DISPLAY "[ERROR]: Could not create "
                   FUNCTION TRIM(EXTRACT-FILENAME)
               EXIT PARAGRAPH
           END-IF

           MOVE "RUNNING" TO MC-STATUS
           REWRITE MIS-CONTROL-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE 0 TO WS-ROW-COUNT WS-INS-COUNT WS-UPD-COUNT
               WS-DEL-COUNT WS-HASH-TOTAL
           ACCEPT WS-CLOCK-TIME FROM TIME
           MOVE WS-MF-ID(WS-MF-IDX) TO MXH-FILE-ID
           MOVE WS-EXTRACT-DATE TO MXH-EXTRACT-DATE
           MOVE WS-TODAY TO MXH-RUN-DATE
           MOVE WS-CLOCK-TIME TO MXH-RUN-TIME
           WRITE EXTRACT-LINE FROM WS-MX-HEADER

           MOVE 'N' TO WS-WORK-EOF
           MOVE WS-MF-ID(WS-MF-IDX) TO MW-FILE-ID
           MOVE LOW-VALUES TO MW-REC-KEY
           START WORK-FILE KEY IS NOT LESS THAN MW-KEY
               INVALID KEY MOVE 'Y' TO WS-WORK-EOF
           END-START
           PERFORM UNTIL WS-WORK-EOF = 'Y'
               READ WORK-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-WORK-EOF
                   NOT AT END
                       IF MW-FILE-ID NOT = WS-MF-ID(WS-MF-IDX)
                           MOVE 'Y' TO WS-WORK-EOF
                       ELSE
                           PERFORM WRITE-DETAIL-ROW
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-MF-ID(WS-MF-IDX) TO MXT-FILE-ID
           MOVE WS-ROW-COUNT TO MXT-ROWS
           MOVE WS-INS-COUNT TO MXT-INSERTS
           MOVE WS-UPD-COUNT TO MXT-UPDATES
           MOVE WS-DEL-COUNT TO MXT-DELETES
           MOVE WS-HASH-TOTAL TO MXT-HASH
           WRITE EXTRACT-LINE FROM WS-MX-TRAILER
           CLOSE EXTRACT-FILE
           ADD 1 TO WS-FILES-WRITTEN

           IF WS-EXTRACT-DATE > MC-LAST-DATE
               MOVE WS-EXTRACT-DATE TO MC-LAST-DATE
           END-IF
           MOVE WS-EXTRACT-DATE TO MC-EXTRACT-DATE
           MOVE WS-TODAY TO MC-RUN-DATE
           MOVE WS-CLOCK-TIME TO MC-RUN-TIME
           MOVE WS-ROW-COUNT TO MC-ROWS
           MOVE WS-HASH-TOTAL TO MC-HASH
           MOVE "COMPLETE" TO MC-STATUS
           REWRITE MIS-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not update MIS control "
                       "for " MC-FILE-ID
           END-REWRITE
           DISPLAY "  " FUNCTION TRIM(EXTRACT-FILENAME) ": "
               WS-ROW-COUNT " row(s), hash " WS-HASH-TOTAL.

      *> The hash total is the sum of the numeric keys, kept to its
      *> low-order 18 digits.
       WRITE-DETAIL-ROW.
           MOVE MW-FLAG TO MXD-FLAG
           MOVE MW-TIME TO MXD-TIME
           MOVE MW-IMAGE TO MXD-IMAGE
           EVALUATE MW-FILE-ID
               WHEN "USERS"
                   MOVE MW-IMAGE(1:FUNCTION LENGTH(USER-RECORD))
                       TO USER-RECORD
                   MOVE 0 TO USER-PIN-SALT USER-PIN-HASH
                   MOVE SPACES TO USER-SEC-QUESTION USER-SEC-ANSWER
                   MOVE USER-RECORD TO MXD-IMAGE
               WHEN "CUSTOMERS"
                   MOVE MW-IMAGE(1:FUNCTION LENGTH(CUSTOMER-RECORD))
                       TO CUSTOMER-RECORD
                   MOVE SPACES TO CUST-SEC-QUESTION CUST-SEC-ANSWER
                   MOVE CUSTOMER-RECORD TO MXD-IMAGE
           END-EVALUATE
           WRITE EXTRACT-LINE FROM WS-MX-DETAIL

           ADD 1 TO WS-ROW-COUNT
           EVALUATE MW-FLAG
               WHEN "I" ADD 1 TO WS-INS-COUNT
               WHEN "D" ADD 1 TO WS-DEL-COUNT
               WHEN OTHER ADD 1 TO WS-UPD-COUNT
           END-EVALUATE
           MOVE 0 TO WS-KEY-NUM
           IF MW-REC-KEY(1:WS-KEY-LEN) IS NUMERIC
               MOVE MW-REC-KEY(1:WS-KEY-LEN) TO WS-KEY-NUM
           END-IF
           COMPUTE WS-HASH-TOTAL = FUNCTION MOD(
               WS-HASH-TOTAL + WS-KEY-NUM, 1000000000000000000).

       OPEN-RUN-CONTROL.
           MOVE 'N' TO WS-RUN-BLOCKED
           OPEN I-O RUNCTL-FILE
           IF RUNCTL-STATUS = "35"
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF

           MOVE "MISEXTRACT" TO RUN-JOB-NAME
           MOVE WS-TODAY TO RUN-BUS-DATE
           READ RUNCTL-FILE KEY IS RUN-KEY
               INVALID KEY
                   MOVE "MISEXTRACT" TO RUN-JOB-NAME
                   MOVE WS-TODAY TO RUN-BUS-DATE
                   MOVE "RUNNING" TO RUN-STATE
                   MOVE 0 TO RUN-CHECKPOINT
                   ACCEPT WS-CLOCK-TIME FROM TIME
                   MOVE WS-CLOCK-TIME TO RUN-START-TIME
                   MOVE 0 TO RUN-END-TIME
                   WRITE RUN-CONTROL-RECORD
               NOT INVALID KEY
                   IF RUN-COMPLETE AND WS-REEXTRACT-DATE = 0
                       DISPLAY "MIS extract already completed for "
                           "business date " WS-TODAY
                           " - refusing to run twice."
                       MOVE 'Y' TO WS-RUN-BLOCKED
                       CLOSE RUNCTL-FILE
                   END-IF
           END-READ.

       CLOSE-RUN-CONTROL.
           IF WS-RUN-BLOCKED = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE "COMPLETE" TO RUN-STATE
           MOVE WS-FILES-WRITTEN TO RUN-CHECKPOINT
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
                           EVALUATE FUNCTION TRIM(WS-PARAM-NAME)
                               WHEN "BUSINESSDATE"
                                   COMPUTE WS-BUSINESS-DATE =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               WHEN "MISREEXTRACT"
                                   COMPUTE WS-REEXTRACT-DATE =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM MisExtract.
