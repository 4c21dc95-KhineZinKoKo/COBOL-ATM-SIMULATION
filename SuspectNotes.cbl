       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuspectNotes.

      *> Suspect-note register. Counterfeit, suspect and altered notes
      *> taken out of cash deposits by DepositMoney sit on
      *> SUSPECTNOTES.DAT as IMPOUNDED until they go to the central
      *> bank. The register can be listed for a day, and the monthly
      *> return produces CBNOTES-<yyyymm>.txt in the fixed layout the
      *> currency department asks for:
      *>     H  bank code, return month, run date
      *>     D  one per branch and denomination: counterfeit, suspect
      *>        and altered counts, total notes, face value
      *>     N  one per note: branch, denomination, serial, reason,
      *>        date impounded, depositor NRC
      *>     T  detail lines, notes and face value in the return
      *> Counts and values are zero-filled with no separators; face
      *> value is whole currency units. Notes in the return are
      *> marked REPORTED with the return month, so a re-run for the
      *> same month gives the same file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPECT-FILE ASSIGN TO "SUSPECTNOTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-ID
               FILE STATUS IS SUSPECT-STATUS.

           SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMS-STATUS.

           SELECT RETURN-FILE ASSIGN TO DYNAMIC RETURN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURN-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD SUSPECT-FILE.
           COPY "SUSPECT-NOTE.cpy".

       FD PARAMS-FILE.
       01 PARAM-LINE              PIC X(80).

       FD RETURN-FILE.
       01 RETURN-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01 AUDIT-LINE              PIC X(120).
       01 SUSPECT-STATUS          PIC XX.
       01 PARAMS-STATUS           PIC XX.
       01 RETURN-STATUS           PIC XX.
       01 RETURN-FILENAME         PIC X(30).

       01 WS-PARAM-NAME           PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-BANK-CODE            PIC X(8) VALUE SPACES.

       01 WS-MENU-CHOICE          PIC 9.
       01 WS-AGAIN                PIC X VALUE 'Y'.
       01 WS-EOF                  PIC X.
       01 WS-DATE-INPUT           PIC 9(8).
       01 WS-MONTH-INPUT          PIC 9(6).
       01 WS-RETURN-MONTH         PIC 9(6).
       01 WS-LIST-COUNT           PIC 9(5).
       01 WS-LIST-VALUE           PIC 9(15).

      *> Return totals by branch and denomination.
       01 WS-RET-TABLE.
           05 WS-RET-ENTRY OCCURS 200 TIMES.
               10 RET-BRANCH      PIC X(4).
               10 RET-DENOM       PIC 9(6).
               10 RET-COUNTERFEIT PIC 9(5).
               10 RET-SUSPECT     PIC 9(5).
               10 RET-ALTERED     PIC 9(5).
               10 RET-NOTES       PIC 9(5).
               10 RET-VALUE       PIC 9(15).
       01 WS-RET-COUNT            PIC 9(3) VALUE 0.
       01 WS-RET-IDX              PIC 9(3).
       01 WS-RET-IDX2             PIC 9(3).
       01 WS-RET-FOUND            PIC 9(3).
       01 WS-RET-SWAP             PIC X(45).
       01 WS-RET-FULL             PIC X VALUE 'N'.
       01 WS-TOTAL-NOTES          PIC 9(7).
       01 WS-TOTAL-VALUE          PIC 9(15).
       01 WS-MARKED               PIC 9(7).

      *> Fixed return records.
       01 WS-H-REC.
           05 FILLER              PIC X VALUE "H".
           05 H-BANK-CODE         PIC X(8).
           05 H-MONTH             PIC 9(6).
           05 H-RUN-DATE          PIC 9(8).
           05 H-TITLE             PIC X(30)
               VALUE "IMPOUNDED NOTE RETURN".
       01 WS-D-REC.
           05 FILLER              PIC X VALUE "D".
           05 D-BRANCH            PIC X(4).
           05 D-DENOM             PIC 9(6).
           05 D-COUNTERFEIT       PIC 9(5).
           05 D-SUSPECT           PIC 9(5).
           05 D-ALTERED           PIC 9(5).
           05 D-NOTES             PIC 9(5).
           05 D-VALUE             PIC 9(15).
       01 WS-N-REC.
           05 FILLER              PIC X VALUE "N".
           05 N-BRANCH            PIC X(4).
           05 N-DENOM             PIC 9(6).
           05 N-SERIAL            PIC X(15).
           05 N-REASON            PIC X(12).
           05 N-DATE              PIC 9(8).
           05 N-NRC               PIC X(20).
       01 WS-T-REC.
           05 FILLER              PIC X VALUE "T".
           05 T-DETAILS           PIC 9(5).
           05 T-NOTES             PIC 9(7).
           05 T-VALUE             PIC 9(15).

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01 FORMAT-DENOM            PIC ZZZ,ZZ9.

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).
       01 WS-AUDIT-TIME           PIC 9(6).
       01 WS-AUDIT-ACTION         PIC X(16).
       01 WS-AUDIT-ACC            PIC 9(16).
       01 WS-AUDIT-DETAIL         PIC X(30).

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.
       MAIN-PROCEDURE.
           IF ADMIN-CHOICE = 98

           PERFORM READ-PARAMS
           PERFORM DETERMINE-TODAY
           PERFORM ENSURE-SUSPECT-FILE

           PERFORM UNTIL WS-AGAIN NOT = 'Y' AND WS-AGAIN NOT = 'y'
               DISPLAY "============================================"
               DISPLAY "          SUSPECT NOTE REGISTER"
               DISPLAY "============================================"
               DISPLAY "1. List notes impounded on a date"
               DISPLAY "2. List notes still held (not yet returned)"
               DISPLAY "3. Monthly return to the central bank"
               DISPLAY "Enter choice (1-3): "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       DISPLAY "Date (YYYYMMDD, 0 = today): "
                       ACCEPT WS-DATE-INPUT
                       IF WS-DATE-INPUT = 0
                           MOVE WS-TODAY TO WS-DATE-INPUT
                       END-IF
                       PERFORM LIST-NOTES
                   WHEN 2
                       MOVE 0 TO WS-DATE-INPUT
                       PERFORM LIST-NOTES
                   WHEN 3
                       PERFORM MONTHLY-RETURN
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE

               DISPLAY "Another suspect note action? (Y/N): "
               ACCEPT WS-AGAIN
           END-PERFORM

           MOVE 'Y' TO WS-AGAIN
           END-IF
           GOBACK.

       ENSURE-SUSPECT-FILE.
           OPEN INPUT SUSPECT-FILE
           IF SUSPECT-STATUS = "35"
               OPEN OUTPUT SUSPECT-FILE
           END-IF
           CLOSE SUSPECT-FILE.

      *> WS-DATE-INPUT 0 lists every note still IMPOUNDED, whatever
      *> the date; otherwise every note taken in on that date.
       LIST-NOTES.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-LIST-VALUE
           MOVE 'N' TO WS-EOF
           OPEN INPUT SUSPECT-FILE
           MOVE 1 TO SN-ID
           START SUSPECT-FILE KEY IS NOT LESS THAN SN-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           DISPLAY "ID       DATE     BRANCH DENOM   SERIAL"
               "          REASON       STATUS     ACCOUNT"
           PERFORM UNTIL WS-EOF = 'Y'
               READ SUSPECT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (WS-DATE-INPUT = 0 AND SN-IMPOUNDED) OR
                          (WS-DATE-INPUT NOT = 0 AND
                           SN-DATE = WS-DATE-INPUT)
                           PERFORM SHOW-NOTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPECT-FILE
           MOVE WS-LIST-VALUE TO FORMAT-BALANCE
           DISPLAY WS-LIST-COUNT " note(s), face value "
               FORMAT-BALANCE.

       SHOW-NOTE.
           ADD 1 TO WS-LIST-COUNT
           ADD SN-DENOM TO WS-LIST-VALUE
           MOVE SN-DENOM TO FORMAT-DENOM
           DISPLAY SN-ID " " SN-DATE " " SN-BRANCH "   "
               FORMAT-DENOM " " SN-SERIAL " " SN-REASON " "
               SN-STATUS " " SN-ACC-NO.

      *> The return covers every note impounded in the month. Notes
      *> already reported for another month are left out; those
      *> reported for this month are taken again so the file can be
      *> re-produced.
       MONTHLY-RETURN.
           DISPLAY "Return month (YYYYMM, 0 = last month): "
           ACCEPT WS-MONTH-INPUT
           IF WS-MONTH-INPUT = 0
               COMPUTE WS-RETURN-MONTH = WS-TODAY / 100
               IF WS-RETURN-MONTH(5:2) = "01"
                   COMPUTE WS-RETURN-MONTH =
                       WS-RETURN-MONTH - 100 + 11
               ELSE
                   SUBTRACT 1 FROM WS-RETURN-MONTH
               END-IF
           ELSE
               MOVE WS-MONTH-INPUT TO WS-RETURN-MONTH
           END-IF
           IF WS-RETURN-MONTH(5:2) < "01" OR
              WS-RETURN-MONTH(5:2) > "12"
               DISPLAY "Invalid month."
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-RETURN-TABLE
           IF WS-RET-FULL = 'Y'
               DISPLAY "[ERROR]: More than 200 branch/denomination "
                   "lines - return not produced."
               EXIT PARAGRAPH
           END-IF
           PERFORM SORT-RETURN-TABLE

           MOVE SPACES TO RETURN-FILENAME
           STRING "CBNOTES-" WS-RETURN-MONTH ".txt"
               DELIMITED BY SIZE INTO RETURN-FILENAME
           OPEN OUTPUT RETURN-FILE
           MOVE WS-BANK-CODE TO H-BANK-CODE
           MOVE WS-RETURN-MONTH TO H-MONTH
           MOVE WS-TODAY TO H-RUN-DATE
           WRITE RETURN-LINE FROM WS-H-REC

           MOVE 0 TO WS-TOTAL-NOTES
           MOVE 0 TO WS-TOTAL-VALUE
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RET-COUNT
               PERFORM WRITE-RETURN-DETAIL
           END-PERFORM

           MOVE WS-RET-COUNT TO T-DETAILS
           MOVE WS-TOTAL-NOTES TO T-NOTES
           MOVE WS-TOTAL-VALUE TO T-VALUE
           WRITE RETURN-LINE FROM WS-T-REC
           CLOSE RETURN-FILE

           PERFORM MARK-REPORTED

           MOVE WS-TOTAL-VALUE TO FORMAT-BALANCE
           DISPLAY "Return " FUNCTION TRIM(RETURN-FILENAME)
               " written: " WS-TOTAL-NOTES " note(s), face value "
               FORMAT-BALANCE
           MOVE "SUSPECT_RETURN" TO WS-AUDIT-ACTION
           MOVE 0 TO WS-AUDIT-ACC
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "MONTH " WS-RETURN-MONTH " NOTES " WS-TOTAL-NOTES
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-LOG.

       BUILD-RETURN-TABLE.
           MOVE 0 TO WS-RET-COUNT
           MOVE 'N' TO WS-RET-FULL
           MOVE 'N' TO WS-EOF
           OPEN INPUT SUSPECT-FILE
           MOVE 1 TO SN-ID
           START SUSPECT-FILE KEY IS NOT LESS THAN SN-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ SUSPECT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SN-DATE(1:6) = WS-RETURN-MONTH AND
                          (SN-IMPOUNDED OR
                           SN-RETURN-MONTH = WS-RETURN-MONTH)
                           PERFORM ADD-TO-RETURN-TABLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPECT-FILE.

       ADD-TO-RETURN-TABLE.
           MOVE 0 TO WS-RET-FOUND
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RET-COUNT
               IF RET-BRANCH(WS-RET-IDX) = SN-BRANCH AND
                  RET-DENOM(WS-RET-IDX) = SN-DENOM
                   MOVE WS-RET-IDX TO WS-RET-FOUND
               END-IF
           END-PERFORM
           IF WS-RET-FOUND = 0
               IF WS-RET-COUNT >= 200
                   MOVE 'Y' TO WS-RET-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RET-COUNT
               MOVE WS-RET-COUNT TO WS-RET-FOUND
               MOVE SN-BRANCH TO RET-BRANCH(WS-RET-FOUND)
               MOVE SN-DENOM TO RET-DENOM(WS-RET-FOUND)
               MOVE 0 TO RET-COUNTERFEIT(WS-RET-FOUND)
               MOVE 0 TO RET-SUSPECT(WS-RET-FOUND)
               MOVE 0 TO RET-ALTERED(WS-RET-FOUND)
               MOVE 0 TO RET-NOTES(WS-RET-FOUND)
               MOVE 0 TO RET-VALUE(WS-RET-FOUND)
           END-IF
           EVALUATE TRUE
               WHEN SN-COUNTERFEIT
                   ADD 1 TO RET-COUNTERFEIT(WS-RET-FOUND)
               WHEN SN-ALTERED
                   ADD 1 TO RET-ALTERED(WS-RET-FOUND)
               WHEN OTHER
                   ADD 1 TO RET-SUSPECT(WS-RET-FOUND)
           END-EVALUATE
           ADD 1 TO RET-NOTES(WS-RET-FOUND)
           ADD SN-DENOM TO RET-VALUE(WS-RET-FOUND).

      *> Branch, then denomination, as the currency department
      *> files them.
       SORT-RETURN-TABLE.
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX >= WS-RET-COUNT
               PERFORM VARYING WS-RET-IDX2 FROM 1 BY 1
                       UNTIL WS-RET-IDX2 > WS-RET-COUNT - WS-RET-IDX
                   IF RET-BRANCH(WS-RET-IDX2) >
                      RET-BRANCH(WS-RET-IDX2 + 1) OR
                      (RET-BRANCH(WS-RET-IDX2) =
                       RET-BRANCH(WS-RET-IDX2 + 1) AND
                       RET-DENOM(WS-RET-IDX2) >
                       RET-DENOM(WS-RET-IDX2 + 1))
                       MOVE WS-RET-ENTRY(WS-RET-IDX2) TO WS-RET-SWAP
                       MOVE WS-RET-ENTRY(WS-RET-IDX2 + 1)
                           TO WS-RET-ENTRY(WS-RET-IDX2)
                       MOVE WS-RET-SWAP
                           TO WS-RET-ENTRY(WS-RET-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> The D line for one branch/denomination, followed by its
      *> notes one per N line.
       WRITE-RETURN-DETAIL.
           MOVE RET-BRANCH(WS-RET-IDX) TO D-BRANCH
           MOVE RET-DENOM(WS-RET-IDX) TO D-DENOM
           MOVE RET-COUNTERFEIT(WS-RET-IDX) TO D-COUNTERFEIT
           MOVE RET-SUSPECT(WS-RET-IDX) TO D-SUSPECT
           MOVE RET-ALTERED(WS-RET-IDX) TO D-ALTERED
           MOVE RET-NOTES(WS-RET-IDX) TO D-NOTES
           MOVE RET-VALUE(WS-RET-IDX) TO D-VALUE
           WRITE RETURN-LINE FROM WS-D-REC
           ADD RET-NOTES(WS-RET-IDX) TO WS-TOTAL-NOTES
           ADD RET-VALUE(WS-RET-IDX) TO WS-TOTAL-VALUE

           MOVE 'N' TO WS-EOF
           OPEN INPUT SUSPECT-FILE
           MOVE 1 TO SN-ID
           START SUSPECT-FILE KEY IS NOT LESS THAN SN-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ SUSPECT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SN-DATE(1:6) = WS-RETURN-MONTH AND
                          (SN-IMPOUNDED OR
                           SN-RETURN-MONTH = WS-RETURN-MONTH) AND
                          SN-BRANCH = RET-BRANCH(WS-RET-IDX) AND
                          SN-DENOM = RET-DENOM(WS-RET-IDX)
                           MOVE SN-BRANCH TO N-BRANCH
                           MOVE SN-DENOM TO N-DENOM
                           MOVE SN-SERIAL TO N-SERIAL
                           MOVE SN-REASON TO N-REASON
                           MOVE SN-DATE TO N-DATE
                           MOVE SN-NRC TO N-NRC
                           WRITE RETURN-LINE FROM WS-N-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPECT-FILE.

       MARK-REPORTED.
           MOVE 0 TO WS-MARKED
           MOVE 'N' TO WS-EOF
           OPEN I-O SUSPECT-FILE
           MOVE 1 TO SN-ID
           START SUSPECT-FILE KEY IS NOT LESS THAN SN-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ SUSPECT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SN-DATE(1:6) = WS-RETURN-MONTH AND
                          SN-IMPOUNDED
                           MOVE "REPORTED" TO SN-STATUS
                           MOVE WS-RETURN-MONTH TO SN-RETURN-MONTH
                           REWRITE SUSPECT-NOTE-RECORD
                           ADD 1 TO WS-MARKED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPECT-FILE
           DISPLAY WS-MARKED " note(s) marked REPORTED.".

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-ACTION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-AUDIT-ACC DELIMITED BY SIZE
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
                           MOVE SPACES TO WS-PARAM-NAME WS-PARAM-VALUE
                           UNSTRING PARAM-LINE DELIMITED BY ","
                               INTO WS-PARAM-NAME WS-PARAM-VALUE
                           EVALUATE FUNCTION TRIM(WS-PARAM-NAME)
                               WHEN "BUSINESSDATE"
                                   COMPUTE WS-BUSINESS-DATE =
                                       FUNCTION NUMVAL(WS-PARAM-VALUE)
                               WHEN "OURBANKCODE"
                                   MOVE WS-PARAM-VALUE TO WS-BANK-CODE
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.

       END PROGRAM SuspectNotes.
