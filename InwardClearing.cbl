      *> line it stopped at. The input file is left in place; the
      *> operator archives it after checking the counts against the
      *> clearing house's control totals.
      *> On-us cheques drawn on an account enrolled for positive pay
      *> (POSPAY.DAT) must also match the customer's issued-cheque
      *> file; a mismatch is held on PPEXCEPT.DAT, the customer is
      *> told through OUTBOX.DAT, and PositivePay records the pay or
      *> return decision. Each run first returns unpaid any held
      *> cheque still undecided on its PPAYDECIDEDAYS deadline.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS SUSP-ID
               FILE STATUS IS SUSPENSE-STATUS.

           SELECT DRAFT-FILE ASSIGN TO "DRAFTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DFT-KEY
               FILE STATUS IS DRAFT-STATUS.

           SELECT LEGALHOLD-FILE ASSIGN TO "LEGALHOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-ID
               FILE STATUS IS LEGALHOLD-STATUS.

           SELECT POSPAY-FILE ASSIGN TO "POSPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PPAY-KEY
               FILE STATUS IS POSPAY-STATUS.

           SELECT PPEXCEPT-FILE ASSIGN TO "PPEXCEPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPX-ID
               FILE STATUS IS PPEXCEPT-STATUS.

           SELECT OUTBOX-FILE ASSIGN TO "OUTBOX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-ID
               FILE STATUS IS OUTBOX-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD LEGALHOLD-FILE.
           COPY "LEGAL-HOLD.cpy".

       FD DRAFT-FILE.
           COPY "DEMAND-DRAFT.cpy".

       FD POSPAY-FILE.
           COPY "POSITIVE-PAY.cpy".

       FD PPEXCEPT-FILE.
           COPY "PPAY-EXCEPTION.cpy".

       FD OUTBOX-FILE.
           COPY "OUTBOX-MESSAGE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-IJ-KIND            PIC X(4).
       01 WS-IJ-IMAGE           PIC X(400).

       01 WS-OUR-BANK-CODE        PIC X(4) VALUE SPACES.
       01 WS-STALE-DAYS           PIC 9(4) VALUE 180.
       01 WS-DRAFT-CONTROL-ACC    PIC 9(16) VALUE 0.
       01 DRAFT-STATUS            PIC XX.
       01 WS-CHQ-DATE-TXT         PIC X(10).
       01 WS-CHQ-DATE             PIC 9(8).
       01 WS-CHQ-AGE              PIC S9(7).
       01 WS-ONUS-RETURN-COUNT    PIC 9(6) VALUE 0.
       01 WS-ONUS-PAID-TOTAL      PIC 9(15)V99 VALUE 0.

       01 POSPAY-STATUS           PIC XX.
       01 PPEXCEPT-STATUS         PIC XX.
       01 OUTBOX-STATUS           PIC XX.
       01 WS-PPAY-DAYS            PIC 9(3) VALUE 1.
       01 WS-PPAY-HOLD            PIC X.
       01 WS-PPAY-MATCH           PIC X.
       01 WS-PPX-EOF              PIC X.
       01 WS-NEXT-PPX-ID          PIC 9(8).
       01 WS-NEXT-MSG-ID          PIC 9(8).
       01 WS-DRAWER-PHONE         PIC X(15).
       01 WS-ONUS-HELD-COUNT      PIC 9(6) VALUE 0.
       01 WS-PPAY-EXPIRED-COUNT   PIC 9(6) VALUE 0.

       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE.
       MAIN-PROCEDURE.
           END-IF

           PERFORM OPEN-REPORT
           PERFORM RETURN-EXPIRED-EXCEPTIONS

           PERFORM UNTIL WS-EOF = 'Y'
               READ INCLEAR-FILE
           DISPLAY "On-us cheques pd : " WS-ONUS-PAID-COUNT
               " for " FORMAT-BALANCE
           DISPLAY "On-us returned   : " WS-ONUS-RETURN-COUNT
           DISPLAY "Positive pay held: " WS-ONUS-HELD-COUNT
               " (" WS-PPAY-EXPIRED-COUNT " undecided returned)"
           IF WS-RETURN-COUNT > 0
               DISPLAY "Return file      : " OUTRET-FILENAME " ("
                   WS-RETURN-COUNT " item(s) back to the exchange)"
           MOVE 0 TO WS-ONUS-RETURN-COUNT
           MOVE 0 TO WS-ONUS-PAID-TOTAL
           MOVE 0 TO WS-RETURN-COUNT
           MOVE 0 TO WS-ONUS-HELD-COUNT
           MOVE 0 TO WS-PPAY-EXPIRED-COUNT
           END-IF
           GOBACK.

      *> Items carrying OUR bank code are cheques drawn ON us being
      *> presented by another bank: the account field is the drawer
      *> and the reference is the cheque serial. They debit rather
      *> than credit and run the register/stop/stale checks. A
      *> drawer of DRAFTCONTROLACC is one of our own demand drafts
      *> and is settled against the DRAFTS.DAT register instead.
           IF WS-OUR-BANK-CODE NOT = SPACES AND
              FUNCTION TRIM(WS-BANK-CODE) =
              FUNCTION TRIM(WS-OUR-BANK-CODE)
               FUNCTION NUMVAL(WS-DEST-ACC-TXT)
           COMPUTE WS-AMOUNT =
               FUNCTION NUMVAL(WS-AMOUNT-TXT)
           IF WS-DRAFT-CONTROL-ACC NOT = 0 AND
              WS-DEST-ACC = WS-DRAFT-CONTROL-ACC
               PERFORM APPLY-ONUS-DRAFT
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-REFERENCE) NOT = 0
               MOVE "R004" TO WS-RETURN-CODE
               MOVE "Cheque serial unreadable" TO WS-REJECT-REASON
      *> presentment older than CHQSTALEDAYS is stale-dated. No
      *> date on the line means the exchange could not read it -
      *> pay rather than bounce on our own imaging.
           MOVE 0 TO WS-CHQ-DATE
           IF FUNCTION TEST-NUMVAL(WS-CHQ-DATE-TXT) = 0
               COMPUTE WS-CHQ-DATE =
                   FUNCTION NUMVAL(WS-CHQ-DATE-TXT)
               END-IF
           END-IF

           PERFORM CHECK-POSITIVE-PAY
           IF WS-PPAY-HOLD = 'Y'
               PERFORM HOLD-PPAY-EXCEPTION
               CLOSE CHQREG-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O USER-FILE
           MOVE WS-DEST-ACC TO USER-ACC-NO
           READ USER-FILE KEY IS USER-ACC-NO
           MOVE 2 TO WS-DT-TYPE
           MOVE WS-AMOUNT TO WS-DT-AMOUNT
           PERFORM BUMP-DAY-TOTALS
           IF WS-PPAY-MATCH = 'Y'
               PERFORM MARK-PPAY-MATCHED
           END-IF

           ADD 1 TO WS-ONUS-PAID-COUNT
           ADD WS-AMOUNT TO WS-ONUS-PAID-TOTAL.

      *> Positive pay applies only while the drawer's serial 0
      *> record on POSPAY.DAT is ENROLLED. The presented cheque must
      *> then be an ISSUED line on the file for the same amount and,
      *> when the exchange could read it, the same date.
       CHECK-POSITIVE-PAY.
           MOVE 'N' TO WS-PPAY-HOLD
           MOVE 'N' TO WS-PPAY-MATCH
           OPEN INPUT POSPAY-FILE
           IF POSPAY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEST-ACC TO PPAY-ACC-NO
           MOVE 0 TO PPAY-SERIAL
           READ POSPAY-FILE
               INVALID KEY
                   CLOSE POSPAY-FILE
                   EXIT PARAGRAPH
           END-READ
           IF NOT PPAY-ENROLLED
               CLOSE POSPAY-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-PPAY-HOLD
           MOVE WS-DEST-ACC TO PPAY-ACC-NO
           MOVE WS-CHQ-SERIAL TO PPAY-SERIAL
           READ POSPAY-FILE
               INVALID KEY
                   MOVE "Cheque not on positive pay file" TO
                       WS-REJECT-REASON
                   CLOSE POSPAY-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE POSPAY-FILE
           EVALUATE TRUE
               WHEN PPAY-VOIDED
                   MOVE "Cheque voided on positive pay file" TO
                       WS-REJECT-REASON
               WHEN NOT PPAY-ISSUED
                   MOVE "Positive pay line already matched" TO
                       WS-REJECT-REASON
               WHEN WS-AMOUNT NOT = PPAY-AMOUNT
                   MOVE "Amount differs from positive pay file" TO
                       WS-REJECT-REASON
               WHEN WS-CHQ-DATE > 19000101 AND
                    WS-CHQ-DATE NOT = PPAY-ISSUE-DATE
                   MOVE "Date differs from positive pay file" TO
                       WS-REJECT-REASON
               WHEN OTHER
                   MOVE 'N' TO WS-PPAY-HOLD
                   MOVE 'Y' TO WS-PPAY-MATCH
           END-EVALUATE.

      *> The leaf stays ISSUED and nothing is debited: the item
      *> waits on PPEXCEPT.DAT for the operator's decision, with
      *> the presentment fields kept for the return file.
       HOLD-PPAY-EXCEPTION.
           OPEN I-O PPEXCEPT-FILE
           IF PPEXCEPT-STATUS = "35"
               OPEN OUTPUT PPEXCEPT-FILE
               CLOSE PPEXCEPT-FILE
               OPEN I-O PPEXCEPT-FILE
           END-IF
           MOVE 1 TO WS-NEXT-PPX-ID
           MOVE 'N' TO WS-PPX-EOF
           MOVE 0 TO PPX-ID
           START PPEXCEPT-FILE KEY IS NOT LESS THAN PPX-ID
               INVALID KEY MOVE 'Y' TO WS-PPX-EOF
           END-START
           PERFORM UNTIL WS-PPX-EOF = 'Y'
               READ PPEXCEPT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-PPX-EOF
                   NOT AT END
                       COMPUTE WS-NEXT-PPX-ID = PPX-ID + 1
               END-READ
           END-PERFORM

           INITIALIZE PPAY-EXCEPTION-RECORD
           MOVE WS-NEXT-PPX-ID TO PPX-ID
           MOVE WS-DEST-ACC TO PPX-ACC-NO
           MOVE WS-CHQ-SERIAL TO PPX-SERIAL
           MOVE WS-AMOUNT TO PPX-AMOUNT
           MOVE WS-CHQ-DATE TO PPX-CHQ-DATE
           MOVE WS-BANK-CODE TO PPX-BANK-CODE
           MOVE WS-DEST-ACC-TXT TO PPX-ACC-TXT
           MOVE WS-AMOUNT-TXT TO PPX-AMOUNT-TXT
           MOVE WS-REFERENCE TO PPX-REFERENCE
           MOVE WS-REJECT-REASON TO PPX-REASON
           MOVE WS-TODAY TO PPX-PRESENTED-DATE
           COMPUTE PPX-DEADLINE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-PPAY-DAYS)
           MOVE "PENDING" TO PPX-STATUS
           WRITE PPAY-EXCEPTION-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not hold positive pay "
                       "exception for " WS-DEST-ACC
           END-WRITE
           CLOSE PPEXCEPT-FILE

           ADD 1 TO WS-ONUS-HELD-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING
               "HOLD PPX " DELIMITED BY SIZE
               WS-NEXT-PPX-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               INCLEAR-LINE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM QUEUE-PPAY-NOTICE.

      *> The drawer hears the same day so the decision can be made
      *> before the deadline; the phone comes off USERS.DAT as for
      *> every other OUTBOX.DAT notice.
       QUEUE-PPAY-NOTICE.
           MOVE SPACES TO WS-DRAWER-PHONE
           OPEN INPUT USER-FILE
           IF FILE-STATUS = "00"
               MOVE WS-DEST-ACC TO USER-ACC-NO
               READ USER-FILE
                   NOT INVALID KEY
                       MOVE USER-PHONE TO WS-DRAWER-PHONE
               END-READ
               CLOSE USER-FILE
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
           MOVE WS-DEST-ACC TO MSG-ACC-NO
           MOVE WS-DRAWER-PHONE TO MSG-PHONE
           MOVE "PPAYEXCPT" TO MSG-EVENT
           MOVE WS-AMOUNT TO MSG-AMOUNT
           MOVE WS-TODAY TO MSG-DATE
           ACCEPT MSG-TIME FROM TIME
           MOVE "PENDING" TO MSG-STATUS
           WRITE OUTBOX-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not queue positive pay "
                       "notice for " WS-DEST-ACC
           END-WRITE
           CLOSE OUTBOX-FILE.

       MARK-PPAY-MATCHED.
           OPEN I-O POSPAY-FILE
           IF POSPAY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEST-ACC TO PPAY-ACC-NO
           MOVE WS-CHQ-SERIAL TO PPAY-SERIAL
           READ POSPAY-FILE
               NOT INVALID KEY
                   MOVE "MATCHED" TO PPAY-STATUS
                   MOVE WS-TODAY TO PPAY-MATCHED-DATE
                   REWRITE POSITIVE-PAY-RECORD
           END-READ
           CLOSE POSPAY-FILE.

      *> A held cheque nobody decided by its deadline goes back to
      *> the presenting bank unpaid on today's return file, from the
      *> presentment fields kept on the exception.
       RETURN-EXPIRED-EXCEPTIONS.
           OPEN I-O PPEXCEPT-FILE
           IF PPEXCEPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PPX-EOF
           MOVE 0 TO PPX-ID
           START PPEXCEPT-FILE KEY IS NOT LESS THAN PPX-ID
               INVALID KEY MOVE 'Y' TO WS-PPX-EOF
           END-START
           PERFORM UNTIL WS-PPX-EOF = 'Y'
               READ PPEXCEPT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-PPX-EOF
                   NOT AT END
                       IF PPX-PENDING AND PPX-DEADLINE <= WS-TODAY
                           PERFORM RETURN-ONE-EXPIRED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PPEXCEPT-FILE.

       RETURN-ONE-EXPIRED.
           MOVE PPX-BANK-CODE TO WS-BANK-CODE
           MOVE PPX-ACC-TXT TO WS-DEST-ACC-TXT
           MOVE PPX-AMOUNT-TXT TO WS-AMOUNT-TXT
           MOVE PPX-REFERENCE TO WS-REFERENCE
           MOVE "R012" TO WS-RETURN-CODE
           MOVE "Positive pay exception not confirmed" TO
               WS-REJECT-REASON
           MOVE SPACES TO REPORT-LINE
           STRING
               "RETURN R012 PPX " DELIMITED BY SIZE
               PPX-ID DELIMITED BY SIZE
               " undecided by " DELIMITED BY SIZE
               PPX-DEADLINE DELIMITED BY SIZE
               " | account " DELIMITED BY SIZE
               PPX-ACC-NO DELIMITED BY SIZE
               " cheque " DELIMITED BY SIZE
               PPX-SERIAL DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM WRITE-RETURN-LINE
           ADD 1 TO WS-ONUS-RETURN-COUNT
           ADD 1 TO WS-PPAY-EXPIRED-COUNT

           OPEN I-O CHQREG-FILE
           IF CHQREG-STATUS = "00"
               MOVE PPX-ACC-NO TO CHQ-ACC-NO
               MOVE PPX-SERIAL TO CHQ-SERIAL
               READ CHQREG-FILE
                   NOT INVALID KEY
                       IF CHQ-ISSUED
                           PERFORM MARK-LEAF-RETURNED
                       END-IF
               END-READ
               CLOSE CHQREG-FILE
           END-IF

           MOVE "RETURNED" TO PPX-STATUS
           MOVE WS-TODAY TO PPX-DECIDED-DATE
           MOVE WS-IN-OPERATOR TO PPX-DECIDED-BY
           REWRITE PPAY-EXCEPTION-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not close positive pay "
                       "exception " PPX-ID
           END-REWRITE.

      *> A demand draft or pay order we issued, presented through
      *> the exchange. The drawer field carries the DRAFTCONTROLACC
      *> account and the reference the instrument number (branch
      *> then serial). It pays once, for its face value, from the
      *> drafts-payable control account while OUTSTANDING and not
      *> stale; a cancelled draft returns as stopped.
       APPLY-ONUS-DRAFT.
           IF WS-REFERENCE(5:8) IS NOT NUMERIC
               MOVE "R004" TO WS-RETURN-CODE
               MOVE "Draft number unreadable" TO WS-REJECT-REASON
               PERFORM RETURN-UNPAID
               EXIT PARAGRAPH
           END-IF
           OPEN I-O DRAFT-FILE
           IF DRAFT-STATUS NOT = "00"
               MOVE "R004" TO WS-RETURN-CODE
               MOVE "No draft register on file" TO WS-REJECT-REASON
               PERFORM RETURN-UNPAID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REFERENCE(1:12) TO DFT-KEY
           READ DRAFT-FILE
               INVALID KEY
                   MOVE "R004" TO WS-RETURN-CODE
                   MOVE "Draft never issued" TO WS-REJECT-REASON
                   PERFORM RETURN-UNPAID
                   CLOSE DRAFT-FILE
                   EXIT PARAGRAPH
           END-READ
           IF DFT-PAID
               MOVE "R005" TO WS-RETURN-CODE
               MOVE "Draft already paid" TO WS-REJECT-REASON
               PERFORM RETURN-UNPAID
               CLOSE DRAFT-FILE
               EXIT PARAGRAPH
           END-IF
           IF DFT-CANCELLED
               MOVE "R002" TO WS-RETURN-CODE
               MOVE "Draft cancelled" TO WS-REJECT-REASON
               PERFORM RETURN-UNPAID
               CLOSE DRAFT-FILE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CHQ-AGE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) -
               FUNCTION INTEGER-OF-DATE(DFT-ISSUE-DATE)
           IF WS-CHQ-AGE > WS-STALE-DAYS
               MOVE "R003" TO WS-RETURN-CODE
               MOVE "Stale draft" TO WS-REJECT-REASON
               PERFORM RETURN-UNPAID
               CLOSE DRAFT-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-AMOUNT NOT = DFT-AMOUNT
               MOVE "R006" TO WS-RETURN-CODE
               MOVE "Amount differs from draft face value" TO
                   WS-REJECT-REASON
               PERFORM RETURN-UNPAID
               CLOSE DRAFT-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O USER-FILE
           MOVE WS-DEST-ACC TO USER-ACC-NO
           READ USER-FILE KEY IS USER-ACC-NO
               INVALID KEY
                   MOVE "R006" TO WS-RETURN-CODE
                   MOVE "Draft control account missing" TO
                       WS-REJECT-REASON
                   PERFORM RETURN-UNPAID
                   CLOSE USER-FILE
                   CLOSE DRAFT-FILE
                   EXIT PARAGRAPH
           END-READ
           SUBTRACT WS-AMOUNT FROM USER-BALANCE
           REWRITE USER-RECORD
               INVALID KEY
                   MOVE "R006" TO WS-RETURN-CODE
                   MOVE "Draft control debit failed" TO
                       WS-REJECT-REASON
                   PERFORM RETURN-UNPAID
                   CLOSE USER-FILE
                   CLOSE DRAFT-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "USER" TO WS-IJ-KIND
           MOVE USER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           CLOSE USER-FILE

           MOVE "PAID" TO DFT-STATUS
           MOVE WS-TODAY TO DFT-PAID-DATE
           MOVE "CLEARING" TO DFT-PAID-VIA
           MOVE 0 TO DFT-PAID-ACC
           REWRITE DEMAND-DRAFT-RECORD
           CLOSE DRAFT-FILE

           MOVE 2 TO WS-POST-TYPE
           MOVE "ONUSDRAFT" TO WS-POST-OPERATOR
           PERFORM POST-TRANSACTION

           ADD 1 TO WS-ONUS-PAID-COUNT
           ADD WS-AMOUNT TO WS-ONUS-PAID-TOTAL.
                               COMPUTE WS-STALE-DAYS =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "DRAFTCONTROLACC"
                               COMPUTE WS-DRAFT-CONTROL-ACC =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                           IF FUNCTION TRIM(WS-PARAM-NAME) =
                              "PPAYDECIDEDAYS"
                               COMPUTE WS-PPAY-DAYS =
                                   FUNCTION NUMVAL(WS-PARAM-VALUE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
