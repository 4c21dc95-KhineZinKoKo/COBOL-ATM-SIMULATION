      *> principal) and the month-over-month migration between
      *> buckets - the previous run's LOAN-CLASS is what each loan
      *> moved FROM - are printed by branch on LOANCLASS-<date>.txt.
      *> A loan's branch is the one holding its account on the run
      *> date (AccBranchAsAt), whatever domicile move is pending.
      *> RUNCTL.DAT job LOANCLASSIFY blocks a second run per date.
      *> Loans to a joint liability group carry its id in the GROUP
      *> column, and a BY GROUP section totals each group's member
      *> loans: how many are past due and how many non-performing.
      *> The members answer for each other, so one NPL member puts
      *> the whole group AT RISK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01 LOAN-STATUS-CODE        PIC XX.
       01 FILE-STATUS             PIC XX.
       01 TRANS-STATUS            PIC XX.
       01 BR-IDX                  PIC 9(2).
       01 WS-BR-FOUND             PIC X.

       01 GROUP-TABLE.
           05 GT-COUNT            PIC 9(3) VALUE 0.
           05 GT-ENTRY OCCURS 200 TIMES.
               10 GT-GROUP-ID     PIC 9(6).
               10 GT-BRANCH       PIC X(4).
               10 GT-LOANS        PIC 9(2).
               10 GT-PAST-DUE     PIC 9(2).
               10 GT-NPL          PIC 9(2).
               10 GT-OUTSTANDING  PIC 9(15)V99.
       01 GT-IDX                  PIC 9(3).
       01 WS-GT-FOUND             PIC X.

       01 WS-SCAN-COUNT           PIC 9(5) VALUE 0.
       01 FORMAT-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

           CLOSE LOAN-FILE

           PERFORM WRITE-BRANCH-SUMMARY
           PERFORM WRITE-GROUP-SUMMARY
           PERFORM WRITE-CLASS-SUMMARY
           PERFORM WRITE-MIGRATION-MATRIX
           CLOSE REPORT-FILE

           PERFORM FIND-LOAN-BRANCH
           PERFORM BUMP-BRANCH-ROW
           IF LOAN-GROUP-ID NOT = 0
               PERFORM BUMP-GROUP-ROW
           END-IF
           PERFORM REPORT-ONE-LOAN

           MOVE WS-NEW-CLASS TO LOAN-CLASS
               INVALID KEY
                   DISPLAY "[ERROR]: Could not store classification "
                       "for loan " LOAN-ID
               NOT INVALID KEY
                   MOVE "LONU" TO WS-IJ-KIND
                   MOVE LOAN-RECORD TO WS-IJ-IMAGE
                   CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           END-REWRITE.

       INDEX-OLD-CLASS.
                       END-IF
               END-READ
               CLOSE USER-FILE
           END-IF
           CALL "AccBranchAsAt" USING LOAN-ACC-NO WS-TODAY
               WS-LOAN-BRANCH.

       BUMP-BRANCH-ROW.
           MOVE 'N' TO WS-BR-FOUND
               ADD 1 TO BR-NPL-COUNT(BR-IDX)
           END-IF.

       BUMP-GROUP-ROW.
           MOVE 'N' TO WS-GT-FOUND
           PERFORM VARYING GT-IDX FROM 1 BY 1 UNTIL GT-IDX > GT-COUNT
               IF GT-GROUP-ID(GT-IDX) = LOAN-GROUP-ID
                   MOVE 'Y' TO WS-GT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-GT-FOUND NOT = 'Y'
               IF GT-COUNT >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO GT-COUNT
               MOVE GT-COUNT TO GT-IDX
               MOVE LOAN-GROUP-ID TO GT-GROUP-ID(GT-IDX)
               MOVE WS-LOAN-BRANCH TO GT-BRANCH(GT-IDX)
               MOVE 0 TO GT-LOANS(GT-IDX)
               MOVE 0 TO GT-PAST-DUE(GT-IDX)
               MOVE 0 TO GT-NPL(GT-IDX)
               MOVE 0 TO GT-OUTSTANDING(GT-IDX)
           END-IF
           ADD 1 TO GT-LOANS(GT-IDX)
           ADD WS-OUTSTANDING TO GT-OUTSTANDING(GT-IDX)
           IF WS-DPD > 0
               ADD 1 TO GT-PAST-DUE(GT-IDX)
           END-IF
           IF WS-NEW-IDX > 2
               ADD 1 TO GT-NPL(GT-IDX)
           END-IF.

       OPEN-REPORT.
           STRING "LOANCLASS-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO REPORT-FILENAME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM
               "LOAN,BRANCH,GROUP,DPD,CLASS,WAS,OUTSTANDING,PROVISION".

       REPORT-ONE-LOAN.
           MOVE SPACES TO REPORT-LINE
                  "," DELIMITED BY SIZE
                  WS-LOAN-BRANCH DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  LOAN-GROUP-ID DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-DPD DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-CLASS) DELIMITED BY SIZE
               WRITE REPORT-LINE
           END-PERFORM.

      *> The group is the first member's branch on the run date.
       WRITE-GROUP-SUMMARY.
           IF GT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           WRITE REPORT-LINE FROM
               "-----------------------------------------------------"
           WRITE REPORT-LINE FROM
               "BY GROUP: group/branch/loans/past due/NPL/outstanding"
           PERFORM VARYING GT-IDX FROM 1 BY 1 UNTIL GT-IDX > GT-COUNT
               MOVE SPACES TO REPORT-LINE
               MOVE GT-OUTSTANDING(GT-IDX) TO FORMAT-BALANCE
               IF GT-NPL(GT-IDX) > 0
                   STRING GT-GROUP-ID(GT-IDX) "  " GT-BRANCH(GT-IDX)
                       "  " GT-LOANS(GT-IDX) "  " GT-PAST-DUE(GT-IDX)
                       "  " GT-NPL(GT-IDX) "  " FORMAT-BALANCE
                       "  AT RISK"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               ELSE
                   STRING GT-GROUP-ID(GT-IDX) "  " GT-BRANCH(GT-IDX)
                       "  " GT-LOANS(GT-IDX) "  " GT-PAST-DUE(GT-IDX)
                       "  " GT-NPL(GT-IDX) "  " FORMAT-BALANCE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               END-IF
               WRITE REPORT-LINE
           END-PERFORM.

       WRITE-CLASS-SUMMARY.
           WRITE REPORT-LINE FROM
               "-----------------------------------------------------"
