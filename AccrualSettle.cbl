       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccrualSettle.

      *> Accrued-interest settlement routine. Every program that pays
      *> a depositor's interest - the month-end InterestPosting, an
      *> account closure, an estate settlement, an escheatment -
      *> calls this instead of working the figure out itself:
      *>   mode "Q" returns the accrued amount and the date it has
      *>            been accruing from, and changes nothing;
      *>   mode "S" returns the same and settles it - the accrual
      *>            goes to zero and the payout is remembered as the
      *>            last paid date and amount.
      *> LNK-ACR-FOUND is 'N' when the account has never accrued, so
      *> a caller can tell "nothing owed" from "no accrual history".
      *> The caller posts the interest itself (net to the customer,
      *> the tax as its TR-TYPE 9 record) exactly as before.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCRUAL-FILE ASSIGN TO "ACCRUAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACR-ACC-NO
               FILE STATUS IS ACCRUAL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD ACCRUAL-FILE.
           COPY "INT-ACCRUAL.cpy".

       WORKING-STORAGE SECTION.
       01 ACCRUAL-STATUS          PIC XX.

       LINKAGE SECTION.
       01 LNK-ACR-ACC-NO          PIC 9(16).
       01 LNK-ACR-MODE            PIC X.
       01 LNK-ACR-DATE            PIC 9(8).
       01 LNK-ACR-AMOUNT          PIC 9(13)V99.
       01 LNK-ACR-FROM            PIC 9(8).
       01 LNK-ACR-FOUND           PIC X.

       PROCEDURE DIVISION USING LNK-ACR-ACC-NO, LNK-ACR-MODE,
           LNK-ACR-DATE, LNK-ACR-AMOUNT, LNK-ACR-FROM, LNK-ACR-FOUND.
       MAIN-PROCEDURE.
           MOVE 0 TO LNK-ACR-AMOUNT
           MOVE 0 TO LNK-ACR-FROM
           MOVE 'N' TO LNK-ACR-FOUND

           OPEN I-O ACCRUAL-FILE
           IF ACCRUAL-STATUS NOT = "00"
               GOBACK
           END-IF

           MOVE LNK-ACR-ACC-NO TO ACR-ACC-NO
           READ ACCRUAL-FILE
               INVALID KEY
                   CLOSE ACCRUAL-FILE
                   GOBACK
           END-READ

           MOVE 'Y' TO LNK-ACR-FOUND
           MOVE ACR-ACCRUED TO LNK-ACR-AMOUNT
           MOVE ACR-PERIOD-FROM TO LNK-ACR-FROM

           IF LNK-ACR-MODE = "S"
               MOVE LNK-ACR-DATE TO ACR-LAST-PAID-DATE
               MOVE ACR-ACCRUED TO ACR-LAST-PAID-AMT
               MOVE 0 TO ACR-ACCRUED
               MOVE 0 TO ACR-PERIOD-FROM
               REWRITE ACCRUAL-RECORD
                   INVALID KEY
                       DISPLAY "[ERROR]: Could not settle accrual for "
                           LNK-ACR-ACC-NO
               END-REWRITE
           END-IF

           CLOSE ACCRUAL-FILE
           GOBACK.

       END PROGRAM AccrualSettle.
