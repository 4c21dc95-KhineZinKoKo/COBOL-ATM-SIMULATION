      *> Shared ACCRUAL.DAT record layout: interest owed to one
      *> account and not yet paid. InterestAccrual adds each night's
      *> accrual on the verified end-of-day balance; AccrualSettle
      *> hands the accrued figure to whichever program pays it out
      *> (month-end posting, closure, estate settlement, escheatment)
      *> and zeroes it, so every payout settles from the same number.
      *> ACR-LAST-DATE is the business date last accrued - a night is
      *> never accrued twice - and ACR-LAST-DAY-AMT that night's
      *> amount, which the GL posting books as accrued expense.
      *> The same nightly pass keeps the month-to-date balance sum
      *> (each night's verified close times the days it covered) and
      *> day count for ACR-MTD-MONTH - the average daily balance the
      *> month-end maintenance fee batch prices against.
       01 ACCRUAL-RECORD.
           05 ACR-ACC-NO          PIC 9(16).
           05 ACR-ACCRUED         PIC 9(13)V99.
           05 ACR-PERIOD-FROM     PIC 9(8).
           05 ACR-LAST-DATE       PIC 9(8).
           05 ACR-LAST-DAY-AMT    PIC 9(13)V99.
           05 ACR-BRANCH          PIC X(4).
           05 ACR-CCY             PIC X(3).
           05 ACR-LAST-PAID-DATE  PIC 9(8).
           05 ACR-LAST-PAID-AMT   PIC 9(13)V99.
           05 ACR-MTD-MONTH       PIC 9(6).
           05 ACR-MTD-BAL-SUM     PIC S9(17)V99.
           05 ACR-MTD-DAYS        PIC 9(3).
