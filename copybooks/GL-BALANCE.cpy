      *> Shared GLBAL.DAT record layout: the running general ledger
      *> balance per branch, currency and chart-of-accounts code.
      *> GlPosting adds every day's GL legs here; the balance is
      *> carried debit-positive (assets and expenses normally show
      *> positive, liabilities, equity and income negative), so a
      *> branch's trial balance ties out when its codes sum to zero
      *> per currency. The day columns hold the last posted date's
      *> movements only and are reset when a new date first touches
      *> the record.
       01 GL-BALANCE-RECORD.
           05 GLB-KEY.
               10 GLB-BRANCH      PIC X(4).
               10 GLB-CCY         PIC X(3).
               10 GLB-CODE        PIC X(4).
           05 GLB-BALANCE         PIC S9(15)V99.
           05 GLB-DAY-DR          PIC 9(15)V99.
           05 GLB-DAY-CR          PIC 9(15)V99.
           05 GLB-LAST-DATE       PIC 9(8).
