      *> Parameter block for CALL "RecurDepSettle", passed with the
      *> caller's RECUR-DEPOSIT-RECORD. The caller reads the plan and
      *> rewrites it afterwards; the routine brings the collection
      *> position up to RDS-TODAY (and drops the plan to the reduced
      *> rate if too many instalments are missed), and for a
      *> maturity or premature closure also pays the plan out of the
      *> RDPOOLACC pool into the funding account and cancels its
      *> standing order. RDS-INTEREST and RDS-PAYOUT are the figures
      *> paid (or, for a position request, what a closure today
      *> would pay).
       01 RD-SETTLE-REQUEST.
           05 RDS-MODE            PIC X.
               88 RDS-POSITION    VALUE "Q".
               88 RDS-MATURE      VALUE "M".
               88 RDS-PREMATURE   VALUE "P".
           05 RDS-TODAY           PIC 9(8).
           05 RDS-RESULT          PIC X.
               88 RDS-OK          VALUE "Y".
               88 RDS-FAILED      VALUE "N".
           05 RDS-RATE-USED       PIC 9V9999.
           05 RDS-INTEREST        PIC 9(15)V99.
           05 RDS-PAYOUT          PIC 9(15)V99.
           05 RDS-MESSAGE         PIC X(60).
