      *> Shared RECURDEP.DAT record layout: one record per recurring
      *> deposit plan. The customer saves RD-INSTALMENT a month for
      *> RD-TERM-MONTHS (12 to 60): the first instalment is taken at
      *> opening and the rest are collected by ScheduledTransferBatch
      *> through the MONTHLY standing order RD-SCHED-ID, from the
      *> funding account into the RDPOOLACC pool account - the same
      *> way loan instalments reach LOANOFFICEACC, so one open plan
      *> per funding account. RD-RATE is an annual rate; each
      *> instalment earns it simple for the months it is held. The
      *> nightly RecurDepBatch counts instalments due against those
      *> collected, drops the plan to the RDREDUCEDRATE once more
      *> than RDMAXMISSED are outstanding, and pays the plan out at
      *> maturity; a premature closure at the counter pays at the
      *> applicable rate less RDPREMATPENALTY.
       01 RECUR-DEPOSIT-RECORD.
           05 RD-ID               PIC 9(6).
           05 RD-ACC-NO           PIC 9(16).
           05 RD-BRANCH           PIC X(4).
           05 RD-INSTALMENT       PIC 9(15)V99.
           05 RD-TERM-MONTHS      PIC 9(3).
           05 RD-RATE             PIC 9V9999.
           05 RD-OPEN-DATE        PIC 9(8).
           05 RD-MATURITY         PIC 9(8).
           05 RD-SCHED-ID         PIC 9(8).
           05 RD-STATUS           PIC X(8).
               88 RD-OPEN         VALUE "OPEN".
               88 RD-MATURED      VALUE "MATURED".
               88 RD-CLOSED       VALUE "CLOSED".
      *> Collection position as of RD-CHECKED-DATE (the last nightly
      *> run or counter inquiry).
           05 RD-DUE-COUNT        PIC 9(3).
           05 RD-PAID-COUNT       PIC 9(3).
           05 RD-PAID-AMOUNT      PIC 9(15)V99.
           05 RD-MISSED-COUNT     PIC 9(3).
           05 RD-CHECKED-DATE     PIC 9(8).
      *> Set once the missed count passes RDMAXMISSED; the plan then
      *> earns RD-APPLIED-RATE (the reduced rate) to the end.
           05 RD-RATE-REDUCED     PIC X.
               88 RD-IS-REDUCED   VALUE "Y".
           05 RD-APPLIED-RATE     PIC 9V9999.
      *> Settlement: maturity payout or premature closure.
           05 RD-CLOSE-DATE       PIC 9(8).
           05 RD-INTEREST-PAID    PIC 9(15)V99.
           05 RD-OPENED-BY        PIC X(20).
