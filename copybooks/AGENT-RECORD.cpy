      *> Shared AGENTS.DAT record layout: one record per banking
      *> agent (a shop that takes deposits and pays out cash on the
      *> bank's behalf). Each agent belongs to a branch and settles
      *> through its own float account on USERS.DAT: a cash-in moves
      *> money from the float to the customer, a cash-out from the
      *> customer to the float, and either is posted as a transfer
      *> with the agent code as TR-OPERATOR-ID. The running day
      *> totals are reset the first time the agent trades on a new
      *> date and are what the per-agent daily limits are checked
      *> against. AGT-COMM-MONTH / AGT-COMM-AMOUNT keep the last
      *> month-end commission paid.
       01 AGENT-RECORD.
           05 AGT-CODE            PIC X(8).
           05 AGT-NAME            PIC X(30).
           05 AGT-BRANCH          PIC X(4).
           05 AGT-FLOAT-ACC       PIC 9(16).
           05 AGT-PHONE           PIC X(15).
           05 AGT-CASHIN-LIMIT    PIC 9(15)V99.
           05 AGT-CASHOUT-LIMIT   PIC 9(15)V99.
           05 AGT-STATUS          PIC X(8).
               88 AGT-ACTIVE      VALUE "ACTIVE".
               88 AGT-SUSPENDED   VALUE "SUSPEND".
               88 AGT-CLOSED      VALUE "CLOSED".
           05 AGT-OPEN-DATE       PIC 9(8).
           05 AGT-DAY-DATE        PIC 9(8).
           05 AGT-DAY-IN-COUNT    PIC 9(5).
           05 AGT-DAY-IN-AMOUNT   PIC 9(15)V99.
           05 AGT-DAY-OUT-COUNT   PIC 9(5).
           05 AGT-DAY-OUT-AMOUNT  PIC 9(15)V99.
           05 AGT-COMM-MONTH      PIC 9(6).
           05 AGT-COMM-AMOUNT     PIC 9(15)V99.
