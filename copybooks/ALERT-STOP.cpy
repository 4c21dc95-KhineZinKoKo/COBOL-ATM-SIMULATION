      *> Shared ALERTSTOP.DAT record layout: accounts whose holder
      *> has asked (by SMS STOP) for no more balance-movement alerts.
      *> NotifySender marks their pending DEPOSIT, WITHDRAW,
      *> TRANSFER and INTEREST alerts STOPPED instead of sending
      *> them; security messages (codes, locks, cardless payouts)
      *> always go. An SMS START deletes the record.
       01 ALERT-STOP-RECORD.
           05 AS-ACC-NO           PIC 9(16).
           05 AS-PHONE            PIC X(15).
           05 AS-DATE             PIC 9(8).
           05 AS-TIME             PIC 9(6).
           05 AS-SOURCE           PIC X(8).
