      *> alert message. Posting programs append a PENDING message
      *> whenever a posting crosses the ALERTTHRESHOLD parameter; the
      *> SMS gateway operator works the queue through NotifySender,
      *> marking each message SENT or FAILED (or STOPPED, unsent,
      *> when the holder has texted STOP). MSG-ID 0 is the counter
      *> control record (MSG-ACC-NO holds the last used id), the same
      *> convention TRANCTL.DAT uses for transaction ids.
       01 OUTBOX-RECORD.
               88 MSG-PENDING     VALUE "PENDING".
               88 MSG-SENT        VALUE "SENT".
               88 MSG-FAILED      VALUE "FAILED".
               88 MSG-STOPPED     VALUE "STOPPED".
