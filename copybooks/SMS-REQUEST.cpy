      *> Shared SMSLOG.DAT record layout: one record per inbound SMS
      *> banking message taken from the gateway file, keyed by the
      *> gateway's own message reference so a file loaded twice can
      *> never act twice. The sender is matched to an account
      *> through PROXYDIR.DAT first and USER-PHONE second; the
      *> command is one of BAL, MINI, BLOCK, STOP or START. Every
      *> message is kept, answered or rejected, with the reply it
      *> queued on OUTBOX.DAT (0 = none).
       01 SMS-RECORD.
           05 SMS-REF             PIC X(16).
           05 SMS-PHONE           PIC X(15).
           05 SMS-RECEIVED        PIC 9(14).
           05 SMS-TEXT            PIC X(40).
           05 SMS-COMMAND         PIC X(6).
           05 SMS-ACC-NO          PIC 9(16).
           05 SMS-RESULT          PIC X(8).
               88 SMS-DONE        VALUE "DONE".
               88 SMS-REJECTED    VALUE "REJECTED".
           05 SMS-REASON          PIC X(30).
           05 SMS-PROC-DATE       PIC 9(8).
           05 SMS-PROC-TIME       PIC 9(6).
           05 SMS-REPLY-ID        PIC 9(8).
