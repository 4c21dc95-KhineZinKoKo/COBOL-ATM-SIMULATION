      *> Shared STRREG.DAT record layout: the register of suspicious
      *> transaction reports filed with the Financial Intelligence
      *> Unit. One record per filing, numbered in filing order;
      *> STR-ID 0 is the counter control record (STR-CASE-ID holds
      *> the last used number), the same convention SCREENQ.DAT
      *> uses. STR-DUE-DATE is the escalation date plus STRFILEDAYS
      *> and STR-LATE records whether the filing missed it - a late
      *> STR is a breach the compliance officer has to explain.
       01 STR-REGISTER-RECORD.
           05 STR-ID              PIC 9(6).
           05 STR-REF             PIC X(16).
           05 STR-CASE-ID         PIC 9(6).
           05 STR-ACC-NO          PIC 9(16).
           05 STR-CUST-ID         PIC 9(8).
           05 STR-ESC-DATE        PIC 9(8).
           05 STR-DUE-DATE        PIC 9(8).
           05 STR-FILED-DATE      PIC 9(8).
           05 STR-FILED-TIME      PIC 9(6).
           05 STR-OFFICER         PIC X(20).
           05 STR-FILE-NAME       PIC X(30).
           05 STR-TXN-COUNT       PIC 9(5).
           05 STR-TXN-TOTAL       PIC 9(15)V99.
           05 STR-LATE            PIC X(1).
           05 STR-STATUS          PIC X(8).
               88 STR-FILED       VALUE "FILED".
               88 STR-ACKED       VALUE "ACKED".
           05 STR-ACK-REF         PIC X(20).
           05 STR-ACK-DATE        PIC 9(8).
