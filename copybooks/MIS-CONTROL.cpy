      *> Shared MISCTL.DAT record layout: one record per MIS delta
      *> extract (USERS, CUSTOMERS, CARDS, LOANS, TERMDEP, TRANS).
      *> MC-LAST-DATE is the latest business date whose delta file
      *> was written in full; the next run picks up every journal
      *> date after it, so a missed night is extracted on the next
      *> one rather than lost. The run date, time, row count and
      *> hash total of the last extract written are kept for the
      *> warehouse team to agree against the file's trailer.
       01 MIS-CONTROL-RECORD.
           05 MC-FILE-ID          PIC X(10).
           05 MC-LAST-DATE        PIC 9(8).
           05 MC-EXTRACT-DATE     PIC 9(8).
           05 MC-RUN-DATE         PIC 9(8).
           05 MC-RUN-TIME         PIC 9(6).
           05 MC-ROWS             PIC 9(9).
           05 MC-HASH             PIC 9(18).
           05 MC-STATUS           PIC X(10).
               88 MC-RUNNING      VALUE "RUNNING".
               88 MC-COMPLETE     VALUE "COMPLETE".
