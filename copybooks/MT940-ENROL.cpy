      *> Shared MT940ENROL.DAT record layout: one record per account
      *> enrolled for the MT940-style electronic statement. A DAILY
      *> account gets a statement for every business date from the
      *> nightly run; an ON-REQUEST account only when one is asked
      *> for at Mt940Maint. ME-LAST-DATE is the last date the nightly
      *> run produced, so a night it missed is caught up on the next.
       01 MT940-ENROL-RECORD.
           05 ME-ACC-NO           PIC 9(16).
           05 ME-CUST-ID          PIC 9(8).
           05 ME-STATUS           PIC X(8).
               88 ME-ACTIVE       VALUE "ACTIVE".
               88 ME-STOPPED      VALUE "STOPPED".
           05 ME-FREQUENCY        PIC X(1).
               88 ME-DAILY        VALUE "D".
               88 ME-ON-REQUEST   VALUE "R".
           05 ME-ENROL-DATE       PIC 9(8).
           05 ME-ENROL-BY         PIC X(20).
           05 ME-LAST-DATE        PIC 9(8).
           05 ME-STOP-DATE        PIC 9(8).
