      *> Shared FINSTMT.DAT record layout: the figures of one month's
      *> financial statements for one branch (FS-BRANCH "BANK" for
      *> the whole bank), kept by FinStatements so later runs can
      *> print the prior month, the year to date and the prior
      *> year-end beside their own figures. FS-LINE-AMT is indexed
      *> by statement line: 1-18 the balance sheet as at the run
      *> date, 21-32 the month's income statement (19-20 unused).
      *> A rerun in the same month replaces the month's record.
       01 FIN-STATEMENT-RECORD.
           05 FS-KEY.
               10 FS-PERIOD       PIC 9(6).
               10 FS-BRANCH       PIC X(4).
           05 FS-AS-AT            PIC 9(8).
           05 FS-LINE-AMT         PIC S9(15)V99 OCCURS 32 TIMES.
