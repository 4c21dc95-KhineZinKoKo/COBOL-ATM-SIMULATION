      *> Shared SUSPECTNOTES.DAT record layout: one record per note
      *> impounded at a cash deposit as counterfeit, suspect or
      *> altered. The note is taken out of the deposit before it is
      *> credited, so it never reaches the customer's balance, the
      *> teller's drawer total or the machine's CASHBOX.DAT count;
      *> it is held apart until the monthly return to the central
      *> bank's currency department, which marks it REPORTED with
      *> the return month. SN-ID 0 is the counter control record
      *> (SN-ACC-NO holds the last used id), the convention
      *> OUTBOX.DAT uses.
       01 SUSPECT-NOTE-RECORD.
           05 SN-ID               PIC 9(8).
           05 SN-DATE             PIC 9(8).
           05 SN-TIME             PIC 9(6).
           05 SN-BRANCH           PIC X(4).
           05 SN-TERMINAL         PIC X(8).
           05 SN-OPERATOR         PIC X(20).
           05 SN-ACC-NO           PIC 9(16).
           05 SN-NRC              PIC X(20).
           05 SN-DENOM            PIC 9(6).
           05 SN-SERIAL           PIC X(15).
           05 SN-REASON           PIC X(12).
               88 SN-COUNTERFEIT  VALUE "COUNTERFEIT".
               88 SN-SUSPECT      VALUE "SUSPECT".
               88 SN-ALTERED      VALUE "ALTERED".
           05 SN-STATUS           PIC X(10).
               88 SN-IMPOUNDED    VALUE "IMPOUNDED".
               88 SN-REPORTED     VALUE "REPORTED".
           05 SN-RETURN-MONTH     PIC 9(6).
