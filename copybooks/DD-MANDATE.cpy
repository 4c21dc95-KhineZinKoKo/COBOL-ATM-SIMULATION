      *> Shared DDMANDATES.DAT record layout: a customer's signed
      *> authority for a biller on BILLERS.DAT to pull payments
      *> from one account - up to DDM-MAX-AMOUNT a time, no more
      *> often than DDM-FREQUENCY allows, between the start and end
      *> dates (end 0 = until cancelled). DDM-BILLER-REF is the
      *> biller code plus the consumer reference the biller quotes
      *> on its collection file; only one ACTIVE mandate may carry
      *> a given pair. DDMandate keeps the register at the counter;
      *> DDCollect stamps the collection history below.
       01 DD-MANDATE-RECORD.
           05 DDM-ID              PIC 9(8).
           05 DDM-BILLER-REF.
               10 DDM-BILLER      PIC X(6).
               10 DDM-REFERENCE   PIC X(20).
           05 DDM-ACC-NO          PIC 9(16).
           05 DDM-MAX-AMOUNT      PIC 9(15)V99.
           05 DDM-FREQUENCY       PIC X(9).
               88 DDM-MONTHLY     VALUE "MONTHLY".
               88 DDM-QUARTERLY   VALUE "QUARTERLY".
               88 DDM-YEARLY      VALUE "YEARLY".
           05 DDM-START-DATE      PIC 9(8).
           05 DDM-END-DATE        PIC 9(8).
           05 DDM-STATUS          PIC X(9).
               88 DDM-ACTIVE      VALUE "ACTIVE".
               88 DDM-CANCELLED   VALUE "CANCELLED".
           05 DDM-CREATED-DATE    PIC 9(8).
           05 DDM-CREATED-BY      PIC X(20).
           05 DDM-CANCEL-DATE     PIC 9(8).
           05 DDM-CANCEL-BY       PIC X(20).
           05 DDM-LAST-COLLECT    PIC 9(8).
           05 DDM-COLLECT-COUNT   PIC 9(5).
           05 DDM-COLLECT-TOTAL   PIC 9(15)V99.
