      *> Shared PPEXCEPT.DAT record layout: one on-us cheque that
      *> inward clearing held because it did not match the drawer's
      *> positive-pay file. The presentment line is kept field for
      *> field so the item can still go back on the outward return
      *> file. The customer is told through OUTBOX.DAT and the
      *> operator records PAID or RETURNED before PPX-DEADLINE; a
      *> PENDING item past its deadline is returned unpaid by the
      *> next inward clearing run.
       01 PPAY-EXCEPTION-RECORD.
           05 PPX-ID              PIC 9(8).
           05 PPX-ACC-NO          PIC 9(16).
           05 PPX-SERIAL          PIC 9(8).
           05 PPX-AMOUNT          PIC 9(15)V99.
           05 PPX-CHQ-DATE        PIC 9(8).
           05 PPX-BANK-CODE       PIC X(4).
           05 PPX-ACC-TXT         PIC X(20).
           05 PPX-AMOUNT-TXT      PIC X(20).
           05 PPX-REFERENCE       PIC X(16).
           05 PPX-REASON          PIC X(40).
           05 PPX-PRESENTED-DATE  PIC 9(8).
           05 PPX-DEADLINE        PIC 9(8).
           05 PPX-STATUS          PIC X(8).
               88 PPX-PENDING     VALUE "PENDING".
               88 PPX-PAID        VALUE "PAID".
               88 PPX-RETURNED    VALUE "RETURNED".
           05 PPX-DECIDED-DATE    PIC 9(8).
           05 PPX-DECIDED-BY      PIC X(20).
