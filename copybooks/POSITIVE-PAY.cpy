      *> Shared POSPAY.DAT record layout: the positive-pay issued-
      *> cheque file a business customer submits for an account,
      *> keyed the same way as CHQREG.DAT (account then serial).
      *> Serial 0 is the account's enrolment record - while it is
      *> ENROLLED inward clearing pays an on-us cheque only when it
      *> matches an ISSUED line here on serial, amount and date,
      *> and holds anything else as an exception on PPEXCEPT.DAT.
      *> A matched line is stamped MATCHED; the customer can VOID a
      *> line it no longer wants honoured.
       01 POSITIVE-PAY-RECORD.
           05 PPAY-KEY.
               10 PPAY-ACC-NO     PIC 9(16).
               10 PPAY-SERIAL     PIC 9(8).
           05 PPAY-ISSUE-DATE     PIC 9(8).
           05 PPAY-AMOUNT         PIC 9(15)V99.
           05 PPAY-PAYEE          PIC X(30).
           05 PPAY-LOADED-DATE    PIC 9(8).
           05 PPAY-LOADED-BY      PIC X(20).
           05 PPAY-STATUS         PIC X(8).
               88 PPAY-ENROLLED   VALUE "ENROLLED".
               88 PPAY-LAPSED     VALUE "LAPSED".
               88 PPAY-ISSUED     VALUE "ISSUED".
               88 PPAY-MATCHED    VALUE "MATCHED".
               88 PPAY-VOIDED     VALUE "VOID".
           05 PPAY-MATCHED-DATE   PIC 9(8).
