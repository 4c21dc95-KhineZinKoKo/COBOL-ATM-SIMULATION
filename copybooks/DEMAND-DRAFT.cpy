      *> Shared DRAFTS.DAT record layout: the outstanding
      *> instruments register, one record per demand draft or pay
      *> order issued. The instrument number printed on the form is
      *> the issuing branch plus the serial taken from that
      *> branch's DRAFTSTOCK.DAT row, so DFT-KEY is unique bank-wide
      *> and is the reference the clearing house quotes when the
      *> draft comes back. The face value sits in the
      *> DRAFTCONTROLACC drafts-payable account from issue until the
      *> draft is PAID (inward clearing or the counter) or
      *> CANCELLED (lost or stale - refunded to the purchaser or
      *> replaced by a REISSUED instrument, linked both ways).
       01 DEMAND-DRAFT-RECORD.
           05 DFT-KEY.
               10 DFT-BRANCH      PIC X(4).
               10 DFT-SERIAL      PIC 9(8).
           05 DFT-KIND            PIC X(2).
               88 DFT-DEMAND-DRAFT VALUE "DD".
               88 DFT-PAY-ORDER   VALUE "PO".
           05 DFT-PAYEE           PIC X(30).
           05 DFT-AMOUNT          PIC 9(15)V99.
           05 DFT-FEE             PIC 9(15)V99.
           05 DFT-PURCHASER-ACC   PIC 9(16).
           05 DFT-PURCHASER-NAME  PIC X(25).
           05 DFT-PURCHASER-NRC   PIC X(20).
           05 DFT-ISSUE-DATE      PIC 9(8).
           05 DFT-ISSUED-BY       PIC X(20).
           05 DFT-STATUS          PIC X(11).
               88 DFT-OUTSTANDING VALUE "OUTSTANDING".
               88 DFT-PAID        VALUE "PAID".
               88 DFT-CANCELLED   VALUE "CANCELLED".
           05 DFT-PAID-DATE       PIC 9(8).
           05 DFT-PAID-VIA        PIC X(8).
               88 DFT-VIA-CLEARING VALUE "CLEARING".
               88 DFT-VIA-COUNTER VALUE "COUNTER".
           05 DFT-PAID-ACC        PIC 9(16).
           05 DFT-CANCEL-DATE     PIC 9(8).
           05 DFT-CANCEL-REASON   PIC X(8).
           05 DFT-CANCEL-BY       PIC X(20).
           05 DFT-REPLACES        PIC X(12).
           05 DFT-REPLACED-BY     PIC X(12).
