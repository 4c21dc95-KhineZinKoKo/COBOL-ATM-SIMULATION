      *> Shared SETTLEREC.DAT record layout: both sides of the
      *> settlement account reconciliation. Our side (STL-OURS) is
      *> what ClearingAck expects the central bank to post for each
      *> counterparty bank and business date - the net position, the
      *> acknowledged outward batch and the applied inward file. The
      *> central side (STL-CENTRAL) is each entry SettleRecon imports
      *> from the central bank's settlement account statement. Items
      *> stay OPEN until matched one-to-one (MATCHED, with the other
      *> side's id in STL-MATCH-ID) or covered by a matched net
      *> position or its matched gross legs (NETTED). An item left
      *> OPEN past SETTLEBREAKDAYS is a break and carries the id of
      *> the suspense entry raised for it. STL-ID 0 is the control
      *> record: STL-MATCH-ID holds the last used id, STL-RECON-BAL
      *> the reconciled settlement balance carried between runs, and
      *> STL-DATE / STL-AMOUNT / STL-DRCR the date and closing
      *> balance of the last statement imported.
       01 SETTLE-ITEM-RECORD.
           05 STL-ID              PIC 9(6).
           05 STL-SIDE            PIC X(1).
               88 STL-OURS        VALUE "O".
               88 STL-CENTRAL     VALUE "C".
           05 STL-SOURCE          PIC X(8).
               88 STL-SRC-NET     VALUE "NETPOS".
               88 STL-SRC-OUTWARD VALUE "OUTBATCH".
               88 STL-SRC-INWARD  VALUE "INWARD".
               88 STL-SRC-CBSTMT  VALUE "CBSTMT".
           05 STL-DATE            PIC 9(8).
           05 STL-BANK            PIC X(4).
           05 STL-REF             PIC X(20).
           05 STL-DRCR            PIC X(1).
               88 STL-DEBIT       VALUE "D".
               88 STL-CREDIT      VALUE "C".
           05 STL-AMOUNT          PIC 9(15)V99.
           05 STL-NARRATIVE       PIC X(30).
           05 STL-STATE           PIC X(8).
               88 STL-OPEN        VALUE "OPEN".
               88 STL-MATCHED     VALUE "MATCHED".
               88 STL-NETTED      VALUE "NETTED".
           05 STL-MATCH-ID        PIC 9(6).
           05 STL-MATCH-DATE      PIC 9(8).
           05 STL-SUSP-ID         PIC 9(6).
           05 STL-RECON-BAL       PIC S9(15)V99.
