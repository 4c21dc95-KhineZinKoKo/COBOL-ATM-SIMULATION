      *> Shared NETITEMS.DAT record layout: one cash withdrawal
      *> settled through the national ATM switch. Issuer items
      *> (NET-SIDE "I") are our cardholders at other banks' ATMs,
      *> posted to the card's account as a debit plus the network
      *> interchange fee, or REJECTED for chargeback. Acquirer items
      *> ("A") are other banks' cardholders at our terminals,
      *> MATCHED against the terminal's electronic journal and its
      *> CASHBOX.DAT cassettes or left UNMATCHED; a journal dispense
      *> the switch never claimed is held as UNCLAIMED under a
      *> reference built from the terminal and time. The switch
      *> reference keys the file, so a file loaded twice cannot
      *> post twice.
       01 NETWORK-ITEM-RECORD.
           05 NET-KEY.
               10 NET-SIDE        PIC X(1).
                   88 NET-ISSUER   VALUE "I".
                   88 NET-ACQUIRER VALUE "A".
               10 NET-SWITCH-REF  PIC X(16).
           05 NET-SETTLE-DATE     PIC 9(8).
           05 NET-TXN-DATE        PIC 9(8).
           05 NET-CARD-NO         PIC 9(16).
           05 NET-ACC-NO          PIC 9(16).
           05 NET-BANK-CODE       PIC X(4).
           05 NET-TERMINAL        PIC X(8).
           05 NET-AMOUNT          PIC 9(15)V99.
           05 NET-FEE             PIC 9(15)V99.
           05 NET-STATUS          PIC X(10).
               88 NET-POSTED      VALUE "POSTED".
               88 NET-REJECTED    VALUE "REJECTED".
               88 NET-MATCHED     VALUE "MATCHED".
               88 NET-UNMATCHED   VALUE "UNMATCHED".
               88 NET-UNCLAIMED   VALUE "UNCLAIMED".
           05 NET-REASON          PIC X(40).
           05 NET-TRANCDE         PIC 9(14).
           05 NET-LOADED-BY       PIC X(20).
