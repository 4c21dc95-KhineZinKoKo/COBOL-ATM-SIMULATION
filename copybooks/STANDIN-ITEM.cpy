      *> Shared STANDINQ.DAT record layout: one record per cash
      *> withdrawal the ATM authorised in stand-in while the night
      *> chain held the system OFFLINE. The cash has already left
      *> the machine; StandInPost debits the account once the
      *> system is back ONLINE, in SQ-ID order, and marks the item
      *> POSTED - or EXCEPTION, with the reason, when the account
      *> can no longer stand the debit. SQ-ID 0 is the counter
      *> control record (SQ-ACC-NO holds the last used id).
       01 STANDIN-ITEM-RECORD.
           05 SQ-ID               PIC 9(8).
      *> Card the customer logged in with; the account number when
      *> the login was by account number.
           05 SQ-CARD-NO          PIC 9(16).
           05 SQ-ACC-NO           PIC 9(16).
           05 SQ-AMOUNT           PIC 9(15)V99.
           05 SQ-WINDOW-DATE      PIC 9(8).
           05 SQ-DATE             PIC 9(8).
           05 SQ-TIME             PIC 9(6).
           05 SQ-TERMINAL         PIC X(8).
           05 SQ-OPERATOR         PIC X(20).
           05 SQ-STATUS           PIC X(9).
               88 SQ-QUEUED       VALUE "QUEUED".
               88 SQ-POSTED       VALUE "POSTED".
               88 SQ-EXCEPTION    VALUE "EXCEPTION".
           05 SQ-POSTED-DATE      PIC 9(8).
           05 SQ-TRAN-CDE         PIC 9(14).
           05 SQ-EXCEPTION-REASON PIC X(40).
