      *> Shared CARDLESS.DAT record layout: one record per one-time
      *> cardless withdrawal code. The customer earmarks an amount
      *> from the user menu; the earmark is an ACTIVE hold on
      *> HOLDS.DAT (cheque number "CARDLESS") so every available-
      *> balance check already honours it, and the six-digit code
      *> travels to the registered USER-PHONE through OUTBOX.DAT.
      *> Whoever holds the code keys it with that phone number at
      *> the ATM; WithdrawMoney releases the hold, debits the
      *> account and marks the code USED. Wrong codes count up
      *> CLC-FAILS and BLOCK the code at CARDLESSMAXTRIES; codes
      *> still ACTIVE on their expiry date are EXPIRED by the night
      *> run, which releases the hold. CLC-ID 0 is the counter
      *> control record (CLC-ACC-NO holds the last used id), the
      *> convention OUTBOX.DAT uses.
       01 CARDLESS-RECORD.
           05 CLC-ID              PIC 9(8).
           05 CLC-ACC-NO          PIC 9(16).
           05 CLC-CODE            PIC 9(6).
           05 CLC-PHONE           PIC X(15).
           05 CLC-AMOUNT          PIC 9(15)V99.
           05 CLC-ISSUE-DATE      PIC 9(8).
           05 CLC-ISSUE-TIME      PIC 9(6).
           05 CLC-EXPIRY-DATE     PIC 9(8).
           05 CLC-HOLD-ID         PIC 9(6).
           05 CLC-FAILS           PIC 9(2).
           05 CLC-STATUS          PIC X(8).
               88 CLC-ACTIVE      VALUE "ACTIVE".
               88 CLC-USED        VALUE "USED".
               88 CLC-EXPIRED     VALUE "EXPIRED".
               88 CLC-BLOCKED     VALUE "BLOCKED".
               88 CLC-CANCELLED   VALUE "CANCELLD".
           05 CLC-CLOSED-DATE     PIC 9(8).
           05 CLC-CLOSED-TIME     PIC 9(6).
           05 CLC-TERMINAL        PIC X(8).
           05 CLC-TRANCDE         PIC 9(14).
