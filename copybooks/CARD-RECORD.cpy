      *> not yet live - it cannot log in until the old card's
      *> expiry date activates it.
               88 CARD-PENDING    VALUE "PENDING".
      *> CAPTURED: retained by an ATM and held at the branch on
      *> CAPCARDS.DAT; restored only when handed back to the holder.
               88 CARD-CAPTURED   VALUE "CAPTURED".
           05 CARD-ISSUE-DATE     PIC 9(8).
      *> Replacement card queued by the renewal batch (0 = none);
      *> on the expiry date the batch flips this card to REPLACED
