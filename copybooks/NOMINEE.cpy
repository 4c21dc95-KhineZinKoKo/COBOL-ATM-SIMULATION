      *> Shared NOMINEES.DAT record layout: the people a customer
      *> has named to receive an account or a term deposit on their
      *> death, each with a percentage share. NOM-KIND says which
      *> file NOM-REF points into - "A" a USERS.DAT account number,
      *> "T" a TERMDEP.DAT deposit id. The shares of the ACTIVE
      *> nominees on one account or deposit never total more than
      *> 100; whatever is not nominated stays with the estate for
      *> the heirs. NomineeMaint keeps the register at the counter;
      *> EstateCase pays the nominees out and stamps the PAID
      *> details below.
       01 NOMINEE-RECORD.
           05 NOM-KEY.
               10 NOM-KIND        PIC X.
                   88 NOM-ON-ACCOUNT  VALUE "A".
                   88 NOM-ON-DEPOSIT  VALUE "T".
               10 NOM-REF         PIC 9(16).
               10 NOM-SEQ         PIC 9(2).
           05 NOM-NAME            PIC X(25).
           05 NOM-NRC             PIC X(20).
           05 NOM-RELATION        PIC X(12).
           05 NOM-SHARE           PIC 9(3)V99.
           05 NOM-STATUS          PIC X(8).
               88 NOM-ACTIVE      VALUE "ACTIVE".
               88 NOM-REMOVED     VALUE "REMOVED".
               88 NOM-PAID        VALUE "PAID".
           05 NOM-ADDED-DATE      PIC 9(8).
           05 NOM-ADDED-BY        PIC X(20).
      *> Set by the estate settlement: the case, the date, the
      *> account the share was credited to and the amount.
           05 NOM-PAID-CASE       PIC 9(6).
           05 NOM-PAID-DATE       PIC 9(8).
           05 NOM-PAID-ACC        PIC 9(16).
           05 NOM-PAID-AMOUNT     PIC 9(15)V99.
