      *> Shared STANDINSNAP.DAT record layout: the position of every
      *> account as StandInSnapshot found it when the night chain
      *> took the system OFFLINE. While the batch runs, the ATM
      *> answers balance enquiries and authorises small withdrawals
      *> from this copy instead of the live account file. The file
      *> is rebuilt at the start of every batch window.
       01 STANDIN-SNAP-RECORD.
           05 SS-ACC-NO           PIC 9(16).
           05 SS-BALANCE          PIC S9(15)V99.
      *> Cheque-clearing and legal holds active at the snapshot.
           05 SS-HOLDS            PIC 9(15)V99.
           05 SS-OD-LIMIT         PIC 9(15)V99.
           05 SS-MIN-BALANCE      PIC 9(15)V99.
           05 SS-CCY              PIC X(3).
           05 SS-STATUS           PIC X(8).
      *> 'Y' when the account may be served in stand-in at all: an
      *> ACTIVE account of a living individual customer with no
      *> guardian. Minors' and business accounts need a guardian
      *> or the signing mandate, which stand-in cannot check.
           05 SS-STANDIN-OK       PIC X.
               88 SS-SERVABLE     VALUE "Y".
      *> Business date being closed by the run the snapshot was
      *> taken for, and when it was taken.
           05 SS-WINDOW-DATE      PIC 9(8).
           05 SS-TAKEN-TIME       PIC 9(6).
