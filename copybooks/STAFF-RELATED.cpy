      *> Shared RELPARTY.DAT record layout: the related parties a
      *> staff member has declared - spouse, parent, child, sibling,
      *> business partner - by their customer id. Together with the
      *> admin's own ADMIN-CUST-ID this is what InsiderCheck uses to
      *> stop staff working on their own or a relative's accounts.
       01 RELPARTY-RECORD.
           05 RP-KEY.
               10 RP-USERNAME     PIC X(20).
               10 RP-CUST-ID      PIC 9(8).
           05 RP-RELATION         PIC X(12).
           05 RP-DECLARED-DATE    PIC 9(8).
           05 RP-DECLARED-BY      PIC X(20).
