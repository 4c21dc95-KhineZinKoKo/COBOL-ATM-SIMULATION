           05 ADMIN-PWD-DATE  PIC 9(8).
           05 ADMIN-PWD-FORCE PIC X(1).
           05 ADMIN-BRANCH    PIC X(4).
      *> The admin's own customer id on CUSTOMERS.DAT (0 = none
      *> recorded) - what marks that customer's accounts as staff
      *> accounts.
           05 ADMIN-CUST-ID   PIC 9(8).
