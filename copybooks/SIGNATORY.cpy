      *> Shared SIGNATORIES.DAT record layout: the people authorised
      *> to operate a business customer's accounts, keyed by the
      *> business CUST-ID and a sequence. Class A and class B follow
      *> the mandate on the customer master (CUST-MANDATE-*); a
      *> non-zero SIG-LIMIT is the signatory's own ceiling - above
      *> it they cannot sign, alone or jointly. A signatory who
      *> leaves is REVOKED, never deleted, so old receipts still
      *> name a real row. SignatoryMaint keeps the file;
      *> SignatoryAuth checks it at the counter.
       01 SIGNATORY-RECORD.
           05 SIG-KEY.
               10 SIG-CUST-ID     PIC 9(8).
               10 SIG-SEQ         PIC 9(2).
           05 SIG-NAME            PIC X(25).
           05 SIG-NRC             PIC X(20).
           05 SIG-DESIGNATION     PIC X(15).
           05 SIG-CLASS           PIC X.
               88 SIG-CLASS-A     VALUE "A".
               88 SIG-CLASS-B     VALUE "B".
           05 SIG-LIMIT           PIC 9(15)V99.
           05 SIG-STATUS          PIC X(8).
               88 SIG-ACTIVE      VALUE "ACTIVE".
               88 SIG-REVOKED     VALUE "REVOKED".
           05 SIG-ADDED-DATE      PIC 9(8).
           05 SIG-ADDED-BY        PIC X(20).
           05 SIG-REVOKED-DATE    PIC 9(8).
