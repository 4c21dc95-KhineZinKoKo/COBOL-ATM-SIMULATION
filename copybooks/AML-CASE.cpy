               88 CASE-ESCALATED  VALUE "ESCALATED".
           05 CASE-OFFICER        PIC X(20).
           05 CASE-NOTE           PIC X(60).
      *> Filing trail of an ESCALATED case: the date it was
      *> escalated - the regulator's STR deadline runs from it -
      *> the reference of the suspicious transaction report
      *> StrFiling filed with the Financial Intelligence Unit, and
      *> the FIU's acknowledgment reference and date once it comes
      *> back. Zero or spaces until each step happens.
           05 CASE-ESC-DATE       PIC 9(8).
           05 CASE-STR-REF        PIC X(16).
           05 CASE-FIU-ACK-REF    PIC X(20).
           05 CASE-FIU-ACK-DATE   PIC 9(8).
