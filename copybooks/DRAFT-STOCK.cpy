      *> Shared DRAFTSTOCK.DAT record layout: blank demand draft /
      *> pay order forms held per branch. Every form issued takes
      *> DST-NEXT-SERIAL and decrements DST-FORMS-ON-HAND, so
      *> serials never repeat within a branch.
       01 DRAFT-STOCK-RECORD.
           05 DST-BRANCH          PIC X(4).
           05 DST-FORMS-ON-HAND   PIC 9(5).
           05 DST-NEXT-SERIAL     PIC 9(8).
