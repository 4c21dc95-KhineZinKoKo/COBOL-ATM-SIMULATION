      *> Shared TILLDIFF.DAT record layout: one entry per non-zero
      *> over/short figure found when a teller closes a till. An
      *> overage is parked on the sundry account (TILLSUNDRYACC) and
      *> the entry is PARKED from the start. A shortage is booked to
      *> the shortage receivable account (TILLSHORTACC) and stays
      *> OPEN until recoveries from the teller and any supervisor
      *> approved write-off make up TDF-AMOUNT; it then closes
      *> RECOVERED, or WRITTENOFF when any part was written off.
      *> TDF-POSTED is "N" when the internal account was not set at
      *> close and nothing was booked - recoveries and write-offs of
      *> such an entry are recorded here only. TDF-ID 0 is the
      *> counter control record (TDF-TILL-ID holds the last used
      *> entry number).
       01 TILL-DIFF-RECORD.
           05 TDF-ID              PIC 9(6).
           05 TDF-TILL-ID         PIC 9(6).
           05 TDF-OPERATOR        PIC X(20).
           05 TDF-BRANCH          PIC X(4).
           05 TDF-DATE            PIC 9(8).
           05 TDF-KIND            PIC X(5).
               88 TDF-OVERAGE     VALUE "OVER".
               88 TDF-SHORTAGE    VALUE "SHORT".
           05 TDF-AMOUNT          PIC 9(15)V99.
           05 TDF-RECOVERED       PIC 9(15)V99.
           05 TDF-WRITTEN-OFF     PIC 9(15)V99.
           05 TDF-STATUS          PIC X(10).
               88 TDF-PARKED      VALUE "PARKED".
               88 TDF-OPEN        VALUE "OPEN".
               88 TDF-RECOVERED-IN-FULL VALUE "RECOVERED".
               88 TDF-WRITE-OFF   VALUE "WRITTENOFF".
           05 TDF-POSTED          PIC X.
      *> "Y" when this shortage made TILLSHORTREPEAT or more for the
      *> teller within TILLSHORTDAYS days.
           05 TDF-REPEAT          PIC X.
               88 TDF-REPEATED    VALUE "Y".
           05 TDF-LAST-DATE       PIC 9(8).
           05 TDF-LAST-BY         PIC X(20).
           05 TDF-WO-SUPERVISOR   PIC X(20).
