      *> Shared COMPLAINTS.DAT record layout: one record per customer
      *> complaint about service, staff, ATM downtime, charges or
      *> delays - anything that is not a disputed transaction (those
      *> stay on DISPUTES.DAT). Worked OPEN -> ASSIGNED -> RESOLVED,
      *> with the resolution and whether the customer was satisfied.
      *> CMP-ID 0 is the counter control record (CMP-ACC-NO holds the
      *> last used id), the same convention DISPUTES.DAT uses.
       01 COMPLAINT-RECORD.
           05 CMP-ID              PIC 9(6).
           05 CMP-ACC-NO          PIC 9(16).
           05 CMP-TRANCDE         PIC 9(14).
           05 CMP-COMPLAINANT     PIC X(25).
           05 CMP-CATEGORY        PIC X(8).
               88 CMP-CAT-SERVICE VALUE "SERVICE".
               88 CMP-CAT-STAFF   VALUE "STAFF".
               88 CMP-CAT-ATM     VALUE "ATM".
               88 CMP-CAT-CHARGES VALUE "CHARGES".
               88 CMP-CAT-DELAY   VALUE "DELAY".
               88 CMP-CAT-OTHER   VALUE "OTHER".
           05 CMP-CHANNEL         PIC X(8).
               88 CMP-VIA-BRANCH  VALUE "BRANCH".
               88 CMP-VIA-PHONE   VALUE "PHONE".
               88 CMP-VIA-LETTER  VALUE "LETTER".
               88 CMP-VIA-EMAIL   VALUE "EMAIL".
           05 CMP-BRANCH          PIC X(4).
           05 CMP-STAFF-ID        PIC X(20).
           05 CMP-DETAIL          PIC X(60).
           05 CMP-STATUS          PIC X(8).
               88 CMP-OPEN        VALUE "OPEN".
               88 CMP-ASSIGNED    VALUE "ASSIGNED".
               88 CMP-RESOLVED    VALUE "RESOLVED".
           05 CMP-ASSIGNEE        PIC X(20).
           05 CMP-RESOLUTION      PIC X(60).
           05 CMP-SATISFIED       PIC X(1).
               88 CMP-CUST-SATISFIED   VALUE "Y".
               88 CMP-CUST-UNSATISFIED VALUE "N".
           05 CMP-OPEN-DATE       PIC 9(8).
           05 CMP-ASSIGN-DATE     PIC 9(8).
           05 CMP-RESOLVE-DATE    PIC 9(8).
           05 CMP-LOGGED-BY       PIC X(20).
