      *> Shared COLLATERAL.DAT record layout: one record per item of
      *> non-deposit security taken against a loan - land, a
      *> building, a vehicle, gold. Term deposits stay pledged
      *> through TD-LIEN-LOAN on TERMDEP.DAT as before. The item is
      *> HELD from registration until it is RELEASED under a
      *> supervisor once the loan has closed; a revaluation or an
      *> insurance renewal simply overwrites the value or expiry
      *> fields. COL-ID 0 is the counter control record
      *> (COL-LOAN-ID holds the last used id).
       01 COLLATERAL-RECORD.
           05 COL-ID              PIC 9(6).
           05 COL-LOAN-ID         PIC 9(6).
           05 COL-TYPE            PIC X(8).
               88 COL-LAND        VALUE "LAND".
               88 COL-BUILDING    VALUE "BUILDING".
               88 COL-VEHICLE     VALUE "VEHICLE".
               88 COL-GOLD        VALUE "GOLD".
               88 COL-OTHER       VALUE "OTHER".
           05 COL-DESCRIPTION     PIC X(40).
           05 COL-TITLE-REF       PIC X(20).
           05 COL-VALUE           PIC 9(15)V99.
           05 COL-VALUE-DATE      PIC 9(8).
           05 COL-VALUER          PIC X(25).
      *> Zero when the item carries no insurance.
           05 COL-INS-EXPIRY      PIC 9(8).
           05 COL-STATUS          PIC X(8).
               88 COL-HELD        VALUE "HELD".
               88 COL-RELEASED    VALUE "RELEASED".
           05 COL-REG-DATE        PIC 9(8).
           05 COL-REG-BY          PIC X(20).
           05 COL-RELEASE-DATE    PIC 9(8).
           05 COL-RELEASED-BY     PIC X(20).
           05 COL-RELEASE-AUTH    PIC X(20).
