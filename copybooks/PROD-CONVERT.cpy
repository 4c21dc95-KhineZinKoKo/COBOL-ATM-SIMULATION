      *> Shared PRODCONV.DAT record layout: one record per conversion
      *> of an account from one product (USER-ACC-TYPE) to another.
      *> A conversion is recorded PENDING with its effective date
      *> once the account has passed the target type's minimum
      *> balance and ACCTYPES.DAT eligibility rules; ProductConvertApply
      *> switches the type on that date (at once when it is today,
      *> otherwise after the night's date roll reaches it). Applying
      *> settles the interest accrued under the old type up to the
      *> conversion - kept here as PC-SETTLED-* for the advice - and
      *> marks the record APPLIED. A conversion whose checks no
      *> longer pass on its effective date is REFUSED, one whose
      *> account has closed is CANCELLED. PC-ID 0 is the counter
      *> control record (PC-ACC-NO holds the last used id).
       01 PROD-CONVERT-RECORD.
           05 PC-ID               PIC 9(6).
           05 PC-ACC-NO           PIC 9(16).
           05 PC-FROM-TYPE        PIC X(10).
           05 PC-TO-TYPE          PIC X(10).
           05 PC-EFFECTIVE        PIC 9(8).
           05 PC-STATUS           PIC X(9).
               88 PC-PENDING      VALUE "PENDING".
               88 PC-APPLIED      VALUE "APPLIED".
               88 PC-REFUSED      VALUE "REFUSED".
               88 PC-CANCELLED    VALUE "CANCELLED".
      *> Reason code from the fixed list ProductConvert offers, with
      *> its description as shown on the advice and audit trail.
           05 PC-REASON-CODE      PIC 9.
           05 PC-REASON           PIC X(25).
           05 PC-RECORDED-DATE    PIC 9(8).
           05 PC-RECORDED-BY      PIC X(20).
           05 PC-APPLIED-DATE     PIC 9(8).
      *> Why a conversion was refused on its effective date.
           05 PC-REFUSAL          PIC X(40).
      *> Position at the conversion: the balance tested against the
      *> new minimum and the old type's accrued interest settled -
      *> gross, the tax withheld and the date it accrued from.
           05 PC-CCY              PIC X(3).
           05 PC-BALANCE          PIC S9(15)V99.
           05 PC-SETTLED-GROSS    PIC 9(13)V99.
           05 PC-SETTLED-TAX      PIC 9(13)V99.
           05 PC-ACCRUED-FROM     PIC 9(8).
