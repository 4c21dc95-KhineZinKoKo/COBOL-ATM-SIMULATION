      *> Parameter block for CALL "CollateralLtv". The caller fills
      *> the loan id and, from the loan record it already holds, the
      *> borrower account, disbursement date, contract amount
      *> (instalment times term) and penalty due. The routine hands
      *> back the loan balance - the contract less the instalments
      *> collected, plus penalty, the same figure BorrowerExposure
      *> counts - the market and lendable value of the HELD
      *> collateral on COLLATERAL.DAT (lendable = value less the
      *> COLLTYPES.DAT haircut for the type), the loan-to-value
      *> percentage against lendable value and whether it breaches
      *> COLLTVLIMIT, and per item whether the valuation is older
      *> than the type's revaluation period or the insurance has
      *> lapsed. LTV-NO-COVER is set when nothing lendable is held.
       01 COLLATERAL-LTV.
           05 LTV-LOAN-ID         PIC 9(6).
           05 LTV-ACC-NO          PIC 9(16).
           05 LTV-DISBURSE-DATE   PIC 9(8).
           05 LTV-CONTRACT        PIC 9(15)V99.
           05 LTV-PENALTY         PIC 9(15)V99.
           05 LTV-BALANCE         PIC 9(15)V99.
           05 LTV-MARKET-VALUE    PIC 9(15)V99.
           05 LTV-LENDABLE        PIC 9(15)V99.
           05 LTV-PCT             PIC 9(5)V99.
           05 LTV-LIMIT-PCT       PIC 9(3)V99.
           05 LTV-BREACH          PIC X(1).
               88 LTV-IN-BREACH   VALUE "Y".
           05 LTV-NO-COVER        PIC X(1).
               88 LTV-UNCOVERED   VALUE "Y".
           05 LTV-STALE-COUNT     PIC 9(3).
           05 LTV-LAPSED-COUNT    PIC 9(3).
           05 LTV-ITEM-COUNT      PIC 9(3).
           05 LTV-ITEM OCCURS 20 TIMES.
               10 LTV-ITEM-ID     PIC 9(6).
               10 LTV-ITEM-TYPE   PIC X(8).
               10 LTV-ITEM-VALUE  PIC 9(15)V99.
               10 LTV-ITEM-LENDABLE PIC 9(15)V99.
               10 LTV-ITEM-VAL-DATE PIC 9(8).
               10 LTV-ITEM-INS-EXPIRY PIC 9(8).
               10 LTV-ITEM-STALE  PIC X(1).
               10 LTV-ITEM-LAPSED PIC X(1).
