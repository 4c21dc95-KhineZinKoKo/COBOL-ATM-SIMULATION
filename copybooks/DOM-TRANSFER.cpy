      *> Shared DOMXFER.DAT record layout: one record per transfer of
      *> an account's domicile from one branch to another. A
      *> transfer is recorded PENDING with its effective date under
      *> a supervisor's approval; DomTransferApply moves USER-BRANCH
      *> on that date (at once when it is today, otherwise after the
      *> night's date roll reaches it) and marks it APPLIED, keeping
      *> what was carried across. Applied records are the branch
      *> history: AccBranchAsAt answers "which branch held this
      *> account on date X" from them, so a report for a date
      *> before DX-EFFECTIVE still sees DX-FROM-BRANCH. The balance
      *> and accrued interest at the move are booked out of the old
      *> branch's ledger and into the new one by the next GL
      *> posting (DX-GL-DONE). DX-ID 0 is the counter control
      *> record (DX-ACC-NO holds the last used id).
       01 DOM-TRANSFER-RECORD.
           05 DX-ID               PIC 9(6).
           05 DX-ACC-NO           PIC 9(16).
           05 DX-FROM-BRANCH      PIC X(4).
           05 DX-TO-BRANCH        PIC X(4).
           05 DX-EFFECTIVE        PIC 9(8).
           05 DX-STATUS           PIC X(9).
               88 DX-PENDING      VALUE "PENDING".
               88 DX-APPLIED      VALUE "APPLIED".
               88 DX-CANCELLED    VALUE "CANCELLED".
           05 DX-REASON           PIC X(30).
           05 DX-RECORDED-DATE    PIC 9(8).
           05 DX-RECORDED-BY      PIC X(20).
           05 DX-APPROVED-BY      PIC X(20).
           05 DX-APPLIED-DATE     PIC 9(8).
      *> Position at the move, for the ledger transfer and the
      *> advice: the opening balance of the effective date in the
      *> account's currency and the interest accrued but not paid.
           05 DX-CCY              PIC X(3).
           05 DX-MOVED-BALANCE    PIC S9(15)V99.
           05 DX-MOVED-ACCRUED    PIC 9(13)V99.
      *> Linked items carried across with the account.
           05 DX-CHQ-LEAVES       PIC 9(4).
           05 DX-LOANS            PIC 9(3).
           05 DX-TERM-DEPS        PIC 9(3).
           05 DX-RECUR-DEPS       PIC 9(3).
           05 DX-ORDERS           PIC 9(3).
           05 DX-BOXES            PIC 9(3).
           05 DX-GL-DONE          PIC X(1).
           05 DX-GL-DATE          PIC 9(8).
