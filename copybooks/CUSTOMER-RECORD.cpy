      *> the ordinary teller screens.
           05 CUST-DECEASED       PIC X(1).
           05 CUST-DECEASED-DATE  PIC 9(8).
      *> Customer type: individuals ("I", or space on records from
      *> before the type existed) and businesses ("B") - shops,
      *> schools, associations. A business acts through the
      *> signatories on SIGNATORIES.DAT under the mandate below:
      *> up to CUST-MANDATE-SOLE-LIMIT any one signatory may sign,
      *> above it CUST-MANDATE-SIGNERS of them must sign together,
      *> and with CUST-MANDATE-CLASS-A = "Y" one of the signers must
      *> always be a class A signatory. Set by SignatoryMaint.
           05 CUST-TYPE           PIC X(1).
               88 CUST-INDIVIDUAL VALUE "I" " ".
               88 CUST-BUSINESS   VALUE "B".
           05 CUST-MANDATE-SOLE-LIMIT PIC 9(15)V99.
           05 CUST-MANDATE-SIGNERS PIC 9.
           05 CUST-MANDATE-CLASS-A PIC X(1).
      *> AML risk rating, set each month by AmlRiskRating: LOW,
      *> MEDIUM or HIGH (spaces until the customer is first rated),
      *> the total score, the date it was rated and the points each
      *> factor contributed - NRC region, cash intensity, cross-
      *> border activity, watchlist hits and AML case history - so
      *> compliance can see why. A HIGH customer carries the
      *> enhanced-due-diligence flag and the shorter KYC cycle.
           05 CUST-RISK-RATING    PIC X(6).
               88 CUST-RISK-LOW    VALUE "LOW".
               88 CUST-RISK-MEDIUM VALUE "MEDIUM".
               88 CUST-RISK-HIGH   VALUE "HIGH".
           05 CUST-RISK-SCORE     PIC 9(3).
           05 CUST-RISK-DATE      PIC 9(8).
           05 CUST-RF-REGION      PIC 9(2).
           05 CUST-RF-CASH        PIC 9(2).
           05 CUST-RF-XBORDER     PIC 9(2).
           05 CUST-RF-SCREEN      PIC 9(2).
           05 CUST-RF-CASES       PIC 9(2).
           05 CUST-EDD-FLAG       PIC X(1).
               88 CUST-EDD        VALUE "Y".
      *> How the customer takes statements: P paper by post (also
      *> spaces, the old default), B collect at the branch, E an
      *> email-ready file, N none. A statement the post office
      *> sends back is counted here with the date of the latest
      *> return; the first return marks the address unverified,
      *> which stops paper statements and forces the next counter
      *> visit through UpdateContact, where a confirmed or changed
      *> address clears it again.
           05 CUST-STMT-DELIVERY  PIC X(1).
               88 CUST-STMT-PAPER  VALUE "P" " ".
               88 CUST-STMT-BRANCH VALUE "B".
               88 CUST-STMT-EMAIL  VALUE "E".
               88 CUST-STMT-NONE   VALUE "N".
           05 CUST-RETMAIL-COUNT  PIC 9(2).
           05 CUST-RETMAIL-DATE   PIC 9(8).
           05 CUST-ADDR-FLAG      PIC X(1).
               88 CUST-ADDR-UNVERIFIED VALUE "Y".
      *> Marketing contact consent, one flag per channel: "Y" only
      *> when the customer has agreed to be contacted that way ("N"
      *> or spaces - records from before consent was asked - mean
      *> no), with the date the consent was last captured or
      *> changed. Asked at registration, changed in UpdateContact;
      *> the campaign lead extract only lists consenting customers.
           05 CUST-CONSENT-SMS    PIC X(1).
               88 CUST-OK-SMS     VALUE "Y".
           05 CUST-CONSENT-PHONE  PIC X(1).
               88 CUST-OK-PHONE   VALUE "Y".
           05 CUST-CONSENT-MAIL   PIC X(1).
               88 CUST-OK-MAIL    VALUE "Y".
           05 CUST-CONSENT-DATE   PIC 9(8).
      *> Merged duplicate: when the same person was registered twice
      *> CustMerge moves everything under the retired CUST-ID to the
      *> surviving one and keeps the retired record as an alias -
      *> CUST-MERGED-INTO names the survivor (0 on every live
      *> customer), with the date and the supervisor who approved.
      *> Lookups by a retired id follow the alias to the survivor.
           05 CUST-MERGED-INTO    PIC 9(8).
           05 CUST-MERGED-DATE    PIC 9(8).
           05 CUST-MERGED-BY      PIC X(20).
