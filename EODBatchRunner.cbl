       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODBatchRunner.

      *> Nightly batch orchestrator. Takes the ATM stand-in snapshot,
      *> then runs the end-of-day chain in order for the business date:
      *> scheduled transfers, the post-dated cheques due, cardless cash
      *> code expiry, term deposit maturities, recurring deposit
      *> valuation and maturities, loan arrears, the balance sweeps,
      *> direct debit collection and biller settlement. On a month-end
      *> date it then posts interest, revalues the foreign currency
      *> positions, classifies the loan book, charges account
      *> maintenance fees and agent commission and re-rates customer
      *> AML risk. Every night follows with reconciliation, the daily
      *> interest accrual, general ledger posting and the trial
      *> balance, and the inter-branch reconciliation. A month-end date
      *> then adds the largest exposures report, the written-off loan
      *> recoveries report, the sectoral credit return, the loan group
      *> performance report, the recurring deposit missed instalments
      *> report, the outstanding drafts report, the staff-account
      *> exception report, the collateral monitoring report, the
      *> captured card report, the till difference report, the
      *> duplicate customer scan and the financial statements, and at
      *> the year-end the anonymisation of long-closed customers. After
      *> them come the daily report, the statutory reserve position,
      *> the MT940 electronic statements, the backup, the MIS warehouse
      *> extract, the audit chain check, the date roll and the account
      *> domicile transfers and product conversions that take effect on
      *> the new date; once the system is back ONLINE the ATM stand-in
      *> withdrawals are posted. Each step's start, end and outcome is
      *> logged to NIGHTRUN-<date>.LOG and a one-page night summary is
      *> printed.
      *> A step's outcome is read back from its RUNCTL.DAT record:
      *> if the job did not reach COMPLETE the chain stops there, so
      *> a skipped step can never again go unnoticed until a
      *> customer complains.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-IS-MONTH-END         PIC X VALUE 'N'.

       01 WS-MDR-TEMP             PIC 9 VALUE 1.
       01 WS-MDR-CHOICE           PIC 999 VALUE 6.
       01 WS-BS-TEMP              PIC 9 VALUE 1.
       01 WS-BS-CHOICE            PIC 999 VALUE 62.
       01 WS-LQ-TEMP              PIC 9 VALUE 1.
       01 WS-LQ-CHOICE            PIC 999 VALUE 99.
       01 WS-MT-MODE              PIC X VALUE "D".
       01 WS-MT-ACC               PIC 9(16) VALUE 0.
       01 WS-MT-DATE              PIC 9(8) VALUE 0.
       01 WS-MT-OPERATOR          PIC X(20) VALUE SPACES.
       01 WS-MT-RESULT            PIC X.
       01 WS-DX-ALL               PIC 9(6) VALUE 0.
       01 WS-PC-ALL               PIC 9(6) VALUE 0.

       01 SYSSTATE-STATUS         PIC XX.

           PERFORM WRITE-SYSSTATE
           DISPLAY ">>> System set OFFLINE for the batch window."

      *> The ATM serves balances and small withdrawals in stand-in
      *> through the window, from the accounts as they stand now -
      *> before the first step moves any money.
           MOVE "STANDIN SNAPSHOT" TO WS-STEP-NAME
           PERFORM LOG-STEP-START
           CALL "StandInSnapshot"
           MOVE "DONE" TO WS-STEP-OUTCOME
           ADD 1 TO WS-STEPS-RUN
           PERFORM LOG-STEP-END

           MOVE "SCHED TRANSFERS" TO WS-STEP-NAME
           MOVE "SCHEDXFERBATCH" TO WS-STEP-JOB
           PERFORM LOG-STEP-START
           CALL "ScheduledTransferBatch"
           PERFORM CHECK-STEP-OUTCOME

      *> Post-dated cheques due today go into clearing with the
      *> same hold a counter cheque deposit gets.
           IF WS-CHAIN-OK = 'Y'
               MOVE "PDC RELEASE" TO WS-STEP-NAME
               MOVE "PDCRELEASE" TO WS-STEP-JOB
               PERFORM LOG-STEP-START
               CALL "PdcRelease"
               PERFORM CHECK-STEP-OUTCOME
           END-IF

      *> Unused cardless cash codes at their expiry date give their
      *> earmark back before tonight's balances are struck.
           IF WS-CHAIN-OK = 'Y'
               MOVE "CARDLESS EXPIRY" TO WS-STEP-NAME
               MOVE "CARDLESSEXP" TO WS-STEP-JOB
               PERFORM LOG-STEP-START
               CALL "CardlessExpiry"
               PERFORM CHECK-STEP-OUTCOME
           END-IF

           IF WS-CHAIN-OK = 'Y'
               MOVE "TD MATURITY" TO WS-STEP-NAME
               MOVE "TERMDEPMATURITY" TO WS-STEP-JOB
               PERFORM CHECK-STEP-OUTCOME
           END-IF

      *> Recurring deposits are valued after the standing orders
      *> have collected tonight's instalments.
           IF WS-CHAIN-OK = 'Y'
               MOVE "RD MATURITY" TO WS-STEP-NAME
               MOVE "RECURDEP" TO WS-STEP-JOB
               PERFORM LOG-STEP-START
               CALL "RecurDepBatch"
               PERFORM CHECK-STEP-OUTCOME
           END-IF

      *> Arrears detection follows the standing-order run so an
      *> instalment abandoned tonight is flagged tonight.
           IF WS-CHAIN-OK = 'Y'
               PERFORM CHECK-STEP-OUTCOME
           END-IF

      *> Direct debits are collected ahead of the biller
      *> settlement so tonight's collections ride on tonight's
      *> settlement files.
           IF WS-CHAIN-OK = 'Y'
               MOVE "DD COLLECTION" TO WS-STEP-NAME
               MOVE "DDCOLLECT" TO WS-STEP-JOB
               PERFORM LOG-STEP-START
               CALL "DDCollect"
               PERFORM CHECK-STEP-OUTCOME
           END-IF

      *> The per-biller settlement files cut nightly from the
      *> day's bill payments; the balances moved at payment time,
      *> so this reads BILLPAY detail only and can run any time
               PERFORM CHECK-STEP-OUTCOME
           END-IF

      *> Maintenance fees price the month's average balance with
      *> today as its last day and post before the reconciliation
      *> closes the date.
           IF WS-CHAIN-OK = 'Y' AND WS-IS-MONTH-END = 'Y'
               MOVE "MAINT FEES" TO WS-STEP-NAME
               MOVE "MAINTFEE" TO WS-STEP-JOB
               PERFORM LOG-STEP-START
               CALL "MaintFeeBatch"
               PERFORM CHECK-STEP-OUTCOME
           END-IF

      *> Agent commission prices the month's agent postings and
      *> pays the floats from fee income, again before the date
      *> is closed.
           IF WS-CHAIN-OK = 'Y' AND WS-IS-MONTH-END = 'Y'
               MOVE "AGENT COMMISSION" TO WS-STEP-NAME
               MOVE "AGENTCOMM" TO WS-STEP-JOB
               PERFORM LOG-STEP-START
               CALL "AgentCommission"
               PERFORM CHECK-STEP-OUTCOME
           END-IF

      *> The monthly AML risk rating reads the last 90 days'
      *> postings and only rewrites CUSTOMERS.DAT; it runs on the
      *> month-end night so the new ratings and KYC cycles are in
      *> place for the first working day of the month.
           IF WS-CHAIN-OK = 'Y' AND WS-IS-MONTH-END = 'Y'
               MOVE "AML RISK RATING" TO WS-STEP-NAME
               MOVE "AMLRISK" TO WS-STEP-JOB
               PERFORM LOG-STEP-START
               CALL "AmlRiskRating"
               PERFORM CHECK-STEP-OUTCOME
           END-IF

           IF WS-CHAIN-OK = 'Y'
               MOVE "EOD RECON" TO WS-STEP-NAME
               MOVE "EODRECON" TO WS-STEP-JOB
               PERFORM CHECK-STEP-OUTCOME
           END-IF

      *> Accrual prices the verified close, so it follows the
      *> reconciliation; the GL posting then books it as expense
      *> and accrued interest payable.
           IF WS-CHAIN-OK = 'Y'
               MOVE "INTEREST ACCRUAL" TO WS-STEP-NAME
               MOVE "INTACCRUAL" TO WS-STEP-JOB
               PERFORM LOG-STEP-START
               CALL "InterestAccrual"
               PERFORM CHECK-STEP-OUTCOME
           END-IF

      *> The ledger posts from the closed day: nothing can land on
      *> the date after the reconciliation, so the trial balance
      *> covers every posting the customer balances reflect.
           IF WS-CHAIN-OK = 'Y'
               MOVE "GL POSTING" TO WS-STEP-NAME
               MOVE "GLPOSTING" TO WS-STEP-JOB
               PERFORM LOG-STEP-START
               CALL "GlPosting"
               PERFORM CHECK-STEP-OUTCOME
           END-IF

      *> The inter-branch reconciliation reads what GlPosting has
      *> just raised; like the daily report it keeps no run-control
      *> record.
           IF WS-CHAIN-OK = 'Y'
               MOVE "IB RECON" TO WS-STEP-NAME
               PERFORM LOG-STEP-START
               CALL "IbRecon"
               MOVE "DONE" TO WS-STEP-OUTCOME
               ADD 1 TO WS-STEPS-RUN
               PERFORM LOG-STEP-END
           END-IF

      *> The month-end large exposures return reads the closed
      *> book; it too keeps no run-control record.
           IF WS-CHAIN-OK = 'Y' AND WS-IS-MONTH-END = 'Y'
               MOVE "TOP EXPOSURES" TO WS-STEP-NAME
               PERFORM LOG-STEP-START
               CALL "TopExposures"
               MOVE "DONE" TO WS-STEP-OUTCOME
               ADD 1 TO WS-STEPS-RUN
               PERFORM LOG-STEP-END
           END-IF

           IF WS-CHAIN-OK = 'Y' AND WS-IS-MONTH-END = 'Y'
               MOVE "LOAN RECOVERIES" TO WS-STEP-NAME
               PERFORM LOG-STEP-START
               CALL "LoanRecoveries"
               MOVE "DONE" TO WS-STEP-OUTCOME
               ADD 1 TO WS-STEPS-RUN
               PERFORM LOG-STEP-END
           END-IF

      *> The sectoral credit return reports the classes LoanClassify
      *> set earlier the same night.
           IF WS-CHAIN-OK = 'Y' AND WS-IS-MONTH-END = 'Y'
               MOVE "SECTOR RETURN" TO WS-STEP-NAME
               PERFORM LOG-STEP-START
               CALL "SectorCreditReturn"
               MOVE "DONE" TO WS-STEP-OUTCOME
               ADD 1 TO WS-STEPS-RUN
               PERFORM LOG-STEP-END
           END-IF

           IF WS-CHAIN-OK = 'Y' AND WS-IS-MONTH-END = 'Y'
               MOVE "GROUP REPORT" TO WS-STEP-NAME
               PERFORM LOG-STEP-START
               CALL "LoanGroupReport"
               MOVE "DONE" TO WS-STEP-OUTCOME
               ADD 1 TO WS-STEPS-RUN
               PERFORM LOG-STEP-END
           END-IF

           IF WS-CHAIN-OK = 'Y' AND WS-IS-MONTH-END = 'Y'
               MOVE "RD REPORT" TO WS-STEP-NAME
               PERFORM LOG-STEP-START
               CALL "RecurDepReport"
               MOVE "DONE" TO WS-STEP-OUTCOME
               ADD 1 TO WS-STEPS-RUN
               PERFORM LOG-STEP-END
           END-IF

           IF WS-CHAIN-OK = 'Y' AND WS-IS-MONTH-END = 'Y'
               MOVE "DRAFT REPORT" TO WS-STEP-NAME
               PERFORM LOG-STEP-START
               CALL "DraftReport"
               MOVE "DONE" TO WS-STEP-OUTCOME
               ADD 1 TO WS-STEPS-RUN
               PERFORM LOG-STEP-END
           END-IF

           IF WS-CHAIN-OK = 'Y' AND WS-IS-MONTH-END = 'Y'
               MOVE "STAFF EXCEPTIONS" TO WS-STEP-NAME
               PERFORM LOG-STEP-START
               CALL "StaffExceptions"
               MOVE "DONE" TO WS-STEP-OUTCOME
               ADD 1 TO WS-STEPS-RUN
               PERFORM LOG-STEP-END
           END-IF

           IF WS-CHAIN-OK = 'Y' AND WS-IS-MONTH-END = 'Y'
               MOVE "COLLATERAL REPORT" TO WS-STEP-NAME
               PERFORM LOG-STEP-START
               CALL "CollateralReport"
               MOVE "DONE" TO WS-STEP-OUTCOME
               ADD 1 TO WS-STEPS-RUN
               PERFORM LOG-STEP-END
           END-IF

           IF WS-CHAIN-OK = 'Y' AND WS-IS-MONTH-END = 'Y'
               MOVE "CAPTURED CARD REPORT" TO WS-STEP-NAME
               PERFORM LOG-STEP-START
               CALL "CapturedCardReport"
               MOVE "DONE" TO WS-STEP-OUTCOME
               ADD 1 TO WS-STEPS-RUN
               PERFORM LOG-STEP-END
           END-IF

           IF WS-CHAIN-OK = 'Y' AND WS-IS-MONTH-END = 'Y'
               MOVE "TILL DIFF REPORT" TO WS-STEP-NAME
               PERFORM LOG-STEP-START
               CALL "TillDiffReport"
               MOVE "DONE" TO WS-STEP-OUTCOME
               ADD 1 TO WS-STEPS-RUN
               PERFORM LOG-STEP-END
           END-IF

           IF WS-CHAIN-OK = 'Y' AND WS-IS-MONTH-END = 'Y'
               MOVE "CUST DUP SCAN" TO WS-STEP-NAME
               PERFORM LOG-STEP-START
               CALL "CustDupScan"
               MOVE "DONE" TO WS-STEP-OUTCOME
               ADD 1 TO WS-STEPS-RUN
               PERFORM LOG-STEP-END
           END-IF

      *> The month's statements come last among the reports, once
      *> the GL posting and month-end interest and fees are in.
           IF WS-CHAIN-OK = 'Y' AND WS-IS-MONTH-END = 'Y'
               MOVE "FIN STATEMENTS" TO WS-STEP-NAME
               PERFORM LOG-STEP-START
               CALL "FinStatements"
               MOVE "DONE" TO WS-STEP-OUTCOME
               ADD 1 TO WS-STEPS-RUN
               PERFORM LOG-STEP-END
           END-IF

      *> On the December month-end night customers closed out past
      *> the retention period are anonymised, once the month's
      *> reports have read their names.
           IF WS-CHAIN-OK = 'Y' AND WS-IS-MONTH-END = 'Y' AND
              WS-TODAY(5:2) = "12"
               MOVE "ANONYMISATION" TO WS-STEP-NAME
               MOVE "ANONYMISE" TO WS-STEP-JOB
               PERFORM LOG-STEP-START
               CALL "CustAnonymise"
               PERFORM CHECK-STEP-OUTCOME
           END-IF

           IF WS-CHAIN-OK = 'Y'
      *> The daily report keeps no run-control record; its step is
      *> logged as DONE when the call returns.
               PERFORM LOG-STEP-END
           END-IF

      *> The day's reserve position goes on RESERVEPOS.DAT for the
      *> maintenance period average; it reads GL 1040, so it runs
      *> after the GL posting. It keeps no run-control record.
           IF WS-CHAIN-OK = 'Y'
               MOVE "RESERVE POSITION" TO WS-STEP-NAME
               PERFORM LOG-STEP-START
               CALL "LiquidityReport" USING WS-LQ-TEMP WS-LQ-CHOICE
               MOVE "DONE" TO WS-STEP-OUTCOME
               ADD 1 TO WS-STEPS-RUN
               PERFORM LOG-STEP-END
           END-IF

      *> The day's MT940 statements close on the day's last
      *> posting, month-end interest and fees included.
           IF WS-CHAIN-OK = 'Y'
               MOVE "MT940 STATEMENTS" TO WS-STEP-NAME
               MOVE "MT940" TO WS-STEP-JOB
               PERFORM LOG-STEP-START
               CALL "Mt940Batch" USING WS-MT-MODE WS-MT-ACC
                   WS-MT-DATE WS-MT-OPERATOR WS-MT-RESULT
               PERFORM CHECK-STEP-OUTCOME
           END-IF

      *> Snapshot the completed day before the date rolls, so a
      *> restore brings back a coherent end-of-day position.
           IF WS-CHAIN-OK = 'Y'
               PERFORM CHECK-STEP-OUTCOME
           END-IF

      *> The day's change-data extract for the MIS warehouse reads
      *> the after-image journal, which is complete once the chain
      *> has posted; it must run before the date rolls.
           IF WS-CHAIN-OK = 'Y'
               MOVE "MIS EXTRACT" TO WS-STEP-NAME
               MOVE "MISEXTRACT" TO WS-STEP-JOB
               PERFORM LOG-STEP-START
               CALL "MisExtract"
               PERFORM CHECK-STEP-OUTCOME
           END-IF

      *> The verifier walks the audit chain and, when clean, seals
      *> the day's segment into the archive before the date rolls.
           IF WS-CHAIN-OK = 'Y'
               PERFORM LOG-STEP-END
           END-IF

           IF WS-CHAIN-OK = 'Y'
               MOVE "DOMICILE TRANSFERS" TO WS-STEP-NAME
               PERFORM LOG-STEP-START
               CALL "DomTransferApply" USING WS-DX-ALL
               MOVE "DONE" TO WS-STEP-OUTCOME
               ADD 1 TO WS-STEPS-RUN
               PERFORM LOG-STEP-END
           END-IF

      *> Product conversions settle the old type's accrual up to
      *> the night just closed, so they follow the date roll too.
           IF WS-CHAIN-OK = 'Y'
               MOVE "PRODUCT CONVERSIONS" TO WS-STEP-NAME
               PERFORM LOG-STEP-START
               CALL "ProductConvertApply" USING WS-PC-ALL
               MOVE "DONE" TO WS-STEP-OUTCOME
               ADD 1 TO WS-STEPS-RUN
               PERFORM LOG-STEP-END
           END-IF

           IF WS-CHAIN-OK = 'Y'
               MOVE "ONLINE" TO SYSSTATE-LINE
               PERFORM WRITE-SYSSTATE
               DISPLAY ">>> System back ONLINE."
      *> Stand-in cash paid during the window is debited first,
      *> in the order it was paid.
               MOVE "STANDIN POSTING" TO WS-STEP-NAME
               PERFORM LOG-STEP-START
               CALL "StandInPost"
               MOVE "DONE" TO WS-STEP-OUTCOME
               ADD 1 TO WS-STEPS-RUN
               PERFORM LOG-STEP-END
           ELSE
               DISPLAY ">>> System left OFFLINE - the chain did not "
                   "complete. Fix and rerun, or use the supervisor "
