           05 FILLER PIC X(25) VALUE "TILLS.DAT".
           05 FILLER PIC X(25) VALUE "TAXPOS.DAT".
           05 FILLER PIC X(25) VALUE "SCHEDRETRY.DAT".
           05 FILLER PIC X(25) VALUE "GLBAL.DAT".
           05 FILLER PIC X(25) VALUE "ACCRUAL.DAT".
           05 FILLER PIC X(25) VALUE "IBENTRY.DAT".
           05 FILLER PIC X(25) VALUE "LOANAPPS.DAT".
           05 FILLER PIC X(25) VALUE "CONNGROUPS.DAT".
           05 FILLER PIC X(25) VALUE "WRITEOFFS.DAT".
           05 FILLER PIC X(25) VALUE "WORECOV.DAT".
           05 FILLER PIC X(25) VALUE "RECURDEP.DAT".
           05 FILLER PIC X(25) VALUE "NOMINEES.DAT".
           05 FILLER PIC X(25) VALUE "SIGNATORIES.DAT".
           05 FILLER PIC X(25) VALUE "DDMANDATES.DAT".
           05 FILLER PIC X(25) VALUE "DRAFTS.DAT".
           05 FILLER PIC X(25) VALUE "DRAFTSTOCK.DAT".
           05 FILLER PIC X(25) VALUE "PDCWAREHOUSE.DAT".
           05 FILLER PIC X(25) VALUE "POSPAY.DAT".
           05 FILLER PIC X(25) VALUE "PPEXCEPT.DAT".
           05 FILLER PIC X(25) VALUE "NETITEMS.DAT".
           05 FILLER PIC X(25) VALUE "CARDLESS.DAT".
           05 FILLER PIC X(25) VALUE "SMSLOG.DAT".
           05 FILLER PIC X(25) VALUE "ALERTSTOP.DAT".
           05 FILLER PIC X(25) VALUE "AGENTS.DAT".
           05 FILLER PIC X(25) VALUE "SUSPECTNOTES.DAT".
           05 FILLER PIC X(25) VALUE "MISCTL.DAT".
           05 FILLER PIC X(25) VALUE "RESERVEPOS.DAT".
           05 FILLER PIC X(25) VALUE "STRREG.DAT".
           05 FILLER PIC X(25) VALUE "MT940ENROL.DAT".
           05 FILLER PIC X(25) VALUE "COMPLAINTS.DAT".
           05 FILLER PIC X(25) VALUE "RELPARTY.DAT".
           05 FILLER PIC X(25) VALUE "STAFFOVR.DAT".
           05 FILLER PIC X(25) VALUE "SETTLEREC.DAT".
           05 FILLER PIC X(25) VALUE "COLLATERAL.DAT".
           05 FILLER PIC X(25) VALUE "REMITEXC.DAT".
           05 FILLER PIC X(25) VALUE "CAPCARDS.DAT".
           05 FILLER PIC X(25) VALUE "JVOUCHERS.DAT".
           05 FILLER PIC X(25) VALUE "FINSTMT.DAT".
           05 FILLER PIC X(25) VALUE "TILLDIFF.DAT".
           05 FILLER PIC X(25) VALUE "DOMXFER.DAT".
           05 FILLER PIC X(25) VALUE "PRODCONV.DAT".
           05 FILLER PIC X(25) VALUE "STANDINSNAP.DAT".
           05 FILLER PIC X(25) VALUE "STANDINQ.DAT".
           05 FILLER PIC X(25) VALUE "LOANGROUPS.DAT".
       01 WS-SIDE-LIST REDEFINES WS-SIDE-TABLE.
           05 WS-SIDE-NAME        PIC X(25) OCCURS 62 TIMES.
       01 WS-SIDE-IDX             PIC 9(2).

       01 WS-GEN-TABLE.

       BACKUP-SIDE-FILES.
           PERFORM VARYING WS-SIDE-IDX FROM 1 BY 1
                   UNTIL WS-SIDE-IDX > 62
               MOVE WS-SIDE-NAME(WS-SIDE-IDX) TO WS-MANIFEST-NAME
               PERFORM COPY-TO-GENERATION
               IF WS-COPY-RC = 0
