               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT TRXLOCK-FILE ASSIGN TO 'TRXLOCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRXLOCK-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'AUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQPAY-STATUS.

           SELECT DEDUCT-FILE ASSIGN TO WS-DEDUCT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDUCT-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRO-STATUS.

           SELECT TAXTAB-FILE ASSIGN TO WS-TAXTAB-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXTAB-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALID-STATUS.

           SELECT POSITION-FILE ASSIGN TO 'POSITION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT VACANCY-FILE ASSIGN TO 'VACANCY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VACANCY-STATUS.

           SELECT ALLOWANCE-FILE ASSIGN TO 'ALLOWANCE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOWANCE-STATUS.

           SELECT EXPCLAIM-FILE ASSIGN TO 'EXPCLAIM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPCLAIM-STATUS.

           SELECT COMMPLAN-FILE ASSIGN TO 'COMMPLAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMPLAN-STATUS.

           SELECT SALESCR-FILE ASSIGN TO 'SALESCR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESCR-STATUS.

           SELECT COMMSTMT-FILE ASSIGN TO 'COMMSTMT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMSTMT-STATUS.

           SELECT WHELECT-FILE ASSIGN TO 'WHELECT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHELECT-STATUS.

           SELECT LOCATION-FILE ASSIGN TO 'LOCATION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCATION-STATUS.

           SELECT REGTAX-FILE ASSIGN TO WS-REGTAX-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGTAX-STATUS.

           SELECT BENPLAN-FILE ASSIGN TO WS-BENPLAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENPLAN-STATUS.

           SELECT BENELECT-FILE ASSIGN TO 'BENELECT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENELECT-STATUS.

           SELECT BENOE-FILE ASSIGN TO 'BENOE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENOE-STATUS.

           SELECT ARREARS-FILE ASSIGN TO 'ARREARS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARREARS-STATUS.

           SELECT ARRAGE-FILE ASSIGN TO 'ARRAGE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRAGE-STATUS.

           SELECT RECON-FILE ASSIGN TO 'RECON.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.

           SELECT POSPAYQ-FILE ASSIGN TO 'POSPAYQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSPAYQ-STATUS.

           SELECT POSPAY-FILE ASSIGN TO 'POSPAY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSPAY-STATUS.

           SELECT PAIDITEM-FILE ASSIGN TO 'PAIDITEM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAIDITEM-STATUS.

           SELECT OUTCHK-FILE ASSIGN TO 'OUTCHK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTCHK-STATUS.

           SELECT UNCLAIM-FILE ASSIGN TO 'UNCLAIM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNCLAIM-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO 'ACCRUAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-STATUS.

           SELECT LVLIAB-FILE ASSIGN TO 'LVLIAB.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LVLIAB-STATUS.

           SELECT LVPROV-FILE ASSIGN TO 'LVPROV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LVPROV-STATUS.

           SELECT VARIANCE-FILE ASSIGN TO 'VARIANCE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARIANCE-STATUS.

           SELECT REVIEW-FILE ASSIGN TO 'REVIEW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

           SELECT REVDUE-FILE ASSIGN TO 'REVDUE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVDUE-STATUS.

           SELECT CALIB-FILE ASSIGN TO 'CALIB.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALIB-STATUS.

           SELECT PROMO-FILE ASSIGN TO 'PROMO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMO-STATUS.

           SELECT DEMOG-FILE ASSIGN TO 'DEMOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DMG-EMP-ID
               FILE STATUS IS WS-DEMOG-STATUS.

           SELECT PAYEQ-FILE ASSIGN TO 'PAYEQ.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEQ-STATUS.

           SELECT DOCUMENT-FILE ASSIGN TO 'DOCUMENT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOCUMENT-STATUS.

           SELECT SENIOR-FILE ASSIGN TO 'SENIOR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENIOR-STATUS.

           SELECT RIF-FILE ASSIGN TO 'RIF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RIF-STATUS.

           SELECT PUNCH-FILE ASSIGN TO 'PUNCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUNCH-STATUS.

           SELECT PUNCHEXC-FILE ASSIGN TO 'PUNCHEXC.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUNCHEXC-STATUS.

           SELECT GARNPAYE-FILE ASSIGN TO 'GARNPAYE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARNPAYE-STATUS.

           SELECT GARNREM-FILE ASSIGN TO 'GARNREM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARNREM-STATUS.

           SELECT GRNREG-FILE ASSIGN TO 'GRNREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRNREG-STATUS.

           SELECT STUBPREF-FILE ASSIGN TO 'STUBPREF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUBPREF-STATUS.

           SELECT ESTUB-FILE ASSIGN TO WS-ESTUB-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTUB-STATUS.

           SELECT ESTUBMAN-FILE ASSIGN TO 'ESTUBMAN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTUBMAN-STATUS.

           SELECT PAPERSTB-FILE ASSIGN TO 'PAPERSTB.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAPERSTB-STATUS.

           SELECT REWARDS-FILE ASSIGN TO 'REWARDS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REWARDS-STATUS.

           SELECT VERLTR-FILE ASSIGN TO 'VERLTR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERLTR-STATUS.

           SELECT COMPLTR-FILE ASSIGN TO 'COMPLTR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPLTR-STATUS.

           SELECT WCOMP-FILE ASSIGN TO 'WCOMP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WCOMP-STATUS.

           SELECT TAXRTN-FILE ASSIGN TO 'TAXRTN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXRTN-STATUS.

           SELECT TAXRTNX-FILE ASSIGN TO 'TAXRTNX.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXRTNX-STATUS.

           SELECT GLTAXH-FILE ASSIGN TO 'GLTAXH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLTAXH-STATUS.

           SELECT YERECON-FILE ASSIGN TO 'YERECON.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YERECON-STATUS.

           SELECT CASHREQ-FILE ASSIGN TO 'CASHREQ.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASHREQ-STATUS.

           SELECT ICHIST-FILE ASSIGN TO 'ICHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICHIST-STATUS.

           SELECT ICSTMT-FILE ASSIGN TO 'ICSTMT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICSTMT-STATUS.

           SELECT ESSPIN-FILE ASSIGN TO 'ESSPIN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESSPIN-STATUS.

           SELECT CONTCHG-FILE ASSIGN TO 'CONTCHG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTCHG-STATUS.

           SELECT ACCREC-FILE ASSIGN TO 'ACCREC.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCREC-STATUS.

           SELECT DEPTJRNL-FILE ASSIGN TO 'DEPTJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTJRNL-STATUS.

           SELECT BANKKEY-FILE ASSIGN TO 'BANKKEY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKKEY-STATUS.

           SELECT ANONCERT-FILE ASSIGN TO 'ANONCERT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANONCERT-STATUS.

           SELECT ANONWRK-FILE ASSIGN TO 'ANONWRK.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANONWRK-STATUS.

           SELECT REORGSTA-FILE ASSIGN TO 'REORGSTA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REORGSTA-STATUS.

           SELECT RRGSIZE-FILE ASSIGN TO WS-RRG-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RRGSIZE-STATUS.

           SELECT PAYYR-FILE ASSIGN TO WS-PAYYR-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PYY-KEY
               FILE STATUS IS WS-PAYYR-STATUS.

           SELECT PAYCAT-FILE ASSIGN TO 'PAYCAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCAT-STATUS.

           SELECT FUNPAR-FILE ASSIGN TO 'FUNPAR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUNPAR-STATUS.

           SELECT PARRUN-FILE ASSIGN TO 'PARRUN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARRUN-STATUS.

           SELECT TUITION-FILE ASSIGN TO 'TUITION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUITION-STATUS.

           SELECT TSADJ-FILE ASSIGN TO 'TSADJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TSADJ-STATUS.

           SELECT XFER-FILE ASSIGN TO 'COXFER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFER-STATUS.

           SELECT XFERRPT-FILE ASSIGN TO 'XFERRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFERRPT-STATUS.

           SELECT FRAUDRPT-FILE ASSIGN TO 'FRAUDRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRAUDRPT-STATUS.

           SELECT CHGNOTE-FILE ASSIGN TO 'CHGNOTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGNOTE-STATUS.

           SELECT CHGNTC-FILE ASSIGN TO 'CHGNTC.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGNTC-STATUS.

           SELECT AUDSAMP-FILE ASSIGN TO 'AUDSAMP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDSAMP-STATUS.

           SELECT AUDPACK-FILE ASSIGN TO 'AUDPACK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDPACK-STATUS.

           SELECT SIMRPT-FILE ASSIGN TO 'SIMRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMRPT-STATUS.

           SELECT PROJECT-FILE ASSIGN TO 'PROJECT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROJECT-STATUS.

           SELECT TSPROJ-FILE ASSIGN TO 'TSPROJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TSPROJ-STATUS.

           SELECT LABDIST-FILE ASSIGN TO 'LABDIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LABDIST-STATUS.

           SELECT LABRPT-FILE ASSIGN TO 'LABRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LABRPT-STATUS.

           SELECT ABSCAL-FILE ASSIGN TO 'ABSCAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.

          05 EMP-COMPANY    PIC X(2).
          05 EMP-DEL-FLAG   PIC X(1).
          05 EMP-DEL-DATE   PIC 9(8).
          05 EMP-LOCATION   PIC X(4).

      * Single-record run lock shared with the quick tool
       FD LOCK-FILE.
          05 LCK-DATE       PIC 9(8).
          05 LCK-TIME       PIC 9(8).

      * Lock on TRANS.DAT itself - held by the transaction batch
      * from the control pass until the file-id is registered, and
      * by the quick tool while it queues a change onto the file
       FD TRXLOCK-FILE.
       01 TRXLOCK-RECORD.
          05 TXL-STATE      PIC X(6).
          05 TXL-DATE       PIC 9(8).
          05 TXL-TIME       PIC 9(8).

       FD AUDIT-FILE.
       01 AUDIT-RECORD   PIC X(182).

          05 PAY-YTD-TAX      PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 PAY-YTD-NET      PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 PAY-OVERPAY      PIC S9(7)V99 SIGN LEADING SEPARATE.
          05 PAY-REGION-TAX   PIC S9(7)V99 SIGN LEADING SEPARATE.

      * Salary progression history, keyed by employee, date and a
      * sequence byte
          05 SH-OLD-SALARY   PIC 9(7)V99.
          05 SH-NEW-SALARY   PIC 9(7)V99.
          05 SH-REASON       PIC X(10).
          05 SH-LETTER-DATE  PIC X(8).
          05 FILLER          PIC X(2).

      * Future-dated changes waiting for their effective date
       FD PENDING-FILE.
       01 HOLIDAY-RECORD.
          05 HOL-DATE        PIC 9(8).
          05 HOL-NAME        PIC X(30).
          05 HOL-LOCATION    PIC X(4).

      * Effective-dated rates, base units per foreign unit
       FD FXRATE-FILE.
          05 TXB-FIXED       PIC 9(7)V99.
          05 FILLER          PIC X(10).

      * Operators shared by EMPSYS, FUN and the quick tool - the
      * password is held only as a salted one-way hash.  Rows
      * written before passwords were kept end after the scope;
      * their operators choose a password at their next sign-on.
       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
          05 OPR-ID          PIC X(8).
          05 OPR-ROLE        PIC X(1).
          05 OPR-NAME        PIC X(25).
          05 OPR-DEPT-SCOPE  PIC X(20).
          05 OPR-PWD-HASH    PIC X(9).
          05 OPR-STATE       PIC X(1).
          05 OPR-FAILS       PIC X(1).
          05 OPR-PWD-DATE    PIC X(8).
          05 OPR-MUST-CHANGE PIC X(1).
          05 OPR-LAST-SIGNON PIC X(8).
          05 FILLER          PIC X(10).

       FD BANK-FILE.
       01 BANK-RECORD     PIC X(90).
      * Work copy used while rewriting a side file less the purged
      * rows
       FD SIDEWRK-FILE.
       01 SIDEWRK-RECORD  PIC X(1440).

      * Final settlement statement from the guided termination
       FD SETTLE-FILE.
          05 BKA-ACCOUNT     PIC X(12).
          05 BKA-STATUS      PIC X(1).
          05 BKA-PRENOTE-DATE PIC 9(8).
          05 BKA-KEY-VER     PIC X(2).
          05 BKA-LAST4       PIC X(4).
          05 FILLER          PIC X(4).

       FD ONBOARD-FILE.
       01 ONBOARD-RECORD  PIC X(100).
      * commits to PAYROLL.DAT and BANKFILE.DAT only once it
      * balances, so a crash mid-run leaves the real files alone
       FD PAYSTAGE-FILE.
       01 PAYSTAGE-RECORD.
          05 PSG-PAY-DATA    PIC X(140).
          05 PSG-EXTRA       PIC X(1300).

       FD BANKSTG-FILE.
       01 BANKSTG-RECORD  PIC X(90).
          05 ACL-FUNCTION    PIC X(12).
          05 ACL-EMP-ID      PIC 9(7).
          05 ACL-REC-COUNT   PIC 9(5).
          05 ACL-REQUESTER   PIC X(30).

      * Generic source/copy pair used to take the dated archive
      * copy of a finished report
          05 JBC-MIN         PIC 9(7)V99.
          05 JBC-MID         PIC 9(7)V99.
          05 JBC-MAX         PIC 9(7)V99.
          05 JBC-RISK-CLASS  PIC X(4).
          05 JBC-RISK-RATE   PIC 9(2)V9(4).

      * Supplemental pay input - one-off bonus payments and keyed
      * corrections with their reason codes
          05 SUP-EMP-ID      PIC 9(7).
          05 SUP-AMOUNT      PIC 9(7)V99.
          05 SUP-REASON      PIC X(20).
          05 SUP-TUI-REF     PIC X(6).
          05 SUP-TUI-SEQ REDEFINES SUP-TUI-REF PIC 9(6).
          05 FILLER          PIC X(4).

      * Leave balances in days, accrued by the pay run and drawn
      * down by approved requests
          05 ARC-CURRENCY    PIC X(3).
          05 ARC-PAY-FREQ    PIC X(1).
          05 ARC-JOB-CODE    PIC X(4).
          05 ARC-COMPANY     PIC X(2).
          05 ARC-FILLER      PIC X(3).
          05 ARC-PURGE-DATE  PIC 9(8).

      * Run state and checkpoint for restartable processing
             10 TRX-FILE-ID     PIC X(12).
             10 TRX-CREATED     PIC 9(14).
             10 FILLER          PIC X(23).
      * Carried by the ADD and NAME actions only
          05 TRX-NEW-NAME    PIC X(30).
          05 TRX-HIRE-DATE   PIC 9(8).
          05 TRX-POSITION    PIC 9(6).
      * Carried by the ADD action only
          05 TRX-COMPANY     PIC X(2).
          05 TRX-PAY-FREQ    PIC X(1).
          05 TRX-PAY-METHOD  PIC X(1).

       FD NEWHIRE-FILE.
       01 NEWHIRE-RECORD  PIC X(120).
       FD VALID-FILE.
       01 VALID-RECORD    PIC X(132).

      * Position control - one row per approved seat.  Finance
      * approves headcount by position; every hire is placed
      * against an open one.  Status O open, F filled, Z frozen.
       FD POSITION-FILE.
       01 POSITION-RECORD.
          05 POS-NUMBER      PIC 9(6).
          05 POS-DEPT        PIC X(20).
          05 POS-JOB-CODE    PIC X(4).
          05 POS-FTE         PIC 9(1)V99.
          05 POS-STATUS      PIC X(1).
          05 POS-EMP-ID      PIC 9(7).
          05 POS-FILL-DATE   PIC 9(8).
          05 FILLER          PIC X(10).

       FD VACANCY-FILE.
       01 VACANCY-RECORD  PIC X(132).

      * Recurring allowances paid with salary - housing, transport,
      * car and the like.  Amount is per pay period; an end date of
      * zero runs until stopped.  Non-taxable allowances are kept
      * out of the withholding base.
       FD ALLOWANCE-FILE.
       01 ALLOWANCE-RECORD.
          05 ALW-EMP-ID      PIC 9(7).
          05 ALW-CODE        PIC X(4).
          05 ALW-AMOUNT      PIC 9(5)V99.
          05 ALW-TAXABLE     PIC X(1).
          05 ALW-START-DATE  PIC 9(8).
          05 ALW-END-DATE    PIC 9(8).
          05 FILLER          PIC X(10).

      * Travel and expense claims reimbursed through payroll.
      * Status P pending, A approved, R rejected, D paid - a paid
      * claim carries the period end it was paid in.
       FD EXPCLAIM-FILE.
       01 EXPCLAIM-RECORD.
          05 ECL-EMP-ID      PIC 9(7).
          05 ECL-CLAIM-NO    PIC 9(6).
          05 ECL-CLAIM-DATE  PIC 9(8).
          05 ECL-CATEGORY    PIC X(4).
          05 ECL-AMOUNT      PIC 9(5)V99.
          05 ECL-STATUS      PIC X(1).
          05 ECL-KEYED-BY    PIC X(8).
          05 ECL-APPROVER    PIC X(8).
          05 ECL-PAID-PE     PIC 9(8).
          05 FILLER          PIC X(10).

      * Commission plans - one row per tier of a plan as of its
      * effective date.  A new set of tiers under a later date
      * replaces the plan from that date; a tier upper bound of
      * zero is the open-ended top tier.  Rate is a percent.
       FD COMMPLAN-FILE.
       01 COMMPLAN-RECORD.
          05 CMP-PLAN        PIC X(4).
          05 CMP-EFF-DATE    PIC 9(8).
          05 CMP-TIER-FROM   PIC 9(9)V99.
          05 CMP-TIER-TO     PIC 9(9)V99.
          05 CMP-RATE        PIC 9(2)V99.
          05 FILLER          PIC X(10).

      * Sales credited to each rep for a period, under the plan the
      * rep is paid on
       FD SALESCR-FILE.
       01 SALESCR-RECORD.
          05 SCR-EMP-ID      PIC 9(7).
          05 SCR-PERIOD-END  PIC 9(8).
          05 SCR-PLAN        PIC X(4).
          05 SCR-AMOUNT      PIC 9(9)V99.
          05 FILLER          PIC X(10).

       FD COMMSTMT-FILE.
       01 COMMSTMT-RECORD    PIC X(132).

      * Withholding elections from the employee's certificate -
      * effective-dated, a new certificate is a new row.  Filing
      * status S single, M married, H head of household.  An
      * exemption stops withholding until its expiry date.
       FD WHELECT-FILE.
       01 WHELECT-RECORD.
          05 WHE-EMP-ID      PIC 9(7).
          05 WHE-EFF-DATE    PIC 9(8).
          05 WHE-FILING      PIC X(1).
          05 WHE-ALLOWANCES  PIC 9(2).
          05 WHE-EXTRA       PIC 9(5)V99.
          05 WHE-EXEMPT      PIC X(1).
          05 WHE-EXEMPT-EXP  PIC 9(8).
          05 FILLER          PIC X(10).

      * Work locations - the site an employee is based at, which
      * decides the regional withholding and the holidays observed
       FD LOCATION-FILE.
       01 LOCATION-RECORD.
          05 LOC-CODE        PIC X(4).
          05 LOC-NAME        PIC X(30).
          05 FILLER          PIC X(10).

      * Regional withholding bands by location, effective-dated like
      * TAXTABLE.DAT and withheld on top of it
       FD REGTAX-FILE.
       01 REGTAX-RECORD.
          05 RGT-LOCATION    PIC X(4).
          05 RGT-EFF-DATE    PIC 9(8).
          05 RGT-LOWER       PIC 9(7)V99.
          05 RGT-UPPER       PIC 9(7)V99.
          05 RGT-RATE        PIC 9(2)V99.
          05 RGT-FIXED       PIC 9(7)V99.
          05 FILLER          PIC X(10).

      * Benefit plan catalog - per-period cost of each plan and
      * coverage tier, effective-dated so a premium change is one
      * new row per tier
       FD BENPLAN-FILE.
       01 BENPLAN-RECORD.
          05 BPL-PLAN        PIC X(4).
          05 BPL-TIER        PIC X(2).
          05 BPL-EFF-DATE    PIC 9(8).
          05 BPL-EE-COST     PIC 9(5)V99.
          05 BPL-ER-COST     PIC 9(5)V99.
          05 BPL-DESC        PIC X(30).
          05 FILLER          PIC X(10).

      * Benefit elections by plan year.  An employee's latest plan
      * year not after the one in force applies, so an election
      * rolls over until a new one is keyed.  Plan NONE waives
      * coverage.
       FD BENELECT-FILE.
       01 BENELECT-RECORD.
          05 BEL-EMP-ID      PIC 9(7).
          05 BEL-PLAN-YEAR   PIC 9(4).
          05 BEL-PLAN        PIC X(4).
          05 BEL-TIER        PIC X(2).
          05 BEL-KEYED-DATE  PIC 9(8).
          05 BEL-KEYED-BY    PIC X(8).
          05 FILLER          PIC X(10).

       FD BENOE-FILE.
       01 BENOE-RECORD       PIC X(132).

      * Deduction arrears - the part of a voluntary deduction the
      * 40 percent cap kept the run from taking, one balance per
      * employee and deduction type (PENS, HLTH, UNIO), dated from
      * the period it first arose
       FD ARREARS-FILE.
       01 ARREARS-RECORD.
          05 ARR-EMP-ID      PIC 9(7).
          05 ARR-TYPE        PIC X(4).
          05 ARR-ORIG-PE     PIC 9(8).
          05 ARR-BALANCE     PIC 9(7)V99.
          05 ARR-LAST-REC-PE PIC 9(8).
          05 FILLER          PIC X(10).

       FD ARRAGE-FILE.
       01 ARRAGE-RECORD      PIC X(132).

       FD RECON-FILE.
       01 RECON-RECORD       PIC X(132).

      * Positive-pay queue - every check issued, reissued or voided
      * since the last positive-pay file went to the bank
       FD POSPAYQ-FILE.
       01 POSPAYQ-RECORD.
          05 PPQ-TYPE        PIC X(1).
          05 PPQ-CHECK-NO    PIC 9(8).
          05 PPQ-AMOUNT      PIC 9(7)V99.
          05 PPQ-ISSUE-DATE  PIC 9(8).
          05 PPQ-PAYEE       PIC X(30).
          05 FILLER          PIC X(10).

       FD POSPAY-FILE.
       01 POSPAY-RECORD      PIC X(80).

      * Bank paid-items file - one row per check the bank has paid
       FD PAIDITEM-FILE.
       01 PAIDITEM-RECORD.
          05 PDI-CHECK-NO    PIC 9(8).
          05 PDI-AMOUNT      PIC 9(7)V99.
          05 PDI-PAID-DATE   PIC 9(8).
          05 FILLER          PIC X(10).

       FD OUTCHK-FILE.
       01 OUTCHK-RECORD      PIC X(132).

      * Unclaimed wages - stale-dated checks voided into the
      * liability, kept for the annual unclaimed-property filing
       FD UNCLAIM-FILE.
       01 UNCLAIM-RECORD.
          05 UNC-CHECK-NO    PIC 9(8).
          05 UNC-EMP-ID      PIC 9(7).
          05 UNC-PAYEE       PIC X(30).
          05 UNC-AMOUNT      PIC 9(7)V99.
          05 UNC-ISSUE-DATE  PIC 9(8).
          05 UNC-STALE-DATE  PIC 9(8).
          05 UNC-REPORT-YEAR PIC 9(4).
          05 UNC-STATUS      PIC X(1).
          05 FILLER          PIC X(10).

      * Month-end payroll accrual waiting to be reversed by the next
      * pay run's GL extract - one line per company and department/
      * cost center; a blank company is company 01
       FD ACCRUAL-FILE.
       01 ACCRUAL-RECORD.
          05 ACR-MONTH-END   PIC 9(8).
          05 ACR-DEPT        PIC X(20).
          05 ACR-CC          PIC X(6).
          05 ACR-AMOUNT      PIC 9(9)V99.
          05 ACR-COMPANY     PIC X(2).
          05 FILLER          PIC X(8).

       FD LVLIAB-FILE.
       01 LVLIAB-RECORD      PIC X(132).

      * Leave provision history - the liability per company at each
      * valuation, so the next one can post the movement
       FD LVPROV-FILE.
       01 LVPROV-RECORD.
          05 LVP-VAL-DATE    PIC 9(8).
          05 LVP-COMPANY     PIC X(2).
          05 LVP-TOTAL       PIC 9(11)V99.
          05 FILLER          PIC X(10).

       FD VARIANCE-FILE.
       01 VARIANCE-RECORD    PIC X(132).

      * Performance review history - one record per review, so every
      * year's rating is kept; EMP-RATING carries only the latest
       FD REVIEW-FILE.
       01 REVIEW-RECORD.
          05 RVW-EMP-ID      PIC 9(7).
          05 RVW-REVIEW-DATE PIC 9(8).
          05 RVW-RATING      PIC X(1).
          05 RVW-REVIEWER-ID PIC 9(7).
          05 RVW-NEXT-DUE    PIC 9(8).
          05 FILLER          PIC X(9).

       FD REVDUE-FILE.
       01 REVDUE-RECORD      PIC X(132).

       FD CALIB-FILE.
       01 CALIB-RECORD       PIC X(132).

       FD PROMO-FILE.
       01 PROMO-RECORD       PIC X(132).

      * Restricted demographics, kept off the master - admin role
      * only, and every read is written to ACCESS.LOG
       FD DEMOG-FILE.
       01 DEMOG-RECORD.
          05 DMG-EMP-ID      PIC 9(7).
          05 DMG-GENDER      PIC X(1).
          05 DMG-ETHNIC      PIC X(2).
          05 DMG-BIRTH-YEAR  PIC 9(4).
          05 DMG-DISABILITY  PIC X(1).
          05 FILLER          PIC X(10).

       FD PAYEQ-FILE.
       01 PAYEQ-RECORD       PIC X(132).

      * Employee documents - passports, visas, work permits and
      * licences.  A renewal is filed as a new record of the same
      * type; the record with the latest expiry is the one in force.
      * DOC-REQUIRED 'Y' marks a required work authorization.
       FD DOCUMENT-FILE.
       01 DOCUMENT-RECORD.
          05 DOC-EMP-ID      PIC 9(7).
          05 DOC-TYPE        PIC X(4).
          05 DOC-NUMBER      PIC X(20).
          05 DOC-ISSUE-DATE  PIC 9(8).
          05 DOC-EXPIRY-DATE PIC 9(8).
          05 DOC-REQUIRED    PIC X(1).
          05 FILLER          PIC X(10).

       FD SENIOR-FILE.
       01 SENIOR-RECORD      PIC X(132).

       FD RIF-FILE.
       01 RIF-RECORD         PIC X(132).

      * Raw time-clock punches - one row per swipe, badge number is
      * the employee id, time is HHMM, type I = in, O = out
       FD PUNCH-FILE.
       01 PUNCH-RECORD.
          05 PCH-BADGE       PIC 9(7).
          05 PCH-DATE        PIC 9(8).
          05 PCH-TIME        PIC 9(4).
          05 PCH-TYPE        PIC X(1).
          05 FILLER          PIC X(10).

       FD PUNCHEXC-FILE.
       01 PUNCHEXC-RECORD    PIC X(132).

      * Who a garnishment order is paid to - one row per order ref,
      * the latest row for a ref replacing any earlier one.  Orders
      * sharing a payee id are remitted together.  Method C = check
      * to the address, E = transfer to the bank details.
       FD GARNPAYE-FILE.
       01 GARNPAYE-RECORD.
          05 GPY-ORDER-REF   PIC X(12).
          05 GPY-PAYEE-ID    PIC X(8).
          05 GPY-AGENCY      PIC X(30).
          05 GPY-CASE-REF    PIC X(20).
          05 GPY-METHOD      PIC X(1).
          05 GPY-ADDRESS     PIC X(60).
          05 GPY-ROUTING     PIC 9(9).
          05 GPY-ACCOUNT     PIC X(17).
          05 FILLER          PIC X(10).

      * Garnishment remittance extract for accounts payable
       FD GARNREM-FILE.
       01 GARNREM-RECORD     PIC X(132).

      * Register of garnishment money remitted - one row per order
      * per committed pay run
       FD GRNREG-FILE.
       01 GRNREG-RECORD.
          05 GRR-DATE        PIC 9(8).
          05 GRR-PERIOD      PIC 9(8).
          05 GRR-PAYEE-ID    PIC X(8).
          05 GRR-ORDER-REF   PIC X(12).
          05 GRR-CASE-REF    PIC X(20).
          05 GRR-EMP-ID      PIC 9(7).
          05 GRR-AMOUNT      PIC 9(7)V99.

      * Pay stub delivery preference - the latest row for an
      * employee wins.  P = paper only, E = email when the contact
      * file holds a usable address.
       FD STUBPREF-FILE.
       01 STUBPREF-RECORD.
          05 SPF-EMP-ID      PIC 9(7).
          05 SPF-DELIVERY    PIC X(1).
          05 SPF-DATE        PIC 9(8).
          05 SPF-OPERATOR    PIC X(8).
          05 FILLER          PIC X(10).

      * One employee's pay stub for the mail gateway
       FD ESTUB-FILE.
       01 ESTUB-RECORD       PIC X(80).

      * Pay stub distribution manifest - one row per stub, then the
      * control counts
       FD ESTUBMAN-FILE.
       01 ESTUBMAN-RECORD    PIC X(132).

      * Pay stubs still to be printed and mailed on paper
       FD PAPERSTB-FILE.
       01 PAPERSTB-RECORD    PIC X(80).

      * Annual total-rewards statements, one employee to a page
       FD REWARDS-FILE.
       01 REWARDS-RECORD     PIC X(80).

      * Employment verification letter, ready to print
       FD VERLTR-FILE.
       01 VERLTR-RECORD      PIC X(80).

      * Compensation change letters, grouped by manager
       FD COMPLTR-FILE.
       01 COMPLTR-RECORD     PIC X(80).

      * Workers' compensation premium declaration
       FD WCOMP-FILE.
       01 WCOMP-RECORD       PIC X(132).

      * Annual electronic wage and tax return for the tax authority
       FD TAXRTN-FILE.
       01 TAXRTN-RECORD      PIC X(120).

      * Validation listing for the annual return
       FD TAXRTNX-FILE.
       01 TAXRTNX-RECORD     PIC X(132).

      * Tax withheld posted to the GL, one row per extract cut -
      * GLEXTR.DAT itself only ever holds the last run
       FD GLTAXH-FILE.
       01 GLTAXH-RECORD.
          05 GTH-COMPANY     PIC X(2).
          05 GTH-PERIOD-END  PIC 9(8).
          05 GTH-RUN-TYPE    PIC X(1).
          05 GTH-POST-DATE   PIC 9(8).
          05 GTH-AMOUNT      PIC 9(11)V99.
          05 FILLER          PIC X(8).

      * Year-end reconciliation of remittances to annual tax
       FD YERECON-FILE.
       01 YERECON-RECORD     PIC X(132).

      * Treasury cash requirements for the run awaiting release
       FD CASHREQ-FILE.
       01 CASHREQ-RECORD     PIC X(132).

      * Salary charged across companies through split allocations,
      * one row per employee and cost center per committed run
       FD ICHIST-FILE.
       01 ICHIST-RECORD.
          05 ICH-FROM-CO     PIC X(2).
          05 ICH-TO-CO       PIC X(2).
          05 ICH-PERIOD-END  PIC 9(8).
          05 ICH-EMP-ID      PIC 9(7).
          05 ICH-COST-CENTER PIC X(6).
          05 ICH-AMOUNT      PIC 9(9)V99.
          05 ICH-POST-DATE   PIC 9(8).
          05 FILLER          PIC X(8).

      * Monthly intercompany recharge statements
       FD ICSTMT-FILE.
       01 ICSTMT-RECORD      PIC X(132).

      * Self-service kiosk PINs - one-way hash only; the kiosk
      * counts wrong PINs and locks the PIN at three
       FD ESSPIN-FILE.
       01 ESSPIN-RECORD.
          05 ESP-EMP-ID      PIC 9(7).
          05 ESP-PIN-HASH    PIC 9(9).
          05 ESP-FAILS       PIC 9(1).
          05 ESP-LOCKED      PIC X(1).
          05 ESP-SET-DATE    PIC 9(8).
          05 ESP-LAST-DATE   PIC 9(8).
          05 FILLER          PIC X(6).

      * Contact changes proposed at the kiosk, pending ('P') until
      * HR approves ('A') or refuses ('R') them - a blank field
      * leaves CONTACT.DAT as it stands
       FD CONTCHG-FILE.
       01 CONTCHG-RECORD.
          05 CCH-EMP-ID          PIC 9(7).
          05 CCH-REQ-DATE        PIC 9(8).
          05 CCH-REQ-TIME        PIC 9(6).
          05 CCH-PHONE           PIC X(15).
          05 CCH-EMAIL           PIC X(30).
          05 CCH-EMERGENCY-NAME  PIC X(25).
          05 CCH-EMERGENCY-PHONE PIC X(15).
          05 CCH-STATUS          PIC X(1).
          05 CCH-DECIDED-BY      PIC X(8).
          05 CCH-DECIDED-DATE    PIC 9(8).
          05 FILLER              PIC X(7).

      * Quarterly access recertification and segregation-of-duties
      * report for the auditors
       FD ACCREC-FILE.
       01 ACCREC-RECORD      PIC X(132).

      * Journal of a department reorganization - FILE rows name the
      * files copied to <name>.DRB before they were rewritten, EMP
      * rows hold the employee before-images, HIST rows the transfer
      * events written.  A journal without an END row is an
      * interrupted reorganization.
       FD DEPTJRNL-FILE.
       01 DEPTJRNL-RECORD.
          05 DRJ-SEQ         PIC 9(6).
          05 DRJ-TYPE        PIC X(5).
          05 DRJ-EMP-ID      PIC 9(7).
          05 DRJ-HIST-DATE   PIC 9(8).
          05 DRJ-HIST-SEQ    PIC 9(2).
          05 DRJ-FILE        PIC X(13).
          05 DRJ-BEFORE      PIC X(107).

      * Bank account keys by version - the account on each bank
      * account row is held under the key version it names; the
      * current key is state C, retired keys R stay to read older
      * rows.  Keys are sealed (M) under the bank master key, which
      * is never kept with the data; BKK-CHECK proves the master key
      * that opens them.
       FD BANKKEY-FILE.
       01 BANKKEY-RECORD.
          05 BKK-VERSION     PIC 9(2).
          05 BKK-KEY         PIC 9(9).
          05 BKK-CREATED     PIC 9(8).
          05 BKK-STATE       PIC X(1).
          05 BKK-SEALED      PIC X(1).
          05 BKK-CHECK       PIC 9(6).
          05 FILLER          PIC X(3).

      * Certificate of the yearly anonymization of archived leavers
       FD ANONCERT-FILE.
       01 ANONCERT-RECORD    PIC X(132).

      * Work copy of the side archive while it is anonymized
       FD ANONWRK-FILE.
       01 ANONWRK-RECORD     PIC X(156).

      * A file under reorganization read as plain 512-byte blocks
      * to take its size
       FD RRGSIZE-FILE.
       01 RRGSIZE-RECORD     PIC X(512).

      * Run statistics history - one row per file per utility run
      * with record counts, sizes and phase timings
       FD REORGSTA-FILE.
       01 REORGSTA-RECORD.
          05 RST-DATE        PIC 9(8).
          05 RST-TIME        PIC 9(6).
          05 RST-FUNCTION    PIC X(8).
          05 RST-FILE        PIC X(13).
          05 RST-RECORDS     PIC 9(7).
          05 RST-HASH        PIC 9(15).
          05 RST-BEFORE-SIZE PIC 9(12).
          05 RST-AFTER-SIZE  PIC 9(12).
          05 RST-UNLOAD-SECS PIC 9(5)V99.
          05 RST-RELOAD-SECS PIC 9(5)V99.
          05 RST-RESULT      PIC X(8).
          05 RST-OPERATOR    PIC X(8).
          05 FILLER          PIC X(10).

      * Pay history of one closed year rolled out of PAYROLL.DAT -
      * the same record and key as the pay file
       FD PAYYR-FILE.
       01 PAYYR-RECORD.
          05 PYY-KEY.
             10 PYY-EMP-ID      PIC 9(7).
             10 PYY-PERIOD-END  PIC 9(8).
             10 PYY-REC-TYPE    PIC X(1).
             10 PYY-SEQ         PIC 9(2).
          05 PYY-DATA         PIC X(116).

      * Catalog of the pay year files with the control totals taken
      * when each year was rolled out
       FD PAYCAT-FILE.
       01 PAYCAT-RECORD.
          05 PYC-YEAR        PIC 9(4).
          05 PYC-FILE        PIC X(13).
          05 PYC-ROWS        PIC 9(7).
          05 PYC-GROSS       PIC S9(11)V99 SIGN LEADING SEPARATE.
          05 PYC-TAX         PIC S9(11)V99 SIGN LEADING SEPARATE.
          05 PYC-NET         PIC S9(11)V99 SIGN LEADING SEPARATE.
          05 PYC-ROLL-DATE   PIC 9(8).
          05 PYC-OPERATOR    PIC X(8).
          05 FILLER          PIC X(10).

      * FUN's parallel-run extract - its own pay calculation of a
      * period, written without committing, five-digit ids
       FD FUNPAR-FILE.
       01 FUNPAR-RECORD.
          05 FPR-PERIOD-END  PIC 9(8).
          05 FPR-EMP-ID      PIC 9(5).
          05 FPR-NAME        PIC X(30).
          05 FPR-GROSS       PIC 9(7)V99.
          05 FPR-BONUS       PIC 9(7)V99.
          05 FPR-TAX         PIC 9(7)V99.
          05 FPR-DEDUCTIONS  PIC 9(7)V99.
          05 FPR-LOAN        PIC 9(7)V99.
          05 FPR-NET         PIC 9(7)V99.
          05 FPR-HOURLY      PIC X(1).
          05 FPR-RUN-DATE    PIC 9(8).

      * Parallel-run comparison of FUN's and this system's pay
       FD PARRUN-FILE.
       01 PARRUN-RECORD      PIC X(132).

      * Tuition assistance - course fees paid through the supplemental
      * run, clawed back pro rata from a leaver inside the clawback
      * months after completion.  Status Q queued, P paid, C clawed.
       FD TUITION-FILE.
       01 TUITION-RECORD.
          05 TUI-SEQ           PIC 9(6).
          05 TUI-EMP-ID        PIC 9(7).
          05 TUI-COURSE        PIC X(20).
          05 TUI-AMOUNT        PIC 9(7)V99.
          05 TUI-COMPLETE-DATE PIC 9(8).
          05 TUI-CLAWBACK-MOS  PIC 9(3).
          05 TUI-STATUS        PIC X(1).
          05 TUI-PAID-DATE     PIC 9(8).
          05 TUI-CLAWBACK-AMT  PIC 9(7)V99.
          05 FILLER            PIC X(10).

      * Late timesheet adjustments into closed periods - signed hours
      * against the original period's timesheet, approved like a
      * timesheet, repriced at that period's rate and paid or
      * recovered in the current period.  Status P pending,
      * A approved, R rejected, D paid.
       FD TSADJ-FILE.
       01 TSADJ-RECORD.
          05 TSJ-EMP-ID      PIC 9(7).
          05 TSJ-ORIG-PERIOD PIC 9(8).
          05 TSJ-BASE-REG    PIC 9(3)V9.
          05 TSJ-BASE-OT     PIC 9(3)V9.
          05 TSJ-REG-ADJ     PIC S9(3)V9 SIGN LEADING SEPARATE.
          05 TSJ-OT-ADJ      PIC S9(3)V9 SIGN LEADING SEPARATE.
          05 TSJ-SHIFT       PIC X(1).
          05 TSJ-STATUS      PIC X(1).
          05 TSJ-AMOUNT      PIC S9(7)V99 SIGN LEADING SEPARATE.
          05 TSJ-PAID-PERIOD PIC 9(8).
          05 TSJ-KEYED-BY    PIC X(8).
          05 TSJ-APPROVER    PIC X(8).
          05 TSJ-REASON      PIC X(20).
          05 FILLER          PIC X(10).

      * Company transfers - the employee's year-to-date position in
      * the old company as closed on the transfer date.  Pay rows
      * up to the transfer date belong to the old company; the new
      * company starts a fresh year-to-date after it.
       FD XFER-FILE.
       01 XFER-RECORD.
          05 XFR-EMP-ID      PIC 9(7).
          05 XFR-DATE        PIC 9(8).
          05 XFR-FROM-CO     PIC X(2).
          05 XFR-TO-CO       PIC X(2).
          05 XFR-GROSS       PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 XFR-TAX         PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 XFR-NET         PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 XFR-OPERATOR    PIC X(8).
          05 XFR-RUN-DATE    PIC 9(8).
          05 FILLER          PIC X(10).

      * Company transfer statement - both year-to-date positions and
      * what was carried over
       FD XFERRPT-FILE.
       01 XFERRPT-RECORD  PIC X(100).

      * Fraud analytics report - each pattern hit with its supporting
      * records and the AUDIT.LOG entries behind it
       FD FRAUDRPT-FILE.
       01 FRAUDRPT-RECORD PIC X(132).

      * Change confirmation log - one row per bank account, email or
      * phone change, queued (Q) when the change is made, marked sent
      * (S) by the notice run and F when a bank change is reversed
      * as fraudulent.  Bank rows keep the account they replaced so
      * the change can be undone before the prenote goes live.
       FD CHGNOTE-FILE.
       01 CHGNOTE-RECORD.
          05 CHN-EMP-ID      PIC 9(7).
          05 CHN-CHG-DATE    PIC 9(8).
          05 CHN-CHG-TIME    PIC 9(6).
          05 CHN-TYPE        PIC X(1).
          05 CHN-STATUS      PIC X(1).
          05 CHN-SEND-TO     PIC X(30).
          05 CHN-OLD-VALUE   PIC X(30).
          05 CHN-NEW-VALUE   PIC X(30).
          05 CHN-KEYED-BY    PIC X(8).
          05 CHN-SENT-DATE   PIC 9(8).
          05 CHN-ROUTE       PIC X(5).
          05 CHN-SENT-BY     PIC X(8).
          05 CHN-OLD-ROUTING PIC 9(9).
          05 CHN-OLD-ACCOUNT PIC X(12).
          05 CHN-OLD-KEY-VER PIC X(2).
          05 CHN-OLD-LAST4   PIC X(4).
          05 CHN-OLD-BKSTAT  PIC X(1).
          05 CHN-OLD-PRENOTE PIC 9(8).
          05 FILLER          PIC X(10).

      * Confirmation notices from the notice run, each headed with
      * the address it goes to
       FD CHGNTC-FILE.
       01 CHGNTC-RECORD   PIC X(80).

      * External audit samples - one row per sample drawn, holding
      * the seed and parameters so the same sample can be drawn
      * again
       FD AUDSAMP-FILE.
       01 AUDSAMP-RECORD.
          05 ASM-SAMPLE-NO   PIC 9(4).
          05 ASM-RUN-DATE    PIC 9(8).
          05 ASM-OPERATOR    PIC X(8).
          05 ASM-SEED        PIC 9(10).
          05 ASM-FROM        PIC 9(8).
          05 ASM-TO          PIC 9(8).
          05 ASM-PER-STRATUM PIC 9(3).
          05 ASM-LARGEST     PIC 9(3).
          05 ASM-BAND-1      PIC 9(7)V99.
          05 ASM-BAND-2      PIC 9(7)V99.
          05 ASM-POPULATION  PIC 9(6).
          05 ASM-POP-GROSS   PIC S9(11)V99 SIGN LEADING SEPARATE.
          05 ASM-SELECTED    PIC 9(5).
          05 FILLER          PIC X(10).

      * Audit pack - the evidence behind each sampled payment
       FD AUDPACK-FILE.
       01 AUDPACK-RECORD  PIC X(132).

      * What-if payroll simulation - current against candidate
      * tables side by side
       FD SIMRPT-FILE.
       01 SIMRPT-RECORD   PIC X(132).

      * Project and work-order master - timesheet hours may only be
      * charged to a code on file and open; the cost center, when
      * set, takes the project's labor in the GL
       FD PROJECT-FILE.
       01 PROJECT-RECORD.
          05 PRJ-CODE        PIC X(10).
          05 PRJ-NAME        PIC X(30).
          05 PRJ-COST-CENTER PIC X(6).
          05 PRJ-TYPE        PIC X(1).
          05 PRJ-STATUS      PIC X(1).
          05 FILLER          PIC X(12).

      * Project lines behind a timesheet - the part of the period's
      * regular and overtime hours worked on each project
       FD TSPROJ-FILE.
       01 TSPROJ-RECORD.
          05 TPL-EMP-ID      PIC 9(7).
          05 TPL-PERIOD-END  PIC 9(8).
          05 TPL-PROJECT     PIC X(10).
          05 TPL-REG-HOURS   PIC 9(3)V9.
          05 TPL-OT-HOURS    PIC 9(3)V9.
          05 FILLER          PIC X(7).

      * Labor distribution history - each committed run's project
      * share of an hourly employee's gross and employer cost
       FD LABDIST-FILE.
       01 LABDIST-RECORD.
          05 LBH-COMPANY     PIC X(2).
          05 LBH-PERIOD-END  PIC 9(8).
          05 LBH-PROJECT     PIC X(10).
          05 LBH-DEPT        PIC X(20).
          05 LBH-EMP-ID      PIC 9(7).
          05 LBH-REG-HOURS   PIC 9(3)V9.
          05 LBH-OT-HOURS    PIC 9(3)V9.
          05 LBH-GROSS       PIC 9(7)V99.
          05 LBH-EMPLR       PIC 9(7)V99.
          05 LBH-COST-CENTER PIC X(6).
          05 FILLER          PIC X(9).

      * Labor distribution by project, department and period
       FD LABRPT-FILE.
       01 LABRPT-RECORD   PIC X(132).

      * Department absence calendar - an employee a row, a day a
      * column
       FD ABSCAL-FILE.
       01 ABSCAL-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.

      * File statuses
       01 WS-EMP-STATUS      PIC X(2).
       01 WS-LOCK-STATUS     PIC X(2).
       01 WS-TRXLOCK-STATUS  PIC X(2).
       01 WS-AUDIT-STATUS    PIC X(2).
       01 WS-EMPHIST-STATUS  PIC X(2).
       01 WS-DEDUCT-STATUS   PIC X(2).
       01 WS-DDP-CHK-ID      PIC 9(7).
       01 WS-DDP-SEEN        PIC X.

      * What each staged pay row took from the side tables - the
      * claims, timesheet adjustments, garnishment takes and project
      * split it paid - carried on the staged row so the commit
      * settles exactly what was paid, resumed sitting or not
       01 WS-PSG-EXTRA.
          05 WS-PSG-CLAIM-COUNT  PIC 9(2).
          05 WS-PSG-CLAIM-NO OCCURS 10 TIMES PIC 9(6).
          05 WS-PSG-TSADJ-HELD   PIC X.
          05 WS-PSG-TSADJ-COUNT  PIC 9(2).
          05 WS-PSG-TSADJ-ENTRY OCCURS 10 TIMES.
             10 WS-PSG-TSADJ-PE     PIC 9(8).
             10 WS-PSG-TSADJ-AMOUNT PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
          05 WS-PSG-GRN-COUNT    PIC 9(2).
          05 WS-PSG-GRN-ENTRY OCCURS 10 TIMES.
             10 WS-PSG-GRN-REF      PIC X(12).
             10 WS-PSG-GRN-TAKEN    PIC 9(5)V99.
          05 WS-PSG-LBD-DEPT     PIC X(20).
          05 WS-PSG-LBD-COUNT    PIC 9(2).
          05 WS-PSG-LBD-ENTRY OCCURS 20 TIMES.
             10 WS-PSG-LBD-PROJECT  PIC X(10).
             10 WS-PSG-LBD-CC       PIC X(6).
             10 WS-PSG-LBD-REG      PIC 9(3)V9.
             10 WS-PSG-LBD-OT       PIC 9(3)V9.
             10 WS-PSG-LBD-GROSS    PIC 9(7)V99.
             10 WS-PSG-LBD-EMPLR    PIC 9(7)V99.
          05 FILLER              PIC X(1).
       01 WS-PSG-SUB         PIC 9(2) COMP.
       01 WS-PSG-HIT         PIC X.

      * Whole-system backup work fields.  The file list drives both
      * the backup and the restore: type S copies line sequential,
      * types 1-3 rebuild the indexed histories from record images.
             10 WS-BKA-ACCOUNT PIC X(12).
             10 WS-BKA-STATUS  PIC X(1).
             10 WS-BKA-PRENOTE PIC 9(8).
             10 WS-BKA-KEY-VER PIC X(2).
             10 WS-BKA-LAST4   PIC X(4).
       01 WS-BKA-SUB         PIC 9(5) COMP.
       01 WS-PRENOTE-DAYS    PIC 9(3) VALUE 10.
       01 WS-BKA-AGE         PIC S9(5) COMP.
       01 WS-DASH-STATUS     PIC X(2).
       01 WS-NOTIFY-STATUS   PIC X(2).
       01 WS-VALID-STATUS    PIC X(2).
       01 WS-POSITION-STATUS PIC X(2).
       01 WS-VACANCY-STATUS  PIC X(2).
       01 WS-ALLOWANCE-STATUS PIC X(2).
       01 WS-EXPCLAIM-STATUS PIC X(2).
       01 WS-COMMPLAN-STATUS PIC X(2).
       01 WS-SALESCR-STATUS  PIC X(2).
       01 WS-COMMSTMT-STATUS PIC X(2).
       01 WS-WHELECT-STATUS  PIC X(2).
       01 WS-LOCATION-STATUS PIC X(2).
       01 WS-REGTAX-STATUS   PIC X(2).
       01 WS-BENPLAN-STATUS  PIC X(2).
       01 WS-BENELECT-STATUS PIC X(2).
       01 WS-BENOE-STATUS    PIC X(2).
       01 WS-ARREARS-STATUS  PIC X(2).
       01 WS-ARRAGE-STATUS   PIC X(2).
       01 WS-RECON-STATUS    PIC X(2).
       01 WS-POSPAYQ-STATUS  PIC X(2).
       01 WS-POSPAY-STATUS   PIC X(2).
       01 WS-PAIDITEM-STATUS PIC X(2).
       01 WS-OUTCHK-STATUS   PIC X(2).
       01 WS-UNCLAIM-STATUS  PIC X(2).
       01 WS-ACCRUAL-STATUS  PIC X(2).
       01 WS-LVLIAB-STATUS   PIC X(2).
       01 WS-LVPROV-STATUS   PIC X(2).
       01 WS-VARIANCE-STATUS PIC X(2).
       01 WS-REVIEW-STATUS   PIC X(2).
       01 WS-REVDUE-STATUS   PIC X(2).
       01 WS-CALIB-STATUS    PIC X(2).
       01 WS-PROMO-STATUS    PIC X(2).
       01 WS-DEMOG-STATUS    PIC X(2).
       01 WS-PAYEQ-STATUS    PIC X(2).
       01 WS-DOCUMENT-STATUS PIC X(2).
       01 WS-SENIOR-STATUS   PIC X(2).
       01 WS-RIF-STATUS      PIC X(2).
       01 WS-PUNCH-STATUS    PIC X(2).
       01 WS-PUNCHEXC-STATUS PIC X(2).
       01 WS-GARNPAYE-STATUS PIC X(2).
       01 WS-GARNREM-STATUS  PIC X(2).
       01 WS-GRNREG-STATUS   PIC X(2).
       01 WS-STUBPREF-STATUS PIC X(2).
       01 WS-ESTUB-STATUS    PIC X(2).
       01 WS-ESTUBMAN-STATUS PIC X(2).
       01 WS-PAPERSTB-STATUS PIC X(2).
       01 WS-REWARDS-STATUS  PIC X(2).
       01 WS-VERLTR-STATUS   PIC X(2).
       01 WS-COMPLTR-STATUS  PIC X(2).
       01 WS-WCOMP-STATUS    PIC X(2).
       01 WS-TAXRTN-STATUS   PIC X(2).
       01 WS-TAXRTNX-STATUS  PIC X(2).
       01 WS-GLTAXH-STATUS   PIC X(2).
       01 WS-YERECON-STATUS  PIC X(2).
       01 WS-CASHREQ-STATUS  PIC X(2).
       01 WS-ICHIST-STATUS   PIC X(2).
       01 WS-ICSTMT-STATUS   PIC X(2).
       01 WS-ESSPIN-STATUS   PIC X(2).
       01 WS-CONTCHG-STATUS  PIC X(2).
       01 WS-ACCREC-STATUS   PIC X(2).
       01 WS-DEPTJRNL-STATUS PIC X(2).
       01 WS-BANKKEY-STATUS  PIC X(2).
       01 WS-ANONCERT-STATUS PIC X(2).
       01 WS-ANONWRK-STATUS  PIC X(2).
       01 WS-REORGSTA-STATUS PIC X(2).
       01 WS-RRGSIZE-STATUS  PIC X(2).
       01 WS-PAYYR-STATUS    PIC X(2).
       01 WS-PAYCAT-STATUS   PIC X(2).
       01 WS-FUNPAR-STATUS   PIC X(2).
       01 WS-PARRUN-STATUS   PIC X(2).
       01 WS-TUITION-STATUS  PIC X(2).
       01 WS-TSADJ-STATUS    PIC X(2).
       01 WS-XFER-STATUS     PIC X(2).
       01 WS-XFERRPT-STATUS  PIC X(2).
       01 WS-FRAUDRPT-STATUS PIC X(2).
       01 WS-CHGNOTE-STATUS  PIC X(2).
       01 WS-CHGNTC-STATUS   PIC X(2).
       01 WS-AUDSAMP-STATUS  PIC X(2).
       01 WS-AUDPACK-STATUS  PIC X(2).
       01 WS-SIMRPT-STATUS   PIC X(2).
       01 WS-PROJECT-STATUS  PIC X(2).
       01 WS-TSPROJ-STATUS   PIC X(2).
       01 WS-LABDIST-STATUS  PIC X(2).
       01 WS-LABRPT-STATUS   PIC X(2).
       01 WS-ABSCAL-STATUS   PIC X(2).

      * General work fields
       01 WS-TODAY           PIC 9(8).
       01 WS-SUB-3           PIC 9(5) COMP.
       01 WS-TARGET-ID       PIC 9(7).
       01 WS-LOCK-OK         PIC X.
       01 WS-TXL-OK          PIC X.
       01 WS-AUTH-OK         PIC X.
       01 WS-WORK-DATE       PIC 9(8).
       01 WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
      * Run options loaded from CONFIG.DAT
       01 WS-CONFIG-TABLE.
          05 WS-CONFIG-COUNT PIC 9(3) COMP VALUE ZERO.
          05 WS-CONFIG-ENTRY OCCURS 100 TIMES.
             10 WS-CFG-T-KEY    PIC X(16).
             10 WS-CFG-T-VALUE  PIC X(20).
       01 WS-CFG-WANTED      PIC X(16).
             10 WS-JBC-MIN   PIC 9(7)V99.
             10 WS-JBC-MID   PIC 9(7)V99.
             10 WS-JBC-MAX   PIC 9(7)V99.
             10 WS-JBC-RISK-CLASS PIC X(4).
             10 WS-JBC-RISK-RATE  PIC 9(2)V9(4).
       01 WS-JBC-SUB         PIC 9(3) COMP.
       01 WS-GRADE-MIN       PIC 9(7)V99.
       01 WS-GRADE-MAX       PIC 9(7)V99.
             10 WS-DED-PENSION  PIC 9(2)V99.
             10 WS-DED-HEALTH   PIC 9(5)V99.
             10 WS-DED-UNION    PIC 9(3)V99.
             10 WS-DED-BEN-ER   PIC 9(5)V99.
       01 WS-DED-SUB         PIC 9(5) COMP.

      * Timesheets loaded for the keyed period
       01 WS-PAY-DEDUCT      PIC 9(7)V99.
       01 WS-PAY-LOAN        PIC 9(7)V99.
       01 WS-PAY-NET         PIC S9(7)V99.
       01 WS-PAY-LOAN-WORK   PIC S9(7)V99.
       01 WS-HOURLY-RATE     PIC 9(4)V99.
       01 WS-DEDUCT-CAP      PIC 9(7)V99.
       01 WS-TOT-GROSS       PIC 9(11)V99.
          05 WS-GL-DRCR      PIC X(2).
          05 FILLER          PIC X(1) VALUE SPACES.
          05 WS-GL-AMOUNT    PIC 9(9).99.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 WS-GL-COMPANY   PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 WS-GL-PROJECT   PIC X(10) VALUE SPACES.
          05 FILLER          PIC X(33) VALUE SPACES.
       01 WS-GLMAP-TABLE.
          05 WS-GLM-COUNT    PIC 9(3) COMP VALUE ZERO.
          05 WS-GLM-ENTRY OCCURS 100 TIMES.
      * Holiday and FX rate tables
       01 WS-HOLIDAY-TABLE.
          05 WS-HOL-COUNT    PIC 9(3) COMP VALUE ZERO.
          05 WS-HOL-ENTRY OCCURS 300 TIMES.
             10 WS-HOL-T-DATE PIC 9(8).
             10 WS-HOL-T-LOC  PIC X(4).
       01 WS-FX-TABLE.
          05 WS-FX-COUNT     PIC 9(3) COMP VALUE ZERO.
          05 WS-FX-ENTRY OCCURS 20 TIMES.
       01 WS-CHK-INT         PIC 9(8) COMP.
       01 WS-CHK-DOW         PIC 9(1).
       01 WS-BUSINESS-DAY    PIC X.
       01 WS-CHK-LOC         PIC X(4) VALUE SPACES.

      * Pending-change table for applying and rewriting PENDING.DAT
       01 WS-PENDING-TABLE.
       01 WS-ACL-FUNCTION    PIC X(12).
       01 WS-ACL-EMP-ID      PIC 9(7).
       01 WS-ACL-REC-COUNT   PIC 9(5).
       01 WS-ACL-REQUESTER   PIC X(30) VALUE SPACES.
       01 WS-ALQ-OPR         PIC X(8).
       01 WS-ALQ-EMP-X       PIC X(7).
       01 WS-ALQ-SHOWN       PIC 9(5).
       01 WS-NH-DEPT         PIC X(20).
       01 WS-NH-SALARY-X     PIC X(12).
       01 WS-NH-HIRE-X       PIC X(10).
       01 WS-NH-POS-X        PIC X(10).
       01 WS-NH-REC-COUNT    PIC 9(6).
       01 WS-NH-SAL-TOTAL    PIC 9(11)V99.
       01 WS-NH-TRL-COUNT    PIC 9(6).
       01 WS-RESTART-FUNC    PIC X(8).
       01 WS-YE-YEAR         PIC 9(4).

      * Position control table and placement work fields
       01 WS-POS-TABLE.
          05 WS-POS-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-POS-ENTRY OCCURS 1000 TIMES.
             10 WS-POS-T-NUMBER    PIC 9(6).
             10 WS-POS-T-DEPT      PIC X(20).
             10 WS-POS-T-JOB-CODE  PIC X(4).
             10 WS-POS-T-FTE       PIC 9(1)V99.
             10 WS-POS-T-STATUS    PIC X(1).
             10 WS-POS-T-EMP-ID    PIC 9(7).
             10 WS-POS-T-FILL-DATE PIC 9(8).
       01 WS-POS-WANTED      PIC 9(6).
       01 WS-POS-SUB         PIC 9(5) COMP.
       01 WS-POS-REASON      PIC X(30).
       01 WS-POS-NEXT-NO     PIC 9(6).
       01 WS-POS-NEW-FTE     PIC 9(1)V99.

      * Vacancy report accumulators - one row per department
       01 WS-VAC-TABLE.
          05 WS-VAC-COUNT    PIC 9(3) COMP VALUE ZERO.
          05 WS-VAC-ENTRY OCCURS 100 TIMES.
             10 WS-VAC-DEPT        PIC X(20).
             10 WS-VAC-POSITIONS   PIC 9(5).
             10 WS-VAC-BUDGET-FTE  PIC 9(5)V99.
             10 WS-VAC-FILLED-FTE  PIC 9(5)V99.
             10 WS-VAC-OPEN-FTE    PIC 9(5)V99.
             10 WS-VAC-OPEN-CNT    PIC 9(5).
             10 WS-VAC-FROZEN-CNT  PIC 9(5).
             10 WS-VAC-HEADCOUNT   PIC 9(5).
       01 WS-VAC-SUB         PIC 9(3) COMP.
       01 WS-VAC-WANTED      PIC X(20).
       01 WS-VAC-LINE.
          05 WS-VCL-DEPT     PIC X(20).
          05 FILLER          PIC X(1) VALUE SPACES.
          05 WS-VCL-POSNS    PIC Z(4)9.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-VCL-BUDGET   PIC ZZ,ZZ9.99.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-VCL-FILLED   PIC ZZ,ZZ9.99.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-VCL-OPEN     PIC ZZ,ZZ9.99.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-VCL-OPEN-CNT PIC Z(4)9.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-VCL-FROZEN   PIC Z(4)9.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-VCL-HEADS    PIC Z(4)9.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-VCL-FLAG     PIC X(20).
          05 FILLER          PIC X(30) VALUE SPACES.
       01 WS-VAC-DETAIL.
          05 FILLER          PIC X(4) VALUE SPACES.
          05 WS-VCD-NUMBER   PIC 9(6).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-VCD-JOB-CODE PIC X(4).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-VCD-TITLE    PIC X(20).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-VCD-FTE      PIC 9.99.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-VCD-STATUS   PIC X(6).
          05 FILLER          PIC X(80) VALUE SPACES.
       01 WS-VAC-TOT-POSNS   PIC 9(5).
       01 WS-VAC-TOT-OPEN    PIC 9(5)V99.

      * Allowances in force for the period being paid, and their
      * totals by allowance code for the GL extract
       01 WS-ALLOW-TABLE.
          05 WS-ALW-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-ALW-ENTRY OCCURS 2000 TIMES.
             10 WS-ALW-EMP-ID   PIC 9(7).
             10 WS-ALW-CODE     PIC X(4).
             10 WS-ALW-AMOUNT   PIC 9(5)V99.
             10 WS-ALW-TAXABLE  PIC X(1).
       01 WS-ALW-GL-TABLE.
          05 WS-ALG-COUNT    PIC 9(3) COMP VALUE ZERO.
          05 WS-ALG-ENTRY OCCURS 50 TIMES.
             10 WS-ALG-CODE     PIC X(4).
             10 WS-ALG-AMOUNT   PIC 9(9)V99.
       01 WS-ALG-SUB         PIC 9(3) COMP.
       01 WS-PAY-ALLOW       PIC 9(7)V99.
       01 WS-PAY-ALLOW-NT    PIC 9(7)V99.

      * Expense claims - the whole file for keying and approval, and
      * for the pay run, which pays the approved ones and marks them
      * paid at commit.  Paid claims are totalled by category and
      * department for the GL extract.
       01 WS-EXPCLAIM-TABLE.
          05 WS-ECL-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-ECL-ENTRY OCCURS 3000 TIMES.
             10 WS-ECL-T-EMP-ID    PIC 9(7).
             10 WS-ECL-T-CLAIM-NO  PIC 9(6).
             10 WS-ECL-T-DATE      PIC 9(8).
             10 WS-ECL-T-CATEGORY  PIC X(4).
             10 WS-ECL-T-AMOUNT    PIC 9(5)V99.
             10 WS-ECL-T-STATUS    PIC X(1).
             10 WS-ECL-T-KEYED-BY  PIC X(8).
             10 WS-ECL-T-APPROVER  PIC X(8).
             10 WS-ECL-T-PAID-PE   PIC 9(8).
       01 WS-ECL-NEXT-NO     PIC 9(6).
       01 WS-ECL-NEW-AMT     PIC 9(5)V99.
       01 WS-ECL-NEW-DATE    PIC 9(8).
       01 WS-ECL-NEW-CAT     PIC X(4).
       01 WS-ECL-CHANGED     PIC X VALUE 'N'.
       01 WS-ECL-SHOWN       PIC 9(5) COMP.
       01 WS-ECL-MARKED      PIC 9(5) COMP.
       01 WS-EXP-GL-TABLE.
          05 WS-EXG-COUNT    PIC 9(3) COMP VALUE ZERO.
          05 WS-EXG-ENTRY OCCURS 200 TIMES.
             10 WS-EXG-CATEGORY PIC X(4).
             10 WS-EXG-DEPT     PIC X(20).
             10 WS-EXG-CC       PIC X(6).
             10 WS-EXG-AMOUNT   PIC 9(9)V99.
       01 WS-EXG-SUB         PIC 9(3) COMP.
       01 WS-PAY-EXPENSE     PIC 9(7)V99.
       01 WS-REG-EXP-LINE.
          05 FILLER          PIC X(6) VALUE SPACES.
          05 FILLER          PIC X(26) VALUE
             'EXPENSE REIMBURSEMENT'.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 WS-REX-AMOUNT   PIC Z(8),ZZ9.99-.
          05 FILLER          PIC X(30) VALUE SPACES.

      * Commission calculation - the plan tiers, the period's sales
      * totalled per rep and plan, and the statement lines
       01 WS-COMMPLAN-TABLE.
          05 WS-CMP-COUNT    PIC 9(3) COMP VALUE ZERO.
          05 WS-CMP-ENTRY OCCURS 500 TIMES.
             10 WS-CMP-PLAN     PIC X(4).
             10 WS-CMP-EFF      PIC 9(8).
             10 WS-CMP-FROM     PIC 9(9)V99.
             10 WS-CMP-TO       PIC 9(9)V99.
             10 WS-CMP-RATE     PIC 9(2)V99.
       01 WS-SALESCR-TABLE.
          05 WS-SCR-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-SCR-ENTRY OCCURS 2000 TIMES.
             10 WS-SCR-EMP-ID   PIC 9(7).
             10 WS-SCR-PLAN     PIC X(4).
             10 WS-SCR-SALES    PIC 9(11)V99.
       01 WS-SCR-SUB         PIC 9(5) COMP.
       01 WS-CMS-PERIOD      PIC 9(8).
       01 WS-CMS-BEST-EFF    PIC 9(8).
       01 WS-CMS-PORTION     PIC 9(11)V99.
       01 WS-CMS-TIER-AMT    PIC 9(9)V99.
       01 WS-CMS-COMMISSION  PIC 9(9)V99.
       01 WS-CMS-TOTAL       PIC 9(11)V99.
       01 WS-CMS-PAID        PIC 9(5) COMP.
       01 WS-CMS-REJECTS     PIC 9(5) COMP.
       01 WS-CMS-TIER-LINE.
          05 FILLER          PIC X(4) VALUE SPACES.
          05 FILLER          PIC X(5) VALUE 'TIER '.
          05 WS-CTL-FROM     PIC Z(8)9.99.
          05 FILLER          PIC X(3) VALUE ' - '.
          05 WS-CTL-TO       PIC Z(8)9.99.
          05 FILLER          PIC X(3) VALUE SPACES.
          05 WS-CTL-RATE     PIC Z9.99.
          05 FILLER          PIC X(6) VALUE '%  ON '.
          05 WS-CTL-PORTION  PIC Z(10)9.99.
          05 FILLER          PIC X(3) VALUE ' = '.
          05 WS-CTL-AMOUNT   PIC Z(8)9.99.
          05 FILLER          PIC X(50) VALUE SPACES.

      * Withholding elections in force for the period being paid -
      * the latest certificate on or before the period end.  Each
      * allowance, and married filing, is worth an annual amount
      * off the withholding base (WH-ALLOW-AMT and WH-MARRIED-AMT
      * in CONFIG.DAT).
       01 WS-WHELECT-TABLE.
          05 WS-WHE-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-WHE-ENTRY OCCURS 5000 TIMES.
             10 WS-WHE-EMP-ID   PIC 9(7).
             10 WS-WHE-EFF      PIC 9(8).
             10 WS-WHE-FILING   PIC X(1).
             10 WS-WHE-ALLOWS   PIC 9(2).
             10 WS-WHE-EXTRA    PIC 9(5)V99.
             10 WS-WHE-EXEMPT   PIC X(1).
             10 WS-WHE-EXP      PIC 9(8).
       01 WS-WHE-SUB         PIC 9(5) COMP.
       01 WS-WH-ALLOW-ANNUAL PIC 9(7)V99 VALUE 4300.
       01 WS-WH-MARRIED-ANNUAL PIC 9(7)V99 VALUE ZERO.
       01 WS-WHE-PERIODS     PIC 9(3).
       01 WS-WHE-RELIEF      PIC 9(7)V99.
       01 WS-TAX-BASE-ADJ    PIC 9(7)V99.
       01 WS-WHE-EXEMPT-USED PIC X VALUE 'N'.
       01 WS-WHE-EXTRA-USED  PIC 9(5)V99 VALUE ZERO.
       01 WS-WHE-NEW-FILING  PIC X.
       01 WS-WHE-NEW-ALLOWS  PIC 9(2).
       01 WS-WHE-NEW-EXTRA   PIC 9(5)V99.
       01 WS-WHE-NEW-EXEMPT  PIC X.
       01 WS-WHE-NEW-EXP     PIC 9(8).
       01 WS-WHE-NEW-EFF     PIC 9(8).

      * Work location table and the regional withholding bands in
      * force for the run, all locations together
       01 WS-LOCATION-TABLE.
          05 WS-LOC-COUNT    PIC 9(3) COMP VALUE ZERO.
          05 WS-LOC-ENTRY OCCURS 100 TIMES.
             10 WS-LOC-T-CODE PIC X(4).
             10 WS-LOC-T-NAME PIC X(30).
       01 WS-LOC-WANTED      PIC X(4).
       01 WS-LOC-SUB         PIC 9(3) COMP.
       01 WS-OLD-LOC         PIC X(4).
       01 WS-REGTAX-TABLE.
          05 WS-RTX-COUNT    PIC 9(3) COMP VALUE ZERO.
          05 WS-RTX-ENTRY OCCURS 200 TIMES.
             10 WS-RTX-T-LOC   PIC X(4).
             10 WS-RTX-T-EFF   PIC 9(8).
             10 WS-RTX-T-LOWER PIC 9(7)V99.
             10 WS-RTX-T-UPPER PIC 9(7)V99.
             10 WS-RTX-T-RATE  PIC 9(2)V99.
             10 WS-RTX-T-FIXED PIC 9(7)V99.
       01 WS-RTX-LOC         PIC X(4).
       01 WS-RTX-BEST-DATE   PIC 9(8).
       01 WS-RTX-BRACKET     PIC 9(3) COMP.
       01 WS-PAY-REGTAX      PIC 9(7)V99.
       01 WS-RVS-REGTAX      PIC S9(7)V99.

      * Regional tax by location for the quarterly remittance
       01 WS-QTR-LOC-TABLE.
          05 WS-QTL-COUNT    PIC 9(3) COMP VALUE ZERO.
          05 WS-QTL-ENTRY OCCURS 100 TIMES.
             10 WS-QTL-LOC   PIC X(4).
             10 WS-QTL-TAX   PIC S9(11)V99.
             10 WS-QTL-EMPS  PIC 9(5).
       01 WS-QTL-SUB         PIC 9(3) COMP.
       01 WS-QTR-REG-TOTAL   PIC S9(11)V99.
       01 WS-QTR-MAIN-TOTAL  PIC S9(11)V99.

      * Benefit catalog and the elections in force for a plan year
       01 WS-BENPLAN-TABLE.
          05 WS-BPL-COUNT    PIC 9(3) COMP VALUE ZERO.
          05 WS-BPL-ENTRY OCCURS 300 TIMES.
             10 WS-BPL-T-PLAN  PIC X(4).
             10 WS-BPL-T-TIER  PIC X(2).
             10 WS-BPL-T-EFF   PIC 9(8).
             10 WS-BPL-T-EE    PIC 9(5)V99.
             10 WS-BPL-T-ER    PIC 9(5)V99.
       01 WS-BENELECT-TABLE.
          05 WS-BEL-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-BEL-ENTRY OCCURS 5000 TIMES.
             10 WS-BEL-T-EMP-ID PIC 9(7).
             10 WS-BEL-T-YEAR   PIC 9(4).
             10 WS-BEL-T-PLAN   PIC X(4).
             10 WS-BEL-T-TIER   PIC X(2).
       01 WS-BPL-SUB         PIC 9(3) COMP.
       01 WS-BPL-BEST-DATE   PIC 9(8).
       01 WS-BEL-SUB         PIC 9(5) COMP.
       01 WS-BEN-SEL-DATE    PIC 9(8).
       01 WS-BEN-PLAN-YEAR   PIC 9(4).
       01 WS-BEN-YEAR-MONTH  PIC 9(2) VALUE 1.
       01 WS-BEN-NEW-YEAR    PIC 9(4).
       01 WS-BEN-PLAN        PIC X(4).
       01 WS-BEN-TIER        PIC X(2).
       01 WS-BEN-EE-COST     PIC 9(5)V99.
       01 WS-BEN-ER-COST     PIC 9(5)V99.
       01 WS-BEN-PRICED      PIC X.
       01 WS-BEN-ELECTED-CNT PIC 9(5).
       01 WS-BEN-ROLLED-CNT  PIC 9(5).
       01 WS-BEN-NONE-CNT    PIC 9(5).
       01 WS-PAY-EMPLR-BEN   PIC 9(7)V99.

      * Deduction arrears table and one employee's deduction split
      * by type - due, taken under the cap, short and recovered
       01 WS-ARREARS-TABLE.
          05 WS-ARR-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-ARR-ENTRY OCCURS 3000 TIMES.
             10 WS-ARR-T-EMP-ID   PIC 9(7).
             10 WS-ARR-T-TYPE     PIC X(4).
             10 WS-ARR-T-ORIG-PE  PIC 9(8).
             10 WS-ARR-T-BALANCE  PIC 9(7)V99.
             10 WS-ARR-T-LAST-REC PIC 9(8).
       01 WS-ARR-SUB         PIC 9(5) COMP.
       01 WS-ARR-MAX-PERIOD  PIC 9(5)V99 VALUE 100.
       01 WS-ARR-WANTED-TYPE PIC X(4).
       01 WS-DSP-GROSS       PIC 9(7)V99.
       01 WS-DSP-SPLIT.
          05 WS-DSP-ENTRY OCCURS 3 TIMES.
             10 WS-DSP-TYPE   PIC X(4).
             10 WS-DSP-DUE    PIC 9(7)V99.
             10 WS-DSP-TAKEN  PIC 9(7)V99.
             10 WS-DSP-SHORT  PIC 9(7)V99.
             10 WS-DSP-RECOV  PIC 9(7)V99.
       01 WS-DSP-SUB         PIC 9(1) COMP.
       01 WS-DSP-ROOM        PIC 9(7)V99.
       01 WS-DSP-TAKE        PIC 9(7)V99.
       01 WS-DSP-SHORT-TOT   PIC 9(7)V99.
       01 WS-DSP-RECOV-TOT   PIC 9(7)V99.

      * Arrears aging report work fields
       01 WS-AAG-AGE         PIC 9(5).
       01 WS-AAG-IDLE        PIC 9(5).
       01 WS-AAG-BUCKETS.
          05 WS-AAG-BUCKET OCCURS 4 TIMES PIC 9(9)V99.
       01 WS-AAG-BKT         PIC 9(1) COMP.
       01 WS-AAG-TOTAL       PIC 9(9)V99.
       01 WS-AAG-STALLED     PIC 9(5).

      * Three-way payroll reconciliation - register, GL extract and
      * disbursements for one period, and each employee's net
      * against what was paid, reissued or held
       01 WS-RCN-PERIOD      PIC 9(8).
       01 WS-RCN-TOTALS.
          05 WS-RCN-REG-GROSS  PIC S9(11)V99.
          05 WS-RCN-REG-TAX    PIC S9(11)V99.
          05 WS-RCN-REG-DEDUCT PIC S9(11)V99.
          05 WS-RCN-REG-NET    PIC S9(11)V99.
          05 WS-RCN-GL-GROSS   PIC S9(11)V99.
          05 WS-RCN-GL-TAX     PIC S9(11)V99.
          05 WS-RCN-GL-DEDUCT  PIC S9(11)V99.
          05 WS-RCN-GL-NET     PIC S9(11)V99.
          05 WS-RCN-BANK       PIC S9(11)V99.
          05 WS-RCN-REISSUE    PIC S9(11)V99.
          05 WS-RCN-RECOV      PIC S9(11)V99.
          05 WS-RCN-CHECKS     PIC S9(11)V99.
          05 WS-RCN-VOIDS      PIC S9(11)V99.
          05 WS-RCN-HELD       PIC S9(11)V99.
          05 WS-RCN-DISBURSED  PIC S9(11)V99.
       01 WS-RCN-TABLE.
          05 WS-RCN-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-RCN-ENTRY OCCURS 5000 TIMES.
             10 WS-RCN-T-EMP-ID   PIC 9(7).
             10 WS-RCN-T-NET      PIC S9(7)V99.
             10 WS-RCN-T-PAID     PIC S9(7)V99.
             10 WS-RCN-T-HELD     PIC S9(7)V99.
             10 WS-RCN-T-REISSUES PIC 9(3).
             10 WS-RCN-T-VOIDS    PIC 9(3).
       01 WS-RCN-SUB         PIC 9(5) COMP.
       01 WS-RCN-WANTED      PIC 9(7).
       01 WS-RCN-IN-COMPANY  PIC X.
       01 WS-RCN-AMOUNT      PIC S9(9)V99.
       01 WS-RCN-DIFF        PIC S9(11)V99.
       01 WS-RCN-EXCEPTIONS  PIC 9(5).
       01 WS-RCN-BANK-PERIOD PIC 9(8).
       01 WS-RCN-BANK-CO     PIC X(2).
       01 WS-RCN-BANK-OK     PIC X.
       01 WS-RCN-LABEL       PIC X(16).
       01 WS-RCN-LEFT        PIC S9(11)V99.
       01 WS-RCN-RIGHT       PIC S9(11)V99.
       01 WS-RCN-BALANCED    PIC X.

      * Positive-pay issue file - header, issue/void details and a
      * trailer with the control totals, one envelope per file
       01 WS-PPY-HDR.
          05 FILLER          PIC X(6) VALUE 'PPYHDR'.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 WS-PPH-FILE-ID  PIC X(12).
          05 FILLER          PIC X(1) VALUE SPACES.
          05 WS-PPH-DATE     PIC 9(8).
          05 FILLER          PIC X(1) VALUE SPACES.
          05 WS-PPH-COMPANY  PIC X(2).
          05 FILLER          PIC X(49) VALUE SPACES.
       01 WS-PPY-DET.
          05 FILLER          PIC X(6) VALUE 'PPYDET'.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 WS-PPD-TYPE     PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACES.
          05 WS-PPD-CHECK-NO PIC 9(8).
          05 FILLER          PIC X(1) VALUE SPACES.
          05 WS-PPD-AMOUNT   PIC 9(7).99.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 WS-PPD-DATE     PIC 9(8).
          05 FILLER          PIC X(1) VALUE SPACES.
          05 WS-PPD-PAYEE    PIC X(30).
          05 FILLER          PIC X(12) VALUE SPACES.
       01 WS-PPY-TRL.
          05 FILLER          PIC X(6) VALUE 'PPYTRL'.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 WS-PPT-ISSUES   PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACES.
          05 WS-PPT-ISS-TOT  PIC 9(11).99.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 WS-PPT-VOIDS    PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACES.
          05 WS-PPT-VOID-TOT PIC 9(11).99.
          05 FILLER          PIC X(30) VALUE SPACES.
       01 WS-PPQ-TYPE        PIC X(1).
       01 WS-PPQ-CHECK-NO    PIC 9(8).
       01 WS-PPQ-AMOUNT      PIC 9(7)V99.
       01 WS-PPQ-DATE        PIC 9(8).
       01 WS-PPQ-PAYEE       PIC X(30).
       01 WS-PPQ-EMP-ID      PIC 9(7).
       01 WS-PPY-QUEUED      PIC 9(6).
       01 WS-PPY-ISSUES      PIC 9(6).
       01 WS-PPY-VOIDS       PIC 9(6).
       01 WS-PPY-ISS-TOTAL   PIC 9(11)V99.
       01 WS-PPY-VOID-TOTAL  PIC 9(11)V99.
       01 WS-PPY-SEQ         PIC 9(2).

      * Paid-items clearing, outstanding check aging and stale-date
      * work fields.  Check register statuses: I issued, V voided,
      * C cleared, M cleared for a different amount, S stale-dated
      * into unclaimed wages.
       01 WS-CLR-SUB         PIC 9(5) COMP.
       01 WS-CLR-CLEARED     PIC 9(5).
       01 WS-CLR-MISMATCH    PIC 9(5).
       01 WS-CLR-REJECTED    PIC 9(5).
       01 WS-CLR-EDIT-PAID   PIC ZZZ,ZZ9.99-.
       01 WS-OCK-AGE         PIC 9(5).
       01 WS-OCK-BUCKETS.
          05 WS-OCK-BUCKET OCCURS 5 TIMES PIC 9(9)V99.
       01 WS-OCK-BKT         PIC 9(1) COMP.
       01 WS-OCK-TOTAL       PIC 9(9)V99.
       01 WS-OCK-COUNT       PIC 9(5).
       01 WS-OCK-STALE       PIC 9(5).
       01 WS-STC-DAYS        PIC 9(5) VALUE 180.
       01 WS-STC-COUNT       PIC 9(5).
       01 WS-STC-TOTAL       PIC 9(9)V99.

      * Month-end accrual: each employee's last regular period paid,
      * the approved timesheets not yet paid, and the journal lines
      * by department and cost center
       01 WS-ACR-MONTH-END   PIC 9(8).
       01 WS-ACR-TABLE.
          05 WS-ACR-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-ACR-ENTRY OCCURS 5000 TIMES.
             10 WS-ACR-T-EMP-ID  PIC 9(7).
             10 WS-ACR-T-LAST-PE PIC 9(8).
       01 WS-ACR-SUB         PIC 9(5) COMP.
       01 WS-ACR-WANTED      PIC 9(7).
       01 WS-ACT-TABLE.
          05 WS-ACT-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-ACT-ENTRY OCCURS 3000 TIMES.
             10 WS-ACT-T-EMP-ID  PIC 9(7).
             10 WS-ACT-T-PE      PIC 9(8).
             10 WS-ACT-T-REG     PIC 9(3)V9.
             10 WS-ACT-T-OT      PIC 9(3)V9.
             10 WS-ACT-T-SHIFT   PIC X(1).
       01 WS-ACJ-TABLE.
          05 WS-ACJ-COUNT    PIC 9(3) COMP VALUE ZERO.
          05 WS-ACJ-ENTRY OCCURS 300 TIMES.
             10 WS-ACJ-T-DEPT    PIC X(20).
             10 WS-ACJ-T-CC      PIC X(6).
             10 WS-ACJ-T-AMOUNT  PIC 9(9)V99.
       01 WS-ACJ-SUB         PIC 9(3) COMP.
       01 WS-ACJ-DEPT        PIC X(20).
       01 WS-ACJ-CC          PIC X(6).
       01 WS-ACJ-SHARE       PIC 9(9)V99.
       01 WS-ACR-FROM        PIC 9(8).
       01 WS-ACR-START       PIC 9(8).
       01 WS-ACR-HOURLY      PIC X.
       01 WS-ACR-AMOUNT      PIC 9(7)V99.
       01 WS-ACR-PART        PIC 9(7)V99.
       01 WS-ACR-DAYS-IN     PIC 9(3).
       01 WS-ACR-TOTAL       PIC 9(11)V99.
       01 WS-ACR-EMPS        PIC 9(5).
       01 WS-ACR-PENDING     PIC X.
       01 WS-ACR-REV-TOTAL   PIC 9(11)V99.
       01 WS-ACR-REV-PE      PIC 9(8).
       01 WS-ACR-KEPT        PIC 9(5).

      * Leave liability valuation - totals by department and by
      * company, with each company's provision at the last valuation
       01 WS-LVV-DATE        PIC 9(8).
       01 WS-LVV-DAYS        PIC S9(3)V99.
       01 WS-LVV-DAILY       PIC 9(7)V99.
       01 WS-LVV-VALUE       PIC 9(9)V99.
       01 WS-LVV-TOTAL       PIC 9(11)V99.
       01 WS-LVV-EMPS        PIC 9(5).
       01 WS-LVV-COMPANY     PIC X(2).
       01 WS-LVV-MOVE        PIC S9(11)V99.
       01 WS-LVV-EDIT-DAYS   PIC ZZ9.99-.
       01 WS-LVD-TABLE.
          05 WS-LVD-COUNT    PIC 9(3) COMP VALUE ZERO.
          05 WS-LVD-ENTRY OCCURS 200 TIMES.
             10 WS-LVD-DEPT     PIC X(20).
             10 WS-LVD-AMOUNT   PIC 9(11)V99.
       01 WS-LVD-SUB         PIC 9(3) COMP.
       01 WS-LVC-TABLE.
          05 WS-LVC-COUNT    PIC 9(2) COMP VALUE ZERO.
          05 WS-LVC-ENTRY OCCURS 50 TIMES.
             10 WS-LVC-COMPANY  PIC X(2).
             10 WS-LVC-AMOUNT   PIC 9(11)V99.
             10 WS-LVC-PRIOR    PIC 9(11)V99.
             10 WS-LVC-PRIOR-DT PIC 9(8).
       01 WS-LVC-SUB         PIC 9(2) COMP.

      * Pay variance review - each employee's pay for the period
      * against their previous period, with what the side files say
      * changed in between
       01 WS-PVR-CUR-PE      PIC 9(8).
       01 WS-PVR-PRIOR-PE    PIC 9(8).
       01 WS-PVR-AMT-LIMIT   PIC 9(7)V99 VALUE 50.00.
       01 WS-PVR-PCT-LIMIT   PIC 9(3)V99 VALUE 10.00.
       01 WS-PVR-DIFF        PIC S9(7)V99.
       01 WS-PVR-ABS         PIC 9(7)V99.
       01 WS-PVR-PCT         PIC 9(5)V9.
       01 WS-PVR-EDIT-PCT    PIC ZZZZ9.9.
       01 WS-PVR-CAUSE       PIC X(60).
       01 WS-PVR-PTR         PIC 9(3) COMP.
       01 WS-PVR-FLAGGED     PIC 9(5).
       01 WS-PVR-STARTERS    PIC 9(5).
       01 WS-PVR-LEAVERS     PIC 9(5).
       01 WS-PVR-WANTED      PIC 9(7).
       01 WS-PVR-SUB         PIC 9(5) COMP.
       01 WS-PVR-IN-COMPANY  PIC X(1).
       01 WS-PVR-TABLE.
          05 WS-PVR-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-PVR-ENTRY OCCURS 5000 TIMES.
             10 WS-PVR-T-EMP-ID    PIC 9(7).
             10 WS-PVR-T-CUR-ROWS  PIC 9(3) COMP.
             10 WS-PVR-T-CUR-FINAL PIC X(1).
             10 WS-PVR-T-CUR-NET   PIC S9(7)V99.
             10 WS-PVR-T-CUR-GROSS PIC S9(7)V99.
             10 WS-PVR-T-CUR-BONUS PIC S9(7)V99.
             10 WS-PVR-T-CUR-DED   PIC S9(7)V99.
             10 WS-PVR-T-CUR-LOAN  PIC S9(7)V99.
             10 WS-PVR-T-PRV-PE    PIC 9(8).
             10 WS-PVR-T-PRV-NET   PIC S9(7)V99.
             10 WS-PVR-T-PRV-GROSS PIC S9(7)V99.
             10 WS-PVR-T-PRV-BONUS PIC S9(7)V99.
             10 WS-PVR-T-PRV-DED   PIC S9(7)V99.
             10 WS-PVR-T-PRV-LOAN  PIC S9(7)V99.
             10 WS-PVR-T-CUR-REG   PIC 9(3)V9.
             10 WS-PVR-T-CUR-OT    PIC 9(3)V9.
             10 WS-PVR-T-PRV-REG   PIC 9(3)V9.
             10 WS-PVR-T-PRV-OT    PIC 9(3)V9.
             10 WS-PVR-T-GRN-REC   PIC 9(7)V99.
             10 WS-PVR-T-SALARY    PIC X(1).
             10 WS-PVR-T-RETRO     PIC X(1).
             10 WS-PVR-T-LOAN-OPEN PIC X(1).

      * Performance reviews - the review in force for each employee
      * as at a date, and the calibration counts by department and
      * by reviewing manager against the target distribution
       01 WS-RVW-DATE        PIC 9(8).
       01 WS-RVW-RATING      PIC X(1).
       01 WS-RVW-NEXT-DUE    PIC 9(8).
       01 WS-RVW-AS-AT       PIC 9(8).
       01 WS-RVW-CYCLE-DAYS  PIC 9(5) VALUE 365.
       01 WS-RVW-DAYS        PIC S9(7).
       01 WS-RVW-NUM         PIC 9(1).
       01 WS-RVW-TOLERANCE   PIC 9(3)V99 VALUE 10.00.
       01 WS-RVW-OVERDUE     PIC 9(5).
       01 WS-RVW-UNRATED     PIC 9(5).
       01 WS-RVW-RATED       PIC 9(5).
       01 WS-RVW-KEY-NO      PIC 9(1).
       01 WS-RVW-PCT         PIC 9(3)V9.
       01 WS-RVW-EDIT-PCT    PIC ZZ9.9.
       01 WS-RVW-EDIT-DAYS   PIC Z(6)9.
       01 WS-RVW-FLAG        PIC X(20).
       01 WS-RVW-LINE-COUNTS.
          05 WS-RVW-L-CNT    PIC 9(5) OCCURS 5 TIMES.
       01 WS-RVW-L-TOTAL     PIC 9(5).
       01 WS-RVW-TARGETS.
          05 WS-RVW-TARGET   PIC 9(3)V99 OCCURS 5 TIMES.
       01 WS-RVH-WANTED      PIC 9(7).
       01 WS-RVH-SUB         PIC 9(5) COMP.
       01 WS-RVH-TABLE.
          05 WS-RVH-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-RVH-ENTRY OCCURS 5000 TIMES.
             10 WS-RVH-EMP-ID    PIC 9(7).
             10 WS-RVH-DATE      PIC 9(8).
             10 WS-RVH-RATING    PIC X(1).
             10 WS-RVH-REVIEWER  PIC 9(7).
             10 WS-RVH-NEXT-DUE  PIC 9(8).
       01 WS-RVD-SUB         PIC 9(3) COMP.
       01 WS-RVD-TABLE.
          05 WS-RVD-COUNT    PIC 9(3) COMP VALUE ZERO.
          05 WS-RVD-ENTRY OCCURS 200 TIMES.
             10 WS-RVD-DEPT      PIC X(20).
             10 WS-RVD-CNT       PIC 9(5) OCCURS 5 TIMES.
       01 WS-RVM-SUB         PIC 9(3) COMP.
       01 WS-RVM-TABLE.
          05 WS-RVM-COUNT    PIC 9(3) COMP VALUE ZERO.
          05 WS-RVM-ENTRY OCCURS 500 TIMES.
             10 WS-RVM-MGR-ID    PIC 9(7).
             10 WS-RVM-CNT       PIC 9(5) OCCURS 5 TIMES.

      * Promotion eligibility - active employees with their grade
      * position, time in grade and time since last increase, and
      * the promotion and overdue-increase criteria from CONFIG
       01 WS-PRM-MIN-MONTHS  PIC 9(3) VALUE 24.
       01 WS-PRM-MIN-COMPA   PIC 9(3)V99 VALUE 1.00.
       01 WS-PRM-MIN-RATING  PIC 9(1) VALUE 4.
       01 WS-PRM-INCR-MONTHS PIC 9(3) VALUE 18.
       01 WS-PRM-GRADE-MOS   PIC 9(4).
       01 WS-PRM-INCR-MOS    PIC 9(4).
       01 WS-PRM-RATING      PIC X(1).
       01 WS-PRM-RATING-NUM  PIC 9(1).
       01 WS-PRM-CANDIDATES  PIC 9(5).
       01 WS-PRM-OVERDUE     PIC 9(5).
       01 WS-PRM-EDIT-COMPA  PIC Z9.99.
       01 WS-PRM-EDIT-MOS    PIC ZZZ9.
       01 WS-PRM-WANTED      PIC 9(7).
       01 WS-PRM-SUB         PIC 9(5) COMP.
       01 WS-PRM-DEPT-SUB    PIC 9(3) COMP.
       01 WS-PRM-TABLE.
          05 WS-PRM-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-PRM-ENTRY OCCURS 5000 TIMES.
             10 WS-PRM-EMP-ID      PIC 9(7).
             10 WS-PRM-NAME        PIC X(30).
             10 WS-PRM-DEPT        PIC X(20).
             10 WS-PRM-GRADE       PIC X(2).
             10 WS-PRM-GRADE-MIN   PIC 9(7)V99.
             10 WS-PRM-COMPA       PIC 9(3)V99.
             10 WS-PRM-HAS-GRADE   PIC X(1).
             10 WS-PRM-MST-RATING  PIC X(1).
             10 WS-PRM-GRADE-START PIC 9(8).
             10 WS-PRM-LAST-INCR   PIC 9(8).
       01 WS-PRD-TABLE.
          05 WS-PRD-COUNT    PIC 9(3) COMP VALUE ZERO.
          05 WS-PRD-DEPT     PIC X(20) OCCURS 200 TIMES.

      * Pay equity - salaries in base currency by grade and by job
      * code, split by the chosen demographic, with each visible
      * group's gap to the best-paid visible group
       01 WS-PEQ-DIMENSION   PIC X(1).
       01 WS-PEQ-MIN-GROUP   PIC 9(3) VALUE 5.
       01 WS-PEQ-GAP-PCT     PIC 9(3)V99 VALUE 5.00.
       01 WS-PEQ-READS       PIC 9(5).
       01 WS-PEQ-FLAGGED     PIC 9(5).
       01 WS-PEQ-SUPPRESSED  PIC 9(5).
       01 WS-PEQ-TYPE        PIC X(1).
       01 WS-PEQ-CODE        PIC X(4).
       01 WS-PEQ-GROUP       PIC X(2).
       01 WS-PEQ-DMG-OPEN    PIC X.
       01 WS-PEQ-TOP-AVG     PIC 9(9)V99.
       01 WS-PEQ-TOP-MED     PIC 9(9)V99.
       01 WS-PEQ-AVG-GAP     PIC 9(3)V9.
       01 WS-PEQ-MED-GAP     PIC 9(3)V9.
       01 WS-PEQ-EDIT-GAP    PIC ZZ9.9.
       01 WS-PEQ-HIDDEN      PIC 9(3).
       01 WS-PEQ-SHOWN       PIC 9(3).
       01 WS-PEQ-SUB         PIC 9(5) COMP.
       01 WS-PEQ-CELL-SUB    PIC 9(4) COMP.
       01 WS-PEQ-K           PIC 9(5) COMP.
       01 WS-PEQ-HOLD        PIC 9(9)V99.
       01 WS-PEQ-MID         PIC 9(5) COMP.
       01 WS-PEQ-PLACED      PIC X(1).
       01 WS-PEQ-EMP-TABLE.
          05 WS-PEQ-EMP-COUNT PIC 9(5) COMP VALUE ZERO.
          05 WS-PEQ-EMP OCCURS 5000 TIMES.
             10 WS-PEQ-E-GRADE  PIC X(2).
             10 WS-PEQ-E-JOB    PIC X(4).
             10 WS-PEQ-E-GROUP  PIC X(2).
             10 WS-PEQ-E-SALARY PIC 9(9)V99.
       01 WS-PEQ-CELL-TABLE.
          05 WS-PEQ-CELL-COUNT PIC 9(4) COMP VALUE ZERO.
          05 WS-PEQ-CELL OCCURS 1000 TIMES.
             10 WS-PEQ-C-TYPE   PIC X(1).
             10 WS-PEQ-C-CODE   PIC X(4).
             10 WS-PEQ-C-GROUP  PIC X(2).
             10 WS-PEQ-C-COUNT  PIC 9(5).
             10 WS-PEQ-C-SUM    PIC 9(11)V99.
             10 WS-PEQ-C-AVG    PIC 9(9)V99.
             10 WS-PEQ-C-MEDIAN PIC 9(9)V99.
             10 WS-PEQ-C-DONE   PIC X(1).
       01 WS-PEQ-WORK-TABLE.
          05 WS-PEQ-WORK-COUNT PIC 9(5) COMP.
          05 WS-PEQ-WORK     PIC 9(9)V99 OCCURS 5000 TIMES.

      * Employee documents - the document in force for each employee
      * and type, with the expiry warning window and the switch that
      * holds pay once a required work authorization has lapsed
       01 WS-DOC-HOLD        PIC X(1) VALUE 'N'.
       01 WS-DOC-EXPIRED     PIC X(1).
       01 WS-DOC-DAYS        PIC S9(7).
       01 WS-DOC-TAG         PIC X(8).
       01 WS-DOC-WARNINGS    PIC 9(5).
       01 WS-DOC-SUB         PIC 9(5) COMP.
       01 WS-DOC-TABLE.
          05 WS-DOC-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-DOC-ENTRY OCCURS 5000 TIMES.
             10 WS-DOC-EMP-ID    PIC 9(7).
             10 WS-DOC-TYPE      PIC X(4).
             10 WS-DOC-NUMBER    PIC X(20).
             10 WS-DOC-ISSUE     PIC 9(8).
             10 WS-DOC-EXPIRY    PIC 9(8).
             10 WS-DOC-REQUIRED  PIC X(1).

      * Seniority under the union agreement - the seniority date is
      * the service start moved on by every bridged break and every
      * leave day beyond the grace; a break longer than the bridge
      * restarts service at the rehire.  Ties go to the earlier
      * original hire date, then the lower employee id.
       01 WS-SEN-BRIDGE-DAYS PIC 9(5) VALUE 365.
       01 WS-SEN-LEAVE-GRACE PIC 9(5) VALUE 90.
       01 WS-SEN-DAYS        PIC S9(7).
       01 WS-SEN-PASS        PIC X(1).
       01 WS-SEN-PLACED      PIC X(1).
       01 WS-SEN-ROW         PIC 9(5).
       01 WS-SEN-RANK        PIC 9(5).
       01 WS-SEN-EDIT-RANK   PIC ZZZZ9.
       01 WS-SEN-EDIT-DAYS   PIC ZZZZ9.
       01 WS-SEN-WANTED      PIC 9(7).
       01 WS-SEN-SUB         PIC 9(5) COMP.
       01 WS-SEN-K           PIC 9(5) COMP.
       01 WS-SEN-GRP-SUB     PIC 9(3) COMP.
       01 WS-SEN-NEW-KEY     PIC X(24).
       01 WS-SEN-TABLE.
          05 WS-SEN-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-SEN-ENTRY OCCURS 5000 TIMES.
             10 WS-SEN-EMP-ID      PIC 9(7).
             10 WS-SEN-NAME        PIC X(30).
             10 WS-SEN-GROUP-KEY.
                15 WS-SEN-DEPT     PIC X(20).
                15 WS-SEN-JOB      PIC X(4).
             10 WS-SEN-STATUS      PIC X(1).
             10 WS-SEN-SALARY      PIC 9(7)V99.
             10 WS-SEN-CURRENCY    PIC X(3).
             10 WS-SEN-HIRE        PIC 9(8).
             10 WS-SEN-START       PIC 9(8).
             10 WS-SEN-DEDUCT      PIC 9(5).
             10 WS-SEN-BREAK-START PIC 9(8).
             10 WS-SEN-LEAVE-START PIC 9(8).
             10 WS-SEN-DATE        PIC 9(8).
       01 WS-SEN-ORDER-TABLE.
          05 WS-SEN-ORD      PIC 9(5) OCCURS 5000 TIMES.
       01 WS-SNG-TABLE.
          05 WS-SNG-COUNT    PIC 9(3) COMP VALUE ZERO.
          05 WS-SNG-KEY OCCURS 500 TIMES.
             10 WS-SNG-DEPT  PIC X(20).
             10 WS-SNG-JOB   PIC X(4).

      * Reduction-in-force what-if - the least senior in the chosen
      * department and job code go first; severance is weeks of
      * base-currency pay per completed year of seniority
       01 WS-RIF-DEPT        PIC X(20).
       01 WS-RIF-JOB         PIC X(4).
       01 WS-RIF-CUT         PIC 9(4).
       01 WS-RIF-SELECTED    PIC 9(4).
       01 WS-RIF-IN-GROUP    PIC 9(5).
       01 WS-RIF-WEEKS-YR    PIC 9(3)V99 VALUE 2.00.
       01 WS-RIF-MIN-WEEKS   PIC 9(3)V99 VALUE 4.00.
       01 WS-RIF-YEARS       PIC 9(3).
       01 WS-RIF-WEEKS       PIC 9(5)V99.
       01 WS-RIF-WEEKLY      PIC 9(9)V99.
       01 WS-RIF-SEVERANCE   PIC 9(9)V99.
       01 WS-RIF-TOTAL       PIC 9(11)V99.
       01 WS-RIF-EDIT-YEARS  PIC ZZ9.
       01 WS-RIF-EDIT-WEEKS  PIC ZZ9.99.

      * Time-clock import - punches paired in to out, rounded, meal
      * break taken off, split regular/overtime by day and by week
      * against the PREMRULE.DAT 'R' limits, and the shift set from
      * where most of the hours fell (blank day, E evening, N night)
       01 WS-PCH-START       PIC 9(8).
       01 WS-PCH-END         PIC 9(8).
       01 WS-PCH-ROUND-MINS  PIC 9(3) VALUE 15.
       01 WS-PCH-MEAL-AFTER  PIC 9(2)V99 VALUE 6.00.
       01 WS-PCH-MEAL-MINS   PIC 9(3) VALUE 30.
       01 WS-PCH-MAX-HOURS   PIC 9(2) VALUE 16.
       01 WS-PCH-DAY-START   PIC 9(4) VALUE 0600.
       01 WS-PCH-EVE-START   PIC 9(4) VALUE 1400.
       01 WS-PCH-NIGHT-START PIC 9(4) VALUE 2200.
       01 WS-PCH-DAY-LIMIT   PIC 9(3)V9 VALUE 8.0.
       01 WS-PCH-WEEK-LIMIT  PIC 9(3)V9 VALUE 40.0.
       01 WS-PCH-READ        PIC 9(5).
       01 WS-PCH-WRITTEN     PIC 9(5).
       01 WS-PCH-HELD        PIC 9(5).
       01 WS-PCH-SKIPPED     PIC 9(5).
       01 WS-PCH-EXC-COUNT   PIC 9(5).
       01 WS-PCH-EMP-EXC     PIC X(1).
       01 WS-PCH-EMP-OK      PIC X(1).
       01 WS-PCH-REASON      PIC X(30).
       01 WS-PCH-FIRST       PIC 9(5) COMP.
       01 WS-PCH-LAST        PIC 9(5) COMP.
       01 WS-PCH-OPEN-IN     PIC 9(5) COMP.
       01 WS-PCH-SUB         PIC 9(5) COMP.
       01 WS-PCH-EXC-SUB     PIC 9(5) COMP.
       01 WS-PCH-IN-ABS      PIC 9(11).
       01 WS-PCH-OUT-ABS     PIC 9(11).
       01 WS-PCH-ABS         PIC 9(11).
       01 WS-PCH-STEPS       PIC 9(11).
       01 WS-PCH-MINS        PIC S9(7).
       01 WS-PCH-HHMM        PIC 9(4).
       01 WS-PCH-HHMM-R REDEFINES WS-PCH-HHMM.
          05 WS-PCH-HH       PIC 9(2).
          05 WS-PCH-MM       PIC 9(2).
       01 WS-PCH-SHIFT-MINS.
          05 WS-PCH-DAY-MINS PIC 9(5).
          05 WS-PCH-EVE-MINS PIC 9(5).
          05 WS-PCH-NGT-MINS PIC 9(5).
       01 WS-PCH-REG-MINS    PIC 9(5).
       01 WS-PCH-OT-MINS     PIC 9(5).
       01 WS-PCH-WEEK-NO     PIC 9(3).
       01 WS-PCH-CUR-WEEK    PIC 9(3).
       01 WS-PCH-WEEK-REG    PIC 9(5).
       01 WS-PCH-DAY-REG     PIC 9(5).
       01 WS-PCH-DAY-OT      PIC 9(5).
       01 WS-PCH-SHIFT       PIC X(1).
       01 WS-PCH-TABLE.
          05 WS-PCH-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-PCH-ENTRY OCCURS 1 TO 20000 TIMES
                DEPENDING ON WS-PCH-COUNT
                ASCENDING KEY IS WS-PCH-EMP-ID WS-PCH-DATE
                                 WS-PCH-TIME.
             10 WS-PCH-EMP-ID   PIC 9(7).
             10 WS-PCH-DATE     PIC 9(8).
             10 WS-PCH-TIME     PIC 9(4).
             10 WS-PCH-TYPE     PIC X(1).
       01 WS-PDY-TABLE.
          05 WS-PDY-COUNT    PIC 9(3) COMP VALUE ZERO.
          05 WS-PDY-ENTRY OCCURS 62 TIMES.
             10 WS-PDY-DATE     PIC 9(8).
             10 WS-PDY-MINS     PIC 9(5).
       01 WS-PCX-TABLE.
          05 WS-PCX-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-PCX-EMP-ID   PIC 9(7) OCCURS 5000 TIMES.

      * Garnishment remittance - payee details by order, and the
      * payees this run's withholdings go to
       01 WS-GRN-RUN-TOTAL   PIC 9(9)V99.
       01 WS-GRM-LINES       PIC 9(5).
       01 WS-GRM-PAYEES      PIC 9(3).
       01 WS-GRM-PAYEE-LINES PIC 9(5).
       01 WS-GRM-PAYEE-TOTAL PIC 9(9)V99.
       01 WS-GRM-GRAND-TOTAL PIC 9(11)V99.
       01 WS-GRM-WANTED      PIC X(12).
       01 WS-GRM-SUB         PIC 9(4) COMP.
       01 WS-GRM-PY-SUB      PIC 9(3) COMP.
       01 WS-GRM-PAYEE       PIC X(8).
       01 WS-GPY-TABLE.
          05 WS-GPY-COUNT    PIC 9(4) COMP VALUE ZERO.
          05 WS-GPY-ENTRY OCCURS 1000 TIMES.
             10 WS-GPY-ORDER-REF PIC X(12).
             10 WS-GPY-PAYEE-ID  PIC X(8).
             10 WS-GPY-AGENCY    PIC X(30).
             10 WS-GPY-CASE-REF  PIC X(20).
             10 WS-GPY-METHOD    PIC X(1).
             10 WS-GPY-ADDRESS   PIC X(60).
             10 WS-GPY-ROUTING   PIC 9(9).
             10 WS-GPY-ACCOUNT   PIC X(17).
       01 WS-GRP-TABLE.
          05 WS-GRP-COUNT    PIC 9(3) COMP VALUE ZERO.
          05 WS-GRP-PAYEE    PIC X(8) OCCURS 200 TIMES.
       01 WS-GRN-PAYEE-OF.
          05 WS-GRN-GPY-SUB  PIC 9(4) COMP OCCURS 200 TIMES.

      * Pay stub distribution - each employee's email address and
      * delivery preference, the document being written and the
      * manifest control counts
       01 WS-ESTUB-NAME.
          05 FILLER          PIC X(2) VALUE 'ES'.
          05 WS-ESN-PERIOD   PIC 9(8) VALUE ZERO.
          05 WS-ESN-EMP-ID   PIC 9(7) VALUE ZERO.
          05 FILLER          PIC X(4) VALUE '.TXT'.
          05 FILLER          PIC X(7) VALUE SPACES.
       01 WS-ESD-ROUTE       PIC X(1).
       01 WS-ESD-REASON      PIC X(14).
       01 WS-ESD-EMP-ID      PIC 9(7).
       01 WS-ESD-SUB         PIC 9(5) COMP.
       01 WS-ESD-LINES       PIC 9(5).
       01 WS-ESD-READ        PIC 9(5).
       01 WS-ESD-EMAILED     PIC 9(5).
       01 WS-ESD-PAPER       PIC 9(5).
       01 WS-ESD-NO-EMAIL    PIC 9(5).
       01 WS-ESD-BAD-EMAIL   PIC 9(5).
       01 WS-ESD-OPTED-OUT   PIC 9(5).
       01 WS-ESD-FILE-ERROR  PIC 9(5).
       01 WS-ESD-DUPLICATES  PIC 9(5).
       01 WS-ESD-DELIVERED   PIC 9(5).
       01 WS-ESD-EMAIL       PIC X(30).
       01 WS-ESD-VALID       PIC X(1).
       01 WS-ESD-AT-COUNT    PIC 9(3).
       01 WS-ESD-BLANKS      PIC 9(3).
       01 WS-ESD-AT-POS      PIC 9(3).
       01 WS-ESD-LEN         PIC 9(3) COMP.
       01 WS-ESD-CHK         PIC 9(3) COMP.
       01 WS-ESC-TABLE.
          05 WS-ESC-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-ESC-ENTRY OCCURS 5000 TIMES.
             10 WS-ESC-EMP-ID   PIC 9(7).
             10 WS-ESC-EMAIL    PIC X(30).
             10 WS-ESC-OPT-OUT  PIC X(1).
             10 WS-ESC-SENT     PIC X(1).
       01 WS-ESM-LINE.
          05 WS-ESM-ROUTE    PIC X(10).
          05 WS-ESM-EMP-ID   PIC 9(7).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-ESM-ADDRESS  PIC X(30).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-ESM-DOCUMENT PIC X(21).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-ESM-LINES    PIC ZZZZ9.
       01 WS-ESK-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-ESK-LABEL    PIC X(30).
          05 WS-ESK-VALUE    PIC ZZ,ZZ9.

      * Total-rewards statements - the year's pay per active
      * employee, in department order for internal mail, and the
      * training each took in the year
       01 WS-TRW-YEAR        PIC 9(4).
       01 WS-TRW-FROM        PIC 9(8).
       01 WS-TRW-TO          PIC 9(8).
       01 WS-TRW-STMTS       PIC 9(5).
       01 WS-TRW-SUB         PIC 9(5) COMP.
       01 WS-TRW-TABLE.
          05 WS-TRW-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-TRW-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-TRW-COUNT
                ASCENDING KEY IS WS-TRW-EMP-ID
                INDEXED BY WS-TRW-IX.
             10 WS-TRW-DEPT     PIC X(20).
             10 WS-TRW-EMP-ID   PIC 9(7).
             10 WS-TRW-BASE     PIC S9(9)V99.
             10 WS-TRW-BONUS    PIC S9(9)V99.
             10 WS-TRW-SUPP     PIC S9(9)V99.
             10 WS-TRW-PERIODS  PIC S9(3).
       01 WS-TRT-TABLE.
          05 WS-TRT-COUNT    PIC 9(4) COMP VALUE ZERO.
          05 WS-TRT-ENTRY OCCURS 2000 TIMES.
             10 WS-TRT-EMP-ID   PIC 9(7).
             10 WS-TRT-COURSE   PIC X(20).
             10 WS-TRT-SCORE    PIC 9(3).
             10 WS-TRT-DATE     PIC 9(8).
       01 WS-TRW-PAY-TOTAL   PIC S9(9)V99.
       01 WS-TRW-PENSION     PIC 9(9)V99.
       01 WS-TRW-BENEFIT     PIC 9(9)V99.
       01 WS-TRW-EMPLR-TAX   PIC 9(9)V99.
       01 WS-TRW-CONTRIB     PIC 9(9)V99.
       01 WS-TRW-LEAVE-DAYS  PIC 9(3)V99.
       01 WS-TRW-DAILY       PIC 9(7)V99.
       01 WS-TRW-LEAVE-VALUE PIC 9(9)V99.
       01 WS-TRW-TRAINED     PIC 9(3).
       01 WS-TRW-LINE.
          05 FILLER          PIC X(4) VALUE SPACES.
          05 WS-TRW-LABEL    PIC X(30).
          05 WS-TRW-AMOUNT   PIC Z(8),ZZ9.99-.
          05 FILLER          PIC X(30) VALUE SPACES.
       01 WS-TRW-DAYS-LINE.
          05 FILLER          PIC X(4) VALUE SPACES.
          05 WS-TRW-DLABEL   PIC X(30).
          05 FILLER          PIC X(9) VALUE SPACES.
          05 WS-TRW-DAYS     PIC ZZ9.99.
          05 FILLER          PIC X(31) VALUE SPACES.
       01 WS-TRW-TRAIN-LINE.
          05 FILLER          PIC X(4) VALUE SPACES.
          05 WS-TRW-T-COURSE PIC X(20).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-TRW-T-DATE   PIC 9(8).
          05 FILLER          PIC X(8) VALUE '  SCORE '.
          05 WS-TRW-T-SCORE  PIC ZZ9.
          05 FILLER          PIC X(35) VALUE SPACES.

      * Employment verification letters - the subject's details
      * from the master or, for former staff, the purge archive
       01 WS-VLT-TYPE        PIC X(1).
       01 WS-VLT-REQUESTER   PIC X(30).
       01 WS-VLT-SOURCE      PIC X(1).
       01 WS-VLT-NAME        PIC X(30).
       01 WS-VLT-DEPT        PIC X(20).
       01 WS-VLT-HIRE-DATE   PIC 9(8).
       01 WS-VLT-TERM-DATE   PIC 9(8).
       01 WS-VLT-STATUS      PIC X(1).
       01 WS-VLT-SALARY      PIC 9(7)V99.
       01 WS-VLT-CURRENCY    PIC X(3).
       01 WS-VLT-TITLE       PIC X(20).
       01 WS-VLT-STATUS-DESC PIC X(20).
       01 WS-VLT-DATE-OUT.
          05 WS-VLT-YYYY     PIC 9(4).
          05 FILLER          PIC X(1) VALUE '-'.
          05 WS-VLT-MM       PIC 9(2).
          05 FILLER          PIC X(1) VALUE '-'.
          05 WS-VLT-DD       PIC 9(2).
       01 WS-VLT-LINE.
          05 FILLER          PIC X(4) VALUE SPACES.
          05 WS-VLT-LABEL    PIC X(22).
          05 WS-VLT-VALUE    PIC X(54).

      * Compensation change letters - the salary history rows not
      * yet written to, in manager order for hand delivery
       01 WS-CLT-FROM        PIC 9(8).
       01 WS-CLT-MANAGER     PIC 9(7).
       01 WS-CLT-MGR-NAME    PIC X(30).
       01 WS-CLT-LETTERS     PIC 9(5).
       01 WS-CLT-SKIPPED     PIC 9(5).
       01 WS-CLT-MANAGERS    PIC 9(5).
       01 WS-CLT-PCT         PIC S9(3)V99.
       01 WS-CLT-EDIT-PCT    PIC ZZ9.99-.
       01 WS-CLT-RANGE-POS   PIC S9(3)V99.
       01 WS-CLT-EDIT-RATIO  PIC Z9.99.
       01 WS-CLT-SUB         PIC 9(5) COMP.
       01 WS-CLT-TABLE.
          05 WS-CLT-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-CLT-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-CLT-COUNT.
             10 WS-CLT-MGR-ID    PIC 9(7).
             10 WS-CLT-EMP-ID    PIC 9(7).
             10 WS-CLT-EFF-DATE  PIC 9(8).
             10 WS-CLT-SEQ       PIC 9(2).
             10 WS-CLT-OLD-SAL   PIC 9(7)V99.
             10 WS-CLT-NEW-SAL   PIC 9(7)V99.
             10 WS-CLT-REASON    PIC X(10).
             10 WS-CLT-SEND      PIC X(1).
       01 WS-CLT-LINE.
          05 FILLER          PIC X(4) VALUE SPACES.
          05 WS-CLT-LABEL    PIC X(24).
          05 WS-CLT-VALUE    PIC X(52).

      * Workers' compensation declaration - gross by company and
      * risk class, less overtime premium where the insurer's rules
      * exclude it, priced at the class rate per 100 of payroll
       01 WS-WCC-YEAR        PIC 9(4).
       01 WS-WCC-QUARTER     PIC 9(1).
       01 WS-WCC-FROM        PIC 9(8).
       01 WS-WCC-TO          PIC 9(8).
       01 WS-WCC-EXCLUDE-OT  PIC 9(1) VALUE 1.
       01 WS-WCC-LAST-EMP    PIC 9(7).
       01 WS-WCC-COMPANY     PIC X(2).
       01 WS-WCC-CLASS       PIC X(4).
       01 WS-WCC-RATE        PIC 9(2)V9(4).
       01 WS-WCC-SUB         PIC 9(3) COMP.
       01 WS-WCC-OT-PREM     PIC 9(7)V99.
       01 WS-WCC-UNCLASSED   PIC 9(5).
       01 WS-WCC-JOB-WANTED  PIC X(4).
       01 WS-WCC-TABLE.
          05 WS-WCC-COUNT    PIC 9(3) COMP VALUE ZERO.
          05 WS-WCC-ENTRY OCCURS 1 TO 300 TIMES
                DEPENDING ON WS-WCC-COUNT.
             10 WS-WCC-T-COMPANY PIC X(2).
             10 WS-WCC-T-CLASS   PIC X(4).
             10 WS-WCC-T-RATE    PIC 9(2)V9(4).
             10 WS-WCC-T-EMPS    PIC 9(5).
             10 WS-WCC-T-GROSS   PIC S9(11)V99.
             10 WS-WCC-T-OT      PIC S9(11)V99.
       01 WS-WCC-REPORTABLE  PIC S9(11)V99.
       01 WS-WCC-PREMIUM     PIC S9(9)V99.
       01 WS-WCC-CO-GROSS    PIC S9(11)V99.
       01 WS-WCC-CO-OT       PIC S9(11)V99.
       01 WS-WCC-CO-REPORT   PIC S9(11)V99.
       01 WS-WCC-CO-PREMIUM  PIC S9(9)V99.
       01 WS-WCC-GR-GROSS    PIC S9(11)V99.
       01 WS-WCC-GR-OT       PIC S9(11)V99.
       01 WS-WCC-GR-REPORT   PIC S9(11)V99.
       01 WS-WCC-GR-PREMIUM  PIC S9(9)V99.
       01 WS-WCC-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-WCL-COMPANY  PIC X(2).
          05 FILLER          PIC X(3) VALUE SPACES.
          05 WS-WCL-CLASS    PIC X(4).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-WCL-RATE     PIC Z9.9999.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-WCL-EMPS     PIC ZZZZ9.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-WCL-GROSS    PIC Z(10),ZZ9.99-.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 WS-WCL-OT       PIC Z(10),ZZ9.99-.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 WS-WCL-REPORT   PIC Z(10),ZZ9.99-.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 WS-WCL-PREMIUM  PIC Z(8),ZZ9.99-.

      * Annual statutory return - one row per person paid in the
      * year, built from the year's pay rows, with the master or,
      * for leavers, the archive supplying name and company
       01 WS-STR-TABLE.
          05 WS-STR-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-STR-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-STR-COUNT
                ASCENDING KEY IS WS-STR-E-ID
                INDEXED BY WS-STR-IX.
             10 WS-STR-E-COMPANY PIC X(2).
             10 WS-STR-E-ID      PIC 9(7).
             10 WS-STR-E-NAME    PIC X(30).
             10 WS-STR-E-GROSS   PIC S9(9)V99.
             10 WS-STR-E-TAX     PIC S9(9)V99.
             10 WS-STR-E-SOURCE  PIC X(1).
       01 WS-SRC-TABLE.
          05 WS-SRC-COUNT    PIC 9(3) COMP VALUE ZERO.
          05 WS-SRC-ENTRY OCCURS 50 TIMES.
             10 WS-SRC-COMPANY   PIC X(2).
             10 WS-SRC-REF       PIC X(15).
             10 WS-SRC-EMPS      PIC 9(6).
             10 WS-SRC-EMP-GROSS PIC S9(11)V99.
             10 WS-SRC-EMP-TAX   PIC S9(11)V99.
             10 WS-SRC-CTL-GROSS PIC S9(11)V99.
             10 WS-SRC-CTL-TAX   PIC S9(11)V99.
       01 WS-STR-SUB         PIC 9(5) COMP.
       01 WS-SRC-SUB         PIC 9(3) COMP.
       01 WS-STR-COMPANY     PIC X(2).
       01 WS-STR-SUBMITTER   PIC X(12).
       01 WS-STR-ERRORS      PIC 9(5).
       01 WS-STR-EMP-TOTAL   PIC 9(6).
       01 WS-STR-LOST-GROSS  PIC S9(11)V99.
       01 WS-STR-LOST-TAX    PIC S9(11)V99.
       01 WS-STR-MESSAGE     PIC X(60).
       01 WS-STR-HEAD-REC.
          05 FILLER          PIC X(1) VALUE 'H'.
          05 WS-SRH-SUBMITTER PIC X(12).
          05 WS-SRH-YEAR     PIC 9(4).
          05 WS-SRH-CREATED  PIC 9(8).
          05 WS-SRH-EMPLOYERS PIC 9(3).
          05 WS-SRH-EMPLOYEES PIC 9(6).
          05 FILLER          PIC X(86) VALUE SPACES.
       01 WS-STR-EMPLR-REC.
          05 FILLER          PIC X(1) VALUE 'E'.
          05 WS-SRE-COMPANY  PIC X(2).
          05 WS-SRE-REF      PIC X(15).
          05 WS-SRE-YEAR     PIC 9(4).
          05 FILLER          PIC X(98) VALUE SPACES.
       01 WS-STR-EMPEE-REC.
          05 FILLER          PIC X(1) VALUE 'W'.
          05 WS-SRW-COMPANY  PIC X(2).
          05 WS-SRW-EMP-ID   PIC 9(7).
          05 WS-SRW-NAME     PIC X(30).
          05 WS-SRW-GROSS    PIC 9(11)V99.
          05 WS-SRW-TAX      PIC 9(11)V99.
          05 WS-SRW-LEAVER   PIC X(1).
          05 FILLER          PIC X(53) VALUE SPACES.
       01 WS-STR-TOTAL-REC.
          05 FILLER          PIC X(1) VALUE 'T'.
          05 WS-SRX-COMPANY  PIC X(2).
          05 WS-SRX-EMPS     PIC 9(6).
          05 WS-SRX-GROSS    PIC 9(13)V99.
          05 WS-SRX-TAX      PIC 9(13)V99.
          05 FILLER          PIC X(81) VALUE SPACES.

      * Year-end tax reconciliation - per employee the year's tax
      * rows, the YTD tax on the last row of the year and the tax
      * by quarter; per company and period the pay tax against the
      * tax posted to the GL; per quarter what was remitted
       01 WS-YRE-TABLE.
          05 WS-YRE-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-YRE-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-YRE-COUNT
                ASCENDING KEY IS WS-YRE-ID
                INDEXED BY WS-YRE-IX.
             10 WS-YRE-ID       PIC 9(7).
             10 WS-YRE-COMPANY  PIC X(2).
             10 WS-YRE-SOURCE   PIC X(1).
             10 WS-YRE-PAY-TAX  PIC S9(9)V99.
             10 WS-YRE-YTD-TAX  PIC S9(9)V99.
             10 WS-YRE-Q-TAX    PIC S9(9)V99 OCCURS 4 TIMES.
             10 WS-YRE-Q-ADJ    PIC X(1) OCCURS 4 TIMES.
             10 WS-YRE-GL-FLAG  PIC X(1).
       01 WS-YRC-TABLE.
          05 WS-YRC-COUNT    PIC 9(3) COMP VALUE ZERO.
          05 WS-YRC-ENTRY OCCURS 50 TIMES.
             10 WS-YRC-COMPANY  PIC X(2).
             10 WS-YRC-EMPS     PIC 9(5).
             10 WS-YRC-PAY-TAX  PIC S9(11)V99.
             10 WS-YRC-YTD-TAX  PIC S9(11)V99.
             10 WS-YRC-GL-TAX   PIC S9(11)V99.
       01 WS-YRP-TABLE.
          05 WS-YRP-COUNT    PIC 9(3) COMP VALUE ZERO.
          05 WS-YRP-ENTRY OCCURS 600 TIMES.
             10 WS-YRP-COMPANY  PIC X(2).
             10 WS-YRP-PERIOD   PIC 9(8).
             10 WS-YRP-PAY-TAX  PIC S9(11)V99.
             10 WS-YRP-GL-TAX   PIC S9(11)V99.
       01 WS-YRQ-TABLE.
          05 WS-YRQ-ENTRY OCCURS 4 TIMES.
             10 WS-YRQ-REMITTED PIC S9(11)V99.
             10 WS-YRQ-DATE     PIC 9(8).
             10 WS-YRQ-PAY-TAX  PIC S9(11)V99.
       01 WS-YER-SUB         PIC 9(5) COMP.
       01 WS-YER-QTR         PIC 9(1).
       01 WS-YER-COMPANY     PIC X(2).
       01 WS-YER-PERIOD      PIC 9(8).
       01 WS-YER-CELL        PIC 9(3) COMP.
       01 WS-YER-LAST-EMP    PIC 9(7).
       01 WS-YER-AMOUNT      PIC S9(11)V99.
       01 WS-YER-REMIT-TOT   PIC S9(11)V99.
       01 WS-YER-PAY-TOT     PIC S9(11)V99.
       01 WS-YER-YTD-TOT     PIC S9(11)V99.
       01 WS-YER-GL-TOT      PIC S9(11)V99.
       01 WS-YER-EXPLAINED   PIC 9(5).
       01 WS-YER-REASON      PIC X(60).
       01 WS-YER-PTR         PIC 9(3) COMP.
       01 WS-YER-LINE.
          05 WS-YEL-LABEL    PIC X(24).
          05 WS-YEL-AMT-1    PIC Z(10),ZZ9.99-.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-YEL-AMT-2    PIC Z(10),ZZ9.99-.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-YEL-AMT-3    PIC Z(10),ZZ9.99-.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-YEL-AMT-4    PIC Z(10),ZZ9.99-.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-YEL-NOTE     PIC X(20).

      * Cash requirements - what treasury must fund before the bank
      * file is released, by currency and by funding account
       01 WS-CRQ-CUR-TABLE.
          05 WS-CRQ-CUR-COUNT PIC 9(2) COMP VALUE ZERO.
          05 WS-CRQ-CUR-ENTRY OCCURS 10 TIMES.
             10 WS-CRQ-C-CUR     PIC X(3).
             10 WS-CRQ-C-ITEMS   PIC 9(6).
             10 WS-CRQ-C-AMOUNT  PIC S9(11)V99.
       01 WS-CRQ-ACCT-TABLE.
          05 WS-CRQ-ACCT-COUNT PIC 9(2) COMP VALUE ZERO.
          05 WS-CRQ-ACCT-ENTRY OCCURS 20 TIMES.
             10 WS-CRQ-A-ACCOUNT PIC X(20).
             10 WS-CRQ-A-CUR     PIC X(3).
             10 WS-CRQ-A-AMOUNT  PIC S9(11)V99.
       01 WS-CRQ-SUB         PIC 9(2) COMP.
       01 WS-CRQ-CUR         PIC X(3).
       01 WS-CRQ-ACCOUNT     PIC X(20).
       01 WS-CRQ-AMOUNT      PIC S9(11)V99.
       01 WS-CRQ-CHECKS      PIC S9(11)V99.
       01 WS-CRQ-CHECK-ITEMS PIC 9(6).
       01 WS-CRQ-HELD        PIC S9(11)V99.
       01 WS-CRQ-HELD-ITEMS  PIC 9(6).
       01 WS-CRQ-REISSUES    PIC S9(11)V99.
       01 WS-CRQ-RECOVERIES  PIC S9(11)V99.
       01 WS-CRQ-GARNISH     PIC S9(11)V99.
       01 WS-CRQ-PENSION     PIC S9(11)V99.
       01 WS-CRQ-HEALTH      PIC S9(11)V99.
       01 WS-CRQ-UNION       PIC S9(11)V99.
       01 WS-CRQ-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-CQL-LABEL    PIC X(30).
          05 WS-CQL-CUR      PIC X(4).
          05 WS-CQL-ITEMS    PIC ZZZZZ9.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-CQL-AMOUNT   PIC Z(10),ZZ9.99-.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-CQL-ACCOUNT  PIC X(20).

      * Intercompany recharge - allocated salary landing on another
      * company's cost center, by employee for the recharge history
       01 WS-ICD-TABLE.
          05 WS-ICD-COUNT    PIC 9(4) COMP VALUE ZERO.
          05 WS-ICD-ENTRY OCCURS 2000 TIMES.
             10 WS-ICD-EMP-ID   PIC 9(7).
             10 WS-ICD-CC       PIC X(6).
             10 WS-ICD-TO-CO    PIC X(2).
             10 WS-ICD-AMOUNT   PIC 9(9)V99.
       01 WS-ICR-CC          PIC X(6).
       01 WS-ICR-PARTNER     PIC X(2).
       01 WS-ICR-MONTH       PIC 9(6).
       01 WS-ICR-FROM-CO     PIC X(2).
       01 WS-ICR-TO-CO       PIC X(2).
       01 WS-ICR-PAIR-TOTAL  PIC 9(11)V99.
       01 WS-ICR-PAIRS       PIC 9(3).
       01 WS-ICS-TABLE.
          05 WS-ICS-COUNT    PIC 9(4) COMP VALUE ZERO.
          05 WS-ICS-ENTRY OCCURS 1 TO 3000 TIMES
                DEPENDING ON WS-ICS-COUNT.
             10 WS-ICS-FROM-CO  PIC X(2).
             10 WS-ICS-TO-CO    PIC X(2).
             10 WS-ICS-PERIOD   PIC 9(8).
             10 WS-ICS-EMP-ID   PIC 9(7).
             10 WS-ICS-CC       PIC X(6).
             10 WS-ICS-AMOUNT   PIC 9(9)V99.

      * Self-service kiosk administration - PINs, and the contact
      * changes and leave requests employees send from the kiosk
       01 WS-ESP-TABLE.
          05 WS-ESP-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-ESP-ENTRY OCCURS 5000 TIMES.
             10 WS-ESP-T-EMP-ID PIC 9(7).
             10 WS-ESP-T-HASH   PIC 9(9).
             10 WS-ESP-T-FAILS  PIC 9(1).
             10 WS-ESP-T-LOCKED PIC X(1).
             10 WS-ESP-T-SET    PIC 9(8).
             10 WS-ESP-T-LAST   PIC 9(8).
       01 WS-ESP-SUB         PIC 9(5) COMP.
       01 WS-ESP-PIN-IN      PIC X(6).
       01 WS-ESP-PIN-AGAIN   PIC X(6).
       01 WS-ESP-PIN-OK      PIC X.
       01 WS-ESP-DIGITS      PIC 9(2) COMP.
       01 WS-ESP-POS         PIC 9(2) COMP.
       01 WS-ESP-ROUND       PIC 9(2) COMP.
       01 WS-ESP-DIGIT       PIC 9(1).
       01 WS-ESP-WORK        PIC 9(12).
       01 WS-ESP-HASH        PIC 9(9).
       01 WS-ESA-TABLE.
          05 WS-ESA-COUNT    PIC 9(3) COMP VALUE ZERO.
          05 WS-ESA-ENTRY OCCURS 200 TIMES.
             10 WS-ESA-EMP-ID     PIC 9(7).
             10 WS-ESA-PHONE      PIC X(15).
             10 WS-ESA-EMAIL      PIC X(30).
             10 WS-ESA-EMER-NAME  PIC X(25).
             10 WS-ESA-EMER-PHONE PIC X(15).
             10 WS-ESA-APPLIED    PIC X(1).
       01 WS-ESA-SUB         PIC 9(3) COMP.
       01 WS-ESA-NAME        PIC X(30).
       01 WS-ESA-REVIEWED    PIC 9(5).
       01 WS-ESA-OLD-PHONE   PIC X(15).
       01 WS-ESA-OLD-EMAIL   PIC X(30).
       01 WS-ESA-OLD-EMER-NAME  PIC X(25).
       01 WS-ESA-OLD-EMER-PHONE PIC X(15).
       01 WS-ESL-REVIEWED    PIC 9(5).
       01 WS-ESL-APPROVED    PIC 9(5).

      * Operator file held for sign-on and operator maintenance,
      * and the password rules from CONFIG.DAT
       01 WS-OPT-TABLE.
          05 WS-OPT-COUNT    PIC 9(3) COMP VALUE ZERO.
          05 WS-OPT-ENTRY OCCURS 200 TIMES.
             10 WS-OPT-ID          PIC X(8).
             10 WS-OPT-ROLE        PIC X(1).
             10 WS-OPT-NAME        PIC X(25).
             10 WS-OPT-SCOPE       PIC X(20).
             10 WS-OPT-HASH        PIC X(9).
             10 WS-OPT-STATE       PIC X(1).
             10 WS-OPT-FAILS       PIC 9(1).
             10 WS-OPT-PWD-DATE    PIC 9(8).
             10 WS-OPT-MUST-CHANGE PIC X(1).
             10 WS-OPT-LAST        PIC 9(8).
       01 WS-OPT-SUB         PIC 9(3) COMP.
       01 WS-OPT-WANTED      PIC X(8).
       01 WS-OPT-NEW-ROLE    PIC X(1).
       01 WS-OPT-NEW-SCOPE   PIC X(20).
       01 WS-OPT-NEW-NAME    PIC X(25).
       01 WS-OPT-SCOPE-OK    PIC X.
       01 WS-PWD-IN          PIC X(16).
       01 WS-PWD-AGAIN       PIC X(16).
       01 WS-PWD-OK          PIC X.
       01 WS-PWD-CHANGED     PIC X.
       01 WS-PWD-LEN         PIC 9(2) COMP.
       01 WS-PWD-POS         PIC 9(2) COMP.
       01 WS-PWD-ROUND       PIC 9(2) COMP.
       01 WS-PWD-TEXT        PIC X(24).
       01 WS-PWD-WORK        PIC 9(12).
       01 WS-PWD-HASH-N      PIC 9(9).
       01 WS-PWD-HASH        PIC X(9).
       01 WS-PWD-AGE         PIC S9(7).
       01 WS-PWD-EXPIRY-DAYS PIC 9(4) VALUE 90.
       01 WS-PWD-MAX-FAILS   PIC 9(1) VALUE 3.
       01 WS-PWD-MIN-LENGTH  PIC 9(2) VALUE 8.

      * Access recertification - last activity per operator from
      * the sign-on date, AUDIT.LOG and ACCESS.LOG (parallel to the
      * operator table), the sensitive changes made in the period,
      * and the pay runs released in it
       01 WS-RCT-ACTIVITY.
          05 WS-RCT-ENTRY OCCURS 200 TIMES.
             10 WS-RCT-LAST-AUDIT  PIC 9(8).
             10 WS-RCT-LAST-ACCESS PIC 9(8).
             10 WS-RCT-CHANGES     PIC 9(5).
       01 WS-SOD-EVENTS.
          05 WS-SOD-EVT-COUNT PIC 9(4) COMP VALUE ZERO.
          05 WS-SOD-EVT OCCURS 2000 TIMES.
             10 WS-SOD-E-OPR    PIC X(8).
             10 WS-SOD-E-TYPE   PIC X(1).
             10 WS-SOD-E-EMP    PIC X(7).
             10 WS-SOD-E-DATE   PIC 9(8).
       01 WS-SOD-RELEASES.
          05 WS-SOD-REL-COUNT PIC 9(3) COMP VALUE ZERO.
          05 WS-SOD-REL OCCURS 200 TIMES.
             10 WS-SOD-R-OPR    PIC X(8).
             10 WS-SOD-R-DATE   PIC 9(8).
       01 WS-RCT-FROM        PIC 9(8).
       01 WS-RCT-TO          PIC 9(8).
       01 WS-RCT-DORMANT-DAYS PIC 9(4) VALUE 90.
       01 WS-RCT-DATE        PIC 9(8).
       01 WS-RCT-DATE-X REDEFINES WS-RCT-DATE PIC X(8).
       01 WS-RCT-OPR         PIC X(8).
       01 WS-RCT-TYPE        PIC X(1).
       01 WS-RCT-LAST        PIC 9(8).
       01 WS-RCT-IDLE        PIC S9(7).
       01 WS-RCT-DORMANT     PIC 9(3).
       01 WS-RCT-RELEASED    PIC 9(3).
       01 WS-RCT-STATE-TEXT  PIC X(8).
       01 WS-SOD-CONFLICTS   PIC 9(5).
       01 WS-SOD-TEXT        PIC X(40).
       01 WS-SOD-MAKER       PIC X(8).
       01 WS-SOD-SUB         PIC 9(4) COMP.
       01 WS-RCT-LINE.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 WS-RCL-ID       PIC X(8).
          05 FILLER          PIC X(1) VALUE SPACES.
          05 WS-RCL-NAME     PIC X(25).
          05 FILLER          PIC X(1) VALUE SPACES.
          05 WS-RCL-ROLE     PIC X(1).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-RCL-SCOPE    PIC X(20).
          05 FILLER          PIC X(1) VALUE SPACES.
          05 WS-RCL-SIGNON   PIC 9(8).
          05 FILLER          PIC X(1) VALUE SPACES.
          05 WS-RCL-AUDIT    PIC 9(8).
          05 FILLER          PIC X(1) VALUE SPACES.
          05 WS-RCL-ACCESS   PIC 9(8).
          05 FILLER          PIC X(1) VALUE SPACES.
          05 WS-RCL-CHANGES  PIC ZZZZ9.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-RCL-STATE    PIC X(8).
          05 FILLER          PIC X(1) VALUE SPACES.
          05 WS-RCL-FLAG     PIC X(8).
       01 WS-SOD-LINE.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 WS-SDL-OPR      PIC X(8).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-SDL-TEXT     PIC X(40).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-SDL-EMP      PIC X(7).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-SDL-DATE     PIC 9(8).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-SDL-REL-DATE PIC 9(8).

      * Reference file maintenance - the file being maintained is
      * held here as raw rows, with a view of one row per file
       01 WS-RFM-TABLE.
          05 WS-RFM-COUNT     PIC 9(4) COMP VALUE ZERO.
          05 WS-RFM-ENTRY     PIC X(60) OCCURS 1000 TIMES.
       01 WS-RFM-SUB         PIC 9(4) COMP.
       01 WS-RFM-SUB-2       PIC 9(4) COMP.
       01 WS-RFM-LINE-NO     PIC 9(4).
       01 WS-RFM-FULL        PIC X.
       01 WS-RFM-VALID       PIC X.
       01 WS-RFM-DONE        PIC X.
       01 WS-RFM-ACTION      PIC X.
       01 WS-RFM-DATE        PIC 9(8).
       01 WS-RFM-DATE-OK     PIC X.
       01 WS-RFM-LAST-DATE   PIC 9(8).
       01 WS-RFM-BEST-DATE   PIC 9(8).
       01 WS-RFM-ROWS        PIC 9(4).
       01 WS-RFM-REG-ROWS    PIC 9(4).
       01 WS-RFM-HIGHER      PIC X.
       01 WS-RFM-OLD-REC     PIC X(60).
       01 WS-RFM-REC         PIC X(60).
       01 WS-RFM-TXB REDEFINES WS-RFM-REC.
          05 WS-RFM-TX-EFF    PIC 9(8).
          05 WS-RFM-TX-LOWER  PIC 9(7)V99.
          05 WS-RFM-TX-UPPER  PIC 9(7)V99.
          05 WS-RFM-TX-RATE   PIC 9(2)V99.
          05 WS-RFM-TX-FIXED  PIC 9(7)V99.
          05 FILLER           PIC X(21).
       01 WS-RFM-PRM REDEFINES WS-RFM-REC.
          05 WS-RFM-PR-TYPE   PIC X(1).
          05 WS-RFM-PR-FROM   PIC 9(3)V9.
          05 WS-RFM-PR-TO     PIC 9(3)V9.
          05 WS-RFM-PR-MULT   PIC 9(1)V99.
          05 FILLER           PIC X(48).
       01 WS-RFM-SHF REDEFINES WS-RFM-REC.
          05 FILLER           PIC X(1).
          05 WS-RFM-SH-CODE   PIC X(1).
          05 WS-RFM-SH-UPLIFT PIC 9(2)V99.
          05 FILLER           PIC X(54).
       01 WS-RFM-GLM REDEFINES WS-RFM-REC.
          05 WS-RFM-GL-TYPE   PIC X(8).
          05 WS-RFM-GL-KEY    PIC X(20).
          05 WS-RFM-GL-ACCT   PIC X(8).
          05 FILLER           PIC X(24).
       01 WS-RFM-FXR REDEFINES WS-RFM-REC.
          05 WS-RFM-FX-CUR    PIC X(3).
          05 WS-RFM-FX-RATE   PIC 9(3)V9(6).
          05 WS-RFM-FX-EFF    PIC 9(8).
          05 FILLER           PIC X(40).
       01 WS-RFM-HOL REDEFINES WS-RFM-REC.
          05 WS-RFM-HO-DATE   PIC 9(8).
          05 WS-RFM-HO-NAME   PIC X(30).
          05 WS-RFM-HO-LOC    PIC X(4).
          05 FILLER           PIC X(18).
       01 WS-RFM-CFG REDEFINES WS-RFM-REC.
          05 WS-RFM-CF-KEY    PIC X(16).
          05 WS-RFM-CF-VALUE  PIC X(20).
          05 FILLER           PIC X(24).
       01 WS-RFM-PRJ REDEFINES WS-RFM-REC.
          05 WS-RFM-PJ-CODE   PIC X(10).
          05 WS-RFM-PJ-NAME   PIC X(30).
          05 WS-RFM-PJ-CC     PIC X(6).
          05 WS-RFM-PJ-TYPE   PIC X(1).
          05 WS-RFM-PJ-STATUS PIC X(1).
          05 FILLER           PIC X(12).
      * a second row view for comparing two rows of the same file
       01 WS-RFM-CMP         PIC X(60).
       01 WS-RFM-CMP-PRM REDEFINES WS-RFM-CMP.
          05 WS-RFM-CP-TYPE   PIC X(1).
          05 WS-RFM-CP-FROM   PIC 9(3)V9.
          05 WS-RFM-CP-TO     PIC 9(3)V9.
          05 FILLER           PIC X(51).
       01 WS-RFM-CMP-SHF REDEFINES WS-RFM-CMP.
          05 FILLER           PIC X(1).
          05 WS-RFM-CS-CODE   PIC X(1).
          05 FILLER           PIC X(58).
       01 WS-RFM-CMP-GLM REDEFINES WS-RFM-CMP.
          05 WS-RFM-CG-TYPE   PIC X(8).
          05 WS-RFM-CG-KEY    PIC X(20).
          05 WS-RFM-CG-ACCT   PIC X(8).
          05 FILLER           PIC X(24).
       01 WS-RFM-CMP-FXR REDEFINES WS-RFM-CMP.
          05 WS-RFM-CX-CUR    PIC X(3).
          05 WS-RFM-CX-RATE   PIC 9(3)V9(6).
          05 WS-RFM-CX-EFF    PIC 9(8).
          05 FILLER           PIC X(40).
       01 WS-RFM-CMP-HOL REDEFINES WS-RFM-CMP.
          05 WS-RFM-CH-DATE   PIC 9(8).
          05 WS-RFM-CH-NAME   PIC X(30).
          05 WS-RFM-CH-LOC    PIC X(4).
          05 FILLER           PIC X(18).
       01 WS-RFM-CMP-CFG REDEFINES WS-RFM-CMP.
          05 WS-RFM-CC-KEY    PIC X(16).
          05 WS-RFM-CC-VALUE  PIC X(20).
          05 FILLER           PIC X(24).
      * a new withholding bracket set as keyed
       01 WS-RFT-TABLE.
          05 WS-RFT-COUNT     PIC 9(2) COMP VALUE ZERO.
          05 WS-RFT-ENTRY OCCURS 20 TIMES.
             10 WS-RFT-LOWER  PIC 9(7)V99.
             10 WS-RFT-UPPER  PIC 9(7)V99.
             10 WS-RFT-RATE   PIC 9(2)V99.
             10 WS-RFT-FIXED  PIC 9(7)V99.
       01 WS-RFT-NO          PIC 9(2).
       01 WS-RFM-NEXT-FROM   PIC 9(7)V99.
       01 WS-RFM-EDIT-HRS    PIC ZZ9.9.
       01 WS-RFM-EDIT-MULT   PIC 9.99.
      * posting types the GL extract asks the map for - EXP- types
      * are built from the expense category and are also accepted
       01 WS-RFM-GL-TYPE-LIST.
          05 FILLER PIC X(40) VALUE
             'ACCREXP ACCRLIABALLOWEXPDEDPAY  EMPLREXP'.
          05 FILLER PIC X(40) VALUE
             'EMPLRPAYFXVAR   GARNPAY ICPAY   ICREC   '.
          05 FILLER PIC X(40) VALUE
             'LOANREC LVPROV  LVPROVEXNETPAY  OUTCHK  '.
          05 FILLER PIC X(40) VALUE
             'OVPREC  PROJEMPLPROJLAB SALEXP  TAXPAY  '.
          05 FILLER PIC X(40) VALUE
             'UNCLWAGE                                '.
       01 WS-RFM-GL-TYPES REDEFINES WS-RFM-GL-TYPE-LIST.
          05 WS-RFM-GL-KNOWN  PIC X(8) OCCURS 25 TIMES.

      * Department rename and merge.  The file list drives the
      * preview, the apply and the rollback: the position is where
      * the department name sits in the row; type G renames in
      * place, T only on DEPT transactions, D and K rows whose name
      * lands on an existing row are merged into it (D adds the
      * budget).
       01 WS-DRO-MAP-TABLE.
          05 WS-DRO-MAP-COUNT PIC 9(2) COMP VALUE ZERO.
          05 WS-DRO-MAP OCCURS 20 TIMES.
             10 WS-DRO-OLD    PIC X(20).
             10 WS-DRO-NEW    PIC X(20).
             10 WS-DRO-MERGE  PIC X.
       01 WS-DRO-MAP-SUB     PIC 9(2) COMP.
       01 WS-DRO-HIT         PIC 9(2) COMP.
       01 WS-DRO-NAME        PIC X(20).
       01 WS-DRO-NEW-NAME    PIC X(20).
       01 WS-DRO-PAIR-OK     PIC X.
       01 WS-DRO-PAIR-MERGE  PIC X.
       01 WS-DRO-EFF-DATE    PIC 9(8).
       01 WS-DRO-MODE        PIC X.
       01 WS-DRO-OK          PIC X.
       01 WS-DRO-DONE        PIC X.
       01 WS-DRO-STOP        PIC X.
       01 WS-DRO-OPENED      PIC X.
       01 WS-DRO-INCOMPLETE  PIC X.
       01 WS-DRO-JRNL-OPEN   PIC X.
       01 WS-DRO-SEQ-NO      PIC 9(6).
       01 WS-DRO-LINE-NO     PIC 9(6).
       01 WS-DRO-ROWS-HIT    PIC 9(6).
       01 WS-DRO-TOTAL       PIC 9(6).
       01 WS-DRO-RESTORED    PIC 9(6).
       01 WS-DRO-LINE        PIC X(140).
       01 WS-DRO-POS         PIC 9(3) COMP.
       01 WS-DRO-KEY-LEN     PIC 9(3) COMP.
       01 WS-DRO-CUR-FILE    PIC X(13).
       01 WS-DRO-STEM        PIC X(13).
       01 WS-DRO-EXT         PIC X(5).
       01 WS-DRO-COPY-NAME   PIC X(30).
       01 WS-DRO-FILE-SUB    PIC 9(2) COMP.
       01 WS-DRO-FILE-LIST-RAW.
          05 FILLER PIC X(17) VALUE 'DDEPT.DAT     001'.
          05 FILLER PIC X(17) VALUE 'KGLMAP.DAT    009'.
          05 FILLER PIC X(17) VALUE 'GOPERATOR.DAT 035'.
          05 FILLER PIC X(17) VALUE 'GPENDING.DAT  031'.
          05 FILLER PIC X(17) VALUE 'KMKTRATES.DAT 001'.
          05 FILLER PIC X(17) VALUE 'TTRANS.DAT    024'.
          05 FILLER PIC X(17) VALUE 'GPOSITION.DAT 007'.
          05 FILLER PIC X(17) VALUE 'GACCRUAL.DAT  009'.
       01 WS-DRO-FILE-LIST REDEFINES WS-DRO-FILE-LIST-RAW.
          05 WS-DRO-FILE OCCURS 8 TIMES.
             10 WS-DRO-FTYPE  PIC X(1).
             10 WS-DRO-FNAME  PIC X(13).
             10 WS-DRO-FPOS   PIC 9(3).
       01 WS-DRO-COPY-FLAGS.
          05 WS-DRO-COPIED    PIC X OCCURS 8 TIMES.
      * rows of a D or K file held for the merge - mark R renamed,
      * X merged away, space untouched
       01 WS-DRO-HELD-TABLE.
          05 WS-DRO-HELD-COUNT PIC 9(4) COMP VALUE ZERO.
          05 WS-DRO-HELD OCCURS 1000 TIMES.
             10 WS-DRO-HELD-ROW  PIC X(60).
             10 WS-DRO-HELD-MARK PIC X.
             10 WS-DRO-HELD-OLD  PIC X(20).
       01 WS-DRO-HELD-SUB    PIC 9(4) COMP.
       01 WS-DRO-HELD-SUB-2  PIC 9(4) COMP.
       01 WS-DRO-DPM-ROW     PIC X(60).
       01 WS-DRO-DPM REDEFINES WS-DRO-DPM-ROW.
          05 WS-DRO-DPM-NAME   PIC X(20).
          05 WS-DRO-DPM-CC     PIC X(6).
          05 WS-DRO-DPM-BUDGET PIC 9(9)V99.
          05 FILLER            PIC X(23).
       01 WS-DRO-BUDGET      PIC 9(9)V99.

      * Bank account protection.  Accounts are held enciphered
      * under a numbered key, with the last four characters kept in
      * clear for display; a blank key version is an account not
      * yet converted.
       01 WS-BKK-TABLE.
          05 WS-BKK-COUNT     PIC 9(2) COMP VALUE ZERO.
          05 WS-BKK-ENTRY OCCURS 99 TIMES.
             10 WS-BKK-VERSION PIC 9(2).
             10 WS-BKK-KEY     PIC 9(9).
             10 WS-BKK-CREATED PIC 9(8).
             10 WS-BKK-STATE   PIC X(1).
       01 WS-BKK-SUB         PIC 9(2) COMP.
       01 WS-BKK-EOF         PIC X.
       01 WS-BKK-CURRENT     PIC 9(2) VALUE ZERO.
       01 WS-BKK-CUR-KEY     PIC 9(9) VALUE ZERO.
       01 WS-BKM-PHRASE      PIC X(32).
       01 WS-BKM-HASH        PIC 9(9) VALUE ZERO.
       01 WS-BKM-PAD         PIC 9(9).
       01 WS-BKM-CHECK       PIC 9(6).
       01 WS-BKM-POS         PIC 9(2) COMP.
       01 WS-BKM-OK          PIC X VALUE 'N'.
       01 WS-BKM-PROMPT      PIC X VALUE 'N'.
       01 WS-BKM-BAD         PIC X.
       01 WS-BKM-CLEAR       PIC X.
       01 WS-BKC-VER         PIC 9(2).
       01 WS-BKC-VER-X REDEFINES WS-BKC-VER PIC X(2).
       01 WS-BKC-KEY         PIC 9(9).
       01 WS-BKC-KEY-OK      PIC X.
       01 WS-BKC-EMP-ID      PIC 9(7).
       01 WS-BKC-PLAIN       PIC X(12).
       01 WS-BKC-CIPHER      PIC X(12).
       01 WS-BKC-PLAIN-OK    PIC X.
       01 WS-BKC-LAST4       PIC X(4).
       01 WS-BKC-MASKED      PIC X(12).
       01 WS-BKC-LEN         PIC 9(2) COMP.
       01 WS-BKC-POS         PIC 9(2) COMP.
       01 WS-BKC-ASUB        PIC 9(2) COMP.
       01 WS-BKC-IDX         PIC 9(2) COMP.
       01 WS-BKC-SHIFT       PIC 9(2) COMP.
       01 WS-BKC-STATE       PIC 9(18) COMP.
       01 WS-BKC-ALPHABET-SET.
          05 FILLER          PIC X(36) VALUE
              '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
          05 FILLER          PIC X(28) VALUE
              'abcdefghijklmnopqrstuvwxyz -'.
       01 WS-BKC-ALPHABET REDEFINES WS-BKC-ALPHABET-SET PIC X(64).
       01 WS-BKC-FILE        PIC X(30).
       01 WS-BKC-FILE-OK     PIC X.
       01 WS-BKC-ROWS        PIC 9(6).
       01 WS-BKC-REKEYED     PIC 9(6).
       01 WS-BKC-FAILED      PIC 9(6).
       01 WS-BKC-TOT-REKEYED PIC 9(6).
       01 WS-BKC-TOT-FAILED  PIC 9(6).
       01 WS-BKC-ROW         PIC X(47).
       01 WS-BKC-R REDEFINES WS-BKC-ROW.
          05 WS-BKC-R-EMP-ID  PIC 9(7).
          05 WS-BKC-R-ROUTING PIC 9(9).
          05 WS-BKC-R-ACCOUNT PIC X(12).
          05 WS-BKC-R-STATUS  PIC X(1).
          05 WS-BKC-R-PRENOTE PIC 9(8).
          05 WS-BKC-R-KEY-VER PIC X(2).
          05 WS-BKC-R-LAST4   PIC X(4).
          05 FILLER           PIC X(4).
       01 WS-BKC-GEN-TABLE.
          05 WS-BKC-GEN-COUNT PIC 9(3) COMP VALUE ZERO.
          05 WS-BKC-GEN       PIC 9(4) OCCURS 200 TIMES.
       01 WS-BKC-GEN-SUB     PIC 9(3) COMP.

      * Anonymization of archived leavers - ids past the retention
      * period with their purge dates, and the files to be gone
      * through with the kind of row each holds: E employee image
      * (name), C contact row, B bank account row
       01 WS-ANZ-TABLE.
          05 WS-ANZ-COUNT     PIC 9(4) COMP VALUE ZERO.
          05 WS-ANZ-ENTRY OCCURS 2000 TIMES.
             10 WS-ANZ-ID      PIC 9(7).
             10 WS-ANZ-PURGED  PIC 9(8).
       01 WS-ANZ-SUB         PIC 9(4) COMP.
       01 WS-ANZ-COUNT-D     PIC 9(4).
       01 WS-ANZ-FILES.
          05 WS-ANZ-FILE-COUNT PIC 9(3) COMP VALUE ZERO.
          05 WS-ANZ-FILE-ENTRY OCCURS 500 TIMES.
             10 WS-ANZ-F-NAME  PIC X(30).
             10 WS-ANZ-F-KIND  PIC X(1).
       01 WS-ANZ-FSUB        PIC 9(3) COMP.
       01 WS-ANZ-RETAIN-YRS  PIC 9(2) VALUE 7.
       01 WS-ANZ-CUTOFF      PIC 9(8).
       01 WS-ANZ-MARK        PIC X(30) VALUE 'ANONYMIZED'.
       01 WS-ANZ-CHK-ID      PIC 9(7).
       01 WS-ANZ-HIT         PIC X.
       01 WS-ANZ-ROW         PIC X(156).
       01 WS-ANZ-ROWS        PIC 9(6).
       01 WS-ANZ-CHANGED     PIC 9(6).
       01 WS-ANZ-TOT-CHANGED PIC 9(7).
       01 WS-ANZ-FILES-DONE  PIC 9(3).
       01 WS-ANZ-FILE-OK     PIC X.
       01 WS-ANZ-ID-LINE.
          05 FILLER          PIC X(4) VALUE SPACES.
          05 FILLER          PIC X(7) VALUE 'EMP-ID '.
          05 WS-AZL-ID       PIC 9(7).
          05 FILLER          PIC X(10) VALUE '  PURGED  '.
          05 WS-AZL-PURGED   PIC 9(8).
       01 WS-ANZ-FILE-LINE.
          05 FILLER          PIC X(4) VALUE SPACES.
          05 WS-AZF-NAME     PIC X(30).
          05 FILLER          PIC X(7) VALUE ' ROWS  '.
          05 WS-AZF-ROWS     PIC ZZZZZ9.
          05 FILLER          PIC X(16) VALUE '  ANONYMIZED    '.
          05 WS-AZF-CHANGED  PIC ZZZZZ9.

      * Indexed file reorganization - the four indexed files with
      * their unload copies and the numeric field that goes into
      * the hash total with the employee id: position and length
       01 WS-RRG-LIST-RAW.
          05 FILLER PIC X(31) VALUE
              'EMPLOYEE.DAT EMPLOYEE.UNL 05809'.
          05 FILLER PIC X(31) VALUE
              'PAYROLL.DAT  PAYROLL.UNL  07009'.
          05 FILLER PIC X(31) VALUE
              'SALHIST.DAT  SALHIST.UNL  02709'.
          05 FILLER PIC X(31) VALUE
              'EMPHIST.DAT  EMPHIST.UNL  00808'.
       01 WS-RRG-LIST REDEFINES WS-RRG-LIST-RAW.
          05 WS-RRG-ENTRY OCCURS 4 TIMES.
             10 WS-RRG-FILE    PIC X(13).
             10 WS-RRG-UNLOAD  PIC X(13).
             10 WS-RRG-HF-POS  PIC 9(3).
             10 WS-RRG-HF-LEN  PIC 9(2).
       01 WS-RRG-SUB         PIC 9(1).
       01 WS-RRG-MODE        PIC X.
       01 WS-RRG-ROW         PIC X(140).
       01 WS-RRG-HF-VALUE    PIC 9(9).
       01 WS-RRG-COUNT       PIC 9(7).
       01 WS-RRG-HASH        PIC 9(15).
       01 WS-RRG-UNL-COUNT   PIC 9(7).
       01 WS-RRG-UNL-HASH    PIC 9(15).
       01 WS-RRG-WRITE-FAILS PIC 9(7).
       01 WS-RRG-RESULT      PIC X(8).
       01 WS-RRG-TRIES       PIC 9(1).
       01 WS-RRG-STOP        PIC X.
       01 WS-RRG-BEFORE-SIZE PIC 9(12).
       01 WS-RRG-AFTER-SIZE  PIC 9(12).
       01 WS-RRG-UNLOAD-SECS PIC 9(5)V99.
       01 WS-RRG-RELOAD-SECS PIC 9(5)V99.
       01 WS-RRG-CLOCK-START PIC 9(5)V99.
       01 WS-RRG-CLOCK       PIC 9(5)V99.
       01 WS-RRG-TIME-X      PIC X(8).
       01 WS-RRG-TIME REDEFINES WS-RRG-TIME-X.
          05 WS-RRG-HH       PIC 9(2).
          05 WS-RRG-MM       PIC 9(2).
          05 WS-RRG-SS       PIC 9(2).
          05 WS-RRG-CC       PIC 9(2).
       01 WS-RRG-FILE-NAME   PIC X(14).
       01 WS-RRG-SIZE-EOF    PIC X.
       01 WS-RRG-SIZE        PIC 9(12).

      * Pay year files - the catalog in year order, and the reader
      * that takes an older year's rows from its year file ahead of
      * anything for that year still in PAYROLL.DAT
       01 WS-PAYYR-NAME      PIC X(13) VALUE SPACES.
       01 WS-PYC-TABLE.
          05 WS-PYC-COUNT     PIC 9(2) COMP VALUE ZERO.
          05 WS-PYC-ENTRY OCCURS 60 TIMES.
             10 WS-PYC-YEAR    PIC 9(4).
             10 WS-PYC-FILE    PIC X(13).
             10 WS-PYC-ROWS    PIC 9(7).
             10 WS-PYC-GROSS   PIC S9(11)V99.
             10 WS-PYC-TAX     PIC S9(11)V99.
             10 WS-PYC-NET     PIC S9(11)V99.
             10 WS-PYC-DATE    PIC 9(8).
             10 WS-PYC-OPR     PIC X(8).
       01 WS-PYC-SUB         PIC 9(2) COMP.
       01 WS-PYC-SUB-2       PIC 9(2) COMP.
       01 WS-PYC-EOF         PIC X.
       01 WS-PYR-YEAR        PIC 9(4).
       01 WS-PYR-ROLLED      PIC X.
       01 WS-PYR-SOURCE      PIC X.
       01 WS-PYR-AT-END      PIC X.
       01 WS-PYR-GOT         PIC X.
       01 WS-PYR-CLOSED-TO   PIC 9(8).
       01 WS-PYR-ALL-BEFORE  PIC 9(7).
       01 WS-PYR-ALL-AFTER   PIC 9(7).
       01 WS-PYR-ALL-ROWS    PIC 9(7).
       01 WS-PYR-IN-ROWS     PIC 9(7).
       01 WS-PYR-IN-GROSS    PIC S9(11)V99.
       01 WS-PYR-IN-TAX      PIC S9(11)V99.
       01 WS-PYR-IN-NET      PIC S9(11)V99.
       01 WS-PYR-OUT-ROWS    PIC 9(7).
       01 WS-PYR-OUT-FAILS   PIC 9(7).
       01 WS-PYR-CHK-ROWS    PIC 9(7).
       01 WS-PYR-CHK-GROSS   PIC S9(11)V99.
       01 WS-PYR-CHK-TAX     PIC S9(11)V99.
       01 WS-PYR-CHK-NET     PIC S9(11)V99.
       01 WS-PYR-DELETED     PIC 9(7).
       01 WS-PYR-OK          PIC X.
       01 WS-PYR-EDIT        PIC -,---,---,--9.99.

      * Parallel run against FUN - FUN's extract and this run's trial
      * figures, both in employee id order, merged by id.  Reason
      * codes are counted per employee; one employee can fall under
      * several.
       01 WS-PARALLEL-RUN    PIC X VALUE 'N'.
       01 WS-PFN-TABLE.
          05 WS-PFN-COUNT     PIC 9(4) COMP VALUE ZERO.
          05 WS-PFN-ENTRY OCCURS 2000 TIMES.
             10 WS-PFN-ID      PIC 9(7).
             10 WS-PFN-NAME    PIC X(30).
             10 WS-PFN-GROSS   PIC 9(8)V99.
             10 WS-PFN-BONUS   PIC 9(7)V99.
             10 WS-PFN-TAX     PIC 9(7)V99.
             10 WS-PFN-DEDUCT  PIC 9(7)V99.
             10 WS-PFN-LOAN    PIC 9(7)V99.
             10 WS-PFN-NET     PIC 9(7)V99.
             10 WS-PFN-HOURLY  PIC X(1).
       01 WS-PES-TABLE.
          05 WS-PES-COUNT     PIC 9(4) COMP VALUE ZERO.
          05 WS-PES-ENTRY OCCURS 2000 TIMES.
             10 WS-PES-ID      PIC 9(7).
             10 WS-PES-NAME    PIC X(30).
             10 WS-PES-GROSS   PIC 9(7)V99.
             10 WS-PES-TAX     PIC 9(7)V99.
             10 WS-PES-DED     PIC 9(8)V99.
             10 WS-PES-DEDUCT  PIC 9(7)V99.
             10 WS-PES-LOAN    PIC 9(7)V99.
             10 WS-PES-NET     PIC S9(7)V99.
             10 WS-PES-RETRO   PIC 9(7)V99.
             10 WS-PES-ALLOW   PIC 9(7)V99.
             10 WS-PES-REGTAX  PIC 9(7)V99.
             10 WS-PES-GARNISH PIC 9(7)V99.
             10 WS-PES-OVP     PIC 9(7)V99.
             10 WS-PES-EXPENSE PIC 9(7)V99.
             10 WS-PES-HOURLY  PIC X(1).
             10 WS-PES-PREMIUM PIC X(1).
             10 WS-PES-WHELECT PIC X(1).
             10 WS-PES-FREQ    PIC X(1).
       01 WS-PFN-SUB         PIC 9(4) COMP.
       01 WS-PES-SUB         PIC 9(4) COMP.
       01 WS-PRC-CODES-RAW.
          05 FILLER PIC X(11) VALUE 'FUN-BONUS'.
          05 FILLER PIC X(40) VALUE 'FUN ADDS ITS FLAT 10 PCT BONUS'.
          05 FILLER PIC X(11) VALUE 'RETRO'.
          05 FILLER PIC X(40) VALUE 'RETRO PAY FOR A BACKDATED RAISE'.
          05 FILLER PIC X(11) VALUE 'ALLOWANCE'.
          05 FILLER PIC X(40) VALUE 'RECURRING ALLOWANCES IN GROSS'.
          05 FILLER PIC X(11) VALUE 'PREMIUM'.
          05 FILLER PIC X(40) VALUE 'OVERTIME BAND OR SHIFT PREMIUM'.
          05 FILLER PIC X(11) VALUE 'TIMESHEET'.
          05 FILLER PIC X(40) VALUE 'PAID HOURLY IN ONE SYSTEM ONLY'.
          05 FILLER PIC X(11) VALUE 'PAY-FREQ'.
          05 FILLER PIC X(40) VALUE 'WEEKLY OR BIWEEKLY SALARY PERIOD'.
          05 FILLER PIC X(11) VALUE 'GROSS-OTHER'.
          05 FILLER PIC X(40) VALUE 'GROSS DIFFERS, NO KNOWN CAUSE'.
          05 FILLER PIC X(11) VALUE 'REGION-TAX'.
          05 FILLER PIC X(40) VALUE 'REGIONAL TAX AT THE WORK LOCATION'.
          05 FILLER PIC X(11) VALUE 'WH-ELECT'.
          05 FILLER PIC X(40) VALUE 'EMPLOYEE WITHHOLDING ELECTION'.
          05 FILLER PIC X(11) VALUE 'TAX-BRACKET'.
          05 FILLER PIC X(40) VALUE 'TAX BRACKETS, NOT A FLAT 20 PCT'.
          05 FILLER PIC X(11) VALUE 'GARNISH'.
          05 FILLER PIC X(40) VALUE 'COURT-ORDERED GARNISHMENTS'.
          05 FILLER PIC X(11) VALUE 'LOAN'.
          05 FILLER PIC X(40) VALUE 'STAFF LOAN INSTALLMENT'.
          05 FILLER PIC X(11) VALUE 'OVERPAY'.
          05 FILLER PIC X(40) VALUE 'OVERPAYMENT RECOVERY'.
          05 FILLER PIC X(11) VALUE 'DEDUCTION'.
          05 FILLER PIC X(40) VALUE 'BENEFIT PRICE, DED CAP OR ARREARS'.
          05 FILLER PIC X(11) VALUE 'EXPENSE'.
          05 FILLER PIC X(40) VALUE 'EXPENSE CLAIMS PAID WITH NET'.
          05 FILLER PIC X(11) VALUE 'OTHER'.
          05 FILLER PIC X(40) VALUE 'DIFFERENCE NOT ATTRIBUTED'.
          05 FILLER PIC X(11) VALUE 'FUN-ONLY'.
          05 FILLER PIC X(40) VALUE 'PAID BY FUN, NOT IN EMPSYS RUN'.
          05 FILLER PIC X(11) VALUE 'EMPSYS-ONLY'.
          05 FILLER PIC X(40) VALUE 'IN THIS EMPSYS RUN, NOT IN FUN'.
       01 WS-PRC-CODES REDEFINES WS-PRC-CODES-RAW.
          05 WS-PRC-ENTRY OCCURS 18 TIMES.
             10 WS-PRC-CODE    PIC X(11).
             10 WS-PRC-DESC    PIC X(40).
       01 WS-PRC-COUNTS.
          05 WS-PRC-COUNT     PIC 9(5) OCCURS 18 TIMES.
       01 WS-PRC-SUB         PIC 9(2) COMP.
       01 WS-PRX-EOF         PIC X.
       01 WS-PRX-LAST-ID     PIC 9(7).
       01 WS-PRX-FUN-DATE    PIC 9(8).
       01 WS-PRX-KIND        PIC X.
       01 WS-PRX-FIRST       PIC X.
       01 WS-PRX-TAX-CODED   PIC X.
       01 WS-PRX-PTR         PIC 9(3) COMP.
       01 WS-PRX-REASON      PIC X(45).
       01 WS-PRX-ID          PIC 9(7).
       01 WS-PRX-NAME        PIC X(30).
       01 WS-PRX-F-GROSS     PIC S9(9)V99.
       01 WS-PRX-F-TAX       PIC S9(9)V99.
       01 WS-PRX-F-DED       PIC S9(9)V99.
       01 WS-PRX-F-NET       PIC S9(9)V99.
       01 WS-PRX-E-GROSS     PIC S9(9)V99.
       01 WS-PRX-E-TAX       PIC S9(9)V99.
       01 WS-PRX-E-DED       PIC S9(9)V99.
       01 WS-PRX-E-NET       PIC S9(9)V99.
       01 WS-PRX-D-GROSS     PIC S9(9)V99.
       01 WS-PRX-D-TAX       PIC S9(9)V99.
       01 WS-PRX-D-DED       PIC S9(9)V99.
       01 WS-PRX-D-NET       PIC S9(9)V99.
       01 WS-PRX-FLAT-TAX    PIC S9(9)V99.
       01 WS-PRX-MATCHED     PIC 9(5).
       01 WS-PRX-DIFFER      PIC 9(5).
       01 WS-PRX-FUN-ONLY    PIC 9(5).
       01 WS-PRX-EMP-ONLY    PIC 9(5).
       01 WS-PRX-TOT-F-NET   PIC S9(11)V99.
       01 WS-PRX-TOT-E-NET   PIC S9(11)V99.
       01 WS-PRX-EDIT-N      PIC ZZZZ9.
       01 WS-PRL-LINE.
          05 WS-PRL-ID       PIC X(7).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-PRL-NAME     PIC X(22).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-PRL-SIDE     PIC X(6).
          05 WS-PRL-GROSS    PIC -(8)9.99.
          05 WS-PRL-TAX      PIC -(8)9.99.
          05 WS-PRL-DED      PIC -(8)9.99.
          05 WS-PRL-NET      PIC -(8)9.99.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-PRL-REASON   PIC X(45).

       01 WS-TUI-TABLE.
          05 WS-TUI-COUNT    PIC 9(4) COMP VALUE ZERO.
          05 WS-TUI-ENTRY OCCURS 2000 TIMES.
             10 WS-TUI-SEQ       PIC 9(6).
             10 WS-TUI-EMP-ID    PIC 9(7).
             10 WS-TUI-COURSE    PIC X(20).
             10 WS-TUI-AMOUNT    PIC 9(7)V99.
             10 WS-TUI-COMPLETE  PIC 9(8).
             10 WS-TUI-MONTHS    PIC 9(3).
             10 WS-TUI-STAT      PIC X(1).
             10 WS-TUI-PAID-DATE PIC 9(8).
             10 WS-TUI-CLAW-AMT  PIC 9(7)V99.
       01 WS-TUI-SUB         PIC 9(4) COMP.
       01 WS-TUI-EOF         PIC X.
       01 WS-TUI-CHANGED     PIC X VALUE 'N'.
       01 WS-TUI-NEXT-SEQ    PIC 9(6).
       01 WS-TUI-DFLT-MOS    PIC 9(3).
       01 WS-TUI-NEW-AMOUNT  PIC 9(7)V99.
       01 WS-TUI-NEW-DATE    PIC 9(8).
       01 WS-TUI-NEW-MOS     PIC 9(3).
       01 WS-TUI-NEW-COURSE  PIC X(20).
       01 WS-TUI-END-MONTHS  PIC 9(6).
       01 WS-TUI-TRM-MONTHS  PIC 9(6).
       01 WS-TUI-LEFT-MOS    PIC S9(6).
       01 WS-TUI-OWED        PIC 9(7)V99.
       01 WS-TUI-OWED-TOTAL  PIC 9(7)V99.
       01 WS-TUI-TAKEN       PIC 9(7)V99.
       01 WS-TUI-CAP-PCT     PIC 9(2)V99.
       01 WS-TUI-LISTED      PIC 9(5).

       01 WS-TJA-TABLE.
          05 WS-TJA-COUNT    PIC 9(4) COMP VALUE ZERO.
          05 WS-TJA-ENTRY OCCURS 2000 TIMES.
             10 WS-TJA-EMP-ID    PIC 9(7).
             10 WS-TJA-ORIG-PE   PIC 9(8).
             10 WS-TJA-BASE-REG  PIC 9(3)V9.
             10 WS-TJA-BASE-OT   PIC 9(3)V9.
             10 WS-TJA-REG       PIC S9(3)V9.
             10 WS-TJA-OT        PIC S9(3)V9.
             10 WS-TJA-SHIFT     PIC X(1).
             10 WS-TJA-STATUS    PIC X(1).
             10 WS-TJA-AMOUNT    PIC S9(7)V99.
             10 WS-TJA-PAID-PE   PIC 9(8).
             10 WS-TJA-KEYED-BY  PIC X(8).
             10 WS-TJA-APPROVER  PIC X(8).
             10 WS-TJA-REASON    PIC X(20).
       01 WS-TJA-SUB         PIC 9(4) COMP.
       01 WS-TJA-EOF         PIC X.
       01 WS-TJA-FOUND       PIC X.
       01 WS-TJA-CHANGED     PIC X.
       01 WS-TJA-MARKED      PIC 9(5) COMP VALUE ZERO.
       01 WS-TJA-SHOWN       PIC 9(5).
       01 WS-TJA-PERIOD      PIC 9(8).
       01 WS-TJA-DIR         PIC X.
       01 WS-TJA-REG-IN      PIC 9(3)V9.
       01 WS-TJA-OT-IN       PIC 9(3)V9.
       01 WS-TJA-NEW-REG     PIC S9(4)V9.
       01 WS-TJA-NEW-OT      PIC S9(4)V9.
       01 WS-TJA-BASE-REG-W  PIC 9(3)V9.
       01 WS-TJA-BASE-OT-W   PIC 9(3)V9.
       01 WS-TJA-SHIFT-W     PIC X(1).
       01 WS-TJA-REASON-IN   PIC X(20).
       01 WS-TJA-SALARY      PIC 9(7)V99.
       01 WS-TJA-BEFORE      PIC 9(7)V99.
       01 WS-PAY-TSADJ       PIC S9(7)V99.
       01 WS-REG-TSADJ-LINE.
          05 FILLER          PIC X(6) VALUE SPACES.
          05 FILLER          PIC X(26) VALUE
             'HOURS ADJ - CLOSED PERIOD'.
          05 WS-RTJ-AMOUNT   PIC ZZZ,ZZ9.99-.
          05 FILLER          PIC X(89) VALUE SPACES.

      * Company transfers dated in the pay year, with the pay rows
      * each one closed off in the old company
       01 WS-XFR-TABLE.
          05 WS-XFR-COUNT    PIC 9(3) COMP VALUE ZERO.
          05 WS-XFR-ENTRY OCCURS 500 TIMES.
             10 WS-XFR-T-EMP-ID  PIC 9(7).
             10 WS-XFR-T-DATE    PIC 9(8).
             10 WS-XFR-T-FROM-CO PIC X(2).
             10 WS-XFR-T-TO-CO   PIC X(2).
             10 WS-XFR-T-GROSS   PIC S9(9)V99.
             10 WS-XFR-T-TAX     PIC S9(9)V99.
             10 WS-XFR-T-NET     PIC S9(9)V99.
             10 WS-XFR-T-YTD-TAX PIC S9(9)V99.
             10 WS-XFR-T-Q-TAX   PIC S9(9)V99 OCCURS 4.
             10 WS-XFR-T-GL-FLAG PIC X(1).
       01 WS-XFR-SUB         PIC 9(3) COMP.
       01 WS-XFR-SUB-2       PIC 9(3) COMP.
       01 WS-XFR-EOF         PIC X.
       01 WS-XFR-OK          PIC X.
       01 WS-XFR-MERGED      PIC X.
       01 WS-XFR-OLD-CO      PIC X(2).
       01 WS-XFR-NEW-CO      PIC X(2).
       01 WS-XFR-DATE        PIC 9(8).
       01 WS-XFR-NAME        PIC X(30).
       01 WS-XFR-GROSS       PIC S9(9)V99.
       01 WS-XFR-TAX         PIC S9(9)V99.
       01 WS-XFR-NET         PIC S9(9)V99.
       01 WS-XFR-LABEL       PIC X(20).

      * Fraud sweep - active employees with what was paid them in
      * the period and which supporting records they have
       01 WS-FRG-TABLE.
          05 WS-FRG-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-FRG-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-FRG-COUNT
                ASCENDING KEY IS WS-FRG-EMP-ID
                INDEXED BY WS-FRG-IX.
             10 WS-FRG-EMP-ID   PIC 9(7).
             10 WS-FRG-MANAGER  PIC X(1).
             10 WS-FRG-PAID     PIC 9(3).
             10 WS-FRG-NET      PIC S9(7)V99.
             10 WS-FRG-TMS      PIC X(1).
             10 WS-FRG-CONTACT  PIC X(1).
             10 WS-FRG-ACCESS   PIC X(1).

      * Date each employee last stopped being payable, from the
      * employment history - zero while active
       01 WS-FRS-TABLE.
          05 WS-FRS-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-FRS-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-FRS-COUNT
                ASCENDING KEY IS WS-FRS-EMP-ID
                INDEXED BY WS-FRS-IX.
             10 WS-FRS-EMP-ID   PIC 9(7).
             10 WS-FRS-SINCE    PIC 9(8).

      * Bank accounts opened up for comparison, sorted so accounts
      * held by more than one employee sit together
       01 WS-FRB-TABLE.
          05 WS-FRB-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-FRB-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-FRB-COUNT.
             10 WS-FRB-ROUTING  PIC 9(9).
             10 WS-FRB-ACCOUNT  PIC X(12).
             10 WS-FRB-EMP-ID   PIC 9(7).
             10 WS-FRB-LAST4    PIC X(4).

      * Pay runs released in the sweep, from the report catalog
       01 WS-FRP-TABLE.
          05 WS-FRP-COUNT    PIC 9(3) COMP VALUE ZERO.
          05 WS-FRP-DATE     PIC 9(8) OCCURS 200 TIMES.

      * Pattern hits and the audit entries that support them
       01 WS-FRH-TABLE.
          05 WS-FRH-COUNT    PIC 9(3) COMP VALUE ZERO.
          05 WS-FRH-ENTRY OCCURS 500 TIMES.
             10 WS-FRH-TYPE     PIC X(2).
             10 WS-FRH-EMP-ID   PIC 9(7).
             10 WS-FRH-TEXT     PIC X(60).
             10 WS-FRH-RECORD   PIC X(70).
       01 WS-FRA-TABLE.
          05 WS-FRA-COUNT    PIC 9(4) COMP VALUE ZERO.
          05 WS-FRA-ENTRY OCCURS 2000 TIMES.
             10 WS-FRA-HIT      PIC 9(3) COMP.
             10 WS-FRA-LINE     PIC X(110).

       01 WS-FRD-FROM        PIC 9(8).
       01 WS-FRD-TO          PIC 9(8).
       01 WS-FRD-YEAR        PIC 9(4).
       01 WS-FRD-DATE        PIC 9(8).
       01 WS-FRD-DATE-X REDEFINES WS-FRD-DATE PIC X(8).
       01 WS-FRD-START       PIC 9(8).
       01 WS-FRD-START-X REDEFINES WS-FRD-START PIC X(8).
       01 WS-FRD-SINCE       PIC 9(8).
       01 WS-FRD-EMP-X       PIC X(7).
       01 WS-FRD-EMP-N REDEFINES WS-FRD-EMP-X PIC 9(7).
       01 WS-FRD-BANK-DAYS   PIC 9(3) VALUE 5.
       01 WS-FRD-PERIOD-DAYS PIC 9(3).
       01 WS-FRD-DAYS        PIC S9(7) COMP.
       01 WS-FRD-DAYS-ED     PIC ZZ9.
       01 WS-FRD-AMT         PIC ZZZ,ZZ9.99-.
       01 WS-FRD-EOF         PIC X.
       01 WS-FRD-WANTED      PIC X.
       01 WS-FRD-EMP-OPEN    PIC X.
       01 WS-FRD-SUB         PIC 9(5) COMP.
       01 WS-FRD-SUB-2       PIC 9(5) COMP.
       01 WS-FRD-HIT         PIC 9(3) COMP.
       01 WS-FRD-TYPE        PIC X(2).
       01 WS-FRD-EMP-ID      PIC 9(7).
       01 WS-FRD-OTHER-ID    PIC 9(7).
       01 WS-FRD-TEXT        PIC X(60).
       01 WS-FRD-RECORD      PIC X(70).
       01 WS-FRD-LABEL       PIC X(24).
       01 WS-FRD-UNREAD      PIC 9(5).
       01 WS-FRD-HITS        PIC 9(3).
       01 WS-FRD-N-SB        PIC 9(3).
       01 WS-FRD-N-BC        PIC 9(3).
       01 WS-FRD-N-GH        PIC 9(3).
       01 WS-FRD-N-HT        PIC 9(3).
       01 WS-FRD-N-NP        PIC 9(3).

      * Change confirmation notices - the change being queued, and
      * the log loaded for the notice run
       01 WS-CHN-WORK.
          05 WS-CHN-EMP-ID      PIC 9(7).
          05 WS-CHN-TYPE        PIC X(1).
          05 WS-CHN-SEND-TO     PIC X(30).
          05 WS-CHN-OLD-VALUE   PIC X(30).
          05 WS-CHN-NEW-VALUE   PIC X(30).
          05 WS-CHN-OLD-ROUTING PIC 9(9).
          05 WS-CHN-OLD-ACCOUNT PIC X(12).
          05 WS-CHN-OLD-KEY-VER PIC X(2).
          05 WS-CHN-OLD-LAST4   PIC X(4).
          05 WS-CHN-OLD-BKSTAT  PIC X(1).
          05 WS-CHN-OLD-PRENOTE PIC 9(8).
       01 WS-CHN-TABLE.
          05 WS-CHN-COUNT    PIC 9(4) COMP VALUE ZERO.
          05 WS-CHN-ENTRY OCCURS 5000 TIMES.
             10 WS-CHN-ROW      PIC X(188).
       01 WS-CHN-SUB         PIC 9(4) COMP.
       01 WS-CHN-LAST        PIC 9(4) COMP.
       01 WS-CHN-EOF         PIC X.
       01 WS-CHN-CHANGED     PIC X.
       01 WS-CHN-OVERFLOW    PIC X.
       01 WS-CHN-SENT        PIC 9(5).
       01 WS-CHN-EMAILED     PIC 9(5).
       01 WS-CHN-PAPER       PIC 9(5).
       01 WS-CHN-WHAT        PIC X(20).
       01 WS-CHN-NAME        PIC X(30).
       01 WS-CHN-DEPT        PIC X(20).

      * External audit sample - the draw parameters and the work
      * fields for the evidence pack
       01 WS-ASM-WORK.
          05 WS-ASM-RERUN       PIC 9(4).
          05 WS-ASM-SAMPLE-NO   PIC 9(4).
          05 WS-ASM-DRAWN       PIC 9(8).
          05 WS-ASM-SEED        PIC 9(10).
          05 WS-ASM-STATE       PIC 9(18) COMP.
          05 WS-ASM-FROM        PIC 9(8).
          05 WS-ASM-TO          PIC 9(8).
          05 WS-ASM-PER-STRATUM PIC 9(3).
          05 WS-ASM-LARGEST     PIC 9(3).
          05 WS-ASM-BAND-1      PIC 9(7)V99.
          05 WS-ASM-BAND-2      PIC 9(7)V99.
          05 WS-ASM-POP-GROSS   PIC S9(11)V99.
          05 WS-ASM-OLD-COUNT   PIC 9(6).
          05 WS-ASM-OLD-GROSS   PIC S9(11)V99.
          05 WS-ASM-CHANGED     PIC X.
          05 WS-ASM-SELECTED    PIC 9(5).
          05 WS-ASM-IN-STRATUM  PIC 9(5).
          05 WS-ASM-STRATA      PIC 9(5).
          05 WS-ASM-ITEM        PIC 9(5).
          05 WS-ASM-OK          PIC X.
          05 WS-ASM-FOUND       PIC X.
          05 WS-ASM-EOF         PIC X.
          05 WS-ASM-EOF-2       PIC X.
          05 WS-ASM-LIST        PIC X.
          05 WS-ASM-FIXED       PIC X.
          05 WS-ASM-DATE-X      PIC X(8).
          05 WS-ASM-DATE REDEFINES WS-ASM-DATE-X PIC 9(8).
          05 WS-ASM-LAST-EMP    PIC 9(7).
          05 WS-ASM-LAST-DEPT   PIC X(20).
          05 WS-ASM-LAST-PERIOD PIC 9(8).
          05 WS-ASM-YEAR        PIC 9(4).
          05 WS-ASM-PREV-DEPT   PIC X(20).
          05 WS-ASM-PREV-BAND   PIC 9.
          05 WS-ASM-EMP-ID      PIC 9(7).
          05 WS-ASM-PERIOD      PIC 9(8).
          05 WS-ASM-AS-DEPT     PIC X(20).
          05 WS-ASM-AS-STATUS   PIC X.
          05 WS-ASM-AS-SALARY   PIC 9(7)V99.
          05 WS-ASM-LINES       PIC 9(5).
          05 WS-ASM-CHECK-NO    PIC 9(8).
          05 WS-ASM-REASON      PIC X(40).
          05 WS-ASM-COUNT-E     PIC Z(5)9.
          05 WS-ASM-COUNT-E2    PIC Z(5)9.
          05 WS-ASM-AMT-1       PIC -(9)9.99.
          05 WS-ASM-AMT-2       PIC -(9)9.99.
          05 WS-ASM-AMT-3       PIC -(9)9.99.
          05 WS-ASM-PCT-E       PIC Z9.99.
          05 WS-ASM-HRS-1       PIC ZZ9.9.
          05 WS-ASM-HRS-2       PIC ZZ9.9.
      * The payments in the sampled period, one row each, with the
      * random draw that orders them within their stratum
       01 WS-ASP-TABLE.
          05 WS-ASP-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-ASP-ENTRY OCCURS 1 TO 20000 TIMES
                DEPENDING ON WS-ASP-COUNT.
             10 WS-ASP-EMP-ID   PIC 9(7).
             10 WS-ASP-PERIOD   PIC 9(8).
             10 WS-ASP-REC-TYPE PIC X(1).
             10 WS-ASP-SEQ      PIC 9(2).
             10 WS-ASP-DEPT     PIC X(20).
             10 WS-ASP-BAND     PIC 9(1).
             10 WS-ASP-RAND     PIC 9(10).
             10 WS-ASP-GROSS    PIC S9(7)V99.
             10 WS-ASP-PICK     PIC X(1).
       01 WS-ASP-SUB         PIC 9(5) COMP.

      * Rate tables read by the pay run.  The simulation points them
      * at the candidate .SIM files for its second pass and back.
       01 WS-TAXTAB-NAME     PIC X(12) VALUE 'TAXTABLE.DAT'.
       01 WS-REGTAX-NAME     PIC X(12) VALUE 'REGTAX.DAT'.
       01 WS-DEDUCT-NAME     PIC X(12) VALUE 'DEDUCT.DAT'.
       01 WS-BENPLAN-NAME    PIC X(12) VALUE 'BENPLAN.DAT'.

      * What-if simulation - the last committed period priced on the
      * current tables (pass 1) and the candidate ones (pass 2)
       01 WS-SIM-RUN         PIC X VALUE 'N'.
       01 WS-SIM-PASS        PIC 9 VALUE ZERO.
       01 WS-SIM-WORK.
          05 WS-SIM-PERIOD      PIC 9(8).
          05 WS-SIM-DATE-X      PIC X(8).
          05 WS-SIM-DATE REDEFINES WS-SIM-DATE-X PIC 9(8).
          05 WS-SIM-OK          PIC X.
          05 WS-SIM-EOF         PIC X.
          05 WS-SIM-ANY         PIC X.
          05 WS-SIM-TAX-ALT     PIC X.
          05 WS-SIM-REG-ALT     PIC X.
          05 WS-SIM-DED-ALT     PIC X.
          05 WS-SIM-BEN-ALT     PIC X.
          05 WS-SIM-MATCH-ALT   PIC X.
          05 WS-SIM-ERTAX-ALT   PIC X.
          05 WS-SIM-MATCH-PCT   PIC 9(3)V99.
          05 WS-SIM-ERTAX-PCT   PIC 9(2)V99.
          05 WS-SIM-SAVE-MATCH  PIC 9(3)V99.
          05 WS-SIM-SAVE-ERTAX  PIC 9(2)V99.
          05 WS-SIM-LAST-EMP    PIC 9(7).
          05 WS-SIM-LAST-OK     PIC X.
          05 WS-SIM-FREQ        PIC X.
          05 WS-SIM-COMPANY     PIC X(2).
          05 WS-SIM-P           PIC 9 COMP.
          05 WS-SIM-MEAS        PIC 9 COMP.
          05 WS-SIM-DELTA       PIC S9(9)V99.
          05 WS-SIM-COST-DELTA  PIC S9(9)V99.
          05 WS-SIM-WINNERS     PIC 9(5).
          05 WS-SIM-LOSERS      PIC 9(5).
          05 WS-SIM-SAME        PIC 9(5).
          05 WS-SIM-ONE-PASS    PIC 9(5).
          05 WS-SIM-GAIN        PIC S9(9)V99.
          05 WS-SIM-GAIN-ID     PIC 9(7).
          05 WS-SIM-LOSS        PIC S9(9)V99.
          05 WS-SIM-LOSS-ID     PIC 9(7).
          05 WS-SIM-TOT OCCURS 2 TIMES.
             10 WS-SIM-TOT-AMT  PIC S9(11)V99 OCCURS 5 TIMES.
          05 WS-SIM-COUNT-E     PIC Z(4)9.
          05 WS-SIM-AMT-1       PIC -(10)9.99.
          05 WS-SIM-AMT-2       PIC -(10)9.99.
      * Per employee: measures 1-5 are gross, tax, deductions,
      * employer cost and net, for each pass
       01 WS-SMR-TABLE.
          05 WS-SMR-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-SMR-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-SMR-COUNT
                ASCENDING KEY IS WS-SMR-ID
                INDEXED BY WS-SMR-IX.
             10 WS-SMR-ID       PIC 9(7).
             10 WS-SMR-NAME     PIC X(30).
             10 WS-SMR-DEPT     PIC X(20).
             10 WS-SMR-PRICED   PIC X(1) OCCURS 2 TIMES.
             10 WS-SMR-PASS OCCURS 2 TIMES.
                15 WS-SMR-AMT   PIC S9(7)V99 OCCURS 5 TIMES.
       01 WS-SMR-SUB         PIC 9(5) COMP.
       01 WS-SMD-TABLE.
          05 WS-SMD-COUNT    PIC 9(3) COMP VALUE ZERO.
          05 WS-SMD-ENTRY OCCURS 200 TIMES.
             10 WS-SMD-DEPT     PIC X(20).
             10 WS-SMD-HEADS    PIC 9(5).
             10 WS-SMD-PASS OCCURS 2 TIMES.
                15 WS-SMD-AMT   PIC S9(9)V99 OCCURS 5 TIMES.
       01 WS-SMD-SUB         PIC 9(3) COMP.
       01 WS-SIM-LINE.
          05 WS-SML-ID       PIC Z(6)9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-SML-NAME     PIC X(18).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-SML-DEPT     PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-SML-PASS     PIC X(9).
          05 WS-SML-AMT      PIC -(8)9.99 OCCURS 5 TIMES.
          05 WS-SML-CHG-NET  PIC -(8)9.99.
          05 WS-SML-CHG-COST PIC -(8)9.99.

      * Project master held for validating and posting labor
       01 WS-PRJ-TABLE.
          05 WS-PRJ-COUNT    PIC 9(3) COMP VALUE ZERO.
          05 WS-PRJ-ENTRY OCCURS 500 TIMES.
             10 WS-PRJ-CODE     PIC X(10).
             10 WS-PRJ-NAME     PIC X(30).
             10 WS-PRJ-CC       PIC X(6).
             10 WS-PRJ-TYPE     PIC X(1).
             10 WS-PRJ-STATUS   PIC X(1).
       01 WS-PRJ-WANTED      PIC X(10).
       01 WS-PRJ-SUB         PIC 9(3) COMP.
       01 WS-PRJ-SCAN        PIC 9(3) COMP.
       01 WS-PRJ-NAME-IN     PIC X(30).
       01 WS-PRJ-CC-IN       PIC X(6).
       01 WS-PRJ-TYPE-IN     PIC X(1).
       01 WS-PRJ-STATUS-IN   PIC X(1).

      * Timesheet project lines - the whole file for the approval
      * screen, one period's lines for the pay run
       01 WS-TPL-TABLE.
          05 WS-TPL-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-TPL-ENTRY OCCURS 5000 TIMES.
             10 WS-TPL-EMP-ID   PIC 9(7).
             10 WS-TPL-PERIOD   PIC 9(8).
             10 WS-TPL-PROJECT  PIC X(10).
             10 WS-TPL-REG      PIC 9(3)V9.
             10 WS-TPL-OT       PIC 9(3)V9.
       01 WS-TPL-SUB         PIC 9(5) COMP.
       01 WS-TPL-KEEP        PIC 9(5) COMP.
       01 WS-TPL-SEL-PERIOD  PIC 9(8).
       01 WS-TPL-FULL        PIC X.
       01 WS-TPL-CHANGED     PIC X.
       01 WS-TPL-DONE        PIC X.
       01 WS-TPL-REG-IN      PIC 9(3)V9.
       01 WS-TPL-OT-IN       PIC 9(3)V9.
       01 WS-TPL-REG-SUM     PIC 9(4)V9.
       01 WS-TPL-OT-SUM      PIC 9(4)V9.

      * The run's labor distribution - a row per employee and
      * project, the project and department buckets the GL posts,
      * and each employee's project gross to take out of the
      * salary expense at commit
       01 WS-LBD-TABLE.
          05 WS-LBD-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-LBD-ENTRY OCCURS 5000 TIMES.
             10 WS-LBD-EMP-ID   PIC 9(7).
             10 WS-LBD-PROJECT  PIC X(10).
             10 WS-LBD-DEPT     PIC X(20).
             10 WS-LBD-CC       PIC X(6).
             10 WS-LBD-REG      PIC 9(3)V9.
             10 WS-LBD-OT       PIC 9(3)V9.
             10 WS-LBD-GROSS    PIC 9(7)V99.
             10 WS-LBD-EMPLR    PIC 9(7)V99.
       01 WS-LBG-TABLE.
          05 WS-LBG-COUNT    PIC 9(3) COMP VALUE ZERO.
          05 WS-LBG-ENTRY OCCURS 500 TIMES.
             10 WS-LBG-PROJECT  PIC X(10).
             10 WS-LBG-DEPT     PIC X(20).
             10 WS-LBG-CC       PIC X(6).
             10 WS-LBG-GROSS    PIC 9(11)V99.
             10 WS-LBG-EMPLR    PIC 9(11)V99.
       01 WS-LBG-SUB         PIC 9(3) COMP.
       01 WS-LBG-SCAN        PIC 9(3) COMP.
       01 WS-LBE-TABLE.
          05 WS-LBE-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-LBE-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-LBE-COUNT
                ASCENDING KEY IS WS-LBE-EMP-ID
                INDEXED BY WS-LBE-IX.
             10 WS-LBE-EMP-ID   PIC 9(7).
             10 WS-LBE-GROSS    PIC 9(7)V99.
       01 WS-LBD-WORK.
          05 WS-LBD-SUB         PIC 9(5) COMP.
          05 WS-LBD-LABOR       PIC 9(7)V99.
          05 WS-LBD-TS-WEIGHT   PIC 9(5)V999.
          05 WS-LBD-PRJ-WEIGHT  PIC 9(5)V999.
          05 WS-LBD-CUM-WEIGHT  PIC 9(5)V999.
          05 WS-LBD-CUM-GROSS   PIC 9(7)V99.
          05 WS-LBD-CUM-EMPLR   PIC 9(7)V99.
          05 WS-LBD-NEW-GROSS   PIC 9(7)V99.
          05 WS-LBD-NEW-EMPLR   PIC 9(7)V99.
          05 WS-LBD-EMP-GROSS   PIC 9(7)V99.
          05 WS-LBD-DEPT-CC     PIC X(6).
          05 WS-LBD-DEPT-EMPLR  PIC 9(11)V99.

      * Labor distribution report work fields
       01 WS-LBR-TABLE.
          05 WS-LBR-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-LBR-ENTRY OCCURS 1 TO 20000 TIMES
                DEPENDING ON WS-LBR-COUNT.
             10 WS-LBR-PROJECT  PIC X(10).
             10 WS-LBR-DEPT     PIC X(20).
             10 WS-LBR-PERIOD   PIC 9(8).
             10 WS-LBR-EMP-ID   PIC 9(7).
             10 WS-LBR-HOURS    PIC 9(4)V9.
             10 WS-LBR-GROSS    PIC 9(7)V99.
             10 WS-LBR-EMPLR    PIC 9(7)V99.
       01 WS-LBR-WORK.
          05 WS-LBR-SUB         PIC 9(5) COMP.
          05 WS-LBR-FROM        PIC 9(8).
          05 WS-LBR-TO          PIC 9(8).
          05 WS-LBR-ONLY        PIC X(10).
          05 WS-LBR-DETAIL      PIC X.
          05 WS-LBR-PRV-PROJECT PIC X(10).
          05 WS-LBR-PRV-DEPT    PIC X(20).
          05 WS-LBR-PRV-PERIOD  PIC 9(8).
          05 WS-LBR-GRP-ROWS    PIC 9(5).
          05 WS-LBR-GRP-HOURS   PIC 9(7)V9.
          05 WS-LBR-GRP-GROSS   PIC 9(11)V99.
          05 WS-LBR-GRP-EMPLR   PIC 9(11)V99.
          05 WS-LBR-PRJ-HOURS   PIC 9(7)V9.
          05 WS-LBR-PRJ-GROSS   PIC 9(11)V99.
          05 WS-LBR-PRJ-EMPLR   PIC 9(11)V99.
          05 WS-LBR-ALL-HOURS   PIC 9(7)V9.
          05 WS-LBR-ALL-GROSS   PIC 9(11)V99.
          05 WS-LBR-ALL-EMPLR   PIC 9(11)V99.
       01 WS-LBR-LINE.
          05 WS-LBL-PROJECT  PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-LBL-NAME     PIC X(20).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-LBL-DEPT     PIC X(20).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-LBL-PERIOD   PIC X(8).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-LBL-EMP      PIC X(7).
          05 WS-LBL-HOURS    PIC Z(5)9.9.
          05 WS-LBL-GROSS    PIC Z(9)9.99.
          05 WS-LBL-EMPLR    PIC Z(9)9.99.
          05 WS-LBL-COST     PIC Z(9)9.99.

      * Department absence calendar work fields
       01 WS-ABC-WORK.
          05 WS-ABC-MONTH       PIC 9(6).
          05 WS-ABC-MONTH-X REDEFINES WS-ABC-MONTH.
             10 WS-ABC-YEAR     PIC 9(4).
             10 WS-ABC-MM       PIC 9(2).
          05 WS-ABC-DEPT        PIC X(20).
          05 WS-ABC-FIRST-DATE  PIC 9(8).
          05 WS-ABC-LAST-DATE   PIC 9(8).
          05 WS-ABC-NEXT-DATE   PIC 9(8).
          05 WS-ABC-DAYS        PIC 9(2).
          05 WS-ABC-DAY         PIC 9(2) COMP.
          05 WS-ABC-SUB         PIC 9(5) COMP.
          05 WS-ABC-GRP-FROM    PIC 9(5) COMP.
          05 WS-ABC-GRP-TO      PIC 9(5) COMP.
          05 WS-ABC-HEADCOUNT   PIC 9(5).
          05 WS-ABC-PCT         PIC 9(3) VALUE 25.
          05 WS-ABC-OVER-DAYS   PIC 9(2).
          05 WS-ABC-DEPTS       PIC 9(3).
          05 WS-ABC-COUNT-ED    PIC Z9.
          05 WS-ABC-DAY-ED      PIC Z9.
          05 WS-ABC-PCT-ED      PIC ZZ9.
          05 WS-ABC-HEAD-ED     PIC Z(4)9.
          05 WS-ABC-OUT OCCURS 31 TIMES PIC 9(4) COMP.
          05 WS-ABC-DOW OCCURS 31 TIMES PIC 9(1).
       01 WS-ABC-DOW-LIST.
          05 FILLER PIC X(14) VALUE 'SuMoTuWeThFrSa'.
       01 WS-ABC-DOW-NAMES REDEFINES WS-ABC-DOW-LIST.
          05 WS-ABC-DOW-NAME PIC X(2) OCCURS 7 TIMES.

      * The month's approved and pending leave
       01 WS-ABV-TABLE.
          05 WS-ABV-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-ABV-ENTRY OCCURS 3000 TIMES.
             10 WS-ABV-EMP-ID   PIC 9(7).
             10 WS-ABV-FROM     PIC 9(8).
             10 WS-ABV-TO       PIC 9(8).
             10 WS-ABV-STATUS   PIC X(1).
       01 WS-ABV-SUB         PIC 9(5) COMP.

      * The departments' active staff, by department and name
       01 WS-ABE-TABLE.
          05 WS-ABE-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-ABE-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-ABE-COUNT.
             10 WS-ABE-DEPT     PIC X(20).
             10 WS-ABE-NAME     PIC X(30).
             10 WS-ABE-EMP-ID   PIC 9(7).
             10 WS-ABE-LOC      PIC X(4).

       01 WS-ABC-LINE.
          05 WS-ABL-ID       PIC X(7).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-ABL-NAME     PIC X(20).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-ABL-CELL OCCURS 31 TIMES.
             10 FILLER       PIC X(1).
             10 WS-ABL-MARK  PIC X(2).

       PROCEDURE DIVISION.

      * ----------------------------------------------------------------
      * Mainline - sign on, load the run tables, then serve the menu
      * until the operator signs off
      * ----------------------------------------------------------------
       0000-MAINLINE.

           PERFORM 1100-LOAD-CONFIG
           PERFORM 9300-OPERATOR-SIGNON
           IF WS-SIGNON-OK NOT = 'Y'
               DISPLAY "Sign-on failed - session ended."
               STOP RUN
           END-IF

           DISPLAY "Company code (blank = 01): "
           ACCEPT WS-COMPANY
           IF WS-COMPANY = SPACES
           END-IF
           DISPLAY "Working in company " WS-COMPANY

           PERFORM 1150-LOAD-DEPT-MASTER
           PERFORM 1170-LOAD-JOBCODE-TABLE
           PERFORM 1180-LOAD-GLMAP-TABLE
           END-IF
           PERFORM 3130-CHECK-RESTART
           PERFORM 2450-CHECK-TRANS-JOURNAL
           PERFORM 5280-CHECK-REORG-JOURNAL
           PERFORM 9730-LOAD-CLOSED-PERIODS

           PERFORM UNTIL WS-SYSTEM-EXIT = 'Y'
                       IF WS-AUTH-OK = 'Y'
                           PERFORM 4950-ACK-CHANGE-FEED
                       END-IF
                   WHEN '50'
                       PERFORM 8050-POSITION-CONTROL
                   WHEN '51'
                       PERFORM 9320-CHECK-UPDATE-AUTH
                       IF WS-AUTH-OK = 'Y'
                           PERFORM 9100-TAKE-RUN-LOCK
                           IF WS-LOCK-OK = 'Y'
                               PERFORM 2150-EXPENSE-CLAIMS
                               PERFORM 9110-RELEASE-RUN-LOCK
                           END-IF
                       END-IF
                   WHEN '52'
                       PERFORM 9320-CHECK-UPDATE-AUTH
                       IF WS-AUTH-OK = 'Y'
                           PERFORM 9100-TAKE-RUN-LOCK
                           IF WS-LOCK-OK = 'Y'
                               PERFORM 3770-COMMISSION-RUN
                               PERFORM 9110-RELEASE-RUN-LOCK
                           END-IF
                       END-IF
                   WHEN '53'
                       PERFORM 9320-CHECK-UPDATE-AUTH
                       IF WS-AUTH-OK = 'Y'
                           PERFORM 8060-BENEFIT-ENROLLMENT
                       END-IF
                   WHEN '54'
                       PERFORM 4510-ARREARS-AGING-REPORT
                   WHEN '55'
                       PERFORM 9320-CHECK-UPDATE-AUTH
                       IF WS-AUTH-OK = 'Y'
                           PERFORM 4750-PAYROLL-RECONCILIATION
                       END-IF
                   WHEN '56'
                       PERFORM 9320-CHECK-UPDATE-AUTH
                       IF WS-AUTH-OK = 'Y'
                           PERFORM 9100-TAKE-RUN-LOCK
                           IF WS-LOCK-OK = 'Y'
                               PERFORM 3966-CLEARED-CHECK-IMPORT
                               PERFORM 9110-RELEASE-RUN-LOCK
                           END-IF
                       END-IF
                   WHEN '57'
                       PERFORM 3970-OUTSTANDING-CHECKS
                   WHEN '58'
                       PERFORM 9320-CHECK-UPDATE-AUTH
                       IF WS-AUTH-OK = 'Y'
                           PERFORM 9100-TAKE-RUN-LOCK
                           IF WS-LOCK-OK = 'Y'
                               PERFORM 3975-STALE-DATE-CHECKS
                               PERFORM 9110-RELEASE-RUN-LOCK
                           END-IF
                       END-IF
                   WHEN '59'
                       PERFORM 9320-CHECK-UPDATE-AUTH
                       IF WS-AUTH-OK = 'Y'
                           PERFORM 9100-TAKE-RUN-LOCK
                           IF WS-LOCK-OK = 'Y'
                               PERFORM 4960-MONTH-END-ACCRUAL
                               PERFORM 9110-RELEASE-RUN-LOCK
                           END-IF
                       END-IF
                   WHEN '60'
                       PERFORM 9320-CHECK-UPDATE-AUTH
                       IF WS-AUTH-OK = 'Y'
                           PERFORM 4970-LEAVE-LIABILITY
                       END-IF
                   WHEN '61'
                       PERFORM 4980-PAY-VARIANCE-REPORT
                   WHEN '62'
                       PERFORM 9320-CHECK-UPDATE-AUTH
                       IF WS-AUTH-OK = 'Y'
                           PERFORM 9100-TAKE-RUN-LOCK
                           IF WS-LOCK-OK = 'Y'
                               PERFORM 5000-RECORD-REVIEW
                               PERFORM 9110-RELEASE-RUN-LOCK
                           END-IF
                       END-IF
                   WHEN '63'
                       PERFORM 5020-OVERDUE-REVIEWS
                   WHEN '64'
                       PERFORM 5030-RATING-CALIBRATION
                   WHEN '65'
                       PERFORM 5040-PROMOTION-ELIGIBILITY
                   WHEN '66'
                       PERFORM 9330-CHECK-ADMIN-AUTH
                       IF WS-AUTH-OK = 'Y'
                           PERFORM 5050-MAINTAIN-DEMOGRAPHICS
                       END-IF
                   WHEN '67'
                       PERFORM 9330-CHECK-ADMIN-AUTH
                       IF WS-AUTH-OK = 'Y'
                           PERFORM 5052-PAY-EQUITY-AUDIT
                       END-IF
                   WHEN '68'
                       PERFORM 5060-SENIORITY-LIST
                   WHEN '69'
                       PERFORM 9320-CHECK-UPDATE-AUTH
                       IF WS-AUTH-OK = 'Y'
                           PERFORM 5070-RIF-SELECTION
                       END-IF
                   WHEN '70'
                       PERFORM 9320-CHECK-UPDATE-AUTH
                       IF WS-AUTH-OK = 'Y'
                           PERFORM 9100-TAKE-RUN-LOCK
                           IF WS-LOCK-OK = 'Y'
                               PERFORM 5080-PUNCH-IMPORT
                               PERFORM 9110-RELEASE-RUN-LOCK
                           END-IF
                       END-IF
                   WHEN '71'
                       PERFORM 5110-TOTAL-REWARDS
                   WHEN '72'
                       PERFORM 5120-VERIFICATION-LETTER
                   WHEN '73'
                       PERFORM 9320-CHECK-UPDATE-AUTH
                       IF WS-AUTH-OK = 'Y'
                           PERFORM 5130-COMP-CHANGE-LETTERS
                       END-IF
                   WHEN '74'
                       PERFORM 5140-WORKERS-COMP
                   WHEN '75'
                       PERFORM 9320-CHECK-UPDATE-AUTH
                       IF WS-AUTH-OK = 'Y'
                           PERFORM 3720-STATUTORY-RETURN
                       END-IF
                   WHEN '76'
                       PERFORM 4741-YEAR-END-TAX-RECON
                   WHEN '77'
                       PERFORM 5150-RECHARGE-STATEMENTS
                   WHEN '78'
                       PERFORM 9320-CHECK-UPDATE-AUTH
                       IF WS-AUTH-OK = 'Y'
                           PERFORM 5160-SELF-SERVICE-ADMIN
                       END-IF
                   WHEN '79'
                       PERFORM 9330-CHECK-ADMIN-AUTH
                       IF WS-AUTH-OK = 'Y'
                           PERFORM 5180-OPERATOR-MAINTENANCE
                       END-IF
                   WHEN '80'
                       PERFORM 9330-CHECK-ADMIN-AUTH
                       IF WS-AUTH-OK = 'Y'
                           PERFORM 5190-ACCESS-RECERTIFICATION
                       END-IF
                   WHEN '81'
                       PERFORM 9330-CHECK-ADMIN-AUTH
                       IF WS-AUTH-OK = 'Y'
                           PERFORM 5200-REFERENCE-MAINTENANCE
                       END-IF
                   WHEN '82'
                       PERFORM 9330-CHECK-ADMIN-AUTH
                       IF WS-AUTH-OK = 'Y'
                           PERFORM 9100-TAKE-RUN-LOCK
                           IF WS-LOCK-OK = 'Y'
                               PERFORM 5270-DEPT-REORGANIZATION
                               PERFORM 9110-RELEASE-RUN-LOCK
                           END-IF
                       END-IF
                   WHEN '83'
                       PERFORM 9330-CHECK-ADMIN-AUTH
                       IF WS-AUTH-OK = 'Y'
                           PERFORM 9100-TAKE-RUN-LOCK
                           IF WS-LOCK-OK = 'Y'
                               PERFORM 5290-BANK-ACCOUNT-SECURITY
                               PERFORM 9110-RELEASE-RUN-LOCK
                           END-IF
                       END-IF
                   WHEN '84'
                       PERFORM 9330-CHECK-ADMIN-AUTH
                       IF WS-AUTH-OK = 'Y'
                           PERFORM 9100-TAKE-RUN-LOCK
                           IF WS-LOCK-OK = 'Y'
                               PERFORM 5300-ANONYMIZE-LEAVERS
                               PERFORM 9110-RELEASE-RUN-LOCK
                           END-IF
                       END-IF
                   WHEN '85'
                       PERFORM 9330-CHECK-ADMIN-AUTH
                       IF WS-AUTH-OK = 'Y'
                           PERFORM 9100-TAKE-RUN-LOCK
                           IF WS-LOCK-OK = 'Y'
                               PERFORM 5310-REORGANIZE-INDEXED
                               PERFORM 9110-RELEASE-RUN-LOCK
                           END-IF
                       END-IF
                   WHEN '86'
                       PERFORM 9330-CHECK-ADMIN-AUTH
                       IF WS-AUTH-OK = 'Y'
                           PERFORM 9100-TAKE-RUN-LOCK
                           IF WS-LOCK-OK = 'Y'
                               PERFORM 5350-PAY-YEAR-ROLLOVER
                               PERFORM 9110-RELEASE-RUN-LOCK
                           END-IF
                       END-IF
                   WHEN '87'
                       PERFORM 9320-CHECK-UPDATE-AUTH
                       IF WS-AUTH-OK = 'Y'
                           PERFORM 9100-TAKE-RUN-LOCK
                           IF WS-LOCK-OK = 'Y'
                               PERFORM 5360-TUITION-ASSISTANCE
                               PERFORM 9110-RELEASE-RUN-LOCK
                           END-IF
                       END-IF
                   WHEN '88'
                       PERFORM 9320-CHECK-UPDATE-AUTH
                       IF WS-AUTH-OK = 'Y'
                           PERFORM 2180-KEY-TIMESHEET-ADJUST
                       END-IF
                   WHEN '89'
                       PERFORM 9330-CHECK-ADMIN-AUTH
                       IF WS-AUTH-OK = 'Y'
                           PERFORM 9100-TAKE-RUN-LOCK
                           IF WS-LOCK-OK = 'Y'
                               PERFORM 5370-INTERCOMPANY-TRANSFER
                               PERFORM 9110-RELEASE-RUN-LOCK
                           END-IF
                       END-IF
                   WHEN '90'
                       PERFORM 9330-CHECK-ADMIN-AUTH
                       IF WS-AUTH-OK = 'Y'
                           PERFORM 5380-FRAUD-SWEEP
                       END-IF
                   WHEN '91'
                       PERFORM 9320-CHECK-UPDATE-AUTH
                       IF WS-AUTH-OK = 'Y'
                           PERFORM 9100-TAKE-RUN-LOCK
                           IF WS-LOCK-OK = 'Y'
                               PERFORM 5404-CHANGE-NOTICES
                               PERFORM 9110-RELEASE-RUN-LOCK
                           END-IF
                       END-IF
                   WHEN '92'
                       PERFORM 9330-CHECK-ADMIN-AUTH
                       IF WS-AUTH-OK = 'Y'
                           PERFORM 5410-AUDIT-SAMPLE
                       END-IF
                   WHEN '93'
                       PERFORM 9330-CHECK-ADMIN-AUTH
                       IF WS-AUTH-OK = 'Y'
                           PERFORM 5430-PAYROLL-SIMULATION
                       END-IF
                   WHEN '94'
                       PERFORM 5426-LABOR-DIST-REPORT
                   WHEN '95'
                       PERFORM 6120-ABSENCE-CALENDAR
                   WHEN 'X'
                       MOVE 'Y' TO WS-SYSTEM-EXIT
                   WHEN 'x'
                       MOVE 'Y' TO WS-SYSTEM-EXIT
                   WHEN OTHER
                       DISPLAY "Unknown option: " WS-MENU-CHOICE
               END-EVALUATE
           END-PERFORM

           IF WS-AUD-SEQ-NO > ZERO
               OPEN EXTEND AUDIT-FILE
               IF WS-AUDIT-STATUS = '00'
                   MOVE WS-AUD-SEQ-NO TO WS-ART-COUNT
                   WRITE AUDIT-RECORD FROM WS-AUDIT-RUNTRL
                   CLOSE AUDIT-FILE
               END-IF
           END-IF

           DISPLAY "EMPSYS session ended."
           STOP RUN.

      * ----------------------------------------------------------------
      * Main menu
      * ----------------------------------------------------------------
       1000-DISPLAY-MENU.

           DISPLAY " "
           DISPLAY "EMPSYS MAIN MENU      OPERATOR: " WS-OPERATOR-ID
           DISPLAY " 1 EMPLOYEE SEARCH      2 MAINTAIN EMPLOYEES"
           DISPLAY " 3 PAYROLL RUN          4 STANDARD REPORTS"
           DISPLAY " 5 COMP BENCHMARK       6 SALARY EXCEPTIONS"
           DISPLAY " 7 AD-HOC QUERY         8 PROFILE DOSSIER"
           DISPLAY " 9 OVERNIGHT BATCH     10 ANNUAL REVIEW PROC"
           DISPLAY "11 VALIDATE MASTER     12 INTEGRITY CHECK"
           DISPLAY "13 AUDIT QUERY         14 SALARY HISTORY RPT"
           DISPLAY "15 NEW-HIRE IMPORT     16 MERIT IMPORT"
           DISPLAY "17 MASS ADJUSTMENT     18 PURGE TERMINATED"
           DISPLAY "19 SEARCH ARCHIVE      20 REJECT WORKBENCH"
           DISPLAY "21 YEAR-END STMTS      22 BACKUP MASTER"
           DISPLAY "23 PAY REVERSAL        24 BANK RETURNS"
           DISPLAY "25 LEAVE REQUEST       26 BUDGET VS ACTUAL"
           DISPLAY "27 TIMESHEET APPROVAL  28 CHECK VOID/REISSUE"
           DISPLAY "29 RECOVERY STATUS     30 SALARY FORECAST"
           DISPLAY "31 REPORT REPRINT      32 ACCESS LOG QUERY"
           DISPLAY "33 APPROVAL REVIEW     34 TAX REMITTANCE"
           DISPLAY "35 CONVERT HISTORIES   36 CLOSE PAY PERIOD"
           DISPLAY "37 HELD PAYMENTS       38 ONBOARDING REPORT"
           DISPLAY "39 TERMINATION         40 REHIRE"
           DISPLAY "41 MARKET IMPORT       42 PAY VS MARKET"
           DISPLAY "43 FULL BACKUP         44 FULL RESTORE"
           DISPLAY "45 TRANS ROLLBACK      46 WIDEN-ID MIGRATE"
           DISPLAY "47 PAY HISTORY         48 BUILD CHANGE FEED"
           DISPLAY "49 ACK CHANGE FEED     50 POSITION CONTROL"
           DISPLAY "51 EXPENSE CLAIMS      52 COMMISSION CALC"
           DISPLAY "53 BENEFIT ENROLLMENT  54 ARREARS AGING"
           DISPLAY "55 PAYROLL RECONCILE   56 PAID ITEMS IMPORT"
           DISPLAY "57 OUTSTANDING CHECKS  58 STALE-DATE CHECKS"
           DISPLAY "59 MONTH-END ACCRUAL   60 LEAVE LIABILITY"
           DISPLAY "61 PAY VARIANCE        62 RECORD REVIEW"
           DISPLAY "63 OVERDUE REVIEWS     64 RATING CALIBRATION"
           DISPLAY "65 PROMOTION ELIGIBLE  66 DEMOGRAPHICS"
           DISPLAY "67 PAY EQUITY AUDIT    68 SENIORITY LIST"
           DISPLAY "69 RIF SELECTION       70 TIME CLOCK IMPORT"
           DISPLAY "71 TOTAL REWARDS       72 VERIFICATION LETTER"
           DISPLAY "73 COMP CHANGE LETTERS 74 WORKERS COMP"
           DISPLAY "75 STATUTORY RETURN    76 YEAR-END TAX RECON"
           DISPLAY "77 RECHARGE STATEMENTS 78 SELF-SERVICE ADMIN"
           DISPLAY "79 OPERATOR MAINT      80 ACCESS RECERT"
           DISPLAY "81 REFERENCE TABLES    82 DEPT REORGANIZE"
           DISPLAY "83 BANK ACCT SECURITY  84 ANONYMIZE LEAVERS"
           DISPLAY "85 REORGANIZE FILES    86 PAY YEAR ROLLOVER"
           DISPLAY "87 TUITION ASSISTANCE  88 TIMESHEET ADJUST"
           DISPLAY "89 COMPANY TRANSFER    90 FRAUD SWEEP"
           DISPLAY "91 CHANGE NOTICES      92 AUDIT SAMPLE"
           DISPLAY "93 PAYROLL SIMULATION  94 LABOR DISTRIBUTION"
           DISPLAY "95 ABSENCE CALENDAR"
           DISPLAY " X SIGN OFF"
           DISPLAY "OPTION: "
           ACCEPT WS-MENU-CHOICE

           EXIT.

      * ----------------------------------------------------------------
      * Load CONFIG.DAT keyword/value pairs - a missing file just
      * means every option takes its built-in default
      * ----------------------------------------------------------------
       1100-LOAD-CONFIG.

           MOVE ZERO TO WS-CONFIG-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ CONFIG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-CONFIG-COUNT < 100
                           ADD 1 TO WS-CONFIG-COUNT
                           MOVE CFG-KEY TO
                               WS-CFG-T-KEY(WS-CONFIG-COUNT)
                           MOVE CFG-VALUE TO
                               WS-CFG-T-VALUE(WS-CONFIG-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CONFIG-STATUS = '00' OR WS-CONFIG-STATUS = '10'
               CLOSE CONFIG-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Look up one config keyword - WS-CFG-WANTED in,
      * WS-CFG-FOUND/WS-CFG-RESULT/WS-CFG-NUMERIC out
      * ----------------------------------------------------------------
       1110-FIND-CONFIG-VALUE.

           MOVE 'N' TO WS-CFG-FOUND
           MOVE SPACES TO WS-CFG-RESULT
           MOVE ZERO TO WS-CFG-NUMERIC

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CONFIG-COUNT
               IF WS-CFG-T-KEY(WS-SUB) = WS-CFG-WANTED
                   MOVE 'Y' TO WS-CFG-FOUND
                   MOVE WS-CFG-T-VALUE(WS-SUB) TO WS-CFG-RESULT
                   MOVE WS-CONFIG-COUNT TO WS-SUB
               END-IF
           END-PERFORM

           IF WS-CFG-FOUND = 'Y'
               MOVE FUNCTION NUMVAL(WS-CFG-RESULT) TO WS-CFG-NUMERIC
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Load the department master into the run table
      * ----------------------------------------------------------------
       1150-LOAD-DEPT-MASTER.

           MOVE ZERO TO WS-DEPT-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT DEPT-FILE
           IF WS-DEPT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ DEPT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-DEPT-COUNT < 50
                           ADD 1 TO WS-DEPT-COUNT
                           MOVE DPM-NAME TO
                               WS-DPT-NAME(WS-DEPT-COUNT)
                           MOVE DPM-COST-CENTER TO
                               WS-DPT-COST-CENTER(WS-DEPT-COUNT)
                           MOVE DPM-COMPANY TO
                               WS-DPT-COMPANY(WS-DEPT-COUNT)
                           MOVE DPM-BUDGET TO
                               WS-DPT-BUDGET(WS-DEPT-COUNT)
                           MOVE ZERO TO
                               WS-DPT-HEADCOUNT(WS-DEPT-COUNT)
                           MOVE ZERO TO
                               WS-DPT-SAL-TOTAL(WS-DEPT-COUNT)
                           MOVE ZERO TO
                               WS-DPT-DED-TOTAL(WS-DEPT-COUNT)
                           MOVE ZERO TO
                               WS-DPT-GROSS-TOTAL(WS-DEPT-COUNT)
                           MOVE ZERO TO
                               WS-DPT-COMPA-SUM(WS-DEPT-COUNT)
                           MOVE ZERO TO
                               WS-DPT-COMPA-CNT(WS-DEPT-COUNT)
                           MOVE ZERO TO
                               WS-DPT-EMPLR-TOTAL(WS-DEPT-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-DEPT-STATUS = '00' OR WS-DEPT-STATUS = '10'
               CLOSE DEPT-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Find a department in the run table - WS-DPT-WANTED in,
      * WS-DPT-FOUND-SUB out (entry is added when not on DEPT.DAT so
      * accumulators always have a home)
      * ----------------------------------------------------------------
       1160-FIND-DEPT.

           MOVE ZERO TO WS-DPT-FOUND-SUB

           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-DEPT-COUNT
               IF WS-DPT-NAME(WS-SUB-2) = WS-DPT-WANTED
                   MOVE WS-SUB-2 TO WS-DPT-FOUND-SUB
                   MOVE WS-DEPT-COUNT TO WS-SUB-2
               END-IF
           END-PERFORM

           IF WS-DPT-FOUND-SUB = ZERO AND WS-DEPT-COUNT < 50
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DPT-WANTED TO WS-DPT-NAME(WS-DEPT-COUNT)
               MOVE SPACES TO WS-DPT-COST-CENTER(WS-DEPT-COUNT)
               MOVE WS-COMPANY TO WS-DPT-COMPANY(WS-DEPT-COUNT)
               MOVE ZERO TO WS-DPT-BUDGET(WS-DEPT-COUNT)
               MOVE ZERO TO WS-DPT-HEADCOUNT(WS-DEPT-COUNT)
               MOVE ZERO TO WS-DPT-SAL-TOTAL(WS-DEPT-COUNT)
               MOVE ZERO TO WS-DPT-DED-TOTAL(WS-DEPT-COUNT)
               MOVE ZERO TO WS-DPT-GROSS-TOTAL(WS-DEPT-COUNT)
               MOVE ZERO TO WS-DPT-COMPA-SUM(WS-DEPT-COUNT)
               MOVE ZERO TO WS-DPT-COMPA-CNT(WS-DEPT-COUNT)
               MOVE ZERO TO WS-DPT-EMPLR-TOTAL(WS-DEPT-COUNT)
               MOVE WS-DEPT-COUNT TO WS-DPT-FOUND-SUB
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Load the job code and grade master
      * ----------------------------------------------------------------
       1170-LOAD-JOBCODE-TABLE.

           MOVE ZERO TO WS-JBC-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT JOBCODE-FILE
           IF WS-JOBCODE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ JOBCODE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE JOBCODE-FILE
                   NOT AT END
                       IF WS-JBC-COUNT < 100
                           ADD 1 TO WS-JBC-COUNT
                           MOVE JBC-CODE TO
                               WS-JBC-CODE(WS-JBC-COUNT)
                           MOVE JBC-TITLE TO
                               WS-JBC-TITLE(WS-JBC-COUNT)
                           MOVE JBC-GRADE TO
                               WS-JBC-GRADE(WS-JBC-COUNT)
                               WS-JBC-MID(WS-JBC-COUNT)
                           MOVE JBC-MAX TO
                               WS-JBC-MAX(WS-JBC-COUNT)
                           MOVE JBC-RISK-CLASS TO
                               WS-JBC-RISK-CLASS(WS-JBC-COUNT)
                           IF JBC-RISK-RATE IS NUMERIC
                               MOVE JBC-RISK-RATE TO
                                   WS-JBC-RISK-RATE(WS-JBC-COUNT)
                           ELSE
                               MOVE ZERO TO
                                   WS-JBC-RISK-RATE(WS-JBC-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

      * ----------------------------------------------------------------
      * Load the work location master
      * ----------------------------------------------------------------
       1177-LOAD-LOCATION-TABLE.

           MOVE ZERO TO WS-LOC-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT LOCATION-FILE
           IF WS-LOCATION-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ LOCATION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE LOCATION-FILE
                   NOT AT END
                       IF WS-LOC-COUNT < 100
                           ADD 1 TO WS-LOC-COUNT
                           MOVE LOC-CODE TO
                               WS-LOC-T-CODE(WS-LOC-COUNT)
                           MOVE LOC-NAME TO
                               WS-LOC-T-NAME(WS-LOC-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Find WS-LOC-WANTED on the location table - WS-LOC-SUB out,
      * zero when not found
      * ----------------------------------------------------------------
       1178-FIND-LOCATION.

           MOVE ZERO TO WS-LOC-SUB
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-LOC-COUNT
               IF WS-LOC-T-CODE(WS-SUB-2) = WS-LOC-WANTED
                   MOVE WS-SUB-2 TO WS-LOC-SUB
                   MOVE WS-LOC-COUNT TO WS-SUB-2
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Load the position control master into the run table
      * ----------------------------------------------------------------
       1190-LOAD-POSITION-TABLE.

           MOVE ZERO TO WS-POS-COUNT
           MOVE 'N' TO WS-EOF-2

           OPEN INPUT POSITION-FILE
           IF WS-POSITION-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           END-IF

           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ POSITION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE POSITION-FILE
                   NOT AT END
                       IF WS-POS-COUNT < 1000
                           ADD 1 TO WS-POS-COUNT
                           MOVE POS-NUMBER TO
                               WS-POS-T-NUMBER(WS-POS-COUNT)
                           MOVE POS-DEPT TO
                               WS-POS-T-DEPT(WS-POS-COUNT)
                           MOVE POS-JOB-CODE TO
                               WS-POS-T-JOB-CODE(WS-POS-COUNT)
                           MOVE POS-FTE TO
                               WS-POS-T-FTE(WS-POS-COUNT)
                           MOVE POS-STATUS TO
                               WS-POS-T-STATUS(WS-POS-COUNT)
                           MOVE POS-EMP-ID TO
                               WS-POS-T-EMP-ID(WS-POS-COUNT)
                           MOVE POS-FILL-DATE TO
                               WS-POS-T-FILL-DATE(WS-POS-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Find the seat for the hire in EMP-RECORD - WS-POS-WANTED in
      * (zero takes the first open seat in the department and job
      * code), WS-POS-SUB out, zero with WS-POS-REASON when the
      * hire cannot be placed.  A blank job code on the hire takes
      * the position's.
      * ----------------------------------------------------------------
       1192-FIND-OPEN-POSITION.

           MOVE ZERO TO WS-POS-SUB
           MOVE SPACES TO WS-POS-REASON

           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-POS-COUNT
               IF WS-POS-WANTED > ZERO
                   IF WS-POS-T-NUMBER(WS-SUB-2) = WS-POS-WANTED
                       MOVE WS-SUB-2 TO WS-POS-SUB
                       MOVE WS-POS-COUNT TO WS-SUB-2
                   END-IF
               ELSE
                   IF WS-POS-T-STATUS(WS-SUB-2) = 'O'
                      AND WS-POS-T-DEPT(WS-SUB-2) = EMP-DEPARTMENT
                      AND (EMP-JOB-CODE = SPACES
                       OR WS-POS-T-JOB-CODE(WS-SUB-2) = EMP-JOB-CODE)
                       MOVE WS-SUB-2 TO WS-POS-SUB
                       MOVE WS-POS-COUNT TO WS-SUB-2
                   END-IF
               END-IF
           END-PERFORM

           IF WS-POS-SUB = ZERO
               IF WS-POS-WANTED > ZERO
                   MOVE 'UNKNOWN POSITION NUMBER' TO WS-POS-REASON
               ELSE
                   MOVE 'NO OPEN POSITION' TO WS-POS-REASON
               END-IF
           ELSE
               IF WS-POS-T-STATUS(WS-POS-SUB) NOT = 'O'
                   MOVE 'POSITION NOT OPEN' TO WS-POS-REASON
               ELSE
                   IF WS-POS-T-DEPT(WS-POS-SUB) NOT = EMP-DEPARTMENT
                       MOVE 'POSITION IS IN ANOTHER DEPT' TO
                           WS-POS-REASON
                   ELSE
                       IF EMP-JOB-CODE NOT = SPACES
                          AND EMP-JOB-CODE NOT =
                              WS-POS-T-JOB-CODE(WS-POS-SUB)
                           MOVE 'POSITION JOB CODE DIFFERS' TO
                               WS-POS-REASON
                       END-IF
                   END-IF
               END-IF
               IF WS-POS-REASON NOT = SPACES
                   MOVE ZERO TO WS-POS-SUB
               ELSE
                   MOVE WS-POS-T-JOB-CODE(WS-POS-SUB) TO
                       EMP-JOB-CODE
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Mark the seat at WS-POS-SUB filled by EMP-ID and write the
      * master back
      * ----------------------------------------------------------------
       1194-FILL-POSITION.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE 'F' TO WS-POS-T-STATUS(WS-POS-SUB)
           MOVE EMP-ID TO WS-POS-T-EMP-ID(WS-POS-SUB)
           MOVE WS-TODAY TO WS-POS-T-FILL-DATE(WS-POS-SUB)
           PERFORM 1198-REWRITE-POSITION-FILE

           EXIT.

      * ----------------------------------------------------------------
      * A leaver frees their seat - the position filled by EMP-ID
      * goes back to open
      * ----------------------------------------------------------------
       1196-VACATE-POSITION.

           PERFORM 1190-LOAD-POSITION-TABLE
           MOVE ZERO TO WS-POS-SUB
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-POS-COUNT
               IF WS-POS-T-STATUS(WS-SUB-2) = 'F'
                  AND WS-POS-T-EMP-ID(WS-SUB-2) = EMP-ID
                   MOVE WS-SUB-2 TO WS-POS-SUB
                   MOVE 'O' TO WS-POS-T-STATUS(WS-SUB-2)
                   MOVE ZERO TO WS-POS-T-EMP-ID(WS-SUB-2)
                   MOVE ZERO TO WS-POS-T-FILL-DATE(WS-SUB-2)
               END-IF
           END-PERFORM

           IF WS-POS-SUB > ZERO
               PERFORM 1198-REWRITE-POSITION-FILE
               DISPLAY "Position " WS-POS-T-NUMBER(WS-POS-SUB)
                   " reopened."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * A transfer moves the employee in EMP-RECORD out of their old
      * seat and into the one 1192 found at WS-POS-SUB in the new
      * department
      * ----------------------------------------------------------------
       1197-TRANSFER-POSITION.

           MOVE WS-POS-T-NUMBER(WS-POS-SUB) TO WS-POS-WANTED
           PERFORM 1196-VACATE-POSITION
           MOVE ZERO TO WS-POS-SUB
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-POS-COUNT
               IF WS-POS-T-NUMBER(WS-SUB-2) = WS-POS-WANTED
                   MOVE WS-SUB-2 TO WS-POS-SUB
               END-IF
           END-PERFORM

           IF WS-POS-SUB > ZERO
               PERFORM 1194-FILL-POSITION
               DISPLAY "Placed in position " WS-POS-WANTED
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Write the position master back from the table
      * ----------------------------------------------------------------
       1198-REWRITE-POSITION-FILE.

           OPEN OUTPUT POSITION-FILE
           IF WS-POSITION-STATUS NOT = '00'
               DISPLAY "Unable to rewrite POSITION.DAT - status "
                   WS-POSITION-STATUS
           ELSE
               PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                       UNTIL WS-SUB-2 > WS-POS-COUNT
                   MOVE WS-POS-T-NUMBER(WS-SUB-2) TO POS-NUMBER
                   MOVE WS-POS-T-DEPT(WS-SUB-2) TO POS-DEPT
                   MOVE WS-POS-T-JOB-CODE(WS-SUB-2) TO POS-JOB-CODE
                   MOVE WS-POS-T-FTE(WS-SUB-2) TO POS-FTE
                   MOVE WS-POS-T-STATUS(WS-SUB-2) TO POS-STATUS
                   MOVE WS-POS-T-EMP-ID(WS-SUB-2) TO POS-EMP-ID
                   MOVE WS-POS-T-FILL-DATE(WS-SUB-2) TO
                       POS-FILL-DATE
                   MOVE SPACES TO POSITION-RECORD(50:10)
                   WRITE POSITION-RECORD
               END-PERFORM
               CLOSE POSITION-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Employee search - by id straight against the key, or by name
      * against the alternate key
      * ----------------------------------------------------------------
       6000-EMPLOYEE-SEARCH.

           DISPLAY "Search by (I)d or (N)ame: "
           ACCEPT WS-ANSWER

           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "Unable to open employee file - status "
                   WS-EMP-STATUS
           ELSE
               IF WS-ANSWER = 'N' OR WS-ANSWER = 'n'
                   DISPLAY "Employee name: "
                   ACCEPT WS-SEARCH-NAME
                   MOVE WS-SEARCH-NAME TO EMP-NAME
                   MOVE 'N' TO WS-FOUND
                   READ EMP-FILE KEY IS EMP-NAME
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-FOUND
                   END-READ
               ELSE
                   DISPLAY "Employee ID: "
                   ACCEPT WS-TARGET-ID
                   MOVE WS-TARGET-ID TO EMP-ID
                   MOVE 'N' TO WS-FOUND
                   READ EMP-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-FOUND
                   END-READ
               END-IF

               IF WS-FOUND = 'Y'
                   PERFORM 9340-CHECK-DEPT-SCOPE
                   IF WS-SCOPE-OK = 'Y'
                       PERFORM 6050-DISPLAY-EMPLOYEE
                       MOVE 'SEARCH' TO WS-ACL-FUNCTION
                       MOVE EMP-ID TO WS-ACL-EMP-ID
                       MOVE 1 TO WS-ACL-REC-COUNT
                       PERFORM 9710-WRITE-ACCESS-LOG
                   END-IF
               ELSE
                   DISPLAY "Employee not found."
               END-IF

               CLOSE EMP-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Display the master record currently in EMP-RECORD
      * ----------------------------------------------------------------
       6050-DISPLAY-EMPLOYEE.

           DISPLAY "ID:         " EMP-ID
           DISPLAY "NAME:       " EMP-NAME
           DISPLAY "DEPARTMENT: " EMP-DEPARTMENT
           MOVE EMP-SALARY TO WS-EDIT-AMOUNT
           DISPLAY "SALARY:     " WS-EDIT-AMOUNT
           DISPLAY "HIRED:      " EMP-HIRE-DATE
           DISPLAY "STATUS:     " EMP-STATUS
           DISPLAY "MANAGER:    " EMP-MANAGER-ID
           DISPLAY "RATING:     " EMP-RATING
           DISPLAY "CURRENCY:   " EMP-CURRENCY
           DISPLAY "LOCATION:   " EMP-LOCATION
           IF EMP-DEL-FLAG = 'D'
               DISPLAY "** DELETED-PENDING SINCE " EMP-DEL-DATE
                   " **"
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Key a leave request: business days are counted off the
      * holiday calendar, the request may not exceed the balance,
      * and an approved request draws the balance down at once
      * ----------------------------------------------------------------
       6100-LEAVE-REQUEST.

           DISPLAY "Employee ID: "
           ACCEPT WS-TARGET-ID
           DISPLAY "From date (YYYYMMDD): "
           ACCEPT WS-LVR-FROM
           DISPLAY "To date (YYYYMMDD): "
           ACCEPT WS-LVR-TO

           IF WS-LVR-TO < WS-LVR-FROM
               DISPLAY "To date is before from date."
           ELSE
               PERFORM 9678-FIND-EMP-LOCATION
               PERFORM 9680-COUNT-BUSINESS-DAYS
               MOVE SPACES TO WS-CHK-LOC
               MOVE WS-BUSDAY-COUNT TO WS-LVR-DAYS
               DISPLAY "Business days requested: " WS-LVR-DAYS

           EXIT.

      * ----------------------------------------------------------------
      * Department absence calendar on demand - the manager weighing
      * a leave request sees who in the department is already off
      * ----------------------------------------------------------------
       6120-ABSENCE-CALENDAR.

           DISPLAY "Month (YYYYMM, blank = this month): "
           ACCEPT WS-ABC-MONTH
           IF WS-ABC-MONTH = ZERO
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-TODAY(1:6) TO WS-ABC-MONTH
           END-IF
           IF WS-OPR-SCOPE NOT = SPACES
               MOVE WS-OPR-SCOPE TO WS-ABC-DEPT
           ELSE
               DISPLAY "Department (blank = all): "
               ACCEPT WS-ABC-DEPT
           END-IF

           IF WS-ABC-MM < 1 OR WS-ABC-MM > 12 OR WS-ABC-YEAR < 1601
               DISPLAY "Not a valid month: " WS-ABC-MONTH
           ELSE
               PERFORM 6121-WRITE-ABSENCE-CALENDAR
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Absence calendar for WS-ABC-MONTH into ABSCAL.TXT - every
      * department of the session company, or WS-ABC-DEPT only.
      * Approved and pending leave both count as out; a day on
      * which more than the ABS-CLASH-PCT share of the department
      * is out is flagged.
      * ----------------------------------------------------------------
       6121-WRITE-ABSENCE-CALENDAR.

           MOVE 25 TO WS-ABC-PCT
           MOVE 'ABS-CLASH-PCT' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y' AND WS-CFG-NUMERIC > ZERO
              AND WS-CFG-NUMERIC <= 100
               MOVE WS-CFG-NUMERIC TO WS-ABC-PCT
           END-IF

           COMPUTE WS-ABC-FIRST-DATE = WS-ABC-MONTH * 100 + 1
           IF WS-ABC-MM = 12
               COMPUTE WS-ABC-NEXT-DATE =
                   (WS-ABC-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-ABC-NEXT-DATE = WS-ABC-FIRST-DATE + 100
           END-IF
           COMPUTE WS-ABC-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-ABC-NEXT-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-ABC-FIRST-DATE)
           COMPUTE WS-ABC-LAST-DATE =
               WS-ABC-FIRST-DATE + WS-ABC-DAYS - 1
           PERFORM VARYING WS-ABC-DAY FROM 1 BY 1
                   UNTIL WS-ABC-DAY > WS-ABC-DAYS
               COMPUTE WS-CHK-INT = FUNCTION INTEGER-OF-DATE
                   (WS-ABC-FIRST-DATE + WS-ABC-DAY - 1)
               COMPUTE WS-ABC-DOW(WS-ABC-DAY) =
                   FUNCTION MOD(WS-CHK-INT, 7)
           END-PERFORM

           PERFORM 9675-LOAD-HOLIDAYS
           PERFORM 6122-LOAD-CALENDAR-LEAVE
           PERFORM 6123-LOAD-CALENDAR-STAFF

           MOVE ZERO TO WS-ABC-DEPTS
           MOVE ZERO TO WS-ABC-OVER-DAYS
           OPEN OUTPUT ABSCAL-FILE
           IF WS-ABSCAL-STATUS NOT = '00'
               DISPLAY "Unable to write ABSCAL.TXT - status "
                   WS-ABSCAL-STATUS
           ELSE
               IF WS-ABE-COUNT = ZERO
                   MOVE SPACES TO ABSCAL-RECORD
                   STRING 'ABSENCE CALENDAR ' DELIMITED BY SIZE
                          WS-ABC-MONTH DELIMITED BY SIZE
                          ' - NO ACTIVE STAFF TO SHOW'
                              DELIMITED BY SIZE
                       INTO ABSCAL-RECORD
                   END-STRING
                   WRITE ABSCAL-RECORD
               ELSE
                   SORT WS-ABE-ENTRY ASCENDING KEY WS-ABE-DEPT
                       WS-ABE-NAME WS-ABE-EMP-ID
                   MOVE 1 TO WS-ABC-GRP-FROM
                   PERFORM VARYING WS-ABC-SUB FROM 1 BY 1
                           UNTIL WS-ABC-SUB > WS-ABE-COUNT
                       IF WS-ABC-SUB = WS-ABE-COUNT
                           MOVE WS-ABC-SUB TO WS-ABC-GRP-TO
                           PERFORM 6124-PUT-CALENDAR-DEPT
                       ELSE
                           IF WS-ABE-DEPT(WS-ABC-SUB + 1) NOT =
                                  WS-ABE-DEPT(WS-ABC-SUB)
                               MOVE WS-ABC-SUB TO WS-ABC-GRP-TO
                               PERFORM 6124-PUT-CALENDAR-DEPT
                               COMPUTE WS-ABC-GRP-FROM =
                                   WS-ABC-SUB + 1
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               MOVE SPACES TO ABSCAL-RECORD
               MOVE WS-ABC-PCT TO WS-ABC-PCT-ED
               STRING 'A APPROVED  P PENDING  H HOLIDAY  W WEEKEND'
                          DELIMITED BY SIZE
                      '  . WORKING  ** MORE THAN' DELIMITED BY SIZE
                      WS-ABC-PCT-ED DELIMITED BY SIZE
                      '% OF THE DEPARTMENT OUT' DELIMITED BY SIZE
                   INTO ABSCAL-RECORD
               END-STRING
               WRITE ABSCAL-RECORD
               CLOSE ABSCAL-FILE
               MOVE 'ABSCAL.TXT' TO WS-ARCHSRC-NAME
               MOVE 'ABSCAL' TO WS-ARCH-REPORT
               PERFORM 9700-ARCHIVE-REPORT
               DISPLAY "Absence calendar " WS-ABC-MONTH " - "
                   WS-ABC-DEPTS " department(s), " WS-ABC-OVER-DAYS
                   " day(s) over the limit - ABSCAL.TXT."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Approved and pending leave that touches the month
      * ----------------------------------------------------------------
       6122-LOAD-CALENDAR-LEAVE.

           MOVE ZERO TO WS-ABV-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT LEAVEREQ-FILE
           IF WS-LEAVEREQ-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LEAVEREQ-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE LEAVEREQ-FILE
                   NOT AT END
                       IF (LVR-STATUS = 'A' OR LVR-STATUS = 'P')
                          AND LVR-FROM-DATE <= WS-ABC-LAST-DATE
                          AND LVR-TO-DATE >= WS-ABC-FIRST-DATE
                           IF WS-ABV-COUNT < 3000
                               ADD 1 TO WS-ABV-COUNT
                               MOVE LVR-EMP-ID TO
                                   WS-ABV-EMP-ID(WS-ABV-COUNT)
                               MOVE LVR-FROM-DATE TO
                                   WS-ABV-FROM(WS-ABV-COUNT)
                               MOVE LVR-TO-DATE TO
                                   WS-ABV-TO(WS-ABV-COUNT)
                               MOVE LVR-STATUS TO
                                   WS-ABV-STATUS(WS-ABV-COUNT)
                           ELSE
                               DISPLAY "WARNING: more leave than "
                                   "the calendar can hold - "
                                   "LEAVEREQ.DAT only partly shown."
                               MOVE 'Y' TO WS-EOF
                               CLOSE LEAVEREQ-FILE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Active staff and staff on leave of absence - the rows
      * ----------------------------------------------------------------
       6123-LOAD-CALENDAR-STAFF.

           MOVE ZERO TO WS-ABE-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "Unable to open employee file - status "
                   WS-EMP-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EMP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE EMP-FILE
                   NOT AT END
                       MOVE EMP-COMPANY TO WS-EMP-COMPANY-W
                       IF WS-EMP-COMPANY-W = SPACES
                           MOVE '01' TO WS-EMP-COMPANY-W
                       END-IF
                       IF EMP-DEL-FLAG NOT = 'D'
                          AND (EMP-STATUS = 'A' OR EMP-STATUS = 'L')
                          AND WS-EMP-COMPANY-W = WS-COMPANY
                          AND (WS-ABC-DEPT = SPACES
                           OR EMP-DEPARTMENT = WS-ABC-DEPT)
                           IF WS-ABE-COUNT < 5000
                               ADD 1 TO WS-ABE-COUNT
                               MOVE EMP-DEPARTMENT TO
                                   WS-ABE-DEPT(WS-ABE-COUNT)
                               MOVE EMP-NAME TO
                                   WS-ABE-NAME(WS-ABE-COUNT)
                               MOVE EMP-ID TO
                                   WS-ABE-EMP-ID(WS-ABE-COUNT)
                               MOVE EMP-LOCATION TO
                                   WS-ABE-LOC(WS-ABE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * One department - WS-ABE rows WS-ABC-GRP-FROM to -TO - with
      * its day heading, a row for each employee, the count out
      * each day and the days over the limit
      * ----------------------------------------------------------------
       6124-PUT-CALENDAR-DEPT.

           ADD 1 TO WS-ABC-DEPTS
           COMPUTE WS-ABC-HEADCOUNT =
               WS-ABC-GRP-TO - WS-ABC-GRP-FROM + 1
           MOVE WS-ABC-HEADCOUNT TO WS-ABC-HEAD-ED
           PERFORM VARYING WS-ABC-DAY FROM 1 BY 1
                   UNTIL WS-ABC-DAY > 31
               MOVE ZERO TO WS-ABC-OUT(WS-ABC-DAY)
           END-PERFORM

           MOVE SPACES TO ABSCAL-RECORD
           STRING 'ABSENCE CALENDAR - ' DELIMITED BY SIZE
                  WS-ABE-DEPT(WS-ABC-GRP-FROM) DELIMITED BY SIZE
                  '  MONTH ' DELIMITED BY SIZE
                  WS-ABC-MONTH DELIMITED BY SIZE
                  '  STAFF' DELIMITED BY SIZE
                  WS-ABC-HEAD-ED DELIMITED BY SIZE
               INTO ABSCAL-RECORD
           END-STRING
           WRITE ABSCAL-RECORD

           MOVE SPACES TO WS-ABC-LINE
           MOVE 'EMP ID' TO WS-ABL-ID
           MOVE 'NAME' TO WS-ABL-NAME
           PERFORM VARYING WS-ABC-DAY FROM 1 BY 1
                   UNTIL WS-ABC-DAY > WS-ABC-DAYS
               MOVE WS-ABC-DAY TO WS-ABC-DAY-ED
               MOVE WS-ABC-DAY-ED TO WS-ABL-MARK(WS-ABC-DAY)
           END-PERFORM
           WRITE ABSCAL-RECORD FROM WS-ABC-LINE
           MOVE SPACES TO WS-ABC-LINE
           PERFORM VARYING WS-ABC-DAY FROM 1 BY 1
                   UNTIL WS-ABC-DAY > WS-ABC-DAYS
               MOVE WS-ABC-DOW-NAME(WS-ABC-DOW(WS-ABC-DAY) + 1) TO
                   WS-ABL-MARK(WS-ABC-DAY)
           END-PERFORM
           WRITE ABSCAL-RECORD FROM WS-ABC-LINE

           PERFORM VARYING WS-ABC-SUB FROM WS-ABC-GRP-FROM BY 1
                   UNTIL WS-ABC-SUB > WS-ABC-GRP-TO
               PERFORM 6125-PUT-CALENDAR-ROW
           END-PERFORM
      * the caller's loop carries on from the group's last row
           MOVE WS-ABC-GRP-TO TO WS-ABC-SUB

           MOVE SPACES TO WS-ABC-LINE
           MOVE 'PEOPLE OUT' TO WS-ABL-NAME
           PERFORM VARYING WS-ABC-DAY FROM 1 BY 1
                   UNTIL WS-ABC-DAY > WS-ABC-DAYS
               IF WS-ABC-OUT(WS-ABC-DAY) > 99
                   MOVE '99' TO WS-ABL-MARK(WS-ABC-DAY)
               ELSE
                   MOVE WS-ABC-OUT(WS-ABC-DAY) TO WS-ABC-COUNT-ED
                   MOVE WS-ABC-COUNT-ED TO WS-ABL-MARK(WS-ABC-DAY)
               END-IF
           END-PERFORM
           WRITE ABSCAL-RECORD FROM WS-ABC-LINE

           MOVE SPACES TO WS-ABC-LINE
           MOVE 'OVER LIMIT' TO WS-ABL-NAME
           PERFORM VARYING WS-ABC-DAY FROM 1 BY 1
                   UNTIL WS-ABC-DAY > WS-ABC-DAYS
               IF WS-ABC-OUT(WS-ABC-DAY) > ZERO
                  AND WS-ABC-OUT(WS-ABC-DAY) * 100 >
                      WS-ABC-PCT * WS-ABC-HEADCOUNT
                   MOVE '**' TO WS-ABL-MARK(WS-ABC-DAY)
                   ADD 1 TO WS-ABC-OVER-DAYS
               END-IF
           END-PERFORM
           WRITE ABSCAL-RECORD FROM WS-ABC-LINE
           MOVE SPACES TO ABSCAL-RECORD
           WRITE ABSCAL-RECORD

           EXIT.

      * ----------------------------------------------------------------
      * The employee at WS-ABC-SUB - weekends and the holidays of
      * the employee's location first, then leave on the working
      * days, approved leave over pending
      * ----------------------------------------------------------------
       6125-PUT-CALENDAR-ROW.

           MOVE SPACES TO WS-ABC-LINE
           MOVE WS-ABE-EMP-ID(WS-ABC-SUB) TO WS-ABL-ID
           MOVE WS-ABE-NAME(WS-ABC-SUB) TO WS-ABL-NAME
           MOVE WS-ABE-LOC(WS-ABC-SUB) TO WS-CHK-LOC
           PERFORM VARYING WS-ABC-DAY FROM 1 BY 1
                   UNTIL WS-ABC-DAY > WS-ABC-DAYS
               COMPUTE WS-CHK-DATE =
                   WS-ABC-FIRST-DATE + WS-ABC-DAY - 1
               PERFORM 9670-CHECK-BUSINESS-DAY
               IF WS-BUSINESS-DAY = 'Y'
                   MOVE ' .' TO WS-ABL-MARK(WS-ABC-DAY)
               ELSE
                   IF WS-ABC-DOW(WS-ABC-DAY) = 0
                      OR WS-ABC-DOW(WS-ABC-DAY) = 6
                       MOVE ' W' TO WS-ABL-MARK(WS-ABC-DAY)
                   ELSE
                       MOVE ' H' TO WS-ABL-MARK(WS-ABC-DAY)
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-CHK-LOC

           PERFORM VARYING WS-ABV-SUB FROM 1 BY 1
                   UNTIL WS-ABV-SUB > WS-ABV-COUNT
               IF WS-ABV-EMP-ID(WS-ABV-SUB) = WS-ABE-EMP-ID(WS-ABC-SUB)
                   PERFORM VARYING WS-ABC-DAY FROM 1 BY 1
                           UNTIL WS-ABC-DAY > WS-ABC-DAYS
                       COMPUTE WS-CHK-DATE =
                           WS-ABC-FIRST-DATE + WS-ABC-DAY - 1
                       IF WS-CHK-DATE >= WS-ABV-FROM(WS-ABV-SUB)
                          AND WS-CHK-DATE <= WS-ABV-TO(WS-ABV-SUB)
                           IF WS-ABL-MARK(WS-ABC-DAY) = ' .'
                              OR (WS-ABL-MARK(WS-ABC-DAY) = ' P'
                               AND WS-ABV-STATUS(WS-ABV-SUB) = 'A')
                               MOVE SPACE TO WS-ABL-MARK(WS-ABC-DAY)
                               MOVE WS-ABV-STATUS(WS-ABV-SUB) TO
                                   WS-ABL-MARK(WS-ABC-DAY)(2:1)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           PERFORM VARYING WS-ABC-DAY FROM 1 BY 1
                   UNTIL WS-ABC-DAY > WS-ABC-DAYS
               IF WS-ABL-MARK(WS-ABC-DAY) = ' A'
                  OR WS-ABL-MARK(WS-ABC-DAY) = ' P'
                   ADD 1 TO WS-ABC-OUT(WS-ABC-DAY)
               END-IF
           END-PERFORM
           WRITE ABSCAL-RECORD FROM WS-ABC-LINE

           EXIT.

      * ----------------------------------------------------------------
      * Search the purge archive by employee id
      * ----------------------------------------------------------------
       6300-SEARCH-ARCHIVE.

           DISPLAY "Archived employee ID: "
           ACCEPT WS-TARGET-ID

           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-EOF

           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
               DISPLAY "No archive on file."
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ARC-EMP-ID = WS-TARGET-ID
                          AND (WS-OPR-SCOPE = SPACES
                           OR ARC-DEPARTMENT = WS-OPR-SCOPE)
                           MOVE 'Y' TO WS-FOUND
                           DISPLAY "ARCHIVED: " ARC-EMP-ID " "
                               ARC-NAME
                           DISPLAY "  DEPT " ARC-DEPARTMENT
                               " STATUS " ARC-STATUS
                               " PURGED " ARC-PURGE-DATE
                           MOVE ARC-SALARY TO WS-EDIT-AMOUNT
                           DISPLAY "  LAST SALARY " WS-EDIT-AMOUNT
                               " HIRED " ARC-HIRE-DATE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-ARCHIVE-STATUS = '00' OR WS-ARCHIVE-STATUS = '10'
               CLOSE ARCHIVE-FILE
           END-IF

           IF WS-FOUND = 'Y'
               MOVE 'ARCHIVE' TO WS-ACL-FUNCTION
               MOVE WS-TARGET-ID TO WS-ACL-EMP-ID
               MOVE 1 TO WS-ACL-REC-COUNT
               PERFORM 9710-WRITE-ACCESS-LOG
           END-IF

           IF WS-FOUND = 'N'
               DISPLAY "Employee not found in archive."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Ad-hoc query over the master - department, status and salary
      * range filters, blank/zero meaning no filter
      * ----------------------------------------------------------------
       6500-ADHOC-QUERY.

           DISPLAY "Department (blank = all): "
           ACCEPT WS-QRY-DEPT
           DISPLAY "Status A/I/T/R/L (blank = all): "
           ACCEPT WS-QRY-STATUS
           DISPLAY "Minimum salary (0 = none): "
           ACCEPT WS-QRY-MIN
           DISPLAY "Maximum salary (0 = none): "
           ACCEPT WS-QRY-MAX
           IF WS-QRY-MAX = ZERO
               MOVE 9999999.99 TO WS-QRY-MAX
           END-IF

           MOVE ZERO TO WS-QRY-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "Unable to open employee file - status "
                   WS-EMP-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ EMP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EMP-DEL-FLAG NOT = 'D'
                          AND (WS-OPR-SCOPE = SPACES
                           OR EMP-DEPARTMENT = WS-OPR-SCOPE)
                          AND (WS-QRY-DEPT = SPACES
                           OR EMP-DEPARTMENT = WS-QRY-DEPT)
                          AND (WS-QRY-STATUS = SPACE
               PERFORM 6640-DOSSIER-TRAINING
               PERFORM 6650-DOSSIER-SALHIST
               PERFORM 6660-DOSSIER-RECENT-PAY
               PERFORM 6670-DOSSIER-BANK
               MOVE 'DOSSIER' TO WS-ACL-FUNCTION
               MOVE WS-TARGET-ID TO WS-ACL-EMP-ID
               MOVE 1 TO WS-ACL-REC-COUNT

           EXIT.

      * ----------------------------------------------------------------
      * Bank details on the dossier - the account by its last four
      * characters only
      * ----------------------------------------------------------------
       6670-DOSSIER-BANK.

           PERFORM 3657-LOAD-BANKACCT-TABLE
           PERFORM 3658-FIND-BANKACCT
           IF WS-BKA-SUB > ZERO
               MOVE WS-BKA-LAST4(WS-BKA-SUB) TO WS-BKC-LAST4
               IF WS-BKA-KEY-VER(WS-BKA-SUB) = SPACES
                   MOVE WS-BKA-ACCOUNT(WS-BKA-SUB) TO WS-BKC-PLAIN
                   PERFORM 5298-CHECK-ACCOUNT-NUMBER
                   MOVE SPACES TO WS-BKC-PLAIN
               END-IF
               PERFORM 5299-BUILD-MASKED-ACCOUNT
               DISPLAY "BANK:       " WS-BKA-ROUTING(WS-BKA-SUB)
                   " ACCOUNT " WS-BKC-MASKED
                   " STATUS " WS-BKA-STATUS(WS-BKA-SUB)
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * On-screen pay history for one employee, newest first, with
      * a drill-down into one period's full stub-level breakdown
               MOVE 'Y' TO WS-EOF
           END-IF

           IF WS-EOF = 'N'
               PERFORM 5349-LOAD-PHI-FROM-YEARS
           END-IF

           OPEN INPUT PAYROLL-FILE
           IF WS-PAYROLL-STATUS NOT = '00'
               DISPLAY "No pay history on file."
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PAY-EMP-ID = WS-TARGET-ID
                           PERFORM 6706-HOLD-PHI-ROW
                       ELSE
                           MOVE 'Y' TO WS-EOF
                       END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Hold the pay row in PAYROLL-RECORD on the history table
      * ----------------------------------------------------------------
       6706-HOLD-PHI-ROW.

      * a long history keeps its most recent 200 rows - the
      * oldest slides out when the table is full
           IF WS-PHI-COUNT < 200
               ADD 1 TO WS-PHI-COUNT
           ELSE
               PERFORM 6705-SLIDE-PHI-TABLE
           END-IF
           MOVE PAY-PERIOD-END TO WS-PHI-PERIOD(WS-PHI-COUNT)
           MOVE PAY-REC-TYPE TO WS-PHI-TYPE(WS-PHI-COUNT)
           MOVE PAY-GROSS TO WS-PHI-GROSS(WS-PHI-COUNT)
           MOVE PAY-TAX TO WS-PHI-TAX(WS-PHI-COUNT)
           MOVE PAY-DEDUCTIONS TO WS-PHI-DEDUCT(WS-PHI-COUNT)
           MOVE PAY-LOAN-PAYMENT TO WS-PHI-LOAN(WS-PHI-COUNT)
           MOVE PAY-NET TO WS-PHI-NET(WS-PHI-COUNT)
           MOVE PAY-OVERPAY TO WS-PHI-OVP(WS-PHI-COUNT)
           MOVE PAY-YTD-GROSS TO WS-PHI-YTDG(WS-PHI-COUNT)
           MOVE PAY-YTD-TAX TO WS-PHI-YTDT(WS-PHI-COUNT)
           MOVE PAY-YTD-NET TO WS-PHI-YTDN(WS-PHI-COUNT)

           EXIT.

      * ----------------------------------------------------------------
      * Drop the oldest row so the newest can take slot 200
      * ----------------------------------------------------------------

           DISPLAY "MAINTAIN: (A)dd (U)pdate (D)elete "
               "(P)ending change (G)arnishment (O)verpayment "
               "(R)einstate (C)ost split (B)ank details "
               "(W)ithholding election (E)ligibility documents "
               "garnishment pa(Y)ee (S)tub delivery (X) back"
           ACCEPT WS-ANSWER

           EVALUATE WS-ANSWER
               WHEN 'B'
               WHEN 'b'
                   PERFORM 8040-KEY-BANK-DETAILS
               WHEN 'W'
               WHEN 'w'
                   PERFORM 8045-KEY-WH-ELECTION
               WHEN 'E'
               WHEN 'e'
                   PERFORM 8010-KEY-DOCUMENT
               WHEN 'Y'
               WHEN 'y'
                   PERFORM 8022-KEY-GARNISH-PAYEE
               WHEN 'S'
               WHEN 's'
                   PERFORM 8018-KEY-STUB-DELIVERY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

      * ----------------------------------------------------------------
      * Show an employee's documents in force and file a new one.  A
      * renewal is keyed as a new document of the same type - the
      * old record stays on file for the period it covered.
      * ----------------------------------------------------------------
       8010-KEY-DOCUMENT.

           DISPLAY "Employee ID: "
           ACCEPT WS-TARGET-ID

           MOVE 'N' TO WS-FOUND
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "Unable to open employee file - status "
                   WS-EMP-STATUS
           ELSE
               MOVE WS-TARGET-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND
               END-READ
               CLOSE EMP-FILE
           END-IF

           IF WS-FOUND = 'Y'
               PERFORM 9340-CHECK-DEPT-SCOPE
               IF WS-SCOPE-OK NOT = 'Y'
                   MOVE 'N' TO WS-FOUND
               END-IF
           ELSE
               DISPLAY "Employee ID not found."
           END-IF

           IF WS-FOUND = 'Y'
               PERFORM 8012-LOAD-DOCUMENT-TABLE
               DISPLAY "Documents in force for " EMP-ID " " EMP-NAME
               PERFORM VARYING WS-DOC-SUB FROM 1 BY 1
                       UNTIL WS-DOC-SUB > WS-DOC-COUNT
                   IF WS-DOC-EMP-ID(WS-DOC-SUB) = WS-TARGET-ID
                       DISPLAY "  " WS-DOC-TYPE(WS-DOC-SUB)
                           " " WS-DOC-NUMBER(WS-DOC-SUB)
                           " ISSUED " WS-DOC-ISSUE(WS-DOC-SUB)
                           " EXPIRES " WS-DOC-EXPIRY(WS-DOC-SUB)
                           " REQUIRED " WS-DOC-REQUIRED(WS-DOC-SUB)
                   END-IF
               END-PERFORM

               DISPLAY "Add a document (Y/N)? "
               ACCEPT WS-ANSWER
               IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                   MOVE SPACES TO DOCUMENT-RECORD
                   MOVE WS-TARGET-ID TO DOC-EMP-ID
                   DISPLAY "Document type (PASS VISA WRKP LICN ...): "
                   ACCEPT DOC-TYPE
                   DISPLAY "Document number: "
                   ACCEPT DOC-NUMBER
                   DISPLAY "Issue date (YYYYMMDD): "
                   ACCEPT DOC-ISSUE-DATE
                   DISPLAY "Expiry date (YYYYMMDD): "
                   ACCEPT DOC-EXPIRY-DATE
                   DISPLAY "Required work authorization (Y/N): "
                   ACCEPT DOC-REQUIRED
                   IF DOC-REQUIRED = 'y'
                       MOVE 'Y' TO DOC-REQUIRED
                   END-IF
                   IF DOC-REQUIRED NOT = 'Y'
                       MOVE 'N' TO DOC-REQUIRED
                   END-IF

                   IF DOC-TYPE = SPACES
                      OR DOC-EXPIRY-DATE NOT NUMERIC
                      OR DOC-EXPIRY-DATE = ZERO
                      OR DOC-ISSUE-DATE NOT NUMERIC
                       DISPLAY "Type and dates are required - "
                           "document not filed."
                   ELSE
                   IF DOC-ISSUE-DATE > DOC-EXPIRY-DATE
                       DISPLAY "Issue date is after expiry - "
                           "document not filed."
                   ELSE
                       OPEN EXTEND DOCUMENT-FILE
                       IF WS-DOCUMENT-STATUS = '35'
                           OPEN OUTPUT DOCUMENT-FILE
                       END-IF
                       IF WS-DOCUMENT-STATUS NOT = '00'
                           DISPLAY "Unable to open DOCUMENT.DAT - "
                               "status " WS-DOCUMENT-STATUS
                       ELSE
                           WRITE DOCUMENT-RECORD
                           CLOSE DOCUMENT-FILE

                           MOVE 'DOCADD' TO WS-AUD-ACTION
                           MOVE WS-TARGET-ID TO WS-AUD-EMP-ID
                           MOVE SPACES TO WS-AUD-BEFORE-NAME
                           MOVE SPACES TO WS-AUD-BEFORE-DEPT
                           MOVE ZERO TO WS-AUD-BEFORE-SAL
                           MOVE SPACES TO WS-AUD-BEFORE-STAT
                           MOVE SPACES TO WS-AUD-AFTER-NAME
                           STRING 'DOCUMENT ' DELIMITED BY SIZE
                                  DOC-TYPE DELIMITED BY SIZE
                                  ' EXPIRES ' DELIMITED BY SIZE
                                  DOC-EXPIRY-DATE DELIMITED BY SIZE
                               INTO WS-AUD-AFTER-NAME
                           END-STRING
                           MOVE SPACES TO WS-AUD-AFTER-DEPT
                           MOVE ZERO TO WS-AUD-AFTER-SAL
                           MOVE DOC-REQUIRED TO WS-AUD-AFTER-STAT
                           PERFORM 8500-WRITE-AUDIT-RECORD
                           DISPLAY "Document recorded."
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Load the documents in force - one row per employee and
      * document type, keeping the record with the latest expiry
      * ----------------------------------------------------------------
       8012-LOAD-DOCUMENT-TABLE.

           MOVE ZERO TO WS-DOC-COUNT
           MOVE 'N' TO WS-EOF-2
           OPEN INPUT DOCUMENT-FILE
           IF WS-DOCUMENT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           END-IF

           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ DOCUMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE DOCUMENT-FILE
                   NOT AT END
                       MOVE ZERO TO WS-DOC-SUB
                       PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                               UNTIL WS-SUB-2 > WS-DOC-COUNT
                           IF WS-DOC-EMP-ID(WS-SUB-2) = DOC-EMP-ID
                              AND WS-DOC-TYPE(WS-SUB-2) = DOC-TYPE
                               MOVE WS-SUB-2 TO WS-DOC-SUB
                               MOVE WS-DOC-COUNT TO WS-SUB-2
                           END-IF
                       END-PERFORM
                       IF WS-DOC-SUB = ZERO
                          AND WS-DOC-COUNT < 5000
                           ADD 1 TO WS-DOC-COUNT
                           MOVE WS-DOC-COUNT TO WS-DOC-SUB
                           MOVE ZERO TO WS-DOC-EXPIRY(WS-DOC-SUB)
                       END-IF
                       IF WS-DOC-SUB > ZERO
                          AND DOC-EXPIRY-DATE >=
                              WS-DOC-EXPIRY(WS-DOC-SUB)
                           MOVE DOC-EMP-ID TO
                               WS-DOC-EMP-ID(WS-DOC-SUB)
                           MOVE DOC-TYPE TO WS-DOC-TYPE(WS-DOC-SUB)
                           MOVE DOC-NUMBER TO
                               WS-DOC-NUMBER(WS-DOC-SUB)
                           MOVE DOC-ISSUE-DATE TO
                               WS-DOC-ISSUE(WS-DOC-SUB)
                           MOVE DOC-EXPIRY-DATE TO
                               WS-DOC-EXPIRY(WS-DOC-SUB)
                           MOVE DOC-REQUIRED TO
                               WS-DOC-REQUIRED(WS-DOC-SUB)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Expiry warnings to NOTIFY.TXT for the company's current staff
      * - every document in force that lapses within 60 days, tagged
      * 60-DAY, 30-DAY or EXPIRED against today's date
      * ----------------------------------------------------------------
       8014-WRITE-DOC-WARNINGS.

           MOVE ZERO TO WS-DOC-WARNINGS
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "Unable to open employee file - status "
                   WS-EMP-STATUS
           ELSE
               OPEN EXTEND NOTIFY-FILE
               IF WS-NOTIFY-STATUS = '35'
                   OPEN OUTPUT NOTIFY-FILE
               END-IF

               PERFORM VARYING WS-DOC-SUB FROM 1 BY 1
                       UNTIL WS-DOC-SUB > WS-DOC-COUNT
                          OR WS-NOTIFY-STATUS NOT = '00'
                   COMPUTE WS-DOC-DAYS =
                       FUNCTION INTEGER-OF-DATE
                           (WS-DOC-EXPIRY(WS-DOC-SUB))
                     - FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   IF WS-DOC-DAYS <= 60
                       MOVE 'N' TO WS-FOUND
                       MOVE WS-DOC-EMP-ID(WS-DOC-SUB) TO EMP-ID
                       READ EMP-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-FOUND
                       END-READ
                       IF EMP-COMPANY = SPACES
                           MOVE '01' TO EMP-COMPANY
                       END-IF
                       IF WS-FOUND = 'Y'
                          AND EMP-COMPANY = WS-COMPANY
                          AND EMP-STATUS NOT = 'T'
                          AND EMP-DEL-FLAG NOT = 'D'
                           IF WS-DOC-DAYS <= ZERO
                               MOVE 'EXPIRED' TO WS-DOC-TAG
                           ELSE
                           IF WS-DOC-DAYS <= 30
                               MOVE '30-DAY' TO WS-DOC-TAG
                           ELSE
                               MOVE '60-DAY' TO WS-DOC-TAG
                           END-IF
                           END-IF
                           MOVE SPACES TO NOTIFY-RECORD
                           STRING 'DOCUMENT ' DELIMITED BY SIZE
                                  WS-DOC-TAG DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  EMP-ID DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  EMP-NAME DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  WS-DOC-TYPE(WS-DOC-SUB)
                                      DELIMITED BY SIZE
                                  ' EXPIRES ' DELIMITED BY SIZE
                                  WS-DOC-EXPIRY(WS-DOC-SUB)
                                      DELIMITED BY SIZE
                               INTO NOTIFY-RECORD
                           END-STRING
                           WRITE NOTIFY-RECORD
                           ADD 1 TO WS-DOC-WARNINGS
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-NOTIFY-STATUS = '00'
                   CLOSE NOTIFY-FILE
               END-IF
               CLOSE EMP-FILE
           END-IF

           IF WS-DOC-WARNINGS > ZERO
               DISPLAY WS-DOC-WARNINGS " document expiry warnings "
                   "written to NOTIFY.TXT."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Has the employee in EMP-ID a required work authorization
      * whose document in force lapsed before the period end?
      * WS-DOC-EXPIRED out
      * ----------------------------------------------------------------
       8016-CHECK-WORK-AUTH.

           MOVE 'N' TO WS-DOC-EXPIRED
           PERFORM VARYING WS-DOC-SUB FROM 1 BY 1
                   UNTIL WS-DOC-SUB > WS-DOC-COUNT
               IF WS-DOC-EMP-ID(WS-DOC-SUB) = EMP-ID
                  AND WS-DOC-REQUIRED(WS-DOC-SUB) = 'Y'
                  AND WS-DOC-EXPIRY(WS-DOC-SUB) < WS-PAY-PERIOD-END
                   MOVE 'Y' TO WS-DOC-EXPIRED
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Record whether an employee's pay stub goes by email or on
      * paper.  Email needs a usable address on the contact file -
      * without one the stub is printed whatever is keyed here.
      * ----------------------------------------------------------------
       8018-KEY-STUB-DELIVERY.

           DISPLAY "Employee ID: "
           ACCEPT WS-TARGET-ID

           MOVE 'N' TO WS-FOUND
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "Unable to open employee file - status "
                   WS-EMP-STATUS
           ELSE
               MOVE WS-TARGET-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND
               END-READ
               CLOSE EMP-FILE
           END-IF

           IF WS-FOUND = 'Y'
               PERFORM 9340-CHECK-DEPT-SCOPE
               IF WS-SCOPE-OK NOT = 'Y'
                   MOVE 'N' TO WS-FOUND
               END-IF
           ELSE
               DISPLAY "Employee ID not found."
           END-IF

           IF WS-FOUND = 'Y'
               MOVE SPACES TO STUBPREF-RECORD
               MOVE WS-TARGET-ID TO SPF-EMP-ID
               DISPLAY "Deliver pay stubs by (E)mail or (P)aper: "
               ACCEPT SPF-DELIVERY
               IF SPF-DELIVERY = 'p'
                   MOVE 'P' TO SPF-DELIVERY
               END-IF
               IF SPF-DELIVERY NOT = 'P'
                   MOVE 'E' TO SPF-DELIVERY
               END-IF
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-TODAY TO SPF-DATE
               MOVE WS-OPERATOR-ID TO SPF-OPERATOR
               OPEN EXTEND STUBPREF-FILE
               IF WS-STUBPREF-STATUS = '35'
                   OPEN OUTPUT STUBPREF-FILE
               END-IF
               IF WS-STUBPREF-STATUS NOT = '00'
                   DISPLAY "Unable to open STUBPREF.DAT - status "
                       WS-STUBPREF-STATUS
               ELSE
                   WRITE STUBPREF-RECORD
                   CLOSE STUBPREF-FILE
                   MOVE 'STBPRF' TO WS-AUD-ACTION
                   MOVE WS-TARGET-ID TO WS-AUD-EMP-ID
                   MOVE SPACES TO WS-AUD-BEFORE-NAME
                   MOVE SPACES TO WS-AUD-BEFORE-DEPT
                   MOVE ZERO TO WS-AUD-BEFORE-SAL
                   MOVE SPACES TO WS-AUD-BEFORE-STAT
                   MOVE 'PAY STUB DELIVERY' TO WS-AUD-AFTER-NAME
                   MOVE SPACES TO WS-AUD-AFTER-DEPT
                   MOVE ZERO TO WS-AUD-AFTER-SAL
                   MOVE SPF-DELIVERY TO WS-AUD-AFTER-STAT
                   PERFORM 8500-WRITE-AUDIT-RECORD
                   DISPLAY "Stub delivery recorded."
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Key one garnishment order onto the garnishment master
      * ----------------------------------------------------------------
       8020-KEY-GARNISHMENT.

           OPEN EXTEND GARNISH-FILE
           IF WS-GARNISH-STATUS = '35'
               OPEN OUTPUT GARNISH-FILE
           END-IF

           IF WS-GARNISH-STATUS NOT = '00'
               DISPLAY "Unable to open GARNISH.DAT - status "
                   WS-GARNISH-STATUS
           ELSE
               DISPLAY "Employee ID: "
               ACCEPT GRN-EMP-ID
               DISPLAY "Order reference: "
               ACCEPT GRN-ORDER-REF
               DISPLAY "Priority (1 = first): "
               ACCEPT GRN-PRIORITY
               DISPLAY "Per-period amount (0 = use percent): "
               ACCEPT GRN-AMOUNT
               DISPLAY "Percent of gross (0 = use amount): "
               ACCEPT GRN-PCT
               DISPLAY "Total to recover: "
               ACCEPT GRN-TOTAL
               MOVE ZERO TO GRN-RECOVERED
               MOVE SPACES TO GARNISH-RECORD(51:10)
               WRITE GARNISH-RECORD
               DISPLAY "Garnishment order recorded."
               MOVE GRN-ORDER-REF TO WS-GRM-WANTED
               MOVE GRN-EMP-ID TO WS-TARGET-ID
               CLOSE GARNISH-FILE
               PERFORM 8024-TAKE-PAYEE-DETAILS
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Key or replace the payee details for an order already on
      * the garnishment master
      * ----------------------------------------------------------------
       8022-KEY-GARNISH-PAYEE.

           DISPLAY "Order reference: "
           ACCEPT WS-GRM-WANTED

           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-EOF-2
           OPEN INPUT GARNISH-FILE
           IF WS-GARNISH-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           END-IF
           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ GARNISH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE GARNISH-FILE
                   NOT AT END
                       IF GRN-ORDER-REF = WS-GRM-WANTED
                           MOVE 'Y' TO WS-FOUND
                           MOVE GRN-EMP-ID TO WS-TARGET-ID
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FOUND = 'Y'
               PERFORM 8024-TAKE-PAYEE-DETAILS
           ELSE
               DISPLAY "Order reference not on the garnishment "
                   "master."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Take the payee for order WS-GRM-WANTED and file it - the
      * change is audited against the order's employee, in
      * WS-TARGET-ID
      * ----------------------------------------------------------------
       8024-TAKE-PAYEE-DETAILS.

           MOVE SPACES TO GARNPAYE-RECORD
           MOVE ZERO TO GPY-ROUTING
           MOVE WS-GRM-WANTED TO GPY-ORDER-REF
           DISPLAY "Payee id (agency code, orders with the same id "
               "are remitted together): "
           ACCEPT GPY-PAYEE-ID
           DISPLAY "Agency name: "
           ACCEPT GPY-AGENCY
           DISPLAY "Case reference: "
           ACCEPT GPY-CASE-REF
           DISPLAY "Remit by (C)heck or (E)lectronic transfer: "
           ACCEPT GPY-METHOD
           IF GPY-METHOD = 'e'
               MOVE 'E' TO GPY-METHOD
           END-IF
           IF GPY-METHOD NOT = 'E'
               MOVE 'C' TO GPY-METHOD
           END-IF
           IF GPY-METHOD = 'E'
               DISPLAY "Routing number (9 digits): "
               ACCEPT GPY-ROUTING
               DISPLAY "Account number: "
               ACCEPT GPY-ACCOUNT
           ELSE
               DISPLAY "Remittance address: "
               ACCEPT GPY-ADDRESS
           END-IF

           IF GPY-PAYEE-ID = SPACES
               DISPLAY "Payee id is required - payee not filed."
           ELSE
               OPEN EXTEND GARNPAYE-FILE
               IF WS-GARNPAYE-STATUS = '35'
                   OPEN OUTPUT GARNPAYE-FILE
               END-IF
               IF WS-GARNPAYE-STATUS NOT = '00'
                   DISPLAY "Unable to open GARNPAYE.DAT - status "
                       WS-GARNPAYE-STATUS
               ELSE
                   WRITE GARNPAYE-RECORD
                   CLOSE GARNPAYE-FILE
                   MOVE 'GRNPAY' TO WS-AUD-ACTION
                   MOVE WS-TARGET-ID TO WS-AUD-EMP-ID
                   MOVE SPACES TO WS-AUD-BEFORE-NAME
                   MOVE SPACES TO WS-AUD-BEFORE-DEPT
                   MOVE ZERO TO WS-AUD-BEFORE-SAL
                   MOVE SPACES TO WS-AUD-BEFORE-STAT
                   MOVE SPACES TO WS-AUD-AFTER-NAME
                   STRING 'ORDER ' DELIMITED BY SIZE
                          GPY-ORDER-REF DELIMITED BY SIZE
                          ' PAYEE ' DELIMITED BY SIZE
                          GPY-PAYEE-ID DELIMITED BY SIZE
                       INTO WS-AUD-AFTER-NAME
                   END-STRING
                   MOVE SPACES TO WS-AUD-AFTER-DEPT
                   MOVE ZERO TO WS-AUD-AFTER-SAL
                   MOVE GPY-METHOD TO WS-AUD-AFTER-STAT
                   PERFORM 8500-WRITE-AUDIT-RECORD
                   DISPLAY "Payee details recorded."
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Key or replace an employee's bank details - the new account
      * starts in prenote status and goes live only after the
      * prenote ages clean.  The change is audited.
      * ----------------------------------------------------------------
       8040-KEY-BANK-DETAILS.

           DISPLAY "Employee ID: "
           ACCEPT WS-TARGET-ID

           PERFORM 3657-LOAD-BANKACCT-TABLE

           MOVE ZERO TO WS-BKA-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BKA-COUNT
               IF WS-BKA-EMP-ID(WS-SUB) = WS-TARGET-ID
                   MOVE WS-SUB TO WS-BKA-SUB
                   MOVE WS-BKA-COUNT TO WS-SUB
               END-IF
           END-PERFORM

           MOVE ZERO TO WS-CHN-OLD-ROUTING
           MOVE SPACES TO WS-CHN-OLD-ACCOUNT
           MOVE SPACES TO WS-CHN-OLD-KEY-VER
           MOVE SPACES TO WS-CHN-OLD-LAST4
           MOVE SPACES TO WS-CHN-OLD-BKSTAT
           MOVE ZERO TO WS-CHN-OLD-PRENOTE
           IF WS-BKA-SUB > ZERO
               MOVE WS-BKA-ROUTING(WS-BKA-SUB) TO WS-CHN-OLD-ROUTING
               MOVE WS-BKA-ACCOUNT(WS-BKA-SUB) TO WS-CHN-OLD-ACCOUNT
               MOVE WS-BKA-KEY-VER(WS-BKA-SUB) TO WS-CHN-OLD-KEY-VER
               MOVE WS-BKA-LAST4(WS-BKA-SUB) TO WS-CHN-OLD-LAST4
               MOVE WS-BKA-STATUS(WS-BKA-SUB) TO WS-CHN-OLD-BKSTAT
               MOVE WS-BKA-PRENOTE(WS-BKA-SUB) TO WS-CHN-OLD-PRENOTE
           END-IF

           IF WS-BKA-SUB = ZERO
               IF WS-BKA-COUNT < 5000
                   ADD 1 TO WS-BKA-COUNT
           END-IF

           IF WS-BKA-SUB > ZERO
               MOVE 'Y' TO WS-BKM-PROMPT
               PERFORM 5291-LOAD-BANK-KEYS
               IF WS-BKK-CURRENT = ZERO
                   PERFORM 5292-ADD-BANK-KEY
               END-IF
               IF WS-BKA-LAST4(WS-BKA-SUB) NOT = SPACES
                   MOVE WS-BKA-LAST4(WS-BKA-SUB) TO WS-BKC-LAST4
                   PERFORM 5299-BUILD-MASKED-ACCOUNT
                   DISPLAY "Current account: " WS-BKC-MASKED
               END-IF
               DISPLAY "Routing number (9 digits): "
               ACCEPT WS-BKA-ROUTING(WS-BKA-SUB)
               DISPLAY "Account number: "
               MOVE SPACES TO WS-BKC-PLAIN
               ACCEPT WS-BKC-PLAIN
               PERFORM 5298-CHECK-ACCOUNT-NUMBER
               IF WS-BKC-PLAIN-OK = 'N'
                   DISPLAY "Account number must be at least four "
                       "letters, digits or hyphens with no gaps."
               END-IF
               IF WS-BKC-PLAIN-OK = 'N' OR WS-BKK-CURRENT = ZERO
                   DISPLAY "Bank details not changed."
                   MOVE ZERO TO WS-BKA-SUB
               END-IF
           END-IF

           IF WS-BKA-SUB > ZERO
               MOVE WS-TARGET-ID TO WS-BKC-EMP-ID
               MOVE WS-BKK-CUR-KEY TO WS-BKC-KEY
               PERFORM 5295-ENCRYPT-ACCOUNT
               MOVE WS-BKC-CIPHER TO WS-BKA-ACCOUNT(WS-BKA-SUB)
               MOVE WS-BKK-CURRENT TO WS-BKC-VER
               MOVE WS-BKC-VER-X TO WS-BKA-KEY-VER(WS-BKA-SUB)
               MOVE WS-BKC-LAST4 TO WS-BKA-LAST4(WS-BKA-SUB)
               MOVE SPACES TO WS-BKC-PLAIN
               PERFORM 5299-BUILD-MASKED-ACCOUNT
               MOVE 'P' TO WS-BKA-STATUS(WS-BKA-SUB)
               MOVE ZERO TO WS-BKA-PRENOTE(WS-BKA-SUB)
               MOVE 'Y' TO WS-BKA-CHANGED
               MOVE SPACES TO WS-AUD-BEFORE-DEPT
               MOVE ZERO TO WS-AUD-BEFORE-SAL
               MOVE SPACES TO WS-AUD-BEFORE-STAT
               MOVE 'BANK DETAILS CHANGED - PRENOTE' TO
                   WS-AUD-AFTER-NAME
               MOVE WS-BKC-MASKED TO WS-AUD-AFTER-DEPT
               MOVE ZERO TO WS-AUD-AFTER-SAL
               MOVE 'P' TO WS-AUD-AFTER-STAT
               PERFORM 8500-WRITE-AUDIT-RECORD
               MOVE 'B' TO WS-CHN-TYPE
               MOVE WS-TARGET-ID TO WS-CHN-EMP-ID
               MOVE WS-BKC-MASKED TO WS-CHN-NEW-VALUE
               MOVE 'NONE ON FILE' TO WS-CHN-OLD-VALUE
               IF WS-CHN-OLD-LAST4 NOT = SPACES
                   MOVE WS-CHN-OLD-LAST4 TO WS-BKC-LAST4
                   PERFORM 5299-BUILD-MASKED-ACCOUNT
                   MOVE WS-BKC-MASKED TO WS-CHN-OLD-VALUE
               END-IF
               PERFORM 5403-FIND-NOTICE-EMAIL
               PERFORM 5400-QUEUE-CHANGE-NOTICE
               DISPLAY "Bank details recorded - the account will "
                   "prenote on the next bank file."
           END-IF
           EXIT.

      * ----------------------------------------------------------------
      * Record a new withholding certificate for an employee.  The
      * old certificate stays on file for the periods it covered.
      * ----------------------------------------------------------------
       8045-KEY-WH-ELECTION.

           DISPLAY "Employee ID: "
           ACCEPT WS-TARGET-ID

           MOVE 'N' TO WS-FOUND
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS = '00'
               MOVE WS-TARGET-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND
               END-READ
               CLOSE EMP-FILE
           END-IF

           IF WS-FOUND NOT = 'Y'
               DISPLAY "Employee " WS-TARGET-ID " not on file."
           ELSE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               DISPLAY "Effective date (YYYYMMDD, 0 = today): "
               ACCEPT WS-WHE-NEW-EFF
               IF WS-WHE-NEW-EFF = ZERO
                   MOVE WS-TODAY TO WS-WHE-NEW-EFF
               END-IF
               DISPLAY "Filing status (S/M/H): "
               ACCEPT WS-WHE-NEW-FILING
               DISPLAY "Allowances claimed: "
               ACCEPT WS-WHE-NEW-ALLOWS
               DISPLAY "Extra withholding per period: "
               ACCEPT WS-WHE-NEW-EXTRA
               DISPLAY "Exempt from withholding (Y/N): "
               ACCEPT WS-WHE-NEW-EXEMPT
               MOVE ZERO TO WS-WHE-NEW-EXP
               IF WS-WHE-NEW-EXEMPT = 'y'
                   MOVE 'Y' TO WS-WHE-NEW-EXEMPT
               END-IF
               IF WS-WHE-NEW-EXEMPT = 'Y'
                   DISPLAY "Exemption expires (YYYYMMDD): "
                   ACCEPT WS-WHE-NEW-EXP
               ELSE
                   MOVE 'N' TO WS-WHE-NEW-EXEMPT
               END-IF
               IF WS-WHE-NEW-FILING = 's'
                   MOVE 'S' TO WS-WHE-NEW-FILING
               END-IF
               IF WS-WHE-NEW-FILING = 'm'
                   MOVE 'M' TO WS-WHE-NEW-FILING
               END-IF
               IF WS-WHE-NEW-FILING = 'h'
                   MOVE 'H' TO WS-WHE-NEW-FILING
               END-IF

               MOVE WS-WHE-NEW-EFF TO WS-WORK-DATE
               IF WS-WHE-NEW-FILING NOT = 'S'
                  AND WS-WHE-NEW-FILING NOT = 'M'
                  AND WS-WHE-NEW-FILING NOT = 'H'
                   DISPLAY "Filing status must be S, M or H - "
                       "election not recorded."
               ELSE
                   IF WS-WD-MONTH < 1 OR WS-WD-MONTH > 12
                      OR WS-WD-DAY < 1 OR WS-WD-DAY > 31
                       DISPLAY "Effective date is not valid - "
                           "election not recorded."
                   ELSE
                       IF WS-WHE-NEW-EXEMPT = 'Y'
                          AND WS-WHE-NEW-EXP < WS-WHE-NEW-EFF
                           DISPLAY "An exemption needs an expiry "
                               "after the effective date - election "
                               "not recorded."
                       ELSE
                           PERFORM 8046-WRITE-WH-ELECTION
                       END-IF
                   END-IF
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Append the validated election and audit it
      * ----------------------------------------------------------------
       8046-WRITE-WH-ELECTION.

           OPEN EXTEND WHELECT-FILE
           IF WS-WHELECT-STATUS = '35'
               OPEN OUTPUT WHELECT-FILE
           END-IF

           IF WS-WHELECT-STATUS NOT = '00'
               DISPLAY "Unable to open WHELECT.DAT - status "
                   WS-WHELECT-STATUS
           ELSE
               MOVE WS-TARGET-ID TO WHE-EMP-ID
               MOVE WS-WHE-NEW-EFF TO WHE-EFF-DATE
               MOVE WS-WHE-NEW-FILING TO WHE-FILING
               MOVE WS-WHE-NEW-ALLOWS TO WHE-ALLOWANCES
               MOVE WS-WHE-NEW-EXTRA TO WHE-EXTRA
               MOVE WS-WHE-NEW-EXEMPT TO WHE-EXEMPT
               MOVE WS-WHE-NEW-EXP TO WHE-EXEMPT-EXP
               MOVE SPACES TO WHELECT-RECORD(34:10)
               WRITE WHELECT-RECORD
               CLOSE WHELECT-FILE

               MOVE 'WHELEC' TO WS-AUD-ACTION
               MOVE WS-TARGET-ID TO WS-AUD-EMP-ID
               MOVE SPACES TO WS-AUD-BEFORE-NAME
               MOVE SPACES TO WS-AUD-BEFORE-DEPT
               MOVE ZERO TO WS-AUD-BEFORE-SAL
               MOVE SPACES TO WS-AUD-BEFORE-STAT
               MOVE SPACES TO WS-AUD-AFTER-NAME
               STRING 'W/H ' DELIMITED BY SIZE
                      WS-WHE-NEW-FILING DELIMITED BY SIZE
                      ' ALLOW ' DELIMITED BY SIZE
                      WS-WHE-NEW-ALLOWS DELIMITED BY SIZE
                      ' EFF ' DELIMITED BY SIZE
                      WS-WHE-NEW-EFF DELIMITED BY SIZE
                   INTO WS-AUD-AFTER-NAME
               END-STRING
               MOVE SPACES TO WS-AUD-AFTER-DEPT
               IF WS-WHE-NEW-EXEMPT = 'Y'
                   STRING 'EXEMPT TO ' DELIMITED BY SIZE
                          WS-WHE-NEW-EXP DELIMITED BY SIZE
                       INTO WS-AUD-AFTER-DEPT
                   END-STRING
               END-IF
               MOVE WS-WHE-NEW-EXTRA TO WS-AUD-AFTER-SAL
               MOVE WS-WHE-NEW-EXEMPT TO WS-AUD-AFTER-STAT
               PERFORM 8500-WRITE-AUDIT-RECORD
               DISPLAY "Withholding election recorded from "
                   WS-WHE-NEW-EFF "."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Benefit enrollment: an election change for the plan year in
      * force, next year's elections while open enrollment is open
      * (CONFIG BEN-OE-OPEN = 1), or the open-enrollment listing
      * ----------------------------------------------------------------
       8060-BENEFIT-ENROLLMENT.

           DISPLAY "(E)lection change (O)pen enrollment (R)eport: "
           ACCEPT WS-ANSWER

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-WORK-DATE
           PERFORM 3684-BENEFIT-PLAN-YEAR
           PERFORM 3677-LOAD-BENEFIT-CATALOG

           EVALUATE WS-ANSWER
               WHEN 'E'
               WHEN 'e'
                   MOVE WS-BEN-PLAN-YEAR TO WS-BEN-NEW-YEAR
                   PERFORM 8065-KEY-BENEFIT-ELECTION
               WHEN 'O'
               WHEN 'o'
                   MOVE 'BEN-OE-OPEN' TO WS-CFG-WANTED
                   PERFORM 1110-FIND-CONFIG-VALUE
                   IF WS-CFG-FOUND = 'Y' AND WS-CFG-NUMERIC = 1
                       COMPUTE WS-BEN-NEW-YEAR =
                           WS-BEN-PLAN-YEAR + 1
                       PERFORM 8065-KEY-BENEFIT-ELECTION
                   ELSE
                       DISPLAY "Open enrollment is closed."
                   END-IF
               WHEN 'R'
               WHEN 'r'
                   COMPUTE WS-BEN-NEW-YEAR = WS-BEN-PLAN-YEAR + 1
                   PERFORM 8070-OPEN-ENROLL-REPORT
               WHEN OTHER
                   DISPLAY "No action taken."
           END-EVALUATE

           EXIT.

      * ----------------------------------------------------------------
      * Key one employee's election for plan year WS-BEN-NEW-YEAR.
      * The plan and tier must be priced in the catalog at the start
      * of that plan year.
      * ----------------------------------------------------------------
       8065-KEY-BENEFIT-ELECTION.

           DISPLAY "Employee ID: "
           ACCEPT WS-TARGET-ID

           MOVE 'N' TO WS-FOUND
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS = '00'
               MOVE WS-TARGET-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND
               END-READ
               CLOSE EMP-FILE
           END-IF

           IF WS-FOUND = 'Y' AND EMP-STATUS = 'T'
               DISPLAY "Employee " WS-TARGET-ID " is terminated."
               MOVE 'N' TO WS-FOUND
           END-IF

           IF WS-FOUND NOT = 'Y'
               DISPLAY "Election not recorded."
           ELSE
               DISPLAY "Plan year " WS-BEN-NEW-YEAR
               DISPLAY "Plan code (NONE = waive coverage): "
               ACCEPT WS-BEN-PLAN
               MOVE SPACES TO WS-BEN-TIER
               IF WS-BEN-PLAN NOT = 'NONE'
                   DISPLAY "Coverage tier (EE/ES/EC/FA): "
                   ACCEPT WS-BEN-TIER
               END-IF
               COMPUTE WS-BEN-SEL-DATE =
                   WS-BEN-NEW-YEAR * 10000
                   + WS-BEN-YEAR-MONTH * 100 + 1
               PERFORM 3687-FIND-BENEFIT-PRICE
               IF WS-BEN-PRICED = 'N'
                   DISPLAY "Plan " WS-BEN-PLAN " tier " WS-BEN-TIER
                       " is not in the catalog - election not "
                       "recorded."
               ELSE
                   PERFORM 8066-WRITE-BENEFIT-ELECTION
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Append the validated benefit election and audit it
      * ----------------------------------------------------------------
       8066-WRITE-BENEFIT-ELECTION.

           OPEN EXTEND BENELECT-FILE
           IF WS-BENELECT-STATUS = '35'
               OPEN OUTPUT BENELECT-FILE
           END-IF

           IF WS-BENELECT-STATUS NOT = '00'
               DISPLAY "Unable to open BENELECT.DAT - status "
                   WS-BENELECT-STATUS
           ELSE
               MOVE WS-TARGET-ID TO BEL-EMP-ID
               MOVE WS-BEN-NEW-YEAR TO BEL-PLAN-YEAR
               MOVE WS-BEN-PLAN TO BEL-PLAN
               MOVE WS-BEN-TIER TO BEL-TIER
               MOVE WS-TODAY TO BEL-KEYED-DATE
               MOVE WS-OPERATOR-ID TO BEL-KEYED-BY
               MOVE SPACES TO BENELECT-RECORD(34:10)
               WRITE BENELECT-RECORD
               CLOSE BENELECT-FILE

               MOVE 'BENELE' TO WS-AUD-ACTION
               MOVE WS-TARGET-ID TO WS-AUD-EMP-ID
               MOVE SPACES TO WS-AUD-BEFORE-NAME
               MOVE SPACES TO WS-AUD-BEFORE-DEPT
               MOVE ZERO TO WS-AUD-BEFORE-SAL
               MOVE SPACES TO WS-AUD-BEFORE-STAT
               MOVE SPACES TO WS-AUD-AFTER-NAME
               STRING 'BENEFIT ' DELIMITED BY SIZE
                      WS-BEN-PLAN DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-BEN-TIER DELIMITED BY SIZE
                      ' YEAR ' DELIMITED BY SIZE
                      WS-BEN-NEW-YEAR DELIMITED BY SIZE
                   INTO WS-AUD-AFTER-NAME
               END-STRING
               MOVE SPACES TO WS-AUD-AFTER-DEPT
               MOVE WS-BEN-EE-COST TO WS-AUD-AFTER-SAL
               MOVE SPACES TO WS-AUD-AFTER-STAT
               PERFORM 8500-WRITE-AUDIT-RECORD
               MOVE WS-BEN-EE-COST TO WS-EDIT-AMOUNT
               DISPLAY "Election recorded for plan year "
                   WS-BEN-NEW-YEAR " - employee cost "
                   WS-EDIT-AMOUNT " per period."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Open-enrollment listing: every employee still employed with
      * the election that will be in force for plan year
      * WS-BEN-NEW-YEAR, its catalog cost then, and whether it was
      * keyed for that year or is rolling over
      * ----------------------------------------------------------------
       8070-OPEN-ENROLL-REPORT.

           MOVE WS-BEN-NEW-YEAR TO WS-BEN-PLAN-YEAR
           PERFORM 3678-LOAD-BENEFIT-ELECTIONS
           COMPUTE WS-BEN-SEL-DATE =
               WS-BEN-NEW-YEAR * 10000 + WS-BEN-YEAR-MONTH * 100 + 1
           MOVE ZERO TO WS-BEN-ELECTED-CNT
           MOVE ZERO TO WS-BEN-ROLLED-CNT
           MOVE ZERO TO WS-BEN-NONE-CNT

           OPEN OUTPUT BENOE-FILE
           MOVE SPACES TO BENOE-RECORD
           STRING 'OPEN ENROLLMENT - PLAN YEAR ' DELIMITED BY SIZE
                  WS-BEN-NEW-YEAR DELIMITED BY SIZE
                  ' STARTING ' DELIMITED BY SIZE
                  WS-BEN-SEL-DATE DELIMITED BY SIZE
               INTO BENOE-RECORD
           END-STRING
           WRITE BENOE-RECORD
           MOVE 'EMP-ID  NAME                           PLAN TIER'
               TO BENOE-RECORD
           MOVE '   EMPLOYEE    EMPLOYER STATUS' TO
               BENOE-RECORD(50:30)
           WRITE BENOE-RECORD

           MOVE 'N' TO WS-EOF
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ EMP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE EMP-FILE
                   NOT AT END
                       IF EMP-STATUS NOT = 'T'
                           PERFORM 8075-WRITE-ENROLL-LINE
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO BENOE-RECORD
           STRING 'KEYED FOR THE YEAR ' DELIMITED BY SIZE
                  WS-BEN-ELECTED-CNT DELIMITED BY SIZE
                  '  ROLLING OVER ' DELIMITED BY SIZE
                  WS-BEN-ROLLED-CNT DELIMITED BY SIZE
                  '  NO ELECTION ' DELIMITED BY SIZE
                  WS-BEN-NONE-CNT DELIMITED BY SIZE
               INTO BENOE-RECORD
           END-STRING
           WRITE BENOE-RECORD
           CLOSE BENOE-FILE

           MOVE 'BENOE.TXT' TO WS-ARCHSRC-NAME
           MOVE 'BENOE' TO WS-ARCH-REPORT
           PERFORM 9700-ARCHIVE-REPORT
           DISPLAY "Open-enrollment listing written to BENOE.TXT."

           EXIT.

      * ----------------------------------------------------------------
      * One listing line for the employee in EMP-RECORD
      * ----------------------------------------------------------------
       8075-WRITE-ENROLL-LINE.

           MOVE ZERO TO WS-BEL-SUB
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-BEL-COUNT
               IF WS-BEL-T-EMP-ID(WS-SUB-2) = EMP-ID
                   MOVE WS-SUB-2 TO WS-BEL-SUB
                   MOVE WS-BEL-COUNT TO WS-SUB-2
               END-IF
           END-PERFORM

           MOVE SPACES TO BENOE-RECORD
           MOVE EMP-ID TO BENOE-RECORD(1:7)
           MOVE EMP-NAME TO BENOE-RECORD(9:30)
           IF WS-BEL-SUB = ZERO
               MOVE 'NO ELECTION' TO BENOE-RECORD(74:20)
               ADD 1 TO WS-BEN-NONE-CNT
           ELSE
               MOVE WS-BEL-T-PLAN(WS-BEL-SUB) TO WS-BEN-PLAN
               MOVE WS-BEL-T-TIER(WS-BEL-SUB) TO WS-BEN-TIER
               PERFORM 3687-FIND-BENEFIT-PRICE
               MOVE WS-BEN-PLAN TO BENOE-RECORD(40:4)
               MOVE WS-BEN-TIER TO BENOE-RECORD(46:2)
               MOVE WS-BEN-EE-COST TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO BENOE-RECORD(50:11)
               MOVE WS-BEN-ER-COST TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO BENOE-RECORD(62:11)
               IF WS-BEL-T-YEAR(WS-BEL-SUB) = WS-BEN-NEW-YEAR
                   MOVE 'KEYED' TO BENOE-RECORD(74:20)
                   ADD 1 TO WS-BEN-ELECTED-CNT
               ELSE
                   MOVE 'ROLLS OVER' TO BENOE-RECORD(74:20)
                   ADD 1 TO WS-BEN-ROLLED-CNT
               END-IF
               IF WS-BEN-PRICED = 'N'
                   MOVE 'NOT PRICED' TO BENOE-RECORD(90:20)
               END-IF
           END-IF
           WRITE BENOE-RECORD

           EXIT.

      * ----------------------------------------------------------------
      * Key one employee's cost-center split - the percentages must
      * sum to exactly 100 or the old split stands
      * ----------------------------------------------------------------
       8030-KEY-ALLOCATION.

           DISPLAY "Employee ID: "
           ACCEPT WS-TARGET-ID

           PERFORM 3653-LOAD-ALLOC-TABLE

           MOVE ZERO TO WS-SUB-3
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ALC-COUNT
               IF WS-ALC-EMP-ID(WS-SUB) NOT = WS-TARGET-ID
                   ADD 1 TO WS-SUB-3
                   MOVE WS-ALC-ENTRY(WS-SUB) TO
                       WS-ALC-ENTRY(WS-SUB-3)
               END-IF
           END-PERFORM
           MOVE WS-SUB-3 TO WS-ALC-COUNT

           MOVE ZERO TO WS-ALC-PCT-SUM
           MOVE 'N' TO WS-EOF-2
           PERFORM UNTIL WS-EOF-2 = 'Y'
               DISPLAY "Cost center (blank = done): "
               ACCEPT WS-ALC-NEW-CC
               IF WS-ALC-NEW-CC = SPACES
                   MOVE 'Y' TO WS-EOF-2
               ELSE
                   DISPLAY "Percent: "
                   ACCEPT WS-ALC-NEW-PCT
                   IF WS-ALC-COUNT < 300
                       ADD 1 TO WS-ALC-COUNT

           EXIT.

      * ----------------------------------------------------------------
      * Position control - the vacancy report is open to every
      * role; adding, freezing and reopening seats is admin work
      * done under the run lock
      * ----------------------------------------------------------------
       8050-POSITION-CONTROL.

           DISPLAY "POSITIONS: (V)acancy report (A)dd position "
               "(F)reeze (R)eopen frozen (X) back"
           ACCEPT WS-ANSWER

           EVALUATE WS-ANSWER
               WHEN 'V'
               WHEN 'v'
                   PERFORM 4450-VACANCY-REPORT
               WHEN 'A'
               WHEN 'a'
               WHEN 'F'
               WHEN 'f'
               WHEN 'R'
               WHEN 'r'
                   PERFORM 9330-CHECK-ADMIN-AUTH
                   IF WS-AUTH-OK = 'Y'
                       PERFORM 9100-TAKE-RUN-LOCK
                       IF WS-LOCK-OK = 'Y'
                           PERFORM 8055-MAINTAIN-POSITION
                           PERFORM 9110-RELEASE-RUN-LOCK
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EXIT.

      * ----------------------------------------------------------------
      * Add a seat, or freeze or reopen one - WS-ANSWER carries the
      * action.  A filled seat cannot be frozen; freeze it once the
      * incumbent leaves.  Every change is audited.
      * ----------------------------------------------------------------
       8055-MAINTAIN-POSITION.

           PERFORM 1190-LOAD-POSITION-TABLE
           MOVE ZERO TO WS-POS-SUB

           IF WS-ANSWER = 'A' OR WS-ANSWER = 'a'
               MOVE ZERO TO WS-POS-NEXT-NO
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-POS-COUNT
                   IF WS-POS-T-NUMBER(WS-SUB) > WS-POS-NEXT-NO
                       MOVE WS-POS-T-NUMBER(WS-SUB) TO
                           WS-POS-NEXT-NO
                   END-IF
               END-PERFORM
               ADD 1 TO WS-POS-NEXT-NO

               MOVE SPACES TO EMP-RECORD
               DISPLAY "Department: "
               ACCEPT EMP-DEPARTMENT
               DISPLAY "Job code: "
               ACCEPT EMP-JOB-CODE
               DISPLAY "Budgeted FTE (0 = 1.00): "
               ACCEPT WS-POS-NEW-FTE
               IF WS-POS-NEW-FTE = ZERO
                   MOVE 1 TO WS-POS-NEW-FTE
               END-IF

               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-DEPT-COUNT
                   IF WS-DPT-NAME(WS-SUB) = EMP-DEPARTMENT
                       MOVE 'Y' TO WS-FOUND
                   END-IF
               END-PERFORM
               PERFORM 1175-FIND-JOBCODE

               IF WS-FOUND NOT = 'Y'
                   DISPLAY "Department is not on DEPT.DAT - "
                       "position not added."
               ELSE
                   IF WS-JBC-SUB = ZERO
                       DISPLAY "Job code is not on JOBCODE.DAT - "
                           "position not added."
                   ELSE
                       IF WS-POS-COUNT >= 1000
                           DISPLAY "Position table full - "
                               "position not added."
                       ELSE
                           ADD 1 TO WS-POS-COUNT
                           MOVE WS-POS-COUNT TO WS-POS-SUB
                           MOVE WS-POS-NEXT-NO TO
                               WS-POS-T-NUMBER(WS-POS-SUB)
                           MOVE EMP-DEPARTMENT TO
                               WS-POS-T-DEPT(WS-POS-SUB)
                           MOVE EMP-JOB-CODE TO
                               WS-POS-T-JOB-CODE(WS-POS-SUB)
                           MOVE WS-POS-NEW-FTE TO
                               WS-POS-T-FTE(WS-POS-SUB)
                           MOVE 'O' TO WS-POS-T-STATUS(WS-POS-SUB)
                           MOVE ZERO TO WS-POS-T-EMP-ID(WS-POS-SUB)
                           MOVE ZERO TO
                               WS-POS-T-FILL-DATE(WS-POS-SUB)
                           MOVE SPACE TO WS-OLD-STATUS
                           MOVE 'POSADD' TO WS-AUD-ACTION
                           DISPLAY "Position " WS-POS-NEXT-NO
                               " added as open."
                       END-IF
                   END-IF
               END-IF
           ELSE
               DISPLAY "Position number: "
               ACCEPT WS-POS-WANTED
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-POS-COUNT
                   IF WS-POS-T-NUMBER(WS-SUB) = WS-POS-WANTED
                       MOVE WS-SUB TO WS-POS-SUB
                       MOVE WS-POS-COUNT TO WS-SUB
                   END-IF
               END-PERFORM

               IF WS-POS-SUB = ZERO
                   DISPLAY "Position not found."
               ELSE
                   MOVE WS-POS-T-STATUS(WS-POS-SUB) TO WS-OLD-STATUS
                   IF WS-ANSWER = 'F' OR WS-ANSWER = 'f'
                       IF WS-OLD-STATUS NOT = 'O'
                           DISPLAY "Only an open position can be "
                               "frozen."
                           MOVE ZERO TO WS-POS-SUB
                       ELSE
                           MOVE 'Z' TO WS-POS-T-STATUS(WS-POS-SUB)
                           MOVE 'POSFRZ' TO WS-AUD-ACTION
                           DISPLAY "Position frozen."
                       END-IF
                   ELSE
                       IF WS-OLD-STATUS NOT = 'Z'
                           DISPLAY "Position is not frozen."
                           MOVE ZERO TO WS-POS-SUB
                       ELSE
                           MOVE 'O' TO WS-POS-T-STATUS(WS-POS-SUB)
                           MOVE 'POSOPN' TO WS-AUD-ACTION
                           DISPLAY "Position reopened."
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-POS-SUB > ZERO
               PERFORM 1198-REWRITE-POSITION-FILE
               MOVE WS-POS-T-EMP-ID(WS-POS-SUB) TO WS-AUD-EMP-ID
               MOVE SPACES TO WS-AUD-BEFORE-NAME
               STRING 'POSITION ' DELIMITED BY SIZE
                      WS-POS-T-NUMBER(WS-POS-SUB) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-POS-T-JOB-CODE(WS-POS-SUB)
                          DELIMITED BY SIZE
                   INTO WS-AUD-BEFORE-NAME
               END-STRING
               MOVE WS-POS-T-DEPT(WS-POS-SUB) TO WS-AUD-BEFORE-DEPT
               MOVE ZERO TO WS-AUD-BEFORE-SAL
               MOVE WS-OLD-STATUS TO WS-AUD-BEFORE-STAT
               MOVE WS-AUD-BEFORE-NAME TO WS-AUD-AFTER-NAME
               MOVE WS-POS-T-DEPT(WS-POS-SUB) TO WS-AUD-AFTER-DEPT
               MOVE ZERO TO WS-AUD-AFTER-SAL
               MOVE WS-POS-T-STATUS(WS-POS-SUB) TO
                   WS-AUD-AFTER-STAT
               PERFORM 8500-WRITE-AUDIT-RECORD
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Add one employee to the master
      * ----------------------------------------------------------------
               END-IF
               MOVE WS-COMPANY TO EMP-COMPANY

               PERFORM 1190-LOAD-POSITION-TABLE
               DISPLAY "Position number (0 = first open seat): "
               ACCEPT WS-POS-WANTED
               PERFORM 1192-FIND-OPEN-POSITION
               IF WS-POS-SUB = ZERO
                   DISPLAY "Employee not added - " WS-POS-REASON
               ELSE
                   WRITE EMP-RECORD
                       INVALID KEY
                           DISPLAY "Duplicate employee ID - not added."
                       NOT INVALID KEY
                           DISPLAY "Employee added."
                           MOVE 'ADD' TO WS-AUD-ACTION
                           MOVE WS-TARGET-ID TO WS-AUD-EMP-ID
                           MOVE SPACES TO WS-AUD-BEFORE-NAME
                           MOVE SPACES TO WS-AUD-BEFORE-DEPT
                           MOVE ZERO TO WS-AUD-BEFORE-SAL
                           MOVE SPACES TO WS-AUD-BEFORE-STAT
                           MOVE EMP-NAME TO WS-AUD-AFTER-NAME
                           MOVE EMP-DEPARTMENT TO WS-AUD-AFTER-DEPT
                           MOVE EMP-SALARY TO WS-AUD-AFTER-SAL
                           MOVE EMP-STATUS TO WS-AUD-AFTER-STAT
                           PERFORM 8500-WRITE-AUDIT-RECORD
                           MOVE SPACE TO WS-OLD-STATUS
                           MOVE 'HIRE' TO WS-EH-EVENT
                           PERFORM 8560-WRITE-EMP-HISTORY
                           PERFORM 1194-FILL-POSITION
                           DISPLAY "Placed in position "
                               WS-POS-T-NUMBER(WS-POS-SUB)
                   END-WRITE
               END-IF

               CLOSE EMP-FILE
           END-IF
                   MOVE EMP-DEPARTMENT TO WS-OLD-DEPT
                   MOVE EMP-SALARY TO WS-OLD-SALARY
                   MOVE EMP-STATUS TO WS-OLD-STATUS
                   MOVE EMP-LOCATION TO WS-OLD-LOC
                   PERFORM 9340-CHECK-DEPT-SCOPE
                   IF WS-SCOPE-OK = 'Y'
                       PERFORM 8210-APPLY-FIELD-CHANGE
      * ----------------------------------------------------------------
       8210-APPLY-FIELD-CHANGE.

           DISPLAY "Change (N)ame (D)ept (S)alary s(T)atus "
               "(L)ocation: "
           ACCEPT WS-UPD-FIELD
           MOVE 'Y' TO WS-TRANSITION-OK

                   DISPLAY "New department: "
                   ACCEPT WS-NEW-DEPT
                   MOVE WS-NEW-DEPT TO EMP-DEPARTMENT
                   IF EMP-DEPARTMENT NOT = WS-OLD-DEPT
                       PERFORM 1190-LOAD-POSITION-TABLE
                       DISPLAY "Position number (0 = first open "
                           "seat): "
                       ACCEPT WS-POS-WANTED
                       PERFORM 1192-FIND-OPEN-POSITION
                       IF WS-POS-SUB = ZERO
                           MOVE 'N' TO WS-TRANSITION-OK
                           DISPLAY "Transfer refused - " WS-POS-REASON
                       END-IF
                   END-IF
               WHEN 'S'
               WHEN 's'
                   DISPLAY "New annual salary: "
                       DISPLAY "Status change " WS-OLD-STATUS " TO "
                           WS-NEW-STATUS " not allowed."
                   END-IF
               WHEN 'L'
               WHEN 'l'
                   DISPLAY "New location code (blank = none): "
                   ACCEPT WS-LOC-WANTED
                   PERFORM 1177-LOAD-LOCATION-TABLE
                   PERFORM 1178-FIND-LOCATION
                   IF WS-LOC-WANTED NOT = SPACES
                      AND WS-LOC-SUB = ZERO
                       MOVE 'N' TO WS-TRANSITION-OK
                       DISPLAY "Location " WS-LOC-WANTED
                           " is not on the location master."
                   ELSE
                       MOVE WS-LOC-WANTED TO EMP-LOCATION
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-TRANSITION-OK
                   DISPLAY "No change taken."
                       IF EMP-STATUS NOT = WS-OLD-STATUS
                           MOVE 'STATUS' TO WS-EH-EVENT
                           PERFORM 8560-WRITE-EMP-HISTORY
                           IF EMP-STATUS = 'T'
                               PERFORM 1196-VACATE-POSITION
                           END-IF
                       END-IF
                       IF EMP-DEPARTMENT NOT = WS-OLD-DEPT
                           MOVE 'XFER' TO WS-EH-EVENT
                           PERFORM 8560-WRITE-EMP-HISTORY
                           PERFORM 1197-TRANSFER-POSITION
                       END-IF
                       IF EMP-LOCATION NOT = WS-OLD-LOC
                           MOVE 'LOCCHG' TO WS-AUD-ACTION
                           MOVE WS-OLD-LOC TO WS-AUD-BEFORE-DEPT
                           MOVE EMP-LOCATION TO WS-AUD-AFTER-DEPT
                           PERFORM 8500-WRITE-AUDIT-RECORD
                           MOVE 'RELOCATE' TO WS-EH-EVENT
                           PERFORM 8560-WRITE-EMP-HISTORY
                       END-IF
               END-REWRITE
           END-IF
                               MOVE ZERO TO WS-AUD-AFTER-SAL
                               MOVE SPACES TO WS-AUD-AFTER-STAT
                               PERFORM 8500-WRITE-AUDIT-RECORD
                               PERFORM 1196-VACATE-POSITION
                       END-REWRITE
                   END-IF
               END-IF
           MOVE WS-TRM-DATE TO WS-TXB-SEL-DATE
           PERFORM 3602-LOAD-TAX-TABLE
           PERFORM 3614-COMPUTE-TAX
           MOVE EMP-LOCATION TO WS-RTX-LOC
           PERFORM 3634-COMPUTE-REGIONAL-TAX

           PERFORM 3605-LOAD-LOAN-TABLE
           MOVE EMP-ID TO WS-TARGET-ID
           MOVE ZERO TO WS-PAY-OVP
           MOVE WS-TRM-LEAVE-PAY TO WS-PAY-BONUS

           PERFORM 5367-COMPUTE-TUITION-CLAWBACK

           EXIT.

      * ----------------------------------------------------------------
                   MOVE ZERO TO PAY-YTD-TAX
                   MOVE ZERO TO PAY-YTD-NET
               END-IF
               MOVE WS-PAY-OVP TO PAY-OVERPAY
               MOVE WS-PAY-REGTAX TO PAY-REGION-TAX
               PERFORM 3623-WRITE-PAY-RECORD
               CLOSE PAYROLL-FILE
           END-IF
                   PERFORM 8500-WRITE-AUDIT-RECORD
                   MOVE 'TERM' TO WS-EH-EVENT
                   PERFORM 8560-WRITE-EMP-HISTORY
                   PERFORM 1196-VACATE-POSITION
           END-REWRITE

           EXIT.
               END-IF
           END-IF

           IF WS-TUI-OWED-TOTAL > ZERO
               PERFORM 5368-SET-UP-TUITION-RECOVERY
           END-IF

           EXIT.

      * ----------------------------------------------------------------
           MOVE 'LOAN SETTLED' TO WS-STUB-LABEL
           MOVE WS-TRM-LOAN-TAKEN TO WS-STUB-AMT
           WRITE SETTLE-RECORD FROM WS-STUB-LINE
           IF WS-TUI-OWED-TOTAL > ZERO
               MOVE 'TUITION CLAWBACK DUE' TO WS-STUB-LABEL
               MOVE WS-TUI-OWED-TOTAL TO WS-STUB-AMT
               WRITE SETTLE-RECORD FROM WS-STUB-LINE
               MOVE 'TUITION RECOVERED' TO WS-STUB-LABEL
               MOVE WS-TUI-TAKEN TO WS-STUB-AMT
               WRITE SETTLE-RECORD FROM WS-STUB-LINE
               IF WS-TUI-TAKEN < WS-TUI-OWED-TOTAL
                   MOVE 'TUITION STILL OWED' TO WS-STUB-LABEL
                   COMPUTE WS-STUB-AMT =
                       WS-TUI-OWED-TOTAL - WS-TUI-TAKEN
                   WRITE SETTLE-RECORD FROM WS-STUB-LINE
               END-IF
           END-IF
           MOVE 'FINAL NET' TO WS-STUB-LABEL
           MOVE WS-PAY-NET TO WS-STUB-AMT
           WRITE SETTLE-RECORD FROM WS-STUB-LINE
           EXIT.

      * ----------------------------------------------------------------
      * Reactivate the terminated master record in place - only into
      * an open budgeted seat in the department
      * ----------------------------------------------------------------
       8465-REACTIVATE-IN-PLACE.

           MOVE EMP-DEPARTMENT TO WS-OLD-DEPT
           MOVE EMP-SALARY TO WS-OLD-SALARY
           MOVE EMP-STATUS TO WS-OLD-STATUS

           PERFORM 8466-PLACE-REHIRE
           IF WS-POS-SUB = ZERO
               DISPLAY "Employee not rehired - " WS-POS-REASON
           ELSE
               MOVE 'A' TO EMP-STATUS
               MOVE SPACE TO EMP-DEL-FLAG
               MOVE ZERO TO EMP-DEL-DATE

               REWRITE EMP-RECORD
                   INVALID KEY
                       DISPLAY "Rehire rewrite failed."
                   NOT INVALID KEY
                       DISPLAY "Employee reactivated under original "
                           "id with hire date " EMP-HIRE-DATE
                       PERFORM 8475-AUDIT-REHIRE
                       PERFORM 1194-FILL-POSITION
               END-REWRITE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Seat for the rehire in EMP-RECORD, by the same position
      * control rules as a new hire - WS-POS-SUB zero with
      * WS-POS-REASON set when the department has no open seat
      * ----------------------------------------------------------------
       8466-PLACE-REHIRE.

           PERFORM 1190-LOAD-POSITION-TABLE
           DISPLAY "Position number (0 = first open seat): "
           ACCEPT WS-POS-WANTED
           PERFORM 1192-FIND-OPEN-POSITION

           EXIT.


               PERFORM 9340-CHECK-DEPT-SCOPE
               IF WS-SCOPE-OK = 'Y'
                   PERFORM 8466-PLACE-REHIRE
                   IF WS-POS-SUB = ZERO
                       DISPLAY "Employee not rehired - "
                           WS-POS-REASON
                   ELSE
                       WRITE EMP-RECORD
                           INVALID KEY
                               DISPLAY "Rehire write failed - "
                                   "duplicate id."
                           NOT INVALID KEY
                               DISPLAY "Employee restored from the "
                                   "archive with original hire "
                                   "date " EMP-HIRE-DATE
                               MOVE SPACES TO WS-OLD-NAME
                               MOVE SPACES TO WS-OLD-DEPT
                               MOVE ZERO TO WS-OLD-SALARY
                               PERFORM 8475-AUDIT-REHIRE
                               PERFORM 1194-FILL-POSITION
                               PERFORM 8480-RESTORE-SIDE-ROWS
                       END-WRITE
                   END-IF
               END-IF
           END-IF

                       END-WRITE
                       CLOSE PAYROLL-FILE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EXIT.

      * ----------------------------------------------------------------
      * REHIRE event on the audit trail and employment history
      * ----------------------------------------------------------------
       8475-AUDIT-REHIRE.

           MOVE 'REHIRE' TO WS-AUD-ACTION
           MOVE EMP-ID TO WS-AUD-EMP-ID
           MOVE WS-OLD-NAME TO WS-AUD-BEFORE-NAME
           MOVE WS-OLD-DEPT TO WS-AUD-BEFORE-DEPT
           MOVE WS-OLD-SALARY TO WS-AUD-BEFORE-SAL
           MOVE WS-OLD-STATUS TO WS-AUD-BEFORE-STAT
           MOVE EMP-NAME TO WS-AUD-AFTER-NAME
           MOVE EMP-DEPARTMENT TO WS-AUD-AFTER-DEPT
           MOVE EMP-SALARY TO WS-AUD-AFTER-SAL
           MOVE EMP-STATUS TO WS-AUD-AFTER-STAT
           PERFORM 8500-WRITE-AUDIT-RECORD
           MOVE 'REHIRE' TO WS-EH-EVENT
           PERFORM 8560-WRITE-EMP-HISTORY

           EXIT.

      * ----------------------------------------------------------------
      * One audit entry in the shared 182-byte layout: run header on
      * the first entry, per-run sequence number, operator stamp -
      * the caller fills the action and before/after images
      * ----------------------------------------------------------------
       8500-WRITE-AUDIT-RECORD.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME-X FROM TIME
           MOVE WS-TODAY TO WS-AUD-DATE
           MOVE WS-NOW-HHMMSS TO WS-AUD-TIME

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF

           IF WS-AUDIT-STATUS = '00'
               IF WS-AUD-SEQ-NO = ZERO
                   MOVE WS-TODAY TO WS-ARH-DATE
                   MOVE WS-NOW-HHMMSS TO WS-ARH-TIME
                   WRITE AUDIT-RECORD FROM WS-AUDIT-RUNHDR
               END-IF
               ADD 1 TO WS-AUD-SEQ-NO
               MOVE WS-AUD-SEQ-NO TO WS-AUD-SEQ
               MOVE WS-OPERATOR-ID TO WS-AUD-OPERATOR
               WRITE AUDIT-RECORD FROM WS-AUDIT-LINE
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "Unable to write AUDIT.LOG - status "
                   WS-AUDIT-STATUS
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * One employment-history event - the caller sets WS-EH-EVENT
      * and WS-OLD-STATUS, the record fields come from EMP-RECORD
      * ----------------------------------------------------------------
       8560-WRITE-EMP-HISTORY.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN I-O EMPHIST-FILE
           IF WS-EMPHIST-STATUS = '35'
               OPEN OUTPUT EMPHIST-FILE
               CLOSE EMPHIST-FILE
               OPEN I-O EMPHIST-FILE
           END-IF

           IF WS-EMPHIST-STATUS = '00'
               MOVE EMP-ID TO EH-EMP-ID
               MOVE WS-TODAY TO EH-EVENT-DATE
               MOVE ZERO TO EH-SEQ
               MOVE WS-OLD-STATUS TO EH-OLD-STATUS
               MOVE EMP-STATUS TO EH-NEW-STATUS
               MOVE WS-EH-EVENT TO EH-EVENT-TYPE
               MOVE EMP-DEPARTMENT TO EH-DEPARTMENT
               MOVE 'N' TO WS-HIST-WRITTEN
               PERFORM UNTIL WS-HIST-WRITTEN = 'Y'
                       OR EH-SEQ > 98
                   WRITE EMPHIST-RECORD
                       INVALID KEY
                           ADD 1 TO EH-SEQ
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-HIST-WRITTEN
                   END-WRITE
               END-PERFORM
               CLOSE EMPHIST-FILE
           ELSE
               DISPLAY "Unable to write EMPHIST.DAT - status "
                   WS-EMPHIST-STATUS
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Allowed status transitions - WS-OLD-STATUS/WS-NEW-STATUS in,
      * WS-TRANSITION-OK out
      * ----------------------------------------------------------------
       8565-CHECK-STATUS-TRANSITION.

           MOVE 'N' TO WS-TRANSITION-OK

           EVALUATE WS-OLD-STATUS ALSO WS-NEW-STATUS
               WHEN 'A' ALSO 'I'
               WHEN 'A' ALSO 'L'
               WHEN 'A' ALSO 'T'
               WHEN 'A' ALSO 'R'
               WHEN 'I' ALSO 'A'
               WHEN 'I' ALSO 'T'
               WHEN 'L' ALSO 'A'
               WHEN 'L' ALSO 'T'
      * terminated back to active is the rehire path only
               WHEN 'T' ALSO 'A'
                   MOVE 'Y' TO WS-TRANSITION-OK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EXIT.

      * ----------------------------------------------------------------
      * One salary-history row - the caller fills WS-SALHIST-WORK
      * ----------------------------------------------------------------
       8570-WRITE-SALHIST.

           OPEN I-O SALHIST-FILE
           IF WS-SALHIST-STATUS = '35'
               OPEN OUTPUT SALHIST-FILE
               CLOSE SALHIST-FILE
               OPEN I-O SALHIST-FILE
           END-IF

           IF WS-SALHIST-STATUS = '00'
               MOVE WS-SHW-EMP-ID TO SH-EMP-ID
               MOVE WS-SHW-EFF-DATE TO SH-EFF-DATE
               MOVE ZERO TO SH-SEQ
               MOVE WS-SHW-OLD-SAL TO SH-OLD-SALARY
               MOVE WS-SHW-NEW-SAL TO SH-NEW-SALARY
               MOVE WS-SHW-REASON TO SH-REASON
               MOVE SPACES TO SALHIST-RECORD(46:10)
               MOVE 'N' TO WS-HIST-WRITTEN
               PERFORM UNTIL WS-HIST-WRITTEN = 'Y'
                       OR SH-SEQ > 98
                   WRITE SALHIST-RECORD
                       INVALID KEY
                           ADD 1 TO SH-SEQ
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-HIST-WRITTEN
                   END-WRITE
               END-PERFORM
               CLOSE SALHIST-FILE
           ELSE
               DISPLAY "Unable to write SALHIST.DAT - status "
                   WS-SALHIST-STATUS
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Key a future-dated change onto the pending queue
      * ----------------------------------------------------------------
       8950-KEY-PENDING-CHANGE.

           OPEN EXTEND PENDING-FILE
           IF WS-PENDING-STATUS = '35'
               OPEN OUTPUT PENDING-FILE
           END-IF

           IF WS-PENDING-STATUS NOT = '00'
               DISPLAY "Unable to open PENDING.DAT - status "
                   WS-PENDING-STATUS
           ELSE
               DISPLAY "Employee ID: "
               ACCEPT PND-EMP-ID
               DISPLAY "Effective date (YYYYMMDD): "
               ACCEPT PND-EFF-DATE
               IF PND-EFF-DATE <= WS-MAX-CLOSED-PE
                   DISPLAY "Effective date falls in a closed "
                       "period - change refused."
                   CLOSE PENDING-FILE
               ELSE
                   DISPLAY "Change type (SALARY/DEPT): "
                   ACCEPT PND-TYPE
                   MOVE ZERO TO PND-NEW-SALARY
                   MOVE SPACES TO PND-NEW-DEPT
                   IF PND-TYPE = 'SALARY'
                       DISPLAY "New annual salary: "
                       ACCEPT PND-NEW-SALARY
                   ELSE
                       DISPLAY "New department: "
                       ACCEPT PND-NEW-DEPT
                   END-IF
                   MOVE SPACES TO PENDING-RECORD(51:10)
                   WRITE PENDING-RECORD
                   DISPLAY "Pending change queued."
                   CLOSE PENDING-FILE
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * List the interface reject file, with the option to clear it
      * once the rows have been re-keyed
      * ----------------------------------------------------------------
       8680-REJECT-WORKBENCH.

           MOVE ZERO TO WS-RJ-SHOWN
           MOVE 'N' TO WS-EOF

           OPEN INPUT REJECT-FILE
           IF WS-REJECT-STATUS NOT = '00'
               DISPLAY "No rejects on file."
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ REJECT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RJ-SHOWN
                       DISPLAY RJ-SOURCE " " RJ-DATE " " RJ-REASON
                       DISPLAY "  " RJ-DATA
               END-READ
           END-PERFORM

           IF WS-REJECT-STATUS = '00' OR WS-REJECT-STATUS = '10'
               CLOSE REJECT-FILE
           END-IF

           IF WS-RJ-SHOWN > ZERO
               DISPLAY "Rejects listed: " WS-RJ-SHOWN
               DISPLAY "Clear the reject file (Y/N): "
               ACCEPT WS-ANSWER
               IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                   OPEN OUTPUT REJECT-FILE
                   CLOSE REJECT-FILE
                   DISPLAY "Reject file cleared."
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * One row onto the interface reject file - the caller fills
      * RJ-SOURCE, RJ-REASON and RJ-DATA through WS fields first
      * ----------------------------------------------------------------
       8690-WRITE-REJECT.

           OPEN EXTEND REJECT-FILE
           IF WS-REJECT-STATUS = '35'
               OPEN OUTPUT REJECT-FILE
           END-IF

           IF WS-REJECT-STATUS = '00'
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-RJW-SOURCE TO RJ-SOURCE
               MOVE WS-TODAY TO RJ-DATE
               MOVE WS-RJW-REASON TO RJ-REASON
               MOVE WS-RJW-DATA TO RJ-DATA
               WRITE REJECT-RECORD
               CLOSE REJECT-FILE
           ELSE
               DISPLAY "Unable to write REJECTS.DAT - status "
                   WS-REJECT-STATUS
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Operator sign-on against OPERATOR.DAT - id and password,
      * three tries.  Wrong passwords are counted on the operator
      * and lock the id at PWD-MAX-FAILS; a first-use, reset or
      * expired password must be changed before the operator is
      * admitted.  A missing operator file refuses everyone unless
      * CONFIG OPR-SETUP is Y, which lets the first administrator
      * be created.
      * ----------------------------------------------------------------
       9300-OPERATOR-SIGNON.

           MOVE 'N' TO WS-SIGNON-OK
           MOVE ZERO TO WS-SIGNON-TRIES
           PERFORM 9301-LOAD-PASSWORD-RULES
           PERFORM 9302-LOAD-OPERATOR-TABLE

           IF WS-OPERATOR-STATUS = '35'
               PERFORM 9303-FIRST-TIME-SETUP
           ELSE
               PERFORM UNTIL WS-SIGNON-OK = 'Y'
                       OR WS-SIGNON-TRIES >= 3
                   ADD 1 TO WS-SIGNON-TRIES
                   DISPLAY "Operator ID: "
                   ACCEPT WS-TRY-ID
                   DISPLAY "Password: "
                   ACCEPT WS-PWD-IN
                   PERFORM 9304-CHECK-PASSWORD
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-PWD-IN

           EXIT.

      * ----------------------------------------------------------------
      * Password rules - days before a password expires (0 = never),
      * wrong passwords before the id locks, and minimum length
      * ----------------------------------------------------------------
       9301-LOAD-PASSWORD-RULES.

           MOVE 'PWD-EXPIRY-DAYS' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-NUMERIC TO WS-PWD-EXPIRY-DAYS
           END-IF
           MOVE 'PWD-MAX-FAILS' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y' AND WS-CFG-NUMERIC > ZERO
              AND WS-CFG-NUMERIC < 10
               MOVE WS-CFG-NUMERIC TO WS-PWD-MAX-FAILS
           END-IF
           MOVE 'PWD-MIN-LENGTH' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y' AND WS-CFG-NUMERIC > ZERO
              AND WS-CFG-NUMERIC < 17
               MOVE WS-CFG-NUMERIC TO WS-PWD-MIN-LENGTH
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Load OPERATOR.DAT into the table - fields a row written
      * before passwords were kept does not carry come in as zero
      * ----------------------------------------------------------------
       9302-LOAD-OPERATOR-TABLE.

           MOVE ZERO TO WS-OPT-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ OPERATOR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE OPERATOR-FILE
                   NOT AT END
                       IF WS-OPT-COUNT < 200 AND OPR-ID NOT = SPACES
                           ADD 1 TO WS-OPT-COUNT
                           MOVE OPR-ID TO WS-OPT-ID(WS-OPT-COUNT)
                           MOVE OPR-ROLE TO WS-OPT-ROLE(WS-OPT-COUNT)
                           MOVE OPR-NAME TO WS-OPT-NAME(WS-OPT-COUNT)
                           MOVE OPR-DEPT-SCOPE TO
                               WS-OPT-SCOPE(WS-OPT-COUNT)
                           MOVE OPR-PWD-HASH TO
                               WS-OPT-HASH(WS-OPT-COUNT)
                           MOVE OPR-STATE TO
                               WS-OPT-STATE(WS-OPT-COUNT)
                           IF OPR-FAILS IS NUMERIC
                               MOVE OPR-FAILS TO
                                   WS-OPT-FAILS(WS-OPT-COUNT)
                           ELSE
                               MOVE ZERO TO
                                   WS-OPT-FAILS(WS-OPT-COUNT)
                           END-IF
                           IF OPR-PWD-DATE IS NUMERIC
                               MOVE OPR-PWD-DATE TO
                                   WS-OPT-PWD-DATE(WS-OPT-COUNT)
                           ELSE
                               MOVE ZERO TO
                                   WS-OPT-PWD-DATE(WS-OPT-COUNT)
                           END-IF
                           MOVE OPR-MUST-CHANGE TO
                               WS-OPT-MUST-CHANGE(WS-OPT-COUNT)
                           IF OPR-LAST-SIGNON IS NUMERIC
                               MOVE OPR-LAST-SIGNON TO
                                   WS-OPT-LAST(WS-OPT-COUNT)
                           ELSE
                               MOVE ZERO TO WS-OPT-LAST(WS-OPT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * No operator file - create the first administrator when
      * CONFIG OPR-SETUP allows it, otherwise nobody signs on
      * ----------------------------------------------------------------
       9303-FIRST-TIME-SETUP.

           MOVE 'OPR-SETUP' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-RESULT NOT = 'Y'
               DISPLAY "No operator file - sign-on refused."
           ELSE
               DISPLAY "No operator file - creating the first "
                   "administrator."
               DISPLAY "Administrator ID: "
               ACCEPT WS-TRY-ID
               DISPLAY "Name: "
               ACCEPT WS-OPT-NEW-NAME
               IF WS-TRY-ID = SPACES
                   DISPLAY "An operator id is required."
               ELSE
                   MOVE 1 TO WS-OPT-COUNT
                   MOVE 1 TO WS-OPT-SUB
                   MOVE WS-TRY-ID TO WS-OPT-ID(1)
                   MOVE 'A' TO WS-OPT-ROLE(1)
                   MOVE WS-OPT-NEW-NAME TO WS-OPT-NAME(1)
                   MOVE SPACES TO WS-OPT-SCOPE(1)
                   MOVE SPACES TO WS-OPT-HASH(1)
                   MOVE 'A' TO WS-OPT-STATE(1)
                   MOVE ZERO TO WS-OPT-FAILS(1)
                   MOVE ZERO TO WS-OPT-PWD-DATE(1)
                   MOVE 'Y' TO WS-OPT-MUST-CHANGE(1)
                   MOVE ZERO TO WS-OPT-LAST(1)
                   PERFORM 9306-CHANGE-PASSWORD
                   IF WS-PWD-CHANGED = 'Y'
                       MOVE WS-TRY-ID TO WS-OPERATOR-ID
                       MOVE 'OPRADD' TO WS-AUD-ACTION
                       MOVE ZERO TO WS-AUD-EMP-ID
                       MOVE SPACES TO WS-AUD-BEFORE-NAME
                       MOVE SPACES TO WS-AUD-BEFORE-DEPT
                       MOVE ZERO TO WS-AUD-BEFORE-SAL
                       MOVE SPACES TO WS-AUD-BEFORE-STAT
                       MOVE WS-OPT-ID(1) TO WS-AUD-AFTER-NAME
                       MOVE SPACES TO WS-AUD-AFTER-DEPT
                       MOVE ZERO TO WS-AUD-AFTER-SAL
                       MOVE 'A' TO WS-AUD-AFTER-STAT
                       PERFORM 8500-WRITE-AUDIT-RECORD
                       PERFORM 9305-ADMIT-OPERATOR
                       DISPLAY "Remove OPR-SETUP from CONFIG.DAT now "
                           "the operator file exists."
                   END-IF
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * One sign-on attempt - WS-TRY-ID and WS-PWD-IN in.  An
      * unknown id and a wrong password get the same reply.
      * ----------------------------------------------------------------
       9304-CHECK-PASSWORD.

           MOVE ZERO TO WS-OPT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-OPT-COUNT
               IF WS-OPT-ID(WS-SUB) = WS-TRY-ID
                   MOVE WS-SUB TO WS-OPT-SUB
                   MOVE WS-OPT-COUNT TO WS-SUB
               END-IF
           END-PERFORM

           IF WS-OPT-SUB = ZERO OR WS-TRY-ID = SPACES
               DISPLAY "Sign-on refused - check your ID and password."
           ELSE
               EVALUATE TRUE
                   WHEN WS-OPT-STATE(WS-OPT-SUB) = 'D'
                       DISPLAY "Operator id is disabled."
                   WHEN WS-OPT-STATE(WS-OPT-SUB) = 'L'
                       DISPLAY "Operator id is locked - see an "
                           "administrator."
                   WHEN WS-OPT-HASH(WS-OPT-SUB) = SPACES
                       DISPLAY "No password is set for this id yet "
                           "- choose one now."
                       PERFORM 9306-CHANGE-PASSWORD
                       IF WS-PWD-CHANGED = 'Y'
                           PERFORM 9305-ADMIT-OPERATOR
                       END-IF
                   WHEN OTHER
                       MOVE WS-TRY-ID TO WS-PWD-TEXT(1:8)
                       MOVE WS-PWD-IN TO WS-PWD-TEXT(9:16)
                       PERFORM 9308-HASH-PASSWORD
                       IF WS-PWD-HASH = WS-OPT-HASH(WS-OPT-SUB)
                           PERFORM 9307-CHECK-PASSWORD-AGE
                       ELSE
                           PERFORM 9309-COUNT-FAILED-SIGNON
                       END-IF
               END-EVALUATE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Signed on - session role and scope, last sign-on date
      * ----------------------------------------------------------------
       9305-ADMIT-OPERATOR.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE ZERO TO WS-OPT-FAILS(WS-OPT-SUB)
           MOVE WS-TODAY TO WS-OPT-LAST(WS-OPT-SUB)
           PERFORM 9310-WRITE-OPERATOR-TABLE

           MOVE WS-OPT-ID(WS-OPT-SUB) TO WS-OPERATOR-ID
           MOVE WS-OPT-ROLE(WS-OPT-SUB) TO WS-OPR-ROLE
           MOVE WS-OPT-SCOPE(WS-OPT-SUB) TO WS-OPR-SCOPE
           IF WS-ROLE-ADMIN
               MOVE SPACES TO WS-OPR-SCOPE
           END-IF
           MOVE 'Y' TO WS-SIGNON-OK
           DISPLAY "Signed on: " WS-OPT-NAME(WS-OPT-SUB)
           IF WS-OPR-SCOPE NOT = SPACES
               DISPLAY "Department scope: " WS-OPR-SCOPE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * New password for the operator at WS-OPT-SUB, keyed twice
      * and held to the rules - WS-PWD-CHANGED says whether it took
      * ----------------------------------------------------------------
       9306-CHANGE-PASSWORD.

           MOVE 'N' TO WS-PWD-CHANGED
           DISPLAY "New password (" WS-PWD-MIN-LENGTH
               " to 16 characters): "
           ACCEPT WS-PWD-IN
           DISPLAY "Key the new password again: "
           ACCEPT WS-PWD-AGAIN
           PERFORM 9311-CHECK-PASSWORD-RULES

           IF WS-PWD-OK = 'Y'
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-PWD-HASH TO WS-OPT-HASH(WS-OPT-SUB)
               MOVE WS-TODAY TO WS-OPT-PWD-DATE(WS-OPT-SUB)
               MOVE 'N' TO WS-OPT-MUST-CHANGE(WS-OPT-SUB)
               MOVE ZERO TO WS-OPT-FAILS(WS-OPT-SUB)
               PERFORM 9310-WRITE-OPERATOR-TABLE
               MOVE 'Y' TO WS-PWD-CHANGED
               DISPLAY "Password changed."

               MOVE WS-OPT-ID(WS-OPT-SUB) TO WS-OPERATOR-ID
               MOVE 'PWDCHG' TO WS-AUD-ACTION
               MOVE ZERO TO WS-AUD-EMP-ID
               MOVE WS-OPT-ID(WS-OPT-SUB) TO WS-AUD-BEFORE-NAME
               MOVE SPACES TO WS-AUD-BEFORE-DEPT
               MOVE ZERO TO WS-AUD-BEFORE-SAL
               MOVE SPACES TO WS-AUD-BEFORE-STAT
               MOVE 'PASSWORD CHANGED' TO WS-AUD-AFTER-NAME
               MOVE SPACES TO WS-AUD-AFTER-DEPT
               MOVE ZERO TO WS-AUD-AFTER-SAL
               MOVE SPACES TO WS-AUD-AFTER-STAT
               PERFORM 8500-WRITE-AUDIT-RECORD
           END-IF
           MOVE SPACES TO WS-PWD-IN
           MOVE SPACES TO WS-PWD-AGAIN

           EXIT.

      * ----------------------------------------------------------------
      * Right password - a reset or expired one must be changed
      * before the operator is admitted
      * ----------------------------------------------------------------
       9307-CHECK-PASSWORD-AGE.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE ZERO TO WS-PWD-AGE
           IF WS-OPT-PWD-DATE(WS-OPT-SUB) > ZERO
               COMPUTE WS-PWD-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(
                       WS-OPT-PWD-DATE(WS-OPT-SUB))
           END-IF

           IF WS-OPT-MUST-CHANGE(WS-OPT-SUB) = 'Y'
              OR WS-OPT-PWD-DATE(WS-OPT-SUB) = ZERO
              OR (WS-PWD-EXPIRY-DAYS > ZERO
                  AND WS-PWD-AGE > WS-PWD-EXPIRY-DAYS)
               IF WS-OPT-MUST-CHANGE(WS-OPT-SUB) = 'Y'
                   DISPLAY "Your password must be changed before "
                       "you go on."
               ELSE
                   DISPLAY "Your password has expired - choose a "
                       "new one."
               END-IF
               PERFORM 9306-CHANGE-PASSWORD
               IF WS-PWD-CHANGED = 'Y'
                   PERFORM 9305-ADMIT-OPERATOR
               END-IF
           ELSE
               PERFORM 9305-ADMIT-OPERATOR
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * One-way hash of WS-PWD-TEXT (operator id then password, so
      * the same password gives a different hash on every id) into
      * WS-PWD-HASH.  FUN and the quick tool check passwords with
      * the same arithmetic, so all three change together.
      * ----------------------------------------------------------------
       9308-HASH-PASSWORD.

           MOVE 17 TO WS-PWD-WORK
           PERFORM VARYING WS-PWD-ROUND FROM 1 BY 1
                   UNTIL WS-PWD-ROUND > 3
                   AFTER WS-PWD-POS FROM 1 BY 1
                   UNTIL WS-PWD-POS > 24
               COMPUTE WS-PWD-WORK = FUNCTION MOD(
                   WS-PWD-WORK * 131
                   + FUNCTION ORD(WS-PWD-TEXT(WS-PWD-POS:1)) * 7
                   + WS-PWD-POS * 17 + WS-PWD-ROUND, 999999937)
           END-PERFORM
           MOVE WS-PWD-WORK TO WS-PWD-HASH-N
           MOVE WS-PWD-HASH-N TO WS-PWD-HASH
           MOVE SPACES TO WS-PWD-TEXT

           EXIT.

      * ----------------------------------------------------------------
      * Wrong password - count it and lock the id at the limit
      * ----------------------------------------------------------------
       9309-COUNT-FAILED-SIGNON.

           IF WS-OPT-FAILS(WS-OPT-SUB) < 9
               ADD 1 TO WS-OPT-FAILS(WS-OPT-SUB)
           END-IF

           IF WS-OPT-FAILS(WS-OPT-SUB) >= WS-PWD-MAX-FAILS
               MOVE 'L' TO WS-OPT-STATE(WS-OPT-SUB)
               DISPLAY "Too many wrong passwords - operator id "
                   "locked."
               MOVE WS-OPT-ID(WS-OPT-SUB) TO WS-OPERATOR-ID
               MOVE 'OPRLCK' TO WS-AUD-ACTION
               MOVE ZERO TO WS-AUD-EMP-ID
               MOVE WS-OPT-ID(WS-OPT-SUB) TO WS-AUD-BEFORE-NAME
               MOVE SPACES TO WS-AUD-BEFORE-DEPT
               MOVE ZERO TO WS-AUD-BEFORE-SAL
               MOVE 'A' TO WS-AUD-BEFORE-STAT
               MOVE 'LOCKED AFTER FAILED SIGN-ONS' TO
                   WS-AUD-AFTER-NAME
               MOVE SPACES TO WS-AUD-AFTER-DEPT
               MOVE ZERO TO WS-AUD-AFTER-SAL
               MOVE 'L' TO WS-AUD-AFTER-STAT
               PERFORM 8500-WRITE-AUDIT-RECORD
               MOVE SPACES TO WS-OPERATOR-ID
           ELSE
               DISPLAY "Sign-on refused - check your ID and password."
           END-IF
           PERFORM 9310-WRITE-OPERATOR-TABLE

           EXIT.

      * ----------------------------------------------------------------
      * Write OPERATOR.DAT back from the table
      * ----------------------------------------------------------------
       9310-WRITE-OPERATOR-TABLE.

           OPEN OUTPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS = '00'
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-OPT-COUNT
                   MOVE SPACES TO OPERATOR-RECORD
                   MOVE WS-OPT-ID(WS-SUB) TO OPR-ID
                   MOVE WS-OPT-ROLE(WS-SUB) TO OPR-ROLE
                   MOVE WS-OPT-NAME(WS-SUB) TO OPR-NAME
                   MOVE WS-OPT-SCOPE(WS-SUB) TO OPR-DEPT-SCOPE
                   MOVE WS-OPT-HASH(WS-SUB) TO OPR-PWD-HASH
                   MOVE WS-OPT-STATE(WS-SUB) TO OPR-STATE
                   MOVE WS-OPT-FAILS(WS-SUB) TO OPR-FAILS
                   MOVE WS-OPT-PWD-DATE(WS-SUB) TO OPR-PWD-DATE
                   MOVE WS-OPT-MUST-CHANGE(WS-SUB) TO OPR-MUST-CHANGE
                   MOVE WS-OPT-LAST(WS-SUB) TO OPR-LAST-SIGNON
                   WRITE OPERATOR-RECORD
               END-PERFORM
               CLOSE OPERATOR-FILE
           ELSE
               DISPLAY "Unable to write OPERATOR.DAT - status "
                   WS-OPERATOR-STATUS
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * A new password in WS-PWD-IN / WS-PWD-AGAIN for the operator
      * at WS-OPT-SUB: both keyings agree, long enough, no embedded
      * spaces, not the operator id, and not the current password.
      * WS-PWD-OK out, and WS-PWD-HASH holds the new hash.
      * ----------------------------------------------------------------
       9311-CHECK-PASSWORD-RULES.

           MOVE 'Y' TO WS-PWD-OK
           MOVE ZERO TO WS-PWD-LEN
           PERFORM VARYING WS-PWD-POS FROM 1 BY 1
                   UNTIL WS-PWD-POS > 16
               IF WS-PWD-IN(WS-PWD-POS:1) NOT = SPACE
                   IF WS-PWD-LEN NOT = WS-PWD-POS - 1
                       MOVE 'N' TO WS-PWD-OK
                   END-IF
                   MOVE WS-PWD-POS TO WS-PWD-LEN
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-PWD-IN NOT = WS-PWD-AGAIN
                   MOVE 'N' TO WS-PWD-OK
                   DISPLAY "The two passwords differ - not changed."
               WHEN WS-PWD-OK = 'N'
                   DISPLAY "A password cannot contain spaces - not "
                       "changed."
               WHEN WS-PWD-LEN < WS-PWD-MIN-LENGTH
                   MOVE 'N' TO WS-PWD-OK
                   DISPLAY "Password is too short - not changed."
               WHEN WS-PWD-IN(1:8) = WS-OPT-ID(WS-OPT-SUB)
                   MOVE 'N' TO WS-PWD-OK
                   DISPLAY "Password cannot be the operator id - "
                       "not changed."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-PWD-OK = 'Y'
               MOVE WS-OPT-ID(WS-OPT-SUB) TO WS-PWD-TEXT(1:8)
               MOVE WS-PWD-IN TO WS-PWD-TEXT(9:16)
               PERFORM 9308-HASH-PASSWORD
               IF WS-PWD-HASH = WS-OPT-HASH(WS-OPT-SUB)
                   MOVE 'N' TO WS-PWD-OK
                   DISPLAY "New password must differ from the old "
                       "one - not changed."
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Department scope on the record in EMP-RECORD - an unscoped
      * operator sees everything, a scoped one only their own
      * department.  Batch paths never call this, so the overnight
      * runs stay unscoped.
      * ----------------------------------------------------------------
       9340-CHECK-DEPT-SCOPE.

           IF WS-OPR-SCOPE = SPACES
              OR EMP-DEPARTMENT = WS-OPR-SCOPE
               MOVE 'Y' TO WS-SCOPE-OK
           ELSE
               MOVE 'N' TO WS-SCOPE-OK
               DISPLAY "Employee is outside your department "
                   "scope."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Update authority - read-only operators are turned away
      * ----------------------------------------------------------------
       9320-CHECK-UPDATE-AUTH.

           IF WS-ROLE-UPDATE OR WS-ROLE-ADMIN
               MOVE 'Y' TO WS-AUTH-OK
           ELSE
               MOVE 'N' TO WS-AUTH-OK
               DISPLAY "Update authority required."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Admin authority
      * ----------------------------------------------------------------
       9330-CHECK-ADMIN-AUTH.

           IF WS-ROLE-ADMIN
               MOVE 'Y' TO WS-AUTH-OK
           ELSE
               MOVE 'N' TO WS-AUTH-OK
               DISPLAY "Admin authority required."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Honour the shared EMPLOCK.DAT before updating the master: a
      * same-day LOCKED record means another session has the file, a
      * prior-day one is a stale lock left by a crash and is taken
      * over
      * ----------------------------------------------------------------
       9100-TAKE-RUN-LOCK.

           MOVE 'Y' TO WS-LOCK-OK
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = '00'
               READ LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LCK-STATE = 'LOCKED'
                           IF LCK-DATE = WS-TODAY
                               MOVE 'N' TO WS-LOCK-OK
                               DISPLAY "Employee file is in use "
                                   "by another session - try "
                                   "again later."
                           ELSE
                               DISPLAY "Stale run lock from "
                                   LCK-DATE " - taking over."
                           END-IF
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF

           IF WS-LOCK-OK = 'Y'
               OPEN OUTPUT LOCK-FILE
               MOVE 'LOCKED' TO LCK-STATE
               MOVE WS-TODAY TO LCK-DATE
               ACCEPT LCK-TIME FROM TIME
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Release the run lock
      * ----------------------------------------------------------------
       9110-RELEASE-RUN-LOCK.

           OPEN OUTPUT LOCK-FILE
           IF WS-LOCK-STATUS = '00'
               MOVE 'FREE' TO LCK-STATE
               ACCEPT LCK-DATE FROM DATE YYYYMMDD
               ACCEPT LCK-TIME FROM TIME
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Load FX rates for reporting conversions
      * ----------------------------------------------------------------
       9650-LOAD-FXRATES.

           MOVE ZERO TO WS-FX-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT FXRATE-FILE
           IF WS-FXRATE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ FXRATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-FX-COUNT < 20
                           ADD 1 TO WS-FX-COUNT
                           MOVE FX-CURRENCY TO
                               WS-FX-T-CUR(WS-FX-COUNT)
                           MOVE FX-RATE TO
                               WS-FX-T-RATE(WS-FX-COUNT)
                           MOVE FX-EFF-DATE TO
                               WS-FX-T-EFF(WS-FX-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FXRATE-STATUS = '00' OR WS-FXRATE-STATUS = '10'
               CLOSE FXRATE-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Convert WS-CNV-AMOUNT in WS-CNV-CURRENCY to base currency in
      * WS-CNV-RESULT - blank currency is already base
      * ----------------------------------------------------------------
       9660-CONVERT-TO-BASE.

           MOVE WS-CNV-AMOUNT TO WS-CNV-RESULT
           MOVE 1 TO WS-CNV-RATE

           IF WS-CNV-CURRENCY NOT = SPACES
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-FX-COUNT
                   IF WS-FX-T-CUR(WS-SUB) = WS-CNV-CURRENCY
                       MOVE WS-FX-T-RATE(WS-SUB) TO WS-CNV-RATE
                       MOVE WS-FX-COUNT TO WS-SUB
                   END-IF
               END-PERFORM
               COMPUTE WS-CNV-RESULT ROUNDED =
                   WS-CNV-AMOUNT * WS-CNV-RATE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Rate in force for WS-FXF-CUR on WS-FXF-DATE: the latest
      * effective date not after it.  Zero when the currency is
      * unknown.
      * ----------------------------------------------------------------
       9655-FIND-FX-RATE.

           MOVE ZERO TO WS-FXF-RATE
           MOVE ZERO TO WS-FXF-BEST

           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-FX-COUNT
               IF WS-FX-T-CUR(WS-SUB-2) = WS-FXF-CUR
                  AND WS-FX-T-EFF(WS-SUB-2) <= WS-FXF-DATE
                  AND WS-FX-T-EFF(WS-SUB-2) >= WS-FXF-BEST
                   MOVE WS-FX-T-EFF(WS-SUB-2) TO WS-FXF-BEST
                   MOVE WS-FX-T-RATE(WS-SUB-2) TO WS-FXF-RATE
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Load the holiday calendar
      * ----------------------------------------------------------------
       9675-LOAD-HOLIDAYS.

           MOVE ZERO TO WS-HOL-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ HOLIDAY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-HOL-COUNT < 300
                           ADD 1 TO WS-HOL-COUNT
                           MOVE HOL-DATE TO
                               WS-HOL-T-DATE(WS-HOL-COUNT)
                           MOVE HOL-LOCATION TO
                               WS-HOL-T-LOC(WS-HOL-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-HOLIDAY-STATUS = '00' OR WS-HOLIDAY-STATUS = '10'
               CLOSE HOLIDAY-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Work location of the employee in WS-TARGET-ID into
      * WS-CHK-LOC for the business-day test - spaces when the
      * employee is unknown or has no location
      * ----------------------------------------------------------------
       9678-FIND-EMP-LOCATION.

           MOVE SPACES TO WS-CHK-LOC

           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS = '00'
               MOVE WS-TARGET-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-LOCATION TO WS-CHK-LOC
               END-READ
               CLOSE EMP-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Business-day test - WS-CHK-DATE in, WS-BUSINESS-DAY out.
      * Day 1 of the date base is a Monday, so remainder 0 is Sunday
      * and 6 is Saturday.  A holiday with no location is observed
      * everywhere; one with a location only where WS-CHK-LOC
      * matches it.
      * ----------------------------------------------------------------
       9670-CHECK-BUSINESS-DAY.

           MOVE 'Y' TO WS-BUSINESS-DAY

           COMPUTE WS-CHK-INT =
               FUNCTION INTEGER-OF-DATE(WS-CHK-DATE)
           COMPUTE WS-CHK-DOW = FUNCTION MOD(WS-CHK-INT, 7)
           IF WS-CHK-DOW = 0 OR WS-CHK-DOW = 6
               MOVE 'N' TO WS-BUSINESS-DAY
           END-IF

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-HOL-COUNT
               IF WS-HOL-T-DATE(WS-SUB) = WS-CHK-DATE
                  AND (WS-HOL-T-LOC(WS-SUB) = SPACES
                   OR WS-HOL-T-LOC(WS-SUB) = WS-CHK-LOC)
                   MOVE 'N' TO WS-BUSINESS-DAY
                   MOVE WS-HOL-COUNT TO WS-SUB
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Take and advance the next employee number.  A missing
      * control record is first-time setup: it is seeded from the
      * highest id already on the master.  Each assignment is
      * journalled on the audit trail.
      * ----------------------------------------------------------------
       9720-TAKE-NEXT-EMP-ID.

           MOVE ZERO TO WS-NEXT-EMP-ID

           OPEN INPUT EMPNOCTL-FILE
           IF WS-EMPNOCTL-STATUS = '00'
               READ EMPNOCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ENC-NEXT-ID TO WS-NEXT-EMP-ID
               END-READ
               CLOSE EMPNOCTL-FILE
           END-IF

           IF WS-NEXT-EMP-ID = ZERO
               PERFORM 9725-SEED-FROM-MASTER
           END-IF

           OPEN OUTPUT EMPNOCTL-FILE
           COMPUTE ENC-NEXT-ID = WS-NEXT-EMP-ID + 1
           WRITE EMPNOCTL-RECORD
           CLOSE EMPNOCTL-FILE

           MOVE 'IDASGN' TO WS-AUD-ACTION
           MOVE WS-NEXT-EMP-ID TO WS-AUD-EMP-ID
           MOVE SPACES TO WS-AUD-BEFORE-NAME
           MOVE SPACES TO WS-AUD-BEFORE-DEPT
           MOVE ZERO TO WS-AUD-BEFORE-SAL
           MOVE SPACES TO WS-AUD-BEFORE-STAT
           MOVE 'NUMBER ASSIGNED' TO WS-AUD-AFTER-NAME
           MOVE SPACES TO WS-AUD-AFTER-DEPT
           MOVE ZERO TO WS-AUD-AFTER-SAL
           MOVE SPACES TO WS-AUD-AFTER-STAT
           PERFORM 8500-WRITE-AUDIT-RECORD

           EXIT.

      * ----------------------------------------------------------------
      * Seed the number series one above the highest id on file
      * ----------------------------------------------------------------
       9725-SEED-FROM-MASTER.

           MOVE 60000 TO WS-ENC-MAX-SEEN
           MOVE 'N' TO WS-EOF-2

           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           END-IF
           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ EMP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE EMP-FILE
                   NOT AT END
                       IF EMP-ID > WS-ENC-MAX-SEEN
                           MOVE EMP-ID TO WS-ENC-MAX-SEEN
                       END-IF
               END-READ
           END-PERFORM

           COMPUTE WS-NEXT-EMP-ID = WS-ENC-MAX-SEEN + 1

           EXIT.

      * ----------------------------------------------------------------
      * One access-log row - the caller sets WS-ACL-FUNCTION,
      * WS-ACL-EMP-ID and WS-ACL-REC-COUNT
      * ----------------------------------------------------------------
       9710-WRITE-ACCESS-LOG.

           OPEN EXTEND ACCESS-FILE
           IF WS-ACCESS-STATUS = '35'
               OPEN OUTPUT ACCESS-FILE
           END-IF

           IF WS-ACCESS-STATUS = '00'
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               ACCEPT WS-NOW-TIME-X FROM TIME
               MOVE WS-TODAY TO ACL-DATE
               MOVE WS-NOW-HHMMSS TO ACL-TIME
               MOVE WS-OPERATOR-ID TO ACL-OPERATOR
               MOVE WS-ACL-FUNCTION TO ACL-FUNCTION
               MOVE WS-ACL-EMP-ID TO ACL-EMP-ID
               MOVE WS-ACL-REC-COUNT TO ACL-REC-COUNT
               MOVE WS-ACL-REQUESTER TO ACL-REQUESTER
               WRITE ACCESS-RECORD
               CLOSE ACCESS-FILE
           END-IF
           MOVE SPACES TO WS-ACL-REQUESTER

           EXIT.

      * ----------------------------------------------------------------
      * Query the access log by operator and/or employee id
      * ----------------------------------------------------------------
       7650-ACCESS-LOG-QUERY.

           DISPLAY "Employee ID (blank = all): "
           ACCEPT WS-ALQ-EMP-X
           DISPLAY "Operator ID (blank = all): "
           ACCEPT WS-ALQ-OPR

           MOVE ZERO TO WS-ALQ-SHOWN
           MOVE 'N' TO WS-EOF

           OPEN INPUT ACCESS-FILE
           IF WS-ACCESS-STATUS NOT = '00'
               DISPLAY "No access log on file."
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCESS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE ACCESS-FILE
                   NOT AT END
                       IF (WS-ALQ-OPR = SPACES
                           OR ACL-OPERATOR = WS-ALQ-OPR)
                          AND (WS-ALQ-EMP-X = SPACES
                           OR ACCESS-RECORD(35:7) = WS-ALQ-EMP-X)
                           DISPLAY ACL-DATE " " ACL-TIME " "
                               ACL-OPERATOR " " ACL-FUNCTION " "
                               ACL-EMP-ID " RECORDS "
                               ACL-REC-COUNT
                           IF ACL-REQUESTER NOT = SPACES
                               DISPLAY "    DISCLOSED TO "
                                   ACL-REQUESTER
                           END-IF
                           ADD 1 TO WS-ALQ-SHOWN
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "Access entries shown: " WS-ALQ-SHOWN

           EXIT.

      * ----------------------------------------------------------------
      * Take the dated, run-numbered archive copy of a finished
      * report and catalog it - the caller sets WS-ARCHSRC-NAME and
      * WS-ARCH-REPORT
      * ----------------------------------------------------------------
       9700-ARCHIVE-REPORT.

           MOVE ZERO TO WS-ARCH-RUN-NO
           MOVE 'N' TO WS-EOF-2
           OPEN INPUT RPTCAT-FILE
           IF WS-RPTCAT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           END-IF
           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ RPTCAT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE RPTCAT-FILE
                   NOT AT END
                       MOVE RPC-RUN-NO TO WS-ARCH-RUN-NO
               END-READ
           END-PERFORM
           ADD 1 TO WS-ARCH-RUN-NO
           MOVE WS-ARCH-RUN-NO TO WS-ARO-RUN-NO

           MOVE ZERO TO WS-ARCH-LINES
           MOVE 'N' TO WS-EOF-2
           OPEN INPUT ARCHSRC-FILE
           IF WS-ARCHSRC-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           ELSE
               OPEN OUTPUT ARCHOUT-FILE
           END-IF
           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ ARCHSRC-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE ARCHSRC-FILE
                       CLOSE ARCHOUT-FILE
                   NOT AT END
                       WRITE ARCHOUT-RECORD FROM ARCHSRC-RECORD
                       ADD 1 TO WS-ARCH-LINES
               END-READ
           END-PERFORM

           OPEN EXTEND RPTCAT-FILE
           IF WS-RPTCAT-STATUS = '35'
               OPEN OUTPUT RPTCAT-FILE
           END-IF
           IF WS-RPTCAT-STATUS = '00'
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               ACCEPT WS-NOW-TIME-X FROM TIME
               MOVE WS-ARCH-RUN-NO TO RPC-RUN-NO
               MOVE WS-ARCH-REPORT TO RPC-REPORT
               MOVE WS-TODAY TO RPC-DATE
               MOVE WS-NOW-HHMMSS TO RPC-TIME
               MOVE WS-OPERATOR-ID TO RPC-OPERATOR
               MOVE WS-ARCH-LINES TO RPC-LINES
               MOVE WS-ARCHOUT-NAME TO RPC-ARCH-NAME
               WRITE RPTCAT-RECORD
               CLOSE RPTCAT-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * One-time conversion of the line-sequential histories to the
      * indexed organization: rename the old files to SALHIST.SEQ,
      * EMPHIST.SEQ and PAYROLL.SEQ first, then run this.  The
      * indexed files are rebuilt from scratch with before/after
      * record counts.
      * ----------------------------------------------------------------
       7800-CONVERT-HISTORY-FILES.

           DISPLAY "Rebuild SALHIST.DAT, EMPHIST.DAT and "
               "PAYROLL.DAT from the .SEQ copies (Y/N): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
               PERFORM 7810-CONVERT-SALHIST
               PERFORM 7820-CONVERT-EMPHIST
               PERFORM 7830-CONVERT-PAYROLL
           ELSE
               DISPLAY "Conversion abandoned."
           END-IF

           EXIT.

       7810-CONVERT-SALHIST.

           MOVE ZERO TO WS-CVT-IN
           MOVE ZERO TO WS-CVT-OUT
           MOVE 'N' TO WS-EOF

           OPEN INPUT SEQSAL-FILE
           IF WS-SEQSAL-STATUS NOT = '00'
               DISPLAY "SALHIST.SEQ not found - skipped."
               MOVE 'Y' TO WS-EOF
           ELSE
               OPEN OUTPUT SALHIST-FILE
               CLOSE SALHIST-FILE
               OPEN I-O SALHIST-FILE
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ SEQSAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE SEQSAL-FILE
                       CLOSE SALHIST-FILE
                   NOT AT END
                       ADD 1 TO WS-CVT-IN
                       MOVE SQS-EMP-ID TO WS-SHW-EMP-ID
                       MOVE SQS-EFF-DATE TO WS-SHW-EFF-DATE
                       MOVE SQS-OLD-SALARY TO WS-SHW-OLD-SAL
                       MOVE SQS-NEW-SALARY TO WS-SHW-NEW-SAL
                       MOVE SQS-REASON TO WS-SHW-REASON
                       MOVE WS-SHW-EMP-ID TO SH-EMP-ID
                       MOVE WS-SHW-EFF-DATE TO SH-EFF-DATE
                       MOVE ZERO TO SH-SEQ
                       MOVE WS-SHW-OLD-SAL TO SH-OLD-SALARY
                       MOVE WS-SHW-NEW-SAL TO SH-NEW-SALARY
                       MOVE WS-SHW-REASON TO SH-REASON
                       MOVE SPACES TO SALHIST-RECORD(46:10)
                       MOVE 'N' TO WS-HIST-WRITTEN
                       PERFORM UNTIL WS-HIST-WRITTEN = 'Y'
                               OR SH-SEQ > 98
                           WRITE SALHIST-RECORD
                               INVALID KEY
                                   ADD 1 TO SH-SEQ
                               NOT INVALID KEY
                                   MOVE 'Y' TO WS-HIST-WRITTEN
                                   ADD 1 TO WS-CVT-OUT
                           END-WRITE
                       END-PERFORM
               END-READ
           END-PERFORM

           DISPLAY "SALHIST: " WS-CVT-IN " in, " WS-CVT-OUT
               " converted."

           EXIT.

       7820-CONVERT-EMPHIST.

           MOVE ZERO TO WS-CVT-IN
           MOVE ZERO TO WS-CVT-OUT
           MOVE 'N' TO WS-EOF

           OPEN INPUT SEQEMH-FILE
           IF WS-SEQEMH-STATUS NOT = '00'
               DISPLAY "EMPHIST.SEQ not found - skipped."
               MOVE 'Y' TO WS-EOF
           ELSE
               OPEN OUTPUT EMPHIST-FILE
               CLOSE EMPHIST-FILE
               OPEN I-O EMPHIST-FILE
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ SEQEMH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE SEQEMH-FILE
                       CLOSE EMPHIST-FILE
                   NOT AT END
                       ADD 1 TO WS-CVT-IN
                       MOVE SQE-EMP-ID TO EH-EMP-ID
                       MOVE SQE-EVENT-DATE TO EH-EVENT-DATE
                       MOVE ZERO TO EH-SEQ
                       MOVE SQE-OLD-STATUS TO EH-OLD-STATUS
                       MOVE SQE-NEW-STATUS TO EH-NEW-STATUS
                       MOVE SQE-EVENT-TYPE TO EH-EVENT-TYPE
                       MOVE SQE-DEPARTMENT TO EH-DEPARTMENT
                       MOVE 'N' TO WS-HIST-WRITTEN
                       PERFORM UNTIL WS-HIST-WRITTEN = 'Y'
                               OR EH-SEQ > 98
                           WRITE EMPHIST-RECORD
                               INVALID KEY
                                   ADD 1 TO EH-SEQ
                               NOT INVALID KEY
                                   MOVE 'Y' TO WS-HIST-WRITTEN
                                   ADD 1 TO WS-CVT-OUT
                           END-WRITE
                       END-PERFORM
               END-READ
           END-PERFORM

           DISPLAY "EMPHIST: " WS-CVT-IN " in, " WS-CVT-OUT
               " converted."

           EXIT.

       7830-CONVERT-PAYROLL.

           MOVE ZERO TO WS-CVT-IN
           MOVE ZERO TO WS-CVT-OUT
           MOVE 'N' TO WS-EOF

           OPEN INPUT SEQPAY-FILE
           IF WS-SEQPAY-STATUS NOT = '00'
               DISPLAY "PAYROLL.SEQ not found - skipped."
               MOVE 'Y' TO WS-EOF
           ELSE
               OPEN OUTPUT PAYROLL-FILE
               CLOSE PAYROLL-FILE
               OPEN I-O PAYROLL-FILE
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ SEQPAY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE SEQPAY-FILE
                       CLOSE PAYROLL-FILE
                   NOT AT END
                       ADD 1 TO WS-CVT-IN
                       MOVE SQP-EMP-ID TO PAY-EMP-ID
                       MOVE SQP-PERIOD-END TO PAY-PERIOD-END
                       MOVE SQP-REC-TYPE TO PAY-REC-TYPE
                       MOVE SQP-AMOUNTS TO
                           PAYROLL-RECORD(19:106)
                       MOVE SPACES TO PAYROLL-RECORD(125:10)
                       PERFORM 3623-WRITE-PAY-RECORD
                       IF WS-HIST-WRITTEN = 'Y'
                           ADD 1 TO WS-CVT-OUT
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "PAYROLL: " WS-CVT-IN " in, " WS-CVT-OUT
               " converted."

           EXIT.

      * ----------------------------------------------------------------
      * One-time id-widening migration: copy every live data file
      * to <name>.OLD first, then run this.  Each file is rebuilt
      * with '00' spliced ahead of the five-digit ids, with
      * before/after record counts per file.
      * ----------------------------------------------------------------
       7850-WIDEN-ID-MIGRATION.

           DISPLAY "Rebuild every data file from its .OLD copy "
               "with seven-digit ids (Y/N): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
               DISPLAY "Migration abandoned."
           ELSE
               PERFORM VARYING WS-MIG-SUB FROM 1 BY 1
                       UNTIL WS-MIG-SUB > 23
                   PERFORM 7855-MIGRATE-ONE-FILE
               END-PERFORM
               DISPLAY "Migration run complete."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Rebuild the list entry at WS-MIG-SUB from its .OLD copy
      * ----------------------------------------------------------------
       7855-MIGRATE-ONE-FILE.

           MOVE SPACES TO WS-GENSRC-NAME
           UNSTRING WS-MIG-NAME(WS-MIG-SUB) DELIMITED BY '.'
               INTO WS-MIG-STEM WS-MIG-EXT
           END-UNSTRING
           STRING WS-MIG-STEM DELIMITED BY SPACE
                  '.OLD' DELIMITED BY SIZE
               INTO WS-GENSRC-NAME
           END-STRING

           MOVE ZERO TO WS-CVT-IN
           MOVE ZERO TO WS-CVT-OUT
           MOVE 'N' TO WS-EOF

           OPEN INPUT GENSRC-FILE
           IF WS-GENSRC-STATUS NOT = '00'
               DISPLAY WS-GENSRC-NAME " not found - skipped."
               MOVE 'Y' TO WS-EOF
           ELSE
               EVALUATE WS-MIG-TYPE(WS-MIG-SUB)
                   WHEN 'S'
                       MOVE WS-MIG-NAME(WS-MIG-SUB) TO
                           WS-GENOUT-NAME
                       OPEN OUTPUT GENOUT-FILE
                   WHEN 'E'
                       OPEN OUTPUT EMP-FILE
                       CLOSE EMP-FILE
                       OPEN I-O EMP-FILE
                   WHEN '1'
                       OPEN OUTPUT SALHIST-FILE
                       CLOSE SALHIST-FILE
                       OPEN I-O SALHIST-FILE
                   WHEN '2'
                       OPEN OUTPUT EMPHIST-FILE
                       CLOSE EMPHIST-FILE
                       OPEN I-O EMPHIST-FILE
                   WHEN '3'
                       OPEN OUTPUT PAYROLL-FILE
                       CLOSE PAYROLL-FILE
                       OPEN I-O PAYROLL-FILE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ GENSRC-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE GENSRC-FILE
                       EVALUATE WS-MIG-TYPE(WS-MIG-SUB)
                           WHEN 'S'
                               CLOSE GENOUT-FILE
                           WHEN 'E'
                               CLOSE EMP-FILE
                           WHEN '1'
                               CLOSE SALHIST-FILE
                           WHEN '2'
                               CLOSE EMPHIST-FILE
                           WHEN '3'
                               CLOSE PAYROLL-FILE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   NOT AT END
                       ADD 1 TO WS-CVT-IN
                       MOVE GENSRC-RECORD TO WS-MIG-OLD
                       MOVE WS-MIG-POS1(WS-MIG-SUB) TO
                           WS-INS-POS
                       PERFORM 7860-SPLICE-ZEROS
                       IF WS-MIG-POS2(WS-MIG-SUB) > ZERO
                           MOVE WS-MIG-NEW TO WS-MIG-OLD
                           MOVE WS-MIG-POS2(WS-MIG-SUB) TO
                               WS-INS-POS
                           PERFORM 7860-SPLICE-ZEROS
                       END-IF
                       PERFORM 7865-WRITE-MIGRATED-ROW
               END-READ
           END-PERFORM

           DISPLAY WS-MIG-NAME(WS-MIG-SUB) " " WS-CVT-IN
               " in, " WS-CVT-OUT " out."

           EXIT.

      * ----------------------------------------------------------------
      * Splice '00' into WS-MIG-OLD at WS-INS-POS, giving
      * WS-MIG-NEW
      * ----------------------------------------------------------------
       7860-SPLICE-ZEROS.

           MOVE SPACES TO WS-MIG-NEW
           IF WS-INS-POS > 1
               MOVE WS-MIG-OLD(1:WS-INS-POS - 1) TO
                   WS-MIG-NEW(1:WS-INS-POS - 1)
           END-IF
           MOVE '00' TO WS-MIG-NEW(WS-INS-POS:2)
      * the copied tail may not run past either work field
           COMPUTE WS-INS-LEN = 139 - WS-INS-POS
           MOVE WS-MIG-OLD(WS-INS-POS:WS-INS-LEN) TO
               WS-MIG-NEW(WS-INS-POS + 2:WS-INS-LEN)

           EXIT.

      * ----------------------------------------------------------------
      * Write the widened row to its rebuilt target
      * ----------------------------------------------------------------
       7865-WRITE-MIGRATED-ROW.

           EVALUATE WS-MIG-TYPE(WS-MIG-SUB)
               WHEN 'S'
                   WRITE GENOUT-RECORD FROM WS-MIG-NEW
                   ADD 1 TO WS-CVT-OUT
               WHEN 'E'
                   MOVE WS-MIG-NEW(1:107) TO EMP-RECORD
                   WRITE EMP-RECORD
                       INVALID KEY
                           DISPLAY "Duplicate id on migrate: "
                               EMP-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-CVT-OUT
                   END-WRITE
               WHEN '1'
                   MOVE WS-MIG-NEW(1:55) TO SALHIST-RECORD
                   WRITE SALHIST-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-CVT-OUT
                   END-WRITE
               WHEN '2'
                   MOVE WS-MIG-NEW(1:47) TO EMPHIST-RECORD
                   WRITE EMPHIST-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-CVT-OUT
                   END-WRITE
               WHEN '3'
                   MOVE WS-MIG-NEW(1:134) TO PAYROLL-RECORD
                   WRITE PAYROLL-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-CVT-OUT
                   END-WRITE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EXIT.

      * ----------------------------------------------------------------
      * List the report catalog and re-emit a chosen archive copy
      * ----------------------------------------------------------------
       7700-REPRINT-REPORT.

           MOVE 'N' TO WS-EOF
           OPEN INPUT RPTCAT-FILE
           IF WS-RPTCAT-STATUS NOT = '00'
               DISPLAY "No report catalog on file."
               MOVE 'Y' TO WS-EOF
           ELSE
               DISPLAY "RUN    REPORT       DATE     TIME   "
                   "OPERATOR LINES"
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ RPTCAT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE RPTCAT-FILE
                   NOT AT END
                       DISPLAY RPC-RUN-NO " " RPC-REPORT " "
                           RPC-DATE " " RPC-TIME " "
                           RPC-OPERATOR " " RPC-LINES
               END-READ
           END-PERFORM

           IF WS-RPTCAT-STATUS = '00' OR WS-RPTCAT-STATUS = '10'
               DISPLAY "Run number to reprint (0 = none): "
               ACCEPT WS-RPR-RUN-NO
               IF WS-RPR-RUN-NO > ZERO
                   PERFORM 7710-EMIT-ARCHIVED-REPORT
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Re-emit the archived copy for WS-RPR-RUN-NO
      * ----------------------------------------------------------------
       7710-EMIT-ARCHIVED-REPORT.

           MOVE 'N' TO WS-RPR-FOUND
           MOVE 'N' TO WS-EOF

           OPEN INPUT RPTCAT-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ RPTCAT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE RPTCAT-FILE
                   NOT AT END
                       IF RPC-RUN-NO = WS-RPR-RUN-NO
                           MOVE 'Y' TO WS-RPR-FOUND
                           MOVE RPC-ARCH-NAME TO WS-ARCHSRC-NAME
                           MOVE 'Y' TO WS-EOF
                           CLOSE RPTCAT-FILE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-RPR-FOUND = 'N'
               DISPLAY "Run number not in the catalog."
           ELSE
               MOVE 'N' TO WS-EOF
               OPEN INPUT ARCHSRC-FILE
               IF WS-ARCHSRC-STATUS NOT = '00'
                   DISPLAY "Archived copy " WS-ARCHSRC-NAME
                       " is missing."
                   MOVE 'Y' TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARCHSRC-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                           CLOSE ARCHSRC-FILE
                       NOT AT END
                           DISPLAY ARCHSRC-RECORD(1:110)
                   END-READ
               END-PERFORM
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Has this interface file id been processed before?
      * WS-FRG-ID in, WS-FRG-SEEN out
      * ----------------------------------------------------------------
       9690-CHECK-FILE-REGISTRY.

           MOVE 'N' TO WS-FRG-SEEN
           MOVE 'N' TO WS-EOF-2

           OPEN INPUT FILEREG-FILE
           IF WS-FILEREG-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           END-IF

           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ FILEREG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE FILEREG-FILE
                   NOT AT END
                       IF FRG-FILE-ID = WS-FRG-ID
                           MOVE 'Y' TO WS-FRG-SEEN
                           MOVE 'Y' TO WS-EOF-2
                           CLOSE FILEREG-FILE
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Record a processed interface file id on the registry
      * ----------------------------------------------------------------
       9695-RECORD-FILE-PROCESSED.

           OPEN EXTEND FILEREG-FILE
           IF WS-FILEREG-STATUS = '35'
               OPEN OUTPUT FILEREG-FILE
           END-IF

           IF WS-FILEREG-STATUS = '00'
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               ACCEPT WS-NOW-TIME-X FROM TIME
               MOVE WS-FRG-ID TO FRG-FILE-ID
               MOVE WS-FRG-SOURCE TO FRG-SOURCE
               MOVE WS-TODAY TO FRG-DATE
               MOVE WS-NOW-HHMMSS TO FRG-TIME
               WRITE FILEREG-RECORD
               CLOSE FILEREG-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Business days between WS-LVR-FROM and WS-LVR-TO inclusive,
      * using the weekend/holiday test one day at a time
      * ----------------------------------------------------------------
       9680-COUNT-BUSINESS-DAYS.

           MOVE ZERO TO WS-BUSDAY-COUNT
           COMPUTE WS-BUSDAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-LVR-FROM)
           COMPUTE WS-BUSDAY-END =
               FUNCTION INTEGER-OF-DATE(WS-LVR-TO)

           PERFORM UNTIL WS-BUSDAY-INT > WS-BUSDAY-END
               COMPUTE WS-CHK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-BUSDAY-INT)
               PERFORM 9670-CHECK-BUSINESS-DAY
               IF WS-BUSINESS-DAY = 'Y'
                   ADD 1 TO WS-BUSDAY-COUNT
               END-IF
               ADD 1 TO WS-BUSDAY-INT
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Audit query - filter the audit trail by employee id and/or
      * operator stamp, both optional
      * ----------------------------------------------------------------
       7600-AUDIT-QUERY.

           DISPLAY "Employee ID (blank = all): "
           ACCEPT WS-AQ-EMP-X
           DISPLAY "Operator ID (blank = all): "
           ACCEPT WS-AQ-OPR

           MOVE ZERO TO WS-AQ-SHOWN
           MOVE 'N' TO WS-EOF

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY "No audit trail on file."
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AUDIT-RECORD(1:6) NOT = 'RUNHDR'
                          AND AUDIT-RECORD(1:6) NOT = 'RUNTRL'
                          AND (WS-AQ-EMP-X = SPACES
                           OR AUDIT-RECORD(28:7) = WS-AQ-EMP-X)
                          AND (WS-AQ-OPR = SPACES
                           OR AUDIT-RECORD(175:8) = WS-AQ-OPR)
                           DISPLAY AUDIT-RECORD(1:130)
                           ADD 1 TO WS-AQ-SHOWN
                       END-IF
               END-READ
           END-PERFORM

           IF WS-AUDIT-STATUS = '00' OR WS-AUDIT-STATUS = '10'
               CLOSE AUDIT-FILE
           END-IF

           DISPLAY "Audit entries shown: " WS-AQ-SHOWN

           EXIT.

      * ----------------------------------------------------------------
      * Master validation sweep
      * ----------------------------------------------------------------
       7000-VALIDATE-MASTER.

           MOVE ZERO TO WS-VAL-CHECKED
           MOVE ZERO TO WS-VAL-ERRORS
           MOVE 'N' TO WS-EOF

           OPEN OUTPUT VALID-FILE
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "Unable to open employee file - status "
                   WS-EMP-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ EMP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EMP-DEL-FLAG NOT = 'D'
                           ADD 1 TO WS-VAL-CHECKED
                           PERFORM 7100-VALIDATE-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM

           IF WS-EMP-STATUS = '00' OR WS-EMP-STATUS = '10'
               CLOSE EMP-FILE
           END-IF
           CLOSE VALID-FILE
           MOVE 'VALIDRPT.TXT' TO WS-ARCHSRC-NAME
           MOVE 'VALIDRPT' TO WS-ARCH-REPORT
           PERFORM 9700-ARCHIVE-REPORT

           DISPLAY "Records checked: " WS-VAL-CHECKED
               " errors: " WS-VAL-ERRORS

           EXIT.

      * ----------------------------------------------------------------
      * Edits on the master record currently in EMP-RECORD
      * ----------------------------------------------------------------
       7100-VALIDATE-ONE-RECORD.

           IF EMP-NAME = SPACES
               PERFORM 7110-WRITE-VALID-LINE
           END-IF
           IF EMP-STATUS NOT = 'A' AND EMP-STATUS NOT = 'I'
              AND EMP-STATUS NOT = 'T' AND EMP-STATUS NOT = 'R'
              AND EMP-STATUS NOT = 'L'
               PERFORM 7110-WRITE-VALID-LINE
           END-IF
           PERFORM 1175-FIND-JOBCODE
           IF EMP-SALARY < WS-GRADE-MIN
              OR EMP-SALARY > WS-GRADE-MAX
               PERFORM 7110-WRITE-VALID-LINE
           END-IF
           IF EMP-HIRE-DATE = ZERO
               PERFORM 7110-WRITE-VALID-LINE
           END-IF

           EXIT.

       7110-WRITE-VALID-LINE.

           ADD 1 TO WS-VAL-ERRORS
           MOVE SPACES TO VALID-RECORD
           STRING 'SUSPECT RECORD ' DELIMITED BY SIZE
                  EMP-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  EMP-NAME DELIMITED BY SIZE
                  ' STATUS ' DELIMITED BY SIZE
                  EMP-STATUS DELIMITED BY SIZE
               INTO VALID-RECORD
           END-STRING
           WRITE VALID-RECORD

           EXIT.

      * ----------------------------------------------------------------
      * Cross-file orphan sweep - side-file rows whose employee is
      * not on the master, and manager ids that point nowhere
      * ----------------------------------------------------------------
       7900-INTEGRITY-CHECK.

           MOVE ZERO TO WS-INT-ORPHANS

           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "Unable to open employee file - status "
                   WS-EMP-STATUS
           ELSE
               PERFORM 7910-CHECK-DEDUCT-ORPHANS
               PERFORM 7920-CHECK-LOAN-ORPHANS
               PERFORM 7930-CHECK-CONTACT-ORPHANS
               PERFORM 7940-CHECK-MANAGER-REFS
               CLOSE EMP-FILE
           END-IF

           DISPLAY "Orphan references found: " WS-INT-ORPHANS

           EXIT.

       7910-CHECK-DEDUCT-ORPHANS.

           MOVE 'N' TO WS-EOF-2
           OPEN INPUT DEDUCT-FILE
           IF WS-DEDUCT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           END-IF
           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ DEDUCT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                   NOT AT END
                       MOVE DED-EMP-ID TO EMP-ID
                       READ EMP-FILE
                           INVALID KEY
                               ADD 1 TO WS-INT-ORPHANS
                               DISPLAY "DEDUCT orphan: " DED-EMP-ID
                           NOT INVALID KEY
                               CONTINUE
                       END-READ
               END-READ
           END-PERFORM
           IF WS-DEDUCT-STATUS = '00' OR WS-DEDUCT-STATUS = '10'
               CLOSE DEDUCT-FILE
           END-IF

           EXIT.

       7920-CHECK-LOAN-ORPHANS.

           MOVE 'N' TO WS-EOF-2
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           END-IF
           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ LOAN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                   NOT AT END
                       MOVE LN-EMP-ID TO EMP-ID
                       READ EMP-FILE
                           INVALID KEY
                               ADD 1 TO WS-INT-ORPHANS
                               DISPLAY "LOAN orphan: " LN-EMP-ID
                           NOT INVALID KEY
                               CONTINUE
                       END-READ
               END-READ
           END-PERFORM
           IF WS-LOAN-STATUS = '00' OR WS-LOAN-STATUS = '10'
               CLOSE LOAN-FILE
           END-IF

           EXIT.

       7930-CHECK-CONTACT-ORPHANS.

           MOVE 'N' TO WS-EOF-2
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           END-IF
           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ CONTACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                   NOT AT END
                       MOVE CT-EMP-ID TO EMP-ID
                       READ EMP-FILE
                           INVALID KEY
                               ADD 1 TO WS-INT-ORPHANS
                               DISPLAY "CONTACT orphan: " CT-EMP-ID
                           NOT INVALID KEY
                               CONTINUE
                       END-READ
               END-READ
           END-PERFORM
           IF WS-CONTACT-STATUS = '00' OR WS-CONTACT-STATUS = '10'
               CLOSE CONTACT-FILE
           END-IF

           EXIT.

       7940-CHECK-MANAGER-REFS.

           MOVE 'N' TO WS-EOF-2
           MOVE ZERO TO EMP-ID
           START EMP-FILE KEY NOT < EMP-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-2
           END-START

           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ EMP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                   NOT AT END
                       IF EMP-MANAGER-ID NOT = ZERO
                           MOVE EMP-ID TO WS-TARGET-ID
                           MOVE EMP-MANAGER-ID TO EMP-ID
                           READ EMP-FILE
                               INVALID KEY
                                   ADD 1 TO WS-INT-ORPHANS
                                   DISPLAY "Manager missing for "
                                       WS-TARGET-ID
                               NOT INVALID KEY
                                   CONTINUE
                           END-READ
                           MOVE WS-TARGET-ID TO EMP-ID
                           READ EMP-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   CONTINUE
                           END-READ
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Salary progression for one employee from SALHIST.DAT
      * ----------------------------------------------------------------
       8900-SALARY-HISTORY-REPORT.

           DISPLAY "Employee ID: "
           ACCEPT WS-TARGET-ID

           MOVE 'Y' TO WS-SCOPE-OK
           IF WS-OPR-SCOPE NOT = SPACES
               OPEN INPUT EMP-FILE
               IF WS-EMP-STATUS = '00'
                   MOVE WS-TARGET-ID TO EMP-ID
                   READ EMP-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 9340-CHECK-DEPT-SCOPE
                   END-READ
                   CLOSE EMP-FILE
               END-IF
           END-IF

           MOVE ZERO TO WS-SH-SHOWN
           MOVE 'N' TO WS-EOF
           IF WS-SCOPE-OK = 'N'
               MOVE 'Y' TO WS-EOF
           END-IF

           OPEN INPUT SALHIST-FILE
           IF WS-SALHIST-STATUS NOT = '00'
               DISPLAY "No salary history on file."
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE WS-TARGET-ID TO SH-EMP-ID
               MOVE ZERO TO SH-EFF-DATE
               MOVE ZERO TO SH-SEQ
               START SALHIST-FILE KEY NOT < SH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ SALHIST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SH-EMP-ID = WS-TARGET-ID
                           ADD 1 TO WS-SH-SHOWN
                           MOVE SH-OLD-SALARY TO WS-EDIT-AMOUNT
                           DISPLAY SH-EFF-DATE " FROM "
                               WS-EDIT-AMOUNT WITH NO ADVANCING
                           MOVE SH-NEW-SALARY TO WS-EDIT-AMOUNT
                           DISPLAY " TO " WS-EDIT-AMOUNT " ("
                               SH-REASON ")"
                       ELSE
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-SALHIST-STATUS = '00' OR WS-SALHIST-STATUS = '10'
               CLOSE SALHIST-FILE
           END-IF

           IF WS-SH-SHOWN > ZERO
               MOVE 'SALHIST' TO WS-ACL-FUNCTION
               MOVE WS-TARGET-ID TO WS-ACL-EMP-ID
               MOVE WS-SH-SHOWN TO WS-ACL-REC-COUNT
               PERFORM 9710-WRITE-ACCESS-LOG
           END-IF

           DISPLAY "Changes shown: " WS-SH-SHOWN

           EXIT.

      * ----------------------------------------------------------------
      * Overnight batch - the steps come from the job-stream
      * definition file, each completed step is logged, and a
      * stream interrupted part way restarts from the first step
      * that did not finish
      * ----------------------------------------------------------------
       2050-BATCH-PROCESS.

      * the overnight stream runs unscoped whoever starts it - the
      * operator's department scope comes back at stream end
           MOVE WS-OPR-SCOPE TO WS-OPR-SCOPE-SAVE
           MOVE SPACES TO WS-OPR-SCOPE

           PERFORM 2051-LOAD-JOB-STREAM
           PERFORM 2052-CHECK-PRIOR-STREAM

           MOVE 'N' TO WS-JS-RESTART
           IF WS-JS-INCOMPLETE = 'Y'
               DISPLAY "The last stream did not finish - "
                   WS-JSP-COUNT " step(s) completed."
               DISPLAY "(R)estart from the first unfinished "
                   "step, or (F)ull run: "
               ACCEPT WS-ANSWER
               IF WS-ANSWER = 'R' OR WS-ANSWER = 'r'
                   MOVE 'Y' TO WS-JS-RESTART
               END-IF
           END-IF

           OPEN OUTPUT JOBLOG-FILE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME-X FROM TIME
           MOVE 'START' TO JSL-TYPE
           MOVE SPACES TO JSL-STEP
           MOVE SPACES TO JSL-STATUS
           MOVE WS-TODAY TO JSL-DATE
           MOVE WS-NOW-HHMMSS TO JSL-TIME
           WRITE JOBLOG-RECORD

           PERFORM VARYING WS-JS-SUB FROM 1 BY 1
                   UNTIL WS-JS-SUB > WS-JS-COUNT
               PERFORM 2055-RUN-ONE-STEP
           END-PERFORM

           ACCEPT WS-NOW-TIME-X FROM TIME
           MOVE 'END' TO JSL-TYPE
           MOVE SPACES TO JSL-STEP
           MOVE 'COMPLETE' TO JSL-STATUS
           MOVE WS-TODAY TO JSL-DATE
           MOVE WS-NOW-HHMMSS TO JSL-TIME
           WRITE JOBLOG-RECORD
           CLOSE JOBLOG-FILE
           MOVE WS-OPR-SCOPE-SAVE TO WS-OPR-SCOPE
           DISPLAY "BATCH: stream complete"

           EXIT.

      * ----------------------------------------------------------------
      * Load the step sequence, falling back to the long-standing
      * built-in order when no definition file exists
      * ----------------------------------------------------------------
       2051-LOAD-JOB-STREAM.

           MOVE ZERO TO WS-JS-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT JOBSTRM-FILE
           IF WS-JOBSTRM-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ JOBSTRM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE JOBSTRM-FILE
                   NOT AT END
                       IF WS-JS-COUNT < 20
                           ADD 1 TO WS-JS-COUNT
                           MOVE JSD-SEQ TO
                               WS-JS-SEQ(WS-JS-COUNT)
                           MOVE JSD-STEP-NAME TO
                               WS-JS-NAME(WS-JS-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-JS-COUNT = ZERO
               MOVE 6 TO WS-JS-COUNT
               MOVE 'BACKUP' TO WS-JS-NAME(1)
               MOVE 'TIMESHT' TO WS-JS-NAME(2)
               MOVE 'TRANS' TO WS-JS-NAME(3)
               MOVE 'PENDING' TO WS-JS-NAME(4)
               MOVE 'PROCESS' TO WS-JS-NAME(5)
               MOVE 'REPORTS' TO WS-JS-NAME(6)
               PERFORM VARYING WS-JS-SUB FROM 1 BY 1
                       UNTIL WS-JS-SUB > WS-JS-COUNT
                   MOVE WS-JS-SUB TO WS-JS-SEQ(WS-JS-SUB)
               END-PERFORM
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Read the last stream's log - steps completed before an
      * interruption are collected so a restart can skip them
      * ----------------------------------------------------------------
       2052-CHECK-PRIOR-STREAM.

           MOVE 'N' TO WS-JS-INCOMPLETE
           MOVE ZERO TO WS-JSP-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT JOBLOG-FILE
           IF WS-JOBLOG-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE 'Y' TO WS-JS-INCOMPLETE
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ JOBLOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE JOBLOG-FILE
                   NOT AT END
                       EVALUATE JSL-TYPE
                           WHEN 'STEP'
                               IF (JSL-STATUS = 'OK'
                                   OR JSL-STATUS = 'SKIPPED')
                                  AND WS-JSP-COUNT < 20
                                   ADD 1 TO WS-JSP-COUNT
                                   MOVE JSL-STEP TO
                                       WS-JSP-NAME(WS-JSP-COUNT)
                               END-IF
                           WHEN 'END'
                               MOVE 'N' TO WS-JS-INCOMPLETE
                               MOVE ZERO TO WS-JSP-COUNT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Run (or skip) the step at WS-JS-SUB and log its outcome -
      * JOBLOG-FILE is open OUTPUT
      * ----------------------------------------------------------------
       2055-RUN-ONE-STEP.

           MOVE 'N' TO WS-JS-SKIP
           IF WS-JS-RESTART = 'Y'
               PERFORM VARYING WS-SUB-3 FROM 1 BY 1
                       UNTIL WS-SUB-3 > WS-JSP-COUNT
                   IF WS-JSP-NAME(WS-SUB-3) =
                          WS-JS-NAME(WS-JS-SUB)
                       MOVE 'Y' TO WS-JS-SKIP
                       MOVE WS-JSP-COUNT TO WS-SUB-3
                   END-IF
               END-PERFORM
           END-IF

           MOVE 'OK' TO WS-JS-STATUS-W
           IF WS-JS-SKIP = 'Y'
               DISPLAY "BATCH: " WS-JS-NAME(WS-JS-SUB)
                   " already complete - skipped"
           ELSE
               DISPLAY "BATCH: step " WS-JS-NAME(WS-JS-SUB)
               EVALUATE WS-JS-NAME(WS-JS-SUB)
                   WHEN 'BACKUP'
                       PERFORM 3110-BACKUP-EMPLOYEE-FILE
                   WHEN 'TIMESHT'
                       PERFORM 2060-VALIDATE-TIMESHEETS
                   WHEN 'TRANS'
                       PERFORM 2400-PROCESS-TRANSACTIONS
                   WHEN 'PENDING'
                       PERFORM 2070-APPLY-PENDING-CHANGES
                   WHEN 'PROCESS'
                       PERFORM 3300-PROCESS-RECORDS
                   WHEN 'PAYROLL'
                       PERFORM 3600-PAYROLL-RUN
                   WHEN 'REPORTS'
                       PERFORM 4000-STANDARD-REPORTS
                   WHEN 'RECON'
                       PERFORM 7900-INTEGRITY-CHECK
                   WHEN 'FULLBACK'
                       PERFORM 5900-FULL-BACKUP
                   WHEN OTHER
      * an unrecognized step must not be logged as finished, or a
      * restart would skip a step that never ran
                       DISPLAY "BATCH: unknown step "
                           WS-JS-NAME(WS-JS-SUB)
                           " - nothing run"
                       MOVE 'UNKNOWN' TO WS-JS-STATUS-W
               END-EVALUATE
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME-X FROM TIME
           MOVE 'STEP' TO JSL-TYPE
           MOVE WS-JS-NAME(WS-JS-SUB) TO JSL-STEP
           IF WS-JS-SKIP = 'Y'
               MOVE 'SKIPPED' TO JSL-STATUS
           ELSE
               MOVE WS-JS-STATUS-W TO JSL-STATUS
           END-IF
           MOVE WS-TODAY TO JSL-DATE
           MOVE WS-NOW-HHMMSS TO JSL-TIME
           WRITE JOBLOG-RECORD

           EXIT.

      * ----------------------------------------------------------------
      * Timesheet validation sweep
      * ----------------------------------------------------------------
       2060-VALIDATE-TIMESHEETS.

           MOVE ZERO TO WS-TMS-OK-COUNT
           MOVE ZERO TO WS-TMS-ERR-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT TIMESHEET-FILE
           IF WS-TMS-STATUS NOT = '00'
               DISPLAY "No timesheets on file."
               MOVE 'Y' TO WS-EOF
           ELSE
               OPEN INPUT EMP-FILE
               IF WS-EMP-STATUS NOT = '00'
                   DISPLAY "Unable to open employee file - status "
                       WS-EMP-STATUS
                   MOVE 'Y' TO WS-EOF
                   CLOSE TIMESHEET-FILE
               END-IF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ TIMESHEET-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE TIMESHEET-FILE
                       CLOSE EMP-FILE
                   NOT AT END
                       PERFORM 2065-CHECK-ONE-TIMESHEET
               END-READ
           END-PERFORM

           DISPLAY "Timesheets ok: " WS-TMS-OK-COUNT
               " in error: " WS-TMS-ERR-COUNT

           EXIT.

      * ----------------------------------------------------------------
      * Edits on the timesheet record currently in TIMESHEET-RECORD
      * ----------------------------------------------------------------
       2065-CHECK-ONE-TIMESHEET.

           MOVE 'N' TO WS-TMS-ERR-FLAG
           MOVE SPACES TO WS-TMS-ERR-REASON

           IF TMS-REG-HOURS > 200
               MOVE 'Y' TO WS-TMS-ERR-FLAG
               MOVE 'REGULAR HOURS OUT OF RANGE' TO
                   WS-TMS-ERR-REASON
           END-IF
           IF TMS-OT-HOURS > 100
               MOVE 'Y' TO WS-TMS-ERR-FLAG
               MOVE 'OVERTIME HOURS OUT OF RANGE' TO
                   WS-TMS-ERR-REASON
           END-IF

           IF WS-TMS-ERR-FLAG = 'N'
               MOVE TMS-EMP-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-TMS-ERR-FLAG
                       MOVE 'EMPLOYEE NOT ON MASTER' TO
                           WS-TMS-ERR-REASON
                   NOT INVALID KEY
                       IF EMP-STATUS NOT = 'A'
                           MOVE 'Y' TO WS-TMS-ERR-FLAG
                           MOVE 'EMPLOYEE NOT ACTIVE' TO
                               WS-TMS-ERR-REASON
                       ELSE
                           PERFORM 2066-CHECK-MIN-WAGE
                       END-IF
               END-READ
           END-IF

           IF WS-TMS-ERR-FLAG = 'Y'
               ADD 1 TO WS-TMS-ERR-COUNT
               MOVE 'TIMESHT' TO WS-RJW-SOURCE
               MOVE WS-TMS-ERR-REASON TO WS-RJW-REASON
               MOVE TIMESHEET-RECORD TO WS-RJW-DATA
               PERFORM 8690-WRITE-REJECT
           ELSE
               ADD 1 TO WS-TMS-OK-COUNT
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * The effective hourly rate this timesheet would pay, through
      * the premium rules, may never fall below the minimum wage
      * ----------------------------------------------------------------
       2066-CHECK-MIN-WAGE.

           COMPUTE WS-HG-TOT-HOURS =
               TMS-REG-HOURS + TMS-OT-HOURS
           IF WS-HG-TOT-HOURS > ZERO
               COMPUTE WS-HG-RATE ROUNDED = EMP-SALARY / 2080
               MOVE TMS-REG-HOURS TO WS-HG-REG
               MOVE TMS-OT-HOURS TO WS-HG-OT
               MOVE TMS-SHIFT TO WS-HG-SHIFT
               PERFORM 3633-COMPUTE-HOURLY-GROSS
               COMPUTE WS-HG-EFF-RATE ROUNDED =
                   WS-HG-GROSS / WS-HG-TOT-HOURS
               IF WS-HG-EFF-RATE < WS-MIN-WAGE
                   MOVE 'Y' TO WS-TMS-ERR-FLAG
                   MOVE 'EFFECTIVE RATE BELOW MIN WAGE' TO
                       WS-TMS-ERR-REASON
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Supervisor timesheet approval - lists one manager's staff
      * with their hours for the period and records the sign-off
      * the pay run insists on
      * ----------------------------------------------------------------
       2100-TIMESHEET-APPROVAL.

           DISPLAY "Manager ID: "
           ACCEPT WS-TSA-MGR-ID
           DISPLAY "Period end (YYYYMMDD): "
           ACCEPT WS-TSA-PERIOD-IN

           PERFORM 2110-LOAD-TSA-TABLE
           PERFORM 2195-LOAD-PROJECT-TABLE
           MOVE ZERO TO WS-TPL-SEL-PERIOD
           PERFORM 2197-LOAD-TSPROJ-TABLE
           MOVE 'N' TO WS-TPL-CHANGED
           IF WS-TSA-COUNT = ZERO
               DISPLAY "No timesheets on file."
           ELSE
               MOVE ZERO TO WS-TSA-SHOWN
               MOVE 'N' TO WS-TSA-CHANGED
               OPEN INPUT EMP-FILE
               IF WS-EMP-STATUS NOT = '00'
                   DISPLAY "Unable to open employee file - status "
                       WS-EMP-STATUS
               ELSE
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-TSA-COUNT
                       IF WS-TSA-PERIOD(WS-SUB) =
                              WS-TSA-PERIOD-IN
                           PERFORM 2120-REVIEW-ONE-TIMESHEET
                       END-IF
                   END-PERFORM
                   CLOSE EMP-FILE
               END-IF

               IF WS-TSA-SHOWN = ZERO
                   DISPLAY "No timesheets for that manager and "
                       "period."
               END-IF
               IF WS-TSA-CHANGED = 'Y'
                   PERFORM 2130-REWRITE-TIMESHEETS
                   DISPLAY "Approvals recorded."
               END-IF
               IF WS-TPL-CHANGED = 'Y'
                   PERFORM 2199-REWRITE-TSPROJ
                   DISPLAY "Project lines recorded."
               END-IF
           END-IF

           PERFORM 2140-REVIEW-ADJUSTMENTS

           EXIT.

      * ----------------------------------------------------------------
      * Load every timesheet image for the approval pass
      * ----------------------------------------------------------------
       2110-LOAD-TSA-TABLE.

           MOVE ZERO TO WS-TSA-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT TIMESHEET-FILE
           IF WS-TMS-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ TIMESHEET-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE TIMESHEET-FILE
                   NOT AT END
                       IF WS-TSA-COUNT < 2000
                           ADD 1 TO WS-TSA-COUNT
                           MOVE TIMESHEET-RECORD TO
                               WS-TSA-ENTRY(WS-TSA-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Show the table entry at WS-SUB when it belongs to the
      * manager's staff, and take the approval - EMP-FILE open INPUT
      * ----------------------------------------------------------------
       2120-REVIEW-ONE-TIMESHEET.

           MOVE WS-TSA-EMP-ID(WS-SUB) TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EMP-MANAGER-ID = WS-TSA-MGR-ID
                       ADD 1 TO WS-TSA-SHOWN
                       DISPLAY EMP-ID " " EMP-NAME
                           " REG " WS-TSA-REG(WS-SUB)
                           " OT " WS-TSA-OT(WS-SUB)
                           " STATUS " WS-TSA-APPROVAL(WS-SUB)
                       PERFORM 2194-SHOW-PROJECT-LINES
                       DISPLAY "  (A)pprove (R)eject (P)roject lines "
                           "(S)kip: "
                       ACCEPT WS-ANSWER
                       IF WS-ANSWER = 'P' OR WS-ANSWER = 'p'
                           PERFORM 2198-KEY-PROJECT-LINES
                           DISPLAY "  (A)pprove (R)eject (S)kip: "
                           ACCEPT WS-ANSWER
                       END-IF
                       EVALUATE WS-ANSWER
                           WHEN 'A'
                           WHEN 'a'
                               MOVE 'A' TO
                                   WS-TSA-APPROVAL(WS-SUB)
                               MOVE 'Y' TO WS-TSA-CHANGED
                           WHEN 'R'
                           WHEN 'r'
                               MOVE 'R' TO
                                   WS-TSA-APPROVAL(WS-SUB)
                               MOVE 'Y' TO WS-TSA-CHANGED
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ

           EXIT.

      * ----------------------------------------------------------------
      * Write the timesheet file back with the approvals taken
      * ----------------------------------------------------------------
       2130-REWRITE-TIMESHEETS.

           OPEN OUTPUT TIMESHEET-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TSA-COUNT
               MOVE WS-TSA-ENTRY(WS-SUB) TO TIMESHEET-RECORD
               WRITE TIMESHEET-RECORD
           END-PERFORM
           CLOSE TIMESHEET-FILE

           EXIT.

      * ----------------------------------------------------------------
      * Late adjustments against the period being approved, for the
      * manager's staff - priced before the sign-off, and never by
      * the operator who keyed them
      * ----------------------------------------------------------------
       2140-REVIEW-ADJUSTMENTS.

           PERFORM 2185-LOAD-TSADJ-TABLE
           MOVE ZERO TO WS-TJA-SHOWN
           MOVE 'N' TO WS-TJA-CHANGED
           IF WS-TJA-COUNT > ZERO
               OPEN INPUT EMP-FILE
               IF WS-EMP-STATUS = '00'
                   PERFORM VARYING WS-TJA-SUB FROM 1 BY 1
                           UNTIL WS-TJA-SUB > WS-TJA-COUNT
                       IF WS-TJA-STATUS(WS-TJA-SUB) = 'P'
                          AND WS-TJA-ORIG-PE(WS-TJA-SUB) =
                              WS-TSA-PERIOD-IN
                           PERFORM 2142-REVIEW-ONE-ADJUSTMENT
                       END-IF
                   END-PERFORM
                   CLOSE EMP-FILE
               END-IF
           END-IF

           IF WS-TJA-CHANGED = 'Y'
               PERFORM 2187-SAVE-TSADJ-TABLE
               DISPLAY "Adjustment approvals recorded."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * The adjustment at WS-TJA-SUB when it belongs to the manager's
      * staff - EMP-FILE open INPUT
      * ----------------------------------------------------------------
       2142-REVIEW-ONE-ADJUSTMENT.

           MOVE WS-TJA-EMP-ID(WS-TJA-SUB) TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EMP-MANAGER-ID = WS-TSA-MGR-ID
                       ADD 1 TO WS-TJA-SHOWN
                       PERFORM 2145-PRICE-ADJUSTMENT
                       MOVE WS-TJA-AMOUNT(WS-TJA-SUB) TO
                           WS-EDIT-AMOUNT-L
                       DISPLAY "ADJUSTMENT " EMP-ID " " EMP-NAME
                       DISPLAY "  REG " WS-TJA-BASE-REG(WS-TJA-SUB)
                           " OT " WS-TJA-BASE-OT(WS-TJA-SUB)
                           " CORRECTED REG " WS-TJA-NEW-REG
                           " OT " WS-TJA-NEW-OT
                       DISPLAY "  " WS-TJA-REASON(WS-TJA-SUB)
                           " REPRICED " WS-EDIT-AMOUNT-L
                           " keyed by " WS-TJA-KEYED-BY(WS-TJA-SUB)
                       IF WS-TJA-KEYED-BY(WS-TJA-SUB) =
                          WS-OPERATOR-ID
                           DISPLAY "  Keyed by you - another "
                               "operator must approve it."
                       ELSE
                           DISPLAY "  (A)pprove (R)eject (S)kip: "
                           ACCEPT WS-ANSWER
                           EVALUATE WS-ANSWER
                               WHEN 'A'
                               WHEN 'a'
                                   MOVE 'A' TO
                                       WS-TJA-STATUS(WS-TJA-SUB)
                                   MOVE WS-OPERATOR-ID TO
                                       WS-TJA-APPROVER(WS-TJA-SUB)
                                   MOVE 'Y' TO WS-TJA-CHANGED
                                   MOVE 'TSJAPP' TO WS-AUD-ACTION
                                   PERFORM 2186-AUDIT-TSADJ
                               WHEN 'R'
                               WHEN 'r'
                                   MOVE 'R' TO
                                       WS-TJA-STATUS(WS-TJA-SUB)
                                   MOVE WS-OPERATOR-ID TO
                                       WS-TJA-APPROVER(WS-TJA-SUB)
                                   MOVE 'Y' TO WS-TJA-CHANGED
                                   MOVE 'TSJREJ' TO WS-AUD-ACTION
                                   PERFORM 2186-AUDIT-TSADJ
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
                   END-IF
           END-READ

           EXIT.

      * ----------------------------------------------------------------
      * Reprice the adjustment at WS-TJA-SUB: the original hours and
      * the corrected hours each through the premium rules at the
      * period's hourly rate, the difference into WS-TJA-AMOUNT.
      * EMP-RECORD is the employee.
      * ----------------------------------------------------------------
       2145-PRICE-ADJUSTMENT.

           PERFORM 2146-FIND-PERIOD-SALARY
           COMPUTE WS-HOURLY-RATE ROUNDED = WS-TJA-SALARY / 2080
           MOVE WS-HOURLY-RATE TO WS-HG-RATE
           MOVE WS-TJA-SHIFT(WS-TJA-SUB) TO WS-HG-SHIFT

           MOVE WS-TJA-BASE-REG(WS-TJA-SUB) TO WS-HG-REG
           MOVE WS-TJA-BASE-OT(WS-TJA-SUB) TO WS-HG-OT
           PERFORM 3633-COMPUTE-HOURLY-GROSS
           MOVE WS-HG-GROSS TO WS-TJA-BEFORE

           COMPUTE WS-TJA-NEW-REG =
               WS-TJA-BASE-REG(WS-TJA-SUB) + WS-TJA-REG(WS-TJA-SUB)
           COMPUTE WS-TJA-NEW-OT =
               WS-TJA-BASE-OT(WS-TJA-SUB) + WS-TJA-OT(WS-TJA-SUB)
           MOVE WS-TJA-NEW-REG TO WS-HG-REG
           MOVE WS-TJA-NEW-OT TO WS-HG-OT
           PERFORM 3633-COMPUTE-HOURLY-GROSS
           COMPUTE WS-TJA-AMOUNT(WS-TJA-SUB) =
               WS-HG-GROSS - WS-TJA-BEFORE

           EXIT.

      * ----------------------------------------------------------------
      * Salary in force on the adjustment's original period end - the
      * old salary of the first SALHIST change after it, else the
      * current salary
      * ----------------------------------------------------------------
       2146-FIND-PERIOD-SALARY.

           MOVE EMP-SALARY TO WS-TJA-SALARY
           MOVE 'N' TO WS-TJA-EOF
           OPEN INPUT SALHIST-FILE
           IF WS-SALHIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-TJA-EOF
           ELSE
               MOVE WS-TJA-EMP-ID(WS-TJA-SUB) TO SH-EMP-ID
               MOVE ZERO TO SH-EFF-DATE
               MOVE ZERO TO SH-SEQ
               START SALHIST-FILE KEY NOT < SH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-TJA-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-TJA-EOF = 'Y'
               READ SALHIST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-TJA-EOF
                   NOT AT END
                       IF SH-EMP-ID NOT = WS-TJA-EMP-ID(WS-TJA-SUB)
                           MOVE 'Y' TO WS-TJA-EOF
                       ELSE
                           IF SH-EFF-DATE >
                              WS-TJA-ORIG-PE(WS-TJA-SUB)
                               MOVE SH-OLD-SALARY TO WS-TJA-SALARY
                               MOVE 'Y' TO WS-TJA-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SALHIST-STATUS = '00' OR WS-SALHIST-STATUS = '10'
               CLOSE SALHIST-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Key a late timesheet adjustment - only into a period already
      * closed; an open period's timesheet is corrected in place
      * ----------------------------------------------------------------
       2180-KEY-TIMESHEET-ADJUST.

           DISPLAY "Employee ID: "
           ACCEPT WS-TARGET-ID
           MOVE 'N' TO WS-FOUND
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "Unable to open employee file - status "
                   WS-EMP-STATUS
           ELSE
               MOVE WS-TARGET-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       DISPLAY "Employee ID not found."
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND
               END-READ
               CLOSE EMP-FILE
           END-IF
           IF WS-FOUND = 'Y'
               IF EMP-DEL-FLAG = 'D'
                   DISPLAY "Employee is deleted-pending."
                   MOVE 'N' TO WS-FOUND
               END-IF
           END-IF
           IF WS-FOUND = 'Y'
               PERFORM 9340-CHECK-DEPT-SCOPE
               IF WS-SCOPE-OK = 'N'
                   MOVE 'N' TO WS-FOUND
               END-IF
           END-IF

           IF WS-FOUND = 'Y'
               DISPLAY "Original period end (YYYYMMDD): "
               ACCEPT WS-TJA-PERIOD
               IF WS-TJA-PERIOD = ZERO
                  OR WS-TJA-PERIOD > WS-MAX-CLOSED-PE
                   DISPLAY "That period is not closed - correct "
                       "its timesheet instead."
                   MOVE 'N' TO WS-FOUND
               END-IF
           END-IF

           IF WS-FOUND = 'Y'
               PERFORM 2181-FIND-ORIG-TIMESHEET
               IF WS-TJA-FOUND = 'N'
                   DISPLAY "No approved timesheet for that period "
                       "- adjusting from zero hours."
               ELSE
                   DISPLAY "Paid hours: REG " WS-TJA-BASE-REG-W
                       " OT " WS-TJA-BASE-OT-W
               END-IF
               DISPLAY "Hours (A)dded or (T)aken off: "
               ACCEPT WS-TJA-DIR
               DISPLAY "Regular hours: "
               ACCEPT WS-TJA-REG-IN
               DISPLAY "Overtime hours: "
               ACCEPT WS-TJA-OT-IN
               DISPLAY "Reason: "
               ACCEPT WS-TJA-REASON-IN

               IF WS-TJA-DIR = 'T' OR WS-TJA-DIR = 't'
                   COMPUTE WS-TJA-NEW-REG = 0 - WS-TJA-REG-IN
                   COMPUTE WS-TJA-NEW-OT = 0 - WS-TJA-OT-IN
               ELSE
                   MOVE WS-TJA-REG-IN TO WS-TJA-NEW-REG
                   MOVE WS-TJA-OT-IN TO WS-TJA-NEW-OT
               END-IF

               IF WS-TJA-NEW-REG = ZERO AND WS-TJA-NEW-OT = ZERO
                   DISPLAY "No hours to adjust."
                   MOVE 'N' TO WS-FOUND
               END-IF
               IF WS-TJA-BASE-REG-W + WS-TJA-NEW-REG < ZERO
                  OR WS-TJA-BASE-OT-W + WS-TJA-NEW-OT < ZERO
                   DISPLAY "More hours taken off than were paid."
                   MOVE 'N' TO WS-FOUND
               END-IF
               IF WS-TJA-BASE-REG-W + WS-TJA-NEW-REG > 200
                  OR WS-TJA-BASE-OT-W + WS-TJA-NEW-OT > 100
                   DISPLAY "Corrected hours exceed the timesheet "
                       "limits."
                   MOVE 'N' TO WS-FOUND
               END-IF
           END-IF

           IF WS-FOUND = 'Y'
               PERFORM 2185-LOAD-TSADJ-TABLE
               IF WS-TJA-COUNT NOT < 2000
                   DISPLAY "Adjustment file is full."
               ELSE
                   ADD 1 TO WS-TJA-COUNT
                   MOVE WS-TJA-COUNT TO WS-TJA-SUB
                   MOVE EMP-ID TO WS-TJA-EMP-ID(WS-TJA-SUB)
                   MOVE WS-TJA-PERIOD TO WS-TJA-ORIG-PE(WS-TJA-SUB)
                   MOVE WS-TJA-BASE-REG-W TO
                       WS-TJA-BASE-REG(WS-TJA-SUB)
                   MOVE WS-TJA-BASE-OT-W TO
                       WS-TJA-BASE-OT(WS-TJA-SUB)
                   MOVE WS-TJA-NEW-REG TO WS-TJA-REG(WS-TJA-SUB)
                   MOVE WS-TJA-NEW-OT TO WS-TJA-OT(WS-TJA-SUB)
                   MOVE WS-TJA-SHIFT-W TO WS-TJA-SHIFT(WS-TJA-SUB)
                   MOVE 'P' TO WS-TJA-STATUS(WS-TJA-SUB)
                   MOVE ZERO TO WS-TJA-PAID-PE(WS-TJA-SUB)
                   MOVE WS-OPERATOR-ID TO
                       WS-TJA-KEYED-BY(WS-TJA-SUB)
                   MOVE SPACES TO WS-TJA-APPROVER(WS-TJA-SUB)
                   MOVE WS-TJA-REASON-IN TO
                       WS-TJA-REASON(WS-TJA-SUB)
                   PERFORM 2145-PRICE-ADJUSTMENT
                   PERFORM 2187-SAVE-TSADJ-TABLE
                   MOVE 'TSADJ' TO WS-AUD-ACTION
                   PERFORM 2186-AUDIT-TSADJ
                   MOVE WS-TJA-AMOUNT(WS-TJA-SUB) TO
                       WS-EDIT-AMOUNT-L
                   DISPLAY "Adjustment priced at " WS-EDIT-AMOUNT-L
                       " - pending the manager's approval."
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * The approved timesheet paid for WS-TARGET-ID in WS-TJA-PERIOD
      * - WS-TJA-FOUND and the base hours and shift out
      * ----------------------------------------------------------------
       2181-FIND-ORIG-TIMESHEET.

           MOVE 'N' TO WS-TJA-FOUND
           MOVE ZERO TO WS-TJA-BASE-REG-W
           MOVE ZERO TO WS-TJA-BASE-OT-W
           MOVE SPACE TO WS-TJA-SHIFT-W
           MOVE 'N' TO WS-TJA-EOF
           OPEN INPUT TIMESHEET-FILE
           IF WS-TMS-STATUS NOT = '00'
               MOVE 'Y' TO WS-TJA-EOF
           END-IF
           PERFORM UNTIL WS-TJA-EOF = 'Y'
               READ TIMESHEET-FILE
                   AT END
                       MOVE 'Y' TO WS-TJA-EOF
                       CLOSE TIMESHEET-FILE
                   NOT AT END
                       IF TMS-EMP-ID = WS-TARGET-ID
                          AND TMS-PERIOD-END = WS-TJA-PERIOD
                          AND TMS-APPROVAL = 'A'
                           MOVE 'Y' TO WS-TJA-FOUND
                           MOVE TMS-REG-HOURS TO WS-TJA-BASE-REG-W
                           MOVE TMS-OT-HOURS TO WS-TJA-BASE-OT-W
                           MOVE TMS-SHIFT TO WS-TJA-SHIFT-W
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * TSADJ.DAT into the adjustment table
      * ----------------------------------------------------------------
       2185-LOAD-TSADJ-TABLE.

           MOVE ZERO TO WS-TJA-COUNT
           MOVE 'N' TO WS-TJA-EOF
           OPEN INPUT TSADJ-FILE
           IF WS-TSADJ-STATUS NOT = '00'
               MOVE 'Y' TO WS-TJA-EOF
           END-IF
           PERFORM UNTIL WS-TJA-EOF = 'Y'
               READ TSADJ-FILE
                   AT END
                       MOVE 'Y' TO WS-TJA-EOF
                       CLOSE TSADJ-FILE
                   NOT AT END
                       IF WS-TJA-COUNT < 2000
                           ADD 1 TO WS-TJA-COUNT
                           MOVE TSJ-EMP-ID TO
                               WS-TJA-EMP-ID(WS-TJA-COUNT)
                           MOVE TSJ-ORIG-PERIOD TO
                               WS-TJA-ORIG-PE(WS-TJA-COUNT)
                           MOVE TSJ-BASE-REG TO
                               WS-TJA-BASE-REG(WS-TJA-COUNT)
                           MOVE TSJ-BASE-OT TO
                               WS-TJA-BASE-OT(WS-TJA-COUNT)
                           MOVE TSJ-REG-ADJ TO
                               WS-TJA-REG(WS-TJA-COUNT)
                           MOVE TSJ-OT-ADJ TO
                               WS-TJA-OT(WS-TJA-COUNT)
                           MOVE TSJ-SHIFT TO
                               WS-TJA-SHIFT(WS-TJA-COUNT)
                           MOVE TSJ-STATUS TO
                               WS-TJA-STATUS(WS-TJA-COUNT)
                           MOVE TSJ-AMOUNT TO
                               WS-TJA-AMOUNT(WS-TJA-COUNT)
                           MOVE TSJ-PAID-PERIOD TO
                               WS-TJA-PAID-PE(WS-TJA-COUNT)
                           MOVE TSJ-KEYED-BY TO
                               WS-TJA-KEYED-BY(WS-TJA-COUNT)
                           MOVE TSJ-APPROVER TO
                               WS-TJA-APPROVER(WS-TJA-COUNT)
                           MOVE TSJ-REASON TO
                               WS-TJA-REASON(WS-TJA-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * Audit row for the adjustment at WS-TJA-SUB - action set by
      * the caller, EMP-RECORD is the employee
       2186-AUDIT-TSADJ.

           MOVE EMP-ID TO WS-AUD-EMP-ID
           MOVE EMP-NAME TO WS-AUD-BEFORE-NAME
           MOVE EMP-DEPARTMENT TO WS-AUD-BEFORE-DEPT
           MOVE ZERO TO WS-AUD-BEFORE-SAL
           MOVE EMP-STATUS TO WS-AUD-BEFORE-STAT
           MOVE SPACES TO WS-AUD-AFTER-NAME
           STRING 'HOURS ADJ PERIOD ' DELIMITED BY SIZE
                  WS-TJA-ORIG-PE(WS-TJA-SUB) DELIMITED BY SIZE
               INTO WS-AUD-AFTER-NAME
           END-STRING
           MOVE EMP-DEPARTMENT TO WS-AUD-AFTER-DEPT
           MOVE WS-TJA-AMOUNT(WS-TJA-SUB) TO WS-AUD-AFTER-SAL
           MOVE WS-TJA-STATUS(WS-TJA-SUB) TO WS-AUD-AFTER-STAT
           PERFORM 8500-WRITE-AUDIT-RECORD

           EXIT.

      * ----------------------------------------------------------------
      * Adjustment table back out to TSADJ.DAT.  A recovery held over
      * by the run ('H') goes back as approved for the next period.
      * ----------------------------------------------------------------
       2187-SAVE-TSADJ-TABLE.

           OPEN OUTPUT TSADJ-FILE
           IF WS-TSADJ-STATUS = '00'
               PERFORM VARYING WS-TJA-SUB FROM 1 BY 1
                       UNTIL WS-TJA-SUB > WS-TJA-COUNT
                   MOVE SPACES TO TSADJ-RECORD
                   MOVE WS-TJA-EMP-ID(WS-TJA-SUB) TO TSJ-EMP-ID
                   MOVE WS-TJA-ORIG-PE(WS-TJA-SUB) TO
                       TSJ-ORIG-PERIOD
                   MOVE WS-TJA-BASE-REG(WS-TJA-SUB) TO TSJ-BASE-REG
                   MOVE WS-TJA-BASE-OT(WS-TJA-SUB) TO TSJ-BASE-OT
                   MOVE WS-TJA-REG(WS-TJA-SUB) TO TSJ-REG-ADJ
                   MOVE WS-TJA-OT(WS-TJA-SUB) TO TSJ-OT-ADJ
                   MOVE WS-TJA-SHIFT(WS-TJA-SUB) TO TSJ-SHIFT
                   MOVE WS-TJA-STATUS(WS-TJA-SUB) TO TSJ-STATUS
                   IF TSJ-STATUS = 'H'
                       MOVE 'A' TO TSJ-STATUS
                   END-IF
                   MOVE WS-TJA-AMOUNT(WS-TJA-SUB) TO TSJ-AMOUNT
                   MOVE WS-TJA-PAID-PE(WS-TJA-SUB) TO
                       TSJ-PAID-PERIOD
                   MOVE WS-TJA-KEYED-BY(WS-TJA-SUB) TO TSJ-KEYED-BY
                   MOVE WS-TJA-APPROVER(WS-TJA-SUB) TO TSJ-APPROVER
                   MOVE WS-TJA-REASON(WS-TJA-SUB) TO TSJ-REASON
                   WRITE TSADJ-RECORD
               END-PERFORM
               CLOSE TSADJ-FILE
           ELSE
               DISPLAY "Unable to write TSADJ.DAT - status "
                   WS-TSADJ-STATUS
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Project and work-order master - codes are added, renamed,
      * moved to another cost center or closed to new time; a code
      * with timesheet lines on file is closed rather than deleted
      * ----------------------------------------------------------------
       2190-PROJECT-MAINT.

           PERFORM 1150-LOAD-DEPT-MASTER
           PERFORM 2191-LOAD-PROJECT-FILE
           DISPLAY "LINE CODE       NAME                           "
               "CC     TYPE STATUS"
           PERFORM VARYING WS-RFM-SUB FROM 1 BY 1
                   UNTIL WS-RFM-SUB > WS-RFM-COUNT
               MOVE WS-RFM-ENTRY(WS-RFM-SUB) TO WS-RFM-REC
               MOVE WS-RFM-SUB TO WS-RFM-LINE-NO
               DISPLAY WS-RFM-LINE-NO " " WS-RFM-PJ-CODE " "
                   WS-RFM-PJ-NAME " " WS-RFM-PJ-CC " "
                   WS-RFM-PJ-TYPE "    " WS-RFM-PJ-STATUS
           END-PERFORM
           PERFORM 5205-ASK-REFERENCE-ACTION

           MOVE 'N' TO WS-RFM-VALID
           IF WS-RFM-ACTION = 'A' OR WS-RFM-ACTION = 'C'
               PERFORM 2192-ENTER-PROJECT-ROW
           END-IF
           IF WS-RFM-ACTION = 'D'
               MOVE 'Y' TO WS-RFM-VALID
               MOVE ZERO TO WS-TPL-SEL-PERIOD
               PERFORM 2197-LOAD-TSPROJ-TABLE
               MOVE WS-RFM-OLD-REC TO WS-RFM-REC
               PERFORM VARYING WS-TPL-SUB FROM 1 BY 1
                       UNTIL WS-TPL-SUB > WS-TPL-COUNT
                   IF WS-TPL-PROJECT(WS-TPL-SUB) = WS-RFM-PJ-CODE
                       MOVE 'N' TO WS-RFM-VALID
                   END-IF
               END-PERFORM
               IF WS-RFM-VALID = 'N' OR WS-TPL-FULL = 'Y'
                   DISPLAY "Timesheet hours are charged to "
                       WS-RFM-PJ-CODE " - close it instead."
                   MOVE 'N' TO WS-RFM-VALID
               END-IF
           END-IF

           IF WS-RFM-VALID = 'Y'
               PERFORM 5206-APPLY-REFERENCE-ACTION
               PERFORM 2193-WRITE-PROJECT-FILE
               MOVE 'PRJCHG' TO WS-AUD-ACTION
               PERFORM 5202-AUDIT-REFERENCE-CHANGE
               DISPLAY "Project master updated."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * PROJECT.DAT into the held rows
      * ----------------------------------------------------------------
       2191-LOAD-PROJECT-FILE.

           MOVE ZERO TO WS-RFM-COUNT
           MOVE 'N' TO WS-RFM-FULL
           MOVE 'N' TO WS-EOF
           OPEN INPUT PROJECT-FILE
           IF WS-PROJECT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PROJECT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE PROJECT-FILE
                   NOT AT END
                       IF WS-RFM-COUNT < 500
                           ADD 1 TO WS-RFM-COUNT
                           MOVE PROJECT-RECORD TO
                               WS-RFM-ENTRY(WS-RFM-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-RFM-FULL
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * One project row keyed into WS-RFM-REC - a new code must not
      * be on file, the cost center when given must belong to a
      * department, and on a change a blank answer keeps the value
      * ----------------------------------------------------------------
       2192-ENTER-PROJECT-ROW.

           MOVE 'Y' TO WS-RFM-VALID
           IF WS-RFM-ACTION = 'C'
               MOVE WS-RFM-OLD-REC TO WS-RFM-REC
               DISPLAY "Project " WS-RFM-PJ-CODE " "
                   WS-RFM-PJ-NAME
           ELSE
               IF WS-RFM-COUNT >= 500
                   DISPLAY "Project master is full - not added."
                   MOVE 'N' TO WS-RFM-VALID
               END-IF
               MOVE SPACES TO WS-RFM-REC
               DISPLAY "Project or work-order code: "
               ACCEPT WS-RFM-PJ-CODE
               IF WS-RFM-PJ-CODE = SPACES
                   DISPLAY "A code is required."
                   MOVE 'N' TO WS-RFM-VALID
               END-IF
               PERFORM VARYING WS-RFM-SUB-2 FROM 1 BY 1
                       UNTIL WS-RFM-SUB-2 > WS-RFM-COUNT
                   MOVE WS-RFM-ENTRY(WS-RFM-SUB-2) TO WS-RFM-CMP
                   IF WS-RFM-CMP(1:10) = WS-RFM-PJ-CODE
                       DISPLAY "Already on file on line "
                           WS-RFM-SUB-2 " - change that line."
                       MOVE 'N' TO WS-RFM-VALID
                   END-IF
               END-PERFORM
               MOVE 'O' TO WS-RFM-PJ-STATUS
           END-IF

           DISPLAY "Name: "
           ACCEPT WS-PRJ-NAME-IN
           DISPLAY "Cost center (blank = the employee's "
               "department): "
           ACCEPT WS-PRJ-CC-IN
           DISPLAY "Type - (B)illable, (C)apital, (I)nternal: "
           ACCEPT WS-PRJ-TYPE-IN
           DISPLAY "Status - (O)pen or (C)losed: "
           ACCEPT WS-PRJ-STATUS-IN
           IF WS-PRJ-NAME-IN NOT = SPACES
               MOVE WS-PRJ-NAME-IN TO WS-RFM-PJ-NAME
           END-IF
           IF WS-PRJ-CC-IN NOT = SPACES
               MOVE WS-PRJ-CC-IN TO WS-RFM-PJ-CC
           END-IF
           INSPECT WS-PRJ-TYPE-IN CONVERTING 'bci' TO 'BCI'
           INSPECT WS-PRJ-STATUS-IN CONVERTING 'oc' TO 'OC'
           IF WS-PRJ-TYPE-IN NOT = SPACE
               MOVE WS-PRJ-TYPE-IN TO WS-RFM-PJ-TYPE
           END-IF
           IF WS-PRJ-STATUS-IN NOT = SPACE
               MOVE WS-PRJ-STATUS-IN TO WS-RFM-PJ-STATUS
           END-IF

           IF WS-RFM-PJ-NAME = SPACES
               DISPLAY "A name is required."
               MOVE 'N' TO WS-RFM-VALID
           END-IF
           IF WS-RFM-PJ-TYPE NOT = 'B' AND WS-RFM-PJ-TYPE NOT = 'C'
              AND WS-RFM-PJ-TYPE NOT = 'I'
               DISPLAY "Type must be B, C or I."
               MOVE 'N' TO WS-RFM-VALID
           END-IF
           IF WS-RFM-PJ-STATUS NOT = 'O'
              AND WS-RFM-PJ-STATUS NOT = 'C'
               DISPLAY "Status must be O or C."
               MOVE 'N' TO WS-RFM-VALID
           END-IF
           IF WS-RFM-PJ-CC NOT = SPACES
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-DEPT-COUNT
                   IF WS-DPT-COST-CENTER(WS-SUB) = WS-RFM-PJ-CC
                       MOVE 'Y' TO WS-FOUND
                   END-IF
               END-PERFORM
               IF WS-FOUND = 'N'
                   DISPLAY "Not a cost center on the department "
                       "master: " WS-RFM-PJ-CC
                   MOVE 'N' TO WS-RFM-VALID
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Held rows back to PROJECT.DAT
      * ----------------------------------------------------------------
       2193-WRITE-PROJECT-FILE.

           OPEN OUTPUT PROJECT-FILE
           IF WS-PROJECT-STATUS = '00'
               PERFORM VARYING WS-RFM-SUB FROM 1 BY 1
                       UNTIL WS-RFM-SUB > WS-RFM-COUNT
                   WRITE PROJECT-RECORD FROM WS-RFM-ENTRY(WS-RFM-SUB)
               END-PERFORM
               CLOSE PROJECT-FILE
           ELSE
               DISPLAY "Unable to write PROJECT.DAT - status "
                   WS-PROJECT-STATUS
           END-IF

           EXIT.

      * The project lines held for approval entry WS-SUB
       2194-SHOW-PROJECT-LINES.

           PERFORM VARYING WS-TPL-SUB FROM 1 BY 1
                   UNTIL WS-TPL-SUB > WS-TPL-COUNT
               IF WS-TPL-EMP-ID(WS-TPL-SUB) = WS-TSA-EMP-ID(WS-SUB)
                  AND WS-TPL-PERIOD(WS-TPL-SUB) =
                      WS-TSA-PERIOD(WS-SUB)
                   DISPLAY "    PROJECT " WS-TPL-PROJECT(WS-TPL-SUB)
                       " REG " WS-TPL-REG(WS-TPL-SUB)
                       " OT " WS-TPL-OT(WS-TPL-SUB)
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Load the project master into the lookup table
      * ----------------------------------------------------------------
       2195-LOAD-PROJECT-TABLE.

           MOVE ZERO TO WS-PRJ-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT PROJECT-FILE
           IF WS-PROJECT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PROJECT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE PROJECT-FILE
                   NOT AT END
                       IF WS-PRJ-COUNT < 500
                           ADD 1 TO WS-PRJ-COUNT
                           MOVE PRJ-CODE TO WS-PRJ-CODE(WS-PRJ-COUNT)
                           MOVE PRJ-NAME TO WS-PRJ-NAME(WS-PRJ-COUNT)
                           MOVE PRJ-COST-CENTER TO
                               WS-PRJ-CC(WS-PRJ-COUNT)
                           MOVE PRJ-TYPE TO WS-PRJ-TYPE(WS-PRJ-COUNT)
                           MOVE PRJ-STATUS TO
                               WS-PRJ-STATUS(WS-PRJ-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * Find WS-PRJ-WANTED - WS-PRJ-SUB out, zero when not on file
       2196-FIND-PROJECT.

           MOVE ZERO TO WS-PRJ-SUB
           PERFORM VARYING WS-PRJ-SCAN FROM 1 BY 1
                   UNTIL WS-PRJ-SCAN > WS-PRJ-COUNT
               IF WS-PRJ-CODE(WS-PRJ-SCAN) = WS-PRJ-WANTED
                   MOVE WS-PRJ-SCAN TO WS-PRJ-SUB
                   MOVE WS-PRJ-COUNT TO WS-PRJ-SCAN
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Load TSPROJ.DAT - every line when WS-TPL-SEL-PERIOD is zero,
      * otherwise that period's only.  WS-TPL-FULL is set when lines
      * had to be left out, so the file is never written back short.
      * ----------------------------------------------------------------
       2197-LOAD-TSPROJ-TABLE.

           MOVE ZERO TO WS-TPL-COUNT
           MOVE 'N' TO WS-TPL-FULL
           MOVE 'N' TO WS-EOF
           OPEN INPUT TSPROJ-FILE
           IF WS-TSPROJ-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TSPROJ-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE TSPROJ-FILE
                   NOT AT END
                       IF WS-TPL-SEL-PERIOD = ZERO
                          OR TPL-PERIOD-END = WS-TPL-SEL-PERIOD
                           IF WS-TPL-COUNT < 5000
                               ADD 1 TO WS-TPL-COUNT
                               MOVE TPL-EMP-ID TO
                                   WS-TPL-EMP-ID(WS-TPL-COUNT)
                               MOVE TPL-PERIOD-END TO
                                   WS-TPL-PERIOD(WS-TPL-COUNT)
                               MOVE TPL-PROJECT TO
                                   WS-TPL-PROJECT(WS-TPL-COUNT)
                               MOVE TPL-REG-HOURS TO
                                   WS-TPL-REG(WS-TPL-COUNT)
                               MOVE TPL-OT-HOURS TO
                                   WS-TPL-OT(WS-TPL-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-TPL-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * The supervisor rekeys the project lines for approval entry
      * WS-SUB.  Lines may not carry more regular or overtime hours
      * than the timesheet, and only open projects take new time.
      * ----------------------------------------------------------------
       2198-KEY-PROJECT-LINES.

           IF WS-TPL-FULL = 'Y'
               DISPLAY "  Too many project lines on file to change "
                   "them here."
           ELSE
               MOVE ZERO TO WS-TPL-KEEP
               PERFORM VARYING WS-TPL-SUB FROM 1 BY 1
                       UNTIL WS-TPL-SUB > WS-TPL-COUNT
                   IF WS-TPL-EMP-ID(WS-TPL-SUB) =
                          WS-TSA-EMP-ID(WS-SUB)
                      AND WS-TPL-PERIOD(WS-TPL-SUB) =
                          WS-TSA-PERIOD(WS-SUB)
                       MOVE 'Y' TO WS-TPL-CHANGED
                   ELSE
                       ADD 1 TO WS-TPL-KEEP
                       MOVE WS-TPL-ENTRY(WS-TPL-SUB) TO
                           WS-TPL-ENTRY(WS-TPL-KEEP)
                   END-IF
               END-PERFORM
               MOVE WS-TPL-KEEP TO WS-TPL-COUNT

               MOVE ZERO TO WS-TPL-REG-SUM
               MOVE ZERO TO WS-TPL-OT-SUM
               MOVE 'N' TO WS-TPL-DONE
               PERFORM UNTIL WS-TPL-DONE = 'Y'
                   DISPLAY "  Project or work order (blank = done): "
                   ACCEPT WS-PRJ-WANTED
                   IF WS-PRJ-WANTED = SPACES
                       MOVE 'Y' TO WS-TPL-DONE
                   ELSE
                       PERFORM 2196-FIND-PROJECT
                       IF WS-PRJ-SUB = ZERO
                           DISPLAY "  Not a project on file: "
                               WS-PRJ-WANTED
                       ELSE
                       IF WS-PRJ-STATUS(WS-PRJ-SUB) NOT = 'O'
                           DISPLAY "  Project " WS-PRJ-WANTED
                               " is closed to new time."
                       ELSE
                           DISPLAY "  Regular hours on it: "
                           ACCEPT WS-TPL-REG-IN
                           DISPLAY "  Overtime hours on it: "
                           ACCEPT WS-TPL-OT-IN
                           IF WS-TPL-REG-SUM + WS-TPL-REG-IN >
                                  WS-TSA-REG(WS-SUB)
                              OR WS-TPL-OT-SUM + WS-TPL-OT-IN >
                                  WS-TSA-OT(WS-SUB)
                               DISPLAY "  More hours than the "
                                   "timesheet carries - line not "
                                   "taken."
                           ELSE
                           IF WS-TPL-COUNT >= 5000
                               DISPLAY "  Project line table full "
                                   "- line not taken."
                           ELSE
                               IF WS-TPL-REG-IN > ZERO
                                  OR WS-TPL-OT-IN > ZERO
                                   ADD 1 TO WS-TPL-COUNT
                                   MOVE WS-TSA-EMP-ID(WS-SUB) TO
                                       WS-TPL-EMP-ID(WS-TPL-COUNT)
                                   MOVE WS-TSA-PERIOD(WS-SUB) TO
                                       WS-TPL-PERIOD(WS-TPL-COUNT)
                                   MOVE WS-PRJ-WANTED TO
                                       WS-TPL-PROJECT(WS-TPL-COUNT)
                                   MOVE WS-TPL-REG-IN TO
                                       WS-TPL-REG(WS-TPL-COUNT)
                                   MOVE WS-TPL-OT-IN TO
                                       WS-TPL-OT(WS-TPL-COUNT)
                                   ADD WS-TPL-REG-IN TO WS-TPL-REG-SUM
                                   ADD WS-TPL-OT-IN TO WS-TPL-OT-SUM
                                   MOVE 'Y' TO WS-TPL-CHANGED
                               END-IF
                           END-IF
                           END-IF
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Write the project lines back with the supervisor's changes
      * ----------------------------------------------------------------
       2199-REWRITE-TSPROJ.

           OPEN OUTPUT TSPROJ-FILE
           IF WS-TSPROJ-STATUS = '00'
               PERFORM VARYING WS-TPL-SUB FROM 1 BY 1
                       UNTIL WS-TPL-SUB > WS-TPL-COUNT
                   MOVE SPACES TO TSPROJ-RECORD
                   MOVE WS-TPL-EMP-ID(WS-TPL-SUB) TO TPL-EMP-ID
                   MOVE WS-TPL-PERIOD(WS-TPL-SUB) TO TPL-PERIOD-END
                   MOVE WS-TPL-PROJECT(WS-TPL-SUB) TO TPL-PROJECT
                   MOVE WS-TPL-REG(WS-TPL-SUB) TO TPL-REG-HOURS
                   MOVE WS-TPL-OT(WS-TPL-SUB) TO TPL-OT-HOURS
                   WRITE TSPROJ-RECORD
               END-PERFORM
               CLOSE TSPROJ-FILE
           ELSE
               DISPLAY "Unable to write TSPROJ.DAT - status "
                   WS-TSPROJ-STATUS
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Expense claims - keying, and approval by someone other than
      * the operator who keyed the claim.  Approved claims are paid
      * with the next pay run.
      * ----------------------------------------------------------------
       2150-EXPENSE-CLAIMS.

           DISPLAY "(K)ey a claim or (A)pprove pending claims: "
           ACCEPT WS-ANSWER

           PERFORM 2155-LOAD-CLAIM-TABLE
           MOVE 'N' TO WS-ECL-CHANGED

           EVALUATE WS-ANSWER
               WHEN 'K'
               WHEN 'k'
                   PERFORM 2160-KEY-EXPENSE-CLAIM
               WHEN 'A'
               WHEN 'a'
                   PERFORM 2165-APPROVE-EXPENSE-CLAIMS
               WHEN OTHER
                   DISPLAY "No action taken."
           END-EVALUATE

           IF WS-ECL-CHANGED = 'Y'
               PERFORM 2170-REWRITE-CLAIMS
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Load every expense claim
      * ----------------------------------------------------------------
       2155-LOAD-CLAIM-TABLE.

           MOVE ZERO TO WS-ECL-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT EXPCLAIM-FILE
           IF WS-EXPCLAIM-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ EXPCLAIM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE EXPCLAIM-FILE
                   NOT AT END
                       IF WS-ECL-COUNT < 3000
                           ADD 1 TO WS-ECL-COUNT
                           MOVE ECL-EMP-ID TO
                               WS-ECL-T-EMP-ID(WS-ECL-COUNT)
                           MOVE ECL-CLAIM-NO TO
                               WS-ECL-T-CLAIM-NO(WS-ECL-COUNT)
                           MOVE ECL-CLAIM-DATE TO
                               WS-ECL-T-DATE(WS-ECL-COUNT)
                           MOVE ECL-CATEGORY TO
                               WS-ECL-T-CATEGORY(WS-ECL-COUNT)
                           MOVE ECL-AMOUNT TO
                               WS-ECL-T-AMOUNT(WS-ECL-COUNT)
                           MOVE ECL-STATUS TO
                               WS-ECL-T-STATUS(WS-ECL-COUNT)
                           MOVE ECL-KEYED-BY TO
                               WS-ECL-T-KEYED-BY(WS-ECL-COUNT)
                           MOVE ECL-APPROVER TO
                               WS-ECL-T-APPROVER(WS-ECL-COUNT)
                           MOVE ECL-PAID-PE TO
                               WS-ECL-T-PAID-PE(WS-ECL-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Key one claim against a current employee as pending
      * ----------------------------------------------------------------
       2160-KEY-EXPENSE-CLAIM.

           DISPLAY "Employee ID: "
           ACCEPT WS-TARGET-ID
           DISPLAY "Claim date (YYYYMMDD): "
           ACCEPT WS-ECL-NEW-DATE
           DISPLAY "Category (TRVL, MEAL, LODG, MILE ...): "
           ACCEPT WS-ECL-NEW-CAT
           DISPLAY "Amount: "
           ACCEPT WS-ECL-NEW-AMT

           MOVE 'N' TO WS-FOUND
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS = '00'
               MOVE WS-TARGET-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMP-STATUS NOT = 'T'
                           MOVE 'Y' TO WS-FOUND
                       END-IF
               END-READ
               CLOSE EMP-FILE
           END-IF

           MOVE WS-ECL-NEW-DATE TO WS-WORK-DATE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE 'N' TO WS-ECL-CHANGED
           IF WS-FOUND NOT = 'Y'
               DISPLAY "No current employee " WS-TARGET-ID
                   " - claim not keyed."
           ELSE
               IF WS-WD-MONTH < 1 OR WS-WD-MONTH > 12
                  OR WS-WD-DAY < 1 OR WS-WD-DAY > 31
                  OR WS-ECL-NEW-DATE > WS-TODAY
                   DISPLAY "Claim date is not valid - claim not "
                       "keyed."
               ELSE
                   IF WS-ECL-NEW-CAT = SPACES
                      OR WS-ECL-NEW-AMT = ZERO
                       DISPLAY "Category and amount are required "
                           "- claim not keyed."
                   ELSE
                       IF WS-ECL-COUNT >= 3000
                           DISPLAY "Claim file full - claim not "
                               "keyed."
                       ELSE
                           MOVE 'Y' TO WS-ECL-CHANGED
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-ECL-CHANGED = 'Y'
               MOVE ZERO TO WS-ECL-NEXT-NO
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-ECL-COUNT
                   IF WS-ECL-T-CLAIM-NO(WS-SUB) > WS-ECL-NEXT-NO
                       MOVE WS-ECL-T-CLAIM-NO(WS-SUB) TO
                           WS-ECL-NEXT-NO
                   END-IF
               END-PERFORM
               ADD 1 TO WS-ECL-NEXT-NO
               ADD 1 TO WS-ECL-COUNT
               MOVE WS-TARGET-ID TO WS-ECL-T-EMP-ID(WS-ECL-COUNT)
               MOVE WS-ECL-NEXT-NO TO
                   WS-ECL-T-CLAIM-NO(WS-ECL-COUNT)
               MOVE WS-ECL-NEW-DATE TO WS-ECL-T-DATE(WS-ECL-COUNT)
               MOVE WS-ECL-NEW-CAT TO
                   WS-ECL-T-CATEGORY(WS-ECL-COUNT)
               MOVE WS-ECL-NEW-AMT TO
                   WS-ECL-T-AMOUNT(WS-ECL-COUNT)
               MOVE 'P' TO WS-ECL-T-STATUS(WS-ECL-COUNT)
               MOVE WS-OPERATOR-ID TO
                   WS-ECL-T-KEYED-BY(WS-ECL-COUNT)
               MOVE SPACES TO WS-ECL-T-APPROVER(WS-ECL-COUNT)
               MOVE ZERO TO WS-ECL-T-PAID-PE(WS-ECL-COUNT)
               MOVE WS-ECL-COUNT TO WS-SUB
               MOVE 'EXPKEY' TO WS-AUD-ACTION
               PERFORM 2175-AUDIT-CLAIM
               DISPLAY "Claim " WS-ECL-NEXT-NO " keyed - pending "
                   "approval."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Walk the pending claims and take approve/reject on each
      * ----------------------------------------------------------------
       2165-APPROVE-EXPENSE-CLAIMS.

           MOVE ZERO TO WS-ECL-SHOWN
           OPEN INPUT EMP-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ECL-COUNT
               IF WS-ECL-T-STATUS(WS-SUB) = 'P'
                   ADD 1 TO WS-ECL-SHOWN
                   MOVE SPACES TO EMP-NAME
                   MOVE WS-ECL-T-EMP-ID(WS-SUB) TO EMP-ID
                   READ EMP-FILE
                       INVALID KEY
                           MOVE '** NOT ON FILE **' TO EMP-NAME
                   END-READ
                   MOVE WS-ECL-T-AMOUNT(WS-SUB) TO WS-EDIT-AMOUNT
                   DISPLAY "Claim " WS-ECL-T-CLAIM-NO(WS-SUB) " "
                       WS-ECL-T-EMP-ID(WS-SUB) " " EMP-NAME
                   DISPLAY "  " WS-ECL-T-DATE(WS-SUB) " "
                       WS-ECL-T-CATEGORY(WS-SUB) " " WS-EDIT-AMOUNT
                       " keyed by " WS-ECL-T-KEYED-BY(WS-SUB)
                   IF WS-ECL-T-KEYED-BY(WS-SUB) = WS-OPERATOR-ID
                       DISPLAY "  Keyed by you - another operator "
                           "must approve it."
                   ELSE
                       DISPLAY "  (A)pprove (R)eject (S)kip: "
                       ACCEPT WS-ANSWER
                       EVALUATE WS-ANSWER
                           WHEN 'A'
                           WHEN 'a'
                               MOVE 'A' TO WS-ECL-T-STATUS(WS-SUB)
                               MOVE WS-OPERATOR-ID TO
                                   WS-ECL-T-APPROVER(WS-SUB)
                               MOVE 'Y' TO WS-ECL-CHANGED
                               MOVE 'EXPAPP' TO WS-AUD-ACTION
                               PERFORM 2175-AUDIT-CLAIM
                           WHEN 'R'
                           WHEN 'r'
                               MOVE 'R' TO WS-ECL-T-STATUS(WS-SUB)
                               MOVE WS-OPERATOR-ID TO
                                   WS-ECL-T-APPROVER(WS-SUB)
                               MOVE 'Y' TO WS-ECL-CHANGED
                               MOVE 'EXPREJ' TO WS-AUD-ACTION
                               PERFORM 2175-AUDIT-CLAIM
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE EMP-FILE

           IF WS-ECL-SHOWN = ZERO
               DISPLAY "No claims pending approval."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Write the claim file back from the table
      * ----------------------------------------------------------------
       2170-REWRITE-CLAIMS.

           OPEN OUTPUT EXPCLAIM-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ECL-COUNT
               MOVE WS-ECL-T-EMP-ID(WS-SUB) TO ECL-EMP-ID
               MOVE WS-ECL-T-CLAIM-NO(WS-SUB) TO ECL-CLAIM-NO
               MOVE WS-ECL-T-DATE(WS-SUB) TO ECL-CLAIM-DATE
               MOVE WS-ECL-T-CATEGORY(WS-SUB) TO ECL-CATEGORY
               MOVE WS-ECL-T-AMOUNT(WS-SUB) TO ECL-AMOUNT
               MOVE WS-ECL-T-STATUS(WS-SUB) TO ECL-STATUS
               MOVE WS-ECL-T-KEYED-BY(WS-SUB) TO ECL-KEYED-BY
               MOVE WS-ECL-T-APPROVER(WS-SUB) TO ECL-APPROVER
               MOVE WS-ECL-T-PAID-PE(WS-SUB) TO ECL-PAID-PE
               MOVE SPACES TO EXPCLAIM-RECORD(58:10)
               WRITE EXPCLAIM-RECORD
           END-PERFORM
           CLOSE EXPCLAIM-FILE

           EXIT.

      * ----------------------------------------------------------------
      * Audit trail for the claim at WS-SUB - the caller sets
      * WS-AUD-ACTION
      * ----------------------------------------------------------------
       2175-AUDIT-CLAIM.

           MOVE WS-ECL-T-EMP-ID(WS-SUB) TO WS-AUD-EMP-ID
           MOVE SPACES TO WS-AUD-BEFORE-NAME
           STRING 'CLAIM ' DELIMITED BY SIZE
                  WS-ECL-T-CLAIM-NO(WS-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ECL-T-CATEGORY(WS-SUB) DELIMITED BY SIZE
               INTO WS-AUD-BEFORE-NAME
           END-STRING
           MOVE SPACES TO WS-AUD-BEFORE-DEPT
           MOVE ZERO TO WS-AUD-BEFORE-SAL
           MOVE SPACE TO WS-AUD-BEFORE-STAT
           MOVE WS-AUD-BEFORE-NAME TO WS-AUD-AFTER-NAME
           MOVE SPACES TO WS-AUD-AFTER-DEPT
           MOVE WS-ECL-T-AMOUNT(WS-SUB) TO WS-AUD-AFTER-SAL
           MOVE WS-ECL-T-STATUS(WS-SUB) TO WS-AUD-AFTER-STAT
           PERFORM 8500-WRITE-AUDIT-RECORD

           EXIT.

      * ----------------------------------------------------------------
      * Apply pending changes whose effective date has arrived, then
      * rewrite the queue without the applied rows
      * ----------------------------------------------------------------
       2070-APPLY-PENDING-CHANGES.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE ZERO TO WS-PND-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = '00'
               DISPLAY "No pending changes on file."
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ PENDING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE PENDING-FILE
                   NOT AT END
                       IF WS-PND-COUNT < 500
                           ADD 1 TO WS-PND-COUNT
                           MOVE PND-EMP-ID TO
                               WS-PND-T-EMP-ID(WS-PND-COUNT)
                           MOVE PND-EFF-DATE TO
                               WS-PND-T-EFF-DATE(WS-PND-COUNT)
                           MOVE PND-TYPE TO
                               WS-PND-T-TYPE(WS-PND-COUNT)
                           MOVE PND-NEW-SALARY TO
                               WS-PND-T-SALARY(WS-PND-COUNT)
                           MOVE PND-NEW-DEPT TO
                               WS-PND-T-DEPT(WS-PND-COUNT)
                           MOVE 'N' TO
                               WS-PND-T-APPLIED(WS-PND-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-PND-COUNT > ZERO
               OPEN I-O EMP-FILE
               IF WS-EMP-STATUS NOT = '00'
                   DISPLAY "Unable to open employee file - status "
                       WS-EMP-STATUS
               ELSE
                   PERFORM VARYING WS-SUB-3 FROM 1 BY 1
                           UNTIL WS-SUB-3 > WS-PND-COUNT
                       IF WS-PND-T-EFF-DATE(WS-SUB-3) <= WS-TODAY
                           PERFORM 2075-APPLY-ONE-PENDING
                       END-IF
                   END-PERFORM
                   CLOSE EMP-FILE

                   OPEN OUTPUT PENDING-FILE
                   PERFORM VARYING WS-SUB-3 FROM 1 BY 1
                           UNTIL WS-SUB-3 > WS-PND-COUNT
                       IF WS-PND-T-APPLIED(WS-SUB-3) = 'N'
                           MOVE WS-PND-T-EMP-ID(WS-SUB-3) TO
                               PND-EMP-ID
                           MOVE WS-PND-T-EFF-DATE(WS-SUB-3) TO
                               PND-EFF-DATE
                           MOVE WS-PND-T-TYPE(WS-SUB-3) TO
                               PND-TYPE
                           MOVE WS-PND-T-SALARY(WS-SUB-3) TO
                               PND-NEW-SALARY
                           MOVE WS-PND-T-DEPT(WS-SUB-3) TO
                               PND-NEW-DEPT
                           MOVE SPACES TO PENDING-RECORD(51:10)
                           WRITE PENDING-RECORD
                       END-IF
                   END-PERFORM
                   CLOSE PENDING-FILE
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Apply the pending change at WS-SUB-3 - EMP-FILE is open I-O
      * ----------------------------------------------------------------
       2075-APPLY-ONE-PENDING.

           IF WS-PND-T-EFF-DATE(WS-SUB-3) <= WS-MAX-CLOSED-PE
               MOVE 'PENDING' TO WS-RJW-SOURCE
               MOVE 'EFFECTIVE IN CLOSED PERIOD' TO WS-RJW-REASON
               MOVE WS-PND-ENTRY(WS-SUB-3) TO WS-RJW-DATA
               PERFORM 8690-WRITE-REJECT
               MOVE 'Y' TO WS-PND-T-APPLIED(WS-SUB-3)
           ELSE
               PERFORM 2076-APPLY-PENDING-BODY
           END-IF

           EXIT.

       2076-APPLY-PENDING-BODY.

           MOVE 'N' TO WS-FOUND
           MOVE WS-PND-T-EMP-ID(WS-SUB-3) TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   MOVE 'PENDING' TO WS-RJW-SOURCE
                   MOVE 'EMPLOYEE NOT ON MASTER' TO WS-RJW-REASON
                   MOVE WS-PND-ENTRY(WS-SUB-3) TO WS-RJW-DATA
                   PERFORM 8690-WRITE-REJECT
                   MOVE 'Y' TO WS-PND-T-APPLIED(WS-SUB-3)
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ

           IF WS-FOUND = 'Y'
               MOVE EMP-NAME TO WS-OLD-NAME
               MOVE EMP-DEPARTMENT TO WS-OLD-DEPT
               MOVE EMP-SALARY TO WS-OLD-SALARY
               MOVE EMP-STATUS TO WS-OLD-STATUS

               MOVE 'Y' TO WS-TRANSITION-OK
               IF WS-PND-T-TYPE(WS-SUB-3) = 'SALARY'
                   MOVE WS-PND-T-SALARY(WS-SUB-3) TO EMP-SALARY
               ELSE
                   MOVE WS-PND-T-DEPT(WS-SUB-3) TO EMP-DEPARTMENT
               END-IF
      * A transfer waits on file until the new department has a seat
               IF EMP-DEPARTMENT NOT = WS-OLD-DEPT
                   PERFORM 1190-LOAD-POSITION-TABLE
                   MOVE ZERO TO WS-POS-WANTED
                   PERFORM 1192-FIND-OPEN-POSITION
                   IF WS-POS-SUB = ZERO
                       MOVE 'N' TO WS-TRANSITION-OK
                       DISPLAY "Transfer of " EMP-ID " held - "
                           WS-POS-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-FOUND = 'Y' AND WS-TRANSITION-OK = 'Y'
               REWRITE EMP-RECORD
                   INVALID KEY
                       DISPLAY "Pending rewrite failed for "
                           EMP-ID
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PND-T-APPLIED(WS-SUB-3)
                       MOVE 'PENDAP' TO WS-AUD-ACTION
                       MOVE EMP-ID TO WS-AUD-EMP-ID
                       MOVE WS-OLD-NAME TO WS-AUD-BEFORE-NAME
                       MOVE WS-OLD-DEPT TO WS-AUD-BEFORE-DEPT
                       MOVE WS-OLD-SALARY TO WS-AUD-BEFORE-SAL
                       MOVE WS-OLD-STATUS TO WS-AUD-BEFORE-STAT
                       MOVE EMP-NAME TO WS-AUD-AFTER-NAME
                       MOVE EMP-DEPARTMENT TO WS-AUD-AFTER-DEPT
                       MOVE EMP-SALARY TO WS-AUD-AFTER-SAL
                       MOVE EMP-STATUS TO WS-AUD-AFTER-STAT
                       PERFORM 8500-WRITE-AUDIT-RECORD
                       IF EMP-SALARY NOT = WS-OLD-SALARY
                           MOVE EMP-ID TO WS-SHW-EMP-ID
                           MOVE WS-PND-T-EFF-DATE(WS-SUB-3) TO
                               WS-SHW-EFF-DATE
                           MOVE WS-OLD-SALARY TO WS-SHW-OLD-SAL
                           MOVE EMP-SALARY TO WS-SHW-NEW-SAL
                           MOVE 'PENDING' TO WS-SHW-REASON
                           PERFORM 8570-WRITE-SALHIST
                       END-IF
                       IF EMP-DEPARTMENT NOT = WS-OLD-DEPT
                           MOVE 'XFER' TO WS-EH-EVENT
                           PERFORM 8560-WRITE-EMP-HISTORY
                           PERFORM 1197-TRANSFER-POSITION
                       END-IF
               END-REWRITE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Take TRXLOCK.DAT so the quick tool cannot queue onto
      * TRANS.DAT while the batch is checked and applied.  A
      * same-day lock means the quick tool is writing the file and
      * the batch is held; a prior-day one is stale and taken over.
      * ----------------------------------------------------------------
       2396-TAKE-TRANS-LOCK.

           MOVE 'Y' TO WS-TXL-OK
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN INPUT TRXLOCK-FILE
           IF WS-TRXLOCK-STATUS = '00'
               READ TRXLOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TXL-STATE = 'LOCKED'
                           IF TXL-DATE = WS-TODAY
                               MOVE 'N' TO WS-TXL-OK
                               DISPLAY "TRANS.DAT is being updated "
                                   "by another session - "
                                   "transaction batch held."
                           ELSE
                               DISPLAY "Stale TRANS.DAT lock from "
                                   TXL-DATE " - taking over."
                           END-IF
                       END-IF
               END-READ
               CLOSE TRXLOCK-FILE
           END-IF

           IF WS-TXL-OK = 'Y'
               OPEN OUTPUT TRXLOCK-FILE
               MOVE 'LOCKED' TO TXL-STATE
               MOVE WS-TODAY TO TXL-DATE
               ACCEPT TXL-TIME FROM TIME
               WRITE TRXLOCK-RECORD
               CLOSE TRXLOCK-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Release the TRANS.DAT lock
      * ----------------------------------------------------------------
       2397-RELEASE-TRANS-LOCK.

           OPEN OUTPUT TRXLOCK-FILE
           IF WS-TRXLOCK-STATUS = '00'
               MOVE 'FREE' TO TXL-STATE
               ACCEPT TXL-DATE FROM DATE YYYYMMDD
               ACCEPT TXL-TIME FROM TIME
               WRITE TRXLOCK-RECORD
               CLOSE TRXLOCK-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Transaction batch - balance the control trailer first, then
      * apply
      * ----------------------------------------------------------------
       2400-PROCESS-TRANSACTIONS.

           PERFORM 2396-TAKE-TRANS-LOCK
           IF WS-TXL-OK = 'Y'
               PERFORM 2405-VERIFY-TRANS-CONTROLS
               IF WS-TRX-CTL-OK = 'Y'
                   IF WS-TRX-FILE-ID = SPACES
                       DISPLAY "WARNING: TRANS.DAT carries no "
                           "file-id envelope - duplicate runs "
                           "cannot be detected."
                       PERFORM 2402-APPLY-TRANS-FILE
                   ELSE
                       MOVE WS-TRX-FILE-ID TO WS-FRG-ID
                       MOVE 'TRANS' TO WS-FRG-SOURCE
                       PERFORM 9690-CHECK-FILE-REGISTRY
                       IF WS-FRG-SEEN = 'Y'
                           DISPLAY "STOP: transaction file "
                               WS-TRX-FILE-ID " was already "
                               "processed - batch refused."
                       ELSE
                           PERFORM 2402-APPLY-TRANS-FILE
                           PERFORM 9695-RECORD-FILE-PROCESSED
                       END-IF
                   END-IF
               END-IF
               PERFORM 2397-RELEASE-TRANS-LOCK
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Count the detail rows and total the salary amounts, then
      * match them against the T trailer
      * ----------------------------------------------------------------
       2405-VERIFY-TRANS-CONTROLS.

           MOVE 'N' TO WS-TRX-CTL-OK
           MOVE 'N' TO WS-TRX-TRL-SEEN
           MOVE SPACES TO WS-TRX-FILE-ID
           MOVE ZERO TO WS-TRX-REC-COUNT
           MOVE ZERO TO WS-TRX-AMT-TOTAL
           MOVE 'N' TO WS-EOF

           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = '00'
               DISPLAY "No transaction file."
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE TRANS-FILE
                   NOT AT END
                       EVALUATE TRX-REC-TYPE
                           WHEN 'H'
                               MOVE TRX-FILE-ID TO
                                   WS-TRX-FILE-ID
                           WHEN 'D'
                               ADD 1 TO WS-TRX-REC-COUNT
                               ADD TRX-NEW-SALARY TO
                                   WS-TRX-AMT-TOTAL
                           WHEN 'T'
                               MOVE 'Y' TO WS-TRX-TRL-SEEN
                               IF TRX-TRL-COUNT = WS-TRX-REC-COUNT
                                  AND TRX-TRL-AMOUNT =
                                      WS-TRX-AMT-TOTAL
                                   MOVE 'Y' TO WS-TRX-CTL-OK
                               ELSE
                                   DISPLAY "TRANS.DAT controls do "
                                       "not balance - batch held."
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM

           IF WS-TRX-TRL-SEEN = 'N' AND WS-TRX-REC-COUNT > ZERO
               DISPLAY "TRANS.DAT has no control trailer - "
                   "batch held."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Apply the balanced transaction batch to the master
      * ----------------------------------------------------------------
       2402-APPLY-TRANS-FILE.

           MOVE ZERO TO WS-TRX-APPLIED
           MOVE ZERO TO WS-TRX-REJECTED
           PERFORM 1190-LOAD-POSITION-TABLE
           MOVE 'N' TO WS-EOF

           MOVE ZERO TO WS-TJR-SEQ-NO
           MOVE 'N' TO WS-TJR-OPEN
           OPEN OUTPUT TRXJRNL-FILE
           IF WS-TRXJRNL-STATUS = '00'
               MOVE 'Y' TO WS-TJR-OPEN
               MOVE ZERO TO TJR-SEQ
               MOVE 'START' TO TJR-TYPE
               MOVE ZERO TO TJR-EMP-ID
               MOVE SPACES TO TJR-BEFORE
               MOVE SPACES TO TJR-AFTER
               WRITE TRXJRNL-RECORD
           END-IF

           OPEN INPUT TRANS-FILE
           OPEN I-O EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "Unable to open employee file - status "
                   WS-EMP-STATUS
               MOVE 'Y' TO WS-EOF
               CLOSE TRANS-FILE
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE TRANS-FILE
                       CLOSE EMP-FILE
                   NOT AT END
                       IF TRX-REC-TYPE = 'D'
                           PERFORM 2410-APPLY-ONE-TRANS
                       END-IF
               END-READ
           END-PERFORM

           IF WS-TJR-OPEN = 'Y'
               ADD 1 TO WS-TJR-SEQ-NO
               MOVE WS-TJR-SEQ-NO TO TJR-SEQ
               MOVE 'END' TO TJR-TYPE
               MOVE ZERO TO TJR-EMP-ID
               MOVE SPACES TO TJR-BEFORE
               MOVE SPACES TO TJR-AFTER
               WRITE TRXJRNL-RECORD
               CLOSE TRXJRNL-FILE
               MOVE 'N' TO WS-TJR-OPEN
           END-IF

           DISPLAY "Transactions applied: " WS-TRX-APPLIED
               " rejected: " WS-TRX-REJECTED

           EXIT.

      * ----------------------------------------------------------------
      * Apply the transaction in TRANS-RECORD - EMP-FILE is open I-O
      * ----------------------------------------------------------------
       2410-APPLY-ONE-TRANS.

           IF TRX-EFF-DATE > ZERO
              AND TRX-EFF-DATE <= WS-MAX-CLOSED-PE
               ADD 1 TO WS-TRX-REJECTED
               MOVE 'TRANS' TO WS-RJW-SOURCE
               MOVE 'EFFECTIVE IN CLOSED PERIOD' TO WS-RJW-REASON
               MOVE TRANS-RECORD TO WS-RJW-DATA
               PERFORM 8690-WRITE-REJECT
               MOVE 'N' TO WS-TRANSITION-OK
           ELSE
               IF TRX-ACTION = 'ADD'
                   PERFORM 2414-APPLY-TRANS-ADD
               ELSE
                   PERFORM 2412-APPLY-TRANS-BODY
               END-IF
           END-IF

           EXIT.

       2412-APPLY-TRANS-BODY.

           MOVE SPACES TO WS-RJW-REASON
           MOVE 'N' TO WS-FOUND
           MOVE TRX-EMP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   ADD 1 TO WS-TRX-REJECTED
                   MOVE 'TRANS' TO WS-RJW-SOURCE
                   MOVE 'EMPLOYEE NOT ON MASTER' TO WS-RJW-REASON
                   MOVE TRANS-RECORD TO WS-RJW-DATA
                   PERFORM 8690-WRITE-REJECT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ

           IF WS-FOUND = 'Y'
               MOVE EMP-RECORD TO WS-TJR-BEFORE
               MOVE EMP-NAME TO WS-OLD-NAME
               MOVE EMP-DEPARTMENT TO WS-OLD-DEPT
               MOVE EMP-SALARY TO WS-OLD-SALARY
               MOVE EMP-STATUS TO WS-OLD-STATUS
               MOVE 'Y' TO WS-TRANSITION-OK

               EVALUATE TRX-ACTION
                   WHEN 'SALARY'
                       MOVE TRX-NEW-SALARY TO EMP-SALARY
                   WHEN 'DEPT'
                       MOVE TRX-NEW-DEPT TO EMP-DEPARTMENT
                       IF EMP-DEPARTMENT NOT = WS-OLD-DEPT
                           MOVE ZERO TO WS-POS-WANTED
                           IF TRX-POSITION IS NUMERIC
                               MOVE TRX-POSITION TO WS-POS-WANTED
                           END-IF
                           PERFORM 1192-FIND-OPEN-POSITION
                           IF WS-POS-SUB = ZERO
                               MOVE 'N' TO WS-TRANSITION-OK
                               MOVE WS-POS-REASON TO WS-RJW-REASON
                           END-IF
                       END-IF
                   WHEN 'STATUS'
                       MOVE TRX-NEW-STATUS TO WS-NEW-STATUS
                       PERFORM 8565-CHECK-STATUS-TRANSITION
                       IF WS-TRANSITION-OK = 'Y'
                           MOVE TRX-NEW-STATUS TO EMP-STATUS
                       END-IF
                   WHEN 'NAME'
                       IF TRX-NEW-NAME = SPACES
                           MOVE 'N' TO WS-TRANSITION-OK
                           MOVE 'NO NEW NAME' TO WS-RJW-REASON
                       ELSE
                           MOVE TRX-NEW-NAME TO EMP-NAME
                       END-IF
                   WHEN 'DELETE'
                       PERFORM 2416-CHECK-TRANS-DELETE
                   WHEN OTHER
                       MOVE 'N' TO WS-TRANSITION-OK
                       MOVE 'UNKNOWN ACTION' TO WS-RJW-REASON
               END-EVALUATE

               IF WS-TRANSITION-OK = 'Y'
                   REWRITE EMP-RECORD
                       INVALID KEY
                           ADD 1 TO WS-TRX-REJECTED
                       NOT INVALID KEY
                           ADD 1 TO WS-TRX-APPLIED
                           IF WS-TJR-OPEN = 'Y'
                               ADD 1 TO WS-TJR-SEQ-NO
                               MOVE WS-TJR-SEQ-NO TO TJR-SEQ
                               MOVE 'TRX' TO TJR-TYPE
                               MOVE EMP-ID TO TJR-EMP-ID
                               MOVE WS-TJR-BEFORE TO TJR-BEFORE
                               MOVE EMP-RECORD TO TJR-AFTER
                               WRITE TRXJRNL-RECORD
                           END-IF
                           MOVE 'TRANS' TO WS-AUD-ACTION
                           MOVE EMP-ID TO WS-AUD-EMP-ID
                           MOVE WS-OLD-NAME TO WS-AUD-BEFORE-NAME
                           MOVE WS-OLD-DEPT TO WS-AUD-BEFORE-DEPT
                           MOVE WS-OLD-SALARY TO WS-AUD-BEFORE-SAL
                           MOVE WS-OLD-STATUS TO WS-AUD-BEFORE-STAT
                           MOVE EMP-NAME TO WS-AUD-AFTER-NAME
                           MOVE EMP-DEPARTMENT TO
                               WS-AUD-AFTER-DEPT
                           MOVE EMP-SALARY TO WS-AUD-AFTER-SAL
                           MOVE EMP-STATUS TO WS-AUD-AFTER-STAT
                           PERFORM 8500-WRITE-AUDIT-RECORD
                           IF EMP-SALARY NOT = WS-OLD-SALARY
                               MOVE EMP-ID TO WS-SHW-EMP-ID
                               MOVE TRX-EFF-DATE TO
                                   WS-SHW-EFF-DATE
                               MOVE WS-OLD-SALARY TO
                                   WS-SHW-OLD-SAL
                               MOVE EMP-SALARY TO WS-SHW-NEW-SAL
                               MOVE 'TRANS' TO WS-SHW-REASON
                               PERFORM 8570-WRITE-SALHIST
                           END-IF
                           IF EMP-STATUS NOT = WS-OLD-STATUS
                               MOVE 'STATUS' TO WS-EH-EVENT
                               PERFORM 8560-WRITE-EMP-HISTORY
                               IF EMP-STATUS = 'T'
                                   PERFORM 1196-VACATE-POSITION
                               END-IF
                           END-IF
                           IF EMP-DEPARTMENT NOT = WS-OLD-DEPT
                               MOVE 'XFER' TO WS-EH-EVENT
                               PERFORM 8560-WRITE-EMP-HISTORY
                               PERFORM 1197-TRANSFER-POSITION
                           END-IF
                           IF TRX-ACTION = 'DELETE'
                               PERFORM 1196-VACATE-POSITION
                           END-IF
                   END-REWRITE
               ELSE
                   ADD 1 TO WS-TRX-REJECTED
                   MOVE 'TRANS' TO WS-RJW-SOURCE
                   IF WS-RJW-REASON = SPACES
                       MOVE 'STATUS CHANGE NOT ALLOWED' TO
                           WS-RJW-REASON
                   END-IF
                   MOVE TRANS-RECORD TO WS-RJW-DATA
                   PERFORM 8690-WRITE-REJECT
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * A new employee from the transaction batch - the same edits
      * and position placement as the new-hire import.  A zero id
      * takes the next number.  The journal's before-image is the
      * record flagged deleted, so a rollback removes the hire the
      * way a delete would.
      * ----------------------------------------------------------------
       2414-APPLY-TRANS-ADD.

           MOVE SPACES TO WS-RJW-REASON
           IF TRX-NEW-NAME = SPACES OR TRX-NEW-DEPT = SPACES
              OR TRX-NEW-SALARY = ZERO
               MOVE 'INCOMPLETE NEW EMPLOYEE' TO WS-RJW-REASON
           END-IF
           IF WS-RJW-REASON = SPACES AND TRX-COMPANY = SPACES
               MOVE 'NO COMPANY FOR NEW EMPLOYEE' TO WS-RJW-REASON
           END-IF
           IF WS-RJW-REASON = SPACES AND TRX-EMP-ID > ZERO
               MOVE TRX-EMP-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'DUPLICATE EMPLOYEE ID' TO WS-RJW-REASON
               END-READ
           END-IF

           IF WS-RJW-REASON = SPACES
               MOVE SPACES TO EMP-RECORD
               IF TRX-EMP-ID = ZERO
                   PERFORM 9720-TAKE-NEXT-EMP-ID
                   MOVE WS-NEXT-EMP-ID TO EMP-ID
               ELSE
                   MOVE TRX-EMP-ID TO EMP-ID
               END-IF
               MOVE TRX-NEW-NAME TO EMP-NAME
               MOVE TRX-NEW-DEPT TO EMP-DEPARTMENT
               MOVE TRX-NEW-SALARY TO EMP-SALARY
               IF TRX-HIRE-DATE IS NUMERIC AND TRX-HIRE-DATE > ZERO
                   MOVE TRX-HIRE-DATE TO EMP-HIRE-DATE
               ELSE
                   MOVE TRX-EFF-DATE TO EMP-HIRE-DATE
               END-IF
               MOVE TRX-NEW-STATUS TO EMP-STATUS
               IF EMP-STATUS = SPACE
                   MOVE 'A' TO EMP-STATUS
               END-IF
               MOVE ZERO TO EMP-MANAGER-ID
               MOVE SPACE TO EMP-RATING
               MOVE SPACES TO EMP-CURRENCY
               MOVE TRX-PAY-FREQ TO EMP-PAY-FREQ
               IF EMP-PAY-FREQ NOT = 'W' AND EMP-PAY-FREQ NOT = 'B'
                   MOVE 'M' TO EMP-PAY-FREQ
               END-IF
               MOVE TRX-PAY-METHOD TO EMP-PAY-METHOD
               IF EMP-PAY-METHOD NOT = 'C'
                   MOVE 'D' TO EMP-PAY-METHOD
               END-IF
               MOVE TRX-COMPANY TO EMP-COMPANY
               MOVE SPACE TO EMP-DEL-FLAG
               MOVE ZERO TO EMP-DEL-DATE

               IF TRX-POSITION IS NUMERIC
                   MOVE TRX-POSITION TO WS-POS-WANTED
               ELSE
                   MOVE ZERO TO WS-POS-WANTED
               END-IF
               PERFORM 1192-FIND-OPEN-POSITION
               IF WS-POS-SUB = ZERO
                   MOVE WS-POS-REASON TO WS-RJW-REASON
               END-IF
           END-IF

           IF WS-RJW-REASON = SPACES
               WRITE EMP-RECORD
                   INVALID KEY
                       MOVE 'DUPLICATE EMPLOYEE ID' TO WS-RJW-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-TRX-APPLIED
                       IF WS-TJR-OPEN = 'Y'
                           MOVE EMP-RECORD TO WS-TJR-BEFORE
                           MOVE 'D' TO WS-TJR-BEFORE(95:1)
                           MOVE EMP-HIRE-DATE TO WS-TJR-BEFORE(96:8)
                           ADD 1 TO WS-TJR-SEQ-NO
                           MOVE WS-TJR-SEQ-NO TO TJR-SEQ
                           MOVE 'TRX' TO TJR-TYPE
                           MOVE EMP-ID TO TJR-EMP-ID
                           MOVE WS-TJR-BEFORE TO TJR-BEFORE
                           MOVE EMP-RECORD TO TJR-AFTER
                           WRITE TRXJRNL-RECORD
                       END-IF
                       MOVE 'ADD' TO WS-AUD-ACTION
                       MOVE EMP-ID TO WS-AUD-EMP-ID
                       MOVE SPACES TO WS-AUD-BEFORE-NAME
                       MOVE SPACES TO WS-AUD-BEFORE-DEPT
                       MOVE ZERO TO WS-AUD-BEFORE-SAL
                       MOVE SPACES TO WS-AUD-BEFORE-STAT
                       MOVE EMP-NAME TO WS-AUD-AFTER-NAME
                       MOVE EMP-DEPARTMENT TO WS-AUD-AFTER-DEPT
                       MOVE EMP-SALARY TO WS-AUD-AFTER-SAL
                       MOVE EMP-STATUS TO WS-AUD-AFTER-STAT
                       PERFORM 8500-WRITE-AUDIT-RECORD
                       MOVE SPACE TO WS-OLD-STATUS
                       MOVE 'HIRE' TO WS-EH-EVENT
                       PERFORM 8560-WRITE-EMP-HISTORY
                       PERFORM 1194-FILL-POSITION
               END-WRITE
           END-IF

           IF WS-RJW-REASON NOT = SPACES
               ADD 1 TO WS-TRX-REJECTED
               MOVE 'TRANS' TO WS-RJW-SOURCE
               MOVE TRANS-RECORD TO WS-RJW-DATA
               PERFORM 8690-WRITE-REJECT
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * A DELETE from the batch - the same reference checks as a
      * keyed delete, without the override; the employee in
      * EMP-RECORD is read back and flagged deleted-pending
      * ----------------------------------------------------------------
       2416-CHECK-TRANS-DELETE.

           IF EMP-DEL-FLAG = 'D'
               MOVE 'N' TO WS-TRANSITION-OK
               MOVE 'ALREADY DELETED' TO WS-RJW-REASON
           ELSE
               MOVE TRX-EMP-ID TO WS-TARGET-ID
               PERFORM 8310-CHECK-DELETE-REFS
               MOVE TRX-EMP-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-TRANSITION-OK
                       MOVE 'EMPLOYEE NOT ON MASTER' TO
                           WS-RJW-REASON
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               IF WS-REF-BLOCKED = 'Y'
                   MOVE 'N' TO WS-TRANSITION-OK
                   MOVE 'DELETE REFERENCES STILL OPEN' TO
                       WS-RJW-REASON
               END-IF
               IF WS-TRANSITION-OK = 'Y'
                   MOVE 'D' TO EMP-DEL-FLAG
                   ACCEPT EMP-DEL-DATE FROM DATE YYYYMMDD
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * An apply journal without an END row means the last
      * transaction batch died part way - flagged at sign-on the
      * way an interrupted processing run is
      * ----------------------------------------------------------------
       2450-CHECK-TRANS-JOURNAL.

           MOVE 'N' TO WS-TJR-INCOMPLETE
           MOVE 'N' TO WS-EOF-2

           OPEN INPUT TRXJRNL-FILE
           IF WS-TRXJRNL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           ELSE
               MOVE 'Y' TO WS-TJR-INCOMPLETE
           END-IF

           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ TRXJRNL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE TRXJRNL-FILE
                   NOT AT END
                       IF TJR-TYPE = 'END'
                           MOVE 'N' TO WS-TJR-INCOMPLETE
                       ELSE
                           IF TJR-TYPE = 'START'
                               MOVE 'Y' TO WS-TJR-INCOMPLETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-TJR-INCOMPLETE = 'Y'
               DISPLAY "WARNING: the last transaction batch did "
                   "not finish - consider the TRANS ROLLBACK "
                   "option."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Back the whole transaction batch out by restoring every
      * journaled before-image, newest first
      * ----------------------------------------------------------------
       2460-ROLLBACK-TRANS-BATCH.

           MOVE ZERO TO WS-RBK-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT TRXJRNL-FILE
           IF WS-TRXJRNL-STATUS NOT = '00'
               DISPLAY "No transaction journal on file."
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ TRXJRNL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE TRXJRNL-FILE
                   NOT AT END
                       IF TJR-TYPE = 'TRX'
                          AND WS-RBK-COUNT < 1000
                           ADD 1 TO WS-RBK-COUNT
                           MOVE TJR-EMP-ID TO
                               WS-RBK-EMP-ID(WS-RBK-COUNT)
                           MOVE TJR-BEFORE TO
                               WS-RBK-IMAGE(WS-RBK-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-RBK-COUNT = ZERO
               DISPLAY "Nothing to roll back."
           ELSE
               DISPLAY "Roll back " WS-RBK-COUNT
                   " journaled change(s) - confirm (Y/N): "
               ACCEPT WS-ANSWER
               IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                   PERFORM 2465-RESTORE-BEFORE-IMAGES
               ELSE
                   DISPLAY "Rollback abandoned."
               END-IF
           END-IF

           EXIT.

       2465-RESTORE-BEFORE-IMAGES.

           MOVE ZERO TO WS-RBK-DONE
           OPEN I-O EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "Unable to open employee file - status "
                   WS-EMP-STATUS
           ELSE
               PERFORM VARYING WS-SUB FROM WS-RBK-COUNT BY -1
                       UNTIL WS-SUB < 1
                   MOVE WS-RBK-EMP-ID(WS-SUB) TO EMP-ID
                   READ EMP-FILE
                       INVALID KEY
                           DISPLAY "Journaled employee "
                               WS-RBK-EMP-ID(WS-SUB)
                               " no longer on the master."
                       NOT INVALID KEY
                           MOVE WS-RBK-IMAGE(WS-SUB) TO
                               EMP-RECORD
                           REWRITE EMP-RECORD
                               INVALID KEY
                                   DISPLAY "Rollback rewrite "
                                       "failed for "
                                       WS-RBK-EMP-ID(WS-SUB)
                               NOT INVALID KEY
                                   ADD 1 TO WS-RBK-DONE
                           END-REWRITE
                   END-READ
               END-PERFORM
               CLOSE EMP-FILE

               OPEN OUTPUT TRXJRNL-FILE
               CLOSE TRXJRNL-FILE

               MOVE 'TRXRBK' TO WS-AUD-ACTION
               MOVE ZERO TO WS-AUD-EMP-ID
               MOVE 'TRANSACTION BATCH ROLLED BACK' TO
                   WS-AUD-BEFORE-NAME
               MOVE SPACES TO WS-AUD-BEFORE-DEPT
               MOVE ZERO TO WS-AUD-BEFORE-SAL
               MOVE SPACES TO WS-AUD-BEFORE-STAT
               MOVE SPACES TO WS-AUD-AFTER-NAME
               MOVE SPACES TO WS-AUD-AFTER-DEPT
               MOVE ZERO TO WS-AUD-AFTER-SAL
               MOVE SPACES TO WS-AUD-AFTER-STAT
               PERFORM 8500-WRITE-AUDIT-RECORD

               DISPLAY "Rolled back " WS-RBK-DONE " change(s)."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Dated backup generation of the employee master
      * ----------------------------------------------------------------
       3110-BACKUP-EMPLOYEE-FILE.

           MOVE ZERO TO WS-GEN-NO
           MOVE 'N' TO WS-EOF

           OPEN INPUT BAKIDX-FILE
           IF WS-BAKIDX-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BAKIDX-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE BAKIDX-FILE
                   NOT AT END
                       MOVE BKX-GEN-NO TO WS-GEN-NO
               END-READ
           END-PERFORM

           ADD 1 TO WS-GEN-NO
           MOVE WS-GEN-NO TO WS-BKN-GEN
           MOVE ZERO TO WS-BKP-COUNT

           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "Unable to open employee file - status "
                   WS-EMP-STATUS
           ELSE
               OPEN OUTPUT BACKUP-FILE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ EMP-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE EMP-RECORD TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                           ADD 1 TO WS-BKP-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-FILE
               CLOSE EMP-FILE
               PERFORM 3112-RECORD-BACKUP-GENERATION
               DISPLAY "Backup " WS-BACKUP-NAME " written, "
                   WS-BKP-COUNT " records."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Record the generation just taken on BAKIDX.DAT
      * ----------------------------------------------------------------
       3112-RECORD-BACKUP-GENERATION.

           OPEN EXTEND BAKIDX-FILE
           IF WS-BAKIDX-STATUS = '35'
               OPEN OUTPUT BAKIDX-FILE
           END-IF

           IF WS-BAKIDX-STATUS = '00'
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               ACCEPT WS-NOW-TIME-X FROM TIME
               MOVE WS-GEN-NO TO BKX-GEN-NO
               MOVE WS-TODAY TO BKX-DATE
               MOVE WS-NOW-HHMMSS TO BKX-TIME
               MOVE WS-BACKUP-NAME TO BKX-FILENAME
               MOVE WS-BKP-COUNT TO BKX-REC-COUNT
               WRITE BAKIDX-RECORD
               CLOSE BAKIDX-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Detect an interrupted processing run at sign-on
      * ----------------------------------------------------------------
       3130-CHECK-RESTART.

           MOVE 'N' TO WS-RESTART-NEEDED
           MOVE ZERO TO WS-RESUME-FROM
           MOVE SPACES TO WS-RESTART-FUNC

           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS = '00'
               READ RUNCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUN-STATE = 'RUNNING'
                           MOVE 'Y' TO WS-RESTART-NEEDED
                           MOVE RUN-CKPT-ID TO WS-RESUME-FROM
                           MOVE RUN-FUNCTION TO WS-RESTART-FUNC
                           DISPLAY "WARNING: " RUN-FUNCTION
                               " run of " RUN-DATE
                               " did not complete - last "
                               "checkpoint " RUN-CKPT-ID
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Write the single run-control record - caller fills
      * WS-RUN-STATE-W / WS-RUN-FUNC-W / WS-RUN-CKPT-W
      * ----------------------------------------------------------------
       3135-WRITE-RUNCTL.

           OPEN OUTPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS = '00'
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               ACCEPT WS-NOW-TIME-X FROM TIME
               MOVE WS-RUN-STATE-W TO RUN-STATE
               MOVE WS-TODAY TO RUN-DATE
               MOVE WS-NOW-HHMMSS TO RUN-TIME
               MOVE WS-RUN-FUNC-W TO RUN-FUNCTION
               MOVE WS-RUN-CKPT-W TO RUN-CKPT-ID
               MOVE SPACES TO RUNCTL-RECORD(38:10)
               WRITE RUNCTL-RECORD
               CLOSE RUNCTL-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Annual review processing - sort the master into id order and
      * produce the review pay report, checkpointing every 25
      * records so a crash resumes instead of restarting
      * ----------------------------------------------------------------
       3300-PROCESS-RECORDS.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-TXB-SEL-DATE
           PERFORM 3602-LOAD-TAX-TABLE

           PERFORM 3310-LOAD-EMP-ARRAY
           IF WS-EA-COUNT = ZERO
               DISPLAY "No employees to process."
           ELSE
               PERFORM 3325-SORT-EMPLOYEE-ARRAY

               MOVE 1 TO WS-SUB
               IF WS-RESTART-NEEDED = 'Y'
                  AND WS-RESTART-FUNC = 'PROCESS'
                   COMPUTE WS-SUB = WS-RESUME-FROM + 1
                   DISPLAY "Resuming from record " WS-SUB
                   OPEN EXTEND REPORT-FILE
               ELSE
                   OPEN OUTPUT REPORT-FILE
                   MOVE 'ANNUAL REVIEW PROCESSING' TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               MOVE 'N' TO WS-RESTART-NEEDED

               MOVE ZERO TO WS-CKPT-COUNTER
               PERFORM UNTIL WS-SUB > WS-EA-COUNT
                   PERFORM 3328-COMPUTE-PAY
                   ADD 1 TO WS-CKPT-COUNTER
                   IF WS-CKPT-COUNTER >= 25
                       MOVE ZERO TO WS-CKPT-COUNTER
                       MOVE 'RUNNING' TO WS-RUN-STATE-W
                       MOVE 'PROCESS' TO WS-RUN-FUNC-W
                       MOVE WS-SUB TO WS-RUN-CKPT-W
                       PERFORM 3135-WRITE-RUNCTL
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM

               CLOSE REPORT-FILE
               MOVE 'REPORT.TXT' TO WS-ARCHSRC-NAME
               MOVE 'REVIEW' TO WS-ARCH-REPORT
               PERFORM 9700-ARCHIVE-REPORT
               MOVE 'COMPLETE' TO WS-RUN-STATE-W
               MOVE 'PROCESS' TO WS-RUN-FUNC-W
               MOVE ZERO TO WS-RUN-CKPT-W
               PERFORM 3135-WRITE-RUNCTL
               DISPLAY "Processed " WS-EA-COUNT " records."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Load the master into the in-memory array
      * ----------------------------------------------------------------
       3310-LOAD-EMP-ARRAY.

           MOVE ZERO TO WS-EA-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "Unable to open employee file - status "
                   WS-EMP-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ EMP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE EMP-FILE
                   NOT AT END
                       IF EMP-DEL-FLAG NOT = 'D'
                          AND WS-EA-COUNT < 5000
                           ADD 1 TO WS-EA-COUNT
                           MOVE EMP-ID TO WS-EA-ID(WS-EA-COUNT)
                           MOVE EMP-NAME TO
                               WS-EA-NAME(WS-EA-COUNT)
                           MOVE EMP-DEPARTMENT TO
                               WS-EA-DEPT(WS-EA-COUNT)
                           MOVE EMP-SALARY TO
                               WS-EA-SALARY(WS-EA-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Sort the employee array by id through the sort work file -
      * the old in-memory bubble grew quadratically with headcount
      * ----------------------------------------------------------------
       3325-SORT-EMPLOYEE-ARRAY.

           IF WS-EA-COUNT > 1
               SORT SORT-WORK ASCENDING KEY SRW-KEY
                   INPUT PROCEDURE IS 3326-RELEASE-EMP-ARRAY
                   OUTPUT PROCEDURE IS 3327-RETURN-EMP-ARRAY
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Hand the array to the sort
      * ----------------------------------------------------------------
       3326-RELEASE-EMP-ARRAY.

           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-EA-COUNT
               MOVE WS-EA-ID(WS-SUB-2) TO SRW-KEY
               MOVE WS-EA-ENTRY(WS-SUB-2) TO SRW-DATA
               RELEASE SORT-REC
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Take the sorted entries back into the array
      * ----------------------------------------------------------------
       3327-RETURN-EMP-ARRAY.

           MOVE ZERO TO WS-SUB-2
           MOVE 'N' TO WS-SORT-DONE
           PERFORM UNTIL WS-SORT-DONE = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-DONE
                   NOT AT END
                       ADD 1 TO WS-SUB-2
                       MOVE SRW-DATA(1:66) TO
                           WS-EA-ENTRY(WS-SUB-2)
               END-RETURN
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Review pay figures for the array entry at WS-SUB
      * ----------------------------------------------------------------
       3328-COMPUTE-PAY.

           COMPUTE WS-PAY-GROSS ROUNDED =
               WS-EA-SALARY(WS-SUB) / 12
           PERFORM 3614-COMPUTE-TAX
           COMPUTE WS-PAY-NET = WS-PAY-GROSS - WS-PAY-TAX

           MOVE WS-EA-ID(WS-SUB) TO WS-RPT-EMP-ID
           MOVE WS-EA-NAME(WS-SUB) TO WS-RPT-NAME
           MOVE WS-EA-DEPT(WS-SUB) TO WS-RPT-DEPT
           MOVE WS-PAY-GROSS TO WS-RPT-GROSS
           MOVE WS-PAY-TAX TO WS-RPT-TAX
           MOVE WS-PAY-NET TO WS-RPT-NET
           WRITE REPORT-RECORD FROM WS-RPT-LINE

           EXIT.

      * ----------------------------------------------------------------
      * Payroll run for one keyed period end
      * ----------------------------------------------------------------
       3600-PAYROLL-RUN.

           IF WS-SIM-RUN NOT = 'Y'
               PERFORM 3601-GET-PERIOD-END
           END-IF
           MOVE ZERO TO WS-LBD-COUNT
           MOVE ZERO TO WS-LBG-COUNT
           MOVE ZERO TO WS-LBE-COUNT
           MOVE ZERO TO WS-TPL-COUNT
           IF WS-DATE-OK NOT = 'Y'
               DISPLAY "Payroll run abandoned."
           ELSE
           IF WS-SUPP-RUN = 'Y'
               PERFORM 3750-SUPPLEMENTAL-RUN
           ELSE
               MOVE WS-PAY-PERIOD-END TO WS-TXB-SEL-DATE
               PERFORM 3602-LOAD-TAX-TABLE
               PERFORM 3603-LOAD-DEDUCT-TABLE
               PERFORM 3666-LOAD-ARREARS-TABLE
               PERFORM 3616-LOAD-GARNISH-TABLE
               PERFORM 3645-LOAD-OVERPAY-TABLE
               PERFORM 3646-LOAD-LEAVE-TABLE
               MOVE 'LEAVE-ACCRUAL' TO WS-CFG-WANTED
               PERFORM 1110-FIND-CONFIG-VALUE
               IF WS-CFG-FOUND = 'Y'
                   MOVE WS-CFG-NUMERIC TO WS-LEAVE-ACCRUAL
               END-IF
               MOVE 'PROTECT-NET' TO WS-CFG-WANTED
               PERFORM 1110-FIND-CONFIG-VALUE
               IF WS-CFG-FOUND = 'Y'
                   MOVE WS-CFG-NUMERIC TO WS-PROTECT-NET
               END-IF
               MOVE 'EMPLR-MATCH-PCT' TO WS-CFG-WANTED
               PERFORM 1110-FIND-CONFIG-VALUE
               IF WS-CFG-FOUND = 'Y'
                   MOVE WS-CFG-NUMERIC TO WS-EMPLR-MATCH-PCT
               END-IF
               MOVE 'EMPLR-TAX-PCT' TO WS-CFG-WANTED
               PERFORM 1110-FIND-CONFIG-VALUE
               IF WS-CFG-FOUND = 'Y'
                   MOVE WS-CFG-NUMERIC TO WS-EMPLR-TAX-PCT
               END-IF
               IF WS-SIM-PASS = 2
                   PERFORM 5434-USE-CANDIDATE-RATES
               END-IF
               MOVE 'NET-FLOOR' TO WS-CFG-WANTED
               PERFORM 1110-FIND-CONFIG-VALUE
               IF WS-CFG-FOUND = 'Y'
                   MOVE WS-CFG-NUMERIC TO WS-NET-FLOOR
               END-IF
               MOVE 'NET-MULT' TO WS-CFG-WANTED
               PERFORM 1110-FIND-CONFIG-VALUE
               IF WS-CFG-FOUND = 'Y'
                   MOVE WS-CFG-NUMERIC TO WS-NET-MULT
               END-IF
               MOVE ZERO TO WS-HOLD-COUNT
               MOVE ZERO TO WS-CRM-COUNT
               PERFORM 3653-LOAD-ALLOC-TABLE
               PERFORM 3657-LOAD-BANKACCT-TABLE
               MOVE 'PRENOTE-DAYS' TO WS-CFG-WANTED
               PERFORM 1110-FIND-CONFIG-VALUE
               IF WS-CFG-FOUND = 'Y'
                   MOVE WS-CFG-NUMERIC TO WS-PRENOTE-DAYS
               END-IF
               PERFORM 3604-LOAD-TIMESHEETS
               PERFORM 2195-LOAD-PROJECT-TABLE
               MOVE WS-PAY-PERIOD-END TO WS-TPL-SEL-PERIOD
               PERFORM 2197-LOAD-TSPROJ-TABLE
               IF WS-TPL-FULL = 'Y'
                   DISPLAY "WARNING: more project lines than can be "
                       "held - the rest stay on their departments."
               END-IF
               PERFORM 3605-LOAD-LOAN-TABLE
               PERFORM 3606-LOAD-YTD-TABLE
               PERFORM 3640-LOAD-RETRO-TABLE
               PERFORM 2185-LOAD-TSADJ-TABLE
               PERFORM 3621-LOAD-ALLOWANCE-TABLE
               PERFORM 2155-LOAD-CLAIM-TABLE
               PERFORM 3639-LOAD-WH-ELECTIONS
               MOVE 'WH-ALLOW-AMT' TO WS-CFG-WANTED
               PERFORM 1110-FIND-CONFIG-VALUE
               IF WS-CFG-FOUND = 'Y'
                   MOVE WS-CFG-NUMERIC TO WS-WH-ALLOW-ANNUAL
               END-IF
               MOVE 'WH-MARRIED-AMT' TO WS-CFG-WANTED
               PERFORM 1110-FIND-CONFIG-VALUE
               IF WS-CFG-FOUND = 'Y'
                   MOVE WS-CFG-NUMERIC TO WS-WH-MARRIED-ANNUAL
               END-IF
               PERFORM 1150-LOAD-DEPT-MASTER
               PERFORM 8012-LOAD-DOCUMENT-TABLE
               MOVE 'N' TO WS-DOC-HOLD
               MOVE 'DOC-EXPIRY-HOLD' TO WS-CFG-WANTED
               PERFORM 1110-FIND-CONFIG-VALUE
               IF WS-CFG-FOUND = 'Y'
                  AND WS-CFG-NUMERIC = 1
                   MOVE 'Y' TO WS-DOC-HOLD
               END-IF
               IF WS-TRIAL-RUN NOT = 'Y'
                   PERFORM 8014-WRITE-DOC-WARNINGS
               END-IF

               MOVE ZERO TO WS-TOT-GROSS
               MOVE ZERO TO WS-TOT-TAX
               MOVE ZERO TO WS-TOT-DEDUCT
               MOVE ZERO TO WS-TOT-LOAN
               MOVE ZERO TO WS-TOT-NET
               MOVE ZERO TO WS-TOT-OVP
               MOVE ZERO TO WS-FXV-VARIANCE
               MOVE ZERO TO WS-TOT-EMPLR
               MOVE ZERO TO WS-PAID-COUNT
               MOVE ZERO TO WS-BANK-COUNT
               MOVE ZERO TO WS-BANK-TOTAL

               IF WS-TRIAL-RUN = 'Y'
                   MOVE 'N' TO WS-STAGED-RUN
                   MOVE ZERO TO WS-TRIAL-EXC-COUNT
                   IF WS-SIM-RUN NOT = 'Y'
                       OPEN OUTPUT TRIALREG-FILE
                   END-IF
                   MOVE '*** TRIAL RUN - NOTHING COMMITTED ***'
                       TO WS-PRT-LINE
                   PERFORM 3622-PUT-REGISTER-LINE
               ELSE
                   MOVE 'Y' TO WS-STAGED-RUN
                   MOVE 'N' TO WS-PAY-RESUME
                   IF WS-RESTART-NEEDED = 'Y'
                      AND WS-RESTART-FUNC = 'PAYROLL'
                       DISPLAY "An interrupted pay run stopped "
                           "after employee " WS-RESUME-FROM
                           " - (R)esume or (F)resh start: "
                       ACCEPT WS-ANSWER
                       IF WS-ANSWER = 'R' OR WS-ANSWER = 'r'
                           MOVE 'Y' TO WS-PAY-RESUME
                       END-IF
                       MOVE 'N' TO WS-RESTART-NEEDED
                   END-IF
                   IF WS-PAY-RESUME = 'Y'
                       OPEN EXTEND PAYSTAGE-FILE
                       IF WS-PAYSTAGE-STATUS = '35'
                           OPEN OUTPUT PAYSTAGE-FILE
                       END-IF
                       OPEN EXTEND BANKSTG-FILE
                       IF WS-BANKSTG-STATUS = '35'
                           OPEN OUTPUT BANKSTG-FILE
                       END-IF
                       OPEN EXTEND PAYREG-FILE
                       IF WS-PAYREG-STATUS = '35'
                           OPEN OUTPUT PAYREG-FILE
                       END-IF
                       OPEN EXTEND PAYSTUB-FILE
                       IF WS-PAYSTUB-STATUS = '35'
                           OPEN OUTPUT PAYSTUB-FILE
                       END-IF
                   ELSE
                       MOVE ZERO TO WS-RESUME-FROM
                       OPEN OUTPUT PAYSTAGE-FILE
                       OPEN OUTPUT BANKSTG-FILE
                       OPEN OUTPUT PAYREG-FILE
                       OPEN OUTPUT PAYSTUB-FILE
                   END-IF
               END-IF

               MOVE SPACES TO WS-PRT-LINE
               STRING 'PAY REGISTER - COMPANY ' DELIMITED BY SIZE
                      WS-COMPANY DELIMITED BY SIZE
                      ' PERIOD END ' DELIMITED BY SIZE
                      WS-PAY-PERIOD-END DELIMITED BY SIZE
                   INTO WS-PRT-LINE
               END-STRING
               PERFORM 3622-PUT-REGISTER-LINE
               MOVE '   ID NAME                      '
                 & '      GROSS         TAX   DEDUCTIONS '
                 & '       LOAN         NET' TO WS-PRT-LINE
               PERFORM 3622-PUT-REGISTER-LINE
               IF WS-TMS-HELD > ZERO
                   MOVE SPACES TO WS-PRT-LINE
                   STRING 'UNAPPROVED TIMESHEETS HELD FROM THIS '
                              DELIMITED BY SIZE
                          'RUN: ' DELIMITED BY SIZE
                          WS-TMS-HELD DELIMITED BY SIZE
                       INTO WS-PRT-LINE
                   END-STRING
                   PERFORM 3622-PUT-REGISTER-LINE
               END-IF

               MOVE 'N' TO WS-EOF
               OPEN INPUT EMP-FILE
               IF WS-EMP-STATUS NOT = '00'
                   DISPLAY "Unable to open employee file - status "
                       WS-EMP-STATUS
                   MOVE 'Y' TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ EMP-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                           CLOSE EMP-FILE
                       NOT AT END
                           MOVE EMP-PAY-FREQ TO WS-EMP-FREQ
                           IF WS-EMP-FREQ = SPACE
                               MOVE 'M' TO WS-EMP-FREQ
                           END-IF
                           MOVE EMP-COMPANY TO WS-EMP-COMPANY-W
                           IF WS-EMP-COMPANY-W = SPACES
                               MOVE '01' TO WS-EMP-COMPANY-W
                           END-IF
                           IF EMP-STATUS = 'A'
                              AND EMP-DEL-FLAG NOT = 'D'
                              AND WS-EMP-FREQ = WS-RUN-FREQ
                              AND WS-EMP-COMPANY-W = WS-COMPANY
                              AND (WS-PAY-RESUME NOT = 'Y'
                               OR EMP-ID > WS-RESUME-FROM)
                               PERFORM 3610-PAY-ONE-EMPLOYEE
                               IF WS-TRIAL-RUN NOT = 'Y'
                                   MOVE 'RUNNING' TO
                                       WS-RUN-STATE-W
                                   MOVE 'PAYROLL' TO
                                       WS-RUN-FUNC-W
                                   MOVE EMP-ID TO WS-RUN-CKPT-W
                                   PERFORM 3135-WRITE-RUNCTL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               IF WS-TRIAL-RUN = 'Y'
                   IF WS-SIM-RUN NOT = 'Y'
                       PERFORM 3650-WRITE-PAYREG-TOTALS
                       MOVE '*** TRIAL RUN - NOTHING COMMITTED ***'
                           TO WS-PRT-LINE
                       PERFORM 3622-PUT-REGISTER-LINE
                       CLOSE TRIALREG-FILE
                       DISPLAY "Trial run complete - " WS-PAID-COUNT
                           " employees previewed, "
                           WS-TRIAL-EXC-COUNT " exceptions. See "
                           "TRIALREG.TXT - nothing was committed."
                   END-IF
                   IF WS-PARALLEL-RUN = 'Y'
                       PERFORM 3736-WRITE-PARALLEL-REPORT
                   END-IF
               ELSE
                   PERFORM 3699-COMMIT-PAY-RUN
               END-IF
           END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Prompt and edit the pay period end date
      * ----------------------------------------------------------------
       3601-GET-PERIOD-END.

           MOVE 'N' TO WS-DATE-OK
           DISPLAY "Pay period end (YYYYMMDD): "
           ACCEPT WS-PAY-PERIOD-END

           DISPLAY "Run type (L)ive, (T)rial, (S)upplemental or "
               "(P)arallel with FUN: "
           ACCEPT WS-ANSWER
           MOVE 'N' TO WS-TRIAL-RUN
           MOVE 'N' TO WS-SUPP-RUN
           MOVE 'N' TO WS-PARALLEL-RUN
           MOVE 'R' TO WS-PAY-REC-TYPE
           EVALUATE WS-ANSWER
               WHEN 'T'
               WHEN 't'
                   MOVE 'Y' TO WS-TRIAL-RUN
                   DISPLAY "TRIAL run - the register is a preview "
                       "and no files will be committed."
               WHEN 'S'
               WHEN 's'
                   MOVE 'Y' TO WS-SUPP-RUN
                   MOVE 'S' TO WS-PAY-REC-TYPE
                   DISPLAY "SUPPLEMENTAL run - paying SUPPAY.DAT "
                       "only."
               WHEN 'P'
               WHEN 'p'
                   MOVE 'Y' TO WS-TRIAL-RUN
                   MOVE 'Y' TO WS-PARALLEL-RUN
                   DISPLAY "PARALLEL run - a trial compared with "
                       "FUN's extract; nothing will be committed."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           DISPLAY "Pay frequency being paid - (W)eekly, "
               "(B)iweekly or (M)onthly: "
           ACCEPT WS-RUN-FREQ
           IF WS-RUN-FREQ = 'w'
               MOVE 'W' TO WS-RUN-FREQ
           END-IF
           IF WS-RUN-FREQ = 'b'
               MOVE 'B' TO WS-RUN-FREQ
           END-IF
           IF WS-RUN-FREQ NOT = 'W' AND WS-RUN-FREQ NOT = 'B'
               MOVE 'M' TO WS-RUN-FREQ
           END-IF

           MOVE WS-PAY-PERIOD-END TO WS-WORK-DATE
           IF WS-WD-YEAR > 1999 AND WS-WD-YEAR < 2100
              AND WS-WD-MONTH > 0 AND WS-WD-MONTH < 13
              AND WS-WD-DAY > 0 AND WS-WD-DAY < 32
               MOVE 'Y' TO WS-DATE-OK
               MOVE WS-WD-YEAR TO WS-PERIOD-YEAR
           ELSE
               DISPLAY "Invalid period end date."
           END-IF

           IF WS-DATE-OK = 'Y' AND WS-PARALLEL-RUN = 'Y'
               PERFORM 3734-LOAD-FUN-EXTRACT
               IF WS-PFN-COUNT = ZERO
                   MOVE 'N' TO WS-DATE-OK
               END-IF
               MOVE ZERO TO WS-PES-COUNT
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Load the withholding brackets in force on WS-TXB-SEL-DATE:
      * first find the latest effective date not after it, then keep
      * that date's bracket set.  No table on file means the old
      * flat rate applies.
      * ----------------------------------------------------------------
       3602-LOAD-TAX-TABLE.

           MOVE ZERO TO WS-TXB-COUNT
           MOVE ZERO TO WS-TXB-BEST-DATE
           MOVE 'N' TO WS-EOF

           OPEN INPUT TAXTAB-FILE
           IF WS-TAXTAB-STATUS NOT = '00'
               DISPLAY "No tax table - flat withholding applies."
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ TAXTAB-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE TAXTAB-FILE
                   NOT AT END
                       IF TXB-EFF-DATE <= WS-TXB-SEL-DATE
                          AND TXB-EFF-DATE > WS-TXB-BEST-DATE
                           MOVE TXB-EFF-DATE TO WS-TXB-BEST-DATE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-TXB-BEST-DATE > ZERO
               MOVE 'N' TO WS-EOF
               OPEN INPUT TAXTAB-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TAXTAB-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                           CLOSE TAXTAB-FILE
                       NOT AT END
                           IF TXB-EFF-DATE = WS-TXB-BEST-DATE
                              AND WS-TXB-COUNT < 20
                               ADD 1 TO WS-TXB-COUNT
                               MOVE TXB-LOWER TO
                                   WS-TXB-LOWER(WS-TXB-COUNT)
                               MOVE TXB-UPPER TO
                                   WS-TXB-UPPER(WS-TXB-COUNT)
                               MOVE TXB-RATE TO
                                   WS-TXB-RATE(WS-TXB-COUNT)
                               MOVE TXB-FIXED TO
                                   WS-TXB-FIXED(WS-TXB-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           PERFORM 3644-LOAD-REGIONAL-TAX

           EXIT.

      * ----------------------------------------------------------------
      * Load every regional band already effective on
      * WS-TXB-SEL-DATE.  The latest date per location is picked
      * when the tax is worked out, so one location moving to a new
      * band set leaves the others on theirs.  No file means no
      * regional withholding.
      * ----------------------------------------------------------------
       3644-LOAD-REGIONAL-TAX.

           MOVE ZERO TO WS-RTX-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT REGTAX-FILE
           IF WS-REGTAX-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ REGTAX-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE REGTAX-FILE
                   NOT AT END
                       IF RGT-EFF-DATE <= WS-TXB-SEL-DATE
                          AND WS-RTX-COUNT < 200
                           ADD 1 TO WS-RTX-COUNT
                           MOVE RGT-LOCATION TO
                               WS-RTX-T-LOC(WS-RTX-COUNT)
                           MOVE RGT-EFF-DATE TO
                               WS-RTX-T-EFF(WS-RTX-COUNT)
                           MOVE RGT-LOWER TO
                               WS-RTX-T-LOWER(WS-RTX-COUNT)
                           MOVE RGT-UPPER TO
                               WS-RTX-T-UPPER(WS-RTX-COUNT)
                           MOVE RGT-RATE TO
                               WS-RTX-T-RATE(WS-RTX-COUNT)
                           MOVE RGT-FIXED TO
                               WS-RTX-T-FIXED(WS-RTX-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Regional withholding for location WS-RTX-LOC on the same
      * base as 3614 - WS-PAY-REGTAX out and added into WS-PAY-TAX.
      * No location, or no bands for it, withholds nothing extra.
      * ----------------------------------------------------------------
       3634-COMPUTE-REGIONAL-TAX.

           MOVE ZERO TO WS-PAY-REGTAX
           MOVE ZERO TO WS-RTX-BRACKET
           MOVE ZERO TO WS-RTX-BEST-DATE

           IF WS-RTX-LOC NOT = SPACES
               PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                       UNTIL WS-SUB-2 > WS-RTX-COUNT
                   IF WS-RTX-T-LOC(WS-SUB-2) = WS-RTX-LOC
                      AND WS-RTX-T-EFF(WS-SUB-2) > WS-RTX-BEST-DATE
                       MOVE WS-RTX-T-EFF(WS-SUB-2) TO
                           WS-RTX-BEST-DATE
                   END-IF
               END-PERFORM
           END-IF

           IF WS-RTX-BEST-DATE > ZERO
               PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                       UNTIL WS-SUB-2 > WS-RTX-COUNT
                   IF WS-RTX-T-LOC(WS-SUB-2) = WS-RTX-LOC
                      AND WS-RTX-T-EFF(WS-SUB-2) = WS-RTX-BEST-DATE
                      AND WS-PAY-GROSS >= WS-RTX-T-LOWER(WS-SUB-2)
                      AND (WS-RTX-T-UPPER(WS-SUB-2) = ZERO
                       OR WS-PAY-GROSS <=
                          WS-RTX-T-UPPER(WS-SUB-2))
                       MOVE WS-SUB-2 TO WS-RTX-BRACKET
                       MOVE WS-RTX-COUNT TO WS-SUB-2
                   END-IF
               END-PERFORM

               IF WS-RTX-BRACKET > ZERO
                   COMPUTE WS-PAY-REGTAX ROUNDED =
                       WS-RTX-T-FIXED(WS-RTX-BRACKET)
                       + ((WS-PAY-GROSS
                           - WS-RTX-T-LOWER(WS-RTX-BRACKET))
                          * WS-RTX-T-RATE(WS-RTX-BRACKET) / 100)
                   ADD WS-PAY-REGTAX TO WS-PAY-TAX
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Banded withholding on WS-PAY-GROSS - WS-PAY-TAX and the
      * bracket used (for the stub) out.  An upper bound of zero is
      * the open-ended top band; an empty table falls back to the
      * former flat 20 percent.
      * ----------------------------------------------------------------
       3614-COMPUTE-TAX.

           MOVE ZERO TO WS-TAX-BRACKET

           IF WS-TXB-COUNT = ZERO
               COMPUTE WS-PAY-TAX ROUNDED = WS-PAY-GROSS * 0.20
           ELSE
               PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                       UNTIL WS-SUB-2 > WS-TXB-COUNT
                   IF WS-PAY-GROSS >= WS-TXB-LOWER(WS-SUB-2)
                      AND (WS-TXB-UPPER(WS-SUB-2) = ZERO
                       OR WS-PAY-GROSS <=
                          WS-TXB-UPPER(WS-SUB-2))
                       MOVE WS-SUB-2 TO WS-TAX-BRACKET
                       MOVE WS-TXB-COUNT TO WS-SUB-2
                   END-IF
               END-PERFORM

               IF WS-TAX-BRACKET > ZERO
                   COMPUTE WS-PAY-TAX ROUNDED =
                       WS-TXB-FIXED(WS-TAX-BRACKET)
                       + ((WS-PAY-GROSS
                           - WS-TXB-LOWER(WS-TAX-BRACKET))
                          * WS-TXB-RATE(WS-TAX-BRACKET) / 100)
               ELSE
                   COMPUTE WS-PAY-TAX ROUNDED =
                       WS-PAY-GROSS * 0.20
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Load the deduction enrollments
      * ----------------------------------------------------------------
       3603-LOAD-DEDUCT-TABLE.

           MOVE ZERO TO WS-DED-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT DEDUCT-FILE
           IF WS-DEDUCT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ DEDUCT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-DED-COUNT < 5000
                           ADD 1 TO WS-DED-COUNT
                           MOVE DED-EMP-ID TO
                               WS-DED-EMP-ID(WS-DED-COUNT)
                           MOVE DED-PENSION-PCT TO
                               WS-DED-PENSION(WS-DED-COUNT)
                           MOVE DED-HEALTH-PLAN TO
                               WS-DED-HEALTH(WS-DED-COUNT)
                           MOVE DED-UNION-DUES TO
                               WS-DED-UNION(WS-DED-COUNT)
                           MOVE ZERO TO
                               WS-DED-BEN-ER(WS-DED-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-DEDUCT-STATUS = '00' OR WS-DEDUCT-STATUS = '10'
               CLOSE DEDUCT-FILE
           END-IF

           MOVE WS-PAY-PERIOD-END TO WS-BEN-SEL-DATE
           PERFORM 3679-PRICE-BENEFIT-ELECTIONS

           IF WS-DED-COUNT > ZERO
               SORT WS-DED-ENTRY ASCENDING KEY WS-DED-EMP-ID
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Load the timesheets keyed for this period end
      * ----------------------------------------------------------------
       3604-LOAD-TIMESHEETS.

           MOVE ZERO TO WS-TMS-COUNT
           MOVE ZERO TO WS-TMS-HELD
           MOVE 'N' TO WS-EOF

           OPEN INPUT TIMESHEET-FILE
           IF WS-TMS-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ TIMESHEET-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TMS-PERIOD-END = WS-PAY-PERIOD-END
                           IF TMS-APPROVAL = 'A'
                               IF WS-TMS-COUNT < 5000
                                   ADD 1 TO WS-TMS-COUNT
                                   MOVE TMS-EMP-ID TO
                                       WS-TMS-T-EMP-ID
                                       (WS-TMS-COUNT)
                                   MOVE TMS-REG-HOURS TO
                                       WS-TMS-T-REG(WS-TMS-COUNT)
                                   MOVE TMS-OT-HOURS TO
                                       WS-TMS-T-OT(WS-TMS-COUNT)
                                   MOVE TMS-SHIFT TO
                                       WS-TMS-T-SHIFT
                                       (WS-TMS-COUNT)
                               END-IF
                           ELSE
                               ADD 1 TO WS-TMS-HELD
                               DISPLAY "HELD: unapproved "
                                   "timesheet for " TMS-EMP-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-TMS-STATUS = '00' OR WS-TMS-STATUS = '10'
               CLOSE TIMESHEET-FILE
           END-IF

           IF WS-TMS-COUNT > ZERO
               SORT WS-TMS-ENTRY ASCENDING KEY WS-TMS-T-EMP-ID
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Load the garnishment orders still open
      * ----------------------------------------------------------------
       3616-LOAD-GARNISH-TABLE.

           MOVE ZERO TO WS-GRN-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT GARNISH-FILE
           IF WS-GARNISH-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ GARNISH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE GARNISH-FILE
                   NOT AT END
                       IF WS-GRN-COUNT < 200
                           ADD 1 TO WS-GRN-COUNT
                           MOVE GRN-EMP-ID TO
                               WS-GRN-EMP-ID(WS-GRN-COUNT)
                           MOVE GRN-ORDER-REF TO
                               WS-GRN-ORDER-REF(WS-GRN-COUNT)
                           MOVE GRN-PRIORITY TO
                               WS-GRN-PRIORITY(WS-GRN-COUNT)
                           MOVE GRN-AMOUNT TO
                               WS-GRN-AMOUNT(WS-GRN-COUNT)
                           MOVE GRN-PCT TO
                               WS-GRN-PCT(WS-GRN-COUNT)
                           MOVE GRN-TOTAL TO
                               WS-GRN-TOTAL(WS-GRN-COUNT)
                           MOVE GRN-RECOVERED TO
                               WS-GRN-RECOVERED(WS-GRN-COUNT)
                           MOVE ZERO TO
                               WS-GRN-TAKEN(WS-GRN-COUNT)
                           MOVE 'N' TO WS-GRN-DONE(WS-GRN-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Garnishments for the employee in EMP-RECORD, highest legal
      * priority (lowest number) first, never taking net below the
      * protected minimum
      * ----------------------------------------------------------------
       3617-COMPUTE-GARNISHMENTS.

           MOVE ZERO TO WS-PAY-GARNISH
           COMPUTE WS-GARN-AVAIL = WS-PAY-GROSS - WS-PAY-TAX
               - WS-PAY-DEDUCT - WS-PROTECT-NET

           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-GRN-COUNT
               IF WS-GRN-EMP-ID(WS-SUB-2) = EMP-ID
                   MOVE 'N' TO WS-GRN-DONE(WS-SUB-2)
               END-IF
           END-PERFORM

      * nothing may be taken once the protected-pay headroom is
      * gone - a negative WS-GARN-AVAIL must never reach the take
           IF WS-GARN-AVAIL > ZERO
               PERFORM WITH TEST AFTER
                       UNTIL WS-GRN-BEST = ZERO
                          OR WS-GARN-AVAIL <= ZERO
                   PERFORM 3619-TAKE-ONE-GARNISH
               END-PERFORM
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Take the open order with the best remaining priority for
      * this employee - WS-GRN-BEST zero when none are left
      * ----------------------------------------------------------------
       3619-TAKE-ONE-GARNISH.

           MOVE ZERO TO WS-GRN-BEST
           MOVE 99 TO WS-GRN-BEST-PRI

           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-GRN-COUNT
               IF WS-GRN-EMP-ID(WS-SUB-2) = EMP-ID
                  AND WS-GRN-DONE(WS-SUB-2) = 'N'
                  AND WS-GRN-RECOVERED(WS-SUB-2) <
                      WS-GRN-TOTAL(WS-SUB-2)
                  AND WS-GRN-PRIORITY(WS-SUB-2) <=
                      WS-GRN-BEST-PRI
                   MOVE WS-SUB-2 TO WS-GRN-BEST
                   MOVE WS-GRN-PRIORITY(WS-SUB-2) TO
                       WS-GRN-BEST-PRI
               END-IF
           END-PERFORM

           IF WS-GRN-BEST > ZERO
               MOVE 'Y' TO WS-GRN-DONE(WS-GRN-BEST)
               IF WS-GRN-AMOUNT(WS-GRN-BEST) > ZERO
                   MOVE WS-GRN-AMOUNT(WS-GRN-BEST) TO
                       WS-GARN-WANT
               ELSE
                   COMPUTE WS-GARN-WANT ROUNDED = WS-PAY-GROSS
                       * WS-GRN-PCT(WS-GRN-BEST) / 100
               END-IF
               COMPUTE WS-GARN-REMAIN =
                   WS-GRN-TOTAL(WS-GRN-BEST)
                   - WS-GRN-RECOVERED(WS-GRN-BEST)
               MOVE WS-GARN-WANT TO WS-GARN-TAKE
               IF WS-GARN-TAKE > WS-GARN-REMAIN
                   MOVE WS-GARN-REMAIN TO WS-GARN-TAKE
               END-IF
               IF WS-GARN-AVAIL <= ZERO
                   MOVE ZERO TO WS-GARN-TAKE
               ELSE
                   IF WS-GARN-TAKE > WS-GARN-AVAIL
                       MOVE WS-GARN-AVAIL TO WS-GARN-TAKE
                   END-IF
               END-IF
               IF WS-GARN-TAKE > ZERO
                  AND WS-PSG-GRN-COUNT < 10
                   MOVE WS-GARN-TAKE TO
                       WS-GRN-TAKEN(WS-GRN-BEST)
                   ADD WS-GARN-TAKE TO WS-PAY-GARNISH
                   SUBTRACT WS-GARN-TAKE FROM WS-GARN-AVAIL
                   ADD 1 TO WS-PSG-GRN-COUNT
                   MOVE WS-GRN-ORDER-REF(WS-GRN-BEST) TO
                       WS-PSG-GRN-REF(WS-PSG-GRN-COUNT)
                   MOVE WS-GARN-TAKE TO
                       WS-PSG-GRN-TAKEN(WS-PSG-GRN-COUNT)
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Write the garnishment master back with this run's
      * recoveries added on
      * ----------------------------------------------------------------
       3685-UPDATE-GARNISH-MASTER.

           IF WS-GRN-COUNT > ZERO
               OPEN OUTPUT GARNISH-FILE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-GRN-COUNT
                   MOVE WS-GRN-EMP-ID(WS-SUB) TO GRN-EMP-ID
                   MOVE WS-GRN-ORDER-REF(WS-SUB) TO
                       GRN-ORDER-REF
                   MOVE WS-GRN-PRIORITY(WS-SUB) TO GRN-PRIORITY
                   MOVE WS-GRN-AMOUNT(WS-SUB) TO GRN-AMOUNT
                   MOVE WS-GRN-PCT(WS-SUB) TO GRN-PCT
                   MOVE WS-GRN-TOTAL(WS-SUB) TO GRN-TOTAL
                   COMPUTE GRN-RECOVERED =
                       WS-GRN-RECOVERED(WS-SUB)
                       + WS-GRN-TAKEN(WS-SUB)
                   MOVE SPACES TO GARNISH-RECORD(51:10)
                   WRITE GARNISH-RECORD
               END-PERFORM
               CLOSE GARNISH-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Load the allowances in force on the period end being paid.
      * Anything without a Y/N taxable flag is treated as taxable.
      * ----------------------------------------------------------------
       3621-LOAD-ALLOWANCE-TABLE.

           MOVE ZERO TO WS-ALW-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT ALLOWANCE-FILE
           IF WS-ALLOWANCE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ ALLOWANCE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE ALLOWANCE-FILE
                   NOT AT END
                       IF ALW-START-DATE <= WS-PAY-PERIOD-END
                          AND (ALW-END-DATE = ZERO
                           OR ALW-END-DATE >= WS-PAY-PERIOD-END)
                          AND ALW-AMOUNT > ZERO
                          AND WS-ALW-COUNT < 2000
                           ADD 1 TO WS-ALW-COUNT
                           MOVE ALW-EMP-ID TO
                               WS-ALW-EMP-ID(WS-ALW-COUNT)
                           MOVE ALW-CODE TO
                               WS-ALW-CODE(WS-ALW-COUNT)
                           MOVE ALW-AMOUNT TO
                               WS-ALW-AMOUNT(WS-ALW-COUNT)
                           IF ALW-TAXABLE = 'N' OR ALW-TAXABLE = 'n'
                               MOVE 'N' TO
                                   WS-ALW-TAXABLE(WS-ALW-COUNT)
                           ELSE
                               MOVE 'Y' TO
                                   WS-ALW-TAXABLE(WS-ALW-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Add the employee's allowances to gross - WS-PAY-ALLOW is the
      * total paid, WS-PAY-ALLOW-NT the non-taxable part of it
      * ----------------------------------------------------------------
       3626-ADD-ALLOWANCES.

           MOVE ZERO TO WS-PAY-ALLOW
           MOVE ZERO TO WS-PAY-ALLOW-NT

           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-ALW-COUNT
               IF WS-ALW-EMP-ID(WS-SUB-2) = EMP-ID
                   ADD WS-ALW-AMOUNT(WS-SUB-2) TO WS-PAY-ALLOW
                   IF WS-ALW-TAXABLE(WS-SUB-2) = 'N'
                       ADD WS-ALW-AMOUNT(WS-SUB-2) TO
                           WS-PAY-ALLOW-NT
                   END-IF
               END-IF
           END-PERFORM

           ADD WS-PAY-ALLOW TO WS-PAY-GROSS

           EXIT.

      * ----------------------------------------------------------------
      * Approved expense claims are reimbursed on top of net pay.
      * They are not earnings, so they stay out of gross, tax and
      * every deduction base.
      * ----------------------------------------------------------------
       3628-ADD-EXPENSE-CLAIMS.

           MOVE ZERO TO WS-PAY-EXPENSE

           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-ECL-COUNT
               IF WS-ECL-T-EMP-ID(WS-SUB-2) = EMP-ID
                  AND WS-ECL-T-STATUS(WS-SUB-2) = 'A'
                  AND WS-PSG-CLAIM-COUNT < 10
                   ADD WS-ECL-T-AMOUNT(WS-SUB-2) TO WS-PAY-EXPENSE
                   ADD 1 TO WS-PSG-CLAIM-COUNT
                   MOVE WS-ECL-T-CLAIM-NO(WS-SUB-2) TO
                       WS-PSG-CLAIM-NO(WS-PSG-CLAIM-COUNT)
               END-IF
           END-PERFORM

           ADD WS-PAY-EXPENSE TO WS-PAY-NET

           EXIT.

      * ----------------------------------------------------------------
      * Load the withholding election in force on the period end for
      * each employee - the latest certificate not after it
      * ----------------------------------------------------------------
       3639-LOAD-WH-ELECTIONS.

           MOVE ZERO TO WS-WHE-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT WHELECT-FILE
           IF WS-WHELECT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ WHELECT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE WHELECT-FILE
                   NOT AT END
                       IF WHE-EFF-DATE <= WS-PAY-PERIOD-END
                           MOVE ZERO TO WS-WHE-SUB
                           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                                   UNTIL WS-SUB-2 > WS-WHE-COUNT
                               IF WS-WHE-EMP-ID(WS-SUB-2) = WHE-EMP-ID
                                   MOVE WS-SUB-2 TO WS-WHE-SUB
                                   MOVE WS-WHE-COUNT TO WS-SUB-2
                               END-IF
                           END-PERFORM
                           IF WS-WHE-SUB = ZERO
                              AND WS-WHE-COUNT < 5000
                               ADD 1 TO WS-WHE-COUNT
                               MOVE WS-WHE-COUNT TO WS-WHE-SUB
                               MOVE ZERO TO WS-WHE-EFF(WS-WHE-SUB)
                           END-IF
                           IF WS-WHE-SUB > ZERO
                              AND WHE-EFF-DATE >=
                                  WS-WHE-EFF(WS-WHE-SUB)
                               MOVE WHE-EMP-ID TO
                                   WS-WHE-EMP-ID(WS-WHE-SUB)
                               MOVE WHE-EFF-DATE TO
                                   WS-WHE-EFF(WS-WHE-SUB)
                               MOVE WHE-FILING TO
                                   WS-WHE-FILING(WS-WHE-SUB)
                               MOVE WHE-ALLOWANCES TO
                                   WS-WHE-ALLOWS(WS-WHE-SUB)
                               MOVE WHE-EXTRA TO
                                   WS-WHE-EXTRA(WS-WHE-SUB)
                               MOVE WHE-EXEMPT TO
                                   WS-WHE-EXEMPT(WS-WHE-SUB)
                               MOVE WHE-EXEMPT-EXP TO
                                   WS-WHE-EXP(WS-WHE-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * The election for WS-TARGET-ID, and the per-period relief its
      * allowances and filing status give off the withholding base
      * ----------------------------------------------------------------
       3629-FIND-WH-ELECTION.

           MOVE ZERO TO WS-WHE-SUB
           MOVE ZERO TO WS-WHE-RELIEF
           MOVE 'N' TO WS-WHE-EXEMPT-USED
           MOVE ZERO TO WS-WHE-EXTRA-USED

           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-WHE-COUNT
               IF WS-WHE-EMP-ID(WS-SUB-2) = WS-TARGET-ID
                   MOVE WS-SUB-2 TO WS-WHE-SUB
                   MOVE WS-WHE-COUNT TO WS-SUB-2
               END-IF
           END-PERFORM

           IF WS-WHE-SUB > ZERO
               EVALUATE WS-EMP-FREQ
                   WHEN 'W'
                       MOVE 52 TO WS-WHE-PERIODS
                   WHEN 'B'
                       MOVE 26 TO WS-WHE-PERIODS
                   WHEN OTHER
                       MOVE 12 TO WS-WHE-PERIODS
               END-EVALUATE
               COMPUTE WS-WHE-RELIEF ROUNDED =
                   WS-WHE-ALLOWS(WS-WHE-SUB) * WS-WH-ALLOW-ANNUAL
                   / WS-WHE-PERIODS
               IF WS-WHE-FILING(WS-WHE-SUB) = 'M'
                   COMPUTE WS-WHE-RELIEF ROUNDED = WS-WHE-RELIEF
                       + (WS-WH-MARRIED-ANNUAL / WS-WHE-PERIODS)
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * After the bands: an unexpired exemption withholds nothing,
      * otherwise the elected extra is added on regular pay
      * ----------------------------------------------------------------
       3632-APPLY-WH-ELECTION.

           IF WS-WHE-SUB > ZERO
               IF WS-WHE-EXEMPT(WS-WHE-SUB) = 'Y'
                  AND WS-WHE-EXP(WS-WHE-SUB) >= WS-PAY-PERIOD-END
                   MOVE ZERO TO WS-PAY-TAX
                   MOVE ZERO TO WS-PAY-REGTAX
                   MOVE ZERO TO WS-TAX-BRACKET
                   MOVE 'Y' TO WS-WHE-EXEMPT-USED
               ELSE
                   IF WS-PAY-REC-TYPE NOT = 'S'
                      AND WS-WHE-EXTRA(WS-WHE-SUB) > ZERO
                       ADD WS-WHE-EXTRA(WS-WHE-SUB) TO WS-PAY-TAX
                       MOVE WS-WHE-EXTRA(WS-WHE-SUB) TO
                           WS-WHE-EXTRA-USED
                   END-IF
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Benefit plan year of WS-WORK-DATE into WS-BEN-PLAN-YEAR.  A
      * plan year starting mid-calendar (BEN-YEAR-MONTH) is named
      * for the calendar year it starts in.
      * ----------------------------------------------------------------
       3684-BENEFIT-PLAN-YEAR.

           MOVE 'BEN-YEAR-MONTH' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
              AND WS-CFG-NUMERIC >= 1 AND WS-CFG-NUMERIC <= 12
               MOVE WS-CFG-NUMERIC TO WS-BEN-YEAR-MONTH
           END-IF

           MOVE WS-WD-YEAR TO WS-BEN-PLAN-YEAR
           IF WS-WD-MONTH < WS-BEN-YEAR-MONTH
               SUBTRACT 1 FROM WS-BEN-PLAN-YEAR
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Load the whole benefit plan catalog
      * ----------------------------------------------------------------
       3677-LOAD-BENEFIT-CATALOG.

           MOVE ZERO TO WS-BPL-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT BENPLAN-FILE
           IF WS-BENPLAN-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ BENPLAN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE BENPLAN-FILE
                   NOT AT END
                       IF WS-BPL-COUNT < 300
                           ADD 1 TO WS-BPL-COUNT
                           MOVE BPL-PLAN TO
                               WS-BPL-T-PLAN(WS-BPL-COUNT)
                           MOVE BPL-TIER TO
                               WS-BPL-T-TIER(WS-BPL-COUNT)
                           MOVE BPL-EFF-DATE TO
                               WS-BPL-T-EFF(WS-BPL-COUNT)
                           MOVE BPL-EE-COST TO
                               WS-BPL-T-EE(WS-BPL-COUNT)
                           MOVE BPL-ER-COST TO
                               WS-BPL-T-ER(WS-BPL-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Load each employee's election in force for plan year
      * WS-BEN-PLAN-YEAR - the latest plan year not after it, and
      * for the same year the last one keyed
      * ----------------------------------------------------------------
       3678-LOAD-BENEFIT-ELECTIONS.

           MOVE ZERO TO WS-BEL-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT BENELECT-FILE
           IF WS-BENELECT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ BENELECT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE BENELECT-FILE
                   NOT AT END
                       IF BEL-PLAN-YEAR <= WS-BEN-PLAN-YEAR
                           MOVE ZERO TO WS-BEL-SUB
                           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                                   UNTIL WS-SUB-2 > WS-BEL-COUNT
                               IF WS-BEL-T-EMP-ID(WS-SUB-2) =
                                  BEL-EMP-ID
                                   MOVE WS-SUB-2 TO WS-BEL-SUB
                                   MOVE WS-BEL-COUNT TO WS-SUB-2
                               END-IF
                           END-PERFORM
                           IF WS-BEL-SUB = ZERO
                              AND WS-BEL-COUNT < 5000
                               ADD 1 TO WS-BEL-COUNT
                               MOVE WS-BEL-COUNT TO WS-BEL-SUB
                               MOVE BEL-EMP-ID TO
                                   WS-BEL-T-EMP-ID(WS-BEL-SUB)
                               MOVE ZERO TO WS-BEL-T-YEAR(WS-BEL-SUB)
                           END-IF
                           IF WS-BEL-SUB > ZERO
                               IF BEL-PLAN-YEAR >=
                                  WS-BEL-T-YEAR(WS-BEL-SUB)
                                   MOVE BEL-PLAN-YEAR TO
                                       WS-BEL-T-YEAR(WS-BEL-SUB)
                                   MOVE BEL-PLAN TO
                                       WS-BEL-T-PLAN(WS-BEL-SUB)
                                   MOVE BEL-TIER TO
                                       WS-BEL-T-TIER(WS-BEL-SUB)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Catalog price of WS-BEN-PLAN/WS-BEN-TIER on WS-BEN-SEL-DATE -
      * WS-BEN-EE-COST and WS-BEN-ER-COST out, WS-BEN-PRICED 'N'
      * when the catalog has no row for it.  Plan NONE is a waiver
      * and costs nothing.
      * ----------------------------------------------------------------
       3687-FIND-BENEFIT-PRICE.

           MOVE ZERO TO WS-BEN-EE-COST
           MOVE ZERO TO WS-BEN-ER-COST
           MOVE ZERO TO WS-BPL-SUB
           MOVE ZERO TO WS-BPL-BEST-DATE
           MOVE 'N' TO WS-BEN-PRICED

           IF WS-BEN-PLAN = 'NONE'
               MOVE 'Y' TO WS-BEN-PRICED
           ELSE
               PERFORM VARYING WS-SUB-3 FROM 1 BY 1
                       UNTIL WS-SUB-3 > WS-BPL-COUNT
                   IF WS-BPL-T-PLAN(WS-SUB-3) = WS-BEN-PLAN
                      AND WS-BPL-T-TIER(WS-SUB-3) = WS-BEN-TIER
                      AND WS-BPL-T-EFF(WS-SUB-3) <= WS-BEN-SEL-DATE
                      AND WS-BPL-T-EFF(WS-SUB-3) >= WS-BPL-BEST-DATE
                       MOVE WS-SUB-3 TO WS-BPL-SUB
                       MOVE WS-BPL-T-EFF(WS-SUB-3) TO
                           WS-BPL-BEST-DATE
                   END-IF
               END-PERFORM
               IF WS-BPL-SUB > ZERO
                   MOVE 'Y' TO WS-BEN-PRICED
                   MOVE WS-BPL-T-EE(WS-BPL-SUB) TO WS-BEN-EE-COST
                   MOVE WS-BPL-T-ER(WS-BPL-SUB) TO WS-BEN-ER-COST
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Price every election in force on WS-BEN-SEL-DATE into the
      * deduction table: the employee cost replaces the keyed health
      * amount and the employer cost rides with it.  An employee
      * with an election and no deduction row gets one.  The plan
      * year switches over by itself once the date reaches it.
      * ----------------------------------------------------------------
       3679-PRICE-BENEFIT-ELECTIONS.

           MOVE WS-BEN-SEL-DATE TO WS-WORK-DATE
           PERFORM 3684-BENEFIT-PLAN-YEAR
           PERFORM 3677-LOAD-BENEFIT-CATALOG
           PERFORM 3678-LOAD-BENEFIT-ELECTIONS

           PERFORM VARYING WS-BEL-SUB FROM 1 BY 1
                   UNTIL WS-BEL-SUB > WS-BEL-COUNT
               MOVE WS-BEL-T-PLAN(WS-BEL-SUB) TO WS-BEN-PLAN
               MOVE WS-BEL-T-TIER(WS-BEL-SUB) TO WS-BEN-TIER
               PERFORM 3687-FIND-BENEFIT-PRICE
               IF WS-BEN-PRICED = 'N'
                   MOVE 'BENEFITS' TO WS-RJW-SOURCE
                   MOVE 'PLAN/TIER NOT IN CATALOG' TO WS-RJW-REASON
                   MOVE WS-BEL-ENTRY(WS-BEL-SUB) TO WS-RJW-DATA
                   PERFORM 8690-WRITE-REJECT
               ELSE
                   MOVE ZERO TO WS-DED-SUB
                   PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                           UNTIL WS-SUB-2 > WS-DED-COUNT
                       IF WS-DED-EMP-ID(WS-SUB-2) =
                          WS-BEL-T-EMP-ID(WS-BEL-SUB)
                           MOVE WS-SUB-2 TO WS-DED-SUB
                           MOVE WS-DED-COUNT TO WS-SUB-2
                       END-IF
                   END-PERFORM
                   IF WS-DED-SUB = ZERO AND WS-DED-COUNT < 5000
                       ADD 1 TO WS-DED-COUNT
                       MOVE WS-DED-COUNT TO WS-DED-SUB
                       MOVE WS-BEL-T-EMP-ID(WS-BEL-SUB) TO
                           WS-DED-EMP-ID(WS-DED-SUB)
                       MOVE ZERO TO WS-DED-PENSION(WS-DED-SUB)
                       MOVE ZERO TO WS-DED-UNION(WS-DED-SUB)
                   END-IF
                   IF WS-DED-SUB > ZERO
                       MOVE WS-BEN-EE-COST TO
                           WS-DED-HEALTH(WS-DED-SUB)
                       MOVE WS-BEN-ER-COST TO
                           WS-DED-BEN-ER(WS-DED-SUB)
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Load the open overpayment recovery schedules
      * ----------------------------------------------------------------
       3645-LOAD-OVERPAY-TABLE.

           MOVE ZERO TO WS-OVP-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT OVERPAY-FILE
           IF WS-OVERPAY-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ OVERPAY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE OVERPAY-FILE
                   NOT AT END
                       IF WS-OVP-COUNT < 500
                           ADD 1 TO WS-OVP-COUNT
                           MOVE OVP-EMP-ID TO
                               WS-OVP-EMP-ID(WS-OVP-COUNT)
                           MOVE OVP-ORIG-PERIOD TO
                               WS-OVP-ORIG-PERIOD(WS-OVP-COUNT)
                           MOVE OVP-TOTAL TO
                               WS-OVP-TOTAL(WS-OVP-COUNT)
                           MOVE OVP-CAP-PCT TO
                               WS-OVP-CAP-PCT(WS-OVP-COUNT)
                           MOVE OVP-RECOVERED TO
                               WS-OVP-RECOVERED(WS-OVP-COUNT)
                           MOVE ZERO TO
                               WS-OVP-TAKEN(WS-OVP-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Recover open overpayments next to the loan installment,
      * never more per period than the schedule's percentage of net
      * ----------------------------------------------------------------
       3627-RECOVER-OVERPAYMENT.

           MOVE ZERO TO WS-PAY-OVP

           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-OVP-COUNT
               IF WS-OVP-EMP-ID(WS-SUB-2) = EMP-ID
                  AND WS-OVP-RECOVERED(WS-SUB-2) <
                      WS-OVP-TOTAL(WS-SUB-2)
                  AND WS-PAY-NET > ZERO
                   COMPUTE WS-OVP-REMAIN =
                       WS-OVP-TOTAL(WS-SUB-2)
                       - WS-OVP-RECOVERED(WS-SUB-2)
                   COMPUTE WS-OVP-CAP-AMT ROUNDED =
                       WS-PAY-NET
                       * WS-OVP-CAP-PCT(WS-SUB-2) / 100
                   IF WS-OVP-CAP-AMT > WS-OVP-REMAIN
                       MOVE WS-OVP-REMAIN TO WS-OVP-CAP-AMT
                   END-IF
                   IF WS-OVP-CAP-AMT > ZERO
                       MOVE WS-OVP-CAP-AMT TO
                           WS-OVP-TAKEN(WS-SUB-2)
                       ADD WS-OVP-CAP-AMT TO WS-PAY-OVP
                       SUBTRACT WS-OVP-CAP-AMT FROM WS-PAY-NET
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Write the overpayment schedules back with this run's
      * recoveries added on
      * ----------------------------------------------------------------
       3695-UPDATE-OVERPAY-MASTER.

           IF WS-OVP-COUNT > ZERO
               OPEN OUTPUT OVERPAY-FILE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-OVP-COUNT
                   MOVE WS-OVP-EMP-ID(WS-SUB) TO OVP-EMP-ID
                   MOVE WS-OVP-ORIG-PERIOD(WS-SUB) TO
                       OVP-ORIG-PERIOD
                   MOVE WS-OVP-TOTAL(WS-SUB) TO OVP-TOTAL
                   MOVE WS-OVP-CAP-PCT(WS-SUB) TO OVP-CAP-PCT
                   COMPUTE OVP-RECOVERED =
                       WS-OVP-RECOVERED(WS-SUB)
                       + WS-OVP-TAKEN(WS-SUB)
                   MOVE SPACES TO OVERPAY-RECORD(38:10)
                   WRITE OVERPAY-RECORD
               END-PERFORM
               CLOSE OVERPAY-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Load the leave balances
      * ----------------------------------------------------------------
       3646-LOAD-LEAVE-TABLE.

           MOVE ZERO TO WS-LVB-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT LEAVEBAL-FILE
           IF WS-LEAVEBAL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ LEAVEBAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE LEAVEBAL-FILE
                   NOT AT END
                       IF WS-LVB-COUNT < 5000
                           ADD 1 TO WS-LVB-COUNT
                           MOVE LVB-EMP-ID TO
                               WS-LVB-EMP-ID(WS-LVB-COUNT)
                           MOVE LVB-ACCRUED TO
                               WS-LVB-ACCRUED(WS-LVB-COUNT)
                           MOVE LVB-TAKEN TO
                               WS-LVB-TAKEN(WS-LVB-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Find (or start) the leave entry for the employee in
      * EMP-RECORD - WS-LVB-SUB out
      * ----------------------------------------------------------------
       3648-FIND-LEAVE-ENTRY.

           MOVE ZERO TO WS-LVB-SUB
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-LVB-COUNT
               IF WS-LVB-EMP-ID(WS-SUB-2) = EMP-ID
                   MOVE WS-SUB-2 TO WS-LVB-SUB
                   MOVE WS-LVB-COUNT TO WS-SUB-2
               END-IF
           END-PERFORM

           IF WS-LVB-SUB = ZERO AND WS-LVB-COUNT < 5000
               ADD 1 TO WS-LVB-COUNT
               MOVE EMP-ID TO WS-LVB-EMP-ID(WS-LVB-COUNT)
               MOVE ZERO TO WS-LVB-ACCRUED(WS-LVB-COUNT)
               MOVE ZERO TO WS-LVB-TAKEN(WS-LVB-COUNT)
               MOVE WS-LVB-COUNT TO WS-LVB-SUB
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Write the leave balances back with this run's accruals
      * ----------------------------------------------------------------
       3690-UPDATE-LEAVE-MASTER.

           IF WS-LVB-COUNT > ZERO
               OPEN OUTPUT LEAVEBAL-FILE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-LVB-COUNT
                   MOVE WS-LVB-EMP-ID(WS-SUB) TO LVB-EMP-ID
                   MOVE WS-LVB-ACCRUED(WS-SUB) TO LVB-ACCRUED
                   MOVE WS-LVB-TAKEN(WS-SUB) TO LVB-TAKEN
                   MOVE SPACES TO LEAVEBAL-RECORD(18:10)
                   WRITE LEAVEBAL-RECORD
               END-PERFORM
               CLOSE LEAVEBAL-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Load the loan master for recovery this run
      * ----------------------------------------------------------------
       3605-LOAD-LOAN-TABLE.

           MOVE ZERO TO WS-LN-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ LOAN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-LN-COUNT < 2000
                           ADD 1 TO WS-LN-COUNT
                           MOVE LN-EMP-ID TO
                               WS-LN-T-EMP-ID(WS-LN-COUNT)
                           MOVE LN-BALANCE TO
                               WS-LN-T-BALANCE(WS-LN-COUNT)
                           MOVE LN-INSTALLMENT TO
                               WS-LN-T-INSTALLMENT(WS-LN-COUNT)
                           MOVE ZERO TO WS-LN-T-PAID(WS-LN-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-LOAN-STATUS = '00' OR WS-LOAN-STATUS = '10'
               CLOSE LOAN-FILE
           END-IF

           IF WS-LN-COUNT > ZERO
               SORT WS-LN-ENTRY ASCENDING KEY WS-LN-T-EMP-ID
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Build the year-to-date position per employee for the pay
      * year by summing the year's pay records - reversals net out
      * no matter where they sit in the year, rather than trusting
      * the YTD fields of whichever record sorts last
      * ----------------------------------------------------------------
       3606-LOAD-YTD-TABLE.

           PERFORM 5375-LOAD-XFER-TABLE
           MOVE ZERO TO WS-YTD-COUNT
           MOVE 'N' TO WS-EOF

           MOVE WS-PERIOD-YEAR TO WS-PYR-YEAR
           PERFORM 5358-OPEN-PAY-HISTORY
           IF WS-PYR-AT-END = 'Y'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               PERFORM 5359-READ-PAY-HISTORY
               IF WS-PYR-AT-END = 'Y'
                   MOVE 'Y' TO WS-EOF
               ELSE
                   MOVE PAY-PERIOD-END TO WS-WORK-DATE
                   MOVE ZERO TO WS-XFR-SUB
                   IF WS-WD-YEAR = WS-PERIOD-YEAR
                       PERFORM 5376-FIND-PAY-XFER
                       IF WS-XFR-SUB > ZERO
                           ADD PAY-GROSS TO
                               WS-XFR-T-GROSS(WS-XFR-SUB)
                           ADD PAY-TAX TO
                               WS-XFR-T-TAX(WS-XFR-SUB)
                           ADD PAY-NET TO
                               WS-XFR-T-NET(WS-XFR-SUB)
                       END-IF
                   END-IF
                   IF WS-WD-YEAR = WS-PERIOD-YEAR
                      AND WS-XFR-SUB = ZERO
                       MOVE PAY-EMP-ID TO WS-TARGET-ID
                       PERFORM 3608-FIND-YTD-ENTRY
                       IF WS-YTD-SUB > ZERO
                           ADD PAY-GROSS TO
                               WS-YTD-GROSS(WS-YTD-SUB)
                           ADD PAY-TAX TO
                               WS-YTD-TAX(WS-YTD-SUB)
                           ADD PAY-NET TO
                               WS-YTD-NET(WS-YTD-SUB)
                           IF PAY-PERIOD-END >
                              WS-YTD-LAST-PE(WS-YTD-SUB)
                               MOVE PAY-PERIOD-END TO
                                   WS-YTD-LAST-PE(WS-YTD-SUB)
                           END-IF
                           IF PAY-REC-TYPE = 'R'
                               MOVE PAY-NET TO
                                   WS-YTD-PRIOR-NET
                                   (WS-YTD-SUB)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Build the retro-pay table: salary increases on SALHIST.DAT
      * effective inside periods already paid, not yet settled
      * through RETROPD.DAT.  Each affected period is owed the
      * monthly difference between old and new salary.
      * ----------------------------------------------------------------
       3640-LOAD-RETRO-TABLE.

           PERFORM 3641-LOAD-SETTLED-RETRO
           MOVE ZERO TO WS-RTR-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT SALHIST-FILE
           IF WS-SALHIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ SALHIST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE SALHIST-FILE
                   NOT AT END
                       IF SH-NEW-SALARY > SH-OLD-SALARY
                           PERFORM 3642-CONSIDER-RETRO-ROW
                       END-IF
               END-READ
           END-PERFORM

           IF WS-RTR-COUNT > ZERO
               PERFORM 3643-COUNT-RETRO-PERIODS
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-RTR-COUNT
                   COMPUTE WS-RTR-AMOUNT(WS-SUB) ROUNDED =
                       WS-RTR-DIFF(WS-SUB)
                       * WS-RTR-PERIODS(WS-SUB)
               END-PERFORM
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Settlements already made, from RETROPD.DAT
      * ----------------------------------------------------------------
       3641-LOAD-SETTLED-RETRO.

           MOVE ZERO TO WS-STL-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT RETRO-FILE
           IF WS-RETRO-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ RETRO-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE RETRO-FILE
                   NOT AT END
                       IF WS-STL-COUNT < 500
                           ADD 1 TO WS-STL-COUNT
                           MOVE RTP-EMP-ID TO
                               WS-STL-EMP-ID(WS-STL-COUNT)
                           MOVE RTP-EFF-DATE TO
                               WS-STL-EFF-DATE(WS-STL-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * One SALHIST increase in SALHIST-RECORD - keep it as a retro
      * candidate when it falls inside paid periods and has not been
      * settled before
      * ----------------------------------------------------------------
       3642-CONSIDER-RETRO-ROW.

           MOVE ZERO TO WS-YTD-SUB
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-YTD-COUNT
               IF WS-YTD-EMP-ID(WS-SUB-2) = SH-EMP-ID
                   MOVE WS-SUB-2 TO WS-YTD-SUB
                   MOVE WS-YTD-COUNT TO WS-SUB-2
               END-IF
           END-PERFORM

           IF WS-YTD-SUB > ZERO
              AND WS-YTD-LAST-PE(WS-YTD-SUB) > ZERO
              AND SH-EFF-DATE <= WS-YTD-LAST-PE(WS-YTD-SUB)
               MOVE 'N' TO WS-RTR-SETTLED
               PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                       UNTIL WS-SUB-2 > WS-STL-COUNT
                   IF WS-STL-EMP-ID(WS-SUB-2) = SH-EMP-ID
                      AND WS-STL-EFF-DATE(WS-SUB-2) = SH-EFF-DATE
                       MOVE 'Y' TO WS-RTR-SETTLED
                       MOVE WS-STL-COUNT TO WS-SUB-2
                   END-IF
               END-PERFORM

               IF WS-RTR-SETTLED = 'N' AND WS-RTR-COUNT < 200
                   ADD 1 TO WS-RTR-COUNT
                   MOVE SH-EMP-ID TO
                       WS-RTR-EMP-ID(WS-RTR-COUNT)
                   MOVE SH-EFF-DATE TO
                       WS-RTR-EFF-DATE(WS-RTR-COUNT)
                   COMPUTE WS-RTR-DIFF(WS-RTR-COUNT) ROUNDED =
                       (SH-NEW-SALARY - SH-OLD-SALARY) / 12
                   MOVE ZERO TO WS-RTR-PERIODS(WS-RTR-COUNT)
                   MOVE ZERO TO WS-RTR-AMOUNT(WS-RTR-COUNT)
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Count the already-paid periods each retro candidate covers
      * ----------------------------------------------------------------
       3643-COUNT-RETRO-PERIODS.

           MOVE 'N' TO WS-EOF
           OPEN INPUT PAYROLL-FILE
           IF WS-PAYROLL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYROLL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE PAYROLL-FILE
                   NOT AT END
                       IF PAY-REC-TYPE = 'R'
                           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                                   UNTIL WS-SUB-2 > WS-RTR-COUNT
                               IF WS-RTR-EMP-ID(WS-SUB-2) =
                                      PAY-EMP-ID
                                  AND PAY-PERIOD-END >=
                                      WS-RTR-EFF-DATE(WS-SUB-2)
                                   ADD 1 TO
                                       WS-RTR-PERIODS(WS-SUB-2)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Record the retro settlements for the staged employee in
      * WS-TARGET-ID - run at commit only, and each candidate's
      * amount is cleared once written so it settles exactly once
      * ----------------------------------------------------------------
       3647-RECORD-RETRO-SETTLED.

           OPEN EXTEND RETRO-FILE
           IF WS-RETRO-STATUS = '35'
               OPEN OUTPUT RETRO-FILE
           END-IF

           IF WS-RETRO-STATUS = '00'
               PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                       UNTIL WS-SUB-2 > WS-RTR-COUNT
                   IF WS-RTR-EMP-ID(WS-SUB-2) = WS-TARGET-ID
                      AND WS-RTR-AMOUNT(WS-SUB-2) > ZERO
                       MOVE WS-RTR-EMP-ID(WS-SUB-2) TO RTP-EMP-ID
                       MOVE WS-RTR-EFF-DATE(WS-SUB-2) TO
                           RTP-EFF-DATE
                       MOVE WS-RTR-AMOUNT(WS-SUB-2) TO RTP-AMOUNT
                       MOVE WS-PAY-PERIOD-END TO RTP-PAID-PERIOD
                       MOVE SPACES TO RETRO-RECORD(33:10)
                       WRITE RETRO-RECORD
                       MOVE ZERO TO WS-RTR-AMOUNT(WS-SUB-2)
                   END-IF
               END-PERFORM
               CLOSE RETRO-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Find (or start) the YTD entry for WS-TARGET-ID - WS-YTD-SUB
      * out
      * ----------------------------------------------------------------
       3608-FIND-YTD-ENTRY.

           MOVE ZERO TO WS-YTD-SUB
           IF WS-YTD-COUNT > ZERO
               SEARCH ALL WS-YTD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-YTD-EMP-ID(WS-YTD-IX) = WS-TARGET-ID
                       SET WS-YTD-SUB TO WS-YTD-IX
               END-SEARCH
           END-IF

           IF WS-YTD-SUB = ZERO
               IF WS-YTD-COUNT < 5000
                   ADD 1 TO WS-YTD-COUNT
                   MOVE WS-TARGET-ID TO
                       WS-YTD-EMP-ID(WS-YTD-COUNT)
                   MOVE ZERO TO WS-YTD-GROSS(WS-YTD-COUNT)
                   MOVE ZERO TO WS-YTD-TAX(WS-YTD-COUNT)
                   MOVE ZERO TO WS-YTD-NET(WS-YTD-COUNT)
                   MOVE ZERO TO WS-YTD-LAST-PE(WS-YTD-COUNT)
                   MOVE ZERO TO WS-YTD-PRIOR-NET(WS-YTD-COUNT)
                   SORT WS-YTD-ENTRY ASCENDING KEY WS-YTD-EMP-ID
                   SEARCH ALL WS-YTD-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-YTD-EMP-ID(WS-YTD-IX) =
                               WS-TARGET-ID
                           SET WS-YTD-SUB TO WS-YTD-IX
                   END-SEARCH
               ELSE
                   DISPLAY "WARNING: YTD table full - no YTD "
                       "tracking for " WS-TARGET-ID
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Find the timesheet entry for WS-TARGET-ID - WS-TMS-SUB out,
      * zero when the employee is salaried for the period
      * ----------------------------------------------------------------
       3607-FIND-TMS-ENTRY.

           MOVE ZERO TO WS-TMS-SUB
           IF WS-TMS-COUNT > ZERO
               SEARCH ALL WS-TMS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TMS-T-EMP-ID(WS-TMS-IX) = WS-TARGET-ID
                       SET WS-TMS-SUB TO WS-TMS-IX
               END-SEARCH
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Find the loan entry for WS-TARGET-ID - WS-LN-SUB out
      * ----------------------------------------------------------------
       3609-FIND-LOAN-ENTRY.

           MOVE ZERO TO WS-LN-SUB
           IF WS-LN-COUNT > ZERO
               SEARCH ALL WS-LN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LN-T-EMP-ID(WS-LN-IX) = WS-TARGET-ID
                       SET WS-LN-SUB TO WS-LN-IX
               END-SEARCH
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Find the deduction entry for WS-TARGET-ID - WS-DED-SUB out
      * ----------------------------------------------------------------
       3611-FIND-DED-ENTRY.

           MOVE ZERO TO WS-DED-SUB
           IF WS-DED-COUNT > ZERO
               SEARCH ALL WS-DED-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DED-EMP-ID(WS-DED-IX) = WS-TARGET-ID
                       SET WS-DED-SUB TO WS-DED-IX
               END-SEARCH
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Pay the employee currently in EMP-RECORD
      * ----------------------------------------------------------------
       3610-PAY-ONE-EMPLOYEE.

           MOVE EMP-ID TO WS-TARGET-ID
           MOVE ZERO TO WS-PAY-BONUS
           MOVE SPACES TO WS-PSG-EXTRA
           MOVE ZERO TO WS-PSG-CLAIM-COUNT
           MOVE 'N' TO WS-PSG-TSADJ-HELD
           MOVE ZERO TO WS-PSG-TSADJ-COUNT
           MOVE ZERO TO WS-PSG-GRN-COUNT
           MOVE ZERO TO WS-PSG-LBD-COUNT

           PERFORM 3607-FIND-TMS-ENTRY
           IF WS-TMS-SUB > ZERO
               COMPUTE WS-HOURLY-RATE ROUNDED = EMP-SALARY / 2080
               MOVE WS-TMS-T-REG(WS-TMS-SUB) TO WS-HG-REG
               MOVE WS-TMS-T-OT(WS-TMS-SUB) TO WS-HG-OT
               MOVE WS-TMS-T-SHIFT(WS-TMS-SUB) TO WS-HG-SHIFT
               MOVE WS-HOURLY-RATE TO WS-HG-RATE
               PERFORM 3633-COMPUTE-HOURLY-GROSS
               MOVE WS-HG-GROSS TO WS-PAY-GROSS
           ELSE
               EVALUATE WS-EMP-FREQ
                   WHEN 'W'
                       MOVE 52 TO WS-PERIODS-YEAR
                   WHEN 'B'
                       MOVE 26 TO WS-PERIODS-YEAR
                   WHEN OTHER
                       MOVE 12 TO WS-PERIODS-YEAR
               END-EVALUATE
               COMPUTE WS-PAY-GROSS ROUNDED =
                   EMP-SALARY / WS-PERIODS-YEAR
           END-IF

           MOVE ZERO TO WS-PAY-RETRO
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-RTR-COUNT
               IF WS-RTR-EMP-ID(WS-SUB-2) = EMP-ID
                   ADD WS-RTR-AMOUNT(WS-SUB-2) TO WS-PAY-RETRO
               END-IF
           END-PERFORM
           IF WS-PAY-RETRO > ZERO
               ADD WS-PAY-RETRO TO WS-PAY-GROSS
           END-IF

           PERFORM 3741-ADD-HOURS-ADJUSTMENTS

           PERFORM 3626-ADD-ALLOWANCES

      * non-taxable allowances are paid but never withheld on, and
      * the employee's election takes its allowances off the base
           PERFORM 3629-FIND-WH-ELECTION
           COMPUTE WS-TAX-BASE-ADJ = WS-PAY-ALLOW-NT + WS-WHE-RELIEF
           IF WS-TAX-BASE-ADJ > WS-PAY-GROSS
               MOVE WS-PAY-GROSS TO WS-TAX-BASE-ADJ
           END-IF
           SUBTRACT WS-TAX-BASE-ADJ FROM WS-PAY-GROSS
           PERFORM 3614-COMPUTE-TAX
           MOVE EMP-LOCATION TO WS-RTX-LOC
           PERFORM 3634-COMPUTE-REGIONAL-TAX
           ADD WS-TAX-BASE-ADJ TO WS-PAY-GROSS
           PERFORM 3632-APPLY-WH-ELECTION

           PERFORM 3612-COMPUTE-DEDUCTIONS
           PERFORM 3624-COMPUTE-EMPLOYER-CONTRIB
           PERFORM 3617-COMPUTE-GARNISHMENTS

           MOVE ZERO TO WS-PAY-LOAN
           PERFORM 3609-FIND-LOAN-ENTRY
           IF WS-LN-SUB > ZERO
              AND WS-LN-T-BALANCE(WS-LN-SUB) > ZERO
               IF WS-LN-T-INSTALLMENT(WS-LN-SUB) >
                  WS-LN-T-BALANCE(WS-LN-SUB)
                   MOVE WS-LN-T-BALANCE(WS-LN-SUB) TO WS-PAY-LOAN
               ELSE
                   MOVE WS-LN-T-INSTALLMENT(WS-LN-SUB) TO
                       WS-PAY-LOAN
               END-IF
           END-IF

           COMPUTE WS-PAY-NET = WS-PAY-GROSS - WS-PAY-TAX
               - WS-PAY-DEDUCT - WS-PAY-GARNISH - WS-PAY-LOAN
           IF WS-PAY-NET < ZERO
               COMPUTE WS-PAY-LOAN-WORK = WS-PAY-LOAN + WS-PAY-NET
               IF WS-PAY-LOAN-WORK < ZERO
                   MOVE ZERO TO WS-PAY-LOAN
               ELSE
                   MOVE WS-PAY-LOAN-WORK TO WS-PAY-LOAN
               END-IF
               COMPUTE WS-PAY-NET = WS-PAY-GROSS - WS-PAY-TAX
                   - WS-PAY-DEDUCT - WS-PAY-GARNISH - WS-PAY-LOAN
           END-IF

           IF WS-LN-SUB > ZERO
               MOVE WS-PAY-LOAN TO WS-LN-T-PAID(WS-LN-SUB)
           END-IF

           PERFORM 3627-RECOVER-OVERPAYMENT
           PERFORM 3628-ADD-EXPENSE-CLAIMS

      * the project split is worked out before the row is staged,
      * since it travels on the staged row
           PERFORM 3743-SPREAD-PROJECT-LABOR
           PERFORM 3615-ROLL-YTD-FORWARD
           PERFORM 3613-ACCUMULATE-DEPT-DEDUCT
           PERFORM 3620-WRITE-REGISTER-LINE
           IF WS-TRIAL-RUN = 'Y' AND WS-PAY-NET <= ZERO
               ADD 1 TO WS-TRIAL-EXC-COUNT
               MOVE SPACES TO WS-PRT-LINE
               STRING '  EXCEPTION: NET NOT POSITIVE FOR '
                          DELIMITED BY SIZE
                      EMP-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      EMP-NAME DELIMITED BY SIZE
                   INTO WS-PRT-LINE
               END-STRING
               PERFORM 3622-PUT-REGISTER-LINE
           END-IF
      * the settlement itself is recorded at commit, off the
      * staged records, so a discarded sitting cannot mark an
      * increase settled without paying it
           IF WS-PAY-RETRO > ZERO
               MOVE WS-PAY-RETRO TO WS-RRL-AMOUNT
               MOVE WS-REG-RETRO-LINE TO WS-PRT-LINE
               PERFORM 3622-PUT-REGISTER-LINE
           END-IF
           IF WS-PAY-TSADJ NOT = ZERO
               MOVE WS-PAY-TSADJ TO WS-RTJ-AMOUNT
               MOVE WS-REG-TSADJ-LINE TO WS-PRT-LINE
               PERFORM 3622-PUT-REGISTER-LINE
           END-IF
           IF WS-PAY-EXPENSE > ZERO
               MOVE WS-PAY-EXPENSE TO WS-REX-AMOUNT
               MOVE WS-REG-EXP-LINE TO WS-PRT-LINE
               PERFORM 3622-PUT-REGISTER-LINE
           END-IF
           PERFORM 3648-FIND-LEAVE-ENTRY
           IF WS-LVB-SUB > ZERO
               ADD WS-LEAVE-ACCRUAL TO
                   WS-LVB-ACCRUED(WS-LVB-SUB)
           END-IF

           MOVE ZERO TO WS-PAY-FX-RATE
           IF EMP-CURRENCY NOT = SPACES
               MOVE EMP-CURRENCY TO WS-FXF-CUR
               MOVE WS-PAY-PERIOD-END TO WS-FXF-DATE
               PERFORM 9655-FIND-FX-RATE
               MOVE WS-FXF-RATE TO WS-PAY-FX-RATE
           END-IF

           PERFORM 3637-CHECK-PAY-EXCEPTIONS

           IF WS-TRIAL-RUN NOT = 'Y'
               PERFORM 3625-WRITE-PAY-STUB
               IF WS-PAY-HELD = 'Y'
                   PERFORM 3638-HOLD-PAYMENT
               ELSE
                   PERFORM 3630-WRITE-BANK-RECORD
               END-IF
           END-IF

           ADD WS-PAY-GROSS TO WS-TOT-GROSS
           ADD WS-PAY-TAX TO WS-TOT-TAX
           ADD WS-PAY-DEDUCT TO WS-TOT-DEDUCT
           ADD WS-PAY-GARNISH TO WS-TOT-DEDUCT
           ADD WS-PAY-LOAN TO WS-TOT-LOAN
           ADD WS-PAY-NET TO WS-TOT-NET
           ADD WS-PAY-OVP TO WS-TOT-OVP
           ADD WS-PAY-EMPLR TO WS-TOT-EMPLR
           ADD 1 TO WS-PAID-COUNT
           IF WS-PARALLEL-RUN = 'Y'
               PERFORM 3735-HOLD-PARALLEL-PAY
           END-IF
           IF WS-SIM-RUN = 'Y'
               PERFORM 5436-HOLD-SIM-PAY
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Voluntary deductions for the employee in EMP-RECORD.  For an
      * employee with a benefit election the health amount is the
      * catalog's employee cost for the plan and tier, priced when
      * the table was loaded.
      * ----------------------------------------------------------------
       3612-COMPUTE-DEDUCTIONS.

           MOVE ZERO TO WS-PAY-DEDUCT

           PERFORM 3611-FIND-DED-ENTRY
           MOVE WS-PAY-GROSS TO WS-DSP-GROSS
           PERFORM 3651-SPLIT-DEDUCTIONS
           MOVE WS-CRM-RAW TO WS-PAY-DEDUCT
           PERFORM 3618-CAP-DEDUCTIONS
           ADD WS-DSP-RECOV-TOT TO WS-PAY-DEDUCT

           EXIT.

      * ----------------------------------------------------------------
      * Split the voluntary deductions of the employee at WS-DED-SUB
      * on gross WS-DSP-GROSS by type.  Over the 40 percent cap each
      * type is scaled down alike and the rest is short (arrears);
      * under it, the room left recovers open arrears up to the
      * per-period limit (CONFIG ARR-RECOVER-MAX), in table order.
      * The pay run and the commit both come through here so the
      * arrears posted match what the run took.
      * ----------------------------------------------------------------
       3651-SPLIT-DEDUCTIONS.

           MOVE 'PENS' TO WS-DSP-TYPE(1)
           MOVE 'HLTH' TO WS-DSP-TYPE(2)
           MOVE 'UNIO' TO WS-DSP-TYPE(3)
           PERFORM VARYING WS-DSP-SUB FROM 1 BY 1
                   UNTIL WS-DSP-SUB > 3
               MOVE ZERO TO WS-DSP-DUE(WS-DSP-SUB)
               MOVE ZERO TO WS-DSP-TAKEN(WS-DSP-SUB)
               MOVE ZERO TO WS-DSP-SHORT(WS-DSP-SUB)
               MOVE ZERO TO WS-DSP-RECOV(WS-DSP-SUB)
           END-PERFORM
           MOVE ZERO TO WS-CRM-RAW
           MOVE ZERO TO WS-DSP-SHORT-TOT
           MOVE ZERO TO WS-DSP-RECOV-TOT

           IF WS-DED-SUB > ZERO
               COMPUTE WS-DSP-DUE(1) ROUNDED =
                   WS-DSP-GROSS * WS-DED-PENSION(WS-DED-SUB) / 100
               MOVE WS-DED-HEALTH(WS-DED-SUB) TO WS-DSP-DUE(2)
               MOVE WS-DED-UNION(WS-DED-SUB) TO WS-DSP-DUE(3)
               COMPUTE WS-CRM-RAW =
                   WS-DSP-DUE(1) + WS-DSP-DUE(2) + WS-DSP-DUE(3)
           END-IF

           COMPUTE WS-DEDUCT-CAP ROUNDED = WS-DSP-GROSS * 0.40
           IF WS-CRM-RAW > WS-DEDUCT-CAP
               COMPUTE WS-CRM-SCALE ROUNDED =
                   WS-DEDUCT-CAP / WS-CRM-RAW
               MOVE ZERO TO WS-DSP-ROOM
           ELSE
               MOVE 1 TO WS-CRM-SCALE
               COMPUTE WS-DSP-ROOM = WS-DEDUCT-CAP - WS-CRM-RAW
           END-IF

           PERFORM VARYING WS-DSP-SUB FROM 1 BY 1
                   UNTIL WS-DSP-SUB > 3
               COMPUTE WS-DSP-TAKEN(WS-DSP-SUB) ROUNDED =
                   WS-DSP-DUE(WS-DSP-SUB) * WS-CRM-SCALE
               COMPUTE WS-DSP-SHORT(WS-DSP-SUB) =
                   WS-DSP-DUE(WS-DSP-SUB) - WS-DSP-TAKEN(WS-DSP-SUB)
               ADD WS-DSP-SHORT(WS-DSP-SUB) TO WS-DSP-SHORT-TOT
           END-PERFORM

           IF WS-DSP-ROOM > WS-ARR-MAX-PERIOD
               MOVE WS-ARR-MAX-PERIOD TO WS-DSP-ROOM
           END-IF

           PERFORM VARYING WS-SUB-3 FROM 1 BY 1
                   UNTIL WS-SUB-3 > WS-ARR-COUNT
                      OR WS-DSP-ROOM = ZERO
               IF WS-ARR-T-EMP-ID(WS-SUB-3) = WS-TARGET-ID
                  AND WS-ARR-T-BALANCE(WS-SUB-3) > ZERO
                   MOVE WS-ARR-T-BALANCE(WS-SUB-3) TO WS-DSP-TAKE
                   IF WS-DSP-TAKE > WS-DSP-ROOM
                       MOVE WS-DSP-ROOM TO WS-DSP-TAKE
                   END-IF
                   PERFORM VARYING WS-DSP-SUB FROM 1 BY 1
                           UNTIL WS-DSP-SUB > 3
                       IF WS-DSP-TYPE(WS-DSP-SUB) =
                          WS-ARR-T-TYPE(WS-SUB-3)
                           ADD WS-DSP-TAKE TO
                               WS-DSP-RECOV(WS-DSP-SUB)
                       END-IF
                   END-PERFORM
                   ADD WS-DSP-TAKE TO WS-DSP-RECOV-TOT
                   SUBTRACT WS-DSP-TAKE FROM WS-DSP-ROOM
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Employer-side contributions for the employee in EMP-RECORD:
      * the pension match on the employee's pension portion, the
      * catalog's employer cost of the elected benefit plan, plus
      * the employer payroll tax on gross.  Not deducted from pay.
      * ----------------------------------------------------------------
       3624-COMPUTE-EMPLOYER-CONTRIB.

           MOVE ZERO TO WS-PAY-EMPLR-PEN
           MOVE ZERO TO WS-PAY-EMPLR-BEN
           IF WS-DED-SUB > ZERO
               COMPUTE WS-PAY-EMPLR-PEN ROUNDED =
                   WS-PAY-GROSS * WS-DED-PENSION(WS-DED-SUB)
                   / 100 * WS-EMPLR-MATCH-PCT / 100
               MOVE WS-DED-BEN-ER(WS-DED-SUB) TO WS-PAY-EMPLR-BEN
           END-IF
           COMPUTE WS-PAY-EMPLR-TAX ROUNDED =
               WS-PAY-GROSS * WS-EMPLR-TAX-PCT / 100
           COMPUTE WS-PAY-EMPLR =
               WS-PAY-EMPLR-PEN + WS-PAY-EMPLR-BEN + WS-PAY-EMPLR-TAX

           EXIT.

      * ----------------------------------------------------------------
      * Voluntary deductions may never take more than 40 percent of
      * gross.  What the cap leaves untaken goes to arrears when the
      * run is committed.
      * ----------------------------------------------------------------
       3618-CAP-DEDUCTIONS.

           COMPUTE WS-DEDUCT-CAP ROUNDED = WS-PAY-GROSS * 0.40
           IF WS-PAY-DEDUCT > WS-DEDUCT-CAP
               MOVE WS-DEDUCT-CAP TO WS-PAY-DEDUCT
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Accumulate this employee's figures into the department table
      * ----------------------------------------------------------------
       3613-ACCUMULATE-DEPT-DEDUCT.

           MOVE EMP-DEPARTMENT TO WS-DPT-WANTED
           PERFORM 1160-FIND-DEPT
           IF WS-DPT-FOUND-SUB > ZERO
               ADD WS-PAY-DEDUCT TO
                   WS-DPT-DED-TOTAL(WS-DPT-FOUND-SUB)
               ADD WS-PAY-GROSS TO
                   WS-DPT-GROSS-TOTAL(WS-DPT-FOUND-SUB)
               ADD WS-PAY-EMPLR TO
                   WS-DPT-EMPLR-TOTAL(WS-DPT-FOUND-SUB)
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Roll the YTD position forward and write the pay history row
      * ----------------------------------------------------------------
       3615-ROLL-YTD-FORWARD.

           PERFORM 3608-FIND-YTD-ENTRY
           IF WS-YTD-SUB > ZERO
               ADD WS-PAY-GROSS TO WS-YTD-GROSS(WS-YTD-SUB)
               ADD WS-PAY-TAX TO WS-YTD-TAX(WS-YTD-SUB)
               ADD WS-PAY-NET TO WS-YTD-NET(WS-YTD-SUB)
               MOVE WS-PAY-PERIOD-END TO
                   WS-YTD-LAST-PE(WS-YTD-SUB)
           END-IF

           MOVE EMP-ID TO PAY-EMP-ID
           MOVE WS-PAY-PERIOD-END TO PAY-PERIOD-END
           MOVE WS-PAY-REC-TYPE TO PAY-REC-TYPE
           MOVE WS-PAY-GROSS TO PAY-GROSS
           MOVE WS-PAY-BONUS TO PAY-BONUS
           MOVE WS-PAY-TAX TO PAY-TAX
           COMPUTE PAY-DEDUCTIONS = WS-PAY-DEDUCT
               + WS-PAY-GARNISH
           MOVE WS-PAY-LOAN TO PAY-LOAN-PAYMENT
           MOVE WS-PAY-NET TO PAY-NET
           IF WS-YTD-SUB > ZERO
               MOVE WS-YTD-GROSS(WS-YTD-SUB) TO PAY-YTD-GROSS
               MOVE WS-YTD-TAX(WS-YTD-SUB) TO PAY-YTD-TAX
               MOVE WS-YTD-NET(WS-YTD-SUB) TO PAY-YTD-NET
           ELSE
               MOVE ZERO TO PAY-YTD-GROSS
               MOVE ZERO TO PAY-YTD-TAX
               MOVE ZERO TO PAY-YTD-NET
           END-IF
           MOVE WS-PAY-OVP TO PAY-OVERPAY
           MOVE WS-PAY-REGTAX TO PAY-REGION-TAX
           IF WS-TRIAL-RUN NOT = 'Y'
               IF WS-STAGED-RUN = 'Y'
                   MOVE PAYROLL-RECORD TO PSG-PAY-DATA
                   MOVE WS-PSG-EXTRA TO PSG-EXTRA
                   WRITE PAYSTAGE-RECORD
               ELSE
                   PERFORM 3623-WRITE-PAY-RECORD
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Write the pay record under the next free sequence byte so
      * repeated payments in one period keep distinct keys
      * ----------------------------------------------------------------
       3623-WRITE-PAY-RECORD.

           MOVE ZERO TO PAY-SEQ
           MOVE 'N' TO WS-HIST-WRITTEN
           PERFORM UNTIL WS-HIST-WRITTEN = 'Y'
                   OR PAY-SEQ > 98
               WRITE PAYROLL-RECORD
                   INVALID KEY
                       ADD 1 TO PAY-SEQ
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-HIST-WRITTEN
               END-WRITE
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * One register line to the live register or the trial preview,
      * whichever this run is writing
      * ----------------------------------------------------------------
       3622-PUT-REGISTER-LINE.

           IF WS-TRIAL-RUN = 'Y'
               IF WS-SIM-RUN NOT = 'Y'
                   WRITE TRIALREG-RECORD FROM WS-PRT-LINE
               END-IF
           ELSE
               WRITE PAYREG-RECORD FROM WS-PRT-LINE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * One register detail line
      * ----------------------------------------------------------------
       3620-WRITE-REGISTER-LINE.

           MOVE EMP-ID TO WS-REG-EMP-ID
           MOVE EMP-NAME TO WS-REG-NAME
           MOVE WS-PAY-GROSS TO WS-REG-GROSS
           MOVE WS-PAY-TAX TO WS-REG-TAX
      * overpay recoveries post as their own GL credit, so they
      * stay out of the deduction column and its total
           COMPUTE WS-REG-DEDUCT = WS-PAY-DEDUCT
               + WS-PAY-GARNISH
           MOVE WS-PAY-LOAN TO WS-REG-LOAN
           MOVE WS-PAY-NET TO WS-REG-NET
           MOVE WS-REG-LINE TO WS-PRT-LINE
           PERFORM 3622-PUT-REGISTER-LINE

           EXIT.

      * ----------------------------------------------------------------
      * Pay stub block for the employee just paid
      * ----------------------------------------------------------------
       3625-WRITE-PAY-STUB.

           MOVE SPACES TO PAYSTUB-RECORD
           STRING 'PAY STUB  ' DELIMITED BY SIZE
                  EMP-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  EMP-NAME DELIMITED BY SIZE
               INTO PAYSTUB-RECORD
           END-STRING
           WRITE PAYSTUB-RECORD
           MOVE SPACES TO PAYSTUB-RECORD
           STRING 'PERIOD END ' DELIMITED BY SIZE
                  WS-PAY-PERIOD-END DELIMITED BY SIZE
               INTO PAYSTUB-RECORD
           END-STRING
           WRITE PAYSTUB-RECORD

           MOVE 'GROSS PAY' TO WS-STUB-LABEL
           MOVE WS-PAY-GROSS TO WS-STUB-AMT
           WRITE PAYSTUB-RECORD FROM WS-STUB-LINE
           IF WS-PAY-RETRO > ZERO
               MOVE ' INCL RETRO PAY' TO WS-STUB-LABEL
               MOVE WS-PAY-RETRO TO WS-STUB-AMT
               WRITE PAYSTUB-RECORD FROM WS-STUB-LINE
           END-IF
           IF WS-PAY-TSADJ NOT = ZERO
               MOVE ' INCL HOURS ADJUST' TO WS-STUB-LABEL
               MOVE WS-PAY-TSADJ TO WS-STUB-AMT
               WRITE PAYSTUB-RECORD FROM WS-STUB-LINE
           END-IF
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-ALW-COUNT
               IF WS-ALW-EMP-ID(WS-SUB-2) = EMP-ID
                   MOVE SPACES TO WS-STUB-LABEL
                   STRING ' ALLOWANCE ' DELIMITED BY SIZE
                          WS-ALW-CODE(WS-SUB-2) DELIMITED BY SIZE
                       INTO WS-STUB-LABEL
                   END-STRING
                   IF WS-ALW-TAXABLE(WS-SUB-2) = 'N'
                       MOVE 'NT' TO WS-STUB-LABEL(18:2)
                   END-IF
                   MOVE WS-ALW-AMOUNT(WS-SUB-2) TO WS-STUB-AMT
                   WRITE PAYSTUB-RECORD FROM WS-STUB-LINE
               END-IF
           END-PERFORM
           MOVE 'TAX WITHHELD' TO WS-STUB-LABEL
           MOVE WS-PAY-TAX TO WS-STUB-AMT
           WRITE PAYSTUB-RECORD FROM WS-STUB-LINE
           IF WS-TAX-BRACKET > ZERO
               MOVE WS-TXB-LOWER(WS-TAX-BRACKET) TO WS-STB-LOWER
               MOVE WS-TXB-UPPER(WS-TAX-BRACKET) TO WS-STB-UPPER
               MOVE WS-TXB-RATE(WS-TAX-BRACKET) TO WS-STB-RATE
               WRITE PAYSTUB-RECORD FROM WS-STUB-TAX-LINE
           END-IF
           IF WS-WHE-EXEMPT-USED = 'Y'
               MOVE ' EXEMPT - ELECTION' TO WS-STUB-LABEL
               MOVE ZERO TO WS-STUB-AMT
               WRITE PAYSTUB-RECORD FROM WS-STUB-LINE
           END-IF
           IF WS-WHE-EXTRA-USED > ZERO
               MOVE ' INCL EXTRA ELECTED' TO WS-STUB-LABEL
               MOVE WS-WHE-EXTRA-USED TO WS-STUB-AMT
               WRITE PAYSTUB-RECORD FROM WS-STUB-LINE
           END-IF
           IF WS-PAY-REGTAX > ZERO
               MOVE SPACES TO WS-STUB-LABEL
               STRING ' INCL REGIONAL ' DELIMITED BY SIZE
                      WS-RTX-LOC DELIMITED BY SIZE
                   INTO WS-STUB-LABEL
               END-STRING
               MOVE WS-PAY-REGTAX TO WS-STUB-AMT
               WRITE PAYSTUB-RECORD FROM WS-STUB-LINE
           END-IF
           MOVE 'DEDUCTIONS' TO WS-STUB-LABEL
           MOVE WS-PAY-DEDUCT TO WS-STUB-AMT
           WRITE PAYSTUB-RECORD FROM WS-STUB-LINE
           IF WS-DSP-RECOV-TOT > ZERO
               MOVE ' INCL ARREARS RECOV' TO WS-STUB-LABEL
               MOVE WS-DSP-RECOV-TOT TO WS-STUB-AMT
               WRITE PAYSTUB-RECORD FROM WS-STUB-LINE
           END-IF
           IF WS-DSP-SHORT-TOT > ZERO
               MOVE ' NOT TAKEN-ARREARS' TO WS-STUB-LABEL
               MOVE WS-DSP-SHORT-TOT TO WS-STUB-AMT
               WRITE PAYSTUB-RECORD FROM WS-STUB-LINE
           END-IF
           IF WS-PAY-GARNISH > ZERO
               MOVE 'GARNISHMENTS' TO WS-STUB-LABEL
               MOVE WS-PAY-GARNISH TO WS-STUB-AMT
               WRITE PAYSTUB-RECORD FROM WS-STUB-LINE
               PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                       UNTIL WS-SUB-2 > WS-GRN-COUNT
                   IF WS-GRN-EMP-ID(WS-SUB-2) = EMP-ID
                      AND WS-GRN-TAKEN(WS-SUB-2) > ZERO
                       MOVE SPACES TO WS-STUB-LABEL
                       STRING ' ORDER ' DELIMITED BY SIZE
                              WS-GRN-ORDER-REF(WS-SUB-2)
                                  DELIMITED BY SIZE
                           INTO WS-STUB-LABEL
                       END-STRING
                       MOVE WS-GRN-TAKEN(WS-SUB-2) TO
                           WS-STUB-AMT
                       WRITE PAYSTUB-RECORD FROM WS-STUB-LINE
                   END-IF
               END-PERFORM
           END-IF
           MOVE 'LOAN RECOVERY' TO WS-STUB-LABEL
           MOVE WS-PAY-LOAN TO WS-STUB-AMT
           WRITE PAYSTUB-RECORD FROM WS-STUB-LINE
           IF WS-PAY-OVP > ZERO
               MOVE 'OVERPAY RECOVERY' TO WS-STUB-LABEL
               MOVE WS-PAY-OVP TO WS-STUB-AMT
               WRITE PAYSTUB-RECORD FROM WS-STUB-LINE
           END-IF
           IF WS-PAY-EXPENSE > ZERO
               MOVE 'EXPENSES REIMBURSED' TO WS-STUB-LABEL
               MOVE WS-PAY-EXPENSE TO WS-STUB-AMT
               WRITE PAYSTUB-RECORD FROM WS-STUB-LINE
               PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                       UNTIL WS-SUB-2 > WS-ECL-COUNT
                   IF WS-ECL-T-EMP-ID(WS-SUB-2) = EMP-ID
                      AND WS-ECL-T-STATUS(WS-SUB-2) = 'A'
                       MOVE SPACES TO WS-STUB-LABEL
                       STRING ' CLAIM ' DELIMITED BY SIZE
                              WS-ECL-T-CLAIM-NO(WS-SUB-2)
                                  DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              WS-ECL-T-CATEGORY(WS-SUB-2)
                                  DELIMITED BY SIZE
                           INTO WS-STUB-LABEL
                       END-STRING
                       MOVE WS-ECL-T-AMOUNT(WS-SUB-2) TO
                           WS-STUB-AMT
                       WRITE PAYSTUB-RECORD FROM WS-STUB-LINE
                   END-IF
               END-PERFORM
           END-IF
           MOVE 'NET PAY' TO WS-STUB-LABEL
           MOVE WS-PAY-NET TO WS-STUB-AMT
           WRITE PAYSTUB-RECORD FROM WS-STUB-LINE
           IF WS-YTD-SUB > ZERO
               MOVE 'YTD GROSS' TO WS-STUB-LABEL
               MOVE WS-YTD-GROSS(WS-YTD-SUB) TO WS-STUB-AMT
               WRITE PAYSTUB-RECORD FROM WS-STUB-LINE
               MOVE 'YTD TAX' TO WS-STUB-LABEL
               MOVE WS-YTD-TAX(WS-YTD-SUB) TO WS-STUB-AMT
               WRITE PAYSTUB-RECORD FROM WS-STUB-LINE
           END-IF
           IF WS-PAY-FX-RATE > ZERO
               MOVE EMP-CURRENCY TO WS-SFX-CUR
               MOVE WS-PAY-FX-RATE TO WS-SFX-RATE
               WRITE PAYSTUB-RECORD FROM WS-STUB-FX-LINE
           END-IF
           IF WS-LVB-SUB > ZERO
               MOVE 'LEAVE BALANCE' TO WS-SLV-LABEL
               COMPUTE WS-LVB-BALANCE =
                   WS-LVB-ACCRUED(WS-LVB-SUB)
                   - WS-LVB-TAKEN(WS-LVB-SUB)
               MOVE WS-LVB-BALANCE TO WS-SLV-DAYS
               WRITE PAYSTUB-RECORD FROM WS-STUB-LV-LINE
           END-IF

           MOVE ALL '-' TO PAYSTUB-RECORD
           WRITE PAYSTUB-RECORD

           EXIT.

      * ----------------------------------------------------------------
      * Load the overtime bands and shift uplifts
      * ----------------------------------------------------------------
       3649-LOAD-PREMIUM-RULES.

           MOVE ZERO TO WS-OTB-COUNT
           MOVE ZERO TO WS-SHF-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT PREMRULE-FILE
           IF WS-PREMRULE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ PREMRULE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE PREMRULE-FILE
                   NOT AT END
                       EVALUATE PRM-TYPE
                           WHEN 'O'
                               IF WS-OTB-COUNT < 10
                                   ADD 1 TO WS-OTB-COUNT
                                   MOVE PRM-HOURS-FROM TO
                                       WS-OTB-FROM(WS-OTB-COUNT)
                                   MOVE PRM-HOURS-TO TO
                                       WS-OTB-TO(WS-OTB-COUNT)
                                   MOVE PRM-MULT TO
                                       WS-OTB-MULT(WS-OTB-COUNT)
                               END-IF
                           WHEN 'S'
                               IF WS-SHF-COUNT < 10
                                   ADD 1 TO WS-SHF-COUNT
                                   MOVE PRM-SHIFT-CODE TO
                                       WS-SHF-CODE(WS-SHF-COUNT)
                                   MOVE PRM-UPLIFT-PCT TO
                                       WS-SHF-UPLIFT
                                       (WS-SHF-COUNT)
                               END-IF
      * regular-hours limits for clocked time - hours a day in
      * the from field, hours a week in the to field
                           WHEN 'R'
                               IF PRM-HOURS-FROM > ZERO
                                   MOVE PRM-HOURS-FROM TO
                                       WS-PCH-DAY-LIMIT
                               END-IF
                               IF PRM-HOURS-TO > ZERO
                                   MOVE PRM-HOURS-TO TO
                                       WS-PCH-WEEK-LIMIT
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Hourly gross from the premium rules - WS-HG-REG/OT/SHIFT/
      * RATE in, WS-HG-GROSS out.  No matching OT band means the
      * long-standing 1.5 multiplier; no shift code means no uplift.
      * ----------------------------------------------------------------
       3633-COMPUTE-HOURLY-GROSS.

           MOVE 1.50 TO WS-HG-OT-MULT
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-OTB-COUNT
               IF WS-HG-OT >= WS-OTB-FROM(WS-SUB-2)
                  AND WS-HG-OT <= WS-OTB-TO(WS-SUB-2)
                   MOVE WS-OTB-MULT(WS-SUB-2) TO WS-HG-OT-MULT
                   MOVE WS-OTB-COUNT TO WS-SUB-2
               END-IF
           END-PERFORM

           MOVE ZERO TO WS-HG-UPLIFT
           IF WS-HG-SHIFT NOT = SPACE
               PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                       UNTIL WS-SUB-2 > WS-SHF-COUNT
                   IF WS-SHF-CODE(WS-SUB-2) = WS-HG-SHIFT
                       MOVE WS-SHF-UPLIFT(WS-SUB-2) TO
                           WS-HG-UPLIFT
                       MOVE WS-SHF-COUNT TO WS-SUB-2
                   END-IF
               END-PERFORM
           END-IF

           COMPUTE WS-HG-GROSS ROUNDED =
               ((WS-HG-REG * WS-HG-RATE)
                + (WS-HG-OT * WS-HG-RATE * WS-HG-OT-MULT))
               * (1 + WS-HG-UPLIFT / 100)

           EXIT.

      * ----------------------------------------------------------------
      * Exception rules on the net just calculated: zero net, net
      * below the floor, or net more than the configured multiple
      * of the prior period's - WS-PAY-HELD out
      * ----------------------------------------------------------------
       3637-CHECK-PAY-EXCEPTIONS.

           MOVE 'N' TO WS-PAY-HELD
           MOVE SPACES TO WS-HOLD-REASON

           IF WS-PAY-NET = ZERO
               MOVE 'Y' TO WS-PAY-HELD
               MOVE 'NET IS ZERO' TO WS-HOLD-REASON
           ELSE
               IF WS-PAY-NET < WS-NET-FLOOR
                   MOVE 'Y' TO WS-PAY-HELD
                   MOVE 'NET BELOW FLOOR' TO WS-HOLD-REASON
               END-IF
           END-IF

           IF WS-PAY-HELD = 'N'
              AND WS-YTD-SUB > ZERO
              AND WS-YTD-PRIOR-NET(WS-YTD-SUB) > ZERO
              AND WS-PAY-NET >
                  (WS-YTD-PRIOR-NET(WS-YTD-SUB) * WS-NET-MULT)
               MOVE 'Y' TO WS-PAY-HELD
               MOVE 'NET EXCEEDS PRIOR MULTIPLE' TO
                   WS-HOLD-REASON
           END-IF

      * with DOC-EXPIRY-HOLD set, pay is held once a required work
      * authorization has lapsed and no renewal is on file
           IF WS-PAY-HELD = 'N'
              AND WS-DOC-HOLD = 'Y'
               PERFORM 8016-CHECK-WORK-AUTH
               IF WS-DOC-EXPIRED = 'Y'
                   MOVE 'Y' TO WS-PAY-HELD
                   MOVE 'WORK AUTHORIZATION EXPIRED' TO
                       WS-HOLD-REASON
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Record the held payment and keep it off the bank file
      * ----------------------------------------------------------------
       3638-HOLD-PAYMENT.

      * a staged run marks the hold on the staged row - the queue
      * row itself is written at commit, so a discarded sitting
      * leaves no duplicate holds.  The held row carries the
      * reason in the payee field and 'NEG' in the currency field
      * when the net is negative, since the row amount is unsigned.
           IF WS-STAGED-RUN = 'Y'
               MOVE EMP-ID TO WS-BKD-EMP-ID
               MOVE WS-HOLD-REASON TO WS-BKD-NAME
               IF WS-PAY-NET < ZERO
                   COMPUTE WS-BKD-AMOUNT = ZERO - WS-PAY-NET
                   MOVE 'NEG' TO WS-BKD-CURRENCY
               ELSE
                   MOVE WS-PAY-NET TO WS-BKD-AMOUNT
                   MOVE SPACES TO WS-BKD-CURRENCY
               END-IF
               MOVE WS-PAY-PERIOD-END TO WS-BKD-PERIOD
               MOVE ZERO TO WS-BKD-RATE
               MOVE WS-BANK-DET TO BANKSTG-RECORD
               MOVE 'BANKHLD' TO BANKSTG-RECORD(1:7)
               WRITE BANKSTG-RECORD
           ELSE
               OPEN EXTEND PAYHOLD-FILE
               IF WS-PAYHOLD-STATUS = '35'
                   OPEN OUTPUT PAYHOLD-FILE
               END-IF
               IF WS-PAYHOLD-STATUS = '00'
                   MOVE EMP-ID TO PHD-EMP-ID
                   MOVE WS-PAY-PERIOD-END TO PHD-PERIOD
                   MOVE WS-PAY-NET TO PHD-NET
                   MOVE WS-HOLD-REASON TO PHD-REASON
                   WRITE PAYHOLD-RECORD
                   CLOSE PAYHOLD-FILE
               END-IF
           END-IF

           MOVE SPACES TO WS-PRT-LINE
           STRING '  PAYMENT HELD: ' DELIMITED BY SIZE
                  WS-HOLD-REASON DELIMITED BY SIZE
               INTO WS-PRT-LINE
           END-STRING
           PERFORM 3622-PUT-REGISTER-LINE
           ADD 1 TO WS-HOLD-COUNT

           EXIT.

      * ----------------------------------------------------------------
      * One bank detail entry for the net pay
      * ----------------------------------------------------------------
       3630-WRITE-BANK-RECORD.

           IF WS-PAY-NET > ZERO
               IF EMP-PAY-METHOD = 'C'
                   PERFORM 3631-ROUTE-CHECK
               ELSE
                   PERFORM 3658-FIND-BANKACCT
                   PERFORM 3659-CHECK-DEPOSIT-ALLOWED
                   IF WS-DEPOSIT-OK = 'Y'
                       MOVE EMP-ID TO WS-BKD-EMP-ID
                       MOVE EMP-NAME TO WS-BKD-NAME
                       MOVE WS-PAY-PERIOD-END TO WS-BKD-PERIOD
                       IF WS-PAY-FX-RATE > ZERO
                           COMPUTE WS-PAY-FX-AMOUNT ROUNDED =
                               WS-PAY-NET / WS-PAY-FX-RATE
                           MOVE WS-PAY-FX-AMOUNT TO
                               WS-BKD-AMOUNT
                           MOVE EMP-CURRENCY TO WS-BKD-CURRENCY
                           MOVE WS-PAY-FX-RATE TO WS-BKD-RATE
                       ELSE
                           MOVE WS-PAY-NET TO WS-BKD-AMOUNT
                           MOVE SPACES TO WS-BKD-CURRENCY
                           MOVE ZERO TO WS-BKD-RATE
                       END-IF
                       IF WS-STAGED-RUN = 'Y'
                           WRITE BANKSTG-RECORD FROM WS-BANK-DET
                       ELSE
                           WRITE BANK-RECORD FROM WS-BANK-DET
                           ADD 1 TO WS-BANK-COUNT
                           IF WS-PAY-FX-RATE > ZERO
                               PERFORM 3664-TALLY-FOREIGN-DIRECT
                           ELSE
                               ADD WS-PAY-NET TO WS-BANK-TOTAL
                           END-IF
                       END-IF
                   ELSE
                       PERFORM 3631-ROUTE-CHECK
                   END-IF
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Load the bank account master
      * ----------------------------------------------------------------
       3657-LOAD-BANKACCT-TABLE.

           MOVE ZERO TO WS-BKA-COUNT
           MOVE 'N' TO WS-BKA-CHANGED
           MOVE 'N' TO WS-EOF

           OPEN INPUT BANKACCT-FILE
           IF WS-BANKACCT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ BANKACCT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE BANKACCT-FILE
                   NOT AT END
                       IF WS-BKA-COUNT < 5000
                           ADD 1 TO WS-BKA-COUNT
                           MOVE BKA-EMP-ID TO
                               WS-BKA-EMP-ID(WS-BKA-COUNT)
                           MOVE BKA-ROUTING TO
                               WS-BKA-ROUTING(WS-BKA-COUNT)
                           MOVE BKA-ACCOUNT TO
                               WS-BKA-ACCOUNT(WS-BKA-COUNT)
                           MOVE BKA-STATUS TO
                               WS-BKA-STATUS(WS-BKA-COUNT)
                           MOVE BKA-PRENOTE-DATE TO
                               WS-BKA-PRENOTE(WS-BKA-COUNT)
                           MOVE BKA-KEY-VER TO
                               WS-BKA-KEY-VER(WS-BKA-COUNT)
                           MOVE BKA-LAST4 TO
                               WS-BKA-LAST4(WS-BKA-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Find the bank account entry for the employee in EMP-RECORD
      * ----------------------------------------------------------------
       3658-FIND-BANKACCT.

           MOVE ZERO TO WS-BKA-SUB
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-BKA-COUNT
               IF WS-BKA-EMP-ID(WS-SUB-2) = EMP-ID
                   MOVE WS-SUB-2 TO WS-BKA-SUB
                   MOVE WS-BKA-COUNT TO WS-SUB-2
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * May this employee be paid by live deposit?  Only with a
      * live account, or one whose prenote has aged past the
      * configured days without a return.  Anything else prints a
      * check this run.
      * ----------------------------------------------------------------
       3659-CHECK-DEPOSIT-ALLOWED.

           MOVE 'N' TO WS-DEPOSIT-OK

           IF WS-BKA-SUB > ZERO
               EVALUATE WS-BKA-STATUS(WS-BKA-SUB)
                   WHEN 'L'
                       MOVE 'Y' TO WS-DEPOSIT-OK
                   WHEN 'P'
                       IF WS-BKA-PRENOTE(WS-BKA-SUB) > ZERO
                           ACCEPT WS-TODAY FROM DATE YYYYMMDD
                           COMPUTE WS-BKA-AGE =
                               FUNCTION INTEGER-OF-DATE(WS-TODAY)
                               - FUNCTION INTEGER-OF-DATE
                                 (WS-BKA-PRENOTE(WS-BKA-SUB))
                           IF WS-BKA-AGE >= WS-PRENOTE-DAYS
                               MOVE 'L' TO
                                   WS-BKA-STATUS(WS-BKA-SUB)
                               MOVE 'Y' TO WS-BKA-CHANGED
                               MOVE 'Y' TO WS-DEPOSIT-OK
                           END-IF
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Zero-value prenote entries for accounts not yet prenoted
      * ----------------------------------------------------------------
       3662-SEND-PRENOTES.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE 'Y' TO WS-BKM-PROMPT
           PERFORM 5291-LOAD-BANK-KEYS
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-BKA-COUNT
               IF WS-BKA-STATUS(WS-SUB-2) = 'P'
                  AND WS-BKA-PRENOTE(WS-SUB-2) = ZERO
      * the outbound file is the one place the account is opened up
                   MOVE 'Y' TO WS-BKC-KEY-OK
                   IF WS-BKA-KEY-VER(WS-SUB-2) = SPACES
                       MOVE WS-BKA-ACCOUNT(WS-SUB-2) TO WS-BKC-PLAIN
                   ELSE
                       MOVE WS-BKA-KEY-VER(WS-SUB-2) TO WS-BKC-VER-X
                       PERFORM 5297-FIND-BANK-KEY
                       IF WS-BKC-KEY-OK = 'Y'
                           MOVE WS-BKA-EMP-ID(WS-SUB-2) TO
                               WS-BKC-EMP-ID
                           MOVE WS-BKA-ACCOUNT(WS-SUB-2) TO
                               WS-BKC-CIPHER
                           PERFORM 5296-DECRYPT-ACCOUNT
                       END-IF
                   END-IF
                   IF WS-BKC-KEY-OK = 'Y'
                       MOVE WS-BKA-EMP-ID(WS-SUB-2) TO WS-BPN-EMP-ID
                       MOVE WS-BKA-ROUTING(WS-SUB-2) TO
                           WS-BPN-ROUTING
                       MOVE WS-BKC-PLAIN TO WS-BPN-ACCOUNT
                       WRITE BANK-RECORD FROM WS-BANK-PRN
                       MOVE SPACES TO WS-BKC-PLAIN
                       MOVE SPACES TO WS-BPN-ACCOUNT
                       ADD 1 TO WS-BANK-COUNT
                       MOVE WS-TODAY TO WS-BKA-PRENOTE(WS-SUB-2)
                       MOVE 'Y' TO WS-BKA-CHANGED
                   ELSE
                       DISPLAY "No bank key version "
                           WS-BKA-KEY-VER(WS-SUB-2) " for employee "
                           WS-BKA-EMP-ID(WS-SUB-2)
                           " - prenote held."
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Write the bank account master back when the run changed it
      * ----------------------------------------------------------------
       3696-UPDATE-BANKACCT-MASTER.

           IF WS-BKA-CHANGED = 'Y' AND WS-BKA-COUNT > ZERO
               PERFORM 5291-LOAD-BANK-KEYS
               OPEN OUTPUT BANKACCT-FILE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-BKA-COUNT
                   MOVE WS-BKA-EMP-ID(WS-SUB) TO BKA-EMP-ID
                   MOVE WS-BKA-ROUTING(WS-SUB) TO BKA-ROUTING
                   MOVE WS-BKA-ACCOUNT(WS-SUB) TO BKA-ACCOUNT
                   MOVE WS-BKA-STATUS(WS-SUB) TO BKA-STATUS
                   MOVE WS-BKA-PRENOTE(WS-SUB) TO
                       BKA-PRENOTE-DATE
                   MOVE WS-BKA-KEY-VER(WS-SUB) TO BKA-KEY-VER
                   MOVE WS-BKA-LAST4(WS-SUB) TO BKA-LAST4
      * an account still in clear goes back under the current key
                   IF BKA-KEY-VER = SPACES AND BKA-ACCOUNT NOT = SPACES
                      AND WS-BKK-CURRENT > ZERO
                       MOVE BANKACCT-RECORD(1:47) TO WS-BKC-ROW
                       PERFORM 5294-REKEY-BANK-ROW
                       MOVE WS-BKC-ROW TO BANKACCT-RECORD(1:47)
                   END-IF
                   MOVE SPACES TO BANKACCT-RECORD(44:4)
                   WRITE BANKACCT-RECORD
               END-PERFORM
               CLOSE BANKACCT-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Print one check: take the next number off the control
      * record, write the print line and the register row
      * ----------------------------------------------------------------
       3635-WRITE-CHECK.

           PERFORM 3636-TAKE-NEXT-CHECK-NO

           OPEN EXTEND CHECKPRN-FILE
           IF WS-CHECKPRN-STATUS = '35'
               OPEN OUTPUT CHECKPRN-FILE
           END-IF
           IF WS-CHECKPRN-STATUS = '00'
               MOVE SPACES TO CHECKPRN-RECORD
               MOVE WS-CHK-AMOUNT TO WS-EDIT-AMOUNT
               STRING 'CHECK ' DELIMITED BY SIZE
                      WS-NEXT-CHECK-NO DELIMITED BY SIZE
                      ' PAY TO ' DELIMITED BY SIZE
                      WS-CHK-PAYEE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-EDIT-AMOUNT DELIMITED BY SIZE
                      ' PERIOD ' DELIMITED BY SIZE
                      WS-CHK-PERIOD DELIMITED BY SIZE
                   INTO CHECKPRN-RECORD
               END-STRING
               WRITE CHECKPRN-RECORD
               CLOSE CHECKPRN-FILE
           END-IF

           OPEN EXTEND CHECKREG-FILE
           IF WS-CHECKREG-STATUS = '35'
               OPEN OUTPUT CHECKREG-FILE
           END-IF
           IF WS-CHECKREG-STATUS = '00'
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-NEXT-CHECK-NO TO CKR-CHECK-NO
               MOVE WS-CHK-EMP-ID TO CKR-EMP-ID
               MOVE WS-CHK-PERIOD TO CKR-PERIOD
               MOVE WS-CHK-AMOUNT TO CKR-AMOUNT
               MOVE 'I' TO CKR-STATUS
               MOVE WS-TODAY TO CKR-DATE
               WRITE CHECKREG-RECORD
               CLOSE CHECKREG-FILE
           END-IF

           MOVE 'I' TO WS-PPQ-TYPE
           MOVE WS-NEXT-CHECK-NO TO WS-PPQ-CHECK-NO
           MOVE WS-CHK-AMOUNT TO WS-PPQ-AMOUNT
           MOVE WS-TODAY TO WS-PPQ-DATE
           MOVE WS-CHK-PAYEE TO WS-PPQ-PAYEE
           PERFORM 3694-QUEUE-POSITIVE-PAY

           ADD 1 TO WS-CHECK-COUNT

           EXIT.

      * ----------------------------------------------------------------
      * Route a check-paid employee: a staged run only marks the
      * row, and the check itself is issued at commit so a
      * discarded sitting consumes no check numbers.  Direct runs
      * issue on the spot.
      * ----------------------------------------------------------------
       3631-ROUTE-CHECK.

           IF WS-STAGED-RUN = 'Y'
               MOVE EMP-ID TO WS-BKD-EMP-ID
               MOVE EMP-NAME TO WS-BKD-NAME
               MOVE WS-PAY-NET TO WS-BKD-AMOUNT
               MOVE WS-PAY-PERIOD-END TO WS-BKD-PERIOD
               MOVE SPACES TO WS-BKD-CURRENCY
               MOVE ZERO TO WS-BKD-RATE
               MOVE WS-BANK-DET TO BANKSTG-RECORD
               MOVE 'BANKCHK' TO BANKSTG-RECORD(1:7)
               WRITE BANKSTG-RECORD
           ELSE
               MOVE EMP-ID TO WS-CHK-EMP-ID
               MOVE EMP-NAME TO WS-CHK-PAYEE
               MOVE WS-PAY-NET TO WS-CHK-AMOUNT
               MOVE WS-PAY-PERIOD-END TO WS-CHK-PERIOD
               PERFORM 3635-WRITE-CHECK
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Take and advance the next check number on the control record
      * ----------------------------------------------------------------
       3636-TAKE-NEXT-CHECK-NO.

           MOVE 10000001 TO WS-NEXT-CHECK-NO
           OPEN INPUT CHECKCTL-FILE
           IF WS-CHECKCTL-STATUS = '00'
               READ CHECKCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CKC-NEXT-NO TO WS-NEXT-CHECK-NO
               END-READ
               CLOSE CHECKCTL-FILE
           END-IF

           OPEN OUTPUT CHECKCTL-FILE
           COMPUTE CKC-NEXT-NO = WS-NEXT-CHECK-NO + 1
           WRITE CHECKCTL-RECORD
           CLOSE CHECKCTL-FILE

           EXIT.

      * ----------------------------------------------------------------
      * Register totals
      * ----------------------------------------------------------------
       3650-WRITE-PAYREG-TOTALS.

           MOVE WS-PAID-COUNT TO WS-RGT-COUNT
           MOVE WS-TOT-GROSS TO WS-RGT-GROSS
           MOVE WS-TOT-TAX TO WS-RGT-TAX
           MOVE WS-TOT-DEDUCT TO WS-RGT-DEDUCT
           MOVE WS-TOT-LOAN TO WS-RGT-LOAN
           MOVE WS-TOT-NET TO WS-RGT-NET
           MOVE SPACES TO WS-PRT-LINE
           PERFORM 3622-PUT-REGISTER-LINE
           MOVE WS-REG-TOT-LINE TO WS-PRT-LINE
           PERFORM 3622-PUT-REGISTER-LINE

           EXIT.

      * ----------------------------------------------------------------
      * Commit the balanced run: totals recomputed from staging,
      * the register closed, the GL extract cut, the bank file
      * built from the staged entries, the pay records written to
      * PAYROLL.DAT and the recovery masters brought up to date -
      * only then is the run marked complete
      * ----------------------------------------------------------------
       3699-COMMIT-PAY-RUN.

           CLOSE PAYSTAGE-FILE
           CLOSE BANKSTG-FILE

      * a crash between staging an employee and writing their
      * checkpoint leaves the same employee staged twice on a
      * resumed run - the duplicates come out before anything is
      * totalled or committed
           IF WS-PAY-RESUME = 'Y'
               PERFORM 3667-DEDUPE-STAGING
           END-IF

           PERFORM 3652-RECOMPUTE-RUN-TOTALS
           PERFORM 3650-WRITE-PAYREG-TOTALS
           CLOSE PAYREG-FILE
           CLOSE PAYSTUB-FILE

      * the carrier split and garnishment takes are rebuilt off the
      * staged rows before the cash requirement is struck from them
           PERFORM 3681-APPLY-STAGED-RECOVERIES
           PERFORM 3730-CASH-REQUIREMENTS
           PERFORM 3697-BUILD-BANK-FILE
           PERFORM 4300-WRITE-GL-EXTRACT
           IF WS-LBD-COUNT > ZERO
               PERFORM 3747-WRITE-LABOR-HISTORY
           END-IF
           PERFORM 3698-COMMIT-PAY-RECORDS
           IF WS-ECL-MARKED > ZERO
               PERFORM 2170-REWRITE-CLAIMS
           END-IF
           PERFORM 3660-WRITE-DEDUCT-REPORT
           MOVE 'PAYREG.TXT' TO WS-ARCHSRC-NAME
           MOVE 'PAYREG' TO WS-ARCH-REPORT
           PERFORM 9700-ARCHIVE-REPORT
           MOVE 'DEDRPT.TXT' TO WS-ARCHSRC-NAME
           MOVE 'DEDRPT' TO WS-ARCH-REPORT
           PERFORM 9700-ARCHIVE-REPORT
           PERFORM 3701-WRITE-RECOVERY-MASTERS
           IF WS-TJA-MARKED > ZERO
               PERFORM 2187-SAVE-TSADJ-TABLE
           END-IF
           PERFORM 3691-WRITE-CARRIER-REMITS
           PERFORM 5090-WRITE-GARNISH-REMITS
           PERFORM 5094-DISTRIBUTE-PAY-STUBS
           PERFORM 3685-UPDATE-GARNISH-MASTER
           PERFORM 3696-UPDATE-BANKACCT-MASTER

           MOVE 'COMPLETE' TO WS-RUN-STATE-W
           MOVE 'PAYROLL' TO WS-RUN-FUNC-W
           MOVE ZERO TO WS-RUN-CKPT-W
           PERFORM 3135-WRITE-RUNCTL

           OPEN OUTPUT PAYSTAGE-FILE
           CLOSE PAYSTAGE-FILE
           OPEN OUTPUT BANKSTG-FILE
           CLOSE BANKSTG-FILE

           DISPLAY "Payroll run committed - " WS-PAID-COUNT
               " employees paid this sitting."

           EXIT.

      * ----------------------------------------------------------------
      * Drop duplicate staged rows, keeping each employee's first:
      * the pay staging dedupes on the record key's employee id,
      * the bank staging on the id inside the detail row
      * ----------------------------------------------------------------
       3667-DEDUPE-STAGING.

           MOVE ZERO TO WS-DDP-DROPPED

           MOVE ZERO TO WS-DDP-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT PAYSTAGE-FILE
           IF WS-PAYSTAGE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               OPEN OUTPUT SIDEWRK-FILE
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYSTAGE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE PAYSTAGE-FILE
                       CLOSE SIDEWRK-FILE
                       PERFORM 3671-COPY-BACK-PAYSTAGE
                   NOT AT END
                       MOVE PAYSTAGE-RECORD(1:7) TO
                           WS-DDP-CHK-ID
                       PERFORM 3672-CHECK-SEEN-ID
                       IF WS-DDP-SEEN = 'Y'
                           ADD 1 TO WS-DDP-DROPPED
                       ELSE
                           MOVE SPACES TO SIDEWRK-RECORD
                           MOVE PAYSTAGE-RECORD TO
                               SIDEWRK-RECORD
                           WRITE SIDEWRK-RECORD
                       END-IF
               END-READ
           END-PERFORM

           MOVE ZERO TO WS-DDP-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT BANKSTG-FILE
           IF WS-BANKSTG-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               OPEN OUTPUT SIDEWRK-FILE
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BANKSTG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE BANKSTG-FILE
                       CLOSE SIDEWRK-FILE
                       PERFORM 3673-COPY-BACK-BANKSTG
                   NOT AT END
                       MOVE BANKSTG-RECORD(9:7) TO
                           WS-DDP-CHK-ID
                       PERFORM 3672-CHECK-SEEN-ID
                       IF WS-DDP-SEEN = 'Y'
                           ADD 1 TO WS-DDP-DROPPED
                       ELSE
                           MOVE SPACES TO SIDEWRK-RECORD
                           MOVE BANKSTG-RECORD TO
                               SIDEWRK-RECORD(1:90)
                           WRITE SIDEWRK-RECORD
                       END-IF
               END-READ
           END-PERFORM

           IF WS-DDP-DROPPED > ZERO
               DISPLAY "Resume dedupe dropped " WS-DDP-DROPPED
                   " duplicate staged row(s)."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Seen this employee already in the pass?  Unseen ids are
      * noted as a side effect.
      * ----------------------------------------------------------------
       3672-CHECK-SEEN-ID.

           MOVE 'N' TO WS-DDP-SEEN
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-DDP-COUNT
               IF WS-DDP-ID(WS-SUB-2) = WS-DDP-CHK-ID
                   MOVE 'Y' TO WS-DDP-SEEN
                   MOVE WS-DDP-COUNT TO WS-SUB-2
               END-IF
           END-PERFORM

           IF WS-DDP-SEEN = 'N' AND WS-DDP-COUNT < 5000
               ADD 1 TO WS-DDP-COUNT
               MOVE WS-DDP-CHK-ID TO WS-DDP-ID(WS-DDP-COUNT)
           END-IF

           EXIT.

       3671-COPY-BACK-PAYSTAGE.

           OPEN INPUT SIDEWRK-FILE
           OPEN OUTPUT PAYSTAGE-FILE
           MOVE 'N' TO WS-EOF-2
           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ SIDEWRK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE SIDEWRK-FILE
                       CLOSE PAYSTAGE-FILE
                   NOT AT END
                       WRITE PAYSTAGE-RECORD FROM SIDEWRK-RECORD
               END-READ
           END-PERFORM

           EXIT.

       3673-COPY-BACK-BANKSTG.

           OPEN INPUT SIDEWRK-FILE
           OPEN OUTPUT BANKSTG-FILE
           MOVE 'N' TO WS-EOF-2
           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ SIDEWRK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE SIDEWRK-FILE
                       CLOSE BANKSTG-FILE
                   NOT AT END
                       MOVE SIDEWRK-RECORD(1:90) TO
                           BANKSTG-RECORD
                       WRITE BANKSTG-RECORD
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Recompute the run totals and department gross from the
      * staged pay records, so a resumed run still balances over
      * everything staged
      * ----------------------------------------------------------------
       3652-RECOMPUTE-RUN-TOTALS.

           MOVE ZERO TO WS-TOT-GROSS
           MOVE ZERO TO WS-TOT-TAX
           MOVE ZERO TO WS-TOT-DEDUCT
           MOVE ZERO TO WS-TOT-LOAN
           MOVE ZERO TO WS-TOT-NET
           MOVE ZERO TO WS-TOT-OVP
           MOVE ZERO TO WS-PAID-COUNT
           MOVE ZERO TO WS-ALG-COUNT
           MOVE ZERO TO WS-EXG-COUNT
           MOVE ZERO TO WS-ECL-MARKED
           MOVE ZERO TO WS-LBD-COUNT
           MOVE ZERO TO WS-LBG-COUNT
           MOVE ZERO TO WS-LBE-COUNT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DEPT-COUNT
               MOVE ZERO TO WS-DPT-GROSS-TOTAL(WS-SUB)
           END-PERFORM

           MOVE 'N' TO WS-EOF
           OPEN INPUT PAYSTAGE-FILE
           IF WS-PAYSTAGE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               OPEN INPUT EMP-FILE
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYSTAGE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE PAYSTAGE-FILE
                       CLOSE EMP-FILE
                   NOT AT END
                       MOVE PAYSTAGE-RECORD TO PAYROLL-RECORD
                       ADD PAY-GROSS TO WS-TOT-GROSS
                       ADD PAY-TAX TO WS-TOT-TAX
                       ADD PAY-DEDUCTIONS TO WS-TOT-DEDUCT
                       ADD PAY-OVERPAY TO WS-TOT-OVP
                       ADD PAY-LOAN-PAYMENT TO WS-TOT-LOAN
                       ADD PAY-NET TO WS-TOT-NET
                       ADD 1 TO WS-PAID-COUNT
                       PERFORM 3703-LOAD-STAGED-EXTRA
                       PERFORM 3704-RESTORE-STAGED-LABOR
                       PERFORM 3655-BUCKET-STAGED-ALLOW
                       MOVE PAY-EMP-ID TO EMP-ID
                       READ EMP-FILE
                           INVALID KEY
                               MOVE SPACES TO EMP-DEPARTMENT
                           NOT INVALID KEY
                               PERFORM 3654-BUCKET-STAGED-GROSS
                       END-READ
                       PERFORM 3661-BUCKET-STAGED-EXPENSE
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Steer one staged record's gross: allocated employees split
      * across their cost centers, everyone else to the department
      * ----------------------------------------------------------------
       3654-BUCKET-STAGED-GROSS.

           PERFORM 3746-TAKE-OUT-PROJECT-GROSS
           MOVE 'N' TO WS-ALC-FOUND
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-ALC-COUNT
               IF WS-ALC-EMP-ID(WS-SUB-2) = PAY-EMP-ID
                   MOVE 'Y' TO WS-ALC-FOUND
                   COMPUTE WS-ALC-SHARE ROUNDED =
                       PAY-GROSS * WS-ALC-PCT(WS-SUB-2) / 100
                   MOVE WS-ALC-CC(WS-SUB-2) TO WS-ALC-NEW-CC
                   PERFORM 3656-ADD-TO-CC-BUCKET
                   MOVE WS-ALC-NEW-CC TO WS-ICR-CC
                   PERFORM 4303-FIND-CC-COMPANY
                   IF WS-ICR-PARTNER NOT = WS-COMPANY
                       IF WS-ICD-COUNT < 2000
                           ADD 1 TO WS-ICD-COUNT
                           MOVE PAY-EMP-ID TO
                               WS-ICD-EMP-ID(WS-ICD-COUNT)
                           MOVE WS-ALC-NEW-CC TO
                               WS-ICD-CC(WS-ICD-COUNT)
                           MOVE WS-ICR-PARTNER TO
                               WS-ICD-TO-CO(WS-ICD-COUNT)
                           MOVE WS-ALC-SHARE TO
                               WS-ICD-AMOUNT(WS-ICD-COUNT)
                       ELSE
                           DISPLAY "WARNING: recharge table full - "
                               PAY-EMP-ID " not on ICHIST.DAT"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-ALC-FOUND = 'N'
               MOVE EMP-DEPARTMENT TO WS-DPT-WANTED
               PERFORM 1160-FIND-DEPT
               IF WS-DPT-FOUND-SUB > ZERO
                   ADD PAY-GROSS TO
                       WS-DPT-GROSS-TOTAL(WS-DPT-FOUND-SUB)
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Total one staged record's allowances by allowance code.  They
      * post to their own expense accounts, so they come out of the
      * gross steered to salary expense.
      * ----------------------------------------------------------------
       3655-BUCKET-STAGED-ALLOW.

           MOVE ZERO TO WS-PAY-ALLOW
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-ALW-COUNT
               IF WS-ALW-EMP-ID(WS-SUB-2) = PAY-EMP-ID
                   ADD WS-ALW-AMOUNT(WS-SUB-2) TO WS-PAY-ALLOW
                   MOVE ZERO TO WS-ALG-SUB
                   PERFORM VARYING WS-SUB-3 FROM 1 BY 1
                           UNTIL WS-SUB-3 > WS-ALG-COUNT
                       IF WS-ALG-CODE(WS-SUB-3) =
                          WS-ALW-CODE(WS-SUB-2)
                           MOVE WS-SUB-3 TO WS-ALG-SUB
                           MOVE WS-ALG-COUNT TO WS-SUB-3
                       END-IF
                   END-PERFORM
                   IF WS-ALG-SUB = ZERO AND WS-ALG-COUNT < 50
                       ADD 1 TO WS-ALG-COUNT
                       MOVE WS-ALW-CODE(WS-SUB-2) TO
                           WS-ALG-CODE(WS-ALG-COUNT)
                       MOVE ZERO TO WS-ALG-AMOUNT(WS-ALG-COUNT)
                       MOVE WS-ALG-COUNT TO WS-ALG-SUB
                   END-IF
                   IF WS-ALG-SUB > ZERO
                       ADD WS-ALW-AMOUNT(WS-SUB-2) TO
                           WS-ALG-AMOUNT(WS-ALG-SUB)
                   END-IF
               END-IF
           END-PERFORM

           IF WS-PAY-ALLOW > ZERO AND WS-PAY-ALLOW <= PAY-GROSS
               SUBTRACT WS-PAY-ALLOW FROM PAY-GROSS
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Mark the claims one staged employee's pay carried paid in
      * this period and total them by category and department for
      * the GL
      * ----------------------------------------------------------------
       3661-BUCKET-STAGED-EXPENSE.

           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-ECL-COUNT
               MOVE 'N' TO WS-PSG-HIT
               IF WS-ECL-T-EMP-ID(WS-SUB-2) = PAY-EMP-ID
                  AND WS-ECL-T-STATUS(WS-SUB-2) = 'A'
                   PERFORM VARYING WS-PSG-SUB FROM 1 BY 1
                           UNTIL WS-PSG-SUB > WS-PSG-CLAIM-COUNT
                       IF WS-PSG-CLAIM-NO(WS-PSG-SUB) =
                          WS-ECL-T-CLAIM-NO(WS-SUB-2)
                           MOVE 'Y' TO WS-PSG-HIT
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-PSG-HIT = 'Y'
                   MOVE 'D' TO WS-ECL-T-STATUS(WS-SUB-2)
                   MOVE WS-PAY-PERIOD-END TO
                       WS-ECL-T-PAID-PE(WS-SUB-2)
                   ADD 1 TO WS-ECL-MARKED
                   MOVE ZERO TO WS-EXG-SUB
                   PERFORM VARYING WS-SUB-3 FROM 1 BY 1
                           UNTIL WS-SUB-3 > WS-EXG-COUNT
                       IF WS-EXG-CATEGORY(WS-SUB-3) =
                          WS-ECL-T-CATEGORY(WS-SUB-2)
                          AND WS-EXG-DEPT(WS-SUB-3) = EMP-DEPARTMENT
                           MOVE WS-SUB-3 TO WS-EXG-SUB
                           MOVE WS-EXG-COUNT TO WS-SUB-3
                       END-IF
                   END-PERFORM
                   IF WS-EXG-SUB = ZERO AND WS-EXG-COUNT < 200
                       ADD 1 TO WS-EXG-COUNT
                       MOVE WS-EXG-COUNT TO WS-EXG-SUB
                       MOVE WS-ECL-T-CATEGORY(WS-SUB-2) TO
                           WS-EXG-CATEGORY(WS-EXG-SUB)
                       MOVE EMP-DEPARTMENT TO WS-EXG-DEPT(WS-EXG-SUB)
                       MOVE SPACES TO WS-EXG-CC(WS-EXG-SUB)
                       MOVE EMP-DEPARTMENT TO WS-DPT-WANTED
                       PERFORM 1160-FIND-DEPT
                       IF WS-DPT-FOUND-SUB > ZERO
                           MOVE WS-DPT-COST-CENTER(WS-DPT-FOUND-SUB)
                               TO WS-EXG-CC(WS-EXG-SUB)
                       END-IF
                       MOVE ZERO TO WS-EXG-AMOUNT(WS-EXG-SUB)
                   END-IF
                   IF WS-EXG-SUB > ZERO
                       ADD WS-ECL-T-AMOUNT(WS-SUB-2) TO
                           WS-EXG-AMOUNT(WS-EXG-SUB)
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Add WS-ALC-SHARE into the bucket for WS-ALC-NEW-CC
      * ----------------------------------------------------------------
       3656-ADD-TO-CC-BUCKET.

           MOVE ZERO TO WS-SUB-3
           PERFORM VARYING WS-CC-SUB FROM 1 BY 1
                   UNTIL WS-CC-SUB > WS-CC-COUNT
               IF WS-CC-CODE(WS-CC-SUB) = WS-ALC-NEW-CC
                   MOVE WS-CC-SUB TO WS-SUB-3
                   MOVE WS-CC-COUNT TO WS-CC-SUB
               END-IF
           END-PERFORM

           IF WS-SUB-3 = ZERO AND WS-CC-COUNT < 100
               ADD 1 TO WS-CC-COUNT
               MOVE WS-ALC-NEW-CC TO WS-CC-CODE(WS-CC-COUNT)
               MOVE ZERO TO WS-CC-AMOUNT(WS-CC-COUNT)
               MOVE WS-CC-COUNT TO WS-SUB-3
           END-IF

           IF WS-SUB-3 > ZERO
               ADD WS-ALC-SHARE TO WS-CC-AMOUNT(WS-SUB-3)
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Load the split-funding allocations
      * ----------------------------------------------------------------
       3653-LOAD-ALLOC-TABLE.

           MOVE ZERO TO WS-ALC-COUNT
           MOVE ZERO TO WS-CC-COUNT
           MOVE ZERO TO WS-ICD-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT ALLOC-FILE
           IF WS-ALLOC-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ ALLOC-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE ALLOC-FILE
                   NOT AT END
                       IF WS-ALC-COUNT < 300
                           ADD 1 TO WS-ALC-COUNT
                           MOVE ALC-EMP-ID TO
                               WS-ALC-EMP-ID(WS-ALC-COUNT)
                           MOVE ALC-COST-CENTER TO
                               WS-ALC-CC(WS-ALC-COUNT)
                           MOVE ALC-PCT TO
                               WS-ALC-PCT(WS-ALC-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Build the live bank file from the staged entries
      * ----------------------------------------------------------------
       3697-BUILD-BANK-FILE.

           MOVE ZERO TO WS-BANK-COUNT
           MOVE ZERO TO WS-BANK-TOTAL
           MOVE ZERO TO WS-BCT-COUNT
           MOVE ZERO TO WS-FXV-VARIANCE
           MOVE ZERO TO WS-CHECK-COUNT
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN OUTPUT BANK-FILE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-BKH-DATE
           MOVE WS-PAY-PERIOD-END TO WS-BKH-PERIOD
           MOVE WS-COMPANY TO WS-BKH-COMPANY
           WRITE BANK-RECORD FROM WS-BANK-HDR

           MOVE 'N' TO WS-EOF
           OPEN INPUT BANKSTG-FILE
           IF WS-BANKSTG-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BANKSTG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE BANKSTG-FILE
                   NOT AT END
                       EVALUATE BANKSTG-RECORD(1:7)
                           WHEN 'BANKCHK'
                               PERFORM 3665-ISSUE-STAGED-CHECK
                           WHEN 'BANKHLD'
                               PERFORM 3668-HOLD-STAGED-PAYMENT
                           WHEN OTHER
                               WRITE BANK-RECORD FROM
                                   BANKSTG-RECORD
                               ADD 1 TO WS-BANK-COUNT
                               COMPUTE WS-STG-AMOUNT =
                                   FUNCTION NUMVAL
                                   (BANKSTG-RECORD(48:10))
                               IF BANKSTG-RECORD(68:3) = SPACES
                                   ADD WS-STG-AMOUNT TO
                                       WS-BANK-TOTAL
                               ELSE
                                   PERFORM 3663-TALLY-FOREIGN-ROW
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM

           PERFORM 3662-SEND-PRENOTES
           PERFORM 3670-RELEASE-BANK-FILE

           EXIT.

      * ----------------------------------------------------------------
      * Issue the check for a staged BANKCHK row - numbers are
      * consumed here, at commit, never during the sitting
      * ----------------------------------------------------------------
       3665-ISSUE-STAGED-CHECK.

           MOVE BANKSTG-RECORD(9:7) TO WS-CHK-EMP-ID
           MOVE BANKSTG-RECORD(17:30) TO WS-CHK-PAYEE
           COMPUTE WS-CHK-AMOUNT =
               FUNCTION NUMVAL(BANKSTG-RECORD(48:10))
           MOVE BANKSTG-RECORD(59:8) TO WS-CHK-PERIOD
           PERFORM 3635-WRITE-CHECK

           EXIT.

      * ----------------------------------------------------------------
      * Queue the staged BANKHLD row for review - the payee field
      * carries the hold reason, and 'NEG' in the currency field
      * restores the sign of a negative net
      * ----------------------------------------------------------------
       3668-HOLD-STAGED-PAYMENT.

           OPEN EXTEND PAYHOLD-FILE
           IF WS-PAYHOLD-STATUS = '35'
               OPEN OUTPUT PAYHOLD-FILE
           END-IF
           IF WS-PAYHOLD-STATUS = '00'
               MOVE BANKSTG-RECORD(9:7) TO PHD-EMP-ID
               MOVE BANKSTG-RECORD(59:8) TO PHD-PERIOD
               COMPUTE PHD-NET =
                   FUNCTION NUMVAL(BANKSTG-RECORD(48:10))
               IF BANKSTG-RECORD(68:3) = 'NEG'
                   COMPUTE PHD-NET = ZERO - PHD-NET
               END-IF
               MOVE BANKSTG-RECORD(17:30) TO PHD-REASON
               WRITE PAYHOLD-RECORD
               CLOSE PAYHOLD-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * A directly-written foreign deposit belongs in its own
      * currency's trailer, not the base-currency total
      * ----------------------------------------------------------------
       3664-TALLY-FOREIGN-DIRECT.

           MOVE EMP-CURRENCY TO WS-FXF-CUR
           MOVE ZERO TO WS-BCT-SUB
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-BCT-COUNT
               IF WS-BCT-CUR(WS-SUB-2) = WS-FXF-CUR
                   MOVE WS-SUB-2 TO WS-BCT-SUB
                   MOVE WS-BCT-COUNT TO WS-SUB-2
               END-IF
           END-PERFORM
           IF WS-BCT-SUB = ZERO AND WS-BCT-COUNT < 10
               ADD 1 TO WS-BCT-COUNT
               MOVE WS-FXF-CUR TO WS-BCT-CUR(WS-BCT-COUNT)
               MOVE ZERO TO WS-BCT-ITEMS(WS-BCT-COUNT)
               MOVE ZERO TO WS-BCT-TOTAL(WS-BCT-COUNT)
               MOVE WS-BCT-COUNT TO WS-BCT-SUB
           END-IF
           IF WS-BCT-SUB > ZERO
               ADD 1 TO WS-BCT-ITEMS(WS-BCT-SUB)
               ADD WS-PAY-FX-AMOUNT TO WS-BCT-TOTAL(WS-BCT-SUB)
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Per-currency totals and the FX variance between the rate
      * used at calculation (carried on the row) and the rate in
      * force on the payment date
      * ----------------------------------------------------------------
       3663-TALLY-FOREIGN-ROW.

           MOVE BANKSTG-RECORD(68:3) TO WS-FXF-CUR
           MOVE ZERO TO WS-BCT-SUB
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-BCT-COUNT
               IF WS-BCT-CUR(WS-SUB-2) = WS-FXF-CUR
                   MOVE WS-SUB-2 TO WS-BCT-SUB
                   MOVE WS-BCT-COUNT TO WS-SUB-2
               END-IF
           END-PERFORM
           IF WS-BCT-SUB = ZERO AND WS-BCT-COUNT < 10
               ADD 1 TO WS-BCT-COUNT
               MOVE WS-FXF-CUR TO WS-BCT-CUR(WS-BCT-COUNT)
               MOVE ZERO TO WS-BCT-ITEMS(WS-BCT-COUNT)
               MOVE ZERO TO WS-BCT-TOTAL(WS-BCT-COUNT)
               MOVE WS-BCT-COUNT TO WS-BCT-SUB
           END-IF
           IF WS-BCT-SUB > ZERO
               ADD 1 TO WS-BCT-ITEMS(WS-BCT-SUB)
               ADD WS-STG-AMOUNT TO WS-BCT-TOTAL(WS-BCT-SUB)
           END-IF

           MOVE WS-TODAY TO WS-FXF-DATE
           PERFORM 9655-FIND-FX-RATE
           IF WS-FXF-RATE > ZERO
               COMPUTE WS-FXV-WORK ROUNDED =
                   WS-STG-AMOUNT
                   * (WS-FXF-RATE
                      - FUNCTION NUMVAL(BANKSTG-RECORD(72:10)))
               ADD WS-FXV-WORK TO WS-FXV-VARIANCE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Write the staged pay records into PAYROLL.DAT
      * ----------------------------------------------------------------
       3698-COMMIT-PAY-RECORDS.

           OPEN I-O PAYROLL-FILE
           IF WS-PAYROLL-STATUS = '35'
               OPEN OUTPUT PAYROLL-FILE
               CLOSE PAYROLL-FILE
               OPEN I-O PAYROLL-FILE
           END-IF

           MOVE 'N' TO WS-EOF
           OPEN INPUT PAYSTAGE-FILE
           IF WS-PAYSTAGE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYSTAGE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE PAYSTAGE-FILE
                   NOT AT END
                       MOVE PAYSTAGE-RECORD TO PAYROLL-RECORD
                       PERFORM 3623-WRITE-PAY-RECORD
               END-READ
           END-PERFORM

           CLOSE PAYROLL-FILE

           EXIT.

      * ----------------------------------------------------------------
      * Bring the loan, overpayment and leave masters up to date
      * from the staged pay records, so a resumed run recovers
      * exactly what was staged
      * ----------------------------------------------------------------
       3681-APPLY-STAGED-RECOVERIES.

           PERFORM 3605-LOAD-LOAN-TABLE
           PERFORM 3645-LOAD-OVERPAY-TABLE
           PERFORM 3646-LOAD-LEAVE-TABLE
           PERFORM 3666-LOAD-ARREARS-TABLE
           MOVE ZERO TO WS-CRM-COUNT
           MOVE ZERO TO WS-TJA-MARKED
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-GRN-COUNT
               MOVE ZERO TO WS-GRN-TAKEN(WS-SUB)
           END-PERFORM

           MOVE 'N' TO WS-EOF
           OPEN INPUT PAYSTAGE-FILE
           IF WS-PAYSTAGE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYSTAGE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE PAYSTAGE-FILE
                   NOT AT END
                       MOVE PAYSTAGE-RECORD TO PAYROLL-RECORD
                       PERFORM 3703-LOAD-STAGED-EXTRA
                       PERFORM 3682-APPLY-ONE-STAGED
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Write back the masters the staged recoveries were applied to
      * ----------------------------------------------------------------
       3701-WRITE-RECOVERY-MASTERS.

           PERFORM 3680-UPDATE-LOAN-MASTER
           PERFORM 3695-UPDATE-OVERPAY-MASTER
           PERFORM 3690-UPDATE-LEAVE-MASTER
           PERFORM 3669-UPDATE-ARREARS-MASTER

           EXIT.

      * ----------------------------------------------------------------
      * The side-table trailer of the staged row just read.  A row
      * with no usable trailer settles nothing from the side tables.
      * ----------------------------------------------------------------
       3703-LOAD-STAGED-EXTRA.

           MOVE PSG-EXTRA TO WS-PSG-EXTRA
           IF WS-PSG-CLAIM-COUNT NOT NUMERIC
              OR WS-PSG-CLAIM-COUNT > 10
               MOVE ZERO TO WS-PSG-CLAIM-COUNT
           END-IF
           IF WS-PSG-TSADJ-COUNT NOT NUMERIC
              OR WS-PSG-TSADJ-COUNT > 10
               MOVE ZERO TO WS-PSG-TSADJ-COUNT
           END-IF
           IF WS-PSG-GRN-COUNT NOT NUMERIC
              OR WS-PSG-GRN-COUNT > 10
               MOVE ZERO TO WS-PSG-GRN-COUNT
           END-IF
           IF WS-PSG-LBD-COUNT NOT NUMERIC
              OR WS-PSG-LBD-COUNT > 20
               MOVE ZERO TO WS-PSG-LBD-COUNT
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Put the staged employee's project split back on the run's
      * labor distribution, as the sitting that paid it built it
      * ----------------------------------------------------------------
       3704-RESTORE-STAGED-LABOR.

           MOVE ZERO TO WS-LBD-EMP-GROSS
           PERFORM VARYING WS-PSG-SUB FROM 1 BY 1
                   UNTIL WS-PSG-SUB > WS-PSG-LBD-COUNT
               IF WS-LBD-COUNT >= 5000
                   DISPLAY "WARNING: labor distribution table full - "
                       PAY-EMP-ID " left on the department."
               ELSE
                   ADD 1 TO WS-LBD-COUNT
                   MOVE PAY-EMP-ID TO WS-LBD-EMP-ID(WS-LBD-COUNT)
                   MOVE WS-PSG-LBD-PROJECT(WS-PSG-SUB) TO
                       WS-LBD-PROJECT(WS-LBD-COUNT)
                   MOVE WS-PSG-LBD-DEPT TO WS-LBD-DEPT(WS-LBD-COUNT)
                   MOVE WS-PSG-LBD-CC(WS-PSG-SUB) TO
                       WS-LBD-CC(WS-LBD-COUNT)
                   MOVE WS-PSG-LBD-REG(WS-PSG-SUB) TO
                       WS-LBD-REG(WS-LBD-COUNT)
                   MOVE WS-PSG-LBD-OT(WS-PSG-SUB) TO
                       WS-LBD-OT(WS-LBD-COUNT)
                   MOVE WS-PSG-LBD-GROSS(WS-PSG-SUB) TO
                       WS-LBD-GROSS(WS-LBD-COUNT)
                   MOVE WS-PSG-LBD-EMPLR(WS-PSG-SUB) TO
                       WS-LBD-EMPLR(WS-LBD-COUNT)
                   ADD WS-PSG-LBD-GROSS(WS-PSG-SUB) TO
                       WS-LBD-EMP-GROSS
                   PERFORM 3745-ADD-LABOR-BUCKET
               END-IF
           END-PERFORM
           IF WS-LBD-EMP-GROSS > ZERO AND WS-LBE-COUNT < 5000
               ADD 1 TO WS-LBE-COUNT
               MOVE PAY-EMP-ID TO WS-LBE-EMP-ID(WS-LBE-COUNT)
               MOVE WS-LBD-EMP-GROSS TO WS-LBE-GROSS(WS-LBE-COUNT)
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * The staged employee's garnishment takes back onto the orders
      * they were taken for
      * ----------------------------------------------------------------
       3705-RESTORE-STAGED-GARNISH.

           PERFORM VARYING WS-PSG-SUB FROM 1 BY 1
                   UNTIL WS-PSG-SUB > WS-PSG-GRN-COUNT
               PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                       UNTIL WS-SUB-2 > WS-GRN-COUNT
                   IF WS-GRN-EMP-ID(WS-SUB-2) = PAY-EMP-ID
                      AND WS-GRN-ORDER-REF(WS-SUB-2) =
                          WS-PSG-GRN-REF(WS-PSG-SUB)
                       MOVE WS-PSG-GRN-TAKEN(WS-PSG-SUB) TO
                           WS-GRN-TAKEN(WS-SUB-2)
                       MOVE WS-GRN-COUNT TO WS-SUB-2
                   END-IF
               END-PERFORM
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * One staged record's recoveries into the in-memory masters
      * ----------------------------------------------------------------
       3682-APPLY-ONE-STAGED.

           MOVE PAY-EMP-ID TO WS-TARGET-ID
           PERFORM 3705-RESTORE-STAGED-GARNISH

           IF PAY-LOAN-PAYMENT > ZERO
               PERFORM 3609-FIND-LOAN-ENTRY
               IF WS-LN-SUB > ZERO
                   ADD PAY-LOAN-PAYMENT TO
                       WS-LN-T-PAID(WS-LN-SUB)
               END-IF
           END-IF

           IF PAY-OVERPAY > ZERO
               MOVE PAY-OVERPAY TO WS-OVP-REMAIN
               PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                       UNTIL WS-SUB-2 > WS-OVP-COUNT
                   IF WS-OVP-EMP-ID(WS-SUB-2) = PAY-EMP-ID
                      AND WS-OVP-REMAIN > ZERO
                       COMPUTE WS-OVP-CAP-AMT =
                           WS-OVP-TOTAL(WS-SUB-2)
                           - WS-OVP-RECOVERED(WS-SUB-2)
                           - WS-OVP-TAKEN(WS-SUB-2)
                       IF WS-OVP-CAP-AMT > WS-OVP-REMAIN
                           MOVE WS-OVP-REMAIN TO WS-OVP-CAP-AMT
                       END-IF
                       IF WS-OVP-CAP-AMT > ZERO
                           ADD WS-OVP-CAP-AMT TO
                               WS-OVP-TAKEN(WS-SUB-2)
                           SUBTRACT WS-OVP-CAP-AMT FROM
                               WS-OVP-REMAIN
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           IF PAY-REC-TYPE = 'R'
               PERFORM 3683-ACCRUE-STAGED-LEAVE
               PERFORM 3647-RECORD-RETRO-SETTLED
               PERFORM 3742-RECORD-TSADJ-PAID
               PERFORM 3686-SPLIT-STAGED-CARRIER
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Rebuild the staged employee's pension/health/union split
      * from the staged gross and the deduction master, applying
      * the same voluntary cap the run applied, so the remittance
      * extracts tie to the committed deductions even after a
      * crash-resume
      * ----------------------------------------------------------------
       3686-SPLIT-STAGED-CARRIER.

           PERFORM 3611-FIND-DED-ENTRY
           MOVE PAY-GROSS TO WS-DSP-GROSS
           PERFORM 3651-SPLIT-DEDUCTIONS
           IF (WS-CRM-RAW > ZERO OR WS-DSP-RECOV-TOT > ZERO)
              AND WS-CRM-COUNT < 5000
               ADD 1 TO WS-CRM-COUNT
               MOVE PAY-EMP-ID TO
                   WS-CRM-EMP-ID(WS-CRM-COUNT)
               COMPUTE WS-CRM-PENSION(WS-CRM-COUNT) =
                   WS-DSP-TAKEN(1) + WS-DSP-RECOV(1)
               COMPUTE WS-CRM-HEALTH(WS-CRM-COUNT) =
                   WS-DSP-TAKEN(2) + WS-DSP-RECOV(2)
               COMPUTE WS-CRM-UNION(WS-CRM-COUNT) =
                   WS-DSP-TAKEN(3) + WS-DSP-RECOV(3)
           END-IF
           PERFORM 3688-POST-STAGED-ARREARS

           EXIT.

      * ----------------------------------------------------------------
      * Post the staged employee's recovered and newly short amounts
      * to the arrears table, by type
      * ----------------------------------------------------------------
       3688-POST-STAGED-ARREARS.

           PERFORM VARYING WS-DSP-SUB FROM 1 BY 1
                   UNTIL WS-DSP-SUB > 3
               IF WS-DSP-RECOV(WS-DSP-SUB) > ZERO
                  OR WS-DSP-SHORT(WS-DSP-SUB) > ZERO
                   MOVE WS-DSP-TYPE(WS-DSP-SUB) TO WS-ARR-WANTED-TYPE
                   MOVE ZERO TO WS-ARR-SUB
                   PERFORM VARYING WS-SUB-3 FROM 1 BY 1
                           UNTIL WS-SUB-3 > WS-ARR-COUNT
                       IF WS-ARR-T-EMP-ID(WS-SUB-3) = PAY-EMP-ID
                          AND WS-ARR-T-TYPE(WS-SUB-3) =
                              WS-ARR-WANTED-TYPE
                           MOVE WS-SUB-3 TO WS-ARR-SUB
                           MOVE WS-ARR-COUNT TO WS-SUB-3
                       END-IF
                   END-PERFORM
                   IF WS-ARR-SUB = ZERO AND WS-ARR-COUNT < 3000
                       ADD 1 TO WS-ARR-COUNT
                       MOVE WS-ARR-COUNT TO WS-ARR-SUB
                       MOVE PAY-EMP-ID TO WS-ARR-T-EMP-ID(WS-ARR-SUB)
                       MOVE WS-ARR-WANTED-TYPE TO
                           WS-ARR-T-TYPE(WS-ARR-SUB)
                       MOVE PAY-PERIOD-END TO
                           WS-ARR-T-ORIG-PE(WS-ARR-SUB)
                       MOVE ZERO TO WS-ARR-T-BALANCE(WS-ARR-SUB)
                       MOVE ZERO TO WS-ARR-T-LAST-REC(WS-ARR-SUB)
                   END-IF
                   IF WS-ARR-SUB > ZERO
                       IF WS-DSP-RECOV(WS-DSP-SUB) > ZERO
                           SUBTRACT WS-DSP-RECOV(WS-DSP-SUB) FROM
                               WS-ARR-T-BALANCE(WS-ARR-SUB)
                           MOVE PAY-PERIOD-END TO
                               WS-ARR-T-LAST-REC(WS-ARR-SUB)
                       END-IF
                       IF WS-ARR-T-BALANCE(WS-ARR-SUB) = ZERO
                          AND WS-DSP-SHORT(WS-DSP-SUB) > ZERO
                           MOVE PAY-PERIOD-END TO
                               WS-ARR-T-ORIG-PE(WS-ARR-SUB)
                       END-IF
                       ADD WS-DSP-SHORT(WS-DSP-SUB) TO
                           WS-ARR-T-BALANCE(WS-ARR-SUB)
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Load the open deduction arrears
      * ----------------------------------------------------------------
       3666-LOAD-ARREARS-TABLE.

           MOVE ZERO TO WS-ARR-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT ARREARS-FILE
           IF WS-ARREARS-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ ARREARS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE ARREARS-FILE
                   NOT AT END
                       IF WS-ARR-COUNT < 3000
                           ADD 1 TO WS-ARR-COUNT
                           MOVE ARR-EMP-ID TO
                               WS-ARR-T-EMP-ID(WS-ARR-COUNT)
                           MOVE ARR-TYPE TO
                               WS-ARR-T-TYPE(WS-ARR-COUNT)
                           MOVE ARR-ORIG-PE TO
                               WS-ARR-T-ORIG-PE(WS-ARR-COUNT)
                           MOVE ARR-BALANCE TO
                               WS-ARR-T-BALANCE(WS-ARR-COUNT)
                           MOVE ARR-LAST-REC-PE TO
                               WS-ARR-T-LAST-REC(WS-ARR-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           MOVE 'ARR-RECOVER-MAX' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-NUMERIC TO WS-ARR-MAX-PERIOD
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Write the arrears back - cleared balances drop off
      * ----------------------------------------------------------------
       3669-UPDATE-ARREARS-MASTER.

           IF WS-ARR-COUNT > ZERO
               OPEN OUTPUT ARREARS-FILE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-ARR-COUNT
                   IF WS-ARR-T-BALANCE(WS-SUB) > ZERO
                       MOVE WS-ARR-T-EMP-ID(WS-SUB) TO ARR-EMP-ID
                       MOVE WS-ARR-T-TYPE(WS-SUB) TO ARR-TYPE
                       MOVE WS-ARR-T-ORIG-PE(WS-SUB) TO ARR-ORIG-PE
                       MOVE WS-ARR-T-BALANCE(WS-SUB) TO ARR-BALANCE
                       MOVE WS-ARR-T-LAST-REC(WS-SUB) TO
                           ARR-LAST-REC-PE
                       MOVE SPACES TO ARREARS-RECORD(37:10)
                       WRITE ARREARS-RECORD
                   END-IF
               END-PERFORM
               CLOSE ARREARS-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Accrue this period's leave for the staged employee
      * ----------------------------------------------------------------
       3683-ACCRUE-STAGED-LEAVE.

           MOVE ZERO TO WS-LVB-SUB
           PERFORM VARYING WS-SUB-3 FROM 1 BY 1
                   UNTIL WS-SUB-3 > WS-LVB-COUNT
               IF WS-LVB-EMP-ID(WS-SUB-3) = PAY-EMP-ID
                   MOVE WS-SUB-3 TO WS-LVB-SUB
                   MOVE WS-LVB-COUNT TO WS-SUB-3
               END-IF
           END-PERFORM

           IF WS-LVB-SUB = ZERO AND WS-LVB-COUNT < 5000
               ADD 1 TO WS-LVB-COUNT
               MOVE PAY-EMP-ID TO WS-LVB-EMP-ID(WS-LVB-COUNT)
               MOVE ZERO TO WS-LVB-ACCRUED(WS-LVB-COUNT)
               MOVE ZERO TO WS-LVB-TAKEN(WS-LVB-COUNT)
               MOVE WS-LVB-COUNT TO WS-LVB-SUB
           END-IF

           IF WS-LVB-SUB > ZERO
               ADD WS-LEAVE-ACCRUAL TO
                   WS-LVB-ACCRUED(WS-LVB-SUB)
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Per-department deduction report
      * ----------------------------------------------------------------
       3660-WRITE-DEDUCT-REPORT.

           OPEN OUTPUT DEDRPT-FILE
           MOVE SPACES TO DEDRPT-RECORD
           STRING 'DEDUCTIONS BY DEPARTMENT - PERIOD END '
                      DELIMITED BY SIZE
                  WS-PAY-PERIOD-END DELIMITED BY SIZE
               INTO DEDRPT-RECORD
           END-STRING
           WRITE DEDRPT-RECORD

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DEPT-COUNT
               IF WS-DPT-DED-TOTAL(WS-SUB) > ZERO
                   MOVE WS-DPT-NAME(WS-SUB) TO WS-DRL-NAME
                   MOVE WS-DPT-DED-TOTAL(WS-SUB) TO WS-DRL-TOTAL
                   WRITE DEDRPT-RECORD FROM WS-DEDRPT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO DEDRPT-RECORD
           WRITE DEDRPT-RECORD
           MOVE 'EMPLOYER CONTRIBUTIONS BY DEPARTMENT'
               TO DEDRPT-RECORD
           WRITE DEDRPT-RECORD
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DEPT-COUNT
               IF WS-DPT-EMPLR-TOTAL(WS-SUB) > ZERO
                   MOVE WS-DPT-NAME(WS-SUB) TO WS-DRL-NAME
                   MOVE WS-DPT-EMPLR-TOTAL(WS-SUB) TO
                       WS-DRL-TOTAL
                   WRITE DEDRPT-RECORD FROM WS-DEDRPT-LINE
               END-IF
           END-PERFORM
           MOVE 'TOTAL EMPLOYER' TO WS-DRL-NAME
           MOVE WS-TOT-EMPLR TO WS-DRL-TOTAL
           WRITE DEDRPT-RECORD FROM WS-DEDRPT-LINE

           CLOSE DEDRPT-FILE

           EXIT.

      * ----------------------------------------------------------------
      * Close the bank file behind its control trailer
      * ----------------------------------------------------------------
       3670-RELEASE-BANK-FILE.

           PERFORM 3675-CARRY-BANK-RECOVERIES
           PERFORM 3676-CARRY-REISSUES

           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-BCT-COUNT
               MOVE WS-BCT-CUR(WS-SUB-2) TO WS-BCL-CUR
               MOVE WS-BCT-ITEMS(WS-SUB-2) TO WS-BCL-ITEMS
               MOVE WS-BCT-TOTAL(WS-SUB-2) TO WS-BCL-TOTAL
               WRITE BANK-RECORD FROM WS-BANK-CUR-TRL
           END-PERFORM

           MOVE WS-BANK-COUNT TO WS-BKT-COUNT
           MOVE WS-BANK-TOTAL TO WS-BKT-TOTAL
           WRITE BANK-RECORD FROM WS-BANK-TRL
           CLOSE BANK-FILE
           DISPLAY "Bank file released: " WS-BANK-COUNT
               " deposits."

           PERFORM 3693-BUILD-POSITIVE-PAY

           EXIT.

      * ----------------------------------------------------------------
      * Per-carrier remittance extracts from this run's member
      * splits, each with a control trailer, and the remittance
      * register rows recording what went to whom
      * ----------------------------------------------------------------
       3691-WRITE-CARRIER-REMITS.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           MOVE ZERO TO WS-CRM-PEN-TOT
           MOVE ZERO TO WS-CRM-MEMBERS
           OPEN OUTPUT PENREMIT-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CRM-COUNT
               IF WS-CRM-PENSION(WS-SUB) > ZERO
                   MOVE WS-CRM-EMP-ID(WS-SUB) TO WS-CRD-EMP-ID
                   MOVE WS-CRM-PENSION(WS-SUB) TO WS-CRD-AMOUNT
                   WRITE PENREMIT-RECORD FROM WS-CRM-DET
                   ADD 1 TO WS-CRM-MEMBERS
                   ADD WS-CRM-PENSION(WS-SUB) TO WS-CRM-PEN-TOT
               END-IF
           END-PERFORM
           MOVE WS-CRM-MEMBERS TO WS-CRT-MEMBERS
           MOVE WS-CRM-PEN-TOT TO WS-CRT-TOTAL
           WRITE PENREMIT-RECORD FROM WS-CRM-TRL
           CLOSE PENREMIT-FILE
           MOVE 'PENSION' TO WS-RJW-SOURCE
           MOVE WS-CRM-PEN-TOT TO WS-STG-AMOUNT
           PERFORM 3692-WRITE-CARREG-ROW

           MOVE ZERO TO WS-CRM-HLT-TOT
           MOVE ZERO TO WS-CRM-MEMBERS
           OPEN OUTPUT HLTREMIT-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CRM-COUNT
               IF WS-CRM-HEALTH(WS-SUB) > ZERO
                   MOVE WS-CRM-EMP-ID(WS-SUB) TO WS-CRD-EMP-ID
                   MOVE WS-CRM-HEALTH(WS-SUB) TO WS-CRD-AMOUNT
                   WRITE HLTREMIT-RECORD FROM WS-CRM-DET
                   ADD 1 TO WS-CRM-MEMBERS
                   ADD WS-CRM-HEALTH(WS-SUB) TO WS-CRM-HLT-TOT
               END-IF
           END-PERFORM
           MOVE WS-CRM-MEMBERS TO WS-CRT-MEMBERS
           MOVE WS-CRM-HLT-TOT TO WS-CRT-TOTAL
           WRITE HLTREMIT-RECORD FROM WS-CRM-TRL
           CLOSE HLTREMIT-FILE
           MOVE 'HEALTH' TO WS-RJW-SOURCE
           MOVE WS-CRM-HLT-TOT TO WS-STG-AMOUNT
           PERFORM 3692-WRITE-CARREG-ROW

           MOVE ZERO TO WS-CRM-UNI-TOT
           MOVE ZERO TO WS-CRM-MEMBERS
           OPEN OUTPUT UNIREMIT-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CRM-COUNT
               IF WS-CRM-UNION(WS-SUB) > ZERO
                   MOVE WS-CRM-EMP-ID(WS-SUB) TO WS-CRD-EMP-ID
                   MOVE WS-CRM-UNION(WS-SUB) TO WS-CRD-AMOUNT
                   WRITE UNIREMIT-RECORD FROM WS-CRM-DET
                   ADD 1 TO WS-CRM-MEMBERS
                   ADD WS-CRM-UNION(WS-SUB) TO WS-CRM-UNI-TOT
               END-IF
           END-PERFORM
           MOVE WS-CRM-MEMBERS TO WS-CRT-MEMBERS
           MOVE WS-CRM-UNI-TOT TO WS-CRT-TOTAL
           WRITE UNIREMIT-RECORD FROM WS-CRM-TRL
           CLOSE UNIREMIT-FILE
           MOVE 'UNION' TO WS-RJW-SOURCE
           MOVE WS-CRM-UNI-TOT TO WS-STG-AMOUNT
           PERFORM 3692-WRITE-CARREG-ROW

           DISPLAY "Carrier remittance extracts written."

           EXIT.

      * ----------------------------------------------------------------
      * One remittance register row - carrier tag in WS-RJW-SOURCE,
      * total in WS-STG-AMOUNT, member count in WS-CRM-MEMBERS
      * ----------------------------------------------------------------
       3692-WRITE-CARREG-ROW.

           OPEN EXTEND CARREG-FILE
           IF WS-CARREG-STATUS = '35'
               OPEN OUTPUT CARREG-FILE
           END-IF
           IF WS-CARREG-STATUS = '00'
               MOVE WS-TODAY TO CRR-DATE
               MOVE WS-PAY-PERIOD-END TO CRR-PERIOD
               MOVE WS-RJW-SOURCE TO CRR-CARRIER
               MOVE WS-CRM-MEMBERS TO CRR-MEMBERS
               MOVE WS-STG-AMOUNT TO CRR-TOTAL
               WRITE CARREG-RECORD
               CLOSE CARREG-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Carry queued reversal recoveries on this bank file, then
      * clear the queue
      * ----------------------------------------------------------------
       3675-CARRY-BANK-RECOVERIES.

           MOVE 'N' TO WS-EOF-2
           MOVE ZERO TO WS-SUB-3

           OPEN INPUT BANKRECV-FILE
           IF WS-BANKRECV-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           END-IF

           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ BANKRECV-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE BANKRECV-FILE
                   NOT AT END
                       ADD 1 TO WS-SUB-3
                       MOVE BRC-EMP-ID TO WS-BRV-EMP-ID
                       MOVE BRC-AMOUNT TO WS-BRV-AMOUNT
                       MOVE BRC-PERIOD TO WS-BRV-PERIOD
                       WRITE BANK-RECORD FROM WS-BANK-RCV
                       ADD 1 TO WS-BANK-COUNT
                       IF BRC-AMOUNT <= WS-BANK-TOTAL
                           SUBTRACT BRC-AMOUNT FROM WS-BANK-TOTAL
                       ELSE
                           MOVE ZERO TO WS-BANK-TOTAL
                       END-IF
               END-READ
           END-PERFORM

           IF WS-SUB-3 > ZERO
               OPEN OUTPUT BANKRECV-FILE
               CLOSE BANKRECV-FILE
               DISPLAY "Deposit recoveries carried: " WS-SUB-3
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Carry queued deposit reissues on this bank file, then clear
      * the queue
      * ----------------------------------------------------------------
       3676-CARRY-REISSUES.

           MOVE 'N' TO WS-EOF-2
           MOVE ZERO TO WS-SUB-3

           OPEN INPUT REISSUE-FILE
           IF WS-REISSUE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           END-IF

           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ REISSUE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE REISSUE-FILE
                   NOT AT END
                       ADD 1 TO WS-SUB-3
                       MOVE RIS-EMP-ID TO WS-BKD-EMP-ID
                       MOVE '(REISSUE)' TO WS-BKD-NAME
                       MOVE RIS-AMOUNT TO WS-BKD-AMOUNT
                       MOVE RIS-PERIOD TO WS-BKD-PERIOD
                       MOVE SPACES TO WS-BKD-CURRENCY
                       MOVE ZERO TO WS-BKD-RATE
                       WRITE BANK-RECORD FROM WS-BANK-DET
                       ADD 1 TO WS-BANK-COUNT
                       ADD RIS-AMOUNT TO WS-BANK-TOTAL
               END-READ
           END-PERFORM

           IF WS-SUB-3 > ZERO
               OPEN OUTPUT REISSUE-FILE
               CLOSE REISSUE-FILE
               DISPLAY "Deposit reissues carried: " WS-SUB-3
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Write the loan master back with this run's recoveries taken
      * off the balances
      * ----------------------------------------------------------------
       3680-UPDATE-LOAN-MASTER.

           IF WS-LN-COUNT > ZERO
               OPEN OUTPUT LOAN-FILE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-LN-COUNT
                   MOVE WS-LN-T-EMP-ID(WS-SUB) TO LN-EMP-ID
                   COMPUTE LN-BALANCE =
                       WS-LN-T-BALANCE(WS-SUB)
                       - WS-LN-T-PAID(WS-SUB)
                   MOVE WS-LN-T-INSTALLMENT(WS-SUB) TO
                       LN-INSTALLMENT
                   MOVE SPACES TO LOAN-RECORD(24:10)
                   WRITE LOAN-RECORD
               END-PERFORM
               CLOSE LOAN-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Cash requirements for the staged run, produced before the
      * bank file is built and released so treasury can fund the
      * accounts first: net deposits by currency in the currency
      * paid, printed checks, garnishment and carrier remittances
      * and tax, each against its funding account, with held
      * payments shown apart.  Funding accounts come from config
      * FUND-cc (base currency) and FUND-cc-CUR (foreign).
      * ----------------------------------------------------------------
       3730-CASH-REQUIREMENTS.

           MOVE ZERO TO WS-CRQ-CUR-COUNT
           MOVE ZERO TO WS-CRQ-ACCT-COUNT
           MOVE ZERO TO WS-CRQ-CHECKS
           MOVE ZERO TO WS-CRQ-CHECK-ITEMS
           MOVE ZERO TO WS-CRQ-HELD
           MOVE ZERO TO WS-CRQ-HELD-ITEMS
           MOVE ZERO TO WS-CRQ-REISSUES
           MOVE ZERO TO WS-CRQ-RECOVERIES

           MOVE 'N' TO WS-EOF
           OPEN INPUT BANKSTG-FILE
           IF WS-BANKSTG-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BANKSTG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE BANKSTG-FILE
                   NOT AT END
                       COMPUTE WS-CRQ-AMOUNT =
                           FUNCTION NUMVAL(BANKSTG-RECORD(48:10))
                       EVALUATE BANKSTG-RECORD(1:7)
                           WHEN 'BANKCHK'
                               ADD WS-CRQ-AMOUNT TO WS-CRQ-CHECKS
                               ADD 1 TO WS-CRQ-CHECK-ITEMS
                           WHEN 'BANKHLD'
                               IF BANKSTG-RECORD(68:3) = 'NEG'
                                   SUBTRACT WS-CRQ-AMOUNT FROM
                                       WS-CRQ-HELD
                               ELSE
                                   ADD WS-CRQ-AMOUNT TO WS-CRQ-HELD
                               END-IF
                               ADD 1 TO WS-CRQ-HELD-ITEMS
                           WHEN OTHER
                               MOVE BANKSTG-RECORD(68:3) TO
                                   WS-CRQ-CUR
                               PERFORM 3731-ADD-CASH-DEPOSIT
                       END-EVALUATE
               END-READ
           END-PERFORM

      * deposit reissues and reversal recoveries queued since the
      * last run go out on this bank file in the base currency
           MOVE 'N' TO WS-EOF
           OPEN INPUT REISSUE-FILE
           IF WS-REISSUE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REISSUE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE REISSUE-FILE
                   NOT AT END
                       ADD RIS-AMOUNT TO WS-CRQ-REISSUES
                       MOVE SPACES TO WS-CRQ-CUR
                       MOVE RIS-AMOUNT TO WS-CRQ-AMOUNT
                       PERFORM 3731-ADD-CASH-DEPOSIT
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           OPEN INPUT BANKRECV-FILE
           IF WS-BANKRECV-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BANKRECV-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE BANKRECV-FILE
                   NOT AT END
                       ADD BRC-AMOUNT TO WS-CRQ-RECOVERIES
                       MOVE SPACES TO WS-CRQ-CUR
                       COMPUTE WS-CRQ-AMOUNT = ZERO - BRC-AMOUNT
                       PERFORM 3731-ADD-CASH-DEPOSIT
               END-READ
           END-PERFORM

           MOVE ZERO TO WS-CRQ-GARNISH
           PERFORM VARYING WS-GRM-SUB FROM 1 BY 1
                   UNTIL WS-GRM-SUB > WS-GRN-COUNT
               ADD WS-GRN-TAKEN(WS-GRM-SUB) TO WS-CRQ-GARNISH
           END-PERFORM
           MOVE ZERO TO WS-CRQ-PENSION
           MOVE ZERO TO WS-CRQ-HEALTH
           MOVE ZERO TO WS-CRQ-UNION
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CRM-COUNT
               ADD WS-CRM-PENSION(WS-SUB) TO WS-CRQ-PENSION
               ADD WS-CRM-HEALTH(WS-SUB) TO WS-CRQ-HEALTH
               ADD WS-CRM-UNION(WS-SUB) TO WS-CRQ-UNION
           END-PERFORM

           PERFORM 3733-WRITE-CASHREQ-REPORT
           MOVE 'CASHREQ.TXT' TO WS-ARCHSRC-NAME
           MOVE 'CASHREQ' TO WS-ARCH-REPORT
           PERFORM 9700-ARCHIVE-REPORT

           DISPLAY "Cash requirements written to CASHREQ.TXT - "
               "funding by account:"
           PERFORM VARYING WS-CRQ-SUB FROM 1 BY 1
                   UNTIL WS-CRQ-SUB > WS-CRQ-ACCT-COUNT
               MOVE WS-CRQ-A-AMOUNT(WS-CRQ-SUB) TO WS-EDIT-AMOUNT-L
               DISPLAY "  " WS-CRQ-A-ACCOUNT(WS-CRQ-SUB) " "
                   WS-CRQ-A-CUR(WS-CRQ-SUB) " " WS-EDIT-AMOUNT-L
           END-PERFORM
           DISPLAY "Press Enter once treasury has confirmed funding "
               "to release the bank file: "
           ACCEPT WS-ANSWER

           EXIT.

      * ----------------------------------------------------------------
      * Add WS-CRQ-AMOUNT to the deposits in currency WS-CRQ-CUR
      * (spaces for the base currency) - WS-CRQ-SUB is the row
      * ----------------------------------------------------------------
       3731-ADD-CASH-DEPOSIT.

           MOVE ZERO TO WS-CRQ-SUB
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-CRQ-CUR-COUNT
               IF WS-CRQ-C-CUR(WS-SUB-2) = WS-CRQ-CUR
                   MOVE WS-SUB-2 TO WS-CRQ-SUB
               END-IF
           END-PERFORM
           IF WS-CRQ-SUB = ZERO AND WS-CRQ-CUR-COUNT < 10
               ADD 1 TO WS-CRQ-CUR-COUNT
               MOVE WS-CRQ-CUR-COUNT TO WS-CRQ-SUB
               MOVE WS-CRQ-CUR TO WS-CRQ-C-CUR(WS-CRQ-SUB)
               MOVE ZERO TO WS-CRQ-C-ITEMS(WS-CRQ-SUB)
               MOVE ZERO TO WS-CRQ-C-AMOUNT(WS-CRQ-SUB)
           END-IF
           IF WS-CRQ-SUB > ZERO
               ADD 1 TO WS-CRQ-C-ITEMS(WS-CRQ-SUB)
               ADD WS-CRQ-AMOUNT TO WS-CRQ-C-AMOUNT(WS-CRQ-SUB)
           ELSE
               DISPLAY "WARNING: too many deposit currencies - "
                   WS-CRQ-CUR " left off the cash requirements"
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Funding account for the session company and currency
      * WS-CRQ-CUR into WS-CRQ-ACCOUNT, and the amount in
      * WS-CRQ-AMOUNT added to that account's requirement
      * ----------------------------------------------------------------
       3732-FIND-FUNDING-ACCOUNT.

           MOVE SPACES TO WS-CFG-WANTED
           IF WS-CRQ-CUR = SPACES
               STRING 'FUND-' DELIMITED BY SIZE
                      WS-COMPANY DELIMITED BY SIZE
                   INTO WS-CFG-WANTED
               END-STRING
           ELSE
               STRING 'FUND-' DELIMITED BY SIZE
                      WS-COMPANY DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-CRQ-CUR DELIMITED BY SIZE
                   INTO WS-CFG-WANTED
               END-STRING
           END-IF
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y' AND WS-CFG-RESULT NOT = SPACES
               MOVE WS-CFG-RESULT TO WS-CRQ-ACCOUNT
           ELSE
               MOVE '(NO FUNDING ACCOUNT)' TO WS-CRQ-ACCOUNT
           END-IF

           MOVE ZERO TO WS-CRQ-SUB
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-CRQ-ACCT-COUNT
               IF WS-CRQ-A-ACCOUNT(WS-SUB-2) = WS-CRQ-ACCOUNT
                  AND WS-CRQ-A-CUR(WS-SUB-2) = WS-CRQ-CUR
                   MOVE WS-SUB-2 TO WS-CRQ-SUB
               END-IF
           END-PERFORM
           IF WS-CRQ-SUB = ZERO AND WS-CRQ-ACCT-COUNT < 20
               ADD 1 TO WS-CRQ-ACCT-COUNT
               MOVE WS-CRQ-ACCT-COUNT TO WS-CRQ-SUB
               MOVE WS-CRQ-ACCOUNT TO WS-CRQ-A-ACCOUNT(WS-CRQ-SUB)
               MOVE WS-CRQ-CUR TO WS-CRQ-A-CUR(WS-CRQ-SUB)
               MOVE ZERO TO WS-CRQ-A-AMOUNT(WS-CRQ-SUB)
           END-IF
           IF WS-CRQ-SUB > ZERO
               ADD WS-CRQ-AMOUNT TO WS-CRQ-A-AMOUNT(WS-CRQ-SUB)
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * The cash requirements report
      * ----------------------------------------------------------------
       3733-WRITE-CASHREQ-REPORT.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT CASHREQ-FILE
           MOVE SPACES TO CASHREQ-RECORD
           STRING 'CASH REQUIREMENTS - COMPANY ' DELIMITED BY SIZE
                  WS-COMPANY DELIMITED BY SIZE
                  '  PERIOD ' DELIMITED BY SIZE
                  WS-PAY-PERIOD-END DELIMITED BY SIZE
                  '  PREPARED ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  '  BEFORE BANK FILE RELEASE' DELIMITED BY SIZE
               INTO CASHREQ-RECORD
           END-STRING
           WRITE CASHREQ-RECORD
           MOVE SPACES TO CASHREQ-RECORD
           WRITE CASHREQ-RECORD
           MOVE SPACES TO CASHREQ-RECORD
           MOVE 'CUR  ITEMS' TO CASHREQ-RECORD(33:10)
           MOVE 'AMOUNT' TO CASHREQ-RECORD(55:6)
           MOVE 'FUNDING ACCOUNT' TO CASHREQ-RECORD(63:15)
           WRITE CASHREQ-RECORD

           MOVE 'NET DIRECT DEPOSITS' TO CASHREQ-RECORD
           WRITE CASHREQ-RECORD
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CRQ-CUR-COUNT
               MOVE WS-CRQ-C-CUR(WS-SUB) TO WS-CRQ-CUR
               MOVE WS-CRQ-C-AMOUNT(WS-SUB) TO WS-CRQ-AMOUNT
               PERFORM 3732-FIND-FUNDING-ACCOUNT
               MOVE 'DEPOSITS' TO WS-CQL-LABEL
               IF WS-CRQ-CUR = SPACES
                   MOVE 'BASE' TO WS-CQL-CUR
               ELSE
                   MOVE WS-CRQ-CUR TO WS-CQL-CUR
               END-IF
               MOVE WS-CRQ-C-ITEMS(WS-SUB) TO WS-CQL-ITEMS
               MOVE WS-CRQ-AMOUNT TO WS-CQL-AMOUNT
               MOVE WS-CRQ-ACCOUNT TO WS-CQL-ACCOUNT
               WRITE CASHREQ-RECORD FROM WS-CRQ-LINE
           END-PERFORM
           IF WS-CRQ-REISSUES > ZERO OR WS-CRQ-RECOVERIES > ZERO
               MOVE SPACES TO CASHREQ-RECORD
               MOVE WS-CRQ-REISSUES TO WS-EDIT-AMOUNT-L
               STRING '    base deposits include reissues of '
                          DELIMITED BY SIZE
                      WS-EDIT-AMOUNT-L DELIMITED BY SIZE
                   INTO CASHREQ-RECORD
               END-STRING
               WRITE CASHREQ-RECORD
               MOVE SPACES TO CASHREQ-RECORD
               MOVE WS-CRQ-RECOVERIES TO WS-EDIT-AMOUNT-L
               STRING '    less reversal recoveries of '
                          DELIMITED BY SIZE
                      WS-EDIT-AMOUNT-L DELIMITED BY SIZE
                   INTO CASHREQ-RECORD
               END-STRING
               WRITE CASHREQ-RECORD
           END-IF

           MOVE SPACES TO WS-CRQ-CUR
           MOVE SPACES TO CASHREQ-RECORD
           MOVE 'PAYMENTS AND REMITTANCES' TO CASHREQ-RECORD
           WRITE CASHREQ-RECORD
           MOVE WS-CRQ-CHECKS TO WS-CRQ-AMOUNT
           PERFORM 3732-FIND-FUNDING-ACCOUNT
           MOVE 'PRINTED CHECKS' TO WS-CQL-LABEL
           MOVE 'BASE' TO WS-CQL-CUR
           MOVE WS-CRQ-CHECK-ITEMS TO WS-CQL-ITEMS
           MOVE WS-CRQ-AMOUNT TO WS-CQL-AMOUNT
           MOVE WS-CRQ-ACCOUNT TO WS-CQL-ACCOUNT
           WRITE CASHREQ-RECORD FROM WS-CRQ-LINE

           MOVE WS-CRQ-GARNISH TO WS-CRQ-AMOUNT
           PERFORM 3732-FIND-FUNDING-ACCOUNT
           MOVE 'GARNISHMENT REMITTANCES' TO WS-CQL-LABEL
           MOVE ZERO TO WS-CQL-ITEMS
           MOVE WS-CRQ-AMOUNT TO WS-CQL-AMOUNT
           WRITE CASHREQ-RECORD FROM WS-CRQ-LINE

           MOVE WS-CRQ-PENSION TO WS-CRQ-AMOUNT
           PERFORM 3732-FIND-FUNDING-ACCOUNT
           MOVE 'PENSION CARRIER REMITTANCE' TO WS-CQL-LABEL
           MOVE WS-CRQ-AMOUNT TO WS-CQL-AMOUNT
           WRITE CASHREQ-RECORD FROM WS-CRQ-LINE

           MOVE WS-CRQ-HEALTH TO WS-CRQ-AMOUNT
           PERFORM 3732-FIND-FUNDING-ACCOUNT
           MOVE 'HEALTH CARRIER REMITTANCE' TO WS-CQL-LABEL
           MOVE WS-CRQ-AMOUNT TO WS-CQL-AMOUNT
           WRITE CASHREQ-RECORD FROM WS-CRQ-LINE

           MOVE WS-CRQ-UNION TO WS-CRQ-AMOUNT
           PERFORM 3732-FIND-FUNDING-ACCOUNT
           MOVE 'UNION DUES REMITTANCE' TO WS-CQL-LABEL
           MOVE WS-CRQ-AMOUNT TO WS-CQL-AMOUNT
           WRITE CASHREQ-RECORD FROM WS-CRQ-LINE

           MOVE WS-TOT-TAX TO WS-CRQ-AMOUNT
           PERFORM 3732-FIND-FUNDING-ACCOUNT
           MOVE 'TAX WITHHELD DUE' TO WS-CQL-LABEL
           MOVE WS-CRQ-AMOUNT TO WS-CQL-AMOUNT
           WRITE CASHREQ-RECORD FROM WS-CRQ-LINE

           MOVE SPACES TO CASHREQ-RECORD
           WRITE CASHREQ-RECORD
           MOVE 'TO BE FUNDED BY ACCOUNT' TO CASHREQ-RECORD
           WRITE CASHREQ-RECORD
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CRQ-ACCT-COUNT
               MOVE 'TOTAL' TO WS-CQL-LABEL
               IF WS-CRQ-A-CUR(WS-SUB) = SPACES
                   MOVE 'BASE' TO WS-CQL-CUR
               ELSE
                   MOVE WS-CRQ-A-CUR(WS-SUB) TO WS-CQL-CUR
               END-IF
               MOVE ZERO TO WS-CQL-ITEMS
               MOVE WS-CRQ-A-AMOUNT(WS-SUB) TO WS-CQL-AMOUNT
               MOVE WS-CRQ-A-ACCOUNT(WS-SUB) TO WS-CQL-ACCOUNT
               WRITE CASHREQ-RECORD FROM WS-CRQ-LINE
           END-PERFORM

           MOVE SPACES TO CASHREQ-RECORD
           WRITE CASHREQ-RECORD
           MOVE 'HELD PAYMENTS - NOT RELEASED, NOT TO BE FUNDED'
               TO CASHREQ-RECORD
           WRITE CASHREQ-RECORD
           MOVE 'HELD FOR REVIEW' TO WS-CQL-LABEL
           MOVE 'BASE' TO WS-CQL-CUR
           MOVE WS-CRQ-HELD-ITEMS TO WS-CQL-ITEMS
           MOVE WS-CRQ-HELD TO WS-CQL-AMOUNT
           MOVE SPACES TO WS-CQL-ACCOUNT
           WRITE CASHREQ-RECORD FROM WS-CRQ-LINE
           CLOSE CASHREQ-FILE

           EXIT.

      * ----------------------------------------------------------------
      * FUN's parallel-run extract for the period being paid.  FUN
      * writes it in employee id order; a row out of order is left
      * out so the merge by id stays sound.
      * ----------------------------------------------------------------
       3734-LOAD-FUN-EXTRACT.

           MOVE ZERO TO WS-PFN-COUNT
           MOVE ZERO TO WS-PRX-LAST-ID
           MOVE ZERO TO WS-PRX-FUN-DATE
           OPEN INPUT FUNPAR-FILE
           IF WS-FUNPAR-STATUS NOT = '00'
               DISPLAY "No FUN parallel-run extract on file - run "
                   "FUN's PAYROLL PARALLEL-RUN EXTRACT first."
           ELSE
               MOVE 'N' TO WS-PRX-EOF
               PERFORM UNTIL WS-PRX-EOF = 'Y'
                   READ FUNPAR-FILE
                       AT END
                           MOVE 'Y' TO WS-PRX-EOF
                       NOT AT END
                           IF FPR-PERIOD-END = WS-PAY-PERIOD-END
                               IF FPR-EMP-ID NOT > WS-PRX-LAST-ID
                                   DISPLAY "FUN extract row for "
                                       FPR-EMP-ID " out of order "
                                       "- left out."
                               ELSE
                               IF WS-PFN-COUNT < 2000
                                   ADD 1 TO WS-PFN-COUNT
                                   MOVE WS-PFN-COUNT TO WS-PFN-SUB
                                   MOVE FPR-EMP-ID TO
                                       WS-PFN-ID(WS-PFN-SUB)
                                   MOVE FPR-NAME TO
                                       WS-PFN-NAME(WS-PFN-SUB)
                                   COMPUTE WS-PFN-GROSS(WS-PFN-SUB) =
                                       FPR-GROSS + FPR-BONUS
                                   MOVE FPR-BONUS TO
                                       WS-PFN-BONUS(WS-PFN-SUB)
                                   MOVE FPR-TAX TO
                                       WS-PFN-TAX(WS-PFN-SUB)
                                   MOVE FPR-DEDUCTIONS TO
                                       WS-PFN-DEDUCT(WS-PFN-SUB)
                                   MOVE FPR-LOAN TO
                                       WS-PFN-LOAN(WS-PFN-SUB)
                                   MOVE FPR-NET TO
                                       WS-PFN-NET(WS-PFN-SUB)
                                   MOVE FPR-HOURLY TO
                                       WS-PFN-HOURLY(WS-PFN-SUB)
                                   MOVE FPR-EMP-ID TO WS-PRX-LAST-ID
                                   MOVE FPR-RUN-DATE TO
                                       WS-PRX-FUN-DATE
                               ELSE
                                   DISPLAY "FUN extract table full "
                                       "- " FPR-EMP-ID " left out."
                               END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNPAR-FILE
               IF WS-PFN-COUNT = ZERO
                   DISPLAY "FUN's extract holds no rows for period "
                       "end " WS-PAY-PERIOD-END " - run its "
                       "PARALLEL-RUN EXTRACT for this period."
               ELSE
                   DISPLAY "FUN extract of " WS-PRX-FUN-DATE
                       " loaded - " WS-PFN-COUNT " employees."
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Hold this run's figures for the employee just calculated,
      * with the components the comparison attributes differences
      * to.  Deductions here are everything between gross less tax
      * and net: voluntary, garnishments, loan and recovery.
      * ----------------------------------------------------------------
       3735-HOLD-PARALLEL-PAY.

           IF WS-PES-COUNT < 2000
               ADD 1 TO WS-PES-COUNT
               MOVE WS-PES-COUNT TO WS-PES-SUB
               MOVE EMP-ID TO WS-PES-ID(WS-PES-SUB)
               MOVE EMP-NAME TO WS-PES-NAME(WS-PES-SUB)
               MOVE WS-PAY-GROSS TO WS-PES-GROSS(WS-PES-SUB)
               MOVE WS-PAY-TAX TO WS-PES-TAX(WS-PES-SUB)
               COMPUTE WS-PES-DED(WS-PES-SUB) = WS-PAY-DEDUCT
                   + WS-PAY-GARNISH + WS-PAY-LOAN + WS-PAY-OVP
               MOVE WS-PAY-DEDUCT TO WS-PES-DEDUCT(WS-PES-SUB)
               MOVE WS-PAY-LOAN TO WS-PES-LOAN(WS-PES-SUB)
               MOVE WS-PAY-NET TO WS-PES-NET(WS-PES-SUB)
               MOVE WS-PAY-RETRO TO WS-PES-RETRO(WS-PES-SUB)
               MOVE WS-PAY-ALLOW TO WS-PES-ALLOW(WS-PES-SUB)
               MOVE WS-PAY-REGTAX TO WS-PES-REGTAX(WS-PES-SUB)
               MOVE WS-PAY-GARNISH TO WS-PES-GARNISH(WS-PES-SUB)
               MOVE WS-PAY-OVP TO WS-PES-OVP(WS-PES-SUB)
               MOVE WS-PAY-EXPENSE TO WS-PES-EXPENSE(WS-PES-SUB)
               MOVE WS-EMP-FREQ TO WS-PES-FREQ(WS-PES-SUB)
               MOVE 'N' TO WS-PES-HOURLY(WS-PES-SUB)
               MOVE 'N' TO WS-PES-PREMIUM(WS-PES-SUB)
               IF WS-TMS-SUB > ZERO
                   MOVE 'Y' TO WS-PES-HOURLY(WS-PES-SUB)
                   IF WS-HG-UPLIFT > ZERO
                      OR (WS-HG-OT > ZERO
                          AND WS-HG-OT-MULT NOT = 1.50)
                       MOVE 'Y' TO WS-PES-PREMIUM(WS-PES-SUB)
                   END-IF
               END-IF
               IF WS-WHE-SUB > ZERO
                   MOVE 'Y' TO WS-PES-WHELECT(WS-PES-SUB)
               ELSE
                   MOVE 'N' TO WS-PES-WHELECT(WS-PES-SUB)
               END-IF
           ELSE
               DISPLAY "Parallel table full - " EMP-ID
                   " left out of the comparison."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * PARRUN.TXT: FUN's extract and this run merged by employee
      * id.  FUN's five-digit ids compare as numbers against the
      * seven-digit ones.  Differences are this system less FUN.
      * ----------------------------------------------------------------
       3736-WRITE-PARALLEL-REPORT.

           OPEN OUTPUT PARRUN-FILE
           MOVE SPACES TO PARRUN-RECORD
           STRING 'PAYROLL PARALLEL RUN - FUN VS EMPSYS - COMPANY '
                      DELIMITED BY SIZE
                  WS-COMPANY DELIMITED BY SIZE
                  '  FREQUENCY ' DELIMITED BY SIZE
                  WS-RUN-FREQ DELIMITED BY SIZE
                  '  PERIOD END ' DELIMITED BY SIZE
                  WS-PAY-PERIOD-END DELIMITED BY SIZE
                  '  FUN EXTRACT OF ' DELIMITED BY SIZE
                  WS-PRX-FUN-DATE DELIMITED BY SIZE
               INTO PARRUN-RECORD
           END-STRING
           WRITE PARRUN-RECORD
           MOVE 'NOTHING COMMITTED IN EITHER SYSTEM.  DIFF IS EMPSYS '
             & 'LESS FUN.  FUN GROSS INCLUDES ITS BONUS; DEDUCTIONS '
             & 'INCLUDE LOANS' TO PARRUN-RECORD
           WRITE PARRUN-RECORD
           MOVE SPACES TO PARRUN-RECORD
           WRITE PARRUN-RECORD
           MOVE '     ID NAME                   SIDE         GROSS '
             & '        TAX  DEDUCTIONS         NET  REASONS'
               TO PARRUN-RECORD
           WRITE PARRUN-RECORD

           MOVE ZERO TO WS-PRX-MATCHED
           MOVE ZERO TO WS-PRX-DIFFER
           MOVE ZERO TO WS-PRX-FUN-ONLY
           MOVE ZERO TO WS-PRX-EMP-ONLY
           MOVE ZERO TO WS-PRX-TOT-F-NET
           MOVE ZERO TO WS-PRX-TOT-E-NET
           PERFORM VARYING WS-PRC-SUB FROM 1 BY 1
                   UNTIL WS-PRC-SUB > 18
               MOVE ZERO TO WS-PRC-COUNT(WS-PRC-SUB)
           END-PERFORM

           MOVE 1 TO WS-PFN-SUB
           MOVE 1 TO WS-PES-SUB
           PERFORM UNTIL WS-PFN-SUB > WS-PFN-COUNT
                     AND WS-PES-SUB > WS-PES-COUNT
               EVALUATE TRUE
                   WHEN WS-PFN-SUB > WS-PFN-COUNT
                       MOVE 'E' TO WS-PRX-KIND
                   WHEN WS-PES-SUB > WS-PES-COUNT
                       MOVE 'F' TO WS-PRX-KIND
                   WHEN WS-PFN-ID(WS-PFN-SUB) <
                        WS-PES-ID(WS-PES-SUB)
                       MOVE 'F' TO WS-PRX-KIND
                   WHEN WS-PFN-ID(WS-PFN-SUB) >
                        WS-PES-ID(WS-PES-SUB)
                       MOVE 'E' TO WS-PRX-KIND
                   WHEN OTHER
                       MOVE 'B' TO WS-PRX-KIND
               END-EVALUATE
               PERFORM 3737-COMPARE-PARALLEL-EMP
               IF WS-PRX-KIND NOT = 'E'
                   ADD 1 TO WS-PFN-SUB
               END-IF
               IF WS-PRX-KIND NOT = 'F'
                   ADD 1 TO WS-PES-SUB
               END-IF
           END-PERFORM

           MOVE SPACES TO PARRUN-RECORD
           WRITE PARRUN-RECORD
           MOVE 'SUMMARY' TO PARRUN-RECORD
           WRITE PARRUN-RECORD
           MOVE SPACES TO PARRUN-RECORD
           MOVE WS-PFN-COUNT TO WS-PRX-EDIT-N
           STRING '  EMPLOYEES IN FUN EXTRACT      ' DELIMITED BY SIZE
                  WS-PRX-EDIT-N DELIMITED BY SIZE
               INTO PARRUN-RECORD
           END-STRING
           WRITE PARRUN-RECORD
           MOVE SPACES TO PARRUN-RECORD
           MOVE WS-PES-COUNT TO WS-PRX-EDIT-N
           STRING '  EMPLOYEES IN EMPSYS RUN       ' DELIMITED BY SIZE
                  WS-PRX-EDIT-N DELIMITED BY SIZE
               INTO PARRUN-RECORD
           END-STRING
           WRITE PARRUN-RECORD
           MOVE SPACES TO PARRUN-RECORD
           MOVE WS-PRX-MATCHED TO WS-PRX-EDIT-N
           STRING '  IN BOTH, MATCHING TO THE CENT ' DELIMITED BY SIZE
                  WS-PRX-EDIT-N DELIMITED BY SIZE
               INTO PARRUN-RECORD
           END-STRING
           WRITE PARRUN-RECORD
           MOVE SPACES TO PARRUN-RECORD
           MOVE WS-PRX-DIFFER TO WS-PRX-EDIT-N
           STRING '  IN BOTH, DIFFERING            ' DELIMITED BY SIZE
                  WS-PRX-EDIT-N DELIMITED BY SIZE
               INTO PARRUN-RECORD
           END-STRING
           WRITE PARRUN-RECORD
           MOVE SPACES TO PARRUN-RECORD
           MOVE WS-PRX-FUN-ONLY TO WS-PRX-EDIT-N
           STRING '  IN FUN ONLY                   ' DELIMITED BY SIZE
                  WS-PRX-EDIT-N DELIMITED BY SIZE
               INTO PARRUN-RECORD
           END-STRING
           WRITE PARRUN-RECORD
           MOVE SPACES TO PARRUN-RECORD
           MOVE WS-PRX-EMP-ONLY TO WS-PRX-EDIT-N
           STRING '  IN EMPSYS ONLY                ' DELIMITED BY SIZE
                  WS-PRX-EDIT-N DELIMITED BY SIZE
               INTO PARRUN-RECORD
           END-STRING
           WRITE PARRUN-RECORD
           MOVE SPACES TO PARRUN-RECORD
           MOVE WS-PRX-TOT-F-NET TO WS-EDIT-AMOUNT-L
           STRING '  NET PAY - FUN        ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT-L DELIMITED BY SIZE
               INTO PARRUN-RECORD
           END-STRING
           WRITE PARRUN-RECORD
           MOVE SPACES TO PARRUN-RECORD
           MOVE WS-PRX-TOT-E-NET TO WS-EDIT-AMOUNT-L
           STRING '  NET PAY - EMPSYS     ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT-L DELIMITED BY SIZE
               INTO PARRUN-RECORD
           END-STRING
           WRITE PARRUN-RECORD
           MOVE SPACES TO PARRUN-RECORD
           WRITE PARRUN-RECORD
           MOVE 'REASON CATEGORIES (AN EMPLOYEE MAY FALL UNDER MORE '
             & 'THAN ONE)' TO PARRUN-RECORD
           WRITE PARRUN-RECORD
           PERFORM VARYING WS-PRC-SUB FROM 1 BY 1
                   UNTIL WS-PRC-SUB > 18
               IF WS-PRC-COUNT(WS-PRC-SUB) > ZERO
                   MOVE SPACES TO PARRUN-RECORD
                   MOVE WS-PRC-COUNT(WS-PRC-SUB) TO WS-PRX-EDIT-N
                   STRING '  ' DELIMITED BY SIZE
                          WS-PRC-CODE(WS-PRC-SUB) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-PRX-EDIT-N DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          WS-PRC-DESC(WS-PRC-SUB) DELIMITED BY SIZE
                       INTO PARRUN-RECORD
                   END-STRING
                   WRITE PARRUN-RECORD
               END-IF
           END-PERFORM
           CLOSE PARRUN-FILE

           MOVE 'PARRUN.TXT' TO WS-ARCHSRC-NAME
           MOVE 'PARRUN' TO WS-ARCH-REPORT
           PERFORM 9700-ARCHIVE-REPORT
           DISPLAY "Parallel run: " WS-PRX-MATCHED
               " employees match FUN to the cent, " WS-PRX-DIFFER
               " differ, " WS-PRX-FUN-ONLY " FUN only, "
               WS-PRX-EMP-ONLY " EMPSYS only. See PARRUN.TXT."

           EXIT.

      * ----------------------------------------------------------------
      * One employee of the merge - WS-PRX-KIND B in both, F in
      * FUN's extract only, E in this run only.  Each gross, tax,
      * deduction and net difference is put down to the components
      * that can cause it.
      * ----------------------------------------------------------------
       3737-COMPARE-PARALLEL-EMP.

           MOVE SPACES TO WS-PRX-REASON
           MOVE 1 TO WS-PRX-PTR
           MOVE 'Y' TO WS-PRX-FIRST
           MOVE ZERO TO WS-PRX-F-GROSS WS-PRX-F-TAX WS-PRX-F-DED
                        WS-PRX-F-NET
           MOVE ZERO TO WS-PRX-E-GROSS WS-PRX-E-TAX WS-PRX-E-DED
                        WS-PRX-E-NET
           IF WS-PRX-KIND NOT = 'E'
               MOVE WS-PFN-ID(WS-PFN-SUB) TO WS-PRX-ID
               MOVE WS-PFN-NAME(WS-PFN-SUB) TO WS-PRX-NAME
               MOVE WS-PFN-GROSS(WS-PFN-SUB) TO WS-PRX-F-GROSS
               MOVE WS-PFN-TAX(WS-PFN-SUB) TO WS-PRX-F-TAX
               COMPUTE WS-PRX-F-DED = WS-PFN-DEDUCT(WS-PFN-SUB)
                   + WS-PFN-LOAN(WS-PFN-SUB)
               MOVE WS-PFN-NET(WS-PFN-SUB) TO WS-PRX-F-NET
           END-IF
           IF WS-PRX-KIND NOT = 'F'
               MOVE WS-PES-ID(WS-PES-SUB) TO WS-PRX-ID
               MOVE WS-PES-NAME(WS-PES-SUB) TO WS-PRX-NAME
               MOVE WS-PES-GROSS(WS-PES-SUB) TO WS-PRX-E-GROSS
               MOVE WS-PES-TAX(WS-PES-SUB) TO WS-PRX-E-TAX
               MOVE WS-PES-DED(WS-PES-SUB) TO WS-PRX-E-DED
               MOVE WS-PES-NET(WS-PES-SUB) TO WS-PRX-E-NET
           END-IF
           ADD WS-PRX-F-NET TO WS-PRX-TOT-F-NET
           ADD WS-PRX-E-NET TO WS-PRX-TOT-E-NET
           COMPUTE WS-PRX-D-GROSS = WS-PRX-E-GROSS - WS-PRX-F-GROSS
           COMPUTE WS-PRX-D-TAX = WS-PRX-E-TAX - WS-PRX-F-TAX
           COMPUTE WS-PRX-D-DED = WS-PRX-E-DED - WS-PRX-F-DED
           COMPUTE WS-PRX-D-NET = WS-PRX-E-NET - WS-PRX-F-NET

           EVALUATE TRUE
               WHEN WS-PRX-KIND = 'F'
                   ADD 1 TO WS-PRX-FUN-ONLY
                   MOVE 17 TO WS-PRC-SUB
                   PERFORM 3738-ADD-PARALLEL-REASON
               WHEN WS-PRX-KIND = 'E'
                   ADD 1 TO WS-PRX-EMP-ONLY
                   MOVE 18 TO WS-PRC-SUB
                   PERFORM 3738-ADD-PARALLEL-REASON
               WHEN WS-PRX-D-GROSS = ZERO AND WS-PRX-D-TAX = ZERO
                AND WS-PRX-D-DED = ZERO AND WS-PRX-D-NET = ZERO
                   ADD 1 TO WS-PRX-MATCHED
                   MOVE 'MATCH' TO WS-PRX-REASON
               WHEN OTHER
                   ADD 1 TO WS-PRX-DIFFER
                   IF WS-PRX-D-GROSS NOT = ZERO
                       IF WS-PFN-BONUS(WS-PFN-SUB) > ZERO
                           MOVE 1 TO WS-PRC-SUB
                           PERFORM 3738-ADD-PARALLEL-REASON
                       END-IF
                       IF WS-PES-RETRO(WS-PES-SUB) > ZERO
                           MOVE 2 TO WS-PRC-SUB
                           PERFORM 3738-ADD-PARALLEL-REASON
                       END-IF
                       IF WS-PES-ALLOW(WS-PES-SUB) > ZERO
                           MOVE 3 TO WS-PRC-SUB
                           PERFORM 3738-ADD-PARALLEL-REASON
                       END-IF
                       IF WS-PES-PREMIUM(WS-PES-SUB) = 'Y'
                           MOVE 4 TO WS-PRC-SUB
                           PERFORM 3738-ADD-PARALLEL-REASON
                       END-IF
                       IF WS-PES-HOURLY(WS-PES-SUB) NOT =
                          WS-PFN-HOURLY(WS-PFN-SUB)
                           MOVE 5 TO WS-PRC-SUB
                           PERFORM 3738-ADD-PARALLEL-REASON
                       END-IF
                       IF WS-PES-HOURLY(WS-PES-SUB) = 'N'
                          AND WS-PES-FREQ(WS-PES-SUB) NOT = 'M'
                           MOVE 6 TO WS-PRC-SUB
                           PERFORM 3738-ADD-PARALLEL-REASON
                       END-IF
                       IF WS-PRX-PTR = 1
                           MOVE 7 TO WS-PRC-SUB
                           PERFORM 3738-ADD-PARALLEL-REASON
                       END-IF
                   END-IF
                   IF WS-PRX-D-TAX NOT = ZERO
                       MOVE 'N' TO WS-PRX-TAX-CODED
                       IF WS-PES-REGTAX(WS-PES-SUB) > ZERO
                           MOVE 8 TO WS-PRC-SUB
                           PERFORM 3738-ADD-PARALLEL-REASON
                           MOVE 'Y' TO WS-PRX-TAX-CODED
                       END-IF
                       IF WS-PES-WHELECT(WS-PES-SUB) = 'Y'
                           MOVE 9 TO WS-PRC-SUB
                           PERFORM 3738-ADD-PARALLEL-REASON
                           MOVE 'Y' TO WS-PRX-TAX-CODED
                       END-IF
      * FUN withholds a flat 20 percent - tax that is not 20 percent
      * of this run's own gross comes from the bracket table
                       COMPUTE WS-PRX-FLAT-TAX ROUNDED =
                           WS-PRX-E-GROSS * 0.20
                       IF WS-PRX-TAX-CODED = 'N'
                          AND WS-PRX-FLAT-TAX NOT = WS-PRX-E-TAX
                           MOVE 10 TO WS-PRC-SUB
                           PERFORM 3738-ADD-PARALLEL-REASON
                       END-IF
                   END-IF
                   IF WS-PRX-D-DED NOT = ZERO
                       IF WS-PES-GARNISH(WS-PES-SUB) > ZERO
                           MOVE 11 TO WS-PRC-SUB
                           PERFORM 3738-ADD-PARALLEL-REASON
                       END-IF
                       IF WS-PES-LOAN(WS-PES-SUB) NOT =
                          WS-PFN-LOAN(WS-PFN-SUB)
                           MOVE 12 TO WS-PRC-SUB
                           PERFORM 3738-ADD-PARALLEL-REASON
                       END-IF
                       IF WS-PES-OVP(WS-PES-SUB) > ZERO
                           MOVE 13 TO WS-PRC-SUB
                           PERFORM 3738-ADD-PARALLEL-REASON
                       END-IF
                       IF WS-PES-DEDUCT(WS-PES-SUB) NOT =
                          WS-PFN-DEDUCT(WS-PFN-SUB)
                           MOVE 14 TO WS-PRC-SUB
                           PERFORM 3738-ADD-PARALLEL-REASON
                       END-IF
                   END-IF
                   IF WS-PRX-D-NET NOT = ZERO
                      AND WS-PES-EXPENSE(WS-PES-SUB) > ZERO
                       MOVE 15 TO WS-PRC-SUB
                       PERFORM 3738-ADD-PARALLEL-REASON
                   END-IF
                   IF WS-PRX-PTR = 1
                       MOVE 16 TO WS-PRC-SUB
                       PERFORM 3738-ADD-PARALLEL-REASON
                   END-IF
           END-EVALUATE

           IF WS-PRX-KIND = 'B' AND WS-PRX-REASON = 'MATCH'
               MOVE 'MATCH' TO WS-PRL-SIDE
               MOVE WS-PRX-E-GROSS TO WS-PRL-GROSS
               MOVE WS-PRX-E-TAX TO WS-PRL-TAX
               MOVE WS-PRX-E-DED TO WS-PRL-DED
               MOVE WS-PRX-E-NET TO WS-PRL-NET
               MOVE 'MATCH TO THE CENT' TO WS-PRL-REASON
               PERFORM 3739-PUT-PARALLEL-LINE
           ELSE
               IF WS-PRX-KIND NOT = 'E'
                   MOVE 'FUN' TO WS-PRL-SIDE
                   MOVE WS-PRX-F-GROSS TO WS-PRL-GROSS
                   MOVE WS-PRX-F-TAX TO WS-PRL-TAX
                   MOVE WS-PRX-F-DED TO WS-PRL-DED
                   MOVE WS-PRX-F-NET TO WS-PRL-NET
                   MOVE SPACES TO WS-PRL-REASON
                   PERFORM 3739-PUT-PARALLEL-LINE
               END-IF
               IF WS-PRX-KIND NOT = 'F'
                   MOVE 'EMPSYS' TO WS-PRL-SIDE
                   MOVE WS-PRX-E-GROSS TO WS-PRL-GROSS
                   MOVE WS-PRX-E-TAX TO WS-PRL-TAX
                   MOVE WS-PRX-E-DED TO WS-PRL-DED
                   MOVE WS-PRX-E-NET TO WS-PRL-NET
                   MOVE SPACES TO WS-PRL-REASON
                   PERFORM 3739-PUT-PARALLEL-LINE
               END-IF
               MOVE 'DIFF' TO WS-PRL-SIDE
               MOVE WS-PRX-D-GROSS TO WS-PRL-GROSS
               MOVE WS-PRX-D-TAX TO WS-PRL-TAX
               MOVE WS-PRX-D-DED TO WS-PRL-DED
               MOVE WS-PRX-D-NET TO WS-PRL-NET
               MOVE WS-PRX-REASON TO WS-PRL-REASON
               PERFORM 3739-PUT-PARALLEL-LINE
           END-IF

           EXIT.

      * Count reason WS-PRC-SUB and add its code to the reason text
       3738-ADD-PARALLEL-REASON.

           ADD 1 TO WS-PRC-COUNT(WS-PRC-SUB)
           STRING WS-PRC-CODE(WS-PRC-SUB) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
               INTO WS-PRX-REASON
               WITH POINTER WS-PRX-PTR
           END-STRING

           EXIT.

      * One comparison line - the id and name on the employee's first
       3739-PUT-PARALLEL-LINE.

           IF WS-PRX-FIRST = 'Y'
               MOVE WS-PRX-ID TO WS-PRL-ID
               MOVE WS-PRX-NAME TO WS-PRL-NAME
               MOVE 'N' TO WS-PRX-FIRST
           ELSE
               MOVE SPACES TO WS-PRL-ID
               MOVE SPACES TO WS-PRL-NAME
           END-IF
           WRITE PARRUN-RECORD FROM WS-PRL-LINE

           EXIT.

      * ----------------------------------------------------------------
      * Approved late timesheet adjustments for the employee in
      * EMP-RECORD, paid or recovered through this period's gross.
      * A recovery larger than the gross is held over ('H') to the
      * next period rather than paying a negative gross.
      * ----------------------------------------------------------------
       3741-ADD-HOURS-ADJUSTMENTS.

           MOVE ZERO TO WS-PAY-TSADJ
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-TJA-COUNT
               IF WS-TJA-EMP-ID(WS-SUB-2) = EMP-ID
                  AND WS-TJA-STATUS(WS-SUB-2) = 'A'
                  AND WS-PSG-TSADJ-COUNT < 10
                   ADD WS-TJA-AMOUNT(WS-SUB-2) TO WS-PAY-TSADJ
                   ADD 1 TO WS-PSG-TSADJ-COUNT
                   MOVE WS-TJA-ORIG-PE(WS-SUB-2) TO
                       WS-PSG-TSADJ-PE(WS-PSG-TSADJ-COUNT)
                   MOVE WS-TJA-AMOUNT(WS-SUB-2) TO
                       WS-PSG-TSADJ-AMOUNT(WS-PSG-TSADJ-COUNT)
               END-IF
           END-PERFORM

           IF WS-PAY-TSADJ < ZERO
              AND (0 - WS-PAY-TSADJ) > WS-PAY-GROSS
               PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                       UNTIL WS-SUB-2 > WS-TJA-COUNT
                   IF WS-TJA-EMP-ID(WS-SUB-2) = EMP-ID
                      AND WS-TJA-STATUS(WS-SUB-2) = 'A'
                       MOVE 'H' TO WS-TJA-STATUS(WS-SUB-2)
                   END-IF
               END-PERFORM
               DISPLAY "Hours adjustment recovery for " EMP-ID
                   " held over - more than this period's gross."
               MOVE ZERO TO WS-PAY-TSADJ
               MOVE 'Y' TO WS-PSG-TSADJ-HELD
               MOVE ZERO TO WS-PSG-TSADJ-COUNT
           ELSE
               COMPUTE WS-PAY-GROSS = WS-PAY-GROSS + WS-PAY-TSADJ
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Mark paid in this period the approved adjustments the staged
      * gross included - run at commit only
      * ----------------------------------------------------------------
       3742-RECORD-TSADJ-PAID.

           IF WS-PSG-TSADJ-HELD = 'Y'
               MOVE ZERO TO WS-PSG-TSADJ-COUNT
           END-IF
           PERFORM VARYING WS-PSG-SUB FROM 1 BY 1
                   UNTIL WS-PSG-SUB > WS-PSG-TSADJ-COUNT
               MOVE 'N' TO WS-PSG-HIT
               PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                       UNTIL WS-SUB-2 > WS-TJA-COUNT
                          OR WS-PSG-HIT = 'Y'
                   IF WS-TJA-EMP-ID(WS-SUB-2) = WS-TARGET-ID
                      AND WS-TJA-STATUS(WS-SUB-2) = 'A'
                      AND WS-TJA-ORIG-PE(WS-SUB-2) =
                          WS-PSG-TSADJ-PE(WS-PSG-SUB)
                      AND WS-TJA-AMOUNT(WS-SUB-2) =
                          WS-PSG-TSADJ-AMOUNT(WS-PSG-SUB)
                       MOVE 'D' TO WS-TJA-STATUS(WS-SUB-2)
                       MOVE WS-PAY-PERIOD-END TO
                           WS-TJA-PAID-PE(WS-SUB-2)
                       ADD 1 TO WS-TJA-MARKED
                       MOVE 'Y' TO WS-PSG-HIT
                   END-IF
               END-PERFORM
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Spread an hourly employee's labor gross (gross less the
      * allowances, which post to their own accounts) and employer
      * cost over the projects on the timesheet's lines, by hours
      * with overtime weighted at its premium.  Shares are cut from
      * running totals so they never sum to more than the whole;
      * hours on no project stay with the department.
      * ----------------------------------------------------------------
       3743-SPREAD-PROJECT-LABOR.

           MOVE EMP-ID TO WS-TARGET-ID
           PERFORM 3607-FIND-TMS-ENTRY
           MOVE ZERO TO WS-LBD-PRJ-WEIGHT
           IF WS-TMS-SUB > ZERO AND WS-TPL-COUNT > ZERO
               MOVE WS-TMS-T-REG(WS-TMS-SUB) TO WS-HG-REG
               MOVE WS-TMS-T-OT(WS-TMS-SUB) TO WS-HG-OT
               MOVE WS-TMS-T-SHIFT(WS-TMS-SUB) TO WS-HG-SHIFT
               PERFORM 3633-COMPUTE-HOURLY-GROSS
               COMPUTE WS-LBD-TS-WEIGHT =
                   WS-HG-REG + WS-HG-OT * WS-HG-OT-MULT
               PERFORM VARYING WS-TPL-SUB FROM 1 BY 1
                       UNTIL WS-TPL-SUB > WS-TPL-COUNT
                   IF WS-TPL-EMP-ID(WS-TPL-SUB) = EMP-ID
                       COMPUTE WS-LBD-PRJ-WEIGHT = WS-LBD-PRJ-WEIGHT
                           + WS-TPL-REG(WS-TPL-SUB)
                           + WS-TPL-OT(WS-TPL-SUB) * WS-HG-OT-MULT
                   END-IF
               END-PERFORM
           END-IF

           IF WS-LBD-PRJ-WEIGHT > ZERO
               IF WS-LBD-PRJ-WEIGHT > WS-LBD-TS-WEIGHT
                   MOVE WS-LBD-PRJ-WEIGHT TO WS-LBD-TS-WEIGHT
               END-IF
               MOVE WS-PAY-GROSS TO WS-LBD-LABOR
               IF WS-PAY-ALLOW > ZERO AND WS-PAY-ALLOW <= WS-PAY-GROSS
                   SUBTRACT WS-PAY-ALLOW FROM WS-LBD-LABOR
               END-IF
               MOVE SPACES TO WS-LBD-DEPT-CC
               MOVE EMP-DEPARTMENT TO WS-DPT-WANTED
               PERFORM 1160-FIND-DEPT
               IF WS-DPT-FOUND-SUB > ZERO
                   MOVE WS-DPT-COST-CENTER(WS-DPT-FOUND-SUB) TO
                       WS-LBD-DEPT-CC
               END-IF
               MOVE EMP-DEPARTMENT TO WS-PSG-LBD-DEPT
               MOVE ZERO TO WS-LBD-CUM-WEIGHT
               MOVE ZERO TO WS-LBD-CUM-GROSS
               MOVE ZERO TO WS-LBD-CUM-EMPLR
               MOVE ZERO TO WS-LBD-EMP-GROSS
               PERFORM VARYING WS-TPL-SUB FROM 1 BY 1
                       UNTIL WS-TPL-SUB > WS-TPL-COUNT
                   IF WS-TPL-EMP-ID(WS-TPL-SUB) = EMP-ID
                       PERFORM 3744-ADD-LABOR-LINE
                   END-IF
               END-PERFORM
               IF WS-LBD-EMP-GROSS > ZERO AND WS-LBE-COUNT < 5000
                   ADD 1 TO WS-LBE-COUNT
                   MOVE EMP-ID TO WS-LBE-EMP-ID(WS-LBE-COUNT)
                   MOVE WS-LBD-EMP-GROSS TO WS-LBE-GROSS(WS-LBE-COUNT)
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * The project line at WS-TPL-SUB - its share onto the run's
      * distribution; a code no longer on the master leaves its
      * share with the department
      * ----------------------------------------------------------------
       3744-ADD-LABOR-LINE.

           COMPUTE WS-LBD-CUM-WEIGHT = WS-LBD-CUM-WEIGHT
               + WS-TPL-REG(WS-TPL-SUB)
               + WS-TPL-OT(WS-TPL-SUB) * WS-HG-OT-MULT
           COMPUTE WS-LBD-NEW-GROSS ROUNDED =
               WS-LBD-LABOR * WS-LBD-CUM-WEIGHT / WS-LBD-TS-WEIGHT
               - WS-LBD-CUM-GROSS
           COMPUTE WS-LBD-NEW-EMPLR ROUNDED =
               WS-PAY-EMPLR * WS-LBD-CUM-WEIGHT / WS-LBD-TS-WEIGHT
               - WS-LBD-CUM-EMPLR
           ADD WS-LBD-NEW-GROSS TO WS-LBD-CUM-GROSS
           ADD WS-LBD-NEW-EMPLR TO WS-LBD-CUM-EMPLR

           MOVE WS-TPL-PROJECT(WS-TPL-SUB) TO WS-PRJ-WANTED
           PERFORM 2196-FIND-PROJECT
           IF WS-PRJ-SUB = ZERO
               DISPLAY "Project " WS-PRJ-WANTED " not on file - "
                   EMP-ID " hours left on the department."
           ELSE
           IF WS-LBD-COUNT >= 5000 OR WS-PSG-LBD-COUNT >= 20
               DISPLAY "WARNING: labor distribution table full - "
                   EMP-ID " left on the department."
           ELSE
               ADD 1 TO WS-LBD-COUNT
               MOVE EMP-ID TO WS-LBD-EMP-ID(WS-LBD-COUNT)
               MOVE WS-PRJ-WANTED TO WS-LBD-PROJECT(WS-LBD-COUNT)
               MOVE EMP-DEPARTMENT TO WS-LBD-DEPT(WS-LBD-COUNT)
               IF WS-PRJ-CC(WS-PRJ-SUB) NOT = SPACES
                   MOVE WS-PRJ-CC(WS-PRJ-SUB) TO
                       WS-LBD-CC(WS-LBD-COUNT)
               ELSE
                   MOVE WS-LBD-DEPT-CC TO WS-LBD-CC(WS-LBD-COUNT)
               END-IF
               MOVE WS-TPL-REG(WS-TPL-SUB) TO
                   WS-LBD-REG(WS-LBD-COUNT)
               MOVE WS-TPL-OT(WS-TPL-SUB) TO WS-LBD-OT(WS-LBD-COUNT)
               MOVE WS-LBD-NEW-GROSS TO WS-LBD-GROSS(WS-LBD-COUNT)
               MOVE WS-LBD-NEW-EMPLR TO WS-LBD-EMPLR(WS-LBD-COUNT)
               ADD WS-LBD-NEW-GROSS TO WS-LBD-EMP-GROSS
               PERFORM 3745-ADD-LABOR-BUCKET
               IF WS-LBG-SUB > ZERO
                   ADD 1 TO WS-PSG-LBD-COUNT
                   MOVE WS-LBD-PROJECT(WS-LBD-COUNT) TO
                       WS-PSG-LBD-PROJECT(WS-PSG-LBD-COUNT)
                   MOVE WS-LBD-CC(WS-LBD-COUNT) TO
                       WS-PSG-LBD-CC(WS-PSG-LBD-COUNT)
                   MOVE WS-LBD-REG(WS-LBD-COUNT) TO
                       WS-PSG-LBD-REG(WS-PSG-LBD-COUNT)
                   MOVE WS-LBD-OT(WS-LBD-COUNT) TO
                       WS-PSG-LBD-OT(WS-PSG-LBD-COUNT)
                   MOVE WS-LBD-GROSS(WS-LBD-COUNT) TO
                       WS-PSG-LBD-GROSS(WS-PSG-LBD-COUNT)
                   MOVE WS-LBD-EMPLR(WS-LBD-COUNT) TO
                       WS-PSG-LBD-EMPLR(WS-PSG-LBD-COUNT)
               END-IF
           END-IF
           END-IF

           EXIT.

      * Row WS-LBD-COUNT into its project, department and cost
      * center bucket for the GL
       3745-ADD-LABOR-BUCKET.

           MOVE ZERO TO WS-LBG-SUB
           PERFORM VARYING WS-LBG-SCAN FROM 1 BY 1
                   UNTIL WS-LBG-SCAN > WS-LBG-COUNT
               IF WS-LBG-PROJECT(WS-LBG-SCAN) =
                      WS-LBD-PROJECT(WS-LBD-COUNT)
                  AND WS-LBG-DEPT(WS-LBG-SCAN) =
                      WS-LBD-DEPT(WS-LBD-COUNT)
                  AND WS-LBG-CC(WS-LBG-SCAN) = WS-LBD-CC(WS-LBD-COUNT)
                   MOVE WS-LBG-SCAN TO WS-LBG-SUB
                   MOVE WS-LBG-COUNT TO WS-LBG-SCAN
               END-IF
           END-PERFORM
           IF WS-LBG-SUB = ZERO AND WS-LBG-COUNT < 500
               ADD 1 TO WS-LBG-COUNT
               MOVE WS-LBG-COUNT TO WS-LBG-SUB
               MOVE WS-LBD-PROJECT(WS-LBD-COUNT) TO
                   WS-LBG-PROJECT(WS-LBG-SUB)
               MOVE WS-LBD-DEPT(WS-LBD-COUNT) TO WS-LBG-DEPT(WS-LBG-SUB)
               MOVE WS-LBD-CC(WS-LBD-COUNT) TO WS-LBG-CC(WS-LBG-SUB)
               MOVE ZERO TO WS-LBG-GROSS(WS-LBG-SUB)
               MOVE ZERO TO WS-LBG-EMPLR(WS-LBG-SUB)
           END-IF
           IF WS-LBG-SUB > ZERO
               ADD WS-LBD-GROSS(WS-LBD-COUNT) TO
                   WS-LBG-GROSS(WS-LBG-SUB)
               ADD WS-LBD-EMPLR(WS-LBD-COUNT) TO
                   WS-LBG-EMPLR(WS-LBG-SUB)
           ELSE
               DISPLAY "WARNING: project bucket table full - "
                   WS-LBD-PROJECT(WS-LBD-COUNT) " not posted."
               SUBTRACT WS-LBD-GROSS(WS-LBD-COUNT) FROM
                   WS-LBD-EMP-GROSS
               SUBTRACT 1 FROM WS-LBD-COUNT
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * At commit - the staged employee's project labor comes out of
      * the gross steered to salary expense; the GL posts it to the
      * projects instead
      * ----------------------------------------------------------------
       3746-TAKE-OUT-PROJECT-GROSS.

           IF WS-LBE-COUNT > ZERO
               SEARCH ALL WS-LBE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LBE-EMP-ID(WS-LBE-IX) = PAY-EMP-ID
                       IF WS-LBE-GROSS(WS-LBE-IX) <= PAY-GROSS
                           SUBTRACT WS-LBE-GROSS(WS-LBE-IX) FROM
                               PAY-GROSS
                       END-IF
               END-SEARCH
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Keep the committed run's labor distribution on LABDIST.DAT
      * for the project accountants' reporting
      * ----------------------------------------------------------------
       3747-WRITE-LABOR-HISTORY.

           OPEN EXTEND LABDIST-FILE
           IF WS-LABDIST-STATUS = '35'
               OPEN OUTPUT LABDIST-FILE
           END-IF
           IF WS-LABDIST-STATUS = '00'
               PERFORM VARYING WS-LBD-SUB FROM 1 BY 1
                       UNTIL WS-LBD-SUB > WS-LBD-COUNT
                   MOVE SPACES TO LABDIST-RECORD
                   MOVE WS-COMPANY TO LBH-COMPANY
                   MOVE WS-PAY-PERIOD-END TO LBH-PERIOD-END
                   MOVE WS-LBD-PROJECT(WS-LBD-SUB) TO LBH-PROJECT
                   MOVE WS-LBD-DEPT(WS-LBD-SUB) TO LBH-DEPT
                   MOVE WS-LBD-EMP-ID(WS-LBD-SUB) TO LBH-EMP-ID
                   MOVE WS-LBD-REG(WS-LBD-SUB) TO LBH-REG-HOURS
                   MOVE WS-LBD-OT(WS-LBD-SUB) TO LBH-OT-HOURS
                   MOVE WS-LBD-GROSS(WS-LBD-SUB) TO LBH-GROSS
                   MOVE WS-LBD-EMPLR(WS-LBD-SUB) TO LBH-EMPLR
                   MOVE WS-LBD-CC(WS-LBD-SUB) TO LBH-COST-CENTER
                   WRITE LABDIST-RECORD
               END-PERFORM
               CLOSE LABDIST-FILE
               DISPLAY "Labor distribution recorded: " WS-LBD-COUNT
                   " project line(s)."
           ELSE
               DISPLAY "WARNING: LABDIST.DAT not written - status "
                   WS-LABDIST-STATUS
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Project labor debits - one per project, department and cost
      * center, carrying the project code
      * ----------------------------------------------------------------
       3748-POST-PROJECT-LABOR.

           PERFORM VARYING WS-LBG-SUB FROM 1 BY 1
                   UNTIL WS-LBG-SUB > WS-LBG-COUNT
               IF WS-LBG-GROSS(WS-LBG-SUB) > ZERO
                   MOVE 'PROJLAB' TO WS-GLM-TYPE
                   MOVE WS-LBG-DEPT(WS-LBG-SUB) TO WS-GLM-KEY
                   MOVE 'PROJECT LABOR' TO WS-GL-ACCOUNT
                   MOVE WS-LBG-DEPT(WS-LBG-SUB) TO WS-GL-DEPT
                   MOVE WS-LBG-CC(WS-LBG-SUB) TO WS-GL-CC
                   MOVE WS-LBG-PROJECT(WS-LBG-SUB) TO WS-GL-PROJECT
                   MOVE 'DR' TO WS-GL-DRCR
                   MOVE WS-LBG-GROSS(WS-LBG-SUB) TO WS-GL-AMOUNT
                   ADD WS-LBG-GROSS(WS-LBG-SUB) TO WS-GL-DR-TOTAL
                   PERFORM 4310-PUT-GL-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-GL-PROJECT

           EXIT.

      * ----------------------------------------------------------------
      * Project employer cost debits - the departments' employer
      * contribution lines are posted net of these
      * ----------------------------------------------------------------
       3749-POST-PROJECT-EMPLR.

           PERFORM VARYING WS-LBG-SUB FROM 1 BY 1
                   UNTIL WS-LBG-SUB > WS-LBG-COUNT
               IF WS-LBG-EMPLR(WS-LBG-SUB) > ZERO
                   MOVE 'PROJEMPL' TO WS-GLM-TYPE
                   MOVE WS-LBG-DEPT(WS-LBG-SUB) TO WS-GLM-KEY
                   MOVE 'PROJECT EMPLR COST' TO WS-GL-ACCOUNT
                   MOVE WS-LBG-DEPT(WS-LBG-SUB) TO WS-GL-DEPT
                   MOVE WS-LBG-CC(WS-LBG-SUB) TO WS-GL-CC
                   MOVE WS-LBG-PROJECT(WS-LBG-SUB) TO WS-GL-PROJECT
                   MOVE 'DR' TO WS-GL-DRCR
                   MOVE WS-LBG-EMPLR(WS-LBG-SUB) TO WS-GL-AMOUNT
                   ADD WS-LBG-EMPLR(WS-LBG-SUB) TO WS-GL-DR-TOTAL
                   PERFORM 4310-PUT-GL-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-GL-PROJECT

           EXIT.

      * ----------------------------------------------------------------
      * Supplemental pay run - pays only the employees listed on
      * SUPPAY.DAT with a keyed amount and reason, taxed through the
      * same brackets and rolled into the same YTD totals
      * ----------------------------------------------------------------
       3750-SUPPLEMENTAL-RUN.

           MOVE WS-PAY-PERIOD-END TO WS-TXB-SEL-DATE
           MOVE ZERO TO WS-LBD-COUNT
           MOVE ZERO TO WS-LBG-COUNT
           MOVE ZERO TO WS-LBE-COUNT
           PERFORM 3602-LOAD-TAX-TABLE
           PERFORM 3606-LOAD-YTD-TABLE
           PERFORM 3646-LOAD-LEAVE-TABLE
           PERFORM 3657-LOAD-BANKACCT-TABLE
           PERFORM 3639-LOAD-WH-ELECTIONS
           PERFORM 1150-LOAD-DEPT-MASTER
           PERFORM 5362-LOAD-TUITION-TABLE
           MOVE 'N' TO WS-TUI-CHANGED

           MOVE ZERO TO WS-TOT-GROSS
           MOVE ZERO TO WS-TOT-TAX
           MOVE ZERO TO WS-TOT-DEDUCT
           MOVE ZERO TO WS-TOT-LOAN
           MOVE ZERO TO WS-TOT-NET
           MOVE ZERO TO WS-PAID-COUNT
           MOVE ZERO TO WS-BANK-COUNT
           MOVE ZERO TO WS-BANK-TOTAL
           MOVE ZERO TO WS-SUP-REJECTS
           MOVE ZERO TO WS-FXV-VARIANCE
           MOVE ZERO TO WS-TOT-OVP
           MOVE ZERO TO WS-TOT-EMPLR
           MOVE ZERO TO WS-CC-COUNT
           MOVE ZERO TO WS-BCT-COUNT
           MOVE ZERO TO WS-ALW-COUNT
           MOVE ZERO TO WS-ALG-COUNT
           MOVE ZERO TO WS-ECL-COUNT
           MOVE ZERO TO WS-EXG-COUNT
           MOVE 'N' TO WS-STAGED-RUN
           MOVE 'N' TO WS-EOF

           OPEN INPUT SUPPAY-FILE
           IF WS-SUPPAY-STATUS NOT = '00'
               DISPLAY "No supplemental pay file - run abandoned."
               MOVE 'Y' TO WS-EOF
           ELSE
               OPEN I-O PAYROLL-FILE
               IF WS-PAYROLL-STATUS = '35'
                   OPEN OUTPUT PAYROLL-FILE
                   CLOSE PAYROLL-FILE
                   OPEN I-O PAYROLL-FILE
               END-IF
               OPEN EXTEND PAYREG-FILE
               IF WS-PAYREG-STATUS = '35'
                   OPEN OUTPUT PAYREG-FILE
               END-IF
               OPEN EXTEND PAYSTUB-FILE
               IF WS-PAYSTUB-STATUS = '35'
                   OPEN OUTPUT PAYSTUB-FILE
               END-IF
               OPEN OUTPUT BANK-FILE
               OPEN INPUT EMP-FILE

               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-TODAY TO WS-BKH-DATE
               MOVE WS-PAY-PERIOD-END TO WS-BKH-PERIOD
               MOVE WS-COMPANY TO WS-BKH-COMPANY
               WRITE BANK-RECORD FROM WS-BANK-HDR

               MOVE SPACES TO WS-PRT-LINE
               STRING 'SUPPLEMENTAL PAY RUN - PERIOD END '
                          DELIMITED BY SIZE
                      WS-PAY-PERIOD-END DELIMITED BY SIZE
                   INTO WS-PRT-LINE
               END-STRING
               PERFORM 3622-PUT-REGISTER-LINE
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ SUPPAY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE SUPPAY-FILE
                       PERFORM 3650-WRITE-PAYREG-TOTALS
                       PERFORM 4300-WRITE-GL-EXTRACT
                       PERFORM 3670-RELEASE-BANK-FILE
                       CLOSE PAYROLL-FILE
                       CLOSE PAYREG-FILE
                       CLOSE PAYSTUB-FILE
                       CLOSE EMP-FILE
                       IF WS-TUI-CHANGED = 'Y'
                           PERFORM 5364-SAVE-TUITION-TABLE
                       END-IF
                       DISPLAY "Supplemental run complete - "
                           WS-PAID-COUNT " payments, "
                           WS-SUP-REJECTS " rejected."
                   NOT AT END
                       PERFORM 3760-PAY-ONE-SUPPLEMENTAL
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * One supplemental payment - EMP-FILE is open INPUT
      * ----------------------------------------------------------------
       3760-PAY-ONE-SUPPLEMENTAL.

           MOVE 'N' TO WS-FOUND
           MOVE SUP-EMP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   ADD 1 TO WS-SUP-REJECTS
                   MOVE 'SUPPAY' TO WS-RJW-SOURCE
                   MOVE 'EMPLOYEE NOT ON MASTER' TO WS-RJW-REASON
                   MOVE SUPPAY-RECORD TO WS-RJW-DATA
                   PERFORM 8690-WRITE-REJECT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ

           IF WS-FOUND = 'Y'
               IF EMP-DEL-FLAG = 'D'
                   MOVE 'N' TO WS-FOUND
                   ADD 1 TO WS-SUP-REJECTS
                   MOVE 'SUPPAY' TO WS-RJW-SOURCE
                   MOVE 'EMPLOYEE DELETED-PENDING' TO
                       WS-RJW-REASON
                   MOVE SUPPAY-RECORD TO WS-RJW-DATA
                   PERFORM 8690-WRITE-REJECT
               END-IF
           END-IF

           IF WS-FOUND = 'Y'
               MOVE EMP-COMPANY TO WS-EMP-COMPANY-W
               IF WS-EMP-COMPANY-W = SPACES
                   MOVE '01' TO WS-EMP-COMPANY-W
               END-IF
               IF WS-EMP-COMPANY-W NOT = WS-COMPANY
                   MOVE 'N' TO WS-FOUND
                   ADD 1 TO WS-SUP-REJECTS
                   MOVE 'SUPPAY' TO WS-RJW-SOURCE
                   MOVE 'EMPLOYEE IN OTHER COMPANY' TO
                       WS-RJW-REASON
                   MOVE SUPPAY-RECORD TO WS-RJW-DATA
                   PERFORM 8690-WRITE-REJECT
               END-IF
           END-IF

           IF WS-FOUND = 'Y'
               MOVE EMP-ID TO WS-TARGET-ID
               MOVE SUP-AMOUNT TO WS-PAY-GROSS
               MOVE SUP-AMOUNT TO WS-PAY-BONUS
               MOVE ZERO TO WS-PAY-RETRO
               PERFORM 3629-FIND-WH-ELECTION
               PERFORM 3614-COMPUTE-TAX
               MOVE EMP-LOCATION TO WS-RTX-LOC
               PERFORM 3634-COMPUTE-REGIONAL-TAX
               PERFORM 3632-APPLY-WH-ELECTION
               MOVE ZERO TO WS-PAY-DEDUCT
               MOVE ZERO TO WS-PAY-GARNISH
               MOVE ZERO TO WS-PAY-LOAN
               MOVE ZERO TO WS-PAY-EMPLR
               MOVE ZERO TO WS-PAY-OVP
               MOVE ZERO TO WS-PAY-EXPENSE
               MOVE ZERO TO WS-DSP-RECOV-TOT
               MOVE ZERO TO WS-DSP-SHORT-TOT
               COMPUTE WS-PAY-NET = WS-PAY-GROSS - WS-PAY-TAX

               PERFORM 3615-ROLL-YTD-FORWARD
               PERFORM 3613-ACCUMULATE-DEPT-DEDUCT
               PERFORM 3620-WRITE-REGISTER-LINE
               MOVE SPACES TO WS-PRT-LINE
               STRING '  REASON: ' DELIMITED BY SIZE
                      SUP-REASON DELIMITED BY SIZE
                   INTO WS-PRT-LINE
               END-STRING
               PERFORM 3622-PUT-REGISTER-LINE
               MOVE ZERO TO WS-PAY-FX-RATE
               IF EMP-CURRENCY NOT = SPACES
                   MOVE EMP-CURRENCY TO WS-FXF-CUR
                   MOVE WS-PAY-PERIOD-END TO WS-FXF-DATE
                   PERFORM 9655-FIND-FX-RATE
                   MOVE WS-FXF-RATE TO WS-PAY-FX-RATE
               END-IF
               PERFORM 3648-FIND-LEAVE-ENTRY
               PERFORM 3625-WRITE-PAY-STUB
               PERFORM 3630-WRITE-BANK-RECORD

               ADD WS-PAY-GROSS TO WS-TOT-GROSS
               ADD WS-PAY-TAX TO WS-TOT-TAX
               ADD WS-PAY-NET TO WS-TOT-NET
               ADD 1 TO WS-PAID-COUNT
               IF SUP-TUI-REF NOT = SPACES
                  AND SUP-TUI-REF IS NUMERIC
                   PERFORM 5366-MARK-TUITION-PAID
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Commission for a period: each rep's credited sales are run
      * through the tiers of their plan as in force at the period
      * end, a statement is printed per rep, and the commission is
      * queued on SUPPAY.DAT for the supplemental run.  A period is
      * only fed once.
      * ----------------------------------------------------------------
       3770-COMMISSION-RUN.

           DISPLAY "Sales period end (YYYYMMDD): "
           ACCEPT WS-CMS-PERIOD

           MOVE SPACES TO WS-FRG-ID
           STRING 'COMM' DELIMITED BY SIZE
                  WS-CMS-PERIOD DELIMITED BY SIZE
               INTO WS-FRG-ID
           END-STRING
           MOVE 'COMMISSN' TO WS-FRG-SOURCE
           PERFORM 9690-CHECK-FILE-REGISTRY
           IF WS-FRG-SEEN = 'Y'
               DISPLAY "Commission for period " WS-CMS-PERIOD
                   " has already been fed to supplemental pay."
           ELSE
               PERFORM 3771-LOAD-COMMISSION-PLANS
               PERFORM 3772-LOAD-SALES-CREDITS
               IF WS-SCR-COUNT = ZERO
                   DISPLAY "No sales credited for that period."
               ELSE
                   PERFORM 3774-WRITE-COMMISSIONS
                   MOVE 'COMMSTMT.TXT' TO WS-ARCHSRC-NAME
                   MOVE 'COMMSTMT' TO WS-ARCH-REPORT
                   PERFORM 9700-ARCHIVE-REPORT
                   IF WS-CMS-PAID > ZERO
                       PERFORM 9695-RECORD-FILE-PROCESSED
                   END-IF
                   DISPLAY "Commission calculated - " WS-CMS-PAID
                       " rep(s) queued for supplemental pay, "
                       WS-CMS-REJECTS " rejected."
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Load every tier of every plan
      * ----------------------------------------------------------------
       3771-LOAD-COMMISSION-PLANS.

           MOVE ZERO TO WS-CMP-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT COMMPLAN-FILE
           IF WS-COMMPLAN-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ COMMPLAN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE COMMPLAN-FILE
                   NOT AT END
                       IF WS-CMP-COUNT < 500
                           ADD 1 TO WS-CMP-COUNT
                           MOVE CMP-PLAN TO WS-CMP-PLAN(WS-CMP-COUNT)
                           MOVE CMP-EFF-DATE TO
                               WS-CMP-EFF(WS-CMP-COUNT)
                           MOVE CMP-TIER-FROM TO
                               WS-CMP-FROM(WS-CMP-COUNT)
                           MOVE CMP-TIER-TO TO
                               WS-CMP-TO(WS-CMP-COUNT)
                           MOVE CMP-RATE TO WS-CMP-RATE(WS-CMP-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Total the period's sales credits by rep and plan
      * ----------------------------------------------------------------
       3772-LOAD-SALES-CREDITS.

           MOVE ZERO TO WS-SCR-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT SALESCR-FILE
           IF WS-SALESCR-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ SALESCR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE SALESCR-FILE
                   NOT AT END
                       IF SCR-PERIOD-END = WS-CMS-PERIOD
                           MOVE ZERO TO WS-SCR-SUB
                           PERFORM VARYING WS-SUB FROM 1 BY 1
                                   UNTIL WS-SUB > WS-SCR-COUNT
                               IF WS-SCR-EMP-ID(WS-SUB) = SCR-EMP-ID
                                  AND WS-SCR-PLAN(WS-SUB) = SCR-PLAN
                                   MOVE WS-SUB TO WS-SCR-SUB
                                   MOVE WS-SCR-COUNT TO WS-SUB
                               END-IF
                           END-PERFORM
                           IF WS-SCR-SUB = ZERO
                              AND WS-SCR-COUNT < 2000
                               ADD 1 TO WS-SCR-COUNT
                               MOVE WS-SCR-COUNT TO WS-SCR-SUB
                               MOVE SCR-EMP-ID TO
                                   WS-SCR-EMP-ID(WS-SCR-SUB)
                               MOVE SCR-PLAN TO
                                   WS-SCR-PLAN(WS-SCR-SUB)
                               MOVE ZERO TO WS-SCR-SALES(WS-SCR-SUB)
                           END-IF
                           IF WS-SCR-SUB > ZERO
                               ADD SCR-AMOUNT TO
                                   WS-SCR-SALES(WS-SCR-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Statement and supplemental pay row for every rep credited
      * ----------------------------------------------------------------
       3774-WRITE-COMMISSIONS.

           MOVE ZERO TO WS-CMS-PAID
           MOVE ZERO TO WS-CMS-REJECTS
           MOVE ZERO TO WS-CMS-TOTAL

           OPEN OUTPUT COMMSTMT-FILE
           OPEN EXTEND SUPPAY-FILE
           IF WS-SUPPAY-STATUS = '35'
               OPEN OUTPUT SUPPAY-FILE
           END-IF
           OPEN INPUT EMP-FILE

           PERFORM VARYING WS-SCR-SUB FROM 1 BY 1
                   UNTIL WS-SCR-SUB > WS-SCR-COUNT
               PERFORM 3773-COMPUTE-ONE-COMMISSION
           END-PERFORM

           MOVE SPACES TO COMMSTMT-RECORD
           WRITE COMMSTMT-RECORD
           MOVE WS-CMS-TOTAL TO WS-EDIT-AMOUNT-L
           MOVE SPACES TO COMMSTMT-RECORD
           STRING 'TOTAL COMMISSION QUEUED ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT-L DELIMITED BY SIZE
               INTO COMMSTMT-RECORD
           END-STRING
           WRITE COMMSTMT-RECORD

           CLOSE EMP-FILE
           CLOSE SUPPAY-FILE
           CLOSE COMMSTMT-FILE

           EXIT.

      * ----------------------------------------------------------------
      * One rep and plan at WS-SCR-SUB - EMP-FILE is open INPUT.
      * Each tier pays its rate on the slice of sales inside it.
      * ----------------------------------------------------------------
       3773-COMPUTE-ONE-COMMISSION.

           MOVE 'N' TO WS-FOUND
           MOVE WS-SCR-EMP-ID(WS-SCR-SUB) TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   MOVE 'EMPLOYEE NOT ON MASTER' TO WS-RJW-REASON
               NOT INVALID KEY
                   IF EMP-DEL-FLAG = 'D' OR EMP-STATUS = 'T'
                       MOVE 'EMPLOYEE NOT CURRENT' TO WS-RJW-REASON
                   ELSE
                       MOVE 'Y' TO WS-FOUND
                   END-IF
           END-READ

           MOVE ZERO TO WS-CMS-BEST-EFF
           IF WS-FOUND = 'Y'
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-CMP-COUNT
                   IF WS-CMP-PLAN(WS-SUB) = WS-SCR-PLAN(WS-SCR-SUB)
                      AND WS-CMP-EFF(WS-SUB) <= WS-CMS-PERIOD
                      AND WS-CMP-EFF(WS-SUB) > WS-CMS-BEST-EFF
                       MOVE WS-CMP-EFF(WS-SUB) TO WS-CMS-BEST-EFF
                   END-IF
               END-PERFORM
               IF WS-CMS-BEST-EFF = ZERO
                   MOVE 'N' TO WS-FOUND
                   MOVE 'NO COMMISSION PLAN IN FORCE' TO
                       WS-RJW-REASON
               END-IF
           END-IF

           IF WS-FOUND NOT = 'Y'
               ADD 1 TO WS-CMS-REJECTS
               MOVE 'SALESCR' TO WS-RJW-SOURCE
               MOVE SPACES TO WS-RJW-DATA
               STRING WS-SCR-EMP-ID(WS-SCR-SUB) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-CMS-PERIOD DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-SCR-PLAN(WS-SCR-SUB) DELIMITED BY SIZE
                   INTO WS-RJW-DATA
               END-STRING
               PERFORM 8690-WRITE-REJECT
           ELSE
               MOVE SPACES TO COMMSTMT-RECORD
               WRITE COMMSTMT-RECORD
               MOVE SPACES TO COMMSTMT-RECORD
               STRING 'COMMISSION STATEMENT  ' DELIMITED BY SIZE
                      EMP-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      EMP-NAME DELIMITED BY SIZE
                      '  PERIOD END ' DELIMITED BY SIZE
                      WS-CMS-PERIOD DELIMITED BY SIZE
                   INTO COMMSTMT-RECORD
               END-STRING
               WRITE COMMSTMT-RECORD
               MOVE WS-SCR-SALES(WS-SCR-SUB) TO WS-EDIT-AMOUNT-L
               MOVE SPACES TO COMMSTMT-RECORD
               STRING '    PLAN ' DELIMITED BY SIZE
                      WS-SCR-PLAN(WS-SCR-SUB) DELIMITED BY SIZE
                      ' EFFECTIVE ' DELIMITED BY SIZE
                      WS-CMS-BEST-EFF DELIMITED BY SIZE
                      '  SALES CREDITED ' DELIMITED BY SIZE
                      WS-EDIT-AMOUNT-L DELIMITED BY SIZE
                   INTO COMMSTMT-RECORD
               END-STRING
               WRITE COMMSTMT-RECORD

               MOVE ZERO TO WS-CMS-COMMISSION
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-CMP-COUNT
                   IF WS-CMP-PLAN(WS-SUB) = WS-SCR-PLAN(WS-SCR-SUB)
                      AND WS-CMP-EFF(WS-SUB) = WS-CMS-BEST-EFF
                      AND WS-SCR-SALES(WS-SCR-SUB) >
                          WS-CMP-FROM(WS-SUB)
                       IF WS-CMP-TO(WS-SUB) = ZERO
                          OR WS-SCR-SALES(WS-SCR-SUB) <
                             WS-CMP-TO(WS-SUB)
                           COMPUTE WS-CMS-PORTION =
                               WS-SCR-SALES(WS-SCR-SUB)
                               - WS-CMP-FROM(WS-SUB)
                       ELSE
                           COMPUTE WS-CMS-PORTION =
                               WS-CMP-TO(WS-SUB)
                               - WS-CMP-FROM(WS-SUB)
                       END-IF
                       COMPUTE WS-CMS-TIER-AMT ROUNDED =
                           WS-CMS-PORTION * WS-CMP-RATE(WS-SUB) / 100
                       ADD WS-CMS-TIER-AMT TO WS-CMS-COMMISSION
                       MOVE WS-CMP-FROM(WS-SUB) TO WS-CTL-FROM
                       MOVE WS-CMP-TO(WS-SUB) TO WS-CTL-TO
                       MOVE WS-CMP-RATE(WS-SUB) TO WS-CTL-RATE
                       MOVE WS-CMS-PORTION TO WS-CTL-PORTION
                       MOVE WS-CMS-TIER-AMT TO WS-CTL-AMOUNT
                       WRITE COMMSTMT-RECORD FROM WS-CMS-TIER-LINE
                   END-IF
               END-PERFORM

               MOVE WS-CMS-COMMISSION TO WS-EDIT-AMOUNT-L
               MOVE SPACES TO COMMSTMT-RECORD
               STRING '    COMMISSION DUE ' DELIMITED BY SIZE
                      WS-EDIT-AMOUNT-L DELIMITED BY SIZE
                   INTO COMMSTMT-RECORD
               END-STRING
               WRITE COMMSTMT-RECORD

               IF WS-CMS-COMMISSION > ZERO
                   MOVE EMP-ID TO SUP-EMP-ID
                   MOVE WS-CMS-COMMISSION TO SUP-AMOUNT
                   MOVE 'COMMISSION' TO SUP-REASON
                   MOVE SPACES TO SUPPAY-RECORD(37:10)
                   WRITE SUPPAY-RECORD
                   ADD WS-CMS-COMMISSION TO WS-CMS-TOTAL
                   ADD 1 TO WS-CMS-PAID
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Year-end earnings statements for a keyed year
      * ----------------------------------------------------------------
       3700-YEAR-END-PROCESSING.

           DISPLAY "Statement year (YYYY): "
           ACCEPT WS-YE-YEAR
           MOVE WS-YE-YEAR TO WS-PERIOD-YEAR
           PERFORM 3606-LOAD-YTD-TABLE

           IF WS-YTD-COUNT = ZERO
               DISPLAY "No pay history for " WS-YE-YEAR
           ELSE
               PERFORM 3710-WRITE-EARNINGS-STATEMENTS
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * One statement block per employee paid in the year
      * ----------------------------------------------------------------
       3710-WRITE-EARNINGS-STATEMENTS.

           OPEN OUTPUT EARNSTMT-FILE
           OPEN INPUT EMP-FILE

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-YTD-COUNT
               MOVE SPACES TO EARNSTMT-RECORD
               MOVE SPACES TO WS-SEARCH-NAME
               IF WS-EMP-STATUS = '00'
                   MOVE WS-YTD-EMP-ID(WS-SUB) TO EMP-ID
                   READ EMP-FILE
                       INVALID KEY
                           MOVE '(NOT ON MASTER)' TO
                               WS-SEARCH-NAME
                       NOT INVALID KEY
                           MOVE EMP-NAME TO WS-SEARCH-NAME
                   END-READ
               END-IF
               STRING 'EARNINGS STATEMENT ' DELIMITED BY SIZE
                      WS-YE-YEAR DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-YTD-EMP-ID(WS-SUB) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-SEARCH-NAME DELIMITED BY SIZE
                   INTO EARNSTMT-RECORD
               END-STRING
               WRITE EARNSTMT-RECORD
               MOVE 'TOTAL GROSS' TO WS-STUB-LABEL
               MOVE WS-YTD-GROSS(WS-SUB) TO WS-STUB-AMT
               WRITE EARNSTMT-RECORD FROM WS-STUB-LINE
               MOVE 'TOTAL TAX' TO WS-STUB-LABEL
               MOVE WS-YTD-TAX(WS-SUB) TO WS-STUB-AMT
               WRITE EARNSTMT-RECORD FROM WS-STUB-LINE
               MOVE 'TOTAL NET' TO WS-STUB-LABEL
               MOVE WS-YTD-NET(WS-SUB) TO WS-STUB-AMT
               WRITE EARNSTMT-RECORD FROM WS-STUB-LINE
               MOVE ALL '-' TO EARNSTMT-RECORD
               WRITE EARNSTMT-RECORD
           END-PERFORM
           PERFORM 5378-WRITE-CLOSED-STATEMENTS

           IF WS-EMP-STATUS = '00'
               CLOSE EMP-FILE
           END-IF
           CLOSE EARNSTMT-FILE
           MOVE 'EARNSTMT.TXT' TO WS-ARCHSRC-NAME
           MOVE 'EARNSTMT' TO WS-ARCH-REPORT
           PERFORM 9700-ARCHIVE-REPORT
           DISPLAY "Statements written: " WS-YTD-COUNT

           EXIT.

      * ----------------------------------------------------------------
      * Annual electronic wage and tax return.  Every mandatory
      * field is checked and the employee records are proved to
      * the employer totals taken straight from PAYROLL.DAT; any
      * failure is listed on TAXRTNX.TXT and no return is written.
      * ----------------------------------------------------------------
       3720-STATUTORY-RETURN.

           DISPLAY "Return year (YYYY): "
           ACCEPT WS-YE-YEAR
           MOVE WS-YE-YEAR TO WS-PERIOD-YEAR
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE ZERO TO WS-STR-ERRORS

           OPEN OUTPUT TAXRTNX-FILE
           MOVE SPACES TO TAXRTNX-RECORD
           STRING 'ANNUAL RETURN VALIDATION  YEAR ' DELIMITED BY SIZE
                  WS-YE-YEAR DELIMITED BY SIZE
                  '  RUN DATE ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
               INTO TAXRTNX-RECORD
           END-STRING
           WRITE TAXRTNX-RECORD

           MOVE SPACES TO WS-STR-SUBMITTER
           MOVE 'RTN-SUBMITTER' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-RESULT TO WS-STR-SUBMITTER
           END-IF
           IF WS-STR-SUBMITTER = SPACES
               MOVE ZERO TO WS-TARGET-ID
               MOVE 'SUBMITTER ID MISSING - CONFIG RTN-SUBMITTER'
                   TO WS-STR-MESSAGE
               PERFORM 3726-LIST-RETURN-ERROR
           END-IF

           PERFORM 3606-LOAD-YTD-TABLE
           PERFORM 3721-BUILD-RETURN-TABLE
           IF WS-STR-COUNT = ZERO
               MOVE ZERO TO WS-TARGET-ID
               MOVE 'NO PAY ON PAYROLL.DAT FOR THE YEAR'
                   TO WS-STR-MESSAGE
               PERFORM 3726-LIST-RETURN-ERROR
           ELSE
               PERFORM 3722-FIND-RETURN-LEAVERS
               PERFORM 3723-TAKE-EMPLOYER-CONTROLS
               PERFORM 5377-ADD-RETURN-TRANSFERS
               PERFORM 3724-VALIDATE-RETURN
           END-IF

           MOVE SPACES TO TAXRTNX-RECORD
           WRITE TAXRTNX-RECORD
           IF WS-STR-ERRORS = ZERO
               MOVE WS-STR-COUNT TO WS-SRH-EMPLOYEES
               MOVE SPACES TO TAXRTNX-RECORD
               STRING 'RETURN PASSED VALIDATION - ' DELIMITED BY SIZE
                      WS-SRH-EMPLOYEES DELIMITED BY SIZE
                      ' EMPLOYEES ON TAXRTN.DAT' DELIMITED BY SIZE
                   INTO TAXRTNX-RECORD
               END-STRING
               WRITE TAXRTNX-RECORD
               CLOSE TAXRTNX-FILE
               SORT WS-STR-ENTRY ASCENDING KEY WS-STR-E-COMPANY
                                              WS-STR-E-ID
               PERFORM 3725-WRITE-RETURN-FILE
               DISPLAY "Annual return written to TAXRTN.DAT - "
                   WS-STR-COUNT " employees, " WS-SRC-COUNT
                   " employers."
           ELSE
               MOVE SPACES TO TAXRTNX-RECORD
               STRING 'RETURN NOT PRODUCED - ' DELIMITED BY SIZE
                      WS-STR-ERRORS DELIMITED BY SIZE
                      ' ERRORS' DELIMITED BY SIZE
                   INTO TAXRTNX-RECORD
               END-STRING
               WRITE TAXRTNX-RECORD
               CLOSE TAXRTNX-FILE
               DISPLAY "Annual return NOT produced - " WS-STR-ERRORS
                   " errors listed on TAXRTNX.TXT."
           END-IF
           MOVE 'TAXRTNX.TXT' TO WS-ARCHSRC-NAME
           MOVE 'TAXRTNX' TO WS-ARCH-REPORT
           PERFORM 9700-ARCHIVE-REPORT

           MOVE 'TAXRTN' TO WS-ACL-FUNCTION
           MOVE ZERO TO WS-ACL-EMP-ID
           MOVE WS-STR-COUNT TO WS-ACL-REC-COUNT
           PERFORM 9710-WRITE-ACCESS-LOG

           EXIT.

      * ----------------------------------------------------------------
      * One return row per employee on the YTD table, in the same
      * employee order so it can be searched; name and company from
      * the master where the employee is still on it
      * ----------------------------------------------------------------
       3721-BUILD-RETURN-TABLE.

           MOVE ZERO TO WS-STR-COUNT
           OPEN INPUT EMP-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-YTD-COUNT
               ADD 1 TO WS-STR-COUNT
               MOVE WS-YTD-EMP-ID(WS-SUB) TO WS-STR-E-ID(WS-STR-COUNT)
               MOVE WS-YTD-GROSS(WS-SUB) TO
                   WS-STR-E-GROSS(WS-STR-COUNT)
               MOVE WS-YTD-TAX(WS-SUB) TO WS-STR-E-TAX(WS-STR-COUNT)
               MOVE SPACES TO WS-STR-E-NAME(WS-STR-COUNT)
               MOVE SPACES TO WS-STR-E-COMPANY(WS-STR-COUNT)
               MOVE '?' TO WS-STR-E-SOURCE(WS-STR-COUNT)
               IF WS-EMP-STATUS = '00'
                   MOVE WS-YTD-EMP-ID(WS-SUB) TO EMP-ID
                   READ EMP-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EMP-NAME TO
                               WS-STR-E-NAME(WS-STR-COUNT)
                           MOVE EMP-COMPANY TO
                               WS-STR-E-COMPANY(WS-STR-COUNT)
                           IF EMP-COMPANY = SPACES
                               MOVE '01' TO
                                   WS-STR-E-COMPANY(WS-STR-COUNT)
                           END-IF
                           MOVE 'M' TO WS-STR-E-SOURCE(WS-STR-COUNT)
                   END-READ
               END-IF
           END-PERFORM
           IF WS-EMP-STATUS = '00'
               CLOSE EMP-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * People who left during the year are no longer on the master;
      * take their name and company from ARCHIVE.DAT
      * ----------------------------------------------------------------
       3722-FIND-RETURN-LEAVERS.

           MOVE 'N' TO WS-EOF
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE ARCHIVE-FILE
                   NOT AT END
                       SEARCH ALL WS-STR-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-STR-E-ID(WS-STR-IX) = ARC-EMP-ID
                               IF WS-STR-E-SOURCE(WS-STR-IX) NOT = 'M'
                                   MOVE ARC-NAME TO
                                       WS-STR-E-NAME(WS-STR-IX)
                                   MOVE ARC-COMPANY TO
                                       WS-STR-E-COMPANY(WS-STR-IX)
                                   IF ARC-COMPANY = SPACES
                                       MOVE '01' TO
                                           WS-STR-E-COMPANY(WS-STR-IX)
                                   END-IF
                                   MOVE 'A' TO
                                       WS-STR-E-SOURCE(WS-STR-IX)
                               END-IF
                       END-SEARCH
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Employer control totals straight from the year's pay rows,
      * independent of the employee table; pay for anyone not on
      * the table is held as unallocated and fails the return
      * ----------------------------------------------------------------
       3723-TAKE-EMPLOYER-CONTROLS.

           MOVE ZERO TO WS-SRC-COUNT
           MOVE ZERO TO WS-STR-LOST-GROSS
           MOVE ZERO TO WS-STR-LOST-TAX
           PERFORM VARYING WS-STR-SUB FROM 1 BY 1
                   UNTIL WS-STR-SUB > WS-STR-COUNT
               IF WS-STR-E-COMPANY(WS-STR-SUB) NOT = SPACES
                   MOVE WS-STR-E-COMPANY(WS-STR-SUB) TO WS-STR-COMPANY
                   PERFORM 3727-FIND-RETURN-EMPLOYER
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-EOF
           MOVE WS-PERIOD-YEAR TO WS-PYR-YEAR
           PERFORM 5358-OPEN-PAY-HISTORY
           IF WS-PYR-AT-END = 'Y'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               PERFORM 5359-READ-PAY-HISTORY
               IF WS-PYR-AT-END = 'Y'
                   MOVE 'Y' TO WS-EOF
               ELSE
                   MOVE PAY-PERIOD-END TO WS-WORK-DATE
                   IF WS-WD-YEAR = WS-PERIOD-YEAR
                       MOVE SPACES TO WS-STR-COMPANY
                       PERFORM 5376-FIND-PAY-XFER
                       IF WS-XFR-SUB > ZERO
                           MOVE WS-XFR-T-FROM-CO(WS-XFR-SUB)
                               TO WS-STR-COMPANY
                       ELSE
                           SEARCH ALL WS-STR-ENTRY
                               AT END
                                   CONTINUE
                               WHEN WS-STR-E-ID(WS-STR-IX) =
                                       PAY-EMP-ID
                                   MOVE
                                    WS-STR-E-COMPANY(WS-STR-IX)
                                       TO WS-STR-COMPANY
                           END-SEARCH
                       END-IF
                       MOVE ZERO TO WS-SRC-SUB
                       IF WS-STR-COMPANY NOT = SPACES
                           PERFORM 3727-FIND-RETURN-EMPLOYER
                       END-IF
                       IF WS-SRC-SUB = ZERO
                           ADD PAY-GROSS TO WS-STR-LOST-GROSS
                           ADD PAY-TAX TO WS-STR-LOST-TAX
                       ELSE
                           ADD PAY-GROSS TO
                               WS-SRC-CTL-GROSS(WS-SRC-SUB)
                           ADD PAY-TAX TO
                               WS-SRC-CTL-TAX(WS-SRC-SUB)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Mandatory fields on every record, then each employer's
      * employee records against its control totals
      * ----------------------------------------------------------------
       3724-VALIDATE-RETURN.

           PERFORM VARYING WS-STR-SUB FROM 1 BY 1
                   UNTIL WS-STR-SUB > WS-STR-COUNT
               MOVE WS-STR-E-ID(WS-STR-SUB) TO WS-TARGET-ID
               IF WS-STR-E-SOURCE(WS-STR-SUB) = '?'
                   MOVE 'NOT ON THE MASTER OR THE ARCHIVE'
                       TO WS-STR-MESSAGE
                   PERFORM 3726-LIST-RETURN-ERROR
               ELSE
                   IF WS-STR-E-NAME(WS-STR-SUB) = SPACES
                       MOVE 'EMPLOYEE NAME MISSING' TO WS-STR-MESSAGE
                       PERFORM 3726-LIST-RETURN-ERROR
                   END-IF
                   IF WS-STR-E-GROSS(WS-STR-SUB) < ZERO
                       MOVE 'ANNUAL GROSS IS NEGATIVE'
                           TO WS-STR-MESSAGE
                       PERFORM 3726-LIST-RETURN-ERROR
                   END-IF
                   IF WS-STR-E-TAX(WS-STR-SUB) < ZERO
                       MOVE 'TAX WITHHELD IS NEGATIVE'
                           TO WS-STR-MESSAGE
                       PERFORM 3726-LIST-RETURN-ERROR
                   END-IF
                   IF WS-STR-E-TAX(WS-STR-SUB) >
                      WS-STR-E-GROSS(WS-STR-SUB)
                       MOVE 'TAX WITHHELD EXCEEDS GROSS'
                           TO WS-STR-MESSAGE
                       PERFORM 3726-LIST-RETURN-ERROR
                   END-IF
                   MOVE WS-STR-E-COMPANY(WS-STR-SUB) TO WS-STR-COMPANY
                   PERFORM 3727-FIND-RETURN-EMPLOYER
                   IF WS-SRC-SUB > ZERO
                       ADD 1 TO WS-SRC-EMPS(WS-SRC-SUB)
                       ADD WS-STR-E-GROSS(WS-STR-SUB) TO
                           WS-SRC-EMP-GROSS(WS-SRC-SUB)
                       ADD WS-STR-E-TAX(WS-STR-SUB) TO
                           WS-SRC-EMP-TAX(WS-SRC-SUB)
                   END-IF
               END-IF
           END-PERFORM

           MOVE ZERO TO WS-TARGET-ID
           IF WS-STR-COUNT NOT < 5000
               MOVE 'EMPLOYEE TABLE FULL - RETURN WOULD BE INCOMPLETE'
                   TO WS-STR-MESSAGE
               PERFORM 3726-LIST-RETURN-ERROR
           END-IF
           IF WS-STR-LOST-GROSS NOT = ZERO
              OR WS-STR-LOST-TAX NOT = ZERO
               MOVE 'PAY ROWS NOT ALLOCATED TO ANY EMPLOYER'
                   TO WS-STR-MESSAGE
               PERFORM 3726-LIST-RETURN-ERROR
           END-IF

           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SRC-COUNT
               MOVE SPACES TO WS-SRC-REF(WS-SRC-SUB)
               MOVE SPACES TO WS-CFG-WANTED
               STRING 'TAXREF-' DELIMITED BY SIZE
                      WS-SRC-COMPANY(WS-SRC-SUB) DELIMITED BY SIZE
                   INTO WS-CFG-WANTED
               END-STRING
               PERFORM 1110-FIND-CONFIG-VALUE
               IF WS-CFG-FOUND = 'Y'
                   MOVE WS-CFG-RESULT TO WS-SRC-REF(WS-SRC-SUB)
               END-IF
               IF WS-SRC-REF(WS-SRC-SUB) = SPACES
                   MOVE SPACES TO WS-STR-MESSAGE
                   STRING 'EMPLOYER TAX REFERENCE MISSING - CONFIG '
                              DELIMITED BY SIZE
                          WS-CFG-WANTED DELIMITED BY SPACE
                       INTO WS-STR-MESSAGE
                   END-STRING
                   PERFORM 3726-LIST-RETURN-ERROR
               END-IF
               IF WS-SRC-EMP-GROSS(WS-SRC-SUB) NOT =
                  WS-SRC-CTL-GROSS(WS-SRC-SUB)
                   MOVE SPACES TO WS-STR-MESSAGE
                   STRING 'COMPANY ' DELIMITED BY SIZE
                          WS-SRC-COMPANY(WS-SRC-SUB) DELIMITED BY SIZE
                          ' EMPLOYEE GROSS DOES NOT AGREE TO PAYROLL'
                              DELIMITED BY SIZE
                       INTO WS-STR-MESSAGE
                   END-STRING
                   PERFORM 3726-LIST-RETURN-ERROR
               END-IF
               IF WS-SRC-EMP-TAX(WS-SRC-SUB) NOT =
                  WS-SRC-CTL-TAX(WS-SRC-SUB)
                   MOVE SPACES TO WS-STR-MESSAGE
                   STRING 'COMPANY ' DELIMITED BY SIZE
                          WS-SRC-COMPANY(WS-SRC-SUB) DELIMITED BY SIZE
                          ' EMPLOYEE TAX DOES NOT AGREE TO PAYROLL'
                              DELIMITED BY SIZE
                       INTO WS-STR-MESSAGE
                   END-STRING
                   PERFORM 3726-LIST-RETURN-ERROR
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Submitter header, then per employer its record, its
      * employees and its totals
      * ----------------------------------------------------------------
       3725-WRITE-RETURN-FILE.

           OPEN OUTPUT TAXRTN-FILE
           MOVE WS-STR-SUBMITTER TO WS-SRH-SUBMITTER
           MOVE WS-YE-YEAR TO WS-SRH-YEAR
           MOVE WS-TODAY TO WS-SRH-CREATED
           MOVE WS-SRC-COUNT TO WS-SRH-EMPLOYERS
           MOVE WS-STR-COUNT TO WS-SRH-EMPLOYEES
           WRITE TAXRTN-RECORD FROM WS-STR-HEAD-REC

           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SRC-COUNT
               MOVE WS-SRC-COMPANY(WS-SRC-SUB) TO WS-SRE-COMPANY
               MOVE WS-SRC-REF(WS-SRC-SUB) TO WS-SRE-REF
               MOVE WS-YE-YEAR TO WS-SRE-YEAR
               WRITE TAXRTN-RECORD FROM WS-STR-EMPLR-REC
               PERFORM VARYING WS-STR-SUB FROM 1 BY 1
                       UNTIL WS-STR-SUB > WS-STR-COUNT
                   IF WS-STR-E-COMPANY(WS-STR-SUB) =
                      WS-SRC-COMPANY(WS-SRC-SUB)
                       MOVE WS-STR-E-COMPANY(WS-STR-SUB) TO
                           WS-SRW-COMPANY
                       MOVE WS-STR-E-ID(WS-STR-SUB) TO WS-SRW-EMP-ID
                       MOVE WS-STR-E-NAME(WS-STR-SUB) TO WS-SRW-NAME
                       MOVE WS-STR-E-GROSS(WS-STR-SUB) TO WS-SRW-GROSS
                       MOVE WS-STR-E-TAX(WS-STR-SUB) TO WS-SRW-TAX
                       IF WS-STR-E-SOURCE(WS-STR-SUB) = 'A'
                          OR WS-STR-E-SOURCE(WS-STR-SUB) = 'X'
                           MOVE 'Y' TO WS-SRW-LEAVER
                       ELSE
                           MOVE 'N' TO WS-SRW-LEAVER
                       END-IF
                       WRITE TAXRTN-RECORD FROM WS-STR-EMPEE-REC
                   END-IF
               END-PERFORM
               MOVE WS-SRC-COMPANY(WS-SRC-SUB) TO WS-SRX-COMPANY
               MOVE WS-SRC-EMPS(WS-SRC-SUB) TO WS-SRX-EMPS
               MOVE WS-SRC-CTL-GROSS(WS-SRC-SUB) TO WS-SRX-GROSS
               MOVE WS-SRC-CTL-TAX(WS-SRC-SUB) TO WS-SRX-TAX
               WRITE TAXRTN-RECORD FROM WS-STR-TOTAL-REC
           END-PERFORM
           CLOSE TAXRTN-FILE

           EXIT.

      * ----------------------------------------------------------------
      * One validation failure on TAXRTNX.TXT - WS-TARGET-ID is the
      * employee, zero for a file-level failure
      * ----------------------------------------------------------------
       3726-LIST-RETURN-ERROR.

           ADD 1 TO WS-STR-ERRORS
           MOVE SPACES TO TAXRTNX-RECORD
           IF WS-TARGET-ID = ZERO
               STRING 'ERROR  ' DELIMITED BY SIZE
                      WS-STR-MESSAGE DELIMITED BY SIZE
                   INTO TAXRTNX-RECORD
               END-STRING
           ELSE
               STRING 'ERROR  EMPLOYEE ' DELIMITED BY SIZE
                      WS-TARGET-ID DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-STR-MESSAGE DELIMITED BY SIZE
                   INTO TAXRTNX-RECORD
               END-STRING
           END-IF
           WRITE TAXRTNX-RECORD

           EXIT.

      * ----------------------------------------------------------------
      * Find, or add, the employer row for WS-STR-COMPANY - zero in
      * WS-SRC-SUB when the employer table is full
      * ----------------------------------------------------------------
       3727-FIND-RETURN-EMPLOYER.

           MOVE ZERO TO WS-SRC-SUB
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-SRC-COUNT
               IF WS-SRC-COMPANY(WS-SUB-2) = WS-STR-COMPANY
                   MOVE WS-SUB-2 TO WS-SRC-SUB
               END-IF
           END-PERFORM
           IF WS-SRC-SUB = ZERO AND WS-SRC-COUNT < 50
               ADD 1 TO WS-SRC-COUNT
               MOVE WS-SRC-COUNT TO WS-SRC-SUB
               MOVE WS-STR-COMPANY TO WS-SRC-COMPANY(WS-SRC-SUB)
               MOVE SPACES TO WS-SRC-REF(WS-SRC-SUB)
               MOVE ZERO TO WS-SRC-EMPS(WS-SRC-SUB)
               MOVE ZERO TO WS-SRC-EMP-GROSS(WS-SRC-SUB)
               MOVE ZERO TO WS-SRC-EMP-TAX(WS-SRC-SUB)
               MOVE ZERO TO WS-SRC-CTL-GROSS(WS-SRC-SUB)
               MOVE ZERO TO WS-SRC-CTL-TAX(WS-SRC-SUB)
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Void one employee's pay for a completed period: write the
      * offsetting record, back the amounts out of the YTD position,
      * restore any loan installment and queue the deposit recovery
      * for the next bank file
      * ----------------------------------------------------------------
       3800-PAY-REVERSAL.

           DISPLAY "Employee ID to reverse: "
           ACCEPT WS-RVS-EMP-ID
           DISPLAY "Pay period end (YYYYMMDD): "
           ACCEPT WS-RVS-PERIOD

           PERFORM 3810-FIND-ORIGINAL-PAY

           IF WS-RVS-FOUND NOT = 'Y'
               DISPLAY "No pay record for " WS-RVS-EMP-ID
                   " period " WS-RVS-PERIOD
           ELSE
               IF WS-RVS-ALREADY = 'Y'
                   DISPLAY "That payment was already reversed."
               ELSE
                   DISPLAY "Reverse net pay of " WS-RVS-NET
                       " - confirm (Y/N): "
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                       PERFORM 3820-WRITE-REVERSAL-RECORD
                       PERFORM 3830-RESTORE-LOAN-BALANCE
                       PERFORM 3840-QUEUE-BANK-RECOVERY
                       PERFORM 3850-AUDIT-REVERSAL
                       DISPLAY "Payment reversed."
                   ELSE
                       DISPLAY "Reversal abandoned."
                   END-IF
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Find the original pay record, and notice an existing void
      * ----------------------------------------------------------------
       3810-FIND-ORIGINAL-PAY.

           MOVE 'N' TO WS-RVS-FOUND
           MOVE 'N' TO WS-RVS-ALREADY
           MOVE 'N' TO WS-EOF

           OPEN INPUT PAYROLL-FILE
           IF WS-PAYROLL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYROLL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE PAYROLL-FILE
                   NOT AT END
                       IF PAY-EMP-ID = WS-RVS-EMP-ID
                          AND PAY-PERIOD-END = WS-RVS-PERIOD
                           IF PAY-REC-TYPE = 'V'
                               MOVE 'Y' TO WS-RVS-ALREADY
                           ELSE
                               MOVE 'Y' TO WS-RVS-FOUND
                               MOVE PAY-GROSS TO WS-RVS-GROSS
                               MOVE PAY-BONUS TO WS-RVS-BONUS
                               MOVE PAY-TAX TO WS-RVS-TAX
                               MOVE PAY-DEDUCTIONS TO
                                   WS-RVS-DEDUCT
                               MOVE PAY-LOAN-PAYMENT TO
                                   WS-RVS-LOAN
                               MOVE PAY-NET TO WS-RVS-NET
                               MOVE PAY-YTD-GROSS TO WS-RVS-YTD-G
                               MOVE PAY-YTD-TAX TO WS-RVS-YTD-T
                               MOVE PAY-YTD-NET TO WS-RVS-YTD-N
                               MOVE PAY-OVERPAY TO WS-RVS-OVP
                               IF PAY-REGION-TAX NUMERIC
                                   MOVE PAY-REGION-TAX TO
                                       WS-RVS-REGTAX
                               ELSE
                                   MOVE ZERO TO WS-RVS-REGTAX
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Append the offsetting negative record.  The YTD load sums
      * the year's amounts, so the negatives here net the reversed
      * pay out of every later YTD figure; the YTD fields written
      * on this record show the backed-out position for the reader.
      * ----------------------------------------------------------------
       3820-WRITE-REVERSAL-RECORD.

           OPEN I-O PAYROLL-FILE
           IF WS-PAYROLL-STATUS = '00'
               MOVE WS-RVS-EMP-ID TO PAY-EMP-ID
               MOVE WS-RVS-PERIOD TO PAY-PERIOD-END
               MOVE 'V' TO PAY-REC-TYPE
               COMPUTE PAY-GROSS = ZERO - WS-RVS-GROSS
               COMPUTE PAY-BONUS = ZERO - WS-RVS-BONUS
               COMPUTE PAY-TAX = ZERO - WS-RVS-TAX
               COMPUTE PAY-DEDUCTIONS = ZERO - WS-RVS-DEDUCT
               COMPUTE PAY-LOAN-PAYMENT = ZERO - WS-RVS-LOAN
               COMPUTE PAY-NET = ZERO - WS-RVS-NET
               COMPUTE PAY-YTD-GROSS =
                   WS-RVS-YTD-G - WS-RVS-GROSS
               COMPUTE PAY-YTD-TAX = WS-RVS-YTD-T - WS-RVS-TAX
               COMPUTE PAY-YTD-NET = WS-RVS-YTD-N - WS-RVS-NET
               COMPUTE PAY-OVERPAY = ZERO - WS-RVS-OVP
               COMPUTE PAY-REGION-TAX = ZERO - WS-RVS-REGTAX
               PERFORM 3623-WRITE-PAY-RECORD
               CLOSE PAYROLL-FILE
           ELSE
               DISPLAY "Unable to write PAYROLL.DAT - status "
                   WS-PAYROLL-STATUS
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Put a recovered installment back on the loan balance
      * ----------------------------------------------------------------
       3830-RESTORE-LOAN-BALANCE.

           IF WS-RVS-LOAN > ZERO
               PERFORM 3605-LOAD-LOAN-TABLE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-LN-COUNT
                   IF WS-LN-T-EMP-ID(WS-SUB) = WS-RVS-EMP-ID
                       ADD WS-RVS-LOAN TO
                           WS-LN-T-BALANCE(WS-SUB)
                   END-IF
               END-PERFORM
               PERFORM 3680-UPDATE-LOAN-MASTER
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Queue the deposit recovery for the next live bank file
      * ----------------------------------------------------------------
       3840-QUEUE-BANK-RECOVERY.

           IF WS-RVS-NET > ZERO
               OPEN EXTEND BANKRECV-FILE
               IF WS-BANKRECV-STATUS = '35'
                   OPEN OUTPUT BANKRECV-FILE
               END-IF
               IF WS-BANKRECV-STATUS = '00'
                   MOVE WS-RVS-EMP-ID TO BRC-EMP-ID
                   MOVE WS-RVS-NET TO BRC-AMOUNT
                   MOVE WS-RVS-PERIOD TO BRC-PERIOD
                   MOVE 'PAY REVERSAL' TO BRC-REASON
                   WRITE BANKRECV-RECORD
                   CLOSE BANKRECV-FILE
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Reversal entry on the audit trail
      * ----------------------------------------------------------------
       3850-AUDIT-REVERSAL.

           MOVE 'REVRSL' TO WS-AUD-ACTION
           MOVE WS-RVS-EMP-ID TO WS-AUD-EMP-ID
           MOVE SPACES TO WS-AUD-BEFORE-NAME
           STRING 'PERIOD ' DELIMITED BY SIZE
                  WS-RVS-PERIOD DELIMITED BY SIZE
               INTO WS-AUD-BEFORE-NAME
           END-STRING
           MOVE SPACES TO WS-AUD-BEFORE-DEPT
           MOVE WS-RVS-NET TO WS-AUD-BEFORE-SAL
           MOVE SPACES TO WS-AUD-BEFORE-STAT
           MOVE 'VOIDED' TO WS-AUD-AFTER-NAME
           MOVE SPACES TO WS-AUD-AFTER-DEPT
           MOVE ZERO TO WS-AUD-AFTER-SAL
           MOVE SPACES TO WS-AUD-AFTER-STAT
           PERFORM 8500-WRITE-AUDIT-RECORD

           EXIT.

      * ----------------------------------------------------------------
      * Process the bank's return file: match each returned deposit
      * back to its pay run, flag the payment failed, queue the
      * reissue, and raise unmatched items as serious exceptions
      * ----------------------------------------------------------------
       3900-PROCESS-BANK-RETURNS.

           MOVE ZERO TO WS-BRT-MATCHED
           MOVE ZERO TO WS-BRT-UNMATCHED
           MOVE 'N' TO WS-EOF

           OPEN INPUT BANKRET-FILE
           IF WS-BANKRET-STATUS NOT = '00'
               DISPLAY "No bank return file."
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ BANKRET-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE BANKRET-FILE
                   NOT AT END
                       PERFORM 3910-MATCH-ONE-RETURN
               END-READ
           END-PERFORM

           DISPLAY "Returns matched: " WS-BRT-MATCHED
               " unmatched: " WS-BRT-UNMATCHED
           IF WS-BRT-UNMATCHED > ZERO
               DISPLAY "SERIOUS: unmatched returned deposits are "
                   "on the reject workbench."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Match the return in BANKRET-RECORD to its originating pay
      * ----------------------------------------------------------------
       3910-MATCH-ONE-RETURN.

           MOVE 'N' TO WS-BRT-FOUND
           MOVE 'N' TO WS-EOF-2

           OPEN INPUT PAYROLL-FILE
           IF WS-PAYROLL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           END-IF

           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ PAYROLL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE PAYROLL-FILE
                   NOT AT END
                       IF PAY-EMP-ID = BRT-EMP-ID
                          AND PAY-PERIOD-END = BRT-PERIOD
                          AND PAY-REC-TYPE NOT = 'V'
                           MOVE 'Y' TO WS-BRT-FOUND
                           MOVE 'Y' TO WS-EOF-2
                           CLOSE PAYROLL-FILE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-BRT-FOUND = 'Y'
               ADD 1 TO WS-BRT-MATCHED
               PERFORM 3920-FLAG-PAYMENT-FAILED
               PERFORM 3930-QUEUE-REISSUE
               PERFORM 3940-MARK-ACCOUNT-RETURNED
           ELSE
               ADD 1 TO WS-BRT-UNMATCHED
               MOVE 'BANKRET' TO WS-RJW-SOURCE
               MOVE 'RETURN MATCHES NO PAYMENT' TO WS-RJW-REASON
               MOVE BANKRET-RECORD TO WS-RJW-DATA
               PERFORM 8690-WRITE-REJECT
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Record the failed payment
      * ----------------------------------------------------------------
       3920-FLAG-PAYMENT-FAILED.

           OPEN EXTEND PAYFAIL-FILE
           IF WS-PAYFAIL-STATUS = '35'
               OPEN OUTPUT PAYFAIL-FILE
           END-IF

           IF WS-PAYFAIL-STATUS = '00'
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE BRT-EMP-ID TO PFL-EMP-ID
               MOVE BRT-PERIOD TO PFL-PERIOD
               MOVE BRT-AMOUNT TO PFL-AMOUNT
               MOVE BRT-REASON TO PFL-REASON
               MOVE WS-TODAY TO PFL-FLAG-DATE
               WRITE PAYFAIL-RECORD
               CLOSE PAYFAIL-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Queue the reissue for the next bank file
      * ----------------------------------------------------------------
       3930-QUEUE-REISSUE.

           OPEN EXTEND REISSUE-FILE
           IF WS-REISSUE-STATUS = '35'
               OPEN OUTPUT REISSUE-FILE
           END-IF

           IF WS-REISSUE-STATUS = '00'
               MOVE BRT-EMP-ID TO RIS-EMP-ID
               MOVE BRT-AMOUNT TO RIS-AMOUNT
               MOVE BRT-PERIOD TO RIS-PERIOD
               MOVE BRT-REASON TO RIS-REASON
               WRITE REISSUE-RECORD
               CLOSE REISSUE-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * A returned deposit puts the employee's account back into
      * returned status - no further live deposits until new
      * details are keyed and prenoted
      * ----------------------------------------------------------------
       3940-MARK-ACCOUNT-RETURNED.

           PERFORM 3657-LOAD-BANKACCT-TABLE
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-BKA-COUNT
               IF WS-BKA-EMP-ID(WS-SUB-2) = BRT-EMP-ID
                   MOVE 'R' TO WS-BKA-STATUS(WS-SUB-2)
                   MOVE 'Y' TO WS-BKA-CHANGED
               END-IF
           END-PERFORM
           PERFORM 3696-UPDATE-BANKACCT-MASTER

           EXIT.

      * ----------------------------------------------------------------
      * Void a printed check, optionally reissuing it under a new
      * number, under the usual audit trail
      * ----------------------------------------------------------------
       3950-VOID-REISSUE-CHECK.

           DISPLAY "Check number: "
           ACCEPT WS-CKV-CHECK-NO

           PERFORM 3955-LOAD-CHECK-REGISTER
           MOVE ZERO TO WS-CKV-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CKR-COUNT
               IF WS-CKR-T-CHECK-NO(WS-SUB) = WS-CKV-CHECK-NO
                  AND WS-CKR-T-STATUS(WS-SUB) = 'I'
                   MOVE WS-SUB TO WS-CKV-FOUND-SUB
                   MOVE WS-CKR-COUNT TO WS-SUB
               END-IF
           END-PERFORM

           IF WS-CKV-FOUND-SUB = ZERO
               DISPLAY "No issued check with that number."
           ELSE
               MOVE WS-CKR-T-AMOUNT(WS-CKV-FOUND-SUB) TO
                   WS-EDIT-AMOUNT
               DISPLAY "Check " WS-CKV-CHECK-NO " for "
                   WS-CKR-T-EMP-ID(WS-CKV-FOUND-SUB) " amount "
                   WS-EDIT-AMOUNT
               DISPLAY "(V)oid or (R)eissue: "
               ACCEPT WS-ANSWER
               IF WS-ANSWER = 'V' OR WS-ANSWER = 'v'
                  OR WS-ANSWER = 'R' OR WS-ANSWER = 'r'
                   MOVE 'V' TO
                       WS-CKR-T-STATUS(WS-CKV-FOUND-SUB)
                   PERFORM 3965-AUDIT-CHECK-ACTION
                   PERFORM 3674-QUEUE-VOIDED-CHECK
                   IF WS-ANSWER = 'R' OR WS-ANSWER = 'r'
                       PERFORM 3958-REISSUE-CHECK
                   END-IF
                   PERFORM 3960-REWRITE-CHECK-REGISTER
                   DISPLAY "Check register updated."
                   PERFORM 3693-BUILD-POSITIVE-PAY
               ELSE
                   DISPLAY "No action taken."
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Load the check register into the image table
      * ----------------------------------------------------------------
       3955-LOAD-CHECK-REGISTER.

           MOVE ZERO TO WS-CKR-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT CHECKREG-FILE
           IF WS-CHECKREG-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ CHECKREG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE CHECKREG-FILE
                   NOT AT END
                       IF WS-CKR-COUNT < 2000
                           ADD 1 TO WS-CKR-COUNT
                           MOVE CHECKREG-RECORD TO
                               WS-CKR-ENTRY(WS-CKR-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Reissue the voided check under the next number
      * ----------------------------------------------------------------
       3958-REISSUE-CHECK.

           PERFORM 3636-TAKE-NEXT-CHECK-NO
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           IF WS-CKR-COUNT < 2000
               ADD 1 TO WS-CKR-COUNT
               MOVE WS-NEXT-CHECK-NO TO
                   WS-CKR-T-CHECK-NO(WS-CKR-COUNT)
               MOVE WS-CKR-T-EMP-ID(WS-CKV-FOUND-SUB) TO
                   WS-CKR-T-EMP-ID(WS-CKR-COUNT)
               MOVE WS-CKR-T-PERIOD(WS-CKV-FOUND-SUB) TO
                   WS-CKR-T-PERIOD(WS-CKR-COUNT)
               MOVE WS-CKR-T-AMOUNT(WS-CKV-FOUND-SUB) TO
                   WS-CKR-T-AMOUNT(WS-CKR-COUNT)
               MOVE 'I' TO WS-CKR-T-STATUS(WS-CKR-COUNT)
               MOVE WS-TODAY TO WS-CKR-T-DATE(WS-CKR-COUNT)
           END-IF

           OPEN EXTEND CHECKPRN-FILE
           IF WS-CHECKPRN-STATUS = '35'
               OPEN OUTPUT CHECKPRN-FILE
           END-IF
           IF WS-CHECKPRN-STATUS = '00'
               MOVE SPACES TO CHECKPRN-RECORD
               MOVE WS-CKR-T-AMOUNT(WS-CKV-FOUND-SUB) TO
                   WS-EDIT-AMOUNT
               STRING 'CHECK ' DELIMITED BY SIZE
                      WS-NEXT-CHECK-NO DELIMITED BY SIZE
                      ' REISSUE OF ' DELIMITED BY SIZE
                      WS-CKV-CHECK-NO DELIMITED BY SIZE
                      ' FOR ' DELIMITED BY SIZE
                      WS-CKR-T-EMP-ID(WS-CKV-FOUND-SUB)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-EDIT-AMOUNT DELIMITED BY SIZE
                   INTO CHECKPRN-RECORD
               END-STRING
               WRITE CHECKPRN-RECORD
               CLOSE CHECKPRN-FILE
           END-IF

           MOVE 'I' TO WS-PPQ-TYPE
           MOVE WS-NEXT-CHECK-NO TO WS-PPQ-CHECK-NO
           MOVE WS-CKR-T-AMOUNT(WS-CKV-FOUND-SUB) TO WS-PPQ-AMOUNT
           MOVE WS-TODAY TO WS-PPQ-DATE
           PERFORM 3694-QUEUE-POSITIVE-PAY

           DISPLAY "Reissued as check " WS-NEXT-CHECK-NO

           EXIT.

      * ----------------------------------------------------------------
      * Queue the void of the check at WS-CKV-FOUND-SUB for the bank,
      * under its original issue date; the payee is kept in
      * WS-PPQ-PAYEE for a reissue
      * ----------------------------------------------------------------
       3674-QUEUE-VOIDED-CHECK.

           MOVE SPACES TO WS-PPQ-PAYEE
           MOVE WS-CKR-T-EMP-ID(WS-CKV-FOUND-SUB) TO WS-PPQ-EMP-ID
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS = '00'
               MOVE WS-PPQ-EMP-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-NAME TO WS-PPQ-PAYEE
               END-READ
               CLOSE EMP-FILE
           END-IF

           MOVE 'V' TO WS-PPQ-TYPE
           MOVE WS-CKV-CHECK-NO TO WS-PPQ-CHECK-NO
           MOVE WS-CKR-T-AMOUNT(WS-CKV-FOUND-SUB) TO WS-PPQ-AMOUNT
           MOVE WS-CKR-T-DATE(WS-CKV-FOUND-SUB) TO WS-PPQ-DATE
           PERFORM 3694-QUEUE-POSITIVE-PAY

           EXIT.

      * ----------------------------------------------------------------
      * Append one issue or void to the positive-pay queue
      * ----------------------------------------------------------------
       3694-QUEUE-POSITIVE-PAY.

           OPEN EXTEND POSPAYQ-FILE
           IF WS-POSPAYQ-STATUS = '35'
               OPEN OUTPUT POSPAYQ-FILE
           END-IF
           IF WS-POSPAYQ-STATUS = '00'
               MOVE SPACES TO POSPAYQ-RECORD
               MOVE WS-PPQ-TYPE TO PPQ-TYPE
               MOVE WS-PPQ-CHECK-NO TO PPQ-CHECK-NO
               MOVE WS-PPQ-AMOUNT TO PPQ-AMOUNT
               MOVE WS-PPQ-DATE TO PPQ-ISSUE-DATE
               MOVE WS-PPQ-PAYEE TO PPQ-PAYEE
               WRITE POSPAYQ-RECORD
               CLOSE POSPAYQ-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Positive-pay file for the bank from everything queued: a
      * header carrying a file id new to the file registry, one
      * detail per issue or void, and a trailer with the counts and
      * totals.  The id is registered and the queue cleared once the
      * file is written, so no check goes to the bank twice.
      * ----------------------------------------------------------------
       3693-BUILD-POSITIVE-PAY.

           MOVE ZERO TO WS-PPY-QUEUED
           MOVE 'N' TO WS-EOF-2
           OPEN INPUT POSPAYQ-FILE
           IF WS-POSPAYQ-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           END-IF
           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ POSPAYQ-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE POSPAYQ-FILE
                   NOT AT END
                       ADD 1 TO WS-PPY-QUEUED
               END-READ
           END-PERFORM

           IF WS-PPY-QUEUED > ZERO
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE 'POSPAY' TO WS-FRG-SOURCE
               MOVE ZERO TO WS-PPY-SEQ
               MOVE 'Y' TO WS-FRG-SEEN
               PERFORM UNTIL WS-FRG-SEEN = 'N' OR WS-PPY-SEQ = 99
                   ADD 1 TO WS-PPY-SEQ
                   MOVE SPACES TO WS-FRG-ID
                   STRING 'PP' DELIMITED BY SIZE
                          WS-TODAY DELIMITED BY SIZE
                          WS-PPY-SEQ DELIMITED BY SIZE
                       INTO WS-FRG-ID
                   END-STRING
                   PERFORM 9690-CHECK-FILE-REGISTRY
               END-PERFORM

               IF WS-FRG-SEEN = 'Y'
                   DISPLAY "WARNING: no positive-pay file id left "
                       "for today - " WS-PPY-QUEUED
                       " checks stay queued."
               ELSE
                   PERFORM 3689-WRITE-POSITIVE-PAY
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Write POSPAY.DAT under WS-FRG-ID from the queue, register
      * it, clear the queue and archive a copy
      * ----------------------------------------------------------------
       3689-WRITE-POSITIVE-PAY.

           MOVE ZERO TO WS-PPY-ISSUES
           MOVE ZERO TO WS-PPY-VOIDS
           MOVE ZERO TO WS-PPY-ISS-TOTAL
           MOVE ZERO TO WS-PPY-VOID-TOTAL

           OPEN OUTPUT POSPAY-FILE
           MOVE WS-FRG-ID TO WS-PPH-FILE-ID
           MOVE WS-TODAY TO WS-PPH-DATE
           MOVE WS-COMPANY TO WS-PPH-COMPANY
           WRITE POSPAY-RECORD FROM WS-PPY-HDR

           MOVE 'N' TO WS-EOF-2
           OPEN INPUT POSPAYQ-FILE
           IF WS-POSPAYQ-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           END-IF
           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ POSPAYQ-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE POSPAYQ-FILE
                   NOT AT END
                       MOVE PPQ-TYPE TO WS-PPD-TYPE
                       MOVE PPQ-CHECK-NO TO WS-PPD-CHECK-NO
                       MOVE PPQ-AMOUNT TO WS-PPD-AMOUNT
                       MOVE PPQ-ISSUE-DATE TO WS-PPD-DATE
                       MOVE PPQ-PAYEE TO WS-PPD-PAYEE
                       WRITE POSPAY-RECORD FROM WS-PPY-DET
                       IF PPQ-TYPE = 'V'
                           ADD 1 TO WS-PPY-VOIDS
                           ADD PPQ-AMOUNT TO WS-PPY-VOID-TOTAL
                       ELSE
                           ADD 1 TO WS-PPY-ISSUES
                           ADD PPQ-AMOUNT TO WS-PPY-ISS-TOTAL
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-PPY-ISSUES TO WS-PPT-ISSUES
           MOVE WS-PPY-ISS-TOTAL TO WS-PPT-ISS-TOT
           MOVE WS-PPY-VOIDS TO WS-PPT-VOIDS
           MOVE WS-PPY-VOID-TOTAL TO WS-PPT-VOID-TOT
           WRITE POSPAY-RECORD FROM WS-PPY-TRL
           CLOSE POSPAY-FILE

           PERFORM 9695-RECORD-FILE-PROCESSED
           OPEN OUTPUT POSPAYQ-FILE
           CLOSE POSPAYQ-FILE

           MOVE 'POSPAY.DAT' TO WS-ARCHSRC-NAME
           MOVE 'POSPAY' TO WS-ARCH-REPORT
           PERFORM 9700-ARCHIVE-REPORT
           DISPLAY "Positive-pay file " WS-FRG-ID " written - "
               WS-PPY-ISSUES " issued, " WS-PPY-VOIDS " voided."

           EXIT.

      * ----------------------------------------------------------------
      * Write the check register back from the image table
      * ----------------------------------------------------------------
       3960-REWRITE-CHECK-REGISTER.

           OPEN OUTPUT CHECKREG-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CKR-COUNT
               MOVE WS-CKR-ENTRY(WS-SUB) TO CHECKREG-RECORD
               WRITE CHECKREG-RECORD
           END-PERFORM
           CLOSE CHECKREG-FILE

           EXIT.

      * ----------------------------------------------------------------
      * Check void/reissue entry on the audit trail
      * ----------------------------------------------------------------
       3965-AUDIT-CHECK-ACTION.

           MOVE 'CHKVOD' TO WS-AUD-ACTION
           MOVE WS-CKR-T-EMP-ID(WS-CKV-FOUND-SUB) TO
               WS-AUD-EMP-ID
           MOVE SPACES TO WS-AUD-BEFORE-NAME
           STRING 'CHECK ' DELIMITED BY SIZE
                  WS-CKV-CHECK-NO DELIMITED BY SIZE
               INTO WS-AUD-BEFORE-NAME
           END-STRING
           MOVE SPACES TO WS-AUD-BEFORE-DEPT
           MOVE WS-CKR-T-AMOUNT(WS-CKV-FOUND-SUB) TO
               WS-AUD-BEFORE-SAL
           MOVE 'I' TO WS-AUD-BEFORE-STAT
           MOVE 'VOIDED' TO WS-AUD-AFTER-NAME
           MOVE SPACES TO WS-AUD-AFTER-DEPT
           MOVE ZERO TO WS-AUD-AFTER-SAL
           MOVE 'V' TO WS-AUD-AFTER-STAT
           PERFORM 8500-WRITE-AUDIT-RECORD

           EXIT.

      * ----------------------------------------------------------------
      * Import the bank's paid-items file against the check register:
      * an issued check paid for its own amount is marked cleared,
      * one paid for a different amount is cleared as a mismatch and
      * sent to the reject workbench, as is any paid item for a check
      * we never issued, voided or stale-dated.  Items already
      * cleared are skipped, so a file taken twice does no harm.
      * ----------------------------------------------------------------
       3966-CLEARED-CHECK-IMPORT.

           MOVE ZERO TO WS-CLR-CLEARED
           MOVE ZERO TO WS-CLR-MISMATCH
           MOVE ZERO TO WS-CLR-REJECTED

           OPEN INPUT PAIDITEM-FILE
           IF WS-PAIDITEM-STATUS NOT = '00'
               DISPLAY "No paid-items file PAIDITEM.DAT."
           ELSE
               PERFORM 3955-LOAD-CHECK-REGISTER
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAIDITEM-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                           CLOSE PAIDITEM-FILE
                       NOT AT END
                           PERFORM 3967-MATCH-PAID-ITEM
                   END-READ
               END-PERFORM

               IF WS-CLR-CLEARED > ZERO OR WS-CLR-MISMATCH > ZERO
                   PERFORM 3960-REWRITE-CHECK-REGISTER
               END-IF
               DISPLAY "Paid items: " WS-CLR-CLEARED " cleared, "
                   WS-CLR-MISMATCH " amount mismatches, "
                   WS-CLR-REJECTED " rejected."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * One paid item against the register image
      * ----------------------------------------------------------------
       3967-MATCH-PAID-ITEM.

           MOVE ZERO TO WS-CLR-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CKR-COUNT
               IF WS-CKR-T-CHECK-NO(WS-SUB) = PDI-CHECK-NO
                   MOVE WS-SUB TO WS-CLR-SUB
                   IF WS-CKR-T-STATUS(WS-SUB) = 'I'
                       MOVE WS-CKR-COUNT TO WS-SUB
                   END-IF
               END-IF
           END-PERFORM

           MOVE 'PAIDITEM' TO WS-RJW-SOURCE
           MOVE PDI-AMOUNT TO WS-CLR-EDIT-PAID
           MOVE SPACES TO WS-RJW-DATA
           STRING 'CHECK ' DELIMITED BY SIZE
                  PDI-CHECK-NO DELIMITED BY SIZE
                  ' PAID ' DELIMITED BY SIZE
                  WS-CLR-EDIT-PAID DELIMITED BY SIZE
                  ' ON ' DELIMITED BY SIZE
                  PDI-PAID-DATE DELIMITED BY SIZE
               INTO WS-RJW-DATA
           END-STRING

           IF WS-CLR-SUB = ZERO
               MOVE 'PAID CHECK NOT ON REGISTER' TO WS-RJW-REASON
               PERFORM 8690-WRITE-REJECT
               ADD 1 TO WS-CLR-REJECTED
           ELSE
               EVALUATE WS-CKR-T-STATUS(WS-CLR-SUB)
                   WHEN 'I'
                       IF WS-CKR-T-AMOUNT(WS-CLR-SUB) = PDI-AMOUNT
                           MOVE 'C' TO WS-CKR-T-STATUS(WS-CLR-SUB)
                           ADD 1 TO WS-CLR-CLEARED
                       ELSE
                           MOVE 'M' TO WS-CKR-T-STATUS(WS-CLR-SUB)
                           ADD 1 TO WS-CLR-MISMATCH
                           MOVE WS-CKR-T-AMOUNT(WS-CLR-SUB) TO
                               WS-EDIT-AMOUNT
                           MOVE SPACES TO WS-RJW-REASON
                           STRING 'MISMATCH - ISSUED '
                                      DELIMITED BY SIZE
                                  WS-EDIT-AMOUNT DELIMITED BY SIZE
                               INTO WS-RJW-REASON
                           END-STRING
                           PERFORM 8690-WRITE-REJECT
                       END-IF
                   WHEN 'V'
                       MOVE 'VOIDED CHECK PRESENTED' TO
                           WS-RJW-REASON
                       PERFORM 8690-WRITE-REJECT
                       ADD 1 TO WS-CLR-REJECTED
                   WHEN 'S'
                       MOVE 'STALE-DATED CHECK PRESENTED' TO
                           WS-RJW-REASON
                       PERFORM 8690-WRITE-REJECT
                       ADD 1 TO WS-CLR-REJECTED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Outstanding checks - every issued check not yet paid, aged
      * from its issue date, with those past the stale-date limit
      * marked
      * ----------------------------------------------------------------
       3970-OUTSTANDING-CHECKS.

           MOVE 'STALE-CHECK-DAYS' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-NUMERIC TO WS-STC-DAYS
           END-IF
           PERFORM 3955-LOAD-CHECK-REGISTER
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM VARYING WS-OCK-BKT FROM 1 BY 1
                   UNTIL WS-OCK-BKT > 5
               MOVE ZERO TO WS-OCK-BUCKET(WS-OCK-BKT)
           END-PERFORM
           MOVE ZERO TO WS-OCK-TOTAL
           MOVE ZERO TO WS-OCK-COUNT
           MOVE ZERO TO WS-OCK-STALE

           OPEN OUTPUT OUTCHK-FILE
           MOVE SPACES TO OUTCHK-RECORD
           STRING 'OUTSTANDING CHECKS AS AT ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  '  STALE AFTER ' DELIMITED BY SIZE
                  WS-STC-DAYS DELIMITED BY SIZE
                  ' DAYS' DELIMITED BY SIZE
               INTO OUTCHK-RECORD
           END-STRING
           WRITE OUTCHK-RECORD
           MOVE 'CHECK-NO EMP-ID  PERIOD   ISSUED        AMOUNT'
               TO OUTCHK-RECORD
           MOVE 'DAYS BUCKET' TO OUTCHK-RECORD(50:11)
           WRITE OUTCHK-RECORD

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CKR-COUNT
               IF WS-CKR-T-STATUS(WS-SUB) = 'I'
                   PERFORM 3972-WRITE-OUTSTANDING-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO OUTCHK-RECORD
           WRITE OUTCHK-RECORD
           MOVE SPACES TO OUTCHK-RECORD
           MOVE WS-OCK-BUCKET(1) TO WS-EDIT-AMOUNT-L
           STRING '0-30 DAYS    ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT-L DELIMITED BY SIZE
               INTO OUTCHK-RECORD
           END-STRING
           WRITE OUTCHK-RECORD
           MOVE SPACES TO OUTCHK-RECORD
           MOVE WS-OCK-BUCKET(2) TO WS-EDIT-AMOUNT-L
           STRING '31-60 DAYS   ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT-L DELIMITED BY SIZE
               INTO OUTCHK-RECORD
           END-STRING
           WRITE OUTCHK-RECORD
           MOVE SPACES TO OUTCHK-RECORD
           MOVE WS-OCK-BUCKET(3) TO WS-EDIT-AMOUNT-L
           STRING '61-90 DAYS   ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT-L DELIMITED BY SIZE
               INTO OUTCHK-RECORD
           END-STRING
           WRITE OUTCHK-RECORD
           MOVE SPACES TO OUTCHK-RECORD
           MOVE WS-OCK-BUCKET(4) TO WS-EDIT-AMOUNT-L
           STRING '91-180 DAYS  ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT-L DELIMITED BY SIZE
               INTO OUTCHK-RECORD
           END-STRING
           WRITE OUTCHK-RECORD
           MOVE SPACES TO OUTCHK-RECORD
           MOVE WS-OCK-BUCKET(5) TO WS-EDIT-AMOUNT-L
           STRING 'OVER 180     ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT-L DELIMITED BY SIZE
               INTO OUTCHK-RECORD
           END-STRING
           WRITE OUTCHK-RECORD
           MOVE SPACES TO OUTCHK-RECORD
           MOVE WS-OCK-TOTAL TO WS-EDIT-AMOUNT-L
           STRING 'TOTAL        ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT-L DELIMITED BY SIZE
                  '  CHECKS ' DELIMITED BY SIZE
                  WS-OCK-COUNT DELIMITED BY SIZE
                  '  STALE ' DELIMITED BY SIZE
                  WS-OCK-STALE DELIMITED BY SIZE
               INTO OUTCHK-RECORD
           END-STRING
           WRITE OUTCHK-RECORD
           CLOSE OUTCHK-FILE

           MOVE 'OUTCHK.TXT' TO WS-ARCHSRC-NAME
           MOVE 'OUTCHK' TO WS-ARCH-REPORT
           PERFORM 9700-ARCHIVE-REPORT
           DISPLAY "Outstanding checks written to OUTCHK.TXT - "
               WS-OCK-COUNT " outstanding, " WS-OCK-STALE
               " past stale date."

           EXIT.

      * ----------------------------------------------------------------
      * One outstanding check line for the register row at WS-SUB
      * ----------------------------------------------------------------
       3972-WRITE-OUTSTANDING-LINE.

           COMPUTE WS-OCK-AGE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(WS-CKR-T-DATE(WS-SUB))
           IF WS-OCK-AGE > 180
               MOVE 5 TO WS-OCK-BKT
           ELSE
               IF WS-OCK-AGE > 90
                   MOVE 4 TO WS-OCK-BKT
               ELSE
                   IF WS-OCK-AGE > 60
                       MOVE 3 TO WS-OCK-BKT
                   ELSE
                       IF WS-OCK-AGE > 30
                           MOVE 2 TO WS-OCK-BKT
                       ELSE
                           MOVE 1 TO WS-OCK-BKT
                       END-IF
                   END-IF
               END-IF
           END-IF
           ADD WS-CKR-T-AMOUNT(WS-SUB) TO WS-OCK-BUCKET(WS-OCK-BKT)
           ADD WS-CKR-T-AMOUNT(WS-SUB) TO WS-OCK-TOTAL
           ADD 1 TO WS-OCK-COUNT

           MOVE SPACES TO OUTCHK-RECORD
           MOVE WS-CKR-T-CHECK-NO(WS-SUB) TO OUTCHK-RECORD(1:8)
           MOVE WS-CKR-T-EMP-ID(WS-SUB) TO OUTCHK-RECORD(10:7)
           MOVE WS-CKR-T-PERIOD(WS-SUB) TO OUTCHK-RECORD(18:8)
           MOVE WS-CKR-T-DATE(WS-SUB) TO OUTCHK-RECORD(27:8)
           MOVE WS-CKR-T-AMOUNT(WS-SUB) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO OUTCHK-RECORD(36:11)
           MOVE WS-OCK-AGE TO OUTCHK-RECORD(48:5)
           EVALUATE WS-OCK-BKT
               WHEN 1
                   MOVE '0-30' TO OUTCHK-RECORD(55:8)
               WHEN 2
                   MOVE '31-60' TO OUTCHK-RECORD(55:8)
               WHEN 3
                   MOVE '61-90' TO OUTCHK-RECORD(55:8)
               WHEN 4
                   MOVE '91-180' TO OUTCHK-RECORD(55:8)
               WHEN OTHER
                   MOVE 'OVER 180' TO OUTCHK-RECORD(55:8)
           END-EVALUATE
           IF WS-OCK-AGE > WS-STC-DAYS
               MOVE 'STALE' TO OUTCHK-RECORD(65:5)
               ADD 1 TO WS-OCK-STALE
           END-IF
           WRITE OUTCHK-RECORD

           EXIT.

      * ----------------------------------------------------------------
      * Stale-date process: issued checks older than STALE-CHECK-DAYS
      * are voided at the bank through positive pay, marked S on the
      * register, recorded on UNCLAIM.DAT for the unclaimed-property
      * filing and moved to the unclaimed wages liability on the GL
      * extract
      * ----------------------------------------------------------------
       3975-STALE-DATE-CHECKS.

           MOVE 'STALE-CHECK-DAYS' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-NUMERIC TO WS-STC-DAYS
           END-IF
           PERFORM 3955-LOAD-CHECK-REGISTER
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           MOVE ZERO TO WS-STC-COUNT
           MOVE ZERO TO WS-STC-TOTAL
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CKR-COUNT
               IF WS-CKR-T-STATUS(WS-SUB) = 'I'
                   COMPUTE WS-OCK-AGE =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                       - FUNCTION INTEGER-OF-DATE
                           (WS-CKR-T-DATE(WS-SUB))
                   IF WS-OCK-AGE > WS-STC-DAYS
                       ADD 1 TO WS-STC-COUNT
                       ADD WS-CKR-T-AMOUNT(WS-SUB) TO WS-STC-TOTAL
                   END-IF
               END-IF
           END-PERFORM

           IF WS-STC-COUNT = ZERO
               DISPLAY "No checks outstanding more than "
                   WS-STC-DAYS " days."
           ELSE
               MOVE WS-STC-TOTAL TO WS-EDIT-AMOUNT-L
               DISPLAY WS-STC-COUNT " checks older than "
                   WS-STC-DAYS " days, total " WS-EDIT-AMOUNT-L
               DISPLAY "Void them into unclaimed wages (Y/N): "
               ACCEPT WS-ANSWER
               IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                   PERFORM VARYING WS-SUB-3 FROM 1 BY 1
                           UNTIL WS-SUB-3 > WS-CKR-COUNT
                       IF WS-CKR-T-STATUS(WS-SUB-3) = 'I'
                           COMPUTE WS-OCK-AGE =
                               FUNCTION INTEGER-OF-DATE(WS-TODAY)
                               - FUNCTION INTEGER-OF-DATE
                                   (WS-CKR-T-DATE(WS-SUB-3))
                           IF WS-OCK-AGE > WS-STC-DAYS
                               PERFORM 3976-STALE-ONE-CHECK
                           END-IF
                       END-IF
                   END-PERFORM
                   PERFORM 3960-REWRITE-CHECK-REGISTER
                   PERFORM 3977-POST-UNCLAIMED-GL
                   PERFORM 3693-BUILD-POSITIVE-PAY
                   DISPLAY WS-STC-COUNT
                       " checks stale-dated into unclaimed wages."
               ELSE
                   DISPLAY "No action taken."
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Stale-date the register row at WS-SUB-3
      * ----------------------------------------------------------------
       3976-STALE-ONE-CHECK.

           MOVE WS-SUB-3 TO WS-CKV-FOUND-SUB
           MOVE WS-CKR-T-CHECK-NO(WS-SUB-3) TO WS-CKV-CHECK-NO
           PERFORM 3674-QUEUE-VOIDED-CHECK
           MOVE 'S' TO WS-CKR-T-STATUS(WS-SUB-3)

           OPEN EXTEND UNCLAIM-FILE
           IF WS-UNCLAIM-STATUS = '35'
               OPEN OUTPUT UNCLAIM-FILE
           END-IF
           IF WS-UNCLAIM-STATUS = '00'
               MOVE SPACES TO UNCLAIM-RECORD
               MOVE WS-CKR-T-CHECK-NO(WS-SUB-3) TO UNC-CHECK-NO
               MOVE WS-CKR-T-EMP-ID(WS-SUB-3) TO UNC-EMP-ID
               MOVE WS-PPQ-PAYEE TO UNC-PAYEE
               MOVE WS-CKR-T-AMOUNT(WS-SUB-3) TO UNC-AMOUNT
               MOVE WS-CKR-T-DATE(WS-SUB-3) TO UNC-ISSUE-DATE
               MOVE WS-TODAY TO UNC-STALE-DATE
               MOVE WS-TODAY(1:4) TO UNC-REPORT-YEAR
               MOVE 'O' TO UNC-STATUS
               WRITE UNCLAIM-RECORD
               CLOSE UNCLAIM-FILE
           END-IF

           MOVE 'CHKSTL' TO WS-AUD-ACTION
           MOVE WS-CKR-T-EMP-ID(WS-SUB-3) TO WS-AUD-EMP-ID
           MOVE SPACES TO WS-AUD-BEFORE-NAME
           STRING 'CHECK ' DELIMITED BY SIZE
                  WS-CKV-CHECK-NO DELIMITED BY SIZE
               INTO WS-AUD-BEFORE-NAME
           END-STRING
           MOVE SPACES TO WS-AUD-BEFORE-DEPT
           MOVE WS-CKR-T-AMOUNT(WS-SUB-3) TO WS-AUD-BEFORE-SAL
           MOVE 'I' TO WS-AUD-BEFORE-STAT
           MOVE 'STALE - UNCLAIMED WAGES' TO WS-AUD-AFTER-NAME
           MOVE SPACES TO WS-AUD-AFTER-DEPT
           MOVE ZERO TO WS-AUD-AFTER-SAL
           MOVE 'S' TO WS-AUD-AFTER-STAT
           PERFORM 8500-WRITE-AUDIT-RECORD

           EXIT.

      * ----------------------------------------------------------------
      * Move the stale-dated total out of outstanding checks and into
      * the unclaimed wages liability - appended to the GL extract
      * so the pay run postings already there are kept
      * ----------------------------------------------------------------
       3977-POST-UNCLAIMED-GL.

           OPEN EXTEND GLEXTR-FILE
           IF WS-GLEXTR-STATUS = '35'
               OPEN OUTPUT GLEXTR-FILE
           END-IF
           IF WS-GLEXTR-STATUS = '00'
               MOVE WS-COMPANY TO WS-GL-COMPANY
               MOVE SPACES TO WS-GL-DEPT
               MOVE SPACES TO WS-GL-CC
               MOVE SPACES TO WS-GLM-KEY
               MOVE 'OUTCHK' TO WS-GLM-TYPE
               MOVE 'OUTSTANDING CHECKS' TO WS-GL-ACCOUNT
               MOVE 'DR' TO WS-GL-DRCR
               MOVE WS-STC-TOTAL TO WS-GL-AMOUNT
               PERFORM 4310-PUT-GL-LINE
               MOVE 'UNCLWAGE' TO WS-GLM-TYPE
               MOVE 'UNCLAIMED WAGES' TO WS-GL-ACCOUNT
               MOVE 'CR' TO WS-GL-DRCR
               PERFORM 4310-PUT-GL-LINE
               CLOSE GLEXTR-FILE
           ELSE
               DISPLAY "WARNING: unclaimed wages not posted - "
                   "GLEXTR.DAT status " WS-GLEXTR-STATUS
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Review the held payments: release to a supplemental bank
      * file, drop (after correcting elsewhere), or leave on hold
      * ----------------------------------------------------------------
       3990-REVIEW-HELD-PAYMENTS.

           MOVE ZERO TO WS-PHT-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT PAYHOLD-FILE
           IF WS-PAYHOLD-STATUS NOT = '00'
               DISPLAY "No held payments."
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYHOLD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE PAYHOLD-FILE
                   NOT AT END
                       IF WS-PHT-COUNT < 500
                           ADD 1 TO WS-PHT-COUNT
                           MOVE PHD-EMP-ID TO
                               WS-PHT-EMP-ID(WS-PHT-COUNT)
                           MOVE PHD-PERIOD TO
                               WS-PHT-PERIOD(WS-PHT-COUNT)
                           MOVE PHD-NET TO
                               WS-PHT-NET(WS-PHT-COUNT)
                           MOVE PHD-REASON TO
                               WS-PHT-REASON(WS-PHT-COUNT)
                           MOVE 'Y' TO
                               WS-PHT-KEEP(WS-PHT-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-PHT-COUNT = ZERO
               DISPLAY "Nothing on hold."
           ELSE
               MOVE ZERO TO WS-PHT-RELEASED
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-PHT-COUNT
                   MOVE WS-PHT-NET(WS-SUB) TO WS-EDIT-AMOUNT
                   DISPLAY WS-PHT-EMP-ID(WS-SUB) " "
                       WS-PHT-PERIOD(WS-SUB) " NET "
                       WS-EDIT-AMOUNT " "
                       WS-PHT-REASON(WS-SUB)
                   DISPLAY "  (R)elease (D)rop (S)kip: "
                   ACCEPT WS-ANSWER
                   EVALUATE WS-ANSWER
                       WHEN 'R'
                       WHEN 'r'
                           MOVE 'R' TO WS-PHT-KEEP(WS-SUB)
                           ADD 1 TO WS-PHT-RELEASED
                       WHEN 'D'
                       WHEN 'd'
                           MOVE 'N' TO WS-PHT-KEEP(WS-SUB)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM

               IF WS-PHT-RELEASED > ZERO
                   PERFORM 3995-RELEASE-HELD-PAYMENTS
               END-IF

               OPEN OUTPUT PAYHOLD-FILE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-PHT-COUNT
                   IF WS-PHT-KEEP(WS-SUB) = 'Y'
                       MOVE WS-PHT-EMP-ID(WS-SUB) TO PHD-EMP-ID
                       MOVE WS-PHT-PERIOD(WS-SUB) TO PHD-PERIOD
                       MOVE WS-PHT-NET(WS-SUB) TO PHD-NET
                       MOVE WS-PHT-REASON(WS-SUB) TO PHD-REASON
                       WRITE PAYHOLD-RECORD
                   END-IF
               END-PERFORM
               CLOSE PAYHOLD-FILE
               DISPLAY "Hold queue updated."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Released payments go out on a supplemental bank file of
      * their own
      * ----------------------------------------------------------------
       3995-RELEASE-HELD-PAYMENTS.

           MOVE ZERO TO WS-BANK-COUNT
           MOVE ZERO TO WS-BANK-TOTAL

           OPEN OUTPUT BANK-FILE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-BKH-DATE
           MOVE ZERO TO WS-BKH-PERIOD
           MOVE WS-COMPANY TO WS-BKH-COMPANY
           WRITE BANK-RECORD FROM WS-BANK-HDR

           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-PHT-COUNT
               IF WS-PHT-KEEP(WS-SUB-2) = 'R'
                   MOVE WS-PHT-EMP-ID(WS-SUB-2) TO WS-BKD-EMP-ID
                   MOVE '(RELEASED HOLD)' TO WS-BKD-NAME
                   MOVE WS-PHT-NET(WS-SUB-2) TO WS-BKD-AMOUNT
                   MOVE WS-PHT-PERIOD(WS-SUB-2) TO WS-BKD-PERIOD
                   MOVE SPACES TO WS-BKD-CURRENCY
                   MOVE ZERO TO WS-BKD-RATE
                   WRITE BANK-RECORD FROM WS-BANK-DET
                   ADD 1 TO WS-BANK-COUNT
                   ADD WS-PHT-NET(WS-SUB-2) TO WS-BANK-TOTAL
                   MOVE 'N' TO WS-PHT-KEEP(WS-SUB-2)
               END-IF
           END-PERFORM

           MOVE WS-BANK-COUNT TO WS-BKT-COUNT
           MOVE WS-BANK-TOTAL TO WS-BKT-TOTAL
           WRITE BANK-RECORD FROM WS-BANK-TRL
           CLOSE BANK-FILE
           DISPLAY "Supplemental bank file written with "
               WS-BANK-COUNT " released deposit(s)."

           EXIT.

      * ----------------------------------------------------------------
      * Mark a paid-and-reconciled period closed - back-dated
      * activity into it will be rejected from then on
      * ----------------------------------------------------------------
       3980-CLOSE-PAY-PERIOD.

           DISPLAY "Period end to close (YYYYMMDD): "
           ACCEPT WS-PCL-PERIOD
           DISPLAY "Close period " WS-PCL-PERIOD
               " - confirm (Y/N): "
           ACCEPT WS-ANSWER

           IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
               OPEN EXTEND PERCLOSE-FILE
               IF WS-PERCLOSE-STATUS = '35'
                   OPEN OUTPUT PERCLOSE-FILE
               END-IF
               IF WS-PERCLOSE-STATUS = '00'
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   MOVE WS-PCL-PERIOD TO PCL-PERIOD-END
                   MOVE WS-TODAY TO PCL-CLOSED-DATE
                   MOVE WS-OPERATOR-ID TO PCL-OPERATOR
                   WRITE PERCLOSE-RECORD
                   CLOSE PERCLOSE-FILE
                   PERFORM 9730-LOAD-CLOSED-PERIODS
                   DISPLAY "Period closed."
               END-IF
           ELSE
               DISPLAY "Close abandoned."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Note the latest closed period end for the inbound guards
      * ----------------------------------------------------------------
       9730-LOAD-CLOSED-PERIODS.

           MOVE ZERO TO WS-MAX-CLOSED-PE
           MOVE 'N' TO WS-EOF-2

           OPEN INPUT PERCLOSE-FILE
           IF WS-PERCLOSE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           END-IF

           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ PERCLOSE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE PERCLOSE-FILE
                   NOT AT END
                       IF PCL-PERIOD-END > WS-MAX-CLOSED-PE
                           MOVE PCL-PERIOD-END TO
                               WS-MAX-CLOSED-PE
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Standard reports - department summary, GL extract, dashboard
      * ----------------------------------------------------------------
       4000-STANDARD-REPORTS.

           PERFORM 1150-LOAD-DEPT-MASTER
           MOVE 'N' TO WS-EOF

           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "Unable to open employee file - status "
                   WS-EMP-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF

           MOVE ZERO TO WS-ACTIVE-COUNT
           MOVE ZERO TO WS-INACT-COUNT
           MOVE ZERO TO WS-TERM-COUNT
           MOVE ZERO TO WS-RETIRE-COUNT
           MOVE ZERO TO WS-LEAVE-COUNT

           PERFORM UNTIL WS-EOF = 'Y'
               READ EMP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE EMP-FILE
                   NOT AT END
                       IF EMP-DEL-FLAG NOT = 'D'
                          AND (WS-OPR-SCOPE = SPACES
                           OR EMP-DEPARTMENT = WS-OPR-SCOPE)
                       EVALUATE EMP-STATUS
                           WHEN 'A'
                               ADD 1 TO WS-ACTIVE-COUNT
                           WHEN 'I'
                               ADD 1 TO WS-INACT-COUNT
                           WHEN 'T'
                               ADD 1 TO WS-TERM-COUNT
                           WHEN 'R'
                               ADD 1 TO WS-RETIRE-COUNT
                           WHEN 'L'
                               ADD 1 TO WS-LEAVE-COUNT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                       MOVE EMP-COMPANY TO WS-EMP-COMPANY-W
                       IF WS-EMP-COMPANY-W = SPACES
                           MOVE '01' TO WS-EMP-COMPANY-W
                       END-IF
                       IF EMP-STATUS = 'A'
                          AND WS-EMP-COMPANY-W = WS-COMPANY
                           MOVE EMP-DEPARTMENT TO WS-DPT-WANTED
                           PERFORM 1160-FIND-DEPT
                           IF WS-DPT-FOUND-SUB > ZERO
                               ADD 1 TO WS-DPT-HEADCOUNT
                                   (WS-DPT-FOUND-SUB)
                               ADD EMP-SALARY TO WS-DPT-SAL-TOTAL
                                   (WS-DPT-FOUND-SUB)
                               PERFORM 1175-FIND-JOBCODE
                               IF WS-JBC-SUB > ZERO
                                  AND WS-JBC-MID(WS-JBC-SUB) >
                                      ZERO
                                   COMPUTE WS-COMPA-RATIO ROUNDED
                                       = EMP-SALARY
                                       / WS-JBC-MID(WS-JBC-SUB)
                                   ADD WS-COMPA-RATIO TO
                                       WS-DPT-COMPA-SUM
                                       (WS-DPT-FOUND-SUB)
                                   ADD 1 TO WS-DPT-COMPA-CNT
                                       (WS-DPT-FOUND-SUB)
                               END-IF
                           END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM

           OPEN OUTPUT DEPTRPT-FILE
           MOVE 'DEPARTMENT SALARY REPORT' TO DEPTRPT-RECORD
           WRITE DEPTRPT-RECORD
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DEPT-COUNT
               IF WS-DPT-HEADCOUNT(WS-SUB) > ZERO
                   PERFORM 4200-WRITE-DEPT-LINE
               END-IF
           END-PERFORM
           CLOSE DEPTRPT-FILE
           MOVE 'DEPTRPT.TXT' TO WS-ARCHSRC-NAME
           MOVE 'DEPTRPT' TO WS-ARCH-REPORT
           PERFORM 9700-ARCHIVE-REPORT

           PERFORM 5800-WRITE-DASHBOARD
           MOVE 'DASHBOARD.TXT' TO WS-ARCHSRC-NAME
           MOVE 'DASHBOARD' TO WS-ARCH-REPORT
           PERFORM 9700-ARCHIVE-REPORT

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY(1:6) TO WS-ABC-MONTH
           MOVE WS-OPR-SCOPE TO WS-ABC-DEPT
           PERFORM 6121-WRITE-ABSENCE-CALENDAR
           DISPLAY "Reports written."

           EXIT.

      * ----------------------------------------------------------------
      * One department summary line for the entry at WS-SUB
      * ----------------------------------------------------------------
       4200-WRITE-DEPT-LINE.

           MOVE WS-DPT-NAME(WS-SUB) TO WS-DPL-NAME
           MOVE WS-DPT-HEADCOUNT(WS-SUB) TO WS-DPL-COUNT
           MOVE WS-DPT-SAL-TOTAL(WS-SUB) TO WS-DPL-TOTAL
           COMPUTE WS-DPL-AVG-WORK ROUNDED =
               WS-DPT-SAL-TOTAL(WS-SUB)
               / WS-DPT-HEADCOUNT(WS-SUB)
           MOVE WS-DPL-AVG-WORK TO WS-DPL-AVG
           IF WS-DPT-COMPA-CNT(WS-SUB) > ZERO
               COMPUTE WS-COMPA-RATIO ROUNDED =
                   WS-DPT-COMPA-SUM(WS-SUB)
                   / WS-DPT-COMPA-CNT(WS-SUB)
               MOVE WS-COMPA-RATIO TO WS-DPL-COMPA
           ELSE
               MOVE ZERO TO WS-DPL-COMPA
           END-IF
           WRITE DEPTRPT-RECORD FROM WS-DEPT-LINE

           EXIT.

      * ----------------------------------------------------------------
      * GL extract built from this pay run's actual results: salary
      * expense debits per department, with the withholding,
      * deduction, loan and net-pay credits, balanced to the
      * register totals before the bank file is released
      * ----------------------------------------------------------------
       4300-WRITE-GL-EXTRACT.

           MOVE ZERO TO WS-GL-DR-TOTAL
           MOVE ZERO TO WS-GL-CR-TOTAL
           MOVE WS-COMPANY TO WS-GL-COMPANY
           MOVE SPACES TO WS-GL-PROJECT

           OPEN OUTPUT GLEXTR-FILE

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DEPT-COUNT
               IF WS-DPT-GROSS-TOTAL(WS-SUB) > ZERO
                   MOVE 'SALEXP' TO WS-GLM-TYPE
                   MOVE WS-DPT-NAME(WS-SUB) TO WS-GLM-KEY
                   MOVE 'SALARY EXPENSE' TO WS-GL-ACCOUNT
                   MOVE WS-DPT-NAME(WS-SUB) TO WS-GL-DEPT
                   MOVE WS-DPT-COST-CENTER(WS-SUB) TO WS-GL-CC
                   MOVE 'DR' TO WS-GL-DRCR
                   MOVE WS-DPT-GROSS-TOTAL(WS-SUB) TO
                       WS-GL-AMOUNT
                   ADD WS-DPT-GROSS-TOTAL(WS-SUB) TO
                       WS-GL-DR-TOTAL
                   PERFORM 4310-PUT-GL-LINE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CC-COUNT
               IF WS-CC-AMOUNT(WS-SUB) > ZERO
                   MOVE 'SALEXP' TO WS-GLM-TYPE
                   MOVE WS-CC-CODE(WS-SUB) TO WS-GLM-KEY
                   MOVE 'SALARY EXPENSE' TO WS-GL-ACCOUNT
                   MOVE 'ALLOCATED' TO WS-GL-DEPT
                   MOVE WS-CC-CODE(WS-SUB) TO WS-GL-CC
                   MOVE 'DR' TO WS-GL-DRCR
                   MOVE WS-CC-AMOUNT(WS-SUB) TO WS-GL-AMOUNT
                   ADD WS-CC-AMOUNT(WS-SUB) TO WS-GL-DR-TOTAL
                   MOVE WS-CC-CODE(WS-SUB) TO WS-ICR-CC
                   PERFORM 4303-FIND-CC-COMPANY
                   MOVE WS-ICR-PARTNER TO WS-GL-COMPANY
                   PERFORM 4310-PUT-GL-LINE
                   IF WS-ICR-PARTNER NOT = WS-COMPANY
                       PERFORM 4302-POST-INTERCOMPANY
                   END-IF
                   MOVE WS-COMPANY TO WS-GL-COMPANY
               END-IF
           END-PERFORM
           IF WS-ICD-COUNT > ZERO
               PERFORM 4304-RECORD-IC-HISTORY
           END-IF
           PERFORM 3748-POST-PROJECT-LABOR

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ALG-COUNT
               IF WS-ALG-AMOUNT(WS-SUB) > ZERO
                   MOVE 'ALLOWEXP' TO WS-GLM-TYPE
                   MOVE WS-ALG-CODE(WS-SUB) TO WS-GLM-KEY
                   MOVE 'ALLOWANCE EXPENSE' TO WS-GL-ACCOUNT
                   MOVE SPACES TO WS-GL-DEPT
                   MOVE SPACES TO WS-GL-CC
                   MOVE 'DR' TO WS-GL-DRCR
                   MOVE WS-ALG-AMOUNT(WS-SUB) TO WS-GL-AMOUNT
                   ADD WS-ALG-AMOUNT(WS-SUB) TO WS-GL-DR-TOTAL
                   PERFORM 4310-PUT-GL-LINE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-EXG-COUNT
               IF WS-EXG-AMOUNT(WS-SUB) > ZERO
                   MOVE SPACES TO WS-GLM-TYPE
                   STRING 'EXP-' DELIMITED BY SIZE
                          WS-EXG-CATEGORY(WS-SUB) DELIMITED BY SIZE
                       INTO WS-GLM-TYPE
                   END-STRING
                   MOVE WS-EXG-DEPT(WS-SUB) TO WS-GLM-KEY
                   MOVE 'EXPENSES REIMBURSED' TO WS-GL-ACCOUNT
                   MOVE WS-EXG-DEPT(WS-SUB) TO WS-GL-DEPT
                   MOVE WS-EXG-CC(WS-SUB) TO WS-GL-CC
                   MOVE 'DR' TO WS-GL-DRCR
                   MOVE WS-EXG-AMOUNT(WS-SUB) TO WS-GL-AMOUNT
                   ADD WS-EXG-AMOUNT(WS-SUB) TO WS-GL-DR-TOTAL
                   PERFORM 4310-PUT-GL-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-GL-DEPT
           MOVE SPACES TO WS-GL-CC
           MOVE SPACES TO WS-GLM-KEY
           MOVE 'CR' TO WS-GL-DRCR
           MOVE 'TAXPAY' TO WS-GLM-TYPE
           MOVE 'TAX WITHHELD PAYABLE' TO WS-GL-ACCOUNT
           MOVE WS-TOT-TAX TO WS-GL-AMOUNT
           ADD WS-TOT-TAX TO WS-GL-CR-TOTAL
           PERFORM 4310-PUT-GL-LINE
           PERFORM 4315-RECORD-GL-TAX
      * court-ordered withholdings come out of the deductions
      * figure onto their own payable, cleared as they are remitted
           MOVE ZERO TO WS-GRN-RUN-TOTAL
           IF WS-SUPP-RUN NOT = 'Y'
               PERFORM VARYING WS-GRM-SUB FROM 1 BY 1
                       UNTIL WS-GRM-SUB > WS-GRN-COUNT
                   ADD WS-GRN-TAKEN(WS-GRM-SUB) TO WS-GRN-RUN-TOTAL
               END-PERFORM
           END-IF
           IF WS-GRN-RUN-TOTAL > WS-TOT-DEDUCT
               MOVE WS-TOT-DEDUCT TO WS-GRN-RUN-TOTAL
           END-IF
           MOVE 'DEDPAY' TO WS-GLM-TYPE
           MOVE 'DEDUCTIONS PAYABLE' TO WS-GL-ACCOUNT
           COMPUTE WS-GL-AMOUNT = WS-TOT-DEDUCT - WS-GRN-RUN-TOTAL
           COMPUTE WS-GL-CR-TOTAL = WS-GL-CR-TOTAL + WS-TOT-DEDUCT
               - WS-GRN-RUN-TOTAL
           PERFORM 4310-PUT-GL-LINE
           IF WS-GRN-RUN-TOTAL > ZERO
               MOVE 'GARNPAY' TO WS-GLM-TYPE
               MOVE 'GARNISHMENT PAYABLE' TO WS-GL-ACCOUNT
               MOVE WS-GRN-RUN-TOTAL TO WS-GL-AMOUNT
               ADD WS-GRN-RUN-TOTAL TO WS-GL-CR-TOTAL
               PERFORM 4310-PUT-GL-LINE
           END-IF
           MOVE 'LOANREC' TO WS-GLM-TYPE
           MOVE 'LOAN RECOVERIES' TO WS-GL-ACCOUNT
           MOVE WS-TOT-LOAN TO WS-GL-AMOUNT
           ADD WS-TOT-LOAN TO WS-GL-CR-TOTAL
           PERFORM 4310-PUT-GL-LINE
           MOVE 'NETPAY' TO WS-GLM-TYPE
           MOVE 'NET PAY PAYABLE' TO WS-GL-ACCOUNT
           MOVE WS-TOT-NET TO WS-GL-AMOUNT
           ADD WS-TOT-NET TO WS-GL-CR-TOTAL
           PERFORM 4310-PUT-GL-LINE

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DEPT-COUNT
               MOVE ZERO TO WS-LBD-DEPT-EMPLR
               PERFORM VARYING WS-LBG-SUB FROM 1 BY 1
                       UNTIL WS-LBG-SUB > WS-LBG-COUNT
                   IF WS-LBG-DEPT(WS-LBG-SUB) = WS-DPT-NAME(WS-SUB)
                       ADD WS-LBG-EMPLR(WS-LBG-SUB) TO
                           WS-LBD-DEPT-EMPLR
                   END-IF
               END-PERFORM
               IF WS-DPT-EMPLR-TOTAL(WS-SUB) > WS-LBD-DEPT-EMPLR
                   MOVE 'EMPLREXP' TO WS-GLM-TYPE
                   MOVE WS-DPT-NAME(WS-SUB) TO WS-GLM-KEY
                   MOVE 'EMPLOYER CONTRIB EXP' TO WS-GL-ACCOUNT
                   MOVE WS-DPT-NAME(WS-SUB) TO WS-GL-DEPT
                   MOVE WS-DPT-COST-CENTER(WS-SUB) TO WS-GL-CC
                   MOVE 'DR' TO WS-GL-DRCR
                   COMPUTE WS-GL-AMOUNT =
                       WS-DPT-EMPLR-TOTAL(WS-SUB) - WS-LBD-DEPT-EMPLR
                   COMPUTE WS-GL-DR-TOTAL = WS-GL-DR-TOTAL
                       + WS-DPT-EMPLR-TOTAL(WS-SUB) - WS-LBD-DEPT-EMPLR
                   PERFORM 4310-PUT-GL-LINE
               END-IF
           END-PERFORM
           PERFORM 3749-POST-PROJECT-EMPLR

           MOVE SPACES TO WS-GL-DEPT
           MOVE SPACES TO WS-GL-CC
           MOVE SPACES TO WS-GLM-KEY
           IF WS-TOT-OVP > ZERO
               MOVE 'OVPREC' TO WS-GLM-TYPE
               MOVE 'OVERPAY RECOVERED' TO WS-GL-ACCOUNT
               MOVE 'CR' TO WS-GL-DRCR
               MOVE WS-TOT-OVP TO WS-GL-AMOUNT
               ADD WS-TOT-OVP TO WS-GL-CR-TOTAL
               PERFORM 4310-PUT-GL-LINE
           END-IF
           IF WS-TOT-EMPLR > ZERO
               MOVE 'EMPLRPAY' TO WS-GLM-TYPE
               MOVE 'EMPLOYER CONTRIB PAY' TO WS-GL-ACCOUNT
               MOVE 'CR' TO WS-GL-DRCR
               MOVE WS-TOT-EMPLR TO WS-GL-AMOUNT
               ADD WS-TOT-EMPLR TO WS-GL-CR-TOTAL
               PERFORM 4310-PUT-GL-LINE
           END-IF

           IF WS-FXV-VARIANCE NOT = ZERO
               MOVE 'FXVAR' TO WS-GLM-TYPE
               MOVE 'FX VARIANCE' TO WS-GL-ACCOUNT
               IF WS-FXV-VARIANCE > ZERO
                   MOVE 'DR' TO WS-GL-DRCR
                   MOVE WS-FXV-VARIANCE TO WS-GL-AMOUNT
               ELSE
                   MOVE 'CR' TO WS-GL-DRCR
                   COMPUTE WS-GL-AMOUNT =
                       ZERO - WS-FXV-VARIANCE
               END-IF
               PERFORM 4310-PUT-GL-LINE
               MOVE 'FX VARIANCE OFFSET' TO WS-GL-ACCOUNT
               IF WS-FXV-VARIANCE > ZERO
                   MOVE 'CR' TO WS-GL-DRCR
               ELSE
                   MOVE 'DR' TO WS-GL-DRCR
               END-IF
               PERFORM 4310-PUT-GL-LINE
           END-IF

           IF WS-SUPP-RUN NOT = 'Y'
               PERFORM 4320-REVERSE-ACCRUAL
           END-IF

           CLOSE GLEXTR-FILE

           IF WS-GL-DR-TOTAL NOT = WS-GL-CR-TOTAL
               DISPLAY "WARNING: GL extract out of balance - DR "
                   WS-GL-DR-TOTAL " CR " WS-GL-CR-TOTAL
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * A cost center owned by another company: its salary expense
      * goes into that company's stream, which owes the employing
      * company through the intercompany payable; the employing
      * company carries the matching receivable
      * ----------------------------------------------------------------
       4302-POST-INTERCOMPANY.

           MOVE 'ICPAY' TO WS-GLM-TYPE
           MOVE WS-COMPANY TO WS-GLM-KEY
           MOVE 'INTERCO PAYABLE' TO WS-GL-ACCOUNT
           MOVE SPACES TO WS-GL-DEPT
           MOVE 'CR' TO WS-GL-DRCR
           MOVE WS-ICR-PARTNER TO WS-GL-COMPANY
           ADD WS-CC-AMOUNT(WS-SUB) TO WS-GL-CR-TOTAL
           PERFORM 4310-PUT-GL-LINE

           MOVE 'ICREC' TO WS-GLM-TYPE
           MOVE WS-ICR-PARTNER TO WS-GLM-KEY
           MOVE 'INTERCO RECEIVABLE' TO WS-GL-ACCOUNT
           MOVE 'DR' TO WS-GL-DRCR
           MOVE WS-COMPANY TO WS-GL-COMPANY
           ADD WS-CC-AMOUNT(WS-SUB) TO WS-GL-DR-TOTAL
           PERFORM 4310-PUT-GL-LINE

           EXIT.

      * ----------------------------------------------------------------
      * Company owning cost center WS-ICR-CC into WS-ICR-PARTNER -
      * the session company when no department carries the cost
      * center or its department has no company
      * ----------------------------------------------------------------
       4303-FIND-CC-COMPANY.

           MOVE WS-COMPANY TO WS-ICR-PARTNER
           PERFORM VARYING WS-SUB-3 FROM 1 BY 1
                   UNTIL WS-SUB-3 > WS-DEPT-COUNT
               IF WS-DPT-COST-CENTER(WS-SUB-3) = WS-ICR-CC
                  AND WS-DPT-COMPANY(WS-SUB-3) NOT = SPACES
                   MOVE WS-DPT-COMPANY(WS-SUB-3) TO WS-ICR-PARTNER
                   MOVE WS-DEPT-COUNT TO WS-SUB-3
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Keep the run's cross-company charges on ICHIST.DAT for the
      * monthly recharge statements
      * ----------------------------------------------------------------
       4304-RECORD-IC-HISTORY.

           OPEN EXTEND ICHIST-FILE
           IF WS-ICHIST-STATUS = '35'
               OPEN OUTPUT ICHIST-FILE
           END-IF
           IF WS-ICHIST-STATUS = '00'
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               PERFORM VARYING WS-SUB-3 FROM 1 BY 1
                       UNTIL WS-SUB-3 > WS-ICD-COUNT
                   MOVE SPACES TO ICHIST-RECORD
                   MOVE WS-COMPANY TO ICH-FROM-CO
                   MOVE WS-ICD-TO-CO(WS-SUB-3) TO ICH-TO-CO
                   MOVE WS-PAY-PERIOD-END TO ICH-PERIOD-END
                   MOVE WS-ICD-EMP-ID(WS-SUB-3) TO ICH-EMP-ID
                   MOVE WS-ICD-CC(WS-SUB-3) TO ICH-COST-CENTER
                   MOVE WS-ICD-AMOUNT(WS-SUB-3) TO ICH-AMOUNT
                   MOVE WS-TODAY TO ICH-POST-DATE
                   WRITE ICHIST-RECORD
               END-PERFORM
               CLOSE ICHIST-FILE
               DISPLAY "Intercompany charges recorded: " WS-ICD-COUNT
               MOVE ZERO TO WS-ICD-COUNT
           ELSE
               DISPLAY "WARNING: ICHIST.DAT not written - status "
                   WS-ICHIST-STATUS
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Resolve the account code through the mapping and write the
      * posting - an unmapped type/key pair is reported and posted
      * to the suspense account rather than guessed
      * ----------------------------------------------------------------
       4310-PUT-GL-LINE.

           PERFORM 1185-FIND-GL-ACCOUNT
           IF WS-GLM-FOUND = 'N'
               MOVE WS-GL-SUSPENSE TO WS-GL-ACCTNO
               DISPLAY "No GL mapping for " WS-GLM-TYPE " "
                   WS-GLM-KEY " - posted to suspense "
                   WS-GL-SUSPENSE
           END-IF
           WRITE GLEXTR-RECORD FROM WS-GL-POSTING-REC

           EXIT.

      * ----------------------------------------------------------------
      * Keep the run's tax withheld posting on GLTAXH.DAT so the
      * year's GL tax can be proved after later runs have replaced
      * the extract
      * ----------------------------------------------------------------
       4315-RECORD-GL-TAX.

           OPEN EXTEND GLTAXH-FILE
           IF WS-GLTAXH-STATUS = '35'
               OPEN OUTPUT GLTAXH-FILE
           END-IF
           IF WS-GLTAXH-STATUS = '00'
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE SPACES TO GLTAXH-RECORD
               MOVE WS-COMPANY TO GTH-COMPANY
               MOVE WS-PAY-PERIOD-END TO GTH-PERIOD-END
               IF WS-SUPP-RUN = 'Y'
                   MOVE 'S' TO GTH-RUN-TYPE
               ELSE
                   MOVE 'R' TO GTH-RUN-TYPE
               END-IF
               MOVE WS-TODAY TO GTH-POST-DATE
               MOVE WS-TOT-TAX TO GTH-AMOUNT
               WRITE GLTAXH-RECORD
               CLOSE GLTAXH-FILE
           ELSE
               DISPLAY "WARNING: GL tax history not written - status "
                   WS-GLTAXH-STATUS
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Reverse the run company's pending month-end accrual on this
      * run's GL extract - the accrued expense back out by department
      * and cost center against the accrued payroll liability - then
      * clear it so it is reversed once only.  Other companies'
      * accruals stay on file for their own runs.
      * ----------------------------------------------------------------
       4320-REVERSE-ACCRUAL.

           MOVE ZERO TO WS-ACR-REV-TOTAL
           MOVE ZERO TO WS-ACR-REV-PE
           MOVE ZERO TO WS-ACR-KEPT
           MOVE 'N' TO WS-EOF-2
           OPEN INPUT ACCRUAL-FILE
           IF WS-ACCRUAL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           ELSE
               OPEN OUTPUT SIDEWRK-FILE
           END-IF

           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ ACCRUAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE ACCRUAL-FILE
                       CLOSE SIDEWRK-FILE
                   NOT AT END
                       IF ACR-COMPANY = SPACES
                           MOVE '01' TO ACR-COMPANY
                       END-IF
                       IF ACR-COMPANY NOT = WS-COMPANY
                           MOVE SPACES TO SIDEWRK-RECORD
                           MOVE ACCRUAL-RECORD TO SIDEWRK-RECORD
                           WRITE SIDEWRK-RECORD
                           ADD 1 TO WS-ACR-KEPT
                       ELSE
                           PERFORM 4321-REVERSE-ACCRUAL-LINE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-ACR-REV-TOTAL > ZERO
               MOVE SPACES TO WS-GL-DEPT
               MOVE SPACES TO WS-GL-CC
               MOVE SPACES TO WS-GLM-KEY
               MOVE 'ACCRLIAB' TO WS-GLM-TYPE
               MOVE 'ACCRUED PAYROLL' TO WS-GL-ACCOUNT
               MOVE 'DR' TO WS-GL-DRCR
               MOVE WS-ACR-REV-TOTAL TO WS-GL-AMOUNT
               ADD WS-ACR-REV-TOTAL TO WS-GL-DR-TOTAL
               PERFORM 4310-PUT-GL-LINE
               OPEN OUTPUT ACCRUAL-FILE
               IF WS-ACR-KEPT > ZERO
                   MOVE 'N' TO WS-EOF-2
                   OPEN INPUT SIDEWRK-FILE
                   PERFORM UNTIL WS-EOF-2 = 'Y'
                       READ SIDEWRK-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-2
                               CLOSE SIDEWRK-FILE
                           NOT AT END
                               MOVE SIDEWRK-RECORD TO ACCRUAL-RECORD
                               WRITE ACCRUAL-RECORD
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE ACCRUAL-FILE
               DISPLAY "Month-end accrual " WS-ACR-REV-PE
                   " reversed on the GL extract."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * One line of the run company's accrual back out of expense
      * ----------------------------------------------------------------
       4321-REVERSE-ACCRUAL-LINE.

           MOVE ACR-MONTH-END TO WS-ACR-REV-PE
           MOVE 'ACCREXP' TO WS-GLM-TYPE
           IF ACR-CC = SPACES
               MOVE ACR-DEPT TO WS-GLM-KEY
           ELSE
               MOVE ACR-CC TO WS-GLM-KEY
           END-IF
           MOVE 'ACCRUED SALARY EXP' TO WS-GL-ACCOUNT
           MOVE ACR-DEPT TO WS-GL-DEPT
           MOVE ACR-CC TO WS-GL-CC
           MOVE 'CR' TO WS-GL-DRCR
           MOVE ACR-AMOUNT TO WS-GL-AMOUNT
           ADD ACR-AMOUNT TO WS-GL-CR-TOTAL
           ADD ACR-AMOUNT TO WS-ACR-REV-TOTAL
           PERFORM 4310-PUT-GL-LINE

           EXIT.

      * ----------------------------------------------------------------
      * Account for WS-GLM-TYPE and WS-GLM-KEY: the exact pair
      * first, then the type's blank-key default
      * ----------------------------------------------------------------
       1185-FIND-GL-ACCOUNT.

           MOVE 'N' TO WS-GLM-FOUND
           MOVE SPACES TO WS-GL-ACCTNO

           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-GLM-COUNT
               IF WS-GLM-T-TYPE(WS-SUB-2) = WS-GLM-TYPE
                  AND WS-GLM-T-KEY(WS-SUB-2) = WS-GLM-KEY
                   MOVE WS-GLM-T-ACCT(WS-SUB-2) TO WS-GL-ACCTNO
                   MOVE 'Y' TO WS-GLM-FOUND
                   MOVE WS-GLM-COUNT TO WS-SUB-2
               END-IF
           END-PERFORM

           IF WS-GLM-FOUND = 'N' AND WS-GLM-KEY NOT = SPACES
               PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                       UNTIL WS-SUB-2 > WS-GLM-COUNT
                   IF WS-GLM-T-TYPE(WS-SUB-2) = WS-GLM-TYPE
                      AND WS-GLM-T-KEY(WS-SUB-2) = SPACES
                       MOVE WS-GLM-T-ACCT(WS-SUB-2) TO
                           WS-GL-ACCTNO
                       MOVE 'Y' TO WS-GLM-FOUND
                       MOVE WS-GLM-COUNT TO WS-SUB-2
                   END-IF
               END-PERFORM
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Load the chart-of-accounts mapping, like the department
      * master, at sign-on
      * ----------------------------------------------------------------
       1180-LOAD-GLMAP-TABLE.

           MOVE ZERO TO WS-GLM-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT GLMAP-FILE
           IF WS-GLMAP-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ GLMAP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE GLMAP-FILE
                   NOT AT END
                       IF WS-GLM-COUNT < 100
                           ADD 1 TO WS-GLM-COUNT
                           MOVE GLM-POST-TYPE TO
                               WS-GLM-T-TYPE(WS-GLM-COUNT)
                           MOVE GLM-DEPT TO
                               WS-GLM-T-KEY(WS-GLM-COUNT)
                           MOVE GLM-ACCOUNT TO
                               WS-GLM-T-ACCT(WS-GLM-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Daily outbound change feed built from the employment and
      * salary histories every change path already writes: file
      * sequence in the header, one row per change, control
      * trailer.  An unacknowledged feed is retransmitted with the
      * same sequence and range.
      * ----------------------------------------------------------------
       4900-BUILD-CHANGE-FEED.

           MOVE ZERO TO WS-FD-LAST-SEQ
           MOVE SPACE TO WS-FD-LAST-STAT
           MOVE ZERO TO WS-FD-FROM
           MOVE 'N' TO WS-EOF

           OPEN INPUT FEEDCTL-FILE
           IF WS-FEEDCTL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FEEDCTL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE FEEDCTL-FILE
                   NOT AT END
                       MOVE FDC-SEQ TO WS-FD-LAST-SEQ
                       MOVE FDC-STATUS TO WS-FD-LAST-STAT
                       IF FDC-STATUS = 'A'
                           MOVE FDC-TO TO WS-FD-FROM
                       END-IF
                       IF FDC-STATUS = 'S'
                           MOVE FDC-FROM TO WS-FD-FROM
                           MOVE FDC-TO TO WS-FD-TO
                       END-IF
               END-READ
           END-PERFORM

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF WS-FD-LAST-STAT = 'S'
               MOVE 'Y' TO WS-FD-RETRANS
               MOVE WS-FD-LAST-SEQ TO WS-FD-SEQ
               DISPLAY "Feed " WS-FD-SEQ " was never "
                   "acknowledged - retransmitting the same "
                   "range."
           ELSE
               MOVE 'N' TO WS-FD-RETRANS
               COMPUTE WS-FD-SEQ = WS-FD-LAST-SEQ + 1
               MOVE WS-TODAY TO WS-FD-TO
           END-IF

           MOVE ZERO TO WS-FD-COUNT
           OPEN OUTPUT CHGFEED-FILE
           MOVE 'FEEDHDR' TO CFD-REC-TYPE
           MOVE SPACES TO CFD-BODY
           STRING WS-FD-SEQ DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
               INTO CFD-BODY
           END-STRING
           WRITE CHGFEED-RECORD

           PERFORM 4910-FEED-HISTORY-EVENTS
           PERFORM 4920-FEED-SALARY-CHANGES

           MOVE 'FEEDTRL' TO CFD-REC-TYPE
           MOVE SPACES TO CFD-BODY
           MOVE WS-FD-COUNT TO CFD-BODY(1:6)
           WRITE CHGFEED-RECORD
           CLOSE CHGFEED-FILE

           IF WS-FD-RETRANS = 'N'
               OPEN EXTEND FEEDCTL-FILE
               IF WS-FEEDCTL-STATUS = '35'
                   OPEN OUTPUT FEEDCTL-FILE
               END-IF
               IF WS-FEEDCTL-STATUS = '00'
                   MOVE WS-FD-SEQ TO FDC-SEQ
                   MOVE WS-FD-FROM TO FDC-FROM
                   MOVE WS-FD-TO TO FDC-TO
                   MOVE 'S' TO FDC-STATUS
                   WRITE FEEDCTL-RECORD
                   CLOSE FEEDCTL-FILE
               END-IF
           END-IF

           DISPLAY "Change feed " WS-FD-SEQ " written - "
               WS-FD-COUNT " change(s)."

           EXIT.

      * ----------------------------------------------------------------
      * Hire, termination, status and department-move events in the
      * feed window
      * ----------------------------------------------------------------
       4910-FEED-HISTORY-EVENTS.

           MOVE 'N' TO WS-EOF-2
           OPEN INPUT EMPHIST-FILE
           IF WS-EMPHIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           END-IF

           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ EMPHIST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE EMPHIST-FILE
                   NOT AT END
                       IF EH-EVENT-DATE > WS-FD-FROM
                          AND EH-EVENT-DATE <= WS-FD-TO
                           MOVE 'FEEDDET' TO CFD-REC-TYPE
                           MOVE EH-EMP-ID TO WS-FDD-EMP-ID
                           MOVE EH-EVENT-TYPE TO WS-FDD-TYPE
                           MOVE EH-EVENT-DATE TO WS-FDD-EFF
                           MOVE SPACES TO WS-FDD-VALUES
                           STRING EH-OLD-STATUS DELIMITED BY SIZE
                                  '>' DELIMITED BY SIZE
                                  EH-NEW-STATUS DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  EH-DEPARTMENT DELIMITED BY SIZE
                               INTO WS-FDD-VALUES
                           END-STRING
                           MOVE WS-FD-DET TO CFD-BODY
                           WRITE CHGFEED-RECORD
                           ADD 1 TO WS-FD-COUNT
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Salary changes in the feed window
      * ----------------------------------------------------------------
       4920-FEED-SALARY-CHANGES.

           MOVE 'N' TO WS-EOF-2
           OPEN INPUT SALHIST-FILE
           IF WS-SALHIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           END-IF

           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ SALHIST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE SALHIST-FILE
                   NOT AT END
                       IF SH-EFF-DATE > WS-FD-FROM
                          AND SH-EFF-DATE <= WS-FD-TO
                           MOVE 'FEEDDET' TO CFD-REC-TYPE
                           MOVE SH-EMP-ID TO WS-FDD-EMP-ID
                           MOVE 'SALARY' TO WS-FDD-TYPE
                           MOVE SH-EFF-DATE TO WS-FDD-EFF
                           MOVE SPACES TO WS-FDD-VALUES
                           STRING SH-OLD-SALARY
                                      DELIMITED BY SIZE
                                  '>' DELIMITED BY SIZE
                                  SH-NEW-SALARY
                                      DELIMITED BY SIZE
                               INTO WS-FDD-VALUES
                           END-STRING
                           MOVE WS-FD-DET TO CFD-BODY
                           WRITE CHGFEED-RECORD
                           ADD 1 TO WS-FD-COUNT
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Mark the outstanding feed acknowledged by the receivers
      * ----------------------------------------------------------------
       4950-ACK-CHANGE-FEED.

           MOVE ZERO TO WS-FD-LAST-SEQ
           MOVE ZERO TO WS-FDC-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT FEEDCTL-FILE
           IF WS-FEEDCTL-STATUS NOT = '00'
               DISPLAY "No feed control on file."
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FEEDCTL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE FEEDCTL-FILE
                   NOT AT END
                       IF WS-FDC-COUNT < 200
                           ADD 1 TO WS-FDC-COUNT
                           MOVE FEEDCTL-RECORD TO
                               WS-FDC-IMAGE(WS-FDC-COUNT)
                       END-IF
                       IF FDC-STATUS = 'S'
                           MOVE FDC-SEQ TO WS-FD-LAST-SEQ
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FD-LAST-SEQ = ZERO
               DISPLAY "No unacknowledged feed."
           ELSE
               OPEN OUTPUT FEEDCTL-FILE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-FDC-COUNT
                   MOVE WS-FDC-IMAGE(WS-SUB) TO
                       FEEDCTL-RECORD
                   IF FDC-SEQ = WS-FD-LAST-SEQ
                      AND FDC-STATUS = 'S'
                       MOVE 'A' TO FDC-STATUS
                   END-IF
                   WRITE FEEDCTL-RECORD
               END-PERFORM
               CLOSE FEEDCTL-FILE
               DISPLAY "Feed " WS-FD-LAST-SEQ " acknowledged."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Department budget versus actual payroll spend for a keyed
      * year, with percent consumed and a straight-line projection
      * to year end
      * ----------------------------------------------------------------
       4400-BUDGET-VS-ACTUAL.

           DISPLAY "Budget year (YYYY): "
           ACCEPT WS-BVA-YEAR

           PERFORM 1150-LOAD-DEPT-MASTER
           MOVE ZERO TO WS-BVA-MAX-MONTH
           MOVE 'N' TO WS-EOF

           OPEN INPUT PAYROLL-FILE
           IF WS-PAYROLL-STATUS NOT = '00'
               DISPLAY "No pay history on file."
               MOVE 'Y' TO WS-EOF
           ELSE
               OPEN INPUT EMP-FILE
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYROLL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE PAYROLL-FILE
                       CLOSE EMP-FILE
                   NOT AT END
                       MOVE PAY-PERIOD-END TO WS-WORK-DATE
                       IF WS-WD-YEAR = WS-BVA-YEAR
                           IF WS-WD-MONTH > WS-BVA-MAX-MONTH
                               MOVE WS-WD-MONTH TO
                                   WS-BVA-MAX-MONTH
                           END-IF
                           PERFORM 4410-ROLL-UP-ONE-PAY
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 4420-WRITE-BUDGET-REPORT

           EXIT.

      * ----------------------------------------------------------------
      * Add one pay record's gross to its department - the
      * department comes off the master by keyed read
      * ----------------------------------------------------------------
       4410-ROLL-UP-ONE-PAY.

           IF WS-EMP-STATUS = '00'
               MOVE PAY-EMP-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-DEPARTMENT TO WS-DPT-WANTED
                       PERFORM 1160-FIND-DEPT
                       IF WS-DPT-FOUND-SUB > ZERO
                           ADD PAY-GROSS TO WS-DPT-GROSS-TOTAL
                               (WS-DPT-FOUND-SUB)
                       END-IF
               END-READ
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Budget report lines, flagging departments tracking over
      * ----------------------------------------------------------------
       4420-WRITE-BUDGET-REPORT.

           OPEN OUTPUT BUDGRPT-FILE
           MOVE SPACES TO BUDGRPT-RECORD
           STRING 'BUDGET VS ACTUAL PAYROLL SPEND - '
                      DELIMITED BY SIZE
                  WS-BVA-YEAR DELIMITED BY SIZE
               INTO BUDGRPT-RECORD
           END-STRING
           WRITE BUDGRPT-RECORD
           MOVE 'DEPARTMENT           COSTC '
             & '           BUDGET            ACTUAL  CONS'
             & '          PROJECTED' TO BUDGRPT-RECORD
           WRITE BUDGRPT-RECORD

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DEPT-COUNT
               IF WS-DPT-GROSS-TOTAL(WS-SUB) > ZERO
                  OR WS-DPT-BUDGET(WS-SUB) > ZERO
                   MOVE WS-DPT-NAME(WS-SUB) TO WS-BVA-NAME
                   MOVE WS-DPT-COST-CENTER(WS-SUB) TO WS-BVA-CC
                   MOVE WS-DPT-BUDGET(WS-SUB) TO WS-BVA-BUDGET
                   MOVE WS-DPT-GROSS-TOTAL(WS-SUB) TO
                       WS-BVA-ACTUAL
                   IF WS-DPT-BUDGET(WS-SUB) > ZERO
                       COMPUTE WS-BVA-PCT ROUNDED =
                           WS-DPT-GROSS-TOTAL(WS-SUB) * 100
                           / WS-DPT-BUDGET(WS-SUB)
                   ELSE
                       MOVE ZERO TO WS-BVA-PCT
                   END-IF
                   MOVE WS-BVA-PCT TO WS-BVA-PCT-ED
                   IF WS-BVA-MAX-MONTH > ZERO
                       COMPUTE WS-BVA-PROJECTED ROUNDED =
                           WS-DPT-GROSS-TOTAL(WS-SUB) * 12
                           / WS-BVA-MAX-MONTH
                   ELSE
                       MOVE ZERO TO WS-BVA-PROJECTED
                   END-IF
                   MOVE WS-BVA-PROJECTED TO WS-BVA-PROJ-ED
                   IF WS-DPT-BUDGET(WS-SUB) > ZERO
                      AND WS-BVA-PROJECTED >
                          WS-DPT-BUDGET(WS-SUB)
                       MOVE 'OVER BUDGET' TO WS-BVA-FLAG
                   ELSE
                       MOVE SPACES TO WS-BVA-FLAG
                   END-IF
                   WRITE BUDGRPT-RECORD FROM WS-BVA-LINE
               END-IF
           END-PERFORM

           CLOSE BUDGRPT-FILE
           MOVE 'BUDGRPT.TXT' TO WS-ARCHSRC-NAME
           MOVE 'BUDGRPT' TO WS-ARCH-REPORT
           PERFORM 9700-ARCHIVE-REPORT
           DISPLAY "Budget report written through month "
               WS-BVA-MAX-MONTH "."

           EXIT.

      * ----------------------------------------------------------------
      * Vacancy report - approved seats by department against the
      * people actually on the master, with each open and frozen
      * seat listed under its department
      * ----------------------------------------------------------------
       4450-VACANCY-REPORT.

           PERFORM 1190-LOAD-POSITION-TABLE
           MOVE ZERO TO WS-VAC-COUNT

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-POS-COUNT
               MOVE WS-POS-T-DEPT(WS-SUB) TO WS-VAC-WANTED
               PERFORM 4455-FIND-VAC-DEPT
               IF WS-VAC-SUB > ZERO
                   ADD 1 TO WS-VAC-POSITIONS(WS-VAC-SUB)
                   ADD WS-POS-T-FTE(WS-SUB) TO
                       WS-VAC-BUDGET-FTE(WS-VAC-SUB)
                   IF WS-POS-T-STATUS(WS-SUB) = 'F'
                       ADD WS-POS-T-FTE(WS-SUB) TO
                           WS-VAC-FILLED-FTE(WS-VAC-SUB)
                   END-IF
                   IF WS-POS-T-STATUS(WS-SUB) = 'O'
                       ADD 1 TO WS-VAC-OPEN-CNT(WS-VAC-SUB)
                       ADD WS-POS-T-FTE(WS-SUB) TO
                           WS-VAC-OPEN-FTE(WS-VAC-SUB)
                   END-IF
                   IF WS-POS-T-STATUS(WS-SUB) = 'Z'
                       ADD 1 TO WS-VAC-FROZEN-CNT(WS-VAC-SUB)
                   END-IF
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-EOF
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EMP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE EMP-FILE
                   NOT AT END
                       IF EMP-STATUS = 'A'
                          AND EMP-DEL-FLAG NOT = 'D'
                           MOVE EMP-DEPARTMENT TO WS-VAC-WANTED
                           PERFORM 4455-FIND-VAC-DEPT
                           IF WS-VAC-SUB > ZERO
                               ADD 1 TO WS-VAC-HEADCOUNT(WS-VAC-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT VACANCY-FILE
           MOVE SPACES TO VACANCY-RECORD
           STRING 'POSITION CONTROL - VACANCIES BY DEPARTMENT  '
                      DELIMITED BY SIZE
                  'RUN DATE ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
               INTO VACANCY-RECORD
           END-STRING
           WRITE VACANCY-RECORD
           MOVE 'DEPARTMENT           POSNS  BUDGET FTE  FILLED FTE'
             & '    OPEN FTE   OPEN  FROZEN  HEADS' TO VACANCY-RECORD
           WRITE VACANCY-RECORD

           MOVE ZERO TO WS-VAC-TOT-POSNS
           MOVE ZERO TO WS-VAC-TOT-OPEN
           PERFORM VARYING WS-VAC-SUB FROM 1 BY 1
                   UNTIL WS-VAC-SUB > WS-VAC-COUNT
               MOVE WS-VAC-DEPT(WS-VAC-SUB) TO WS-VCL-DEPT
               MOVE WS-VAC-POSITIONS(WS-VAC-SUB) TO WS-VCL-POSNS
               MOVE WS-VAC-BUDGET-FTE(WS-VAC-SUB) TO WS-VCL-BUDGET
               MOVE WS-VAC-FILLED-FTE(WS-VAC-SUB) TO WS-VCL-FILLED
               MOVE WS-VAC-OPEN-FTE(WS-VAC-SUB) TO WS-VCL-OPEN
               MOVE WS-VAC-OPEN-CNT(WS-VAC-SUB) TO WS-VCL-OPEN-CNT
               MOVE WS-VAC-FROZEN-CNT(WS-VAC-SUB) TO WS-VCL-FROZEN
               MOVE WS-VAC-HEADCOUNT(WS-VAC-SUB) TO WS-VCL-HEADS
               MOVE SPACES TO WS-VCL-FLAG
               IF WS-VAC-HEADCOUNT(WS-VAC-SUB) >
                  WS-VAC-POSITIONS(WS-VAC-SUB)
                  - WS-VAC-OPEN-CNT(WS-VAC-SUB)
                  - WS-VAC-FROZEN-CNT(WS-VAC-SUB)
                   MOVE 'UNPLACED STAFF' TO WS-VCL-FLAG
               ELSE
                   IF WS-VAC-OPEN-CNT(WS-VAC-SUB) > ZERO
                       MOVE 'VACANCIES' TO WS-VCL-FLAG
                   END-IF
               END-IF
               WRITE VACANCY-RECORD FROM WS-VAC-LINE
               ADD WS-VAC-POSITIONS(WS-VAC-SUB) TO WS-VAC-TOT-POSNS
               ADD WS-VAC-OPEN-FTE(WS-VAC-SUB) TO WS-VAC-TOT-OPEN

               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-POS-COUNT
                   IF WS-POS-T-DEPT(WS-SUB) = WS-VAC-DEPT(WS-VAC-SUB)
                      AND WS-POS-T-STATUS(WS-SUB) NOT = 'F'
                       MOVE WS-POS-T-NUMBER(WS-SUB) TO WS-VCD-NUMBER
                       MOVE WS-POS-T-JOB-CODE(WS-SUB) TO
                           WS-VCD-JOB-CODE
                       MOVE WS-POS-T-JOB-CODE(WS-SUB) TO EMP-JOB-CODE
                       PERFORM 1175-FIND-JOBCODE
                       IF WS-JBC-SUB > ZERO
                           MOVE WS-JBC-TITLE(WS-JBC-SUB) TO
                               WS-VCD-TITLE
                       ELSE
                           MOVE SPACES TO WS-VCD-TITLE
                       END-IF
                       MOVE WS-POS-T-FTE(WS-SUB) TO WS-VCD-FTE
                       IF WS-POS-T-STATUS(WS-SUB) = 'Z'
                           MOVE 'FROZEN' TO WS-VCD-STATUS
                       ELSE
                           MOVE 'OPEN' TO WS-VCD-STATUS
                       END-IF
                       WRITE VACANCY-RECORD FROM WS-VAC-DETAIL
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO VACANCY-RECORD
           MOVE WS-VAC-TOT-OPEN TO WS-EDIT-AMOUNT
           STRING 'TOTAL POSITIONS ' DELIMITED BY SIZE
                  WS-VAC-TOT-POSNS DELIMITED BY SIZE
                  '  OPEN FTE ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO VACANCY-RECORD
           END-STRING
           WRITE VACANCY-RECORD
           CLOSE VACANCY-FILE

           MOVE 'VACANCY.TXT' TO WS-ARCHSRC-NAME
           MOVE 'VACANCY' TO WS-ARCH-REPORT
           PERFORM 9700-ARCHIVE-REPORT
           DISPLAY "Vacancy report written to VACANCY.TXT."

           EXIT.

      * ----------------------------------------------------------------
      * Find or add the vacancy-report row for WS-VAC-WANTED -
      * WS-VAC-SUB out, zero only when the table is full
      * ----------------------------------------------------------------
       4455-FIND-VAC-DEPT.

           MOVE ZERO TO WS-VAC-SUB
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-VAC-COUNT
               IF WS-VAC-DEPT(WS-SUB-2) = WS-VAC-WANTED
                   MOVE WS-SUB-2 TO WS-VAC-SUB
                   MOVE WS-VAC-COUNT TO WS-SUB-2
               END-IF
           END-PERFORM

           IF WS-VAC-SUB = ZERO AND WS-VAC-COUNT < 100
               ADD 1 TO WS-VAC-COUNT
               MOVE WS-VAC-COUNT TO WS-VAC-SUB
               MOVE WS-VAC-WANTED TO WS-VAC-DEPT(WS-VAC-SUB)
               MOVE ZERO TO WS-VAC-POSITIONS(WS-VAC-SUB)
               MOVE ZERO TO WS-VAC-BUDGET-FTE(WS-VAC-SUB)
               MOVE ZERO TO WS-VAC-FILLED-FTE(WS-VAC-SUB)
               MOVE ZERO TO WS-VAC-OPEN-FTE(WS-VAC-SUB)
               MOVE ZERO TO WS-VAC-OPEN-CNT(WS-VAC-SUB)
               MOVE ZERO TO WS-VAC-FROZEN-CNT(WS-VAC-SUB)
               MOVE ZERO TO WS-VAC-HEADCOUNT(WS-VAC-SUB)
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Quarterly statutory tax remittance: tax withheld by period
      * for the quarter with employee counts, a remittance summary,
      * and the option to mark the quarter remitted on the control
      * file.  Remitted quarters whose recomputed totals have
      * drifted show as late adjustments.
      * ----------------------------------------------------------------
       4700-TAX-REMITTANCE.

           DISPLAY "Remittance year (YYYY): "
           ACCEPT WS-QTR-YEAR
           DISPLAY "Quarter (1-4): "
           ACCEPT WS-QTR-NO
           IF WS-QTR-NO < 1 OR WS-QTR-NO > 4
               DISPLAY "Invalid quarter."
           ELSE
               COMPUTE WS-QTR-FROM-MONTH = (WS-QTR-NO - 1) * 3 + 1
               COMPUTE WS-QTR-TO-MONTH = WS-QTR-NO * 3

               PERFORM 4710-TOTAL-QUARTER-TAX
               PERFORM 4720-WRITE-REMIT-REPORT
               PERFORM 4730-CHECK-REMIT-DRIFT

               DISPLAY "Mark quarter remitted (Y/N): "
               ACCEPT WS-ANSWER
               IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                   PERFORM 4740-RECORD-REMITTANCE
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Total tax withheld per period for the chosen quarter
      * ----------------------------------------------------------------
       4710-TOTAL-QUARTER-TAX.

           MOVE ZERO TO WS-QTP-COUNT
           MOVE ZERO TO WS-QTR-TAX-TOTAL
           MOVE ZERO TO WS-QTR-EMP-TOTAL
           MOVE ZERO TO WS-QTL-COUNT
           MOVE ZERO TO WS-QTR-REG-TOTAL
           MOVE 'N' TO WS-EOF

           OPEN INPUT EMP-FILE
           MOVE WS-QTR-YEAR TO WS-PYR-YEAR
           PERFORM 5358-OPEN-PAY-HISTORY
           IF WS-PYR-AT-END = 'Y'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               PERFORM 5359-READ-PAY-HISTORY
               IF WS-PYR-AT-END = 'Y'
                   MOVE 'Y' TO WS-EOF
               ELSE
                   MOVE PAY-PERIOD-END TO WS-WORK-DATE
                   IF WS-WD-YEAR = WS-QTR-YEAR
                      AND WS-WD-MONTH >= WS-QTR-FROM-MONTH
                      AND WS-WD-MONTH <= WS-QTR-TO-MONTH
                       PERFORM 4715-ADD-TO-PERIOD
                       ADD PAY-TAX TO WS-QTR-TAX-TOTAL
                       ADD 1 TO WS-QTR-EMP-TOTAL
                       IF PAY-REGION-TAX NUMERIC
                          AND PAY-REGION-TAX NOT = ZERO
                           PERFORM 4716-ADD-TO-LOCATION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-EMP-STATUS = '00'
               CLOSE EMP-FILE
           END-IF
           COMPUTE WS-QTR-MAIN-TOTAL =
               WS-QTR-TAX-TOTAL - WS-QTR-REG-TOTAL

           EXIT.

      * ----------------------------------------------------------------
      * Accumulate the regional tax on PAYROLL-RECORD under the
      * employee's work location.  Leavers no longer on the master
      * fall under a blank location.
      * ----------------------------------------------------------------
       4716-ADD-TO-LOCATION.

           MOVE SPACES TO WS-LOC-WANTED
           IF WS-EMP-STATUS = '00'
               MOVE PAY-EMP-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-LOCATION TO WS-LOC-WANTED
               END-READ
           END-IF

           MOVE ZERO TO WS-QTL-SUB
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-QTL-COUNT
               IF WS-QTL-LOC(WS-SUB-2) = WS-LOC-WANTED
                   MOVE WS-SUB-2 TO WS-QTL-SUB
                   MOVE WS-QTL-COUNT TO WS-SUB-2
               END-IF
           END-PERFORM

           IF WS-QTL-SUB = ZERO AND WS-QTL-COUNT < 100
               ADD 1 TO WS-QTL-COUNT
               MOVE WS-QTL-COUNT TO WS-QTL-SUB
               MOVE WS-LOC-WANTED TO WS-QTL-LOC(WS-QTL-SUB)
               MOVE ZERO TO WS-QTL-TAX(WS-QTL-SUB)
               MOVE ZERO TO WS-QTL-EMPS(WS-QTL-SUB)
           END-IF

           IF WS-QTL-SUB > ZERO
               ADD PAY-REGION-TAX TO WS-QTL-TAX(WS-QTL-SUB)
               ADD 1 TO WS-QTL-EMPS(WS-QTL-SUB)
               ADD PAY-REGION-TAX TO WS-QTR-REG-TOTAL
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Accumulate the record in PAYROLL-RECORD into its period row
      * ----------------------------------------------------------------
       4715-ADD-TO-PERIOD.

           MOVE ZERO TO WS-QTR-SUB
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-QTP-COUNT
               IF WS-QTP-PERIOD(WS-SUB-2) = PAY-PERIOD-END
                   MOVE WS-SUB-2 TO WS-QTR-SUB
                   MOVE WS-QTP-COUNT TO WS-SUB-2
               END-IF
           END-PERFORM

           IF WS-QTR-SUB = ZERO AND WS-QTP-COUNT < 12
               ADD 1 TO WS-QTP-COUNT
               MOVE PAY-PERIOD-END TO
                   WS-QTP-PERIOD(WS-QTP-COUNT)
               MOVE ZERO TO WS-QTP-TAX(WS-QTP-COUNT)
               MOVE ZERO TO WS-QTP-EMPS(WS-QTP-COUNT)
               MOVE WS-QTP-COUNT TO WS-QTR-SUB
           END-IF

           IF WS-QTR-SUB > ZERO
               ADD PAY-TAX TO WS-QTP-TAX(WS-QTR-SUB)
               ADD 1 TO WS-QTP-EMPS(WS-QTR-SUB)
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * The remittance summary report
      * ----------------------------------------------------------------
       4720-WRITE-REMIT-REPORT.

           OPEN OUTPUT TAXRMT-FILE
           MOVE SPACES TO TAXRMT-RECORD
           STRING 'TAX REMITTANCE SUMMARY - ' DELIMITED BY SIZE
                  WS-QTR-YEAR DELIMITED BY SIZE
                  ' QUARTER ' DELIMITED BY SIZE
                  WS-QTR-NO DELIMITED BY SIZE
               INTO TAXRMT-RECORD
           END-STRING
           WRITE TAXRMT-RECORD

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-QTP-COUNT
               MOVE SPACES TO TAXRMT-RECORD
               MOVE WS-QTP-TAX(WS-SUB) TO WS-EDIT-AMOUNT-L
               STRING 'PERIOD ' DELIMITED BY SIZE
                      WS-QTP-PERIOD(WS-SUB) DELIMITED BY SIZE
                      ' EMPLOYEES ' DELIMITED BY SIZE
                      WS-QTP-EMPS(WS-SUB) DELIMITED BY SIZE
                      ' TAX ' DELIMITED BY SIZE
                      WS-EDIT-AMOUNT-L DELIMITED BY SIZE
                   INTO TAXRMT-RECORD
               END-STRING
               WRITE TAXRMT-RECORD
           END-PERFORM

           IF WS-QTL-COUNT > ZERO
               MOVE SPACES TO TAXRMT-RECORD
               WRITE TAXRMT-RECORD
               MOVE 'REGIONAL TAX BY LOCATION' TO TAXRMT-RECORD
               WRITE TAXRMT-RECORD
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-QTL-COUNT
                   MOVE SPACES TO TAXRMT-RECORD
                   MOVE WS-QTL-TAX(WS-SUB) TO WS-EDIT-AMOUNT-L
                   STRING 'LOCATION ' DELIMITED BY SIZE
                          WS-QTL-LOC(WS-SUB) DELIMITED BY SIZE
                          ' PAYMENTS ' DELIMITED BY SIZE
                          WS-QTL-EMPS(WS-SUB) DELIMITED BY SIZE
                          ' TAX ' DELIMITED BY SIZE
                          WS-EDIT-AMOUNT-L DELIMITED BY SIZE
                       INTO TAXRMT-RECORD
                   END-STRING
                   WRITE TAXRMT-RECORD
               END-PERFORM
               MOVE SPACES TO TAXRMT-RECORD
               MOVE WS-QTR-REG-TOTAL TO WS-EDIT-AMOUNT-L
               STRING 'REGIONAL TOTAL ' DELIMITED BY SIZE
                      WS-EDIT-AMOUNT-L DELIMITED BY SIZE
                   INTO TAXRMT-RECORD
               END-STRING
               WRITE TAXRMT-RECORD
               MOVE SPACES TO TAXRMT-RECORD
               MOVE WS-QTR-MAIN-TOTAL TO WS-EDIT-AMOUNT-L
               STRING 'MAIN TAX TOTAL ' DELIMITED BY SIZE
                      WS-EDIT-AMOUNT-L DELIMITED BY SIZE
                   INTO TAXRMT-RECORD
               END-STRING
               WRITE TAXRMT-RECORD
           END-IF

           MOVE SPACES TO TAXRMT-RECORD
           MOVE WS-QTR-TAX-TOTAL TO WS-EDIT-AMOUNT-L
           STRING 'QUARTER TOTAL ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT-L DELIMITED BY SIZE
                  ' OVER ' DELIMITED BY SIZE
                  WS-QTR-EMP-TOTAL DELIMITED BY SIZE
                  ' PAYMENTS' DELIMITED BY SIZE
               INTO TAXRMT-RECORD
           END-STRING
           WRITE TAXRMT-RECORD
           CLOSE TAXRMT-FILE

           MOVE 'TAXREMIT.TXT' TO WS-ARCHSRC-NAME
           MOVE 'TAXREMIT' TO WS-ARCH-REPORT
           PERFORM 9700-ARCHIVE-REPORT
           DISPLAY "Remittance summary written - quarter tax "
               WS-QTR-TAX-TOTAL

           EXIT.

      * ----------------------------------------------------------------
      * Recompute every remitted quarter of the year - drift from
      * the recorded total means late adjustments after remittance
      * ----------------------------------------------------------------
       4730-CHECK-REMIT-DRIFT.

           MOVE 'N' TO WS-EOF
           OPEN INPUT REMITCTL-FILE
           IF WS-REMITCTL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ REMITCTL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE REMITCTL-FILE
                   NOT AT END
                       IF RMC-YEAR = WS-QTR-YEAR
                           PERFORM 4735-RECHECK-ONE-QUARTER
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Recompute the tax total of the remitted quarter in
      * REMITCTL-RECORD and report any drift
      * ----------------------------------------------------------------
       4735-RECHECK-ONE-QUARTER.

           MOVE ZERO TO WS-QTR-CHK-TOTAL
           MOVE 'N' TO WS-EOF-2

           MOVE RMC-YEAR TO WS-PYR-YEAR
           PERFORM 5358-OPEN-PAY-HISTORY
           IF WS-PYR-AT-END = 'Y'
               MOVE 'Y' TO WS-EOF-2
           END-IF
           PERFORM UNTIL WS-EOF-2 = 'Y'
               PERFORM 5359-READ-PAY-HISTORY
               IF WS-PYR-AT-END = 'Y'
                   MOVE 'Y' TO WS-EOF-2
               ELSE
                   MOVE PAY-PERIOD-END TO WS-WORK-DATE
                   IF WS-WD-YEAR = RMC-YEAR
                      AND WS-WD-MONTH >=
                          ((RMC-QUARTER - 1) * 3 + 1)
                      AND WS-WD-MONTH <= (RMC-QUARTER * 3)
                       ADD PAY-TAX TO WS-QTR-CHK-TOTAL
                   END-IF
               END-IF
           END-PERFORM

           IF WS-QTR-CHK-TOTAL NOT = RMC-TOTAL
               COMPUTE WS-QTR-DRIFT =
                   WS-QTR-CHK-TOTAL - RMC-TOTAL
               DISPLAY "LATE ADJUSTMENT: quarter " RMC-QUARTER
                   " remitted " RMC-REMIT-DATE
                   " has drifted by " WS-QTR-DRIFT
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Mark the quarter remitted
      * ----------------------------------------------------------------
       4740-RECORD-REMITTANCE.

           OPEN EXTEND REMITCTL-FILE
           IF WS-REMITCTL-STATUS = '35'
               OPEN OUTPUT REMITCTL-FILE
           END-IF

           IF WS-REMITCTL-STATUS = '00'
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-QTR-YEAR TO RMC-YEAR
               MOVE WS-QTR-NO TO RMC-QUARTER
               MOVE WS-TODAY TO RMC-REMIT-DATE
               MOVE WS-QTR-TAX-TOTAL TO RMC-TOTAL
               MOVE SPACES TO REMITCTL-RECORD(27:10)
               WRITE REMITCTL-RECORD
               CLOSE REMITCTL-FILE
               DISPLAY "Quarter marked remitted."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Year-end proof that the four quarterly remittances equal the
      * annual tax: the REMITCTL.DAT quarters against the employees'
      * year-end PAY-YTD-TAX and against the tax posted to the GL,
      * per company, with the employees whose pay rows explain any
      * difference.  Remittances are recorded for all companies
      * together, so the quarters are proved at the all-company
      * level.
      * ----------------------------------------------------------------
       4741-YEAR-END-TAX-RECON.

           DISPLAY "Reconciliation year (YYYY): "
           ACCEPT WS-QTR-YEAR
           MOVE WS-QTR-YEAR TO WS-PERIOD-YEAR

      *    Rows paid before a company transfer in the year belong to
      *    the old company - they are held against the transfer
           PERFORM 5375-LOAD-XFER-TABLE
           PERFORM 4742-LOAD-YEAR-TAX-ROWS
           IF WS-YRE-COUNT = ZERO
               DISPLAY "No pay for " WS-QTR-YEAR " on PAYROLL.DAT."
           ELSE
               PERFORM 4743-PLACE-YEAR-LEAVERS
               PERFORM 4744-LOAD-REMIT-QUARTERS
               PERFORM 4745-TOTAL-TAX-BY-PERIOD
               PERFORM 4747-FLAG-GL-DIFFERENCES
               PERFORM 4748-WRITE-YE-RECON-REPORT
               MOVE 'YERECON.TXT' TO WS-ARCHSRC-NAME
               MOVE 'YERECON' TO WS-ARCH-REPORT
               PERFORM 9700-ARCHIVE-REPORT
               IF WS-YER-REMIT-TOT = WS-YER-YTD-TOT
                  AND WS-YER-YTD-TOT = WS-YER-GL-TOT
                  AND WS-YER-EXPLAINED = ZERO
                   DISPLAY "Year-end reconciliation written to "
                       "YERECON.TXT - balanced."
               ELSE
                   DISPLAY "Year-end reconciliation written to "
                       "YERECON.TXT - OUT OF BALANCE, "
                       WS-YER-EXPLAINED " employees listed."
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * The year's pay rows by employee.  PAYROLL.DAT is in employee
      * order, so each employee's rows arrive together and the last
      * one read carries the year-end YTD tax.  Voids and
      * supplementals are adjustments and are marked against their
      * quarter.
      * ----------------------------------------------------------------
       4742-LOAD-YEAR-TAX-ROWS.

           MOVE ZERO TO WS-YRE-COUNT
           MOVE ZERO TO WS-YER-LAST-EMP
           MOVE ZERO TO WS-YER-SUB
           MOVE 'N' TO WS-EOF
           OPEN INPUT EMP-FILE
           MOVE WS-PERIOD-YEAR TO WS-PYR-YEAR
           PERFORM 5358-OPEN-PAY-HISTORY
           IF WS-PYR-AT-END = 'Y'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               PERFORM 5359-READ-PAY-HISTORY
               IF WS-PYR-AT-END = 'Y'
                   MOVE 'Y' TO WS-EOF
               ELSE
                   MOVE PAY-PERIOD-END TO WS-WORK-DATE
                   MOVE ZERO TO WS-XFR-SUB
                   IF WS-WD-YEAR = WS-PERIOD-YEAR
                       PERFORM 5376-FIND-PAY-XFER
                       IF WS-XFR-SUB > ZERO
                           COMPUTE WS-YER-QTR =
                               (WS-WD-MONTH + 2) / 3
                           ADD PAY-TAX TO
                               WS-XFR-T-TAX(WS-XFR-SUB)
                           ADD PAY-TAX TO
                               WS-XFR-T-Q-TAX(WS-XFR-SUB, WS-YER-QTR)
                           MOVE PAY-YTD-TAX TO
                               WS-XFR-T-YTD-TAX(WS-XFR-SUB)
                       END-IF
                   END-IF
                   IF WS-WD-YEAR = WS-PERIOD-YEAR
                      AND WS-XFR-SUB = ZERO
                       IF PAY-EMP-ID NOT = WS-YER-LAST-EMP
                           MOVE PAY-EMP-ID TO WS-YER-LAST-EMP
                           MOVE ZERO TO WS-YER-SUB
                           IF WS-YRE-COUNT < 5000
                               ADD 1 TO WS-YRE-COUNT
                               MOVE WS-YRE-COUNT TO WS-YER-SUB
                               PERFORM 4746-START-YEAR-EMPLOYEE
                           ELSE
                               DISPLAY "WARNING: reconciliation "
                                   "table full - " PAY-EMP-ID
                                   " not reconciled"
                           END-IF
                       END-IF
                       IF WS-YER-SUB > ZERO
                           COMPUTE WS-YER-QTR =
                               (WS-WD-MONTH + 2) / 3
                           ADD PAY-TAX TO
                               WS-YRE-PAY-TAX(WS-YER-SUB)
                           ADD PAY-TAX TO
                               WS-YRE-Q-TAX(WS-YER-SUB, WS-YER-QTR)
                           MOVE PAY-YTD-TAX TO
                               WS-YRE-YTD-TAX(WS-YER-SUB)
                           IF PAY-REC-TYPE = 'V'
                              OR PAY-REC-TYPE = 'S'
                               MOVE 'Y' TO
                                   WS-YRE-Q-ADJ(WS-YER-SUB,
                                                WS-YER-QTR)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-EMP-STATUS = '00'
               CLOSE EMP-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * People who left during the year are placed in the company
      * they were archived from
      * ----------------------------------------------------------------
       4743-PLACE-YEAR-LEAVERS.

           MOVE 'N' TO WS-EOF
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE ARCHIVE-FILE
                   NOT AT END
                       SEARCH ALL WS-YRE-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-YRE-ID(WS-YRE-IX) = ARC-EMP-ID
                               IF WS-YRE-SOURCE(WS-YRE-IX) NOT = 'M'
                                  AND ARC-COMPANY NOT = SPACES
                                   MOVE ARC-COMPANY TO
                                       WS-YRE-COMPANY(WS-YRE-IX)
                                   MOVE 'A' TO
                                       WS-YRE-SOURCE(WS-YRE-IX)
                               END-IF
                       END-SEARCH
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * What was remitted for each quarter of the year - a quarter
      * marked more than once keeps its latest marking
      * ----------------------------------------------------------------
       4744-LOAD-REMIT-QUARTERS.

           PERFORM VARYING WS-YER-QTR FROM 1 BY 1
                   UNTIL WS-YER-QTR > 4
               MOVE ZERO TO WS-YRQ-REMITTED(WS-YER-QTR)
               MOVE ZERO TO WS-YRQ-DATE(WS-YER-QTR)
               MOVE ZERO TO WS-YRQ-PAY-TAX(WS-YER-QTR)
           END-PERFORM

           MOVE 'N' TO WS-EOF
           OPEN INPUT REMITCTL-FILE
           IF WS-REMITCTL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REMITCTL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE REMITCTL-FILE
                   NOT AT END
                       IF RMC-YEAR = WS-QTR-YEAR
                          AND RMC-QUARTER > ZERO
                          AND RMC-QUARTER < 5
                          AND RMC-REMIT-DATE NOT <
                              WS-YRQ-DATE(RMC-QUARTER)
                           MOVE RMC-TOTAL TO
                               WS-YRQ-REMITTED(RMC-QUARTER)
                           MOVE RMC-REMIT-DATE TO
                               WS-YRQ-DATE(RMC-QUARTER)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Company and quarter totals from the employee rows, then the
      * pay tax per company and period from PAYROLL.DAT against the
      * GL tax postings for the same company and period
      * ----------------------------------------------------------------
       4745-TOTAL-TAX-BY-PERIOD.

           MOVE ZERO TO WS-YRC-COUNT
           MOVE ZERO TO WS-YRP-COUNT
           PERFORM VARYING WS-YER-SUB FROM 1 BY 1
                   UNTIL WS-YER-SUB > WS-YRE-COUNT
               MOVE WS-YRE-COMPANY(WS-YER-SUB) TO WS-YER-COMPANY
               PERFORM 4749-FIND-YRC-ENTRY
               IF WS-YER-CELL > ZERO
                   ADD 1 TO WS-YRC-EMPS(WS-YER-CELL)
                   ADD WS-YRE-PAY-TAX(WS-YER-SUB) TO
                       WS-YRC-PAY-TAX(WS-YER-CELL)
                   ADD WS-YRE-YTD-TAX(WS-YER-SUB) TO
                       WS-YRC-YTD-TAX(WS-YER-CELL)
               END-IF
               PERFORM VARYING WS-YER-QTR FROM 1 BY 1
                       UNTIL WS-YER-QTR > 4
                   ADD WS-YRE-Q-TAX(WS-YER-SUB, WS-YER-QTR) TO
                       WS-YRQ-PAY-TAX(WS-YER-QTR)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-XFR-SUB FROM 1 BY 1
                   UNTIL WS-XFR-SUB > WS-XFR-COUNT
               IF WS-XFR-T-TAX(WS-XFR-SUB) NOT = ZERO
                  OR WS-XFR-T-YTD-TAX(WS-XFR-SUB) NOT = ZERO
                   MOVE WS-XFR-T-FROM-CO(WS-XFR-SUB) TO
                       WS-YER-COMPANY
                   PERFORM 4749-FIND-YRC-ENTRY
                   IF WS-YER-CELL > ZERO
                       ADD 1 TO WS-YRC-EMPS(WS-YER-CELL)
                       ADD WS-XFR-T-TAX(WS-XFR-SUB) TO
                           WS-YRC-PAY-TAX(WS-YER-CELL)
                       ADD WS-XFR-T-YTD-TAX(WS-XFR-SUB) TO
                           WS-YRC-YTD-TAX(WS-YER-CELL)
                   END-IF
                   PERFORM VARYING WS-YER-QTR FROM 1 BY 1
                           UNTIL WS-YER-QTR > 4
                       ADD WS-XFR-T-Q-TAX(WS-XFR-SUB, WS-YER-QTR) TO
                           WS-YRQ-PAY-TAX(WS-YER-QTR)
                   END-PERFORM
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-EOF
           MOVE WS-PERIOD-YEAR TO WS-PYR-YEAR
           PERFORM 5358-OPEN-PAY-HISTORY
           IF WS-PYR-AT-END = 'Y'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               PERFORM 5359-READ-PAY-HISTORY
               IF WS-PYR-AT-END = 'Y'
                   MOVE 'Y' TO WS-EOF
               ELSE
                   MOVE PAY-PERIOD-END TO WS-WORK-DATE
                   MOVE ZERO TO WS-XFR-SUB
                   IF WS-WD-YEAR = WS-PERIOD-YEAR
                       PERFORM 5376-FIND-PAY-XFER
                       IF WS-XFR-SUB > ZERO
                           MOVE WS-XFR-T-FROM-CO(WS-XFR-SUB) TO
                               WS-YER-COMPANY
                           MOVE PAY-PERIOD-END TO WS-YER-PERIOD
                           PERFORM 4738-FIND-YRP-CELL
                           IF WS-YER-CELL > ZERO
                               ADD PAY-TAX TO
                                   WS-YRP-PAY-TAX(WS-YER-CELL)
                           END-IF
                       END-IF
                   END-IF
                   IF WS-WD-YEAR = WS-PERIOD-YEAR
                      AND WS-XFR-SUB = ZERO
                       SEARCH ALL WS-YRE-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-YRE-ID(WS-YRE-IX) = PAY-EMP-ID
                               MOVE WS-YRE-COMPANY(WS-YRE-IX) TO
                                   WS-YER-COMPANY
                               MOVE PAY-PERIOD-END TO
                                   WS-YER-PERIOD
                               PERFORM 4738-FIND-YRP-CELL
                               IF WS-YER-CELL > ZERO
                                   ADD PAY-TAX TO
                                       WS-YRP-PAY-TAX(WS-YER-CELL)
                               END-IF
                       END-SEARCH
                   END-IF
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-EOF
           OPEN INPUT GLTAXH-FILE
           IF WS-GLTAXH-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GLTAXH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE GLTAXH-FILE
                   NOT AT END
                       MOVE GTH-PERIOD-END TO WS-WORK-DATE
                       IF WS-WD-YEAR = WS-PERIOD-YEAR
                           MOVE GTH-COMPANY TO WS-YER-COMPANY
                           MOVE GTH-PERIOD-END TO WS-YER-PERIOD
                           PERFORM 4738-FIND-YRP-CELL
                           IF WS-YER-CELL > ZERO
                               ADD GTH-AMOUNT TO
                                   WS-YRP-GL-TAX(WS-YER-CELL)
                           END-IF
                           PERFORM 4749-FIND-YRC-ENTRY
                           IF WS-YER-CELL > ZERO
                               ADD GTH-AMOUNT TO
                                   WS-YRC-GL-TAX(WS-YER-CELL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Start the reconciliation row WS-YER-SUB for the employee on
      * PAYROLL-RECORD, placed in their master company if still on
      * the master
      * ----------------------------------------------------------------
       4746-START-YEAR-EMPLOYEE.

           MOVE PAY-EMP-ID TO WS-YRE-ID(WS-YER-SUB)
           MOVE '01' TO WS-YRE-COMPANY(WS-YER-SUB)
           MOVE '?' TO WS-YRE-SOURCE(WS-YER-SUB)
           MOVE ZERO TO WS-YRE-PAY-TAX(WS-YER-SUB)
           MOVE ZERO TO WS-YRE-YTD-TAX(WS-YER-SUB)
           MOVE 'N' TO WS-YRE-GL-FLAG(WS-YER-SUB)
           PERFORM VARYING WS-YER-QTR FROM 1 BY 1
                   UNTIL WS-YER-QTR > 4
               MOVE ZERO TO WS-YRE-Q-TAX(WS-YER-SUB, WS-YER-QTR)
               MOVE 'N' TO WS-YRE-Q-ADJ(WS-YER-SUB, WS-YER-QTR)
           END-PERFORM
           IF WS-EMP-STATUS = '00'
               MOVE PAY-EMP-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMP-COMPANY NOT = SPACES
                           MOVE EMP-COMPANY TO
                               WS-YRE-COMPANY(WS-YER-SUB)
                       END-IF
                       MOVE 'M' TO WS-YRE-SOURCE(WS-YER-SUB)
               END-READ
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Mark every employee with pay in a company period whose pay
      * tax and GL tax disagree
      * ----------------------------------------------------------------
       4747-FLAG-GL-DIFFERENCES.

           MOVE 'N' TO WS-EOF
           MOVE WS-PERIOD-YEAR TO WS-PYR-YEAR
           PERFORM 5358-OPEN-PAY-HISTORY
           IF WS-PYR-AT-END = 'Y'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               PERFORM 5359-READ-PAY-HISTORY
               IF WS-PYR-AT-END = 'Y'
                   MOVE 'Y' TO WS-EOF
               ELSE
                   MOVE PAY-PERIOD-END TO WS-WORK-DATE
                   MOVE ZERO TO WS-XFR-SUB
                   IF WS-WD-YEAR = WS-PERIOD-YEAR
                      AND PAY-TAX NOT = ZERO
                       PERFORM 5376-FIND-PAY-XFER
                       IF WS-XFR-SUB > ZERO
                           MOVE WS-XFR-T-FROM-CO(WS-XFR-SUB) TO
                               WS-YER-COMPANY
                           MOVE PAY-PERIOD-END TO WS-YER-PERIOD
                           PERFORM 4738-FIND-YRP-CELL
                           IF WS-YER-CELL > ZERO
                               IF WS-YRP-PAY-TAX(WS-YER-CELL) NOT =
                                  WS-YRP-GL-TAX(WS-YER-CELL)
                                   MOVE 'Y' TO
                                       WS-XFR-T-GL-FLAG(WS-XFR-SUB)
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                   IF WS-WD-YEAR = WS-PERIOD-YEAR
                      AND PAY-TAX NOT = ZERO
                      AND WS-XFR-SUB = ZERO
                       SEARCH ALL WS-YRE-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-YRE-ID(WS-YRE-IX) = PAY-EMP-ID
                               MOVE WS-YRE-COMPANY(WS-YRE-IX) TO
                                   WS-YER-COMPANY
                               MOVE PAY-PERIOD-END TO
                                   WS-YER-PERIOD
                               PERFORM 4738-FIND-YRP-CELL
                               IF WS-YER-CELL > ZERO
                                   IF WS-YRP-PAY-TAX(WS-YER-CELL)
                                      NOT =
                                      WS-YRP-GL-TAX(WS-YER-CELL)
                                       MOVE 'Y' TO
                                           WS-YRE-GL-FLAG
                                           (WS-YRE-IX)
                                   END-IF
                               END-IF
                       END-SEARCH
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * The reconciliation - quarters, companies, periods out of
      * agreement with the GL, then the explaining employees
      * ----------------------------------------------------------------
       4748-WRITE-YE-RECON-REPORT.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE ZERO TO WS-YER-REMIT-TOT
           MOVE ZERO TO WS-YER-PAY-TOT
           MOVE ZERO TO WS-YER-YTD-TOT
           MOVE ZERO TO WS-YER-GL-TOT
           MOVE ZERO TO WS-YER-EXPLAINED

           OPEN OUTPUT YERECON-FILE
           MOVE SPACES TO YERECON-RECORD
           STRING 'YEAR-END TAX REMITTANCE RECONCILIATION  YEAR '
                      DELIMITED BY SIZE
                  WS-QTR-YEAR DELIMITED BY SIZE
                  '  RUN DATE ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
               INTO YERECON-RECORD
           END-STRING
           WRITE YERECON-RECORD
           MOVE SPACES TO YERECON-RECORD
           WRITE YERECON-RECORD

           MOVE 'QUARTERLY REMITTANCES - ALL COMPANIES' TO
               YERECON-RECORD
           WRITE YERECON-RECORD
           MOVE SPACES TO YERECON-RECORD
           MOVE 'REMITTED' TO YERECON-RECORD(33:8)
           MOVE 'PAY ROWS NOW' TO YERECON-RECORD(51:12)
           MOVE 'DRIFT' TO YERECON-RECORD(75:5)
           WRITE YERECON-RECORD
           PERFORM VARYING WS-YER-QTR FROM 1 BY 1
                   UNTIL WS-YER-QTR > 4
               MOVE SPACES TO WS-YER-LINE
               STRING 'QUARTER ' DELIMITED BY SIZE
                      WS-YER-QTR DELIMITED BY SIZE
                   INTO WS-YEL-LABEL
               END-STRING
               MOVE WS-YRQ-REMITTED(WS-YER-QTR) TO WS-YEL-AMT-1
               MOVE WS-YRQ-PAY-TAX(WS-YER-QTR) TO WS-YEL-AMT-2
               COMPUTE WS-YER-AMOUNT =
                   WS-YRQ-PAY-TAX(WS-YER-QTR)
                   - WS-YRQ-REMITTED(WS-YER-QTR)
               MOVE WS-YER-AMOUNT TO WS-YEL-AMT-3
               MOVE ZERO TO WS-YEL-AMT-4
               IF WS-YRQ-DATE(WS-YER-QTR) = ZERO
                   MOVE 'NOT REMITTED' TO WS-YEL-NOTE
               ELSE
                   MOVE WS-YRQ-DATE(WS-YER-QTR) TO WS-YEL-NOTE
               END-IF
               WRITE YERECON-RECORD FROM WS-YER-LINE
               ADD WS-YRQ-REMITTED(WS-YER-QTR) TO WS-YER-REMIT-TOT
           END-PERFORM

           MOVE SPACES TO YERECON-RECORD
           WRITE YERECON-RECORD
           MOVE 'ANNUAL TAX BY COMPANY' TO YERECON-RECORD
           WRITE YERECON-RECORD
           MOVE SPACES TO YERECON-RECORD
           MOVE 'SUM OF YTD TAX' TO YERECON-RECORD(27:14)
           MOVE 'SUM OF PAY ROWS' TO YERECON-RECORD(47:15)
           MOVE 'GL TAX POSTED' TO YERECON-RECORD(67:13)
           MOVE 'YTD LESS GL' TO YERECON-RECORD(87:11)
           WRITE YERECON-RECORD
           PERFORM VARYING WS-YER-CELL FROM 1 BY 1
                   UNTIL WS-YER-CELL > WS-YRC-COUNT
               MOVE SPACES TO WS-YER-LINE
               STRING 'COMPANY ' DELIMITED BY SIZE
                      WS-YRC-COMPANY(WS-YER-CELL) DELIMITED BY SIZE
                   INTO WS-YEL-LABEL
               END-STRING
               MOVE WS-YRC-YTD-TAX(WS-YER-CELL) TO WS-YEL-AMT-1
               MOVE WS-YRC-PAY-TAX(WS-YER-CELL) TO WS-YEL-AMT-2
               MOVE WS-YRC-GL-TAX(WS-YER-CELL) TO WS-YEL-AMT-3
               COMPUTE WS-YER-AMOUNT =
                   WS-YRC-YTD-TAX(WS-YER-CELL)
                   - WS-YRC-GL-TAX(WS-YER-CELL)
               MOVE WS-YER-AMOUNT TO WS-YEL-AMT-4
               MOVE SPACES TO WS-YEL-NOTE
               WRITE YERECON-RECORD FROM WS-YER-LINE
               ADD WS-YRC-YTD-TAX(WS-YER-CELL) TO WS-YER-YTD-TOT
               ADD WS-YRC-PAY-TAX(WS-YER-CELL) TO WS-YER-PAY-TOT
               ADD WS-YRC-GL-TAX(WS-YER-CELL) TO WS-YER-GL-TOT
           END-PERFORM
           MOVE SPACES TO WS-YER-LINE
           MOVE 'ALL COMPANIES' TO WS-YEL-LABEL
           MOVE WS-YER-YTD-TOT TO WS-YEL-AMT-1
           MOVE WS-YER-PAY-TOT TO WS-YEL-AMT-2
           MOVE WS-YER-GL-TOT TO WS-YEL-AMT-3
           COMPUTE WS-YER-AMOUNT = WS-YER-YTD-TOT - WS-YER-GL-TOT
           MOVE WS-YER-AMOUNT TO WS-YEL-AMT-4
           WRITE YERECON-RECORD FROM WS-YER-LINE

           MOVE SPACES TO YERECON-RECORD
           WRITE YERECON-RECORD
           MOVE SPACES TO WS-YER-LINE
           MOVE 'REMITTED FOR THE YEAR' TO WS-YEL-LABEL
           MOVE WS-YER-REMIT-TOT TO WS-YEL-AMT-1
           WRITE YERECON-RECORD FROM WS-YER-LINE
           MOVE SPACES TO WS-YER-LINE
           MOVE 'LESS YEAR-END YTD TAX' TO WS-YEL-LABEL
           MOVE WS-YER-YTD-TOT TO WS-YEL-AMT-1
           WRITE YERECON-RECORD FROM WS-YER-LINE
           MOVE SPACES TO WS-YER-LINE
           MOVE 'CORRECTION TO REMIT' TO WS-YEL-LABEL
           COMPUTE WS-YER-AMOUNT = WS-YER-YTD-TOT - WS-YER-REMIT-TOT
           MOVE WS-YER-AMOUNT TO WS-YEL-AMT-1
           IF WS-YER-AMOUNT = ZERO
               MOVE 'AGREED' TO WS-YEL-NOTE
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-YEL-NOTE
           END-IF
           WRITE YERECON-RECORD FROM WS-YER-LINE

           MOVE SPACES TO YERECON-RECORD
           WRITE YERECON-RECORD
           MOVE 'PERIODS WHERE PAY TAX AND GL TAX DIFFER' TO
               YERECON-RECORD
           WRITE YERECON-RECORD
           PERFORM VARYING WS-YER-CELL FROM 1 BY 1
                   UNTIL WS-YER-CELL > WS-YRP-COUNT
               IF WS-YRP-PAY-TAX(WS-YER-CELL) NOT =
                  WS-YRP-GL-TAX(WS-YER-CELL)
                   MOVE SPACES TO WS-YER-LINE
                   STRING 'CO ' DELIMITED BY SIZE
                          WS-YRP-COMPANY(WS-YER-CELL) DELIMITED BY SIZE
                          ' PERIOD ' DELIMITED BY SIZE
                          WS-YRP-PERIOD(WS-YER-CELL) DELIMITED BY SIZE
                       INTO WS-YEL-LABEL
                   END-STRING
                   MOVE WS-YRP-PAY-TAX(WS-YER-CELL) TO WS-YEL-AMT-1
                   MOVE WS-YRP-GL-TAX(WS-YER-CELL) TO WS-YEL-AMT-2
                   COMPUTE WS-YER-AMOUNT =
                       WS-YRP-PAY-TAX(WS-YER-CELL)
                       - WS-YRP-GL-TAX(WS-YER-CELL)
                   MOVE WS-YER-AMOUNT TO WS-YEL-AMT-3
                   MOVE ZERO TO WS-YEL-AMT-4
                   MOVE SPACES TO WS-YEL-NOTE
                   WRITE YERECON-RECORD FROM WS-YER-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO YERECON-RECORD
           WRITE YERECON-RECORD
           MOVE 'EMPLOYEES EXPLAINING THE DIFFERENCES' TO
               YERECON-RECORD
           WRITE YERECON-RECORD
           MOVE SPACES TO YERECON-RECORD
           MOVE 'EMPLOYEE   CO     YEAR-END YTD TAX       SUM OF ROWS'
               TO YERECON-RECORD
           MOVE 'REASON' TO YERECON-RECORD(60:6)
           WRITE YERECON-RECORD
           PERFORM VARYING WS-YER-SUB FROM 1 BY 1
                   UNTIL WS-YER-SUB > WS-YRE-COUNT
               PERFORM 4739-PUT-YE-EXPLAINER
           END-PERFORM
           PERFORM VARYING WS-XFR-SUB FROM 1 BY 1
                   UNTIL WS-XFR-SUB > WS-XFR-COUNT
               PERFORM 4737-PUT-YE-XFER-EXPLAINER
           END-PERFORM
           IF WS-YER-EXPLAINED = ZERO
               MOVE '  NONE' TO YERECON-RECORD
               WRITE YERECON-RECORD
           END-IF
           CLOSE YERECON-FILE

           EXIT.

      * ----------------------------------------------------------------
      * Company total row for WS-YER-COMPANY, added if new -
      * WS-YER-CELL zero when the table is full
      * ----------------------------------------------------------------
       4749-FIND-YRC-ENTRY.

           MOVE ZERO TO WS-YER-CELL
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-YRC-COUNT
               IF WS-YRC-COMPANY(WS-SUB-2) = WS-YER-COMPANY
                   MOVE WS-SUB-2 TO WS-YER-CELL
               END-IF
           END-PERFORM
           IF WS-YER-CELL = ZERO AND WS-YRC-COUNT < 50
               ADD 1 TO WS-YRC-COUNT
               MOVE WS-YRC-COUNT TO WS-YER-CELL
               MOVE WS-YER-COMPANY TO WS-YRC-COMPANY(WS-YER-CELL)
               MOVE ZERO TO WS-YRC-EMPS(WS-YER-CELL)
               MOVE ZERO TO WS-YRC-PAY-TAX(WS-YER-CELL)
               MOVE ZERO TO WS-YRC-YTD-TAX(WS-YER-CELL)
               MOVE ZERO TO WS-YRC-GL-TAX(WS-YER-CELL)
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Company and period row for WS-YER-COMPANY / WS-YER-PERIOD,
      * added if new - WS-YER-CELL zero when the table is full
      * ----------------------------------------------------------------
       4738-FIND-YRP-CELL.

           MOVE ZERO TO WS-YER-CELL
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-YRP-COUNT
               IF WS-YRP-COMPANY(WS-SUB-2) = WS-YER-COMPANY
                  AND WS-YRP-PERIOD(WS-SUB-2) = WS-YER-PERIOD
                   MOVE WS-SUB-2 TO WS-YER-CELL
                   MOVE WS-YRP-COUNT TO WS-SUB-2
               END-IF
           END-PERFORM
           IF WS-YER-CELL = ZERO AND WS-YRP-COUNT < 600
               ADD 1 TO WS-YRP-COUNT
               MOVE WS-YRP-COUNT TO WS-YER-CELL
               MOVE WS-YER-COMPANY TO WS-YRP-COMPANY(WS-YER-CELL)
               MOVE WS-YER-PERIOD TO WS-YRP-PERIOD(WS-YER-CELL)
               MOVE ZERO TO WS-YRP-PAY-TAX(WS-YER-CELL)
               MOVE ZERO TO WS-YRP-GL-TAX(WS-YER-CELL)
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * List employee WS-YER-SUB if their rows explain a difference:
      * a YTD figure that does not agree to their rows, a void or
      * supplemental in a quarter that has drifted since it was
      * remitted, or pay in a period that disagrees with the GL
      * ----------------------------------------------------------------
       4739-PUT-YE-EXPLAINER.

           MOVE SPACES TO WS-YER-REASON
           MOVE 1 TO WS-YER-PTR
           IF WS-YRE-YTD-TAX(WS-YER-SUB) NOT =
              WS-YRE-PAY-TAX(WS-YER-SUB)
               STRING 'YTD FIELD DIFFERS ' DELIMITED BY SIZE
                   INTO WS-YER-REASON WITH POINTER WS-YER-PTR
               END-STRING
           END-IF
           PERFORM VARYING WS-YER-QTR FROM 1 BY 1
                   UNTIL WS-YER-QTR > 4
               IF WS-YRE-Q-ADJ(WS-YER-SUB, WS-YER-QTR) = 'Y'
                  AND WS-YRQ-PAY-TAX(WS-YER-QTR) NOT =
                      WS-YRQ-REMITTED(WS-YER-QTR)
                   STRING 'ADJUSTED Q' DELIMITED BY SIZE
                          WS-YER-QTR DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                       INTO WS-YER-REASON WITH POINTER WS-YER-PTR
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-YRE-GL-FLAG(WS-YER-SUB) = 'Y'
               STRING 'GL PERIOD DIFFERS ' DELIMITED BY SIZE
                   INTO WS-YER-REASON WITH POINTER WS-YER-PTR
               END-STRING
           END-IF
           IF WS-YRE-SOURCE(WS-YER-SUB) = '?'
               STRING 'NOT ON MASTER OR ARCHIVE' DELIMITED BY SIZE
                   INTO WS-YER-REASON WITH POINTER WS-YER-PTR
               END-STRING
           END-IF

           IF WS-YER-REASON NOT = SPACES
               ADD 1 TO WS-YER-EXPLAINED
               MOVE SPACES TO YERECON-RECORD
               MOVE WS-YRE-ID(WS-YER-SUB) TO YERECON-RECORD(1:7)
               MOVE WS-YRE-COMPANY(WS-YER-SUB) TO
                   YERECON-RECORD(12:2)
               MOVE WS-YRE-YTD-TAX(WS-YER-SUB) TO WS-EDIT-AMOUNT-L
               MOVE WS-EDIT-AMOUNT-L TO YERECON-RECORD(17:16)
               MOVE WS-YRE-PAY-TAX(WS-YER-SUB) TO WS-EDIT-AMOUNT-L
               MOVE WS-EDIT-AMOUNT-L TO YERECON-RECORD(37:16)
               MOVE WS-YER-REASON TO YERECON-RECORD(60:60)
               WRITE YERECON-RECORD
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * The position an employee held before a transfer in the year,
      * listed under the old company when it explains a difference
      * ----------------------------------------------------------------
       4737-PUT-YE-XFER-EXPLAINER.

           MOVE SPACES TO WS-YER-REASON
           MOVE 1 TO WS-YER-PTR
           IF WS-XFR-T-YTD-TAX(WS-XFR-SUB) NOT =
              WS-XFR-T-TAX(WS-XFR-SUB)
               STRING 'YTD FIELD DIFFERS ' DELIMITED BY SIZE
                   INTO WS-YER-REASON WITH POINTER WS-YER-PTR
               END-STRING
           END-IF
           IF WS-XFR-T-GL-FLAG(WS-XFR-SUB) = 'Y'
               STRING 'GL PERIOD DIFFERS ' DELIMITED BY SIZE
                   INTO WS-YER-REASON WITH POINTER WS-YER-PTR
               END-STRING
           END-IF

           IF WS-YER-REASON NOT = SPACES
               STRING 'BEFORE TRANSFER' DELIMITED BY SIZE
                   INTO WS-YER-REASON WITH POINTER WS-YER-PTR
               END-STRING
               ADD 1 TO WS-YER-EXPLAINED
               MOVE SPACES TO YERECON-RECORD
               MOVE WS-XFR-T-EMP-ID(WS-XFR-SUB) TO
                   YERECON-RECORD(1:7)
               MOVE WS-XFR-T-FROM-CO(WS-XFR-SUB) TO
                   YERECON-RECORD(12:2)
               MOVE WS-XFR-T-YTD-TAX(WS-XFR-SUB) TO WS-EDIT-AMOUNT-L
               MOVE WS-EDIT-AMOUNT-L TO YERECON-RECORD(17:16)
               MOVE WS-XFR-T-TAX(WS-XFR-SUB) TO WS-EDIT-AMOUNT-L
               MOVE WS-EDIT-AMOUNT-L TO YERECON-RECORD(37:16)
               MOVE WS-YER-REASON TO YERECON-RECORD(60:60)
               WRITE YERECON-RECORD
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Twelve-month salary cost forecast: the master carried
      * forward month by month, applying queued PENDING.DAT changes
      * at their effective dates and the assumed merit rise in the
      * configured month, set against each department's budget
      * ----------------------------------------------------------------
       4600-SALARY-FORECAST.

           MOVE 'MERIT-PCT' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-NUMERIC TO WS-FC-MERIT-PCT
           END-IF
           MOVE 'MERIT-MONTH' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-NUMERIC TO WS-FC-MERIT-MONTH
           END-IF

           PERFORM 1150-LOAD-DEPT-MASTER
           PERFORM 3310-LOAD-EMP-ARRAY
           PERFORM 4610-LOAD-PENDING-TABLE

           IF WS-EA-COUNT = ZERO
               DISPLAY "No employees to forecast."
           ELSE
               MOVE ZERO TO WS-FC-MATRIX
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-TODAY TO WS-WORK-DATE
               MOVE WS-WD-YEAR TO WS-FC-YEAR
               MOVE WS-WD-MONTH TO WS-FC-MONTH

               PERFORM VARYING WS-FC-M FROM 1 BY 1
                       UNTIL WS-FC-M > 12
                   ADD 1 TO WS-FC-MONTH
                   IF WS-FC-MONTH > 12
                       MOVE 1 TO WS-FC-MONTH
                       ADD 1 TO WS-FC-YEAR
                   END-IF
                   COMPUTE WS-FC-YM =
                       WS-FC-YEAR * 100 + WS-FC-MONTH
                   PERFORM 4620-APPLY-MONTH-CHANGES
                   PERFORM 4630-TOTAL-ONE-MONTH
               END-PERFORM

               PERFORM 4640-WRITE-FORECAST-REPORT
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Load the pending-change queue for the forecast walk
      * ----------------------------------------------------------------
       4610-LOAD-PENDING-TABLE.

           MOVE ZERO TO WS-PND-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ PENDING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE PENDING-FILE
                   NOT AT END
                       IF WS-PND-COUNT < 500
                           ADD 1 TO WS-PND-COUNT
                           MOVE PND-EMP-ID TO
                               WS-PND-T-EMP-ID(WS-PND-COUNT)
                           MOVE PND-EFF-DATE TO
                               WS-PND-T-EFF-DATE(WS-PND-COUNT)
                           MOVE PND-TYPE TO
                               WS-PND-T-TYPE(WS-PND-COUNT)
                           MOVE PND-NEW-SALARY TO
                               WS-PND-T-SALARY(WS-PND-COUNT)
                           MOVE PND-NEW-DEPT TO
                               WS-PND-T-DEPT(WS-PND-COUNT)
                           MOVE 'N' TO
                               WS-PND-T-APPLIED(WS-PND-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Carry the in-memory master into the walk month: queued
      * changes whose effective month has arrived, then the assumed
      * merit rise in its month
      * ----------------------------------------------------------------
       4620-APPLY-MONTH-CHANGES.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PND-COUNT
               COMPUTE WS-FC-EFF-YM =
                   WS-PND-T-EFF-DATE(WS-SUB) / 100
               IF WS-PND-T-APPLIED(WS-SUB) = 'N'
                  AND WS-FC-EFF-YM <= WS-FC-YM
                   PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                           UNTIL WS-SUB-2 > WS-EA-COUNT
                       IF WS-EA-ID(WS-SUB-2) =
                              WS-PND-T-EMP-ID(WS-SUB)
                           IF WS-PND-T-TYPE(WS-SUB) = 'SALARY'
                               MOVE WS-PND-T-SALARY(WS-SUB) TO
                                   WS-EA-SALARY(WS-SUB-2)
                           ELSE
                               MOVE WS-PND-T-DEPT(WS-SUB) TO
                                   WS-EA-DEPT(WS-SUB-2)
                           END-IF
                           MOVE WS-EA-COUNT TO WS-SUB-2
                       END-IF
                   END-PERFORM
                   MOVE 'Y' TO WS-PND-T-APPLIED(WS-SUB)
               END-IF
           END-PERFORM

           IF WS-FC-MONTH = WS-FC-MERIT-MONTH
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-EA-COUNT
                   COMPUTE WS-EA-SALARY(WS-SUB) ROUNDED =
                       WS-EA-SALARY(WS-SUB)
                       * (1 + WS-FC-MERIT-PCT / 100)
               END-PERFORM
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * One month's projected cost per department
      * ----------------------------------------------------------------
       4630-TOTAL-ONE-MONTH.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-EA-COUNT
               MOVE WS-EA-DEPT(WS-SUB) TO WS-DPT-WANTED
               PERFORM 1160-FIND-DEPT
               IF WS-DPT-FOUND-SUB > ZERO
                   COMPUTE WS-FC-AMT(WS-DPT-FOUND-SUB, WS-FC-M)
                       ROUNDED =
                       WS-FC-AMT(WS-DPT-FOUND-SUB, WS-FC-M)
                       + (WS-EA-SALARY(WS-SUB) / 12)
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Forecast grid and the month each department goes over
      * ----------------------------------------------------------------
       4640-WRITE-FORECAST-REPORT.

           OPEN OUTPUT FORECAST-FILE
           MOVE 'TWELVE-MONTH SALARY COST FORECAST'
               TO FORECAST-RECORD
           WRITE FORECAST-RECORD

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DEPT-COUNT
               IF WS-FC-AMT(WS-SUB, 1) > ZERO
                  OR WS-DPT-BUDGET(WS-SUB) > ZERO
                   MOVE SPACES TO WS-FC-LINE
                   MOVE WS-DPT-NAME(WS-SUB) TO WS-FC-L-NAME
                   MOVE ZERO TO WS-FC-CUM(WS-SUB)
                   MOVE ZERO TO WS-FC-OVER-MONTH(WS-SUB)
                   PERFORM VARYING WS-FC-M FROM 1 BY 1
                           UNTIL WS-FC-M > 12
                       MOVE WS-FC-AMT(WS-SUB, WS-FC-M) TO
                           WS-FC-L-AMT(WS-FC-M)
                       ADD WS-FC-AMT(WS-SUB, WS-FC-M) TO
                           WS-FC-CUM(WS-SUB)
                       IF WS-FC-OVER-MONTH(WS-SUB) = ZERO
                          AND WS-DPT-BUDGET(WS-SUB) > ZERO
                          AND WS-FC-CUM(WS-SUB) >
                              WS-DPT-BUDGET(WS-SUB)
                           MOVE WS-FC-M TO
                               WS-FC-OVER-MONTH(WS-SUB)
                       END-IF
                   END-PERFORM
                   WRITE FORECAST-RECORD FROM WS-FC-LINE
                   IF WS-FC-OVER-MONTH(WS-SUB) > ZERO
                       MOVE SPACES TO FORECAST-RECORD
                       STRING '  EXCEEDS ANNUAL BUDGET IN '
                                  DELIMITED BY SIZE
                              'FORECAST MONTH '
                                  DELIMITED BY SIZE
                              WS-FC-OVER-MONTH(WS-SUB)
                                  DELIMITED BY SIZE
                           INTO FORECAST-RECORD
                       END-STRING
                       WRITE FORECAST-RECORD
                   END-IF
               END-IF
           END-PERFORM

           CLOSE FORECAST-FILE
           MOVE 'FORECAST.TXT' TO WS-ARCHSRC-NAME
           MOVE 'FORECAST' TO WS-ARCH-REPORT
           PERFORM 9700-ARCHIVE-REPORT
           DISPLAY "Forecast written to FORECAST.TXT"

           EXIT.

      * ----------------------------------------------------------------
      * Outstanding overpayment balances for HR
      * ----------------------------------------------------------------
       4500-RECOVERY-STATUS-REPORT.

           PERFORM 3645-LOAD-OVERPAY-TABLE
           IF WS-OVP-COUNT = ZERO
               DISPLAY "No overpayment schedules on file."
           ELSE
               DISPLAY "OVERPAYMENT RECOVERY STATUS"
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-OVP-COUNT
                   MOVE WS-OVP-TOTAL(WS-SUB) TO WS-EDIT-AMOUNT
                   DISPLAY WS-OVP-EMP-ID(WS-SUB)
                       " PERIOD " WS-OVP-ORIG-PERIOD(WS-SUB)
                       " TOTAL " WS-EDIT-AMOUNT
                       WITH NO ADVANCING
                   MOVE WS-OVP-RECOVERED(WS-SUB) TO
                       WS-EDIT-AMOUNT
                   DISPLAY " RECOVERED " WS-EDIT-AMOUNT
                       WITH NO ADVANCING
                   COMPUTE WS-OVP-REMAIN =
                       WS-OVP-TOTAL(WS-SUB)
                       - WS-OVP-RECOVERED(WS-SUB)
                   MOVE WS-OVP-REMAIN TO WS-EDIT-AMOUNT
                   DISPLAY " OUTSTANDING " WS-EDIT-AMOUNT
               END-PERFORM
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Deduction arrears aging for benefits staff: each open balance
      * aged from the period it arose into 0-30, 31-60, 61-90 and
      * over 90 days, flagged when nothing has been recovered in
      * the last 60 days
      * ----------------------------------------------------------------
       4510-ARREARS-AGING-REPORT.

           PERFORM 3666-LOAD-ARREARS-TABLE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM VARYING WS-AAG-BKT FROM 1 BY 1
                   UNTIL WS-AAG-BKT > 4
               MOVE ZERO TO WS-AAG-BUCKET(WS-AAG-BKT)
           END-PERFORM
           MOVE ZERO TO WS-AAG-TOTAL
           MOVE ZERO TO WS-AAG-STALLED

           OPEN OUTPUT ARRAGE-FILE
           MOVE SPACES TO ARRAGE-RECORD
           STRING 'DEDUCTION ARREARS AGING AS AT ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
               INTO ARRAGE-RECORD
           END-STRING
           WRITE ARRAGE-RECORD
           MOVE 'EMP-ID  TYPE SINCE         BALANCE  DAYS BUCKET'
               TO ARRAGE-RECORD
           MOVE 'LAST RECOVERY' TO ARRAGE-RECORD(56:13)
           WRITE ARRAGE-RECORD

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ARR-COUNT
               IF WS-ARR-T-BALANCE(WS-SUB) > ZERO
                   PERFORM 4515-WRITE-ARREARS-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO ARRAGE-RECORD
           WRITE ARRAGE-RECORD
           MOVE WS-AAG-BUCKET(1) TO WS-EDIT-AMOUNT-L
           STRING '0-30 DAYS    ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT-L DELIMITED BY SIZE
               INTO ARRAGE-RECORD
           END-STRING
           WRITE ARRAGE-RECORD
           MOVE SPACES TO ARRAGE-RECORD
           MOVE WS-AAG-BUCKET(2) TO WS-EDIT-AMOUNT-L
           STRING '31-60 DAYS   ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT-L DELIMITED BY SIZE
               INTO ARRAGE-RECORD
           END-STRING
           WRITE ARRAGE-RECORD
           MOVE SPACES TO ARRAGE-RECORD
           MOVE WS-AAG-BUCKET(3) TO WS-EDIT-AMOUNT-L
           STRING '61-90 DAYS   ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT-L DELIMITED BY SIZE
               INTO ARRAGE-RECORD
           END-STRING
           WRITE ARRAGE-RECORD
           MOVE SPACES TO ARRAGE-RECORD
           MOVE WS-AAG-BUCKET(4) TO WS-EDIT-AMOUNT-L
           STRING 'OVER 90 DAYS ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT-L DELIMITED BY SIZE
               INTO ARRAGE-RECORD
           END-STRING
           WRITE ARRAGE-RECORD
           MOVE SPACES TO ARRAGE-RECORD
           MOVE WS-AAG-TOTAL TO WS-EDIT-AMOUNT-L
           STRING 'TOTAL        ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT-L DELIMITED BY SIZE
                  '  NOT CLEARING ' DELIMITED BY SIZE
                  WS-AAG-STALLED DELIMITED BY SIZE
               INTO ARRAGE-RECORD
           END-STRING
           WRITE ARRAGE-RECORD
           CLOSE ARRAGE-FILE

           MOVE 'ARRAGE.TXT' TO WS-ARCHSRC-NAME
           MOVE 'ARRAGE' TO WS-ARCH-REPORT
           PERFORM 9700-ARCHIVE-REPORT
           DISPLAY "Arrears aging written to ARRAGE.TXT - "
               WS-AAG-STALLED " balances not clearing."

           EXIT.

      * ----------------------------------------------------------------
      * One aging line for the arrears row at WS-SUB
      * ----------------------------------------------------------------
       4515-WRITE-ARREARS-LINE.

           COMPUTE WS-AAG-AGE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(WS-ARR-T-ORIG-PE(WS-SUB))
           IF WS-AAG-AGE > 90
               MOVE 4 TO WS-AAG-BKT
           ELSE
               IF WS-AAG-AGE > 60
                   MOVE 3 TO WS-AAG-BKT
               ELSE
                   IF WS-AAG-AGE > 30
                       MOVE 2 TO WS-AAG-BKT
                   ELSE
                       MOVE 1 TO WS-AAG-BKT
                   END-IF
               END-IF
           END-IF
           ADD WS-ARR-T-BALANCE(WS-SUB) TO WS-AAG-BUCKET(WS-AAG-BKT)
           ADD WS-ARR-T-BALANCE(WS-SUB) TO WS-AAG-TOTAL

           MOVE SPACES TO ARRAGE-RECORD
           MOVE WS-ARR-T-EMP-ID(WS-SUB) TO ARRAGE-RECORD(1:7)
           MOVE WS-ARR-T-TYPE(WS-SUB) TO ARRAGE-RECORD(9:4)
           MOVE WS-ARR-T-ORIG-PE(WS-SUB) TO ARRAGE-RECORD(14:8)
           MOVE WS-ARR-T-BALANCE(WS-SUB) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO ARRAGE-RECORD(23:11)
           MOVE WS-AAG-AGE TO ARRAGE-RECORD(35:5)
           EVALUATE WS-AAG-BKT
               WHEN 1
                   MOVE '0-30' TO ARRAGE-RECORD(41:7)
               WHEN 2
                   MOVE '31-60' TO ARRAGE-RECORD(41:7)
               WHEN 3
                   MOVE '61-90' TO ARRAGE-RECORD(41:7)
               WHEN OTHER
                   MOVE 'OVER 90' TO ARRAGE-RECORD(41:7)
           END-EVALUATE

           IF WS-ARR-T-LAST-REC(WS-SUB) = ZERO
               MOVE 'NONE' TO ARRAGE-RECORD(56:8)
               MOVE WS-AAG-AGE TO WS-AAG-IDLE
           ELSE
               MOVE WS-ARR-T-LAST-REC(WS-SUB) TO ARRAGE-RECORD(56:8)
               COMPUTE WS-AAG-IDLE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE
                       (WS-ARR-T-LAST-REC(WS-SUB))
           END-IF
           IF WS-AAG-IDLE > 60
               MOVE 'NOT CLEARING' TO ARRAGE-RECORD(66:12)
               ADD 1 TO WS-AAG-STALLED
           END-IF
           WRITE ARRAGE-RECORD

           EXIT.

      * ----------------------------------------------------------------
      * Three-way payroll reconciliation for one pay period of the
      * session company: the pay register against the GL extract
      * and against what actually went out - deposits and deposit
      * reissues on the bank file less recoveries, checks on the
      * check register, and payments still on hold - with every
      * employee whose net does not agree listed, and a sign-off
      * block.  The GL extract and bank file carry the last
      * committed run only.
      * ----------------------------------------------------------------
       4750-PAYROLL-RECONCILIATION.

           DISPLAY "Pay period end to reconcile (YYYYMMDD): "
           ACCEPT WS-RCN-PERIOD

           MOVE ZERO TO WS-RCN-REG-GROSS
           MOVE ZERO TO WS-RCN-REG-TAX
           MOVE ZERO TO WS-RCN-REG-DEDUCT
           MOVE ZERO TO WS-RCN-REG-NET
           MOVE ZERO TO WS-RCN-GL-GROSS
           MOVE ZERO TO WS-RCN-GL-TAX
           MOVE ZERO TO WS-RCN-GL-DEDUCT
           MOVE ZERO TO WS-RCN-GL-NET
           MOVE ZERO TO WS-RCN-BANK
           MOVE ZERO TO WS-RCN-REISSUE
           MOVE ZERO TO WS-RCN-RECOV
           MOVE ZERO TO WS-RCN-CHECKS
           MOVE ZERO TO WS-RCN-VOIDS
           MOVE ZERO TO WS-RCN-HELD
           MOVE ZERO TO WS-RCN-COUNT
           MOVE ZERO TO WS-RCN-EXCEPTIONS
           MOVE ZERO TO WS-RCN-BANK-PERIOD
           MOVE SPACES TO WS-RCN-BANK-CO

           OPEN INPUT EMP-FILE
           PERFORM 4755-RECON-PAY-REGISTER
           PERFORM 4760-RECON-GL-EXTRACT
           PERFORM 4765-RECON-BANK-FILE
           PERFORM 4770-RECON-CHECK-REGISTER
           PERFORM 4775-RECON-HELD-PAYMENTS
           IF WS-EMP-STATUS = '00'
               CLOSE EMP-FILE
           END-IF

           COMPUTE WS-RCN-DISBURSED =
               WS-RCN-BANK + WS-RCN-REISSUE - WS-RCN-RECOV
               + WS-RCN-CHECKS + WS-RCN-HELD

           PERFORM 4780-WRITE-RECON-REPORT

           MOVE 'RECON.TXT' TO WS-ARCHSRC-NAME
           MOVE 'RECON' TO WS-ARCH-REPORT
           PERFORM 9700-ARCHIVE-REPORT
           IF WS-RCN-BALANCED = 'Y'
               DISPLAY "Reconciliation written to RECON.TXT - "
                   "balanced."
           ELSE
               DISPLAY "Reconciliation written to RECON.TXT - "
                   "OUT OF BALANCE, " WS-RCN-EXCEPTIONS
                   " employees differ."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Is employee WS-RCN-WANTED in the session company?  Anyone no
      * longer on the master cannot be placed and is counted in.
      * ----------------------------------------------------------------
       4752-CHECK-RECON-COMPANY.

           MOVE 'Y' TO WS-RCN-IN-COMPANY
           IF WS-EMP-STATUS = '00'
               MOVE WS-RCN-WANTED TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMP-COMPANY NOT = WS-COMPANY
                           MOVE 'N' TO WS-RCN-IN-COMPANY
                       END-IF
               END-READ
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Row for employee WS-RCN-WANTED in the reconciliation table,
      * added if new - WS-RCN-SUB is zero when the table is full
      * ----------------------------------------------------------------
       4753-FIND-RECON-ENTRY.

           MOVE ZERO TO WS-RCN-SUB
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-RCN-COUNT
               IF WS-RCN-T-EMP-ID(WS-SUB-2) = WS-RCN-WANTED
                   MOVE WS-SUB-2 TO WS-RCN-SUB
                   MOVE WS-RCN-COUNT TO WS-SUB-2
               END-IF
           END-PERFORM

           IF WS-RCN-SUB = ZERO AND WS-RCN-COUNT < 5000
               ADD 1 TO WS-RCN-COUNT
               MOVE WS-RCN-COUNT TO WS-RCN-SUB
               MOVE WS-RCN-WANTED TO WS-RCN-T-EMP-ID(WS-RCN-SUB)
               MOVE ZERO TO WS-RCN-T-NET(WS-RCN-SUB)
               MOVE ZERO TO WS-RCN-T-PAID(WS-RCN-SUB)
               MOVE ZERO TO WS-RCN-T-HELD(WS-RCN-SUB)
               MOVE ZERO TO WS-RCN-T-REISSUES(WS-RCN-SUB)
               MOVE ZERO TO WS-RCN-T-VOIDS(WS-RCN-SUB)
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Register side - every pay record for the period, reversals
      * and final pay included
      * ----------------------------------------------------------------
       4755-RECON-PAY-REGISTER.

           MOVE 'N' TO WS-EOF
           OPEN INPUT PAYROLL-FILE
           IF WS-PAYROLL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYROLL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE PAYROLL-FILE
                   NOT AT END
                       IF PAY-PERIOD-END = WS-RCN-PERIOD
                           MOVE PAY-EMP-ID TO WS-RCN-WANTED
                           PERFORM 4752-CHECK-RECON-COMPANY
                           IF WS-RCN-IN-COMPANY = 'Y'
                               ADD PAY-GROSS TO WS-RCN-REG-GROSS
                               ADD PAY-TAX TO WS-RCN-REG-TAX
                               ADD PAY-DEDUCTIONS TO
                                   WS-RCN-REG-DEDUCT
                               ADD PAY-NET TO WS-RCN-REG-NET
                               PERFORM 4753-FIND-RECON-ENTRY
                               IF WS-RCN-SUB > ZERO
                                   ADD PAY-NET TO
                                       WS-RCN-T-NET(WS-RCN-SUB)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * GL side - salary and allowance expense against gross, and
      * the tax, deductions and net pay payable postings
      * ----------------------------------------------------------------
       4760-RECON-GL-EXTRACT.

           MOVE 'N' TO WS-EOF
           OPEN INPUT GLEXTR-FILE
           IF WS-GLEXTR-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ GLEXTR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE GLEXTR-FILE
                   NOT AT END
                       MOVE GLEXTR-RECORD TO WS-GL-POSTING-REC
                       COMPUTE WS-RCN-AMOUNT =
                           FUNCTION NUMVAL(GLEXTR-RECORD(62:12))
                       IF WS-GL-DRCR = 'CR'
                          AND (WS-GL-ACCOUNT = 'SALARY EXPENSE'
                           OR WS-GL-ACCOUNT = 'ALLOWANCE EXPENSE'
                           OR WS-GL-ACCOUNT = 'PROJECT LABOR')
                           COMPUTE WS-RCN-AMOUNT =
                               ZERO - WS-RCN-AMOUNT
                       END-IF
                       IF WS-GL-ACCOUNT = 'SALARY EXPENSE'
                          OR WS-GL-ACCOUNT = 'ALLOWANCE EXPENSE'
                          OR WS-GL-ACCOUNT = 'PROJECT LABOR'
                           ADD WS-RCN-AMOUNT TO WS-RCN-GL-GROSS
                       END-IF
                       IF WS-GL-ACCOUNT = 'TAX WITHHELD PAYABLE'
                           ADD WS-RCN-AMOUNT TO WS-RCN-GL-TAX
                       END-IF
                       IF WS-GL-ACCOUNT = 'DEDUCTIONS PAYABLE'
                           ADD WS-RCN-AMOUNT TO WS-RCN-GL-DEDUCT
                       END-IF
                       IF WS-GL-ACCOUNT = 'NET PAY PAYABLE'
                           ADD WS-RCN-AMOUNT TO WS-RCN-GL-NET
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-GL-PROJECT

           EXIT.

      * ----------------------------------------------------------------
      * Bank file side - deposits and deposit reissues for the
      * period, less reversal recoveries.  A foreign-currency row is
      * taken back to base at the rate it was calculated at.  A bank
      * file released for another company is not counted.
      * ----------------------------------------------------------------
       4765-RECON-BANK-FILE.

           MOVE 'Y' TO WS-RCN-BANK-OK
           MOVE 'N' TO WS-EOF
           OPEN INPUT BANK-FILE
           IF WS-BANK-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ BANK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE BANK-FILE
                   NOT AT END
                       EVALUATE BANK-RECORD(1:7)
                           WHEN 'BANKHDR'
                               MOVE BANK-RECORD(18:8) TO
                                   WS-RCN-BANK-PERIOD
                               MOVE BANK-RECORD(27:2) TO
                                   WS-RCN-BANK-CO
                               IF WS-RCN-BANK-CO NOT = WS-COMPANY
                                   MOVE 'N' TO WS-RCN-BANK-OK
                               END-IF
                           WHEN 'BANKDET'
                               IF WS-RCN-BANK-OK = 'Y'
                                  AND BANK-RECORD(59:8) =
                                      WS-RCN-PERIOD
                                   PERFORM 4766-RECON-DEPOSIT
                               END-IF
                           WHEN 'BANKRCV'
                               IF WS-RCN-BANK-OK = 'Y'
                                  AND BANK-RECORD(37:8) =
                                      WS-RCN-PERIOD
                                   PERFORM 4767-RECON-RECOVERY
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * One BANKDET row of the period
      * ----------------------------------------------------------------
       4766-RECON-DEPOSIT.

           COMPUTE WS-RCN-AMOUNT =
               FUNCTION NUMVAL(BANK-RECORD(48:10))
           IF BANK-RECORD(68:3) NOT = SPACES
               COMPUTE WS-RCN-AMOUNT ROUNDED =
                   WS-RCN-AMOUNT
                   * FUNCTION NUMVAL(BANK-RECORD(72:10))
           END-IF
           MOVE BANK-RECORD(9:7) TO WS-RCN-WANTED
           PERFORM 4753-FIND-RECON-ENTRY
           IF BANK-RECORD(17:9) = '(REISSUE)'
               ADD WS-RCN-AMOUNT TO WS-RCN-REISSUE
               IF WS-RCN-SUB > ZERO
                   ADD 1 TO WS-RCN-T-REISSUES(WS-RCN-SUB)
               END-IF
           ELSE
               ADD WS-RCN-AMOUNT TO WS-RCN-BANK
           END-IF
           IF WS-RCN-SUB > ZERO
               ADD WS-RCN-AMOUNT TO WS-RCN-T-PAID(WS-RCN-SUB)
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * One BANKRCV row of the period - money coming back
      * ----------------------------------------------------------------
       4767-RECON-RECOVERY.

           COMPUTE WS-RCN-AMOUNT =
               FUNCTION NUMVAL(BANK-RECORD(17:10))
           ADD WS-RCN-AMOUNT TO WS-RCN-RECOV
           MOVE BANK-RECORD(9:7) TO WS-RCN-WANTED
           PERFORM 4753-FIND-RECON-ENTRY
           IF WS-RCN-SUB > ZERO
               SUBTRACT WS-RCN-AMOUNT FROM WS-RCN-T-PAID(WS-RCN-SUB)
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Check register side - every check for the period counts as
      * paid except a voided one; the reissue of a voided check is
      * its own register row
      * ----------------------------------------------------------------
       4770-RECON-CHECK-REGISTER.

           MOVE 'N' TO WS-EOF
           OPEN INPUT CHECKREG-FILE
           IF WS-CHECKREG-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ CHECKREG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE CHECKREG-FILE
                   NOT AT END
                       IF CKR-PERIOD = WS-RCN-PERIOD
                           MOVE CKR-EMP-ID TO WS-RCN-WANTED
                           PERFORM 4752-CHECK-RECON-COMPANY
                           IF WS-RCN-IN-COMPANY = 'Y'
                               PERFORM 4753-FIND-RECON-ENTRY
                               IF CKR-STATUS = 'V'
                                   ADD CKR-AMOUNT TO WS-RCN-VOIDS
                                   IF WS-RCN-SUB > ZERO
                                       ADD 1 TO
                                         WS-RCN-T-VOIDS(WS-RCN-SUB)
                                   END-IF
                               ELSE
                                   ADD CKR-AMOUNT TO WS-RCN-CHECKS
                                   IF WS-RCN-SUB > ZERO
                                       ADD CKR-AMOUNT TO
                                         WS-RCN-T-PAID(WS-RCN-SUB)
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Held payments still waiting on review for the period
      * ----------------------------------------------------------------
       4775-RECON-HELD-PAYMENTS.

           MOVE 'N' TO WS-EOF
           OPEN INPUT PAYHOLD-FILE
           IF WS-PAYHOLD-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYHOLD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE PAYHOLD-FILE
                   NOT AT END
                       IF PHD-PERIOD = WS-RCN-PERIOD
                           MOVE PHD-EMP-ID TO WS-RCN-WANTED
                           PERFORM 4752-CHECK-RECON-COMPANY
                           IF WS-RCN-IN-COMPANY = 'Y'
                               ADD PHD-NET TO WS-RCN-HELD
                               PERFORM 4753-FIND-RECON-ENTRY
                               IF WS-RCN-SUB > ZERO
                                   ADD PHD-NET TO
                                       WS-RCN-T-HELD(WS-RCN-SUB)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * The reconciliation report: the three-way summary, the
      * employee differences and the sign-off block
      * ----------------------------------------------------------------
       4780-WRITE-RECON-REPORT.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE 'Y' TO WS-RCN-BALANCED

           OPEN OUTPUT RECON-FILE
           MOVE SPACES TO RECON-RECORD
           STRING 'PAYROLL RECONCILIATION  PERIOD ' DELIMITED BY SIZE
                  WS-RCN-PERIOD DELIMITED BY SIZE
                  '  COMPANY ' DELIMITED BY SIZE
                  WS-COMPANY DELIMITED BY SIZE
                  '  PREPARED ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
               INTO RECON-RECORD
           END-STRING
           WRITE RECON-RECORD
           MOVE SPACES TO RECON-RECORD
           WRITE RECON-RECORD
           MOVE 'REGISTER VS GL EXTRACT' TO RECON-RECORD
           WRITE RECON-RECORD
           MOVE SPACES TO RECON-RECORD
           MOVE 'REGISTER' TO RECON-RECORD(26:8)
           MOVE 'GL EXTRACT' TO RECON-RECORD(40:10)
           MOVE 'DIFFERENCE' TO RECON-RECORD(56:10)
           WRITE RECON-RECORD

           MOVE 'GROSS' TO WS-RCN-LABEL
           MOVE WS-RCN-REG-GROSS TO WS-RCN-LEFT
           MOVE WS-RCN-GL-GROSS TO WS-RCN-RIGHT
           PERFORM 4785-PUT-RECON-COMPARE
           MOVE 'TAX' TO WS-RCN-LABEL
           MOVE WS-RCN-REG-TAX TO WS-RCN-LEFT
           MOVE WS-RCN-GL-TAX TO WS-RCN-RIGHT
           PERFORM 4785-PUT-RECON-COMPARE
           MOVE 'DEDUCTIONS' TO WS-RCN-LABEL
           MOVE WS-RCN-REG-DEDUCT TO WS-RCN-LEFT
           MOVE WS-RCN-GL-DEDUCT TO WS-RCN-RIGHT
           PERFORM 4785-PUT-RECON-COMPARE
           MOVE 'NET' TO WS-RCN-LABEL
           MOVE WS-RCN-REG-NET TO WS-RCN-LEFT
           MOVE WS-RCN-GL-NET TO WS-RCN-RIGHT
           PERFORM 4785-PUT-RECON-COMPARE

           MOVE SPACES TO RECON-RECORD
           WRITE RECON-RECORD
           MOVE 'REGISTER NET VS DISBURSEMENTS' TO RECON-RECORD
           WRITE RECON-RECORD
           IF WS-RCN-BANK-PERIOD NOT = WS-RCN-PERIOD
               MOVE SPACES TO RECON-RECORD
               STRING '  BANK FILE ON HAND IS FOR PERIOD '
                          DELIMITED BY SIZE
                      WS-RCN-BANK-PERIOD DELIMITED BY SIZE
                      ' COMPANY ' DELIMITED BY SIZE
                      WS-RCN-BANK-CO DELIMITED BY SIZE
                   INTO RECON-RECORD
               END-STRING
               WRITE RECON-RECORD
           END-IF
           MOVE '  BANK DEPOSITS' TO WS-RCN-LABEL
           MOVE WS-RCN-BANK TO WS-RCN-LEFT
           PERFORM 4786-PUT-RECON-AMOUNT
           MOVE '  DEP REISSUES' TO WS-RCN-LABEL
           MOVE WS-RCN-REISSUE TO WS-RCN-LEFT
           PERFORM 4786-PUT-RECON-AMOUNT
           MOVE '  RECOVERIES' TO WS-RCN-LABEL
           COMPUTE WS-RCN-LEFT = ZERO - WS-RCN-RECOV
           PERFORM 4786-PUT-RECON-AMOUNT
           MOVE '  CHECKS' TO WS-RCN-LABEL
           MOVE WS-RCN-CHECKS TO WS-RCN-LEFT
           PERFORM 4786-PUT-RECON-AMOUNT
           MOVE '  HELD' TO WS-RCN-LABEL
           MOVE WS-RCN-HELD TO WS-RCN-LEFT
           PERFORM 4786-PUT-RECON-AMOUNT
           MOVE 'NET' TO WS-RCN-LABEL
           MOVE WS-RCN-REG-NET TO WS-RCN-LEFT
           MOVE WS-RCN-DISBURSED TO WS-RCN-RIGHT
           PERFORM 4785-PUT-RECON-COMPARE
           MOVE '  CHECKS VOIDED' TO WS-RCN-LABEL
           MOVE WS-RCN-VOIDS TO WS-RCN-LEFT
           PERFORM 4786-PUT-RECON-AMOUNT

           MOVE SPACES TO RECON-RECORD
           WRITE RECON-RECORD
           MOVE 'EMPLOYEE DIFFERENCES' TO RECON-RECORD
           WRITE RECON-RECORD
           MOVE SPACES TO RECON-RECORD
           MOVE 'EMP-ID' TO RECON-RECORD(1:6)
           MOVE 'NET PAY' TO RECON-RECORD(15:7)
           MOVE 'PAID' TO RECON-RECORD(33:4)
           MOVE 'HELD' TO RECON-RECORD(48:4)
           MOVE 'DIFFERENCE' TO RECON-RECORD(57:10)
           MOVE 'NOTE' TO RECON-RECORD(69:4)
           WRITE RECON-RECORD
           PERFORM VARYING WS-RCN-SUB FROM 1 BY 1
                   UNTIL WS-RCN-SUB > WS-RCN-COUNT
               PERFORM 4787-PUT-RECON-EMPLOYEE
           END-PERFORM
           MOVE SPACES TO RECON-RECORD
           STRING 'EMPLOYEES NOT AGREEING: ' DELIMITED BY SIZE
                  WS-RCN-EXCEPTIONS DELIMITED BY SIZE
               INTO RECON-RECORD
           END-STRING
           WRITE RECON-RECORD

           MOVE SPACES TO RECON-RECORD
           WRITE RECON-RECORD
           IF WS-RCN-BALANCED = 'Y'
               MOVE 'RESULT: BALANCED' TO RECON-RECORD
           ELSE
               MOVE 'RESULT: OUT OF BALANCE' TO RECON-RECORD
           END-IF
           WRITE RECON-RECORD
           PERFORM 4790-RECON-SIGN-OFF
           CLOSE RECON-FILE

           EXIT.

      * ----------------------------------------------------------------
      * Label, two amounts and their difference; any difference puts
      * the reconciliation out of balance
      * ----------------------------------------------------------------
       4785-PUT-RECON-COMPARE.

           COMPUTE WS-RCN-DIFF = WS-RCN-LEFT - WS-RCN-RIGHT
           MOVE SPACES TO RECON-RECORD
           MOVE WS-RCN-LABEL TO RECON-RECORD(1:16)
           MOVE WS-RCN-LEFT TO WS-EDIT-AMOUNT-L
           MOVE WS-EDIT-AMOUNT-L TO RECON-RECORD(19:15)
           MOVE WS-RCN-RIGHT TO WS-EDIT-AMOUNT-L
           MOVE WS-EDIT-AMOUNT-L TO RECON-RECORD(35:15)
           MOVE WS-RCN-DIFF TO WS-EDIT-AMOUNT-L
           MOVE WS-EDIT-AMOUNT-L TO RECON-RECORD(51:15)
           IF WS-RCN-DIFF NOT = ZERO
               MOVE '*' TO RECON-RECORD(67:1)
               MOVE 'N' TO WS-RCN-BALANCED
           END-IF
           WRITE RECON-RECORD

           EXIT.

      * ----------------------------------------------------------------
      * Label and one amount in the register column
      * ----------------------------------------------------------------
       4786-PUT-RECON-AMOUNT.

           MOVE SPACES TO RECON-RECORD
           MOVE WS-RCN-LABEL TO RECON-RECORD(1:16)
           MOVE WS-RCN-LEFT TO WS-EDIT-AMOUNT-L
           MOVE WS-EDIT-AMOUNT-L TO RECON-RECORD(35:15)
           WRITE RECON-RECORD

           EXIT.

      * ----------------------------------------------------------------
      * Employee row at WS-RCN-SUB - listed when the net does not
      * agree with paid plus held, or when anything was held,
      * reissued or voided
      * ----------------------------------------------------------------
       4787-PUT-RECON-EMPLOYEE.

           COMPUTE WS-RCN-DIFF =
               WS-RCN-T-NET(WS-RCN-SUB)
               - WS-RCN-T-PAID(WS-RCN-SUB)
               - WS-RCN-T-HELD(WS-RCN-SUB)
           IF WS-RCN-DIFF NOT = ZERO
              OR WS-RCN-T-HELD(WS-RCN-SUB) NOT = ZERO
              OR WS-RCN-T-REISSUES(WS-RCN-SUB) > ZERO
              OR WS-RCN-T-VOIDS(WS-RCN-SUB) > ZERO
               MOVE SPACES TO RECON-RECORD
               MOVE WS-RCN-T-EMP-ID(WS-RCN-SUB) TO RECON-RECORD(1:7)
               MOVE WS-RCN-T-NET(WS-RCN-SUB) TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO RECON-RECORD(11:11)
               MOVE WS-RCN-T-PAID(WS-RCN-SUB) TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO RECON-RECORD(26:11)
               MOVE WS-RCN-T-HELD(WS-RCN-SUB) TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO RECON-RECORD(41:11)
               MOVE WS-RCN-DIFF TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO RECON-RECORD(56:11)
               IF WS-RCN-DIFF NOT = ZERO
                   ADD 1 TO WS-RCN-EXCEPTIONS
                   MOVE 'N' TO WS-RCN-BALANCED
                   IF WS-RCN-DIFF > ZERO
                       MOVE 'UNDERPAID' TO RECON-RECORD(69:10)
                   ELSE
                       MOVE 'OVERPAID' TO RECON-RECORD(69:10)
                   END-IF
               ELSE
                   IF WS-RCN-T-HELD(WS-RCN-SUB) NOT = ZERO
                       MOVE 'HELD' TO RECON-RECORD(69:10)
                   END-IF
               END-IF
               IF WS-RCN-T-REISSUES(WS-RCN-SUB) > ZERO
                   MOVE 'REISSUED' TO RECON-RECORD(80:8)
               END-IF
               IF WS-RCN-T-VOIDS(WS-RCN-SUB) > ZERO
                   MOVE 'VOIDED ' TO RECON-RECORD(89:7)
                   MOVE WS-RCN-T-VOIDS(WS-RCN-SUB) TO
                       RECON-RECORD(96:3)
               END-IF
               WRITE RECON-RECORD
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Sign-off block - the preparer is the operator; signing off
      * goes on the audit trail, otherwise the reviewer lines are
      * left for a wet signature
      * ----------------------------------------------------------------
       4790-RECON-SIGN-OFF.

           MOVE SPACES TO RECON-RECORD
           WRITE RECON-RECORD
           MOVE SPACES TO RECON-RECORD
           STRING 'PREPARED BY  ' DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  '  DATE ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
               INTO RECON-RECORD
           END-STRING
           WRITE RECON-RECORD

           IF WS-RCN-BALANCED = 'Y'
               DISPLAY "Reconciliation balances. Sign off (Y/N): "
           ELSE
               DISPLAY "Reconciliation is OUT OF BALANCE. "
                   "Sign off with exceptions (Y/N): "
           END-IF
           ACCEPT WS-ANSWER
           MOVE SPACES TO RECON-RECORD
           IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
               STRING 'SIGNED OFF BY ' DELIMITED BY SIZE
                      WS-OPERATOR-ID DELIMITED BY SIZE
                      '  DATE ' DELIMITED BY SIZE
                      WS-TODAY DELIMITED BY SIZE
                   INTO RECON-RECORD
               END-STRING
               WRITE RECON-RECORD
               MOVE 'RECSGN' TO WS-AUD-ACTION
               MOVE ZERO TO WS-AUD-EMP-ID
               MOVE SPACES TO WS-AUD-BEFORE-NAME
               STRING 'RECON PERIOD ' DELIMITED BY SIZE
                      WS-RCN-PERIOD DELIMITED BY SIZE
                   INTO WS-AUD-BEFORE-NAME
               END-STRING
               MOVE WS-COMPANY TO WS-AUD-BEFORE-DEPT
               MOVE ZERO TO WS-AUD-BEFORE-SAL
               MOVE SPACE TO WS-AUD-BEFORE-STAT
               IF WS-RCN-BALANCED = 'Y'
                   MOVE 'SIGNED OFF BALANCED' TO WS-AUD-AFTER-NAME
               ELSE
                   MOVE 'SIGNED OFF EXCEPTIONS' TO WS-AUD-AFTER-NAME
               END-IF
               MOVE SPACES TO WS-AUD-AFTER-DEPT
               MOVE WS-RCN-EXCEPTIONS TO WS-AUD-AFTER-SAL
               MOVE SPACE TO WS-AUD-AFTER-STAT
               PERFORM 8500-WRITE-AUDIT-RECORD
           ELSE
               MOVE 'REVIEWED BY  ________  DATE ________'
                   TO RECON-RECORD
               WRITE RECON-RECORD
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Month-end payroll accrual for the session company: salary
      * earned but not yet paid from the day after each employee's
      * last regular period end to the month end, counted in
      * business days, and approved timesheets not yet paid - a
      * timesheet running past month end is taken in proportion.
      * The journal goes on the GL extract by department and cost
      * center and is kept on ACCRUAL.DAT for the next pay run to
      * reverse.  A month end is accrued once only.
      * ----------------------------------------------------------------
       4960-MONTH-END-ACCRUAL.

           DISPLAY "Month-end date to accrue to (YYYYMMDD): "
           ACCEPT WS-ACR-MONTH-END

           MOVE 'N' TO WS-ACR-PENDING
           MOVE 'N' TO WS-EOF
           OPEN INPUT ACCRUAL-FILE
           IF WS-ACCRUAL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCRUAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE ACCRUAL-FILE
                   NOT AT END
                       IF ACR-COMPANY = SPACES
                           MOVE '01' TO ACR-COMPANY
                       END-IF
                       IF ACR-COMPANY = WS-COMPANY
                           MOVE 'Y' TO WS-ACR-PENDING
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO WS-FRG-ID
           STRING 'AC' DELIMITED BY SIZE
                  WS-COMPANY DELIMITED BY SIZE
                  WS-ACR-MONTH-END DELIMITED BY SIZE
               INTO WS-FRG-ID
           END-STRING
           MOVE 'ACCRUAL' TO WS-FRG-SOURCE
           PERFORM 9690-CHECK-FILE-REGISTRY

           IF WS-ACR-PENDING = 'Y'
               DISPLAY "The last accrual has not been reversed by a "
                   "pay run yet - accrual refused."
           ELSE
           IF WS-FRG-SEEN = 'Y'
               DISPLAY "Month end " WS-ACR-MONTH-END
                   " has already been accrued."
           ELSE
               MOVE ZERO TO WS-ACJ-COUNT
               MOVE ZERO TO WS-ACR-TOTAL
               MOVE ZERO TO WS-ACR-EMPS
               PERFORM 3653-LOAD-ALLOC-TABLE
               PERFORM 4961-LOAD-LAST-PAID
               PERFORM 4963-LOAD-UNPAID-TIME

               MOVE 'N' TO WS-EOF
               OPEN INPUT EMP-FILE
               IF WS-EMP-STATUS NOT = '00'
                   MOVE 'Y' TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ EMP-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                           CLOSE EMP-FILE
                       NOT AT END
                           MOVE EMP-COMPANY TO WS-EMP-COMPANY-W
                           IF WS-EMP-COMPANY-W = SPACES
                               MOVE '01' TO WS-EMP-COMPANY-W
                           END-IF
                           IF EMP-STATUS = 'A'
                              AND EMP-DEL-FLAG NOT = 'D'
                              AND WS-EMP-COMPANY-W = WS-COMPANY
                               PERFORM 4964-ACCRUE-ONE-EMPLOYEE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE SPACES TO WS-CHK-LOC

               IF WS-ACR-TOTAL = ZERO
                   DISPLAY "Nothing to accrue at " WS-ACR-MONTH-END
               ELSE
                   PERFORM 4966-WRITE-ACCRUAL-JOURNAL
                   PERFORM 9695-RECORD-FILE-PROCESSED
                   MOVE WS-ACR-TOTAL TO WS-EDIT-AMOUNT-L
                   DISPLAY "Accrued " WS-EDIT-AMOUNT-L " for "
                       WS-ACR-EMPS " employees on " WS-ACJ-COUNT
                       " journal lines."
               END-IF
           END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Last regular period end paid for every employee on PAYROLL
      * ----------------------------------------------------------------
       4961-LOAD-LAST-PAID.

           MOVE ZERO TO WS-ACR-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT PAYROLL-FILE
           IF WS-PAYROLL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYROLL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE PAYROLL-FILE
                   NOT AT END
                       IF PAY-REC-TYPE = 'R' OR PAY-REC-TYPE = SPACE
                           MOVE PAY-EMP-ID TO WS-ACR-WANTED
                           PERFORM 4962-FIND-ACR-ENTRY
                           IF WS-ACR-SUB = ZERO
                              AND WS-ACR-COUNT < 5000
                               ADD 1 TO WS-ACR-COUNT
                               MOVE WS-ACR-COUNT TO WS-ACR-SUB
                               MOVE PAY-EMP-ID TO
                                   WS-ACR-T-EMP-ID(WS-ACR-SUB)
                               MOVE ZERO TO
                                   WS-ACR-T-LAST-PE(WS-ACR-SUB)
                           END-IF
                           IF WS-ACR-SUB > ZERO
                              AND PAY-PERIOD-END >
                                  WS-ACR-T-LAST-PE(WS-ACR-SUB)
                               MOVE PAY-PERIOD-END TO
                                   WS-ACR-T-LAST-PE(WS-ACR-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Row for employee WS-ACR-WANTED, zero when not paid yet
      * ----------------------------------------------------------------
       4962-FIND-ACR-ENTRY.

           MOVE ZERO TO WS-ACR-SUB
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-ACR-COUNT
               IF WS-ACR-T-EMP-ID(WS-SUB-2) = WS-ACR-WANTED
                   MOVE WS-SUB-2 TO WS-ACR-SUB
                   MOVE WS-ACR-COUNT TO WS-SUB-2
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Approved timesheets for periods after the employee's last
      * regular pay
      * ----------------------------------------------------------------
       4963-LOAD-UNPAID-TIME.

           MOVE ZERO TO WS-ACT-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT TIMESHEET-FILE
           IF WS-TMS-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ TIMESHEET-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE TIMESHEET-FILE
                   NOT AT END
                       IF TMS-APPROVAL = 'A'
                           MOVE TMS-EMP-ID TO WS-ACR-WANTED
                           PERFORM 4962-FIND-ACR-ENTRY
                           IF (WS-ACR-SUB = ZERO
                            OR TMS-PERIOD-END >
                               WS-ACR-T-LAST-PE(WS-ACR-SUB))
                              AND WS-ACT-COUNT < 3000
                               ADD 1 TO WS-ACT-COUNT
                               MOVE TMS-EMP-ID TO
                                   WS-ACT-T-EMP-ID(WS-ACT-COUNT)
                               MOVE TMS-PERIOD-END TO
                                   WS-ACT-T-PE(WS-ACT-COUNT)
                               MOVE TMS-REG-HOURS TO
                                   WS-ACT-T-REG(WS-ACT-COUNT)
                               MOVE TMS-OT-HOURS TO
                                   WS-ACT-T-OT(WS-ACT-COUNT)
                               MOVE TMS-SHIFT TO
                                   WS-ACT-T-SHIFT(WS-ACT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Accrue the employee in EMP-RECORD.  Anyone with unpaid
      * approved time is accrued on hours; everyone else on salary
      * per business day (annual salary over 260).
      * ----------------------------------------------------------------
       4964-ACCRUE-ONE-EMPLOYEE.

           MOVE EMP-ID TO WS-ACR-WANTED
           PERFORM 4962-FIND-ACR-ENTRY
           IF WS-ACR-SUB > ZERO
               COMPUTE WS-ACR-FROM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE
                       (WS-ACR-T-LAST-PE(WS-ACR-SUB)) + 1)
           ELSE
               MOVE WS-ACR-MONTH-END TO WS-WORK-DATE
               MOVE 1 TO WS-WD-DAY
               MOVE WS-WORK-DATE TO WS-ACR-FROM
               IF EMP-HIRE-DATE > WS-ACR-FROM
                   MOVE EMP-HIRE-DATE TO WS-ACR-FROM
               END-IF
           END-IF
           MOVE EMP-LOCATION TO WS-CHK-LOC
           MOVE ZERO TO WS-ACR-AMOUNT
           MOVE 'N' TO WS-ACR-HOURLY

           IF WS-ACR-FROM <= WS-ACR-MONTH-END
               COMPUTE WS-HG-RATE ROUNDED = EMP-SALARY / 2080
               PERFORM VARYING WS-SUB-3 FROM 1 BY 1
                       UNTIL WS-SUB-3 > WS-ACT-COUNT
                   IF WS-ACT-T-EMP-ID(WS-SUB-3) = EMP-ID
                       MOVE 'Y' TO WS-ACR-HOURLY
                       PERFORM 4965-ACCRUE-ONE-TIMESHEET
                   END-IF
               END-PERFORM

               IF WS-ACR-HOURLY = 'N'
                   MOVE WS-ACR-FROM TO WS-LVR-FROM
                   MOVE WS-ACR-MONTH-END TO WS-LVR-TO
                   PERFORM 9680-COUNT-BUSINESS-DAYS
                   COMPUTE WS-ACR-AMOUNT ROUNDED =
                       EMP-SALARY * WS-BUSDAY-COUNT / 260
               END-IF
           END-IF

           IF WS-ACR-AMOUNT > ZERO
               ADD 1 TO WS-ACR-EMPS
               ADD WS-ACR-AMOUNT TO WS-ACR-TOTAL
               PERFORM 4967-BUCKET-ACCRUAL
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * One unpaid timesheet at WS-SUB-3: its period runs back a week,
      * a fortnight or to the first of the month by pay frequency,
      * never before WS-ACR-FROM; only the part up to month end is
      * accrued
      * ----------------------------------------------------------------
       4965-ACCRUE-ONE-TIMESHEET.

           EVALUATE EMP-PAY-FREQ
               WHEN 'W'
                   COMPUTE WS-ACR-START = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE
                           (WS-ACT-T-PE(WS-SUB-3)) - 6)
               WHEN 'B'
                   COMPUTE WS-ACR-START = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE
                           (WS-ACT-T-PE(WS-SUB-3)) - 13)
               WHEN OTHER
                   MOVE WS-ACT-T-PE(WS-SUB-3) TO WS-WORK-DATE
                   MOVE 1 TO WS-WD-DAY
                   MOVE WS-WORK-DATE TO WS-ACR-START
           END-EVALUATE
           IF WS-ACR-START < WS-ACR-FROM
               MOVE WS-ACR-FROM TO WS-ACR-START
           END-IF

           IF WS-ACR-START <= WS-ACR-MONTH-END
               MOVE WS-ACT-T-REG(WS-SUB-3) TO WS-HG-REG
               MOVE WS-ACT-T-OT(WS-SUB-3) TO WS-HG-OT
               MOVE WS-ACT-T-SHIFT(WS-SUB-3) TO WS-HG-SHIFT
               PERFORM 3633-COMPUTE-HOURLY-GROSS
               MOVE WS-HG-GROSS TO WS-ACR-PART
               IF WS-ACT-T-PE(WS-SUB-3) > WS-ACR-MONTH-END
                   MOVE WS-ACR-START TO WS-LVR-FROM
                   MOVE WS-ACR-MONTH-END TO WS-LVR-TO
                   PERFORM 9680-COUNT-BUSINESS-DAYS
                   MOVE WS-BUSDAY-COUNT TO WS-ACR-DAYS-IN
                   MOVE WS-ACT-T-PE(WS-SUB-3) TO WS-LVR-TO
                   PERFORM 9680-COUNT-BUSINESS-DAYS
                   IF WS-BUSDAY-COUNT > ZERO
                       COMPUTE WS-ACR-PART ROUNDED =
                           WS-HG-GROSS * WS-ACR-DAYS-IN
                           / WS-BUSDAY-COUNT
                   END-IF
               END-IF
               ADD WS-ACR-PART TO WS-ACR-AMOUNT
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Steer the employee's accrual: allocated employees split
      * across their cost centers, everyone else to the department
      * and its cost center
      * ----------------------------------------------------------------
       4967-BUCKET-ACCRUAL.

           MOVE 'N' TO WS-ALC-FOUND
           PERFORM VARYING WS-SUB-3 FROM 1 BY 1
                   UNTIL WS-SUB-3 > WS-ALC-COUNT
               IF WS-ALC-EMP-ID(WS-SUB-3) = EMP-ID
                   MOVE 'Y' TO WS-ALC-FOUND
                   COMPUTE WS-ACJ-SHARE ROUNDED =
                       WS-ACR-AMOUNT * WS-ALC-PCT(WS-SUB-3) / 100
                   MOVE 'ALLOCATED' TO WS-ACJ-DEPT
                   MOVE WS-ALC-CC(WS-SUB-3) TO WS-ACJ-CC
                   PERFORM 4968-ADD-TO-ACCRUAL-LINE
               END-IF
           END-PERFORM

           IF WS-ALC-FOUND = 'N'
               MOVE EMP-DEPARTMENT TO WS-ACJ-DEPT
               MOVE SPACES TO WS-ACJ-CC
               MOVE EMP-DEPARTMENT TO WS-DPT-WANTED
               PERFORM 1160-FIND-DEPT
               IF WS-DPT-FOUND-SUB > ZERO
                   MOVE WS-DPT-COST-CENTER(WS-DPT-FOUND-SUB) TO
                       WS-ACJ-CC
               END-IF
               MOVE WS-ACR-AMOUNT TO WS-ACJ-SHARE
               PERFORM 4968-ADD-TO-ACCRUAL-LINE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Add WS-ACJ-SHARE to the WS-ACJ-DEPT/WS-ACJ-CC journal line
      * ----------------------------------------------------------------
       4968-ADD-TO-ACCRUAL-LINE.

           MOVE ZERO TO WS-ACJ-SUB
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-ACJ-COUNT
               IF WS-ACJ-T-DEPT(WS-SUB-2) = WS-ACJ-DEPT
                  AND WS-ACJ-T-CC(WS-SUB-2) = WS-ACJ-CC
                   MOVE WS-SUB-2 TO WS-ACJ-SUB
                   MOVE WS-ACJ-COUNT TO WS-SUB-2
               END-IF
           END-PERFORM
           IF WS-ACJ-SUB = ZERO AND WS-ACJ-COUNT < 300
               ADD 1 TO WS-ACJ-COUNT
               MOVE WS-ACJ-COUNT TO WS-ACJ-SUB
               MOVE WS-ACJ-DEPT TO WS-ACJ-T-DEPT(WS-ACJ-SUB)
               MOVE WS-ACJ-CC TO WS-ACJ-T-CC(WS-ACJ-SUB)
               MOVE ZERO TO WS-ACJ-T-AMOUNT(WS-ACJ-SUB)
           END-IF
           IF WS-ACJ-SUB > ZERO
               ADD WS-ACJ-SHARE TO WS-ACJ-T-AMOUNT(WS-ACJ-SUB)
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * The accrual journal: expense by department/cost center
      * against the accrued payroll liability, appended to the GL
      * extract and kept on ACCRUAL.DAT for reversal
      * ----------------------------------------------------------------
       4966-WRITE-ACCRUAL-JOURNAL.

           MOVE ZERO TO WS-ACR-TOTAL
           MOVE WS-COMPANY TO WS-GL-COMPANY
           OPEN EXTEND ACCRUAL-FILE
           IF WS-ACCRUAL-STATUS = '35'
               OPEN OUTPUT ACCRUAL-FILE
           END-IF
           OPEN EXTEND GLEXTR-FILE
           IF WS-GLEXTR-STATUS = '35'
               OPEN OUTPUT GLEXTR-FILE
           END-IF

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ACJ-COUNT
               IF WS-ACJ-T-AMOUNT(WS-SUB) > ZERO
                   MOVE SPACES TO ACCRUAL-RECORD
                   MOVE WS-ACR-MONTH-END TO ACR-MONTH-END
                   MOVE WS-ACJ-T-DEPT(WS-SUB) TO ACR-DEPT
                   MOVE WS-ACJ-T-CC(WS-SUB) TO ACR-CC
                   MOVE WS-ACJ-T-AMOUNT(WS-SUB) TO ACR-AMOUNT
                   MOVE WS-COMPANY TO ACR-COMPANY
                   WRITE ACCRUAL-RECORD
                   ADD WS-ACJ-T-AMOUNT(WS-SUB) TO WS-ACR-TOTAL

                   MOVE 'ACCREXP' TO WS-GLM-TYPE
                   IF WS-ACJ-T-CC(WS-SUB) = SPACES
                       MOVE WS-ACJ-T-DEPT(WS-SUB) TO WS-GLM-KEY
                   ELSE
                       MOVE WS-ACJ-T-CC(WS-SUB) TO WS-GLM-KEY
                   END-IF
                   MOVE 'ACCRUED SALARY EXP' TO WS-GL-ACCOUNT
                   MOVE WS-ACJ-T-DEPT(WS-SUB) TO WS-GL-DEPT
                   MOVE WS-ACJ-T-CC(WS-SUB) TO WS-GL-CC
                   MOVE 'DR' TO WS-GL-DRCR
                   MOVE WS-ACJ-T-AMOUNT(WS-SUB) TO WS-GL-AMOUNT
                   PERFORM 4310-PUT-GL-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-GL-DEPT
           MOVE SPACES TO WS-GL-CC
           MOVE SPACES TO WS-GLM-KEY
           MOVE 'ACCRLIAB' TO WS-GLM-TYPE
           MOVE 'ACCRUED PAYROLL' TO WS-GL-ACCOUNT
           MOVE 'CR' TO WS-GL-DRCR
           MOVE WS-ACR-TOTAL TO WS-GL-AMOUNT
           PERFORM 4310-PUT-GL-LINE

           CLOSE GLEXTR-FILE
           CLOSE ACCRUAL-FILE

           EXIT.

      * ----------------------------------------------------------------
      * Leave liability valuation: every current employee's untaken
      * leave priced at their daily rate - one period's pay over the
      * working days in the period - and taken to base currency,
      * with totals by department and company.  The movement in
      * each company's provision since the last valuation is
      * journalled on the GL extract and the new figures kept on
      * LVPROV.DAT.
      * ----------------------------------------------------------------
       4970-LEAVE-LIABILITY.

           DISPLAY "Valuation date (YYYYMMDD, blank = today): "
           ACCEPT WS-LVV-DATE
           IF WS-LVV-DATE = ZERO
               ACCEPT WS-LVV-DATE FROM DATE YYYYMMDD
           END-IF

           MOVE ZERO TO WS-LVV-TOTAL
           MOVE ZERO TO WS-LVV-EMPS
           MOVE ZERO TO WS-LVD-COUNT
           MOVE ZERO TO WS-LVC-COUNT
           PERFORM 3646-LOAD-LEAVE-TABLE

           OPEN OUTPUT LVLIAB-FILE
           MOVE SPACES TO LVLIAB-RECORD
           STRING 'LEAVE LIABILITY VALUATION AS AT '
                      DELIMITED BY SIZE
                  WS-LVV-DATE DELIMITED BY SIZE
               INTO LVLIAB-RECORD
           END-STRING
           WRITE LVLIAB-RECORD
           MOVE SPACES TO LVLIAB-RECORD
           MOVE 'EMP-ID  NAME' TO LVLIAB-RECORD(1:12)
           MOVE 'DEPARTMENT' TO LVLIAB-RECORD(40:10)
           MOVE 'CO' TO LVLIAB-RECORD(61:2)
           MOVE 'DAYS' TO LVLIAB-RECORD(66:4)
           MOVE 'DAILY RATE' TO LVLIAB-RECORD(73:10)
           MOVE 'VALUE' TO LVLIAB-RECORD(94:5)
           WRITE LVLIAB-RECORD

           MOVE 'N' TO WS-EOF
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EMP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE EMP-FILE
                   NOT AT END
                       IF EMP-STATUS NOT = 'T'
                          AND EMP-DEL-FLAG NOT = 'D'
                           PERFORM 4971-VALUE-ONE-BALANCE
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 4973-LOAD-LAST-PROVISION
           PERFORM 4974-WRITE-LIABILITY-TOTALS
           CLOSE LVLIAB-FILE

           PERFORM 4975-POST-PROVISION-MOVEMENT

           MOVE 'LVLIAB.TXT' TO WS-ARCHSRC-NAME
           MOVE 'LVLIAB' TO WS-ARCH-REPORT
           PERFORM 9700-ARCHIVE-REPORT
           MOVE WS-LVV-TOTAL TO WS-EDIT-AMOUNT-L
           DISPLAY "Leave liability " WS-EDIT-AMOUNT-L " for "
               WS-LVV-EMPS " employees - LVLIAB.TXT written."

           EXIT.

      * ----------------------------------------------------------------
      * Price the untaken balance of the employee in EMP-RECORD
      * ----------------------------------------------------------------
       4971-VALUE-ONE-BALANCE.

           PERFORM 3648-FIND-LEAVE-ENTRY
           MOVE ZERO TO WS-LVV-DAYS
           IF WS-LVB-SUB > ZERO
               COMPUTE WS-LVV-DAYS = WS-LVB-ACCRUED(WS-LVB-SUB)
                   - WS-LVB-TAKEN(WS-LVB-SUB)
           END-IF

           IF WS-LVV-DAYS > ZERO
               EVALUATE EMP-PAY-FREQ
                   WHEN 'W'
                       COMPUTE WS-LVV-DAILY ROUNDED =
                           EMP-SALARY / 52 / 5
                   WHEN 'B'
                       COMPUTE WS-LVV-DAILY ROUNDED =
                           EMP-SALARY / 26 / 10
                   WHEN OTHER
                       COMPUTE WS-LVV-DAILY ROUNDED =
                           EMP-SALARY / 12 / 21.67
               END-EVALUATE
               MOVE WS-LVV-DAILY TO WS-CNV-AMOUNT
               MOVE EMP-CURRENCY TO WS-CNV-CURRENCY
               PERFORM 9660-CONVERT-TO-BASE
               MOVE WS-CNV-RESULT TO WS-LVV-DAILY
               COMPUTE WS-LVV-VALUE ROUNDED =
                   WS-LVV-DAILY * WS-LVV-DAYS

               MOVE EMP-COMPANY TO WS-LVV-COMPANY
               IF WS-LVV-COMPANY = SPACES
                   MOVE '01' TO WS-LVV-COMPANY
               END-IF
               ADD 1 TO WS-LVV-EMPS
               ADD WS-LVV-VALUE TO WS-LVV-TOTAL
               PERFORM 4972-ADD-TO-LIABILITY-TOTALS

               MOVE SPACES TO LVLIAB-RECORD
               MOVE EMP-ID TO LVLIAB-RECORD(1:7)
               MOVE EMP-NAME TO LVLIAB-RECORD(9:30)
               MOVE EMP-DEPARTMENT TO LVLIAB-RECORD(40:20)
               MOVE WS-LVV-COMPANY TO LVLIAB-RECORD(61:2)
               MOVE WS-LVV-DAYS TO WS-LVV-EDIT-DAYS
               MOVE WS-LVV-EDIT-DAYS TO LVLIAB-RECORD(64:7)
               MOVE WS-LVV-DAILY TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO LVLIAB-RECORD(72:11)
               MOVE WS-LVV-VALUE TO WS-EDIT-AMOUNT-L
               MOVE WS-EDIT-AMOUNT-L TO LVLIAB-RECORD(84:15)
               WRITE LVLIAB-RECORD
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Add WS-LVV-VALUE to its department and company totals
      * ----------------------------------------------------------------
       4972-ADD-TO-LIABILITY-TOTALS.

           MOVE ZERO TO WS-LVD-SUB
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-LVD-COUNT
               IF WS-LVD-DEPT(WS-SUB-2) = EMP-DEPARTMENT
                   MOVE WS-SUB-2 TO WS-LVD-SUB
                   MOVE WS-LVD-COUNT TO WS-SUB-2
               END-IF
           END-PERFORM
           IF WS-LVD-SUB = ZERO AND WS-LVD-COUNT < 200
               ADD 1 TO WS-LVD-COUNT
               MOVE WS-LVD-COUNT TO WS-LVD-SUB
               MOVE EMP-DEPARTMENT TO WS-LVD-DEPT(WS-LVD-SUB)
               MOVE ZERO TO WS-LVD-AMOUNT(WS-LVD-SUB)
           END-IF
           IF WS-LVD-SUB > ZERO
               ADD WS-LVV-VALUE TO WS-LVD-AMOUNT(WS-LVD-SUB)
           END-IF

           PERFORM 4976-FIND-LVC-ENTRY
           IF WS-LVC-SUB > ZERO
               ADD WS-LVV-VALUE TO WS-LVC-AMOUNT(WS-LVC-SUB)
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Company row for WS-LVV-COMPANY, added if new
      * ----------------------------------------------------------------
       4976-FIND-LVC-ENTRY.

           MOVE ZERO TO WS-LVC-SUB
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-LVC-COUNT
               IF WS-LVC-COMPANY(WS-SUB-2) = WS-LVV-COMPANY
                   MOVE WS-SUB-2 TO WS-LVC-SUB
                   MOVE WS-LVC-COUNT TO WS-SUB-2
               END-IF
           END-PERFORM
           IF WS-LVC-SUB = ZERO AND WS-LVC-COUNT < 50
               ADD 1 TO WS-LVC-COUNT
               MOVE WS-LVC-COUNT TO WS-LVC-SUB
               MOVE WS-LVV-COMPANY TO WS-LVC-COMPANY(WS-LVC-SUB)
               MOVE ZERO TO WS-LVC-AMOUNT(WS-LVC-SUB)
               MOVE ZERO TO WS-LVC-PRIOR(WS-LVC-SUB)
               MOVE ZERO TO WS-LVC-PRIOR-DT(WS-LVC-SUB)
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Each company's provision at its latest earlier valuation
      * ----------------------------------------------------------------
       4973-LOAD-LAST-PROVISION.

           MOVE 'N' TO WS-EOF
           OPEN INPUT LVPROV-FILE
           IF WS-LVPROV-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ LVPROV-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE LVPROV-FILE
                   NOT AT END
                       MOVE LVP-COMPANY TO WS-LVV-COMPANY
                       PERFORM 4976-FIND-LVC-ENTRY
                       IF WS-LVC-SUB > ZERO
                          AND LVP-VAL-DATE >=
                              WS-LVC-PRIOR-DT(WS-LVC-SUB)
                           MOVE LVP-VAL-DATE TO
                               WS-LVC-PRIOR-DT(WS-LVC-SUB)
                           MOVE LVP-TOTAL TO
                               WS-LVC-PRIOR(WS-LVC-SUB)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Department and company totals, with each company's movement
      * ----------------------------------------------------------------
       4974-WRITE-LIABILITY-TOTALS.

           MOVE SPACES TO LVLIAB-RECORD
           WRITE LVLIAB-RECORD
           MOVE 'TOTALS BY DEPARTMENT' TO LVLIAB-RECORD
           WRITE LVLIAB-RECORD
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LVD-COUNT
               MOVE SPACES TO LVLIAB-RECORD
               MOVE WS-LVD-DEPT(WS-SUB) TO LVLIAB-RECORD(3:20)
               MOVE WS-LVD-AMOUNT(WS-SUB) TO WS-EDIT-AMOUNT-L
               MOVE WS-EDIT-AMOUNT-L TO LVLIAB-RECORD(84:15)
               WRITE LVLIAB-RECORD
           END-PERFORM

           MOVE SPACES TO LVLIAB-RECORD
           WRITE LVLIAB-RECORD
           MOVE 'TOTALS BY COMPANY' TO LVLIAB-RECORD
           MOVE 'LAST VALUATION' TO LVLIAB-RECORD(30:14)
           MOVE 'PRIOR' TO LVLIAB-RECORD(58:5)
           MOVE 'MOVEMENT' TO LVLIAB-RECORD(75:8)
           MOVE 'CURRENT' TO LVLIAB-RECORD(92:7)
           WRITE LVLIAB-RECORD
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LVC-COUNT
               COMPUTE WS-LVV-MOVE = WS-LVC-AMOUNT(WS-SUB)
                   - WS-LVC-PRIOR(WS-SUB)
               MOVE SPACES TO LVLIAB-RECORD
               MOVE 'COMPANY ' TO LVLIAB-RECORD(3:8)
               MOVE WS-LVC-COMPANY(WS-SUB) TO LVLIAB-RECORD(11:2)
               IF WS-LVC-PRIOR-DT(WS-SUB) = ZERO
                   MOVE 'NONE' TO LVLIAB-RECORD(30:8)
               ELSE
                   MOVE WS-LVC-PRIOR-DT(WS-SUB) TO
                       LVLIAB-RECORD(30:8)
               END-IF
               MOVE WS-LVC-PRIOR(WS-SUB) TO WS-EDIT-AMOUNT-L
               MOVE WS-EDIT-AMOUNT-L TO LVLIAB-RECORD(48:15)
               MOVE WS-LVV-MOVE TO WS-EDIT-AMOUNT-L
               MOVE WS-EDIT-AMOUNT-L TO LVLIAB-RECORD(66:15)
               MOVE WS-LVC-AMOUNT(WS-SUB) TO WS-EDIT-AMOUNT-L
               MOVE WS-EDIT-AMOUNT-L TO LVLIAB-RECORD(84:15)
               WRITE LVLIAB-RECORD
           END-PERFORM

           MOVE SPACES TO LVLIAB-RECORD
           MOVE 'TOTAL LIABILITY' TO LVLIAB-RECORD(1:15)
           MOVE WS-LVV-TOTAL TO WS-EDIT-AMOUNT-L
           MOVE WS-EDIT-AMOUNT-L TO LVLIAB-RECORD(84:15)
           WRITE LVLIAB-RECORD

           EXIT.

      * ----------------------------------------------------------------
      * Journal each company's provision movement on the GL extract
      * - an increase is charged to expense, a release credited back
      * - and record the new provision
      * ----------------------------------------------------------------
       4975-POST-PROVISION-MOVEMENT.

           OPEN EXTEND GLEXTR-FILE
           IF WS-GLEXTR-STATUS = '35'
               OPEN OUTPUT GLEXTR-FILE
           END-IF
           OPEN EXTEND LVPROV-FILE
           IF WS-LVPROV-STATUS = '35'
               OPEN OUTPUT LVPROV-FILE
           END-IF

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LVC-COUNT
               COMPUTE WS-LVV-MOVE = WS-LVC-AMOUNT(WS-SUB)
                   - WS-LVC-PRIOR(WS-SUB)
               IF WS-LVV-MOVE NOT = ZERO
                  AND WS-GLEXTR-STATUS = '00'
                   MOVE WS-LVC-COMPANY(WS-SUB) TO WS-GL-COMPANY
                   MOVE SPACES TO WS-GL-DEPT
                   MOVE SPACES TO WS-GL-CC
                   MOVE WS-LVC-COMPANY(WS-SUB) TO WS-GLM-KEY
                   IF WS-LVV-MOVE > ZERO
                       MOVE WS-LVV-MOVE TO WS-GL-AMOUNT
                   ELSE
                       COMPUTE WS-GL-AMOUNT = ZERO - WS-LVV-MOVE
                   END-IF
                   MOVE 'LVPROVEX' TO WS-GLM-TYPE
                   MOVE 'LEAVE PROVISION EXP' TO WS-GL-ACCOUNT
                   IF WS-LVV-MOVE > ZERO
                       MOVE 'DR' TO WS-GL-DRCR
                   ELSE
                       MOVE 'CR' TO WS-GL-DRCR
                   END-IF
                   PERFORM 4310-PUT-GL-LINE
                   MOVE 'LVPROV' TO WS-GLM-TYPE
                   MOVE 'LEAVE PROVISION' TO WS-GL-ACCOUNT
                   IF WS-LVV-MOVE > ZERO
                       MOVE 'CR' TO WS-GL-DRCR
                   ELSE
                       MOVE 'DR' TO WS-GL-DRCR
                   END-IF
                   PERFORM 4310-PUT-GL-LINE
               END-IF
               IF WS-LVPROV-STATUS = '00'
                  AND WS-GLEXTR-STATUS = '00'
                   MOVE SPACES TO LVPROV-RECORD
                   MOVE WS-LVV-DATE TO LVP-VAL-DATE
                   MOVE WS-LVC-COMPANY(WS-SUB) TO LVP-COMPANY
                   MOVE WS-LVC-AMOUNT(WS-SUB) TO LVP-TOTAL
                   WRITE LVPROV-RECORD
               END-IF
           END-PERFORM

           IF WS-GLEXTR-STATUS = '00'
               CLOSE GLEXTR-FILE
           ELSE
               DISPLAY "WARNING: provision movement not journalled - "
                   "GLEXTR.DAT status " WS-GLEXTR-STATUS
               DISPLAY "LVPROV.DAT left at the last valuation."
           END-IF
           IF WS-LVPROV-STATUS = '00'
               CLOSE LVPROV-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Pay variance report: every employee paid in the period is
      * set against their own previous pay period, and a net change
      * over VARIANCE-AMOUNT or VARIANCE-PCT is shown with the causes
      * found on the salary history, timesheets, pay history,
      * garnishment, loan and retro files.  Starters and leavers are
      * listed separately.  Nothing is held - the report is for the
      * supervisor's review before the run is released.
      * ----------------------------------------------------------------
       4980-PAY-VARIANCE-REPORT.

           DISPLAY "Pay period end to review (YYYYMMDD, "
               "blank = latest): "
           ACCEPT WS-PVR-CUR-PE

           MOVE 'VARIANCE-AMOUNT' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-NUMERIC TO WS-PVR-AMT-LIMIT
           END-IF
           MOVE 'VARIANCE-PCT' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-NUMERIC TO WS-PVR-PCT-LIMIT
           END-IF

           MOVE ZERO TO WS-PVR-COUNT
           MOVE ZERO TO WS-PVR-PRIOR-PE
           MOVE ZERO TO WS-PVR-FLAGGED
           MOVE ZERO TO WS-PVR-STARTERS
           MOVE ZERO TO WS-PVR-LEAVERS

           IF WS-PVR-CUR-PE = ZERO
               PERFORM 4981-FIND-LATEST-PERIOD
           END-IF
           IF WS-PVR-CUR-PE = ZERO
               DISPLAY "No pay history to review."
           ELSE
               PERFORM 4982-LOAD-VARIANCE-PAY
               PERFORM 4984-LOAD-VARIANCE-CAUSES
               OPEN INPUT EMP-FILE
               PERFORM 4986-WRITE-VARIANCE-REPORT
               IF WS-EMP-STATUS = '00'
                   CLOSE EMP-FILE
               END-IF

               MOVE 'VARIANCE.TXT' TO WS-ARCHSRC-NAME
               MOVE 'VARIANCE' TO WS-ARCH-REPORT
               PERFORM 9700-ARCHIVE-REPORT
               DISPLAY "Variance report written to VARIANCE.TXT - "
                   WS-PVR-FLAGGED " flagged, " WS-PVR-STARTERS
                   " starters, " WS-PVR-LEAVERS " leavers."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Latest period end on the pay history
      * ----------------------------------------------------------------
       4981-FIND-LATEST-PERIOD.

           MOVE 'N' TO WS-EOF
           OPEN INPUT PAYROLL-FILE
           IF WS-PAYROLL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYROLL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE PAYROLL-FILE
                   NOT AT END
                       IF PAY-PERIOD-END > WS-PVR-CUR-PE
                           MOVE PAY-PERIOD-END TO WS-PVR-CUR-PE
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Every pay row for the period under review, and each
      * employee's latest earlier period, summed over all the rows
      * (regular, supplemental, final, reversal) in each
      * ----------------------------------------------------------------
       4982-LOAD-VARIANCE-PAY.

           MOVE 'N' TO WS-EOF
           OPEN INPUT PAYROLL-FILE
           IF WS-PAYROLL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYROLL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE PAYROLL-FILE
                   NOT AT END
                       IF PAY-PERIOD-END NOT > WS-PVR-CUR-PE
                           MOVE PAY-EMP-ID TO WS-PVR-WANTED
                           PERFORM 4983-FIND-PVR-ENTRY
                           IF WS-PVR-SUB > ZERO
                               PERFORM 4985-ADD-VARIANCE-PAY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Row for employee WS-PVR-WANTED, added if new - WS-PVR-SUB is
      * zero when the table is full
      * ----------------------------------------------------------------
       4983-FIND-PVR-ENTRY.

           MOVE ZERO TO WS-PVR-SUB
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-PVR-COUNT
               IF WS-PVR-T-EMP-ID(WS-SUB-2) = WS-PVR-WANTED
                   MOVE WS-SUB-2 TO WS-PVR-SUB
                   MOVE WS-PVR-COUNT TO WS-SUB-2
               END-IF
           END-PERFORM

           IF WS-PVR-SUB = ZERO AND WS-PVR-COUNT < 5000
               ADD 1 TO WS-PVR-COUNT
               MOVE WS-PVR-COUNT TO WS-PVR-SUB
               INITIALIZE WS-PVR-ENTRY(WS-PVR-SUB)
               MOVE WS-PVR-WANTED TO WS-PVR-T-EMP-ID(WS-PVR-SUB)
               MOVE 'N' TO WS-PVR-T-CUR-FINAL(WS-PVR-SUB)
               MOVE 'N' TO WS-PVR-T-SALARY(WS-PVR-SUB)
               MOVE 'N' TO WS-PVR-T-RETRO(WS-PVR-SUB)
               MOVE 'N' TO WS-PVR-T-LOAN-OPEN(WS-PVR-SUB)
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Add the pay row in PAYROLL-RECORD to the current or previous
      * period of row WS-PVR-SUB
      * ----------------------------------------------------------------
       4985-ADD-VARIANCE-PAY.

           IF PAY-PERIOD-END = WS-PVR-CUR-PE
               ADD 1 TO WS-PVR-T-CUR-ROWS(WS-PVR-SUB)
               IF PAY-REC-TYPE = 'F'
                   MOVE 'Y' TO WS-PVR-T-CUR-FINAL(WS-PVR-SUB)
               END-IF
               ADD PAY-NET TO WS-PVR-T-CUR-NET(WS-PVR-SUB)
               ADD PAY-GROSS TO WS-PVR-T-CUR-GROSS(WS-PVR-SUB)
               ADD PAY-BONUS TO WS-PVR-T-CUR-BONUS(WS-PVR-SUB)
               ADD PAY-DEDUCTIONS TO WS-PVR-T-CUR-DED(WS-PVR-SUB)
               ADD PAY-LOAN-PAYMENT TO WS-PVR-T-CUR-LOAN(WS-PVR-SUB)
           ELSE
               IF PAY-PERIOD-END > WS-PVR-T-PRV-PE(WS-PVR-SUB)
                   MOVE PAY-PERIOD-END TO WS-PVR-T-PRV-PE(WS-PVR-SUB)
                   MOVE ZERO TO WS-PVR-T-PRV-NET(WS-PVR-SUB)
                   MOVE ZERO TO WS-PVR-T-PRV-GROSS(WS-PVR-SUB)
                   MOVE ZERO TO WS-PVR-T-PRV-BONUS(WS-PVR-SUB)
                   MOVE ZERO TO WS-PVR-T-PRV-DED(WS-PVR-SUB)
                   MOVE ZERO TO WS-PVR-T-PRV-LOAN(WS-PVR-SUB)
               END-IF
               IF PAY-PERIOD-END = WS-PVR-T-PRV-PE(WS-PVR-SUB)
                   ADD PAY-NET TO WS-PVR-T-PRV-NET(WS-PVR-SUB)
                   ADD PAY-GROSS TO WS-PVR-T-PRV-GROSS(WS-PVR-SUB)
                   ADD PAY-BONUS TO WS-PVR-T-PRV-BONUS(WS-PVR-SUB)
                   ADD PAY-DEDUCTIONS TO WS-PVR-T-PRV-DED(WS-PVR-SUB)
                   ADD PAY-LOAN-PAYMENT TO
                       WS-PVR-T-PRV-LOAN(WS-PVR-SUB)
               END-IF
               IF PAY-PERIOD-END > WS-PVR-PRIOR-PE
                   MOVE PAY-PERIOD-END TO WS-PVR-PRIOR-PE
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * What the side files show for each employee between their
      * previous period and this one
      * ----------------------------------------------------------------
       4984-LOAD-VARIANCE-CAUSES.

      *    Salary changes effective after the previous period end
           MOVE 'N' TO WS-EOF
           OPEN INPUT SALHIST-FILE
           IF WS-SALHIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SALHIST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE SALHIST-FILE
                   NOT AT END
                       MOVE SH-EMP-ID TO WS-PVR-WANTED
                       PERFORM 4987-FIND-PVR-ROW
                       IF WS-PVR-SUB > ZERO
                          AND SH-EFF-DATE >
                              WS-PVR-T-PRV-PE(WS-PVR-SUB)
                          AND SH-EFF-DATE NOT > WS-PVR-CUR-PE
                           MOVE 'Y' TO WS-PVR-T-SALARY(WS-PVR-SUB)
                       END-IF
               END-READ
           END-PERFORM

      *    Hours and overtime on the two periods' timesheets
           MOVE 'N' TO WS-EOF
           OPEN INPUT TIMESHEET-FILE
           IF WS-TMS-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TIMESHEET-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE TIMESHEET-FILE
                   NOT AT END
                       MOVE TMS-EMP-ID TO WS-PVR-WANTED
                       PERFORM 4987-FIND-PVR-ROW
                       IF WS-PVR-SUB > ZERO
                          AND TMS-PERIOD-END = WS-PVR-CUR-PE
                           ADD TMS-REG-HOURS TO
                               WS-PVR-T-CUR-REG(WS-PVR-SUB)
                           ADD TMS-OT-HOURS TO
                               WS-PVR-T-CUR-OT(WS-PVR-SUB)
                       END-IF
                       IF WS-PVR-SUB > ZERO
                          AND TMS-PERIOD-END =
                              WS-PVR-T-PRV-PE(WS-PVR-SUB)
                           ADD TMS-REG-HOURS TO
                               WS-PVR-T-PRV-REG(WS-PVR-SUB)
                           ADD TMS-OT-HOURS TO
                               WS-PVR-T-PRV-OT(WS-PVR-SUB)
                       END-IF
               END-READ
           END-PERFORM

      *    Amounts recovered so far on garnishment orders
           MOVE 'N' TO WS-EOF
           OPEN INPUT GARNISH-FILE
           IF WS-GARNISH-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GARNISH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE GARNISH-FILE
                   NOT AT END
                       MOVE GRN-EMP-ID TO WS-PVR-WANTED
                       PERFORM 4987-FIND-PVR-ROW
                       IF WS-PVR-SUB > ZERO
                           ADD GRN-RECOVERED TO
                               WS-PVR-T-GRN-REC(WS-PVR-SUB)
                       END-IF
               END-READ
           END-PERFORM

      *    Loans still being recovered
           MOVE 'N' TO WS-EOF
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOAN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE LOAN-FILE
                   NOT AT END
                       MOVE LN-EMP-ID TO WS-PVR-WANTED
                       PERFORM 4987-FIND-PVR-ROW
                       IF WS-PVR-SUB > ZERO AND LN-BALANCE > ZERO
                           MOVE 'Y' TO WS-PVR-T-LOAN-OPEN(WS-PVR-SUB)
                       END-IF
               END-READ
           END-PERFORM

      *    Retro settlements paid in the period
           MOVE 'N' TO WS-EOF
           OPEN INPUT RETRO-FILE
           IF WS-RETRO-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RETRO-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE RETRO-FILE
                   NOT AT END
                       MOVE RTP-EMP-ID TO WS-PVR-WANTED
                       PERFORM 4987-FIND-PVR-ROW
                       IF WS-PVR-SUB > ZERO
                          AND RTP-PAID-PERIOD = WS-PVR-CUR-PE
                           MOVE 'Y' TO WS-PVR-T-RETRO(WS-PVR-SUB)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Existing row for employee WS-PVR-WANTED, zero when not paid
      * ----------------------------------------------------------------
       4987-FIND-PVR-ROW.

           MOVE ZERO TO WS-PVR-SUB
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-PVR-COUNT
               IF WS-PVR-T-EMP-ID(WS-SUB-2) = WS-PVR-WANTED
                   MOVE WS-SUB-2 TO WS-PVR-SUB
                   MOVE WS-PVR-COUNT TO WS-SUB-2
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Variances over the limits, then starters, then leavers - the
      * session company only
      * ----------------------------------------------------------------
       4986-WRITE-VARIANCE-REPORT.

           OPEN OUTPUT VARIANCE-FILE
           MOVE SPACES TO VARIANCE-RECORD
           STRING 'PAY VARIANCE REPORT - PERIOD ENDING '
                      DELIMITED BY SIZE
                  WS-PVR-CUR-PE DELIMITED BY SIZE
                  '   COMPANY ' DELIMITED BY SIZE
                  WS-COMPANY DELIMITED BY SIZE
               INTO VARIANCE-RECORD
           END-STRING
           WRITE VARIANCE-RECORD
           MOVE SPACES TO VARIANCE-RECORD
           MOVE WS-PVR-AMT-LIMIT TO WS-EDIT-AMOUNT
           MOVE WS-PVR-PCT-LIMIT TO WS-PVR-EDIT-PCT
           STRING 'NET CHANGES OVER ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
                  ' OR ' DELIMITED BY SIZE
                  WS-PVR-EDIT-PCT DELIMITED BY SIZE
                  ' PERCENT' DELIMITED BY SIZE
               INTO VARIANCE-RECORD
           END-STRING
           WRITE VARIANCE-RECORD
           MOVE SPACES TO VARIANCE-RECORD
           WRITE VARIANCE-RECORD
           MOVE 'EMP-ID  NAME' TO VARIANCE-RECORD(1:12)
           MOVE 'PRIOR NET' TO VARIANCE-RECORD(32:9)
           MOVE 'CURRENT NET' TO VARIANCE-RECORD(44:11)
           MOVE 'CHANGE' TO VARIANCE-RECORD(60:6)
           MOVE 'PCT' TO VARIANCE-RECORD(71:3)
           MOVE 'ATTRIBUTED TO' TO VARIANCE-RECORD(75:13)
           WRITE VARIANCE-RECORD

           PERFORM VARYING WS-PVR-SUB FROM 1 BY 1
                   UNTIL WS-PVR-SUB > WS-PVR-COUNT
               MOVE WS-PVR-T-EMP-ID(WS-PVR-SUB) TO WS-PVR-WANTED
               PERFORM 4988-READ-VARIANCE-EMP
               IF WS-PVR-IN-COMPANY = 'Y'
                  AND WS-PVR-T-CUR-ROWS(WS-PVR-SUB) > ZERO
                  AND WS-PVR-T-PRV-PE(WS-PVR-SUB) > ZERO
                   PERFORM 4989-CHECK-ONE-VARIANCE
               END-IF
           END-PERFORM

           MOVE SPACES TO VARIANCE-RECORD
           WRITE VARIANCE-RECORD
           MOVE 'STARTERS - FIRST PAY THIS PERIOD' TO VARIANCE-RECORD
           WRITE VARIANCE-RECORD
           PERFORM VARYING WS-PVR-SUB FROM 1 BY 1
                   UNTIL WS-PVR-SUB > WS-PVR-COUNT
               MOVE WS-PVR-T-EMP-ID(WS-PVR-SUB) TO WS-PVR-WANTED
               PERFORM 4988-READ-VARIANCE-EMP
               IF WS-PVR-IN-COMPANY = 'Y'
                  AND WS-PVR-T-CUR-ROWS(WS-PVR-SUB) > ZERO
                  AND WS-PVR-T-PRV-PE(WS-PVR-SUB) = ZERO
                   ADD 1 TO WS-PVR-STARTERS
                   MOVE SPACES TO VARIANCE-RECORD
                   MOVE WS-PVR-WANTED TO VARIANCE-RECORD(1:7)
                   MOVE EMP-NAME TO VARIANCE-RECORD(9:22)
                   MOVE WS-PVR-T-CUR-NET(WS-PVR-SUB) TO
                       WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT TO VARIANCE-RECORD(44:11)
                   MOVE 'HIRED' TO VARIANCE-RECORD(75:5)
                   MOVE EMP-HIRE-DATE TO VARIANCE-RECORD(81:8)
                   WRITE VARIANCE-RECORD
               END-IF
           END-PERFORM

           MOVE SPACES TO VARIANCE-RECORD
           WRITE VARIANCE-RECORD
           MOVE 'LEAVERS - FINAL PAY OR NOT PAID THIS PERIOD'
               TO VARIANCE-RECORD
           WRITE VARIANCE-RECORD
           PERFORM VARYING WS-PVR-SUB FROM 1 BY 1
                   UNTIL WS-PVR-SUB > WS-PVR-COUNT
               MOVE WS-PVR-T-EMP-ID(WS-PVR-SUB) TO WS-PVR-WANTED
               PERFORM 4988-READ-VARIANCE-EMP
               MOVE SPACES TO VARIANCE-RECORD
               IF WS-PVR-T-CUR-FINAL(WS-PVR-SUB) = 'Y'
                   MOVE 'FINAL PAY THIS PERIOD' TO
                       VARIANCE-RECORD(75:21)
               ELSE
                   IF WS-PVR-T-CUR-ROWS(WS-PVR-SUB) = ZERO
                      AND WS-PVR-T-PRV-PE(WS-PVR-SUB) =
                          WS-PVR-PRIOR-PE
                      AND (EMP-STATUS = 'T' OR EMP-DEL-FLAG = 'D'
                           OR WS-PVR-IN-COMPANY = 'X')
                       MOVE 'NOT PAID - LAST PAID' TO
                           VARIANCE-RECORD(75:20)
                       MOVE WS-PVR-T-PRV-PE(WS-PVR-SUB) TO
                           VARIANCE-RECORD(96:8)
                   END-IF
               END-IF
               IF VARIANCE-RECORD NOT = SPACES
                  AND WS-PVR-IN-COMPANY NOT = 'N'
                   ADD 1 TO WS-PVR-LEAVERS
                   MOVE WS-PVR-WANTED TO VARIANCE-RECORD(1:7)
                   MOVE EMP-NAME TO VARIANCE-RECORD(9:22)
                   MOVE WS-PVR-T-PRV-NET(WS-PVR-SUB) TO
                       WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT TO VARIANCE-RECORD(30:11)
                   MOVE WS-PVR-T-CUR-NET(WS-PVR-SUB) TO
                       WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT TO VARIANCE-RECORD(44:11)
                   WRITE VARIANCE-RECORD
               END-IF
           END-PERFORM

           MOVE SPACES TO VARIANCE-RECORD
           WRITE VARIANCE-RECORD
           MOVE SPACES TO VARIANCE-RECORD
           STRING 'FLAGGED ' DELIMITED BY SIZE
                  WS-PVR-FLAGGED DELIMITED BY SIZE
                  '   STARTERS ' DELIMITED BY SIZE
                  WS-PVR-STARTERS DELIMITED BY SIZE
                  '   LEAVERS ' DELIMITED BY SIZE
                  WS-PVR-LEAVERS DELIMITED BY SIZE
               INTO VARIANCE-RECORD
           END-STRING
           WRITE VARIANCE-RECORD
           CLOSE VARIANCE-FILE

           EXIT.

      * ----------------------------------------------------------------
      * Master record for WS-PVR-WANTED and whether it belongs to the
      * session company - 'X' when no longer on the master
      * ----------------------------------------------------------------
       4988-READ-VARIANCE-EMP.

           MOVE 'X' TO WS-PVR-IN-COMPANY
           MOVE SPACES TO EMP-NAME
           MOVE SPACE TO EMP-STATUS
           MOVE SPACE TO EMP-DEL-FLAG
           MOVE ZERO TO EMP-HIRE-DATE
           IF WS-EMP-STATUS = '00'
               MOVE WS-PVR-WANTED TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PVR-IN-COMPANY
                       IF EMP-COMPANY = SPACES
                           MOVE '01' TO EMP-COMPANY
                       END-IF
                       IF EMP-COMPANY NOT = WS-COMPANY
                           MOVE 'N' TO WS-PVR-IN-COMPANY
                       END-IF
               END-READ
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Compare row WS-PVR-SUB's net with its previous period and,
      * when over either limit, write it with its causes
      * ----------------------------------------------------------------
       4989-CHECK-ONE-VARIANCE.

           COMPUTE WS-PVR-DIFF = WS-PVR-T-CUR-NET(WS-PVR-SUB)
               - WS-PVR-T-PRV-NET(WS-PVR-SUB)
           IF WS-PVR-DIFF < ZERO
               COMPUTE WS-PVR-ABS = ZERO - WS-PVR-DIFF
           ELSE
               MOVE WS-PVR-DIFF TO WS-PVR-ABS
           END-IF
           MOVE ZERO TO WS-PVR-PCT
           IF WS-PVR-T-PRV-NET(WS-PVR-SUB) > ZERO
               COMPUTE WS-PVR-PCT ROUNDED = WS-PVR-ABS * 100
                   / WS-PVR-T-PRV-NET(WS-PVR-SUB)
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-PVR-PCT
               END-COMPUTE
           END-IF

           IF WS-PVR-ABS > WS-PVR-AMT-LIMIT
              OR WS-PVR-PCT > WS-PVR-PCT-LIMIT
               ADD 1 TO WS-PVR-FLAGGED
               MOVE SPACES TO WS-PVR-CAUSE
               MOVE 1 TO WS-PVR-PTR
               IF WS-PVR-T-SALARY(WS-PVR-SUB) = 'Y'
                   STRING 'SALARY CHANGE ' DELIMITED BY SIZE
                       INTO WS-PVR-CAUSE WITH POINTER WS-PVR-PTR
                   END-STRING
               END-IF
               IF WS-PVR-T-RETRO(WS-PVR-SUB) = 'Y'
                   STRING 'RETRO ' DELIMITED BY SIZE
                       INTO WS-PVR-CAUSE WITH POINTER WS-PVR-PTR
                   END-STRING
               END-IF
               IF WS-PVR-T-CUR-REG(WS-PVR-SUB) NOT =
                  WS-PVR-T-PRV-REG(WS-PVR-SUB)
                   STRING 'HOURS ' DELIMITED BY SIZE
                       INTO WS-PVR-CAUSE WITH POINTER WS-PVR-PTR
                   END-STRING
               END-IF
               IF WS-PVR-T-CUR-OT(WS-PVR-SUB) NOT =
                  WS-PVR-T-PRV-OT(WS-PVR-SUB)
                   STRING 'OVERTIME ' DELIMITED BY SIZE
                       INTO WS-PVR-CAUSE WITH POINTER WS-PVR-PTR
                   END-STRING
               END-IF
               IF WS-PVR-T-CUR-BONUS(WS-PVR-SUB) NOT =
                  WS-PVR-T-PRV-BONUS(WS-PVR-SUB)
                   STRING 'BONUS ' DELIMITED BY SIZE
                       INTO WS-PVR-CAUSE WITH POINTER WS-PVR-PTR
                   END-STRING
               END-IF
               IF WS-PVR-T-CUR-DED(WS-PVR-SUB) NOT =
                  WS-PVR-T-PRV-DED(WS-PVR-SUB)
                   IF WS-PVR-T-GRN-REC(WS-PVR-SUB) > ZERO
                      AND WS-PVR-T-GRN-REC(WS-PVR-SUB) NOT >
                          WS-PVR-T-CUR-DED(WS-PVR-SUB)
                          - WS-PVR-T-PRV-DED(WS-PVR-SUB)
                       STRING 'GARNISHMENT START ' DELIMITED BY SIZE
                           INTO WS-PVR-CAUSE WITH POINTER WS-PVR-PTR
                       END-STRING
                   ELSE
                       IF WS-PVR-T-PRV-DED(WS-PVR-SUB) = ZERO
                           STRING 'NEW DEDUCTION ' DELIMITED BY SIZE
                               INTO WS-PVR-CAUSE
                               WITH POINTER WS-PVR-PTR
                           END-STRING
                       ELSE
                           STRING 'DEDUCTION CHANGE '
                                      DELIMITED BY SIZE
                               INTO WS-PVR-CAUSE
                               WITH POINTER WS-PVR-PTR
                           END-STRING
                       END-IF
                   END-IF
               END-IF
               IF WS-PVR-T-PRV-LOAN(WS-PVR-SUB) > ZERO
                  AND WS-PVR-T-CUR-LOAN(WS-PVR-SUB) <
                      WS-PVR-T-PRV-LOAN(WS-PVR-SUB)
                  AND WS-PVR-T-LOAN-OPEN(WS-PVR-SUB) = 'N'
                   STRING 'LOAN ENDED ' DELIMITED BY SIZE
                       INTO WS-PVR-CAUSE WITH POINTER WS-PVR-PTR
                   END-STRING
               END-IF
               IF WS-PVR-CAUSE = SPACES
                   MOVE 'NOT EXPLAINED BY SIDE FILES' TO WS-PVR-CAUSE
               END-IF

               MOVE SPACES TO VARIANCE-RECORD
               MOVE WS-PVR-WANTED TO VARIANCE-RECORD(1:7)
               MOVE EMP-NAME TO VARIANCE-RECORD(9:22)
               MOVE WS-PVR-T-PRV-NET(WS-PVR-SUB) TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO VARIANCE-RECORD(30:11)
               MOVE WS-PVR-T-CUR-NET(WS-PVR-SUB) TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO VARIANCE-RECORD(44:11)
               MOVE WS-PVR-DIFF TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO VARIANCE-RECORD(56:11)
               MOVE WS-PVR-PCT TO WS-PVR-EDIT-PCT
               MOVE WS-PVR-EDIT-PCT TO VARIANCE-RECORD(67:7)
               MOVE WS-PVR-CAUSE TO VARIANCE-RECORD(75:58)
               WRITE VARIANCE-RECORD
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Onboarding completeness: everyone hired in the last N days
      * checked across contact, deductions, payment details and
      * training, with the gaps pushed to NOTIFY.TXT for HR
      * ----------------------------------------------------------------
       4800-ONBOARDING-REPORT.

           DISPLAY "Hires within how many days: "
           ACCEPT WS-OBD-DAYS

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-OBD-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-OBD-DAYS
           COMPUTE WS-OBD-CUTOFF =
               FUNCTION DATE-OF-INTEGER(WS-OBD-INT)

           PERFORM 4810-COLLECT-RECENT-HIRES
           IF WS-OBD-COUNT = ZERO
               DISPLAY "No hires since " WS-OBD-CUTOFF
           ELSE
               PERFORM 4820-FLAG-SIDE-FILES
               PERFORM 4830-WRITE-ONBOARD-REPORT
           END-IF

           EXIT.

       4810-COLLECT-RECENT-HIRES.

           MOVE ZERO TO WS-OBD-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ EMP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE EMP-FILE
                   NOT AT END
                       IF EMP-HIRE-DATE >= WS-OBD-CUTOFF
                          AND EMP-DEL-FLAG NOT = 'D'
                          AND (WS-OPR-SCOPE = SPACES
                           OR EMP-DEPARTMENT = WS-OPR-SCOPE)
                          AND WS-OBD-COUNT < 200
                           ADD 1 TO WS-OBD-COUNT
                           MOVE EMP-ID TO
                               WS-OBD-EMP-ID(WS-OBD-COUNT)
                           MOVE EMP-NAME TO
                               WS-OBD-NAME(WS-OBD-COUNT)
                           MOVE 'N' TO
                               WS-OBD-CONTACT(WS-OBD-COUNT)
                           MOVE 'N' TO
                               WS-OBD-DEDUCT(WS-OBD-COUNT)
                           MOVE 'N' TO
                               WS-OBD-TRAINING(WS-OBD-COUNT)
                           IF EMP-PAY-METHOD = 'C'
                               MOVE 'Y' TO
                                   WS-OBD-PAYMETH(WS-OBD-COUNT)
                           ELSE
                               MOVE 'N' TO
                                   WS-OBD-PAYMETH(WS-OBD-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

       4820-FLAG-SIDE-FILES.

           MOVE 'N' TO WS-EOF
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CONTACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE CONTACT-FILE
                   NOT AT END
                       PERFORM VARYING WS-SUB FROM 1 BY 1
                               UNTIL WS-SUB > WS-OBD-COUNT
                           IF WS-OBD-EMP-ID(WS-SUB) = CT-EMP-ID
                               MOVE 'Y' TO
                                   WS-OBD-CONTACT(WS-SUB)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM

           MOVE 'N' TO WS-EOF
           OPEN INPUT DEDUCT-FILE
           IF WS-DEDUCT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DEDUCT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE DEDUCT-FILE
                   NOT AT END
                       PERFORM VARYING WS-SUB FROM 1 BY 1
                               UNTIL WS-SUB > WS-OBD-COUNT
                           IF WS-OBD-EMP-ID(WS-SUB) = DED-EMP-ID
                               MOVE 'Y' TO
                                   WS-OBD-DEDUCT(WS-SUB)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM

           MOVE 'N' TO WS-EOF
           OPEN INPUT TRAINING-FILE
           IF WS-TRAINING-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRAINING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE TRAINING-FILE
                   NOT AT END
                       PERFORM VARYING WS-SUB FROM 1 BY 1
                               UNTIL WS-SUB > WS-OBD-COUNT
                           IF WS-OBD-EMP-ID(WS-SUB) = TRN-EMP-ID
                               MOVE 'Y' TO
                                   WS-OBD-TRAINING(WS-SUB)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM

           MOVE 'N' TO WS-EOF
           OPEN INPUT BANKACCT-FILE
           IF WS-BANKACCT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BANKACCT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE BANKACCT-FILE
                   NOT AT END
                       PERFORM VARYING WS-SUB FROM 1 BY 1
                               UNTIL WS-SUB > WS-OBD-COUNT
                           IF WS-OBD-EMP-ID(WS-SUB) = BKA-EMP-ID
                               MOVE 'Y' TO
                                   WS-OBD-PAYMETH(WS-SUB)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM

           EXIT.

       4830-WRITE-ONBOARD-REPORT.

           MOVE ZERO TO WS-OBD-GAPS

           OPEN OUTPUT ONBOARD-FILE
           MOVE SPACES TO ONBOARD-RECORD
           STRING 'ONBOARDING COMPLETENESS - HIRES SINCE '
                      DELIMITED BY SIZE
                  WS-OBD-CUTOFF DELIMITED BY SIZE
               INTO ONBOARD-RECORD
           END-STRING
           WRITE ONBOARD-RECORD

           OPEN EXTEND NOTIFY-FILE
           IF WS-NOTIFY-STATUS = '35'
               OPEN OUTPUT NOTIFY-FILE
           END-IF

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-OBD-COUNT
               MOVE WS-OBD-EMP-ID(WS-SUB) TO WS-OBL-EMP-ID
               MOVE WS-OBD-NAME(WS-SUB) TO WS-OBL-NAME
               MOVE WS-OBD-CONTACT(WS-SUB) TO WS-OBL-CONTACT
               MOVE WS-OBD-DEDUCT(WS-SUB) TO WS-OBL-DEDUCT
               MOVE WS-OBD-PAYMETH(WS-SUB) TO WS-OBL-PAYMETH
               MOVE WS-OBD-TRAINING(WS-SUB) TO WS-OBL-TRAINING
               WRITE ONBOARD-RECORD FROM WS-OBD-LINE
               IF WS-OBD-CONTACT(WS-SUB) = 'N'
                  OR WS-OBD-DEDUCT(WS-SUB) = 'N'
                  OR WS-OBD-PAYMETH(WS-SUB) = 'N'
                  OR WS-OBD-TRAINING(WS-SUB) = 'N'
                   ADD 1 TO WS-OBD-GAPS
                   IF WS-NOTIFY-STATUS = '00'
                       MOVE SPACES TO NOTIFY-RECORD
                       STRING 'ONBOARDING GAP FOR '
                                  DELIMITED BY SIZE
                              WS-OBD-EMP-ID(WS-SUB)
                                  DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              WS-OBD-NAME(WS-SUB)
                                  DELIMITED BY SIZE
                           INTO NOTIFY-RECORD
                       END-STRING
                       WRITE NOTIFY-RECORD
                   END-IF
               END-IF
           END-PERFORM

           IF WS-NOTIFY-STATUS = '00'
               CLOSE NOTIFY-FILE
           END-IF
           CLOSE ONBOARD-FILE

           MOVE 'ONBOARD.TXT' TO WS-ARCHSRC-NAME
           MOVE 'ONBOARD' TO WS-ARCH-REPORT
           PERFORM 9700-ARCHIVE-REPORT
           DISPLAY "Onboarding report written - " WS-OBD-COUNT
               " hires, " WS-OBD-GAPS " with gaps."

           EXIT.

      * ----------------------------------------------------------------
      * One-page management dashboard
      * ----------------------------------------------------------------
       5800-WRITE-DASHBOARD.

           OPEN OUTPUT DASH-FILE
           MOVE 'EMPSYS DASHBOARD' TO DASH-RECORD
           WRITE DASH-RECORD
           MOVE SPACES TO DASH-RECORD
           STRING 'ACTIVE ' DELIMITED BY SIZE
                  WS-ACTIVE-COUNT DELIMITED BY SIZE
                  '  INACTIVE ' DELIMITED BY SIZE
                  WS-INACT-COUNT DELIMITED BY SIZE
                  '  ON LEAVE ' DELIMITED BY SIZE
                  WS-LEAVE-COUNT DELIMITED BY SIZE
               INTO DASH-RECORD
           END-STRING
           WRITE DASH-RECORD
           MOVE SPACES TO DASH-RECORD
           STRING 'TERMINATED ' DELIMITED BY SIZE
                  WS-TERM-COUNT DELIMITED BY SIZE
                  '  RETIRED ' DELIMITED BY SIZE
                  WS-RETIRE-COUNT DELIMITED BY SIZE
               INTO DASH-RECORD
           END-STRING
           WRITE DASH-RECORD
           CLOSE DASH-FILE

           EXIT.

      * ----------------------------------------------------------------
      * Record a performance review: the rating goes onto the review
      * history with the reviewing manager and the next review due
      * date, and onto the master when it is the latest review
      * ----------------------------------------------------------------
       5000-RECORD-REVIEW.

           DISPLAY "Employee ID reviewed: "
           ACCEPT WS-TARGET-ID

           MOVE 'N' TO WS-FOUND
           OPEN I-O EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "Unable to open employee file - status "
                   WS-EMP-STATUS
           ELSE
               MOVE WS-TARGET-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND
               END-READ

               IF WS-FOUND = 'Y'
                   PERFORM 9340-CHECK-DEPT-SCOPE
                   IF WS-SCOPE-OK = 'Y'
                       PERFORM 5005-TAKE-REVIEW
                   END-IF
               ELSE
                   DISPLAY "Employee ID not found."
               END-IF

               CLOSE EMP-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Key and file the review for the record already read
      * ----------------------------------------------------------------
       5005-TAKE-REVIEW.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY "Review date (YYYYMMDD, blank = today): "
           ACCEPT WS-RVW-DATE
           IF WS-RVW-DATE = ZERO
               MOVE WS-TODAY TO WS-RVW-DATE
           END-IF
           DISPLAY "Rating (1 poor - 5 outstanding): "
           ACCEPT WS-RVW-RATING

           MOVE 'REVIEW-CYCLE-DYS' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-NUMERIC TO WS-RVW-CYCLE-DAYS
           END-IF
           DISPLAY "Next review due (YYYYMMDD, blank = "
               WS-RVW-CYCLE-DAYS " days on): "
           ACCEPT WS-RVW-NEXT-DUE

           IF WS-RVW-RATING < '1' OR WS-RVW-RATING > '5'
               DISPLAY "Rating must be 1 to 5 - review not filed."
           ELSE
           IF WS-RVW-DATE > WS-TODAY
               DISPLAY "Review date is in the future - review not "
                   "filed."
           ELSE
               IF WS-RVW-NEXT-DUE = ZERO
                   COMPUTE WS-RVW-NEXT-DUE =
                       FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-RVW-DATE)
                       + WS-RVW-CYCLE-DAYS)
               END-IF

               MOVE 99999999 TO WS-RVW-AS-AT
               PERFORM 5010-LOAD-REVIEW-HISTORY
               MOVE EMP-ID TO WS-RVH-WANTED
               PERFORM 5012-FIND-RVH-ENTRY

               OPEN EXTEND REVIEW-FILE
               IF WS-REVIEW-STATUS = '35'
                   OPEN OUTPUT REVIEW-FILE
               END-IF
               IF WS-REVIEW-STATUS = '00'
                   MOVE SPACES TO REVIEW-RECORD
                   MOVE EMP-ID TO RVW-EMP-ID
                   MOVE WS-RVW-DATE TO RVW-REVIEW-DATE
                   MOVE WS-RVW-RATING TO RVW-RATING
                   MOVE EMP-MANAGER-ID TO RVW-REVIEWER-ID
                   MOVE WS-RVW-NEXT-DUE TO RVW-NEXT-DUE
                   WRITE REVIEW-RECORD
                   CLOSE REVIEW-FILE
                   DISPLAY "Review filed - next due " WS-RVW-NEXT-DUE
               ELSE
                   DISPLAY "Unable to open review file - status "
                       WS-REVIEW-STATUS
               END-IF

               IF WS-REVIEW-STATUS = '00'
                  AND (WS-RVH-SUB = ZERO
                       OR WS-RVW-DATE NOT < WS-RVH-DATE(WS-RVH-SUB))
                   MOVE EMP-STATUS TO WS-OLD-STATUS
                   MOVE WS-RVW-RATING TO EMP-RATING
                   REWRITE EMP-RECORD
                       INVALID KEY
                           DISPLAY "Rating not updated on master."
                       NOT INVALID KEY
                           MOVE 'REVIEW' TO WS-AUD-ACTION
                           MOVE EMP-ID TO WS-AUD-EMP-ID
                           MOVE EMP-NAME TO WS-AUD-BEFORE-NAME
                           MOVE EMP-DEPARTMENT TO WS-AUD-BEFORE-DEPT
                           MOVE EMP-SALARY TO WS-AUD-BEFORE-SAL
                           MOVE EMP-STATUS TO WS-AUD-BEFORE-STAT
                           MOVE EMP-NAME TO WS-AUD-AFTER-NAME
                           MOVE EMP-DEPARTMENT TO WS-AUD-AFTER-DEPT
                           MOVE EMP-SALARY TO WS-AUD-AFTER-SAL
                           MOVE EMP-STATUS TO WS-AUD-AFTER-STAT
                           PERFORM 8500-WRITE-AUDIT-RECORD
                   END-REWRITE
               END-IF
           END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * The review in force for every employee as at WS-RVW-AS-AT -
      * the latest one dated on or before it
      * ----------------------------------------------------------------
       5010-LOAD-REVIEW-HISTORY.

           MOVE ZERO TO WS-RVH-COUNT
           MOVE 'N' TO WS-EOF-2
           OPEN INPUT REVIEW-FILE
           IF WS-REVIEW-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           END-IF

           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ REVIEW-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE REVIEW-FILE
                   NOT AT END
                       IF RVW-REVIEW-DATE NOT > WS-RVW-AS-AT
                           MOVE RVW-EMP-ID TO WS-RVH-WANTED
                           PERFORM 5012-FIND-RVH-ENTRY
                           IF WS-RVH-SUB = ZERO
                              AND WS-RVH-COUNT < 5000
                               ADD 1 TO WS-RVH-COUNT
                               MOVE WS-RVH-COUNT TO WS-RVH-SUB
                               MOVE RVW-EMP-ID TO
                                   WS-RVH-EMP-ID(WS-RVH-SUB)
                               MOVE ZERO TO WS-RVH-DATE(WS-RVH-SUB)
                           END-IF
                           IF WS-RVH-SUB > ZERO
                              AND RVW-REVIEW-DATE NOT <
                                  WS-RVH-DATE(WS-RVH-SUB)
                               MOVE RVW-REVIEW-DATE TO
                                   WS-RVH-DATE(WS-RVH-SUB)
                               MOVE RVW-RATING TO
                                   WS-RVH-RATING(WS-RVH-SUB)
                               MOVE RVW-REVIEWER-ID TO
                                   WS-RVH-REVIEWER(WS-RVH-SUB)
                               MOVE RVW-NEXT-DUE TO
                                   WS-RVH-NEXT-DUE(WS-RVH-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Review in force for employee WS-RVH-WANTED - zero when none
      * ----------------------------------------------------------------
       5012-FIND-RVH-ENTRY.

           MOVE ZERO TO WS-RVH-SUB
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-RVH-COUNT
               IF WS-RVH-EMP-ID(WS-SUB-2) = WS-RVH-WANTED
                   MOVE WS-SUB-2 TO WS-RVH-SUB
                   MOVE WS-RVH-COUNT TO WS-SUB-2
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Overdue reviews: current employees of the session company
      * whose review in force has passed its next due date, or who
      * have never been reviewed
      * ----------------------------------------------------------------
       5020-OVERDUE-REVIEWS.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-RVW-AS-AT
           PERFORM 5010-LOAD-REVIEW-HISTORY
           MOVE ZERO TO WS-RVW-OVERDUE
           MOVE ZERO TO WS-RVW-UNRATED

           OPEN OUTPUT REVDUE-FILE
           MOVE SPACES TO REVDUE-RECORD
           STRING 'OVERDUE PERFORMANCE REVIEWS AS AT '
                      DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  '   COMPANY ' DELIMITED BY SIZE
                  WS-COMPANY DELIMITED BY SIZE
               INTO REVDUE-RECORD
           END-STRING
           WRITE REVDUE-RECORD
           MOVE SPACES TO REVDUE-RECORD
           MOVE 'EMP-ID  NAME' TO REVDUE-RECORD(1:12)
           MOVE 'DEPARTMENT' TO REVDUE-RECORD(40:10)
           MOVE 'MANAGER' TO REVDUE-RECORD(61:7)
           MOVE 'LAST REVIEW' TO REVDUE-RECORD(70:11)
           MOVE 'RTG' TO REVDUE-RECORD(82:3)
           MOVE 'DUE' TO REVDUE-RECORD(86:3)
           MOVE 'DAYS OVER' TO REVDUE-RECORD(96:9)
           WRITE REVDUE-RECORD

           MOVE 'N' TO WS-EOF
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EMP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE EMP-FILE
                   NOT AT END
                       IF EMP-COMPANY = SPACES
                           MOVE '01' TO EMP-COMPANY
                       END-IF
                       IF EMP-STATUS = 'A'
                          AND EMP-DEL-FLAG NOT = 'D'
                          AND EMP-COMPANY = WS-COMPANY
                           PERFORM 5022-CHECK-ONE-REVIEW-DUE
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO REVDUE-RECORD
           WRITE REVDUE-RECORD
           MOVE SPACES TO REVDUE-RECORD
           STRING 'OVERDUE ' DELIMITED BY SIZE
                  WS-RVW-OVERDUE DELIMITED BY SIZE
                  '   NEVER REVIEWED ' DELIMITED BY SIZE
                  WS-RVW-UNRATED DELIMITED BY SIZE
               INTO REVDUE-RECORD
           END-STRING
           WRITE REVDUE-RECORD
           CLOSE REVDUE-FILE

           MOVE 'REVDUE.TXT' TO WS-ARCHSRC-NAME
           MOVE 'REVDUE' TO WS-ARCH-REPORT
           PERFORM 9700-ARCHIVE-REPORT
           DISPLAY "Overdue reviews written to REVDUE.TXT - "
               WS-RVW-OVERDUE " overdue, " WS-RVW-UNRATED
               " never reviewed."

           EXIT.

      * ----------------------------------------------------------------
      * List the employee in EMP-RECORD if their review is overdue
      * ----------------------------------------------------------------
       5022-CHECK-ONE-REVIEW-DUE.

           MOVE EMP-ID TO WS-RVH-WANTED
           PERFORM 5012-FIND-RVH-ENTRY
           MOVE SPACES TO REVDUE-RECORD
           IF WS-RVH-SUB = ZERO
               ADD 1 TO WS-RVW-UNRATED
               MOVE 'NEVER REVIEWED' TO REVDUE-RECORD(70:14)
               MOVE 'HIRED' TO REVDUE-RECORD(86:5)
               MOVE EMP-HIRE-DATE TO REVDUE-RECORD(92:8)
           ELSE
               IF WS-RVH-NEXT-DUE(WS-RVH-SUB) < WS-TODAY
                   ADD 1 TO WS-RVW-OVERDUE
                   COMPUTE WS-RVW-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                       - FUNCTION INTEGER-OF-DATE(
                         WS-RVH-NEXT-DUE(WS-RVH-SUB))
                   MOVE WS-RVH-DATE(WS-RVH-SUB) TO
                       REVDUE-RECORD(70:8)
                   MOVE WS-RVH-RATING(WS-RVH-SUB) TO
                       REVDUE-RECORD(83:1)
                   MOVE WS-RVH-NEXT-DUE(WS-RVH-SUB) TO
                       REVDUE-RECORD(86:8)
                   MOVE WS-RVW-DAYS TO WS-RVW-EDIT-DAYS
                   MOVE WS-RVW-EDIT-DAYS TO REVDUE-RECORD(96:9)
               END-IF
           END-IF
           IF REVDUE-RECORD NOT = SPACES
               MOVE EMP-ID TO REVDUE-RECORD(1:7)
               MOVE EMP-NAME TO REVDUE-RECORD(9:30)
               MOVE EMP-DEPARTMENT TO REVDUE-RECORD(40:20)
               MOVE EMP-MANAGER-ID TO REVDUE-RECORD(61:7)
               WRITE REVDUE-RECORD
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Rating calibration: the ratings in force at the cycle date,
      * distributed by department and by reviewing manager, against
      * the target distribution (RATING-TARGET-1 .. -5, percent).  A
      * group off target by more than RATING-TOLERANCE points in any
      * rating is flagged, as is a manager rating everyone top.
      * ----------------------------------------------------------------
       5030-RATING-CALIBRATION.

           DISPLAY "Review cycle as at (YYYYMMDD, blank = today): "
           ACCEPT WS-RVW-AS-AT
           IF WS-RVW-AS-AT = ZERO
               ACCEPT WS-RVW-AS-AT FROM DATE YYYYMMDD
           END-IF

           MOVE 5.00 TO WS-RVW-TARGET(1)
           MOVE 15.00 TO WS-RVW-TARGET(2)
           MOVE 60.00 TO WS-RVW-TARGET(3)
           MOVE 15.00 TO WS-RVW-TARGET(4)
           MOVE 5.00 TO WS-RVW-TARGET(5)
           PERFORM VARYING WS-RVW-KEY-NO FROM 1 BY 1
                   UNTIL WS-RVW-KEY-NO > 5
               MOVE SPACES TO WS-CFG-WANTED
               STRING 'RATING-TARGET-' DELIMITED BY SIZE
                      WS-RVW-KEY-NO DELIMITED BY SIZE
                   INTO WS-CFG-WANTED
               END-STRING
               PERFORM 1110-FIND-CONFIG-VALUE
               IF WS-CFG-FOUND = 'Y'
                   MOVE WS-CFG-NUMERIC TO WS-RVW-TARGET(WS-RVW-KEY-NO)
               END-IF
           END-PERFORM
           MOVE 'RATING-TOLERANCE' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-NUMERIC TO WS-RVW-TOLERANCE
           END-IF

           PERFORM 5010-LOAD-REVIEW-HISTORY
           MOVE ZERO TO WS-RVD-COUNT
           MOVE ZERO TO WS-RVM-COUNT
           MOVE ZERO TO WS-RVW-RATED
           MOVE ZERO TO WS-RVW-UNRATED

           MOVE 'N' TO WS-EOF
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EMP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE EMP-FILE
                   NOT AT END
                       IF EMP-COMPANY = SPACES
                           MOVE '01' TO EMP-COMPANY
                       END-IF
                       IF EMP-STATUS = 'A'
                          AND EMP-DEL-FLAG NOT = 'D'
                          AND EMP-COMPANY = WS-COMPANY
                           PERFORM 5032-ADD-TO-CALIBRATION
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 5034-WRITE-CALIBRATION

           MOVE 'CALIB.TXT' TO WS-ARCHSRC-NAME
           MOVE 'CALIB' TO WS-ARCH-REPORT
           PERFORM 9700-ARCHIVE-REPORT
           DISPLAY "Calibration written to CALIB.TXT - "
               WS-RVW-RATED " rated, " WS-RVW-UNRATED " unrated."

           EXIT.

      * ----------------------------------------------------------------
      * Count the rating in force for the employee in EMP-RECORD
      * against their department and their reviewer
      * ----------------------------------------------------------------
       5032-ADD-TO-CALIBRATION.

           MOVE EMP-ID TO WS-RVH-WANTED
           PERFORM 5012-FIND-RVH-ENTRY
           IF WS-RVH-SUB = ZERO
               ADD 1 TO WS-RVW-UNRATED
           ELSE
           IF WS-RVH-RATING(WS-RVH-SUB) < '1'
              OR WS-RVH-RATING(WS-RVH-SUB) > '5'
               ADD 1 TO WS-RVW-UNRATED
           ELSE
               ADD 1 TO WS-RVW-RATED
               MOVE WS-RVH-RATING(WS-RVH-SUB) TO WS-RVW-NUM

               MOVE ZERO TO WS-RVD-SUB
               PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                       UNTIL WS-SUB-2 > WS-RVD-COUNT
                   IF WS-RVD-DEPT(WS-SUB-2) = EMP-DEPARTMENT
                       MOVE WS-SUB-2 TO WS-RVD-SUB
                       MOVE WS-RVD-COUNT TO WS-SUB-2
                   END-IF
               END-PERFORM
               IF WS-RVD-SUB = ZERO AND WS-RVD-COUNT < 200
                   ADD 1 TO WS-RVD-COUNT
                   MOVE WS-RVD-COUNT TO WS-RVD-SUB
                   INITIALIZE WS-RVD-ENTRY(WS-RVD-SUB)
                   MOVE EMP-DEPARTMENT TO WS-RVD-DEPT(WS-RVD-SUB)
               END-IF
               IF WS-RVD-SUB > ZERO
                   ADD 1 TO WS-RVD-CNT(WS-RVD-SUB, WS-RVW-NUM)
               END-IF

               MOVE ZERO TO WS-RVM-SUB
               PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                       UNTIL WS-SUB-2 > WS-RVM-COUNT
                   IF WS-RVM-MGR-ID(WS-SUB-2) =
                      WS-RVH-REVIEWER(WS-RVH-SUB)
                       MOVE WS-SUB-2 TO WS-RVM-SUB
                       MOVE WS-RVM-COUNT TO WS-SUB-2
                   END-IF
               END-PERFORM
               IF WS-RVM-SUB = ZERO AND WS-RVM-COUNT < 500
                   ADD 1 TO WS-RVM-COUNT
                   MOVE WS-RVM-COUNT TO WS-RVM-SUB
                   INITIALIZE WS-RVM-ENTRY(WS-RVM-SUB)
                   MOVE WS-RVH-REVIEWER(WS-RVH-SUB) TO
                       WS-RVM-MGR-ID(WS-RVM-SUB)
               END-IF
               IF WS-RVM-SUB > ZERO
                   ADD 1 TO WS-RVM-CNT(WS-RVM-SUB, WS-RVW-NUM)
               END-IF
           END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Calibration report - target line, then each department and
      * each reviewing manager as a percentage per rating
      * ----------------------------------------------------------------
       5034-WRITE-CALIBRATION.

           OPEN OUTPUT CALIB-FILE
           MOVE SPACES TO CALIB-RECORD
           STRING 'RATING CALIBRATION - REVIEWS IN FORCE AT '
                      DELIMITED BY SIZE
                  WS-RVW-AS-AT DELIMITED BY SIZE
                  '   COMPANY ' DELIMITED BY SIZE
                  WS-COMPANY DELIMITED BY SIZE
               INTO CALIB-RECORD
           END-STRING
           WRITE CALIB-RECORD
           MOVE SPACES TO CALIB-RECORD
           MOVE 'GROUP' TO CALIB-RECORD(1:5)
           MOVE 'RATED' TO CALIB-RECORD(25:5)
           MOVE '  % 1    % 2    % 3    % 4    % 5' TO
               CALIB-RECORD(32:34)
           WRITE CALIB-RECORD
           MOVE SPACES TO CALIB-RECORD
           MOVE 'TARGET' TO CALIB-RECORD(1:6)
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
               MOVE WS-RVW-TARGET(WS-SUB) TO WS-RVW-EDIT-PCT
               MOVE WS-RVW-EDIT-PCT TO
                   CALIB-RECORD(WS-SUB * 7 + 25:5)
           END-PERFORM
           WRITE CALIB-RECORD

           MOVE SPACES TO CALIB-RECORD
           WRITE CALIB-RECORD
           MOVE 'BY DEPARTMENT' TO CALIB-RECORD
           WRITE CALIB-RECORD
           PERFORM VARYING WS-RVD-SUB FROM 1 BY 1
                   UNTIL WS-RVD-SUB > WS-RVD-COUNT
               MOVE SPACES TO CALIB-RECORD
               MOVE WS-RVD-DEPT(WS-RVD-SUB) TO CALIB-RECORD(1:20)
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
                   MOVE WS-RVD-CNT(WS-RVD-SUB, WS-SUB) TO
                       WS-RVW-L-CNT(WS-SUB)
               END-PERFORM
               PERFORM 5036-FORMAT-CALIB-LINE
               WRITE CALIB-RECORD
           END-PERFORM

           MOVE SPACES TO CALIB-RECORD
           WRITE CALIB-RECORD
           MOVE 'BY REVIEWING MANAGER' TO CALIB-RECORD
           WRITE CALIB-RECORD
           PERFORM VARYING WS-RVM-SUB FROM 1 BY 1
                   UNTIL WS-RVM-SUB > WS-RVM-COUNT
               MOVE SPACES TO CALIB-RECORD
               MOVE 'MANAGER' TO CALIB-RECORD(1:7)
               MOVE WS-RVM-MGR-ID(WS-RVM-SUB) TO CALIB-RECORD(9:7)
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
                   MOVE WS-RVM-CNT(WS-RVM-SUB, WS-SUB) TO
                       WS-RVW-L-CNT(WS-SUB)
               END-PERFORM
               PERFORM 5036-FORMAT-CALIB-LINE
               IF WS-RVW-L-CNT(5) = WS-RVW-L-TOTAL
                  AND WS-RVW-L-TOTAL > 1
                   MOVE 'RATES EVERYONE TOP' TO CALIB-RECORD(75:20)
               END-IF
               WRITE CALIB-RECORD
           END-PERFORM

           MOVE SPACES TO CALIB-RECORD
           WRITE CALIB-RECORD
           MOVE SPACES TO CALIB-RECORD
           STRING 'RATED ' DELIMITED BY SIZE
                  WS-RVW-RATED DELIMITED BY SIZE
                  '   NO REVIEW IN FORCE ' DELIMITED BY SIZE
                  WS-RVW-UNRATED DELIMITED BY SIZE
               INTO CALIB-RECORD
           END-STRING
           WRITE CALIB-RECORD
           CLOSE CALIB-FILE

           EXIT.

      * ----------------------------------------------------------------
      * Percentages of WS-RVW-L-CNT into CALIB-RECORD, with the
      * off-target flag
      * ----------------------------------------------------------------
       5036-FORMAT-CALIB-LINE.

           MOVE ZERO TO WS-RVW-L-TOTAL
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
               ADD WS-RVW-L-CNT(WS-SUB) TO WS-RVW-L-TOTAL
           END-PERFORM
           MOVE WS-RVW-L-TOTAL TO CALIB-RECORD(25:5)
           MOVE SPACES TO WS-RVW-FLAG

           IF WS-RVW-L-TOTAL > ZERO
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
                   COMPUTE WS-RVW-PCT ROUNDED =
                       WS-RVW-L-CNT(WS-SUB) * 100 / WS-RVW-L-TOTAL
                   MOVE WS-RVW-PCT TO WS-RVW-EDIT-PCT
                   MOVE WS-RVW-EDIT-PCT TO
                       CALIB-RECORD(WS-SUB * 7 + 25:5)
                   IF WS-RVW-PCT > WS-RVW-TARGET(WS-SUB)
                                   + WS-RVW-TOLERANCE
                      OR WS-RVW-PCT + WS-RVW-TOLERANCE <
                         WS-RVW-TARGET(WS-SUB)
                       MOVE 'OFF TARGET' TO WS-RVW-FLAG
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-RVW-FLAG TO CALIB-RECORD(100:20)

           EXIT.

      * ----------------------------------------------------------------
      * Promotion eligibility by department: each active employee's
      * grade, compa-ratio to the grade midpoint, time in grade (from
      * the latest hire, transfer or promotion on the employment
      * history, or a salary move into the current grade), rating in
      * force and time since the last increase.  Flags those meeting
      * PROMO-MIN-MONTHS / PROMO-MIN-COMPA / PROMO-MIN-RATING, and
      * anyone without an increase for INCR-OVERDUE-MOS months.
      * ----------------------------------------------------------------
       5040-PROMOTION-ELIGIBILITY.

           MOVE 'PROMO-MIN-MONTHS' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-NUMERIC TO WS-PRM-MIN-MONTHS
           END-IF
           MOVE 'PROMO-MIN-COMPA' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-NUMERIC TO WS-PRM-MIN-COMPA
           END-IF
           MOVE 'PROMO-MIN-RATING' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-NUMERIC TO WS-PRM-MIN-RATING
           END-IF
           MOVE 'INCR-OVERDUE-MOS' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-NUMERIC TO WS-PRM-INCR-MONTHS
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE ZERO TO WS-PRM-COUNT
           MOVE ZERO TO WS-PRD-COUNT
           MOVE ZERO TO WS-PRM-CANDIDATES
           MOVE ZERO TO WS-PRM-OVERDUE

           MOVE 'N' TO WS-EOF
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EMP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE EMP-FILE
                   NOT AT END
                       IF EMP-COMPANY = SPACES
                           MOVE '01' TO EMP-COMPANY
                       END-IF
                       IF EMP-STATUS = 'A'
                          AND EMP-DEL-FLAG NOT = 'D'
                          AND EMP-COMPANY = WS-COMPANY
                          AND (WS-OPR-SCOPE = SPACES
                           OR EMP-DEPARTMENT = WS-OPR-SCOPE)
                          AND WS-PRM-COUNT < 5000
                           PERFORM 5041-ADD-PROMO-ENTRY
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 5042-LOAD-GRADE-EVENTS
           MOVE WS-TODAY TO WS-RVW-AS-AT
           PERFORM 5010-LOAD-REVIEW-HISTORY
           PERFORM 5045-WRITE-PROMOTION-REPORT

           MOVE 'PROMO.TXT' TO WS-ARCHSRC-NAME
           MOVE 'PROMO' TO WS-ARCH-REPORT
           PERFORM 9700-ARCHIVE-REPORT
           DISPLAY "Promotion eligibility written to PROMO.TXT - "
               WS-PRM-CANDIDATES " candidates, " WS-PRM-OVERDUE
               " increases overdue."

           EXIT.

      * ----------------------------------------------------------------
      * Table the employee in EMP-RECORD with their grade position
      * ----------------------------------------------------------------
       5041-ADD-PROMO-ENTRY.

           ADD 1 TO WS-PRM-COUNT
           MOVE WS-PRM-COUNT TO WS-PRM-SUB
           MOVE EMP-ID TO WS-PRM-EMP-ID(WS-PRM-SUB)
           MOVE EMP-NAME TO WS-PRM-NAME(WS-PRM-SUB)
           MOVE EMP-DEPARTMENT TO WS-PRM-DEPT(WS-PRM-SUB)
           MOVE EMP-RATING TO WS-PRM-MST-RATING(WS-PRM-SUB)
           MOVE EMP-HIRE-DATE TO WS-PRM-GRADE-START(WS-PRM-SUB)
           MOVE ZERO TO WS-PRM-LAST-INCR(WS-PRM-SUB)
           MOVE SPACES TO WS-PRM-GRADE(WS-PRM-SUB)
           MOVE ZERO TO WS-PRM-GRADE-MIN(WS-PRM-SUB)
           MOVE ZERO TO WS-PRM-COMPA(WS-PRM-SUB)
           MOVE 'N' TO WS-PRM-HAS-GRADE(WS-PRM-SUB)

           PERFORM 1175-FIND-JOBCODE
           IF WS-JBC-SUB > ZERO
               MOVE 'Y' TO WS-PRM-HAS-GRADE(WS-PRM-SUB)
               MOVE WS-JBC-GRADE(WS-JBC-SUB) TO
                   WS-PRM-GRADE(WS-PRM-SUB)
               MOVE WS-JBC-MIN(WS-JBC-SUB) TO
                   WS-PRM-GRADE-MIN(WS-PRM-SUB)
               IF WS-JBC-MID(WS-JBC-SUB) > ZERO
                   COMPUTE WS-PRM-COMPA(WS-PRM-SUB) ROUNDED =
                       EMP-SALARY / WS-JBC-MID(WS-JBC-SUB)
               END-IF
           END-IF

           MOVE ZERO TO WS-PRM-DEPT-SUB
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-PRD-COUNT
               IF WS-PRD-DEPT(WS-SUB-2) = EMP-DEPARTMENT
                   MOVE WS-SUB-2 TO WS-PRM-DEPT-SUB
                   MOVE WS-PRD-COUNT TO WS-SUB-2
               END-IF
           END-PERFORM
           IF WS-PRM-DEPT-SUB = ZERO AND WS-PRD-COUNT < 200
               ADD 1 TO WS-PRD-COUNT
               MOVE EMP-DEPARTMENT TO WS-PRD-DEPT(WS-PRD-COUNT)
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Grade start and last increase from the employment and salary
      * histories - the grade start is the latest of the hire date,
      * a hire, rehire, transfer or promotion event, and a salary move
      * tagged as a promotion or taking pay up into the current grade
      * ----------------------------------------------------------------
       5042-LOAD-GRADE-EVENTS.

           MOVE 'N' TO WS-EOF
           OPEN INPUT EMPHIST-FILE
           IF WS-EMPHIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EMPHIST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE EMPHIST-FILE
                   NOT AT END
                       MOVE EH-EMP-ID TO WS-PRM-WANTED
                       PERFORM 5043-FIND-PROMO-ENTRY
                       IF WS-PRM-SUB > ZERO
                          AND (EH-EVENT-TYPE = 'HIRE'
                           OR EH-EVENT-TYPE = 'REHIRE'
                           OR EH-EVENT-TYPE = 'XFER'
                           OR EH-EVENT-TYPE = 'PROMO')
                          AND EH-EVENT-DATE >
                              WS-PRM-GRADE-START(WS-PRM-SUB)
                           MOVE EH-EVENT-DATE TO
                               WS-PRM-GRADE-START(WS-PRM-SUB)
                       END-IF
               END-READ
           END-PERFORM

           MOVE 'N' TO WS-EOF
           OPEN INPUT SALHIST-FILE
           IF WS-SALHIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SALHIST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE SALHIST-FILE
                   NOT AT END
                       MOVE SH-EMP-ID TO WS-PRM-WANTED
                       PERFORM 5043-FIND-PROMO-ENTRY
                       IF WS-PRM-SUB > ZERO
                          AND SH-EFF-DATE NOT > WS-TODAY
                           PERFORM 5044-APPLY-SALARY-MOVE
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Row for employee WS-PRM-WANTED - zero when not tabled
      * ----------------------------------------------------------------
       5043-FIND-PROMO-ENTRY.

           MOVE ZERO TO WS-PRM-SUB
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-PRM-COUNT
               IF WS-PRM-EMP-ID(WS-SUB-2) = WS-PRM-WANTED
                   MOVE WS-SUB-2 TO WS-PRM-SUB
                   MOVE WS-PRM-COUNT TO WS-SUB-2
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Salary history row in SALHIST-RECORD against row WS-PRM-SUB
      * ----------------------------------------------------------------
       5044-APPLY-SALARY-MOVE.

           IF SH-NEW-SALARY > SH-OLD-SALARY
              AND SH-EFF-DATE > WS-PRM-LAST-INCR(WS-PRM-SUB)
               MOVE SH-EFF-DATE TO WS-PRM-LAST-INCR(WS-PRM-SUB)
           END-IF

           IF SH-EFF-DATE > WS-PRM-GRADE-START(WS-PRM-SUB)
               IF SH-REASON(1:5) = 'PROMO'
                   MOVE SH-EFF-DATE TO WS-PRM-GRADE-START(WS-PRM-SUB)
               ELSE
                   IF WS-PRM-HAS-GRADE(WS-PRM-SUB) = 'Y'
                      AND SH-OLD-SALARY <
                          WS-PRM-GRADE-MIN(WS-PRM-SUB)
                      AND SH-NEW-SALARY NOT <
                          WS-PRM-GRADE-MIN(WS-PRM-SUB)
                       MOVE SH-EFF-DATE TO
                           WS-PRM-GRADE-START(WS-PRM-SUB)
                   END-IF
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * One section per department, each employee with their flags
      * ----------------------------------------------------------------
       5045-WRITE-PROMOTION-REPORT.

           OPEN OUTPUT PROMO-FILE
           MOVE SPACES TO PROMO-RECORD
           STRING 'PROMOTION ELIGIBILITY AS AT ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  '   COMPANY ' DELIMITED BY SIZE
                  WS-COMPANY DELIMITED BY SIZE
               INTO PROMO-RECORD
           END-STRING
           WRITE PROMO-RECORD
           MOVE SPACES TO PROMO-RECORD
           MOVE WS-PRM-MIN-COMPA TO WS-PRM-EDIT-COMPA
           STRING 'PROMOTION: ' DELIMITED BY SIZE
                  WS-PRM-MIN-MONTHS DELIMITED BY SIZE
                  '+ MONTHS IN GRADE, COMPA ' DELIMITED BY SIZE
                  WS-PRM-EDIT-COMPA DELIMITED BY SIZE
                  '+, RATING ' DELIMITED BY SIZE
                  WS-PRM-MIN-RATING DELIMITED BY SIZE
                  '+.  INCREASE OVERDUE AFTER ' DELIMITED BY SIZE
                  WS-PRM-INCR-MONTHS DELIMITED BY SIZE
                  ' MONTHS.' DELIMITED BY SIZE
               INTO PROMO-RECORD
           END-STRING
           WRITE PROMO-RECORD

           PERFORM VARYING WS-PRM-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-PRM-DEPT-SUB > WS-PRD-COUNT
               MOVE SPACES TO PROMO-RECORD
               WRITE PROMO-RECORD
               MOVE SPACES TO PROMO-RECORD
               STRING 'DEPARTMENT ' DELIMITED BY SIZE
                      WS-PRD-DEPT(WS-PRM-DEPT-SUB) DELIMITED BY SIZE
                   INTO PROMO-RECORD
               END-STRING
               WRITE PROMO-RECORD
               MOVE SPACES TO PROMO-RECORD
               MOVE 'EMP-ID  NAME' TO PROMO-RECORD(1:12)
               MOVE 'GR' TO PROMO-RECORD(40:2)
               MOVE 'COMPA' TO PROMO-RECORD(43:5)
               MOVE 'IN GRADE' TO PROMO-RECORD(49:8)
               MOVE 'MOS' TO PROMO-RECORD(58:3)
               MOVE 'RTG' TO PROMO-RECORD(63:3)
               MOVE 'LAST INCR' TO PROMO-RECORD(67:9)
               MOVE 'MOS' TO PROMO-RECORD(77:3)
               WRITE PROMO-RECORD
               PERFORM VARYING WS-PRM-SUB FROM 1 BY 1
                       UNTIL WS-PRM-SUB > WS-PRM-COUNT
                   IF WS-PRM-DEPT(WS-PRM-SUB) =
                      WS-PRD-DEPT(WS-PRM-DEPT-SUB)
                       PERFORM 5046-WRITE-PROMOTION-LINE
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO PROMO-RECORD
           WRITE PROMO-RECORD
           MOVE SPACES TO PROMO-RECORD
           STRING 'PROMOTION CANDIDATES ' DELIMITED BY SIZE
                  WS-PRM-CANDIDATES DELIMITED BY SIZE
                  '   INCREASES OVERDUE ' DELIMITED BY SIZE
                  WS-PRM-OVERDUE DELIMITED BY SIZE
               INTO PROMO-RECORD
           END-STRING
           WRITE PROMO-RECORD
           CLOSE PROMO-FILE

           EXIT.

      * ----------------------------------------------------------------
      * Detail line for row WS-PRM-SUB
      * ----------------------------------------------------------------
       5046-WRITE-PROMOTION-LINE.

           COMPUTE WS-PRM-GRADE-MOS =
               (FUNCTION INTEGER-OF-DATE(WS-TODAY)
                - FUNCTION INTEGER-OF-DATE(
                  WS-PRM-GRADE-START(WS-PRM-SUB))) / 30.44
           IF WS-PRM-LAST-INCR(WS-PRM-SUB) > ZERO
               COMPUTE WS-PRM-INCR-MOS =
                   (FUNCTION INTEGER-OF-DATE(WS-TODAY)
                    - FUNCTION INTEGER-OF-DATE(
                      WS-PRM-LAST-INCR(WS-PRM-SUB))) / 30.44
           ELSE
               MOVE WS-PRM-GRADE-MOS TO WS-PRM-INCR-MOS
           END-IF

           MOVE WS-PRM-EMP-ID(WS-PRM-SUB) TO WS-RVH-WANTED
           PERFORM 5012-FIND-RVH-ENTRY
           IF WS-RVH-SUB > ZERO
               MOVE WS-RVH-RATING(WS-RVH-SUB) TO WS-PRM-RATING
           ELSE
               MOVE WS-PRM-MST-RATING(WS-PRM-SUB) TO WS-PRM-RATING
           END-IF
           MOVE ZERO TO WS-PRM-RATING-NUM
           IF WS-PRM-RATING >= '1' AND WS-PRM-RATING <= '5'
               MOVE WS-PRM-RATING TO WS-PRM-RATING-NUM
           END-IF

           MOVE SPACES TO PROMO-RECORD
           MOVE WS-PRM-EMP-ID(WS-PRM-SUB) TO PROMO-RECORD(1:7)
           MOVE WS-PRM-NAME(WS-PRM-SUB) TO PROMO-RECORD(9:30)
           IF WS-PRM-HAS-GRADE(WS-PRM-SUB) = 'Y'
               MOVE WS-PRM-GRADE(WS-PRM-SUB) TO PROMO-RECORD(40:2)
               MOVE WS-PRM-COMPA(WS-PRM-SUB) TO WS-PRM-EDIT-COMPA
               MOVE WS-PRM-EDIT-COMPA TO PROMO-RECORD(43:5)
           ELSE
               MOVE '--' TO PROMO-RECORD(40:2)
           END-IF
           MOVE WS-PRM-GRADE-START(WS-PRM-SUB) TO PROMO-RECORD(49:8)
           MOVE WS-PRM-GRADE-MOS TO WS-PRM-EDIT-MOS
           MOVE WS-PRM-EDIT-MOS TO PROMO-RECORD(58:4)
           MOVE WS-PRM-RATING TO PROMO-RECORD(64:1)
           IF WS-PRM-LAST-INCR(WS-PRM-SUB) > ZERO
               MOVE WS-PRM-LAST-INCR(WS-PRM-SUB) TO
                   PROMO-RECORD(67:8)
           ELSE
               MOVE 'NONE' TO PROMO-RECORD(67:4)
           END-IF
           MOVE WS-PRM-INCR-MOS TO WS-PRM-EDIT-MOS
           MOVE WS-PRM-EDIT-MOS TO PROMO-RECORD(77:4)

           IF WS-PRM-HAS-GRADE(WS-PRM-SUB) = 'Y'
              AND WS-PRM-GRADE-MOS NOT < WS-PRM-MIN-MONTHS
              AND WS-PRM-COMPA(WS-PRM-SUB) NOT < WS-PRM-MIN-COMPA
              AND WS-PRM-RATING-NUM NOT < WS-PRM-MIN-RATING
               ADD 1 TO WS-PRM-CANDIDATES
               MOVE 'PROMOTION CANDIDATE' TO PROMO-RECORD(83:19)
           END-IF
           IF WS-PRM-INCR-MOS NOT < WS-PRM-INCR-MONTHS
               ADD 1 TO WS-PRM-OVERDUE
               MOVE 'INCREASE OVERDUE' TO PROMO-RECORD(104:16)
           END-IF
           WRITE PROMO-RECORD

           EXIT.

      * ----------------------------------------------------------------
      * Show and key one employee's demographics - admin only, and
      * the read is logged whether or not anything is changed
      * ----------------------------------------------------------------
       5050-MAINTAIN-DEMOGRAPHICS.

           DISPLAY "Employee ID: "
           ACCEPT WS-TARGET-ID

           OPEN I-O DEMOG-FILE
           IF WS-DEMOG-STATUS = '35'
               OPEN OUTPUT DEMOG-FILE
               CLOSE DEMOG-FILE
               OPEN I-O DEMOG-FILE
           END-IF
           IF WS-DEMOG-STATUS NOT = '00'
               DISPLAY "Unable to open demographics file - status "
                   WS-DEMOG-STATUS
           ELSE
               MOVE 'N' TO WS-FOUND
               MOVE WS-TARGET-ID TO DMG-EMP-ID
               READ DEMOG-FILE
                   INVALID KEY
                       MOVE SPACES TO DEMOG-RECORD
                       MOVE WS-TARGET-ID TO DMG-EMP-ID
                       MOVE ZERO TO DMG-BIRTH-YEAR
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND
               END-READ

               MOVE 'DEMOG' TO WS-ACL-FUNCTION
               MOVE WS-TARGET-ID TO WS-ACL-EMP-ID
               MOVE 1 TO WS-ACL-REC-COUNT
               PERFORM 9710-WRITE-ACCESS-LOG

               IF WS-FOUND = 'Y'
                   DISPLAY "GENDER:     " DMG-GENDER
                   DISPLAY "ETHNICITY:  " DMG-ETHNIC
                   DISPLAY "BIRTH YEAR: " DMG-BIRTH-YEAR
                   DISPLAY "DISABILITY: " DMG-DISABILITY
               ELSE
                   DISPLAY "No demographics on file."
               END-IF

               DISPLAY "Change (Y/N): "
               ACCEPT WS-ANSWER
               IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                   DISPLAY "Gender code (blank = not declared): "
                   ACCEPT DMG-GENDER
                   DISPLAY "Ethnicity code (blank = not declared): "
                   ACCEPT DMG-ETHNIC
                   DISPLAY "Birth year (YYYY, blank = not declared): "
                   ACCEPT DMG-BIRTH-YEAR
                   DISPLAY "Disability (Y/N, blank = not declared): "
                   ACCEPT DMG-DISABILITY
                   IF WS-FOUND = 'Y'
                       REWRITE DEMOG-RECORD
                           INVALID KEY
                               DISPLAY "Demographics not updated."
                       END-REWRITE
                   ELSE
                       WRITE DEMOG-RECORD
                           INVALID KEY
                               DISPLAY "Demographics not added."
                       END-WRITE
                   END-IF
                   IF WS-DEMOG-STATUS = '00'
                       DISPLAY "Demographics saved."
                       MOVE 'DEMOG-UPD' TO WS-ACL-FUNCTION
                       PERFORM 9710-WRITE-ACCESS-LOG
                   END-IF
               END-IF
               CLOSE DEMOG-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Pay-equity audit: within each grade and each job code, the
      * average and median base-currency salary of every group of
      * the chosen demographic.  A group smaller than PAYEQ-MIN-GROUP
      * is never shown or compared, and a group whose average or
      * median trails the best-paid shown group by more than
      * PAYEQ-GAP-PCT percent is flagged.  The bulk read of the
      * demographics file is logged as one access row.
      * ----------------------------------------------------------------
       5052-PAY-EQUITY-AUDIT.

           DISPLAY "Compare by (G)ender or (E)thnicity: "
           ACCEPT WS-PEQ-DIMENSION
           IF WS-PEQ-DIMENSION = 'e'
               MOVE 'E' TO WS-PEQ-DIMENSION
           END-IF
           IF WS-PEQ-DIMENSION NOT = 'E'
               MOVE 'G' TO WS-PEQ-DIMENSION
           END-IF

           MOVE 'PAYEQ-MIN-GROUP' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-NUMERIC TO WS-PEQ-MIN-GROUP
           END-IF
           IF WS-PEQ-MIN-GROUP < 2
               MOVE 2 TO WS-PEQ-MIN-GROUP
           END-IF
           MOVE 'PAYEQ-GAP-PCT' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-NUMERIC TO WS-PEQ-GAP-PCT
           END-IF

           MOVE ZERO TO WS-PEQ-EMP-COUNT
           MOVE ZERO TO WS-PEQ-CELL-COUNT
           MOVE ZERO TO WS-PEQ-READS
           MOVE ZERO TO WS-PEQ-FLAGGED
           MOVE ZERO TO WS-PEQ-SUPPRESSED

           MOVE 'N' TO WS-PEQ-DMG-OPEN
           OPEN INPUT DEMOG-FILE
           IF WS-DEMOG-STATUS = '00'
               MOVE 'Y' TO WS-PEQ-DMG-OPEN
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EMP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE EMP-FILE
                   NOT AT END
                       IF EMP-COMPANY = SPACES
                           MOVE '01' TO EMP-COMPANY
                       END-IF
                       IF EMP-STATUS = 'A'
                          AND EMP-DEL-FLAG NOT = 'D'
                          AND EMP-COMPANY = WS-COMPANY
                          AND WS-PEQ-EMP-COUNT < 5000
                           PERFORM 5053-ADD-EQUITY-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PEQ-DMG-OPEN = 'Y'
               CLOSE DEMOG-FILE
           END-IF

           MOVE 'PAYEQUITY' TO WS-ACL-FUNCTION
           MOVE ZERO TO WS-ACL-EMP-ID
           MOVE WS-PEQ-READS TO WS-ACL-REC-COUNT
           PERFORM 9710-WRITE-ACCESS-LOG

           PERFORM VARYING WS-PEQ-CELL-SUB FROM 1 BY 1
                   UNTIL WS-PEQ-CELL-SUB > WS-PEQ-CELL-COUNT
               PERFORM 5055-PRICE-EQUITY-CELL
           END-PERFORM

           PERFORM 5057-WRITE-EQUITY-REPORT

           MOVE 'PAYEQ.TXT' TO WS-ARCHSRC-NAME
           MOVE 'PAYEQ' TO WS-ARCH-REPORT
           PERFORM 9700-ARCHIVE-REPORT
           DISPLAY "Pay equity audit written to PAYEQ.TXT - "
               WS-PEQ-FLAGGED " gaps flagged, " WS-PEQ-SUPPRESSED
               " small groups withheld."

           EXIT.

      * ----------------------------------------------------------------
      * Table the employee in EMP-RECORD with their group, and count
      * them into their grade cell and job code cell
      * ----------------------------------------------------------------
       5053-ADD-EQUITY-EMPLOYEE.

      * an employee with no demographics on file ('23') is grouped
      * as '??' on their own - the file stays open for the rest
           MOVE SPACES TO WS-PEQ-GROUP
           IF WS-PEQ-DMG-OPEN = 'Y'
               MOVE EMP-ID TO DMG-EMP-ID
               READ DEMOG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-PEQ-READS
                       IF WS-PEQ-DIMENSION = 'E'
                           MOVE DMG-ETHNIC TO WS-PEQ-GROUP
                       ELSE
                           MOVE DMG-GENDER TO WS-PEQ-GROUP
                       END-IF
               END-READ
           END-IF
           IF WS-PEQ-GROUP = SPACES
               MOVE '??' TO WS-PEQ-GROUP
           END-IF

           ADD 1 TO WS-PEQ-EMP-COUNT
           MOVE WS-PEQ-EMP-COUNT TO WS-PEQ-SUB
           MOVE WS-PEQ-GROUP TO WS-PEQ-E-GROUP(WS-PEQ-SUB)
           MOVE EMP-JOB-CODE TO WS-PEQ-E-JOB(WS-PEQ-SUB)
           MOVE SPACES TO WS-PEQ-E-GRADE(WS-PEQ-SUB)
           PERFORM 1175-FIND-JOBCODE
           IF WS-JBC-SUB > ZERO
               MOVE WS-JBC-GRADE(WS-JBC-SUB) TO
                   WS-PEQ-E-GRADE(WS-PEQ-SUB)
           END-IF
           MOVE EMP-SALARY TO WS-CNV-AMOUNT
           MOVE EMP-CURRENCY TO WS-CNV-CURRENCY
           PERFORM 9660-CONVERT-TO-BASE
           MOVE WS-CNV-RESULT TO WS-PEQ-E-SALARY(WS-PEQ-SUB)

           IF WS-PEQ-E-GRADE(WS-PEQ-SUB) NOT = SPACES
               MOVE 'G' TO WS-PEQ-TYPE
               MOVE WS-PEQ-E-GRADE(WS-PEQ-SUB) TO WS-PEQ-CODE
               PERFORM 5054-ADD-TO-EQUITY-CELL
           END-IF
           IF EMP-JOB-CODE NOT = SPACES
               MOVE 'J' TO WS-PEQ-TYPE
               MOVE EMP-JOB-CODE TO WS-PEQ-CODE
               PERFORM 5054-ADD-TO-EQUITY-CELL
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Count row WS-PEQ-SUB into cell WS-PEQ-TYPE / CODE / GROUP
      * ----------------------------------------------------------------
       5054-ADD-TO-EQUITY-CELL.

           MOVE ZERO TO WS-PEQ-CELL-SUB
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-PEQ-CELL-COUNT
               IF WS-PEQ-C-TYPE(WS-SUB-2) = WS-PEQ-TYPE
                  AND WS-PEQ-C-CODE(WS-SUB-2) = WS-PEQ-CODE
                  AND WS-PEQ-C-GROUP(WS-SUB-2) = WS-PEQ-GROUP
                   MOVE WS-SUB-2 TO WS-PEQ-CELL-SUB
                   MOVE WS-PEQ-CELL-COUNT TO WS-SUB-2
               END-IF
           END-PERFORM
           IF WS-PEQ-CELL-SUB = ZERO AND WS-PEQ-CELL-COUNT < 1000
               ADD 1 TO WS-PEQ-CELL-COUNT
               MOVE WS-PEQ-CELL-COUNT TO WS-PEQ-CELL-SUB
               INITIALIZE WS-PEQ-CELL(WS-PEQ-CELL-SUB)
               MOVE WS-PEQ-TYPE TO WS-PEQ-C-TYPE(WS-PEQ-CELL-SUB)
               MOVE WS-PEQ-CODE TO WS-PEQ-C-CODE(WS-PEQ-CELL-SUB)
               MOVE WS-PEQ-GROUP TO WS-PEQ-C-GROUP(WS-PEQ-CELL-SUB)
               MOVE 'N' TO WS-PEQ-C-DONE(WS-PEQ-CELL-SUB)
           END-IF
           IF WS-PEQ-CELL-SUB > ZERO
               ADD 1 TO WS-PEQ-C-COUNT(WS-PEQ-CELL-SUB)
               ADD WS-PEQ-E-SALARY(WS-PEQ-SUB) TO
                   WS-PEQ-C-SUM(WS-PEQ-CELL-SUB)
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Average and median of cell WS-PEQ-CELL-SUB - its salaries are
      * gathered and put in order by straight insertion
      * ----------------------------------------------------------------
       5055-PRICE-EQUITY-CELL.

           COMPUTE WS-PEQ-C-AVG(WS-PEQ-CELL-SUB) ROUNDED =
               WS-PEQ-C-SUM(WS-PEQ-CELL-SUB)
               / WS-PEQ-C-COUNT(WS-PEQ-CELL-SUB)

           MOVE ZERO TO WS-PEQ-WORK-COUNT
           PERFORM VARYING WS-PEQ-SUB FROM 1 BY 1
                   UNTIL WS-PEQ-SUB > WS-PEQ-EMP-COUNT
               IF WS-PEQ-E-GROUP(WS-PEQ-SUB) =
                  WS-PEQ-C-GROUP(WS-PEQ-CELL-SUB)
                  AND ((WS-PEQ-C-TYPE(WS-PEQ-CELL-SUB) = 'G'
                        AND WS-PEQ-E-GRADE(WS-PEQ-SUB) =
                            WS-PEQ-C-CODE(WS-PEQ-CELL-SUB)(1:2))
                   OR (WS-PEQ-C-TYPE(WS-PEQ-CELL-SUB) = 'J'
                        AND WS-PEQ-E-JOB(WS-PEQ-SUB) =
                            WS-PEQ-C-CODE(WS-PEQ-CELL-SUB)))
                   PERFORM 5056-INSERT-EQUITY-SALARY
               END-IF
           END-PERFORM

           IF WS-PEQ-WORK-COUNT > ZERO
               COMPUTE WS-PEQ-MID = (WS-PEQ-WORK-COUNT + 1) / 2
               IF WS-PEQ-MID * 2 = WS-PEQ-WORK-COUNT
                   COMPUTE WS-PEQ-C-MEDIAN(WS-PEQ-CELL-SUB) ROUNDED =
                       (WS-PEQ-WORK(WS-PEQ-MID)
                        + WS-PEQ-WORK(WS-PEQ-MID + 1)) / 2
               ELSE
                   MOVE WS-PEQ-WORK(WS-PEQ-MID) TO
                       WS-PEQ-C-MEDIAN(WS-PEQ-CELL-SUB)
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Insert row WS-PEQ-SUB's salary into the ordered work list
      * ----------------------------------------------------------------
       5056-INSERT-EQUITY-SALARY.

           MOVE WS-PEQ-E-SALARY(WS-PEQ-SUB) TO WS-PEQ-HOLD
           ADD 1 TO WS-PEQ-WORK-COUNT
           MOVE WS-PEQ-WORK-COUNT TO WS-PEQ-K
           MOVE 'N' TO WS-PEQ-PLACED
           PERFORM UNTIL WS-PEQ-PLACED = 'Y'
               IF WS-PEQ-K = 1
                   MOVE 'Y' TO WS-PEQ-PLACED
               ELSE
                   IF WS-PEQ-WORK(WS-PEQ-K - 1) > WS-PEQ-HOLD
                       MOVE WS-PEQ-WORK(WS-PEQ-K - 1) TO
                           WS-PEQ-WORK(WS-PEQ-K)
                       SUBTRACT 1 FROM WS-PEQ-K
                   ELSE
                       MOVE 'Y' TO WS-PEQ-PLACED
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-PEQ-HOLD TO WS-PEQ-WORK(WS-PEQ-K)

           EXIT.

      * ----------------------------------------------------------------
      * The report - grades first, then job codes, each with its
      * visible groups and the gaps to the best-paid of them
      * ----------------------------------------------------------------
       5057-WRITE-EQUITY-REPORT.

           OPEN OUTPUT PAYEQ-FILE
           MOVE SPACES TO PAYEQ-RECORD
           STRING 'PAY EQUITY AUDIT - COMPANY ' DELIMITED BY SIZE
                  WS-COMPANY DELIMITED BY SIZE
                  '   RESTRICTED - ADMIN ONLY' DELIMITED BY SIZE
               INTO PAYEQ-RECORD
           END-STRING
           WRITE PAYEQ-RECORD
           MOVE SPACES TO PAYEQ-RECORD
           IF WS-PEQ-DIMENSION = 'E'
               MOVE 'GROUPS BY ETHNICITY' TO PAYEQ-RECORD(1:19)
           ELSE
               MOVE 'GROUPS BY GENDER' TO PAYEQ-RECORD(1:16)
           END-IF
           STRING 'SMALLEST GROUP SHOWN ' DELIMITED BY SIZE
                  WS-PEQ-MIN-GROUP DELIMITED BY SIZE
               INTO PAYEQ-RECORD(25:30)
           END-STRING
           MOVE WS-PEQ-GAP-PCT TO WS-PEQ-EDIT-GAP
           STRING 'GAP FLAGGED OVER ' DELIMITED BY SIZE
                  WS-PEQ-EDIT-GAP DELIMITED BY SIZE
                  ' PCT' DELIMITED BY SIZE
               INTO PAYEQ-RECORD(60:30)
           END-STRING
           WRITE PAYEQ-RECORD
           MOVE SPACES TO PAYEQ-RECORD
           WRITE PAYEQ-RECORD
           MOVE 'GRADE/JOB   GROUP  COUNT' TO PAYEQ-RECORD(1:24)
           MOVE 'AVERAGE' TO PAYEQ-RECORD(35:7)
           MOVE 'MEDIAN' TO PAYEQ-RECORD(51:6)
           MOVE 'AVG GAP' TO PAYEQ-RECORD(59:7)
           MOVE 'MED GAP' TO PAYEQ-RECORD(67:7)
           WRITE PAYEQ-RECORD

           MOVE 'G' TO WS-PEQ-TYPE
           PERFORM VARYING WS-PEQ-CELL-SUB FROM 1 BY 1
                   UNTIL WS-PEQ-CELL-SUB > WS-PEQ-CELL-COUNT
               IF WS-PEQ-C-TYPE(WS-PEQ-CELL-SUB) = WS-PEQ-TYPE
                  AND WS-PEQ-C-DONE(WS-PEQ-CELL-SUB) = 'N'
                   PERFORM 5058-WRITE-EQUITY-BLOCK
               END-IF
           END-PERFORM
           MOVE 'J' TO WS-PEQ-TYPE
           PERFORM VARYING WS-PEQ-CELL-SUB FROM 1 BY 1
                   UNTIL WS-PEQ-CELL-SUB > WS-PEQ-CELL-COUNT
               IF WS-PEQ-C-TYPE(WS-PEQ-CELL-SUB) = WS-PEQ-TYPE
                  AND WS-PEQ-C-DONE(WS-PEQ-CELL-SUB) = 'N'
                   PERFORM 5058-WRITE-EQUITY-BLOCK
               END-IF
           END-PERFORM

           MOVE SPACES TO PAYEQ-RECORD
           WRITE PAYEQ-RECORD
           MOVE SPACES TO PAYEQ-RECORD
           STRING 'GAPS FLAGGED ' DELIMITED BY SIZE
                  WS-PEQ-FLAGGED DELIMITED BY SIZE
                  '   GROUPS WITHHELD AS TOO SMALL ' DELIMITED BY SIZE
                  WS-PEQ-SUPPRESSED DELIMITED BY SIZE
               INTO PAYEQ-RECORD
           END-STRING
           WRITE PAYEQ-RECORD
           CLOSE PAYEQ-FILE

           EXIT.

      * ----------------------------------------------------------------
      * All the groups of the grade or job code at WS-PEQ-CELL-SUB
      * ----------------------------------------------------------------
       5058-WRITE-EQUITY-BLOCK.

           MOVE WS-PEQ-C-CODE(WS-PEQ-CELL-SUB) TO WS-PEQ-CODE
           MOVE ZERO TO WS-PEQ-TOP-AVG
           MOVE ZERO TO WS-PEQ-TOP-MED
           MOVE ZERO TO WS-PEQ-HIDDEN
           MOVE ZERO TO WS-PEQ-SHOWN
           PERFORM VARYING WS-SUB-2 FROM WS-PEQ-CELL-SUB BY 1
                   UNTIL WS-SUB-2 > WS-PEQ-CELL-COUNT
               IF WS-PEQ-C-TYPE(WS-SUB-2) = WS-PEQ-TYPE
                  AND WS-PEQ-C-CODE(WS-SUB-2) = WS-PEQ-CODE
                  AND WS-PEQ-C-COUNT(WS-SUB-2) NOT < WS-PEQ-MIN-GROUP
                   ADD 1 TO WS-PEQ-SHOWN
                   IF WS-PEQ-C-AVG(WS-SUB-2) > WS-PEQ-TOP-AVG
                       MOVE WS-PEQ-C-AVG(WS-SUB-2) TO WS-PEQ-TOP-AVG
                   END-IF
                   IF WS-PEQ-C-MEDIAN(WS-SUB-2) > WS-PEQ-TOP-MED
                       MOVE WS-PEQ-C-MEDIAN(WS-SUB-2) TO
                           WS-PEQ-TOP-MED
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO PAYEQ-RECORD
           WRITE PAYEQ-RECORD
           MOVE SPACES TO PAYEQ-RECORD
           IF WS-PEQ-TYPE = 'G'
               MOVE 'GRADE' TO PAYEQ-RECORD(1:5)
               MOVE WS-PEQ-CODE(1:2) TO PAYEQ-RECORD(7:2)
           ELSE
               MOVE 'JOB' TO PAYEQ-RECORD(1:3)
               MOVE WS-PEQ-CODE TO PAYEQ-RECORD(7:4)
           END-IF
           WRITE PAYEQ-RECORD

           PERFORM VARYING WS-SUB-2 FROM WS-PEQ-CELL-SUB BY 1
                   UNTIL WS-SUB-2 > WS-PEQ-CELL-COUNT
               IF WS-PEQ-C-TYPE(WS-SUB-2) = WS-PEQ-TYPE
                  AND WS-PEQ-C-CODE(WS-SUB-2) = WS-PEQ-CODE
                   MOVE 'Y' TO WS-PEQ-C-DONE(WS-SUB-2)
                   IF WS-PEQ-C-COUNT(WS-SUB-2) < WS-PEQ-MIN-GROUP
                       ADD 1 TO WS-PEQ-HIDDEN
                       ADD 1 TO WS-PEQ-SUPPRESSED
                   ELSE
                       PERFORM 5059-WRITE-EQUITY-GROUP
                   END-IF
               END-IF
           END-PERFORM

           IF WS-PEQ-HIDDEN > ZERO
               MOVE SPACES TO PAYEQ-RECORD
               STRING WS-PEQ-HIDDEN DELIMITED BY SIZE
                      ' GROUP(S) WITHHELD - TOO FEW TO SHOW'
                          DELIMITED BY SIZE
                   INTO PAYEQ-RECORD(13:60)
               END-STRING
               WRITE PAYEQ-RECORD
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * One visible group line for cell WS-SUB-2
      * ----------------------------------------------------------------
       5059-WRITE-EQUITY-GROUP.

           MOVE ZERO TO WS-PEQ-AVG-GAP
           MOVE ZERO TO WS-PEQ-MED-GAP
           IF WS-PEQ-TOP-AVG > ZERO
               COMPUTE WS-PEQ-AVG-GAP ROUNDED =
                   (WS-PEQ-TOP-AVG - WS-PEQ-C-AVG(WS-SUB-2)) * 100
                   / WS-PEQ-TOP-AVG
           END-IF
           IF WS-PEQ-TOP-MED > ZERO
               COMPUTE WS-PEQ-MED-GAP ROUNDED =
                   (WS-PEQ-TOP-MED - WS-PEQ-C-MEDIAN(WS-SUB-2)) * 100
                   / WS-PEQ-TOP-MED
           END-IF

           MOVE SPACES TO PAYEQ-RECORD
           MOVE WS-PEQ-C-GROUP(WS-SUB-2) TO PAYEQ-RECORD(13:2)
           MOVE WS-PEQ-C-COUNT(WS-SUB-2) TO PAYEQ-RECORD(20:5)
           MOVE WS-PEQ-C-AVG(WS-SUB-2) TO WS-EDIT-AMOUNT-L
           MOVE WS-EDIT-AMOUNT-L TO PAYEQ-RECORD(27:15)
           MOVE WS-PEQ-C-MEDIAN(WS-SUB-2) TO WS-EDIT-AMOUNT-L
           MOVE WS-EDIT-AMOUNT-L TO PAYEQ-RECORD(42:15)
           MOVE WS-PEQ-AVG-GAP TO WS-PEQ-EDIT-GAP
           MOVE WS-PEQ-EDIT-GAP TO PAYEQ-RECORD(60:5)
           MOVE WS-PEQ-MED-GAP TO WS-PEQ-EDIT-GAP
           MOVE WS-PEQ-EDIT-GAP TO PAYEQ-RECORD(68:5)
           IF WS-PEQ-SHOWN > 1
              AND (WS-PEQ-AVG-GAP > WS-PEQ-GAP-PCT
                   OR WS-PEQ-MED-GAP > WS-PEQ-GAP-PCT)
               ADD 1 TO WS-PEQ-FLAGGED
               MOVE 'GAP OVER THRESHOLD' TO PAYEQ-RECORD(76:18)
           END-IF
           WRITE PAYEQ-RECORD

           EXIT.

      * ----------------------------------------------------------------
      * Ranked seniority list by department and job code
      * ----------------------------------------------------------------
       5060-SENIORITY-LIST.

           PERFORM 5061-BUILD-SENIORITY
           PERFORM 5066-WRITE-SENIORITY-LIST

           MOVE 'SENIOR.TXT' TO WS-ARCHSRC-NAME
           MOVE 'SENIOR' TO WS-ARCH-REPORT
           PERFORM 9700-ARCHIVE-REPORT
           DISPLAY "Seniority list written to SENIOR.TXT - "
               WS-SEN-COUNT " employees in " WS-SNG-COUNT
               " department/job code groups."

           EXIT.

      * ----------------------------------------------------------------
      * Table the company's current staff with their seniority dates
      * from the employment history, ordered most senior first
      * ----------------------------------------------------------------
       5061-BUILD-SENIORITY.

           MOVE 'SEN-BRIDGE-DAYS' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-NUMERIC TO WS-SEN-BRIDGE-DAYS
           END-IF
           MOVE 'SEN-LEAVE-GRACE' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-NUMERIC TO WS-SEN-LEAVE-GRACE
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE ZERO TO WS-SEN-COUNT
           MOVE ZERO TO WS-SNG-COUNT

           MOVE 'N' TO WS-EOF
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EMP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE EMP-FILE
                   NOT AT END
                       IF EMP-COMPANY = SPACES
                           MOVE '01' TO EMP-COMPANY
                       END-IF
                       IF EMP-STATUS NOT = 'T'
                          AND EMP-DEL-FLAG NOT = 'D'
                          AND EMP-COMPANY = WS-COMPANY
                          AND (WS-OPR-SCOPE = SPACES
                           OR EMP-DEPARTMENT = WS-OPR-SCOPE)
                          AND WS-SEN-COUNT < 5000
                           PERFORM 5062-ADD-SENIORITY-ENTRY
                       END-IF
               END-READ
           END-PERFORM

           MOVE ZERO TO WS-SEN-WANTED
           MOVE ZERO TO WS-SEN-SUB
           MOVE 'N' TO WS-EOF
           OPEN INPUT EMPHIST-FILE
           IF WS-EMPHIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EMPHIST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE EMPHIST-FILE
                   NOT AT END
                       IF EH-EMP-ID NOT = WS-SEN-WANTED
                           MOVE EH-EMP-ID TO WS-SEN-WANTED
                           PERFORM 5063-FIND-SENIORITY-ENTRY
                       END-IF
                       IF WS-SEN-SUB > ZERO
                          AND EH-EVENT-DATE NOT <
                              WS-SEN-START(WS-SEN-SUB)
                           PERFORM 5064-APPLY-SERVICE-EVENT
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING WS-SEN-SUB FROM 1 BY 1
                   UNTIL WS-SEN-SUB > WS-SEN-COUNT
               PERFORM 5065-SET-SENIORITY-DATE
               MOVE WS-SEN-SUB TO WS-SEN-ORD(WS-SEN-SUB)
           END-PERFORM

      * two stable passes through the sort work file - original hire
      * date first, then seniority date - leave ties in hire date,
      * then employee id order
           IF WS-SEN-COUNT > 1
               MOVE 'H' TO WS-SEN-PASS
               SORT SORT-WORK ASCENDING KEY SRW-KEY
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS 5067-RELEASE-SENIORITY
                   OUTPUT PROCEDURE IS 5068-RETURN-SENIORITY
               MOVE 'S' TO WS-SEN-PASS
               SORT SORT-WORK ASCENDING KEY SRW-KEY
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS 5067-RELEASE-SENIORITY
                   OUTPUT PROCEDURE IS 5068-RETURN-SENIORITY
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Table the employee in EMP-RECORD and file their department
      * and job code group in order
      * ----------------------------------------------------------------
       5062-ADD-SENIORITY-ENTRY.

           ADD 1 TO WS-SEN-COUNT
           MOVE WS-SEN-COUNT TO WS-SEN-SUB
           MOVE EMP-ID TO WS-SEN-EMP-ID(WS-SEN-SUB)
           MOVE EMP-NAME TO WS-SEN-NAME(WS-SEN-SUB)
           MOVE EMP-DEPARTMENT TO WS-SEN-DEPT(WS-SEN-SUB)
           MOVE EMP-JOB-CODE TO WS-SEN-JOB(WS-SEN-SUB)
           MOVE EMP-STATUS TO WS-SEN-STATUS(WS-SEN-SUB)
           MOVE EMP-SALARY TO WS-SEN-SALARY(WS-SEN-SUB)
           MOVE EMP-CURRENCY TO WS-SEN-CURRENCY(WS-SEN-SUB)
           MOVE EMP-HIRE-DATE TO WS-SEN-HIRE(WS-SEN-SUB)
           MOVE EMP-HIRE-DATE TO WS-SEN-START(WS-SEN-SUB)
           MOVE ZERO TO WS-SEN-DEDUCT(WS-SEN-SUB)
           MOVE ZERO TO WS-SEN-BREAK-START(WS-SEN-SUB)
           MOVE ZERO TO WS-SEN-LEAVE-START(WS-SEN-SUB)
           MOVE ZERO TO WS-SEN-DATE(WS-SEN-SUB)

           MOVE WS-SEN-GROUP-KEY(WS-SEN-SUB) TO WS-SEN-NEW-KEY
           MOVE ZERO TO WS-SEN-GRP-SUB
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-SNG-COUNT
               IF WS-SNG-KEY(WS-SUB-2) = WS-SEN-NEW-KEY
                   MOVE WS-SUB-2 TO WS-SEN-GRP-SUB
                   MOVE WS-SNG-COUNT TO WS-SUB-2
               END-IF
           END-PERFORM
           IF WS-SEN-GRP-SUB = ZERO AND WS-SNG-COUNT < 500
               ADD 1 TO WS-SNG-COUNT
               MOVE WS-SNG-COUNT TO WS-SEN-K
               MOVE 'N' TO WS-SEN-PLACED
               PERFORM UNTIL WS-SEN-PLACED = 'Y'
                   IF WS-SEN-K = 1
                       MOVE 'Y' TO WS-SEN-PLACED
                   ELSE
                       IF WS-SNG-KEY(WS-SEN-K - 1) > WS-SEN-NEW-KEY
                           MOVE WS-SNG-KEY(WS-SEN-K - 1) TO
                               WS-SNG-KEY(WS-SEN-K)
                           SUBTRACT 1 FROM WS-SEN-K
                       ELSE
                           MOVE 'Y' TO WS-SEN-PLACED
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-SEN-NEW-KEY TO WS-SNG-KEY(WS-SEN-K)
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Row for employee WS-SEN-WANTED - zero when not tabled
      * ----------------------------------------------------------------
       5063-FIND-SENIORITY-ENTRY.

           MOVE ZERO TO WS-SEN-SUB
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-SEN-COUNT
               IF WS-SEN-EMP-ID(WS-SUB-2) = WS-SEN-WANTED
                   MOVE WS-SUB-2 TO WS-SEN-SUB
                   MOVE WS-SEN-COUNT TO WS-SUB-2
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * One employment-history event against row WS-SEN-SUB - a
      * termination opens a break and the rehire closes it; a move
      * onto leave opens an absence and the return closes it
      * ----------------------------------------------------------------
       5064-APPLY-SERVICE-EVENT.

           IF EH-NEW-STATUS = 'T' AND EH-OLD-STATUS NOT = 'T'
               MOVE EH-EVENT-DATE TO WS-SEN-BREAK-START(WS-SEN-SUB)
               MOVE ZERO TO WS-SEN-LEAVE-START(WS-SEN-SUB)
           END-IF

           IF (EH-EVENT-TYPE = 'REHIRE'
               OR (EH-OLD-STATUS = 'T' AND EH-NEW-STATUS NOT = 'T'))
              AND WS-SEN-BREAK-START(WS-SEN-SUB) > ZERO
               COMPUTE WS-SEN-DAYS =
                   FUNCTION INTEGER-OF-DATE(EH-EVENT-DATE)
                 - FUNCTION INTEGER-OF-DATE
                       (WS-SEN-BREAK-START(WS-SEN-SUB))
               IF WS-SEN-DAYS > WS-SEN-BRIDGE-DAYS
                   MOVE EH-EVENT-DATE TO WS-SEN-START(WS-SEN-SUB)
                   MOVE ZERO TO WS-SEN-DEDUCT(WS-SEN-SUB)
               ELSE
                   IF WS-SEN-DAYS > ZERO
                       ADD WS-SEN-DAYS TO WS-SEN-DEDUCT(WS-SEN-SUB)
                   END-IF
               END-IF
               MOVE ZERO TO WS-SEN-BREAK-START(WS-SEN-SUB)
           END-IF

           IF EH-NEW-STATUS = 'L' AND EH-OLD-STATUS NOT = 'L'
               MOVE EH-EVENT-DATE TO WS-SEN-LEAVE-START(WS-SEN-SUB)
           END-IF

           IF EH-OLD-STATUS = 'L' AND EH-NEW-STATUS NOT = 'L'
              AND EH-NEW-STATUS NOT = 'T'
              AND WS-SEN-LEAVE-START(WS-SEN-SUB) > ZERO
               COMPUTE WS-SEN-DAYS =
                   FUNCTION INTEGER-OF-DATE(EH-EVENT-DATE)
                 - FUNCTION INTEGER-OF-DATE
                       (WS-SEN-LEAVE-START(WS-SEN-SUB))
                 - WS-SEN-LEAVE-GRACE
               IF WS-SEN-DAYS > ZERO
                   ADD WS-SEN-DAYS TO WS-SEN-DEDUCT(WS-SEN-SUB)
               END-IF
               MOVE ZERO TO WS-SEN-LEAVE-START(WS-SEN-SUB)
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Seniority date for row WS-SEN-SUB - a leave still running
      * counts to today
      * ----------------------------------------------------------------
       5065-SET-SENIORITY-DATE.

           IF WS-SEN-LEAVE-START(WS-SEN-SUB) > ZERO
               COMPUTE WS-SEN-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                 - FUNCTION INTEGER-OF-DATE
                       (WS-SEN-LEAVE-START(WS-SEN-SUB))
                 - WS-SEN-LEAVE-GRACE
               IF WS-SEN-DAYS > ZERO
                   ADD WS-SEN-DAYS TO WS-SEN-DEDUCT(WS-SEN-SUB)
               END-IF
           END-IF

           IF WS-SEN-START(WS-SEN-SUB) > ZERO
               COMPUTE WS-SEN-DATE(WS-SEN-SUB) =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE
                           (WS-SEN-START(WS-SEN-SUB))
                      + WS-SEN-DEDUCT(WS-SEN-SUB))
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Hand the rows to the sort in their current order, keyed on
      * the hire date or the seniority date by pass
      * ----------------------------------------------------------------
       5067-RELEASE-SENIORITY.

           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-SEN-COUNT
               MOVE WS-SEN-ORD(WS-SUB-2) TO WS-SEN-SUB
               IF WS-SEN-PASS = 'H'
                   MOVE WS-SEN-HIRE(WS-SEN-SUB) TO SRW-KEY
               ELSE
                   MOVE WS-SEN-DATE(WS-SEN-SUB) TO SRW-KEY
               END-IF
               MOVE SPACES TO SRW-DATA
               MOVE WS-SEN-ORD(WS-SUB-2) TO WS-SEN-ROW
               MOVE WS-SEN-ROW TO SRW-DATA(1:5)
               RELEASE SORT-REC
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Take the sorted row numbers back into the order list
      * ----------------------------------------------------------------
       5068-RETURN-SENIORITY.

           MOVE ZERO TO WS-SUB-2
           MOVE 'N' TO WS-SORT-DONE
           PERFORM UNTIL WS-SORT-DONE = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-DONE
                   NOT AT END
                       ADD 1 TO WS-SUB-2
                       MOVE SRW-DATA(1:5) TO WS-SEN-ROW
                       MOVE WS-SEN-ROW TO WS-SEN-ORD(WS-SUB-2)
               END-RETURN
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * The list - one block per department and job code, ranked
      * most senior first
      * ----------------------------------------------------------------
       5066-WRITE-SENIORITY-LIST.

           OPEN OUTPUT SENIOR-FILE
           MOVE SPACES TO SENIOR-RECORD
           STRING 'SENIORITY LIST AS AT ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  '   COMPANY ' DELIMITED BY SIZE
                  WS-COMPANY DELIMITED BY SIZE
               INTO SENIOR-RECORD
           END-STRING
           WRITE SENIOR-RECORD
           MOVE SPACES TO SENIOR-RECORD
           STRING 'BREAKS UP TO ' DELIMITED BY SIZE
                  WS-SEN-BRIDGE-DAYS DELIMITED BY SIZE
                  ' DAYS BRIDGED, LEAVE BEYOND ' DELIMITED BY SIZE
                  WS-SEN-LEAVE-GRACE DELIMITED BY SIZE
                  ' DAYS DEDUCTED.  TIES - HIRE DATE, THEN ID.'
                      DELIMITED BY SIZE
               INTO SENIOR-RECORD
           END-STRING
           WRITE SENIOR-RECORD

           PERFORM VARYING WS-SEN-GRP-SUB FROM 1 BY 1
                   UNTIL WS-SEN-GRP-SUB > WS-SNG-COUNT
               MOVE SPACES TO SENIOR-RECORD
               WRITE SENIOR-RECORD
               MOVE SPACES TO SENIOR-RECORD
               STRING 'DEPARTMENT ' DELIMITED BY SIZE
                      WS-SNG-DEPT(WS-SEN-GRP-SUB) DELIMITED BY SIZE
                      ' JOB CODE ' DELIMITED BY SIZE
                      WS-SNG-JOB(WS-SEN-GRP-SUB) DELIMITED BY SIZE
                   INTO SENIOR-RECORD
               END-STRING
               WRITE SENIOR-RECORD
               MOVE SPACES TO SENIOR-RECORD
               MOVE ' RANK' TO SENIOR-RECORD(1:5)
               MOVE 'EMP-ID  NAME' TO SENIOR-RECORD(7:12)
               MOVE 'SENIORITY' TO SENIOR-RECORD(46:9)
               MOVE 'HIRE DATE' TO SENIOR-RECORD(56:9)
               MOVE 'DAYS OFF' TO SENIOR-RECORD(66:8)
               MOVE 'ST' TO SENIOR-RECORD(75:2)
               WRITE SENIOR-RECORD
               MOVE ZERO TO WS-SEN-RANK
               PERFORM VARYING WS-SEN-K FROM 1 BY 1
                       UNTIL WS-SEN-K > WS-SEN-COUNT
                   MOVE WS-SEN-ORD(WS-SEN-K) TO WS-SEN-SUB
                   IF WS-SEN-GROUP-KEY(WS-SEN-SUB) =
                      WS-SNG-KEY(WS-SEN-GRP-SUB)
                       ADD 1 TO WS-SEN-RANK
                       MOVE SPACES TO SENIOR-RECORD
                       MOVE WS-SEN-RANK TO WS-SEN-EDIT-RANK
                       MOVE WS-SEN-EDIT-RANK TO SENIOR-RECORD(1:5)
                       MOVE WS-SEN-EMP-ID(WS-SEN-SUB) TO
                           SENIOR-RECORD(7:7)
                       MOVE WS-SEN-NAME(WS-SEN-SUB) TO
                           SENIOR-RECORD(15:30)
                       MOVE WS-SEN-DATE(WS-SEN-SUB) TO
                           SENIOR-RECORD(46:8)
                       MOVE WS-SEN-HIRE(WS-SEN-SUB) TO
                           SENIOR-RECORD(56:8)
                       MOVE WS-SEN-DEDUCT(WS-SEN-SUB) TO
                           WS-SEN-EDIT-DAYS
                       MOVE WS-SEN-EDIT-DAYS TO SENIOR-RECORD(69:5)
                       MOVE WS-SEN-STATUS(WS-SEN-SUB) TO
                           SENIOR-RECORD(76:1)
                       WRITE SENIOR-RECORD
                   END-IF
               END-PERFORM
           END-PERFORM

           CLOSE SENIOR-FILE

           EXIT.

      * ----------------------------------------------------------------
      * Reduction-in-force what-if - given the positions to cut in
      * one department and job code, list the least senior who would
      * go and what their severance would cost.  Nothing is changed.
      * ----------------------------------------------------------------
       5070-RIF-SELECTION.

           DISPLAY "Department: "
           ACCEPT WS-RIF-DEPT
           DISPLAY "Job code: "
           ACCEPT WS-RIF-JOB
           DISPLAY "Positions to cut: "
           ACCEPT WS-RIF-CUT

           MOVE 'SEVER-WEEKS-YR' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-NUMERIC TO WS-RIF-WEEKS-YR
           END-IF
           MOVE 'SEVER-MIN-WEEKS' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-NUMERIC TO WS-RIF-MIN-WEEKS
           END-IF

           PERFORM 5061-BUILD-SENIORITY

           MOVE ZERO TO WS-RIF-IN-GROUP
           PERFORM VARYING WS-SEN-SUB FROM 1 BY 1
                   UNTIL WS-SEN-SUB > WS-SEN-COUNT
               IF WS-SEN-DEPT(WS-SEN-SUB) = WS-RIF-DEPT
                  AND WS-SEN-JOB(WS-SEN-SUB) = WS-RIF-JOB
                   ADD 1 TO WS-RIF-IN-GROUP
               END-IF
           END-PERFORM

           IF WS-RIF-IN-GROUP = ZERO
               DISPLAY "No current staff in that department and "
                   "job code."
           ELSE
           IF WS-RIF-CUT = ZERO
               DISPLAY "No positions to cut - nothing selected."
           ELSE
               PERFORM 5072-WRITE-RIF-REPORT
               MOVE 'RIF.TXT' TO WS-ARCHSRC-NAME
               MOVE 'RIF' TO WS-ARCH-REPORT
               PERFORM 9700-ARCHIVE-REPORT
               MOVE WS-RIF-TOTAL TO WS-EDIT-AMOUNT-L
               DISPLAY "RIF selection written to RIF.TXT - "
                   WS-RIF-SELECTED " of " WS-RIF-IN-GROUP
                   " affected, severance " WS-EDIT-AMOUNT-L
           END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Walk the seniority order from the least senior up, selecting
      * from the chosen group until the cut is met
      * ----------------------------------------------------------------
       5072-WRITE-RIF-REPORT.

           MOVE ZERO TO WS-RIF-SELECTED
           MOVE ZERO TO WS-RIF-TOTAL

           OPEN OUTPUT RIF-FILE
           MOVE SPACES TO RIF-RECORD
           STRING 'REDUCTION IN FORCE - WHAT-IF ONLY, NO RECORDS '
                      DELIMITED BY SIZE
                  'CHANGED   AS AT ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  '   COMPANY ' DELIMITED BY SIZE
                  WS-COMPANY DELIMITED BY SIZE
               INTO RIF-RECORD
           END-STRING
           WRITE RIF-RECORD
           MOVE SPACES TO RIF-RECORD
           STRING 'DEPARTMENT ' DELIMITED BY SIZE
                  WS-RIF-DEPT DELIMITED BY SIZE
                  ' JOB CODE ' DELIMITED BY SIZE
                  WS-RIF-JOB DELIMITED BY SIZE
                  '  POSITIONS TO CUT ' DELIMITED BY SIZE
                  WS-RIF-CUT DELIMITED BY SIZE
                  ' OF ' DELIMITED BY SIZE
                  WS-RIF-IN-GROUP DELIMITED BY SIZE
               INTO RIF-RECORD
           END-STRING
           WRITE RIF-RECORD
           MOVE SPACES TO RIF-RECORD
           MOVE WS-RIF-WEEKS-YR TO WS-RIF-EDIT-WEEKS
           STRING 'SEVERANCE ' DELIMITED BY SIZE
                  WS-RIF-EDIT-WEEKS DELIMITED BY SIZE
                  ' WEEKS PER COMPLETED YEAR OF SENIORITY, MINIMUM '
                      DELIMITED BY SIZE
               INTO RIF-RECORD
           END-STRING
           MOVE WS-RIF-MIN-WEEKS TO WS-RIF-EDIT-WEEKS
           MOVE WS-RIF-EDIT-WEEKS TO RIF-RECORD(65:6)
           MOVE 'WEEKS, BASE CURRENCY' TO RIF-RECORD(72:20)
           WRITE RIF-RECORD
           MOVE SPACES TO RIF-RECORD
           WRITE RIF-RECORD
           MOVE 'EMP-ID  NAME' TO RIF-RECORD(1:12)
           MOVE 'SENIORITY' TO RIF-RECORD(40:9)
           MOVE 'YRS' TO RIF-RECORD(50:3)
           MOVE ' WEEKS' TO RIF-RECORD(54:6)
           MOVE '       SEVERANCE' TO RIF-RECORD(61:16)
           WRITE RIF-RECORD

           MOVE WS-SEN-COUNT TO WS-SEN-K
           PERFORM UNTIL WS-SEN-K = ZERO
                   OR WS-RIF-SELECTED NOT < WS-RIF-CUT
               MOVE WS-SEN-ORD(WS-SEN-K) TO WS-SEN-SUB
               IF WS-SEN-DEPT(WS-SEN-SUB) = WS-RIF-DEPT
                  AND WS-SEN-JOB(WS-SEN-SUB) = WS-RIF-JOB
                   ADD 1 TO WS-RIF-SELECTED
                   PERFORM 5074-WRITE-RIF-LINE
               END-IF
               SUBTRACT 1 FROM WS-SEN-K
           END-PERFORM

           MOVE SPACES TO RIF-RECORD
           WRITE RIF-RECORD
           MOVE SPACES TO RIF-RECORD
           MOVE WS-RIF-TOTAL TO WS-EDIT-AMOUNT-L
           STRING 'AFFECTED ' DELIMITED BY SIZE
                  WS-RIF-SELECTED DELIMITED BY SIZE
                  '   TOTAL SEVERANCE ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT-L DELIMITED BY SIZE
               INTO RIF-RECORD
           END-STRING
           WRITE RIF-RECORD
           IF WS-RIF-SELECTED < WS-RIF-CUT
               MOVE SPACES TO RIF-RECORD
               MOVE 'CUT EXCEEDS THE STAFF IN THIS GROUP - ALL LISTED'
                   TO RIF-RECORD
               WRITE RIF-RECORD
           END-IF

           CLOSE RIF-FILE

           EXIT.

      * ----------------------------------------------------------------
      * One selected employee - row WS-SEN-SUB - with severance
      * ----------------------------------------------------------------
       5074-WRITE-RIF-LINE.

           MOVE ZERO TO WS-RIF-YEARS
           IF WS-SEN-DATE(WS-SEN-SUB) > ZERO
              AND WS-SEN-DATE(WS-SEN-SUB) < WS-TODAY
               COMPUTE WS-RIF-YEARS =
                   (FUNCTION INTEGER-OF-DATE(WS-TODAY)
                  - FUNCTION INTEGER-OF-DATE(WS-SEN-DATE(WS-SEN-SUB)))
                  / 365.25
           END-IF
           COMPUTE WS-RIF-WEEKS = WS-RIF-YEARS * WS-RIF-WEEKS-YR
           IF WS-RIF-WEEKS < WS-RIF-MIN-WEEKS
               MOVE WS-RIF-MIN-WEEKS TO WS-RIF-WEEKS
           END-IF

           MOVE WS-SEN-SALARY(WS-SEN-SUB) TO WS-CNV-AMOUNT
           MOVE WS-SEN-CURRENCY(WS-SEN-SUB) TO WS-CNV-CURRENCY
           PERFORM 9660-CONVERT-TO-BASE
           COMPUTE WS-RIF-WEEKLY ROUNDED = WS-CNV-RESULT / 52
           COMPUTE WS-RIF-SEVERANCE ROUNDED =
               WS-RIF-WEEKLY * WS-RIF-WEEKS
           ADD WS-RIF-SEVERANCE TO WS-RIF-TOTAL

           MOVE SPACES TO RIF-RECORD
           MOVE WS-SEN-EMP-ID(WS-SEN-SUB) TO RIF-RECORD(1:7)
           MOVE WS-SEN-NAME(WS-SEN-SUB) TO RIF-RECORD(9:30)
           MOVE WS-SEN-DATE(WS-SEN-SUB) TO RIF-RECORD(40:8)
           MOVE WS-RIF-YEARS TO WS-RIF-EDIT-YEARS
           MOVE WS-RIF-EDIT-YEARS TO RIF-RECORD(50:3)
           MOVE WS-RIF-WEEKS TO WS-RIF-EDIT-WEEKS
           MOVE WS-RIF-EDIT-WEEKS TO RIF-RECORD(54:6)
           MOVE WS-RIF-SEVERANCE TO WS-EDIT-AMOUNT-L
           MOVE WS-EDIT-AMOUNT-L TO RIF-RECORD(61:16)
           WRITE RIF-RECORD

           EXIT.

      * ----------------------------------------------------------------
      * Time-clock import - pair the period's punches into worked
      * hours and write each clean employee's timesheet, pending
      * approval.  Anyone with an unpaired or doubtful punch is held
      * back on PUNCHEXC.TXT; once the punches are corrected the
      * import is rerun and skips the timesheets already written.
      * ----------------------------------------------------------------
       5080-PUNCH-IMPORT.

           DISPLAY "Period start (YYYYMMDD): "
           ACCEPT WS-PCH-START
           DISPLAY "Period end (YYYYMMDD): "
           ACCEPT WS-PCH-END

           IF WS-PCH-START = ZERO OR WS-PCH-END < WS-PCH-START
               DISPLAY "Period dates are not valid - import "
                   "abandoned."
           ELSE
               PERFORM 5081-LOAD-PUNCH-CONFIG
               PERFORM 5082-LOAD-PUNCHES
               PERFORM 5083-LOAD-EXISTING-TIMESHEETS
               PERFORM 5084-PROCESS-PUNCHES

               MOVE 'PUNCHEXC.TXT' TO WS-ARCHSRC-NAME
               MOVE 'PUNCHEXC' TO WS-ARCH-REPORT
               PERFORM 9700-ARCHIVE-REPORT
               DISPLAY "Punches read " WS-PCH-READ
                   ", timesheets written " WS-PCH-WRITTEN
                   ", employees held " WS-PCH-HELD
                   ", already on file " WS-PCH-SKIPPED
               IF WS-PCH-EXC-COUNT > ZERO
                   DISPLAY WS-PCH-EXC-COUNT " punch exceptions on "
                       "PUNCHEXC.TXT - correct them before "
                       "timesheet approval."
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Rounding, meal break, maximum shift and shift start times
      * ----------------------------------------------------------------
       5081-LOAD-PUNCH-CONFIG.

           MOVE 'PUNCH-ROUND-MINS' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y' AND WS-CFG-NUMERIC > ZERO
               MOVE WS-CFG-NUMERIC TO WS-PCH-ROUND-MINS
           END-IF
           MOVE 'PUNCH-MEAL-AFTER' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-NUMERIC TO WS-PCH-MEAL-AFTER
           END-IF
           MOVE 'PUNCH-MEAL-MINS' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-NUMERIC TO WS-PCH-MEAL-MINS
           END-IF
           MOVE 'PUNCH-MAX-HOURS' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y' AND WS-CFG-NUMERIC > ZERO
               MOVE WS-CFG-NUMERIC TO WS-PCH-MAX-HOURS
           END-IF
           MOVE 'PUNCH-DAY-START' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-NUMERIC TO WS-PCH-DAY-START
           END-IF
           MOVE 'PUNCH-EVE-START' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-NUMERIC TO WS-PCH-EVE-START
           END-IF
           MOVE 'PUNCH-NIGHT-STRT' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-NUMERIC TO WS-PCH-NIGHT-START
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Table the punches for the period - the day after the period
      * end is taken too so a night shift's out punch pairs - and
      * order them by employee, date and time
      * ----------------------------------------------------------------
       5082-LOAD-PUNCHES.

           MOVE ZERO TO WS-PCH-COUNT
           MOVE ZERO TO WS-PCH-READ
           MOVE ZERO TO WS-PCH-EXC-COUNT

           OPEN OUTPUT PUNCHEXC-FILE
           MOVE SPACES TO PUNCHEXC-RECORD
           STRING 'TIME CLOCK EXCEPTIONS - PERIOD ' DELIMITED BY SIZE
                  WS-PCH-START DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-PCH-END DELIMITED BY SIZE
                  '   COMPANY ' DELIMITED BY SIZE
                  WS-COMPANY DELIMITED BY SIZE
               INTO PUNCHEXC-RECORD
           END-STRING
           WRITE PUNCHEXC-RECORD
           MOVE SPACES TO PUNCHEXC-RECORD
           STRING 'EMPLOYEES LISTED HERE HAVE NO TIMESHEET - CORRECT '
                      DELIMITED BY SIZE
                  'THE PUNCHES AND RERUN THE IMPORT' DELIMITED BY SIZE
               INTO PUNCHEXC-RECORD
           END-STRING
           WRITE PUNCHEXC-RECORD
           MOVE SPACES TO PUNCHEXC-RECORD
           WRITE PUNCHEXC-RECORD
           MOVE 'EMP-ID' TO PUNCHEXC-RECORD(1:6)
           MOVE 'DATE' TO PUNCHEXC-RECORD(10:4)
           MOVE 'TIME' TO PUNCHEXC-RECORD(20:4)
           MOVE 'IO' TO PUNCHEXC-RECORD(25:2)
           MOVE 'REASON' TO PUNCHEXC-RECORD(29:6)
           WRITE PUNCHEXC-RECORD

           COMPUTE WS-PCH-ABS =
               FUNCTION INTEGER-OF-DATE(WS-PCH-END) + 1
           COMPUTE WS-PCH-ABS = FUNCTION DATE-OF-INTEGER(WS-PCH-ABS)

           MOVE 'N' TO WS-EOF
           OPEN INPUT PUNCH-FILE
           IF WS-PUNCH-STATUS NOT = '00'
               DISPLAY "No punch file."
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PUNCH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE PUNCH-FILE
                   NOT AT END
                       ADD 1 TO WS-PCH-READ
                       IF PCH-BADGE NOT NUMERIC
                          OR PCH-DATE NOT NUMERIC
                          OR PCH-TIME NOT NUMERIC
                           MOVE SPACES TO PUNCHEXC-RECORD
                           MOVE PUNCH-RECORD(1:20) TO
                               PUNCHEXC-RECORD(1:20)
                           MOVE 'UNREADABLE PUNCH' TO
                               PUNCHEXC-RECORD(29:30)
                           WRITE PUNCHEXC-RECORD
                           ADD 1 TO WS-PCH-EXC-COUNT
                       ELSE
                           IF PCH-DATE NOT < WS-PCH-START
                              AND PCH-DATE NOT > WS-PCH-ABS
                              AND WS-PCH-COUNT < 20000
                               ADD 1 TO WS-PCH-COUNT
                               MOVE PCH-BADGE TO
                                   WS-PCH-EMP-ID(WS-PCH-COUNT)
                               MOVE PCH-DATE TO
                                   WS-PCH-DATE(WS-PCH-COUNT)
                               MOVE PCH-TIME TO
                                   WS-PCH-TIME(WS-PCH-COUNT)
                               MOVE PCH-TYPE TO
                                   WS-PCH-TYPE(WS-PCH-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-PCH-COUNT > 1
               SORT WS-PCH-ENTRY ASCENDING KEY WS-PCH-EMP-ID
                   WS-PCH-DATE WS-PCH-TIME
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Employees who already have a live timesheet for the period -
      * a rejected one may be replaced by the import
      * ----------------------------------------------------------------
       5083-LOAD-EXISTING-TIMESHEETS.

           MOVE ZERO TO WS-PCX-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT TIMESHEET-FILE
           IF WS-TMS-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TIMESHEET-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE TIMESHEET-FILE
                   NOT AT END
                       IF TMS-PERIOD-END = WS-PCH-END
                          AND TMS-APPROVAL NOT = 'R'
                          AND WS-PCX-COUNT < 5000
                           ADD 1 TO WS-PCX-COUNT
                           MOVE TMS-EMP-ID TO
                               WS-PCX-EMP-ID(WS-PCX-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Walk the ordered punches one employee at a time
      * ----------------------------------------------------------------
       5084-PROCESS-PUNCHES.

           MOVE ZERO TO WS-PCH-WRITTEN
           MOVE ZERO TO WS-PCH-HELD
           MOVE ZERO TO WS-PCH-SKIPPED

           OPEN EXTEND TIMESHEET-FILE
           IF WS-TMS-STATUS = '35'
               OPEN OUTPUT TIMESHEET-FILE
           END-IF
           OPEN INPUT EMP-FILE

           IF WS-TMS-STATUS NOT = '00'
               DISPLAY "Unable to open TIMESHEET.DAT - status "
                   WS-TMS-STATUS
           ELSE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "Unable to open employee file - status "
                   WS-EMP-STATUS
           ELSE
               MOVE 1 TO WS-PCH-FIRST
               PERFORM UNTIL WS-PCH-FIRST > WS-PCH-COUNT
                   MOVE WS-PCH-FIRST TO WS-PCH-LAST
                   PERFORM UNTIL WS-PCH-LAST = WS-PCH-COUNT
                           OR WS-PCH-EMP-ID(WS-PCH-LAST + 1) NOT =
                              WS-PCH-EMP-ID(WS-PCH-FIRST)
                       ADD 1 TO WS-PCH-LAST
                   END-PERFORM
                   PERFORM 5085-PROCESS-ONE-EMPLOYEE
                   COMPUTE WS-PCH-FIRST = WS-PCH-LAST + 1
               END-PERFORM
           END-IF
           END-IF

           IF WS-EMP-STATUS = '00'
               CLOSE EMP-FILE
           END-IF
           IF WS-TMS-STATUS = '00'
               CLOSE TIMESHEET-FILE
           END-IF

           MOVE SPACES TO PUNCHEXC-RECORD
           WRITE PUNCHEXC-RECORD
           MOVE SPACES TO PUNCHEXC-RECORD
           STRING 'PUNCHES ' DELIMITED BY SIZE
                  WS-PCH-READ DELIMITED BY SIZE
                  '  TIMESHEETS WRITTEN ' DELIMITED BY SIZE
                  WS-PCH-WRITTEN DELIMITED BY SIZE
                  '  EMPLOYEES HELD ' DELIMITED BY SIZE
                  WS-PCH-HELD DELIMITED BY SIZE
                  '  EXCEPTIONS ' DELIMITED BY SIZE
                  WS-PCH-EXC-COUNT DELIMITED BY SIZE
               INTO PUNCHEXC-RECORD
           END-STRING
           WRITE PUNCHEXC-RECORD
           CLOSE PUNCHEXC-FILE

           EXIT.

      * ----------------------------------------------------------------
      * Punches WS-PCH-FIRST thru WS-PCH-LAST belong to one badge -
      * check the employee, pair the punches and write the timesheet
      * ----------------------------------------------------------------
       5085-PROCESS-ONE-EMPLOYEE.

           MOVE 'N' TO WS-PCH-EMP-EXC
           MOVE 'Y' TO WS-PCH-EMP-OK
           MOVE ZERO TO WS-PDY-COUNT
           MOVE ZERO TO WS-PCH-DAY-MINS
           MOVE ZERO TO WS-PCH-EVE-MINS
           MOVE ZERO TO WS-PCH-NGT-MINS

           MOVE WS-PCH-EMP-ID(WS-PCH-FIRST) TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PCH-EMP-OK
                   MOVE WS-PCH-FIRST TO WS-PCH-EXC-SUB
                   MOVE 'BADGE NOT ON FILE' TO WS-PCH-REASON
                   PERFORM 5088-WRITE-PUNCH-EXCEPTION
           END-READ

           IF WS-PCH-EMP-OK = 'Y'
               IF EMP-COMPANY = SPACES
                   MOVE '01' TO EMP-COMPANY
               END-IF
               IF EMP-COMPANY NOT = WS-COMPANY
                   MOVE 'N' TO WS-PCH-EMP-OK
               ELSE
               IF EMP-STATUS = 'T' OR EMP-DEL-FLAG = 'D'
                   MOVE 'N' TO WS-PCH-EMP-OK
                   MOVE WS-PCH-FIRST TO WS-PCH-EXC-SUB
                   MOVE 'EMPLOYEE NOT ACTIVE' TO WS-PCH-REASON
                   PERFORM 5088-WRITE-PUNCH-EXCEPTION
               END-IF
               END-IF
           END-IF

           IF WS-PCH-EMP-OK = 'Y'
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-PCX-COUNT
                   IF WS-PCX-EMP-ID(WS-SUB) = EMP-ID
                       MOVE 'N' TO WS-PCH-EMP-OK
                       MOVE WS-PCX-COUNT TO WS-SUB
                   END-IF
               END-PERFORM
               IF WS-PCH-EMP-OK = 'N'
                   ADD 1 TO WS-PCH-SKIPPED
               END-IF
           END-IF

           IF WS-PCH-EMP-OK = 'Y'
               MOVE ZERO TO WS-PCH-OPEN-IN
               PERFORM VARYING WS-PCH-SUB FROM WS-PCH-FIRST BY 1
                       UNTIL WS-PCH-SUB > WS-PCH-LAST
                   IF WS-PCH-TYPE(WS-PCH-SUB) = 'I'
                       IF WS-PCH-OPEN-IN > ZERO
                           MOVE WS-PCH-OPEN-IN TO WS-PCH-EXC-SUB
                           MOVE 'IN PUNCH WITH NO OUT'
                               TO WS-PCH-REASON
                           PERFORM 5088-WRITE-PUNCH-EXCEPTION
                       END-IF
                       MOVE WS-PCH-SUB TO WS-PCH-OPEN-IN
                   ELSE
                   IF WS-PCH-TYPE(WS-PCH-SUB) = 'O'
                       IF WS-PCH-OPEN-IN = ZERO
                           MOVE WS-PCH-SUB TO WS-PCH-EXC-SUB
                           MOVE 'OUT PUNCH WITH NO IN'
                               TO WS-PCH-REASON
                           PERFORM 5088-WRITE-PUNCH-EXCEPTION
                       ELSE
                           PERFORM 5086-CREDIT-PUNCH-PAIR
                           MOVE ZERO TO WS-PCH-OPEN-IN
                       END-IF
                   ELSE
                       MOVE WS-PCH-SUB TO WS-PCH-EXC-SUB
                       MOVE 'PUNCH TYPE NOT I OR O' TO WS-PCH-REASON
                       PERFORM 5088-WRITE-PUNCH-EXCEPTION
                   END-IF
                   END-IF
               END-PERFORM
               IF WS-PCH-OPEN-IN > ZERO
                   MOVE WS-PCH-OPEN-IN TO WS-PCH-EXC-SUB
                   MOVE 'IN PUNCH WITH NO OUT' TO WS-PCH-REASON
                   PERFORM 5088-WRITE-PUNCH-EXCEPTION
               END-IF

               IF WS-PCH-EMP-EXC = 'Y'
                   ADD 1 TO WS-PCH-HELD
               ELSE
                   IF WS-PDY-COUNT > ZERO
                       PERFORM 5087-WRITE-PUNCH-TIMESHEET
                   END-IF
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Credit the pair WS-PCH-OPEN-IN / WS-PCH-SUB - both punches
      * rounded to the nearest step, the meal break off a long
      * shift, the minutes to the in-punch's day and shift
      * ----------------------------------------------------------------
       5086-CREDIT-PUNCH-PAIR.

      * a pair starting after the period end belongs to the next
      * period's import
           IF WS-PCH-DATE(WS-PCH-OPEN-IN) NOT > WS-PCH-END
               MOVE WS-PCH-TIME(WS-PCH-OPEN-IN) TO WS-PCH-HHMM
               COMPUTE WS-PCH-ABS =
                   FUNCTION INTEGER-OF-DATE
                       (WS-PCH-DATE(WS-PCH-OPEN-IN))
                       * 1440 + WS-PCH-HH * 60 + WS-PCH-MM
               COMPUTE WS-PCH-STEPS =
                   (WS-PCH-ABS + WS-PCH-ROUND-MINS / 2)
                       / WS-PCH-ROUND-MINS
               COMPUTE WS-PCH-IN-ABS =
                   WS-PCH-STEPS * WS-PCH-ROUND-MINS

               MOVE WS-PCH-TIME(WS-PCH-SUB) TO WS-PCH-HHMM
               COMPUTE WS-PCH-ABS =
                   FUNCTION INTEGER-OF-DATE(WS-PCH-DATE(WS-PCH-SUB))
                       * 1440 + WS-PCH-HH * 60 + WS-PCH-MM
               COMPUTE WS-PCH-STEPS =
                   (WS-PCH-ABS + WS-PCH-ROUND-MINS / 2)
                       / WS-PCH-ROUND-MINS
               COMPUTE WS-PCH-OUT-ABS =
                   WS-PCH-STEPS * WS-PCH-ROUND-MINS

               COMPUTE WS-PCH-MINS = WS-PCH-OUT-ABS - WS-PCH-IN-ABS
               IF WS-PCH-MINS > WS-PCH-MAX-HOURS * 60
                   MOVE WS-PCH-OPEN-IN TO WS-PCH-EXC-SUB
                   MOVE 'SHIFT OVER MAXIMUM HOURS' TO WS-PCH-REASON
                   PERFORM 5088-WRITE-PUNCH-EXCEPTION
               ELSE
               IF WS-PCH-MINS > ZERO
                   IF WS-PCH-MINS > WS-PCH-MEAL-AFTER * 60
                       SUBTRACT WS-PCH-MEAL-MINS FROM WS-PCH-MINS
                   END-IF
                   PERFORM 5089-ADD-PUNCH-MINUTES
               END-IF
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * WS-PCH-MINS onto the in-punch's day and shift bucket
      * ----------------------------------------------------------------
       5089-ADD-PUNCH-MINUTES.

           MOVE ZERO TO WS-PCH-EXC-SUB
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-PDY-COUNT
               IF WS-PDY-DATE(WS-SUB-2) = WS-PCH-DATE(WS-PCH-OPEN-IN)
                   MOVE WS-SUB-2 TO WS-PCH-EXC-SUB
                   MOVE WS-PDY-COUNT TO WS-SUB-2
               END-IF
           END-PERFORM
           IF WS-PCH-EXC-SUB = ZERO AND WS-PDY-COUNT < 62
               ADD 1 TO WS-PDY-COUNT
               MOVE WS-PDY-COUNT TO WS-PCH-EXC-SUB
               MOVE WS-PCH-DATE(WS-PCH-OPEN-IN) TO
                   WS-PDY-DATE(WS-PCH-EXC-SUB)
               MOVE ZERO TO WS-PDY-MINS(WS-PCH-EXC-SUB)
           END-IF
           IF WS-PCH-EXC-SUB > ZERO
               ADD WS-PCH-MINS TO WS-PDY-MINS(WS-PCH-EXC-SUB)
           END-IF

           MOVE WS-PCH-TIME(WS-PCH-OPEN-IN) TO WS-PCH-HHMM
           IF WS-PCH-HHMM NOT < WS-PCH-NIGHT-START
              OR WS-PCH-HHMM < WS-PCH-DAY-START
               ADD WS-PCH-MINS TO WS-PCH-NGT-MINS
           ELSE
           IF WS-PCH-HHMM NOT < WS-PCH-EVE-START
               ADD WS-PCH-MINS TO WS-PCH-EVE-MINS
           ELSE
               ADD WS-PCH-MINS TO WS-PCH-DAY-MINS
           END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Split the worked days into regular and overtime - over the
      * daily limit is overtime, and regular hours past the weekly
      * limit in each seven days from the period start - and write
      * the timesheet pending approval
      * ----------------------------------------------------------------
       5087-WRITE-PUNCH-TIMESHEET.

           MOVE ZERO TO WS-PCH-REG-MINS
           MOVE ZERO TO WS-PCH-OT-MINS
           MOVE ZERO TO WS-PCH-WEEK-REG
           MOVE 999 TO WS-PCH-CUR-WEEK

           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-PDY-COUNT
               COMPUTE WS-PCH-WEEK-NO =
                   (FUNCTION INTEGER-OF-DATE(WS-PDY-DATE(WS-SUB-2))
                  - FUNCTION INTEGER-OF-DATE(WS-PCH-START)) / 7
               IF WS-PCH-WEEK-NO NOT = WS-PCH-CUR-WEEK
                   MOVE WS-PCH-WEEK-NO TO WS-PCH-CUR-WEEK
                   MOVE ZERO TO WS-PCH-WEEK-REG
               END-IF
               IF WS-PDY-MINS(WS-SUB-2) > WS-PCH-DAY-LIMIT * 60
                   COMPUTE WS-PCH-DAY-REG = WS-PCH-DAY-LIMIT * 60
               ELSE
                   MOVE WS-PDY-MINS(WS-SUB-2) TO WS-PCH-DAY-REG
               END-IF
               COMPUTE WS-PCH-DAY-OT =
                   WS-PDY-MINS(WS-SUB-2) - WS-PCH-DAY-REG
               IF WS-PCH-WEEK-REG + WS-PCH-DAY-REG >
                  WS-PCH-WEEK-LIMIT * 60
                   COMPUTE WS-PCH-MINS =
                       WS-PCH-WEEK-REG + WS-PCH-DAY-REG
                     - WS-PCH-WEEK-LIMIT * 60
                   ADD WS-PCH-MINS TO WS-PCH-DAY-OT
                   SUBTRACT WS-PCH-MINS FROM WS-PCH-DAY-REG
               END-IF
               ADD WS-PCH-DAY-REG TO WS-PCH-WEEK-REG
               ADD WS-PCH-DAY-REG TO WS-PCH-REG-MINS
               ADD WS-PCH-DAY-OT TO WS-PCH-OT-MINS
           END-PERFORM

           MOVE SPACE TO WS-PCH-SHIFT
           IF WS-PCH-EVE-MINS > WS-PCH-DAY-MINS
              AND WS-PCH-EVE-MINS NOT < WS-PCH-NGT-MINS
               MOVE 'E' TO WS-PCH-SHIFT
           END-IF
           IF WS-PCH-NGT-MINS > WS-PCH-DAY-MINS
              AND WS-PCH-NGT-MINS > WS-PCH-EVE-MINS
               MOVE 'N' TO WS-PCH-SHIFT
           END-IF

           MOVE SPACES TO TIMESHEET-RECORD
           MOVE EMP-ID TO TMS-EMP-ID
           MOVE WS-PCH-END TO TMS-PERIOD-END
           COMPUTE TMS-REG-HOURS ROUNDED = WS-PCH-REG-MINS / 60
           COMPUTE TMS-OT-HOURS ROUNDED = WS-PCH-OT-MINS / 60
           MOVE 'P' TO TMS-APPROVAL
           MOVE WS-PCH-SHIFT TO TMS-SHIFT
           WRITE TIMESHEET-RECORD
           ADD 1 TO WS-PCH-WRITTEN

           EXIT.

      * ----------------------------------------------------------------
      * One exception line for punch WS-PCH-EXC-SUB - the employee is
      * held back.  Stray punches after the period end are left for
      * the next period's import.
      * ----------------------------------------------------------------
       5088-WRITE-PUNCH-EXCEPTION.

           IF WS-PCH-DATE(WS-PCH-EXC-SUB) NOT > WS-PCH-END
               MOVE 'Y' TO WS-PCH-EMP-EXC
               ADD 1 TO WS-PCH-EXC-COUNT
               MOVE SPACES TO PUNCHEXC-RECORD
               MOVE WS-PCH-EMP-ID(WS-PCH-EXC-SUB) TO
                   PUNCHEXC-RECORD(1:7)
               MOVE WS-PCH-DATE(WS-PCH-EXC-SUB) TO
                   PUNCHEXC-RECORD(10:8)
               MOVE WS-PCH-TIME(WS-PCH-EXC-SUB) TO
                   PUNCHEXC-RECORD(20:4)
               MOVE WS-PCH-TYPE(WS-PCH-EXC-SUB) TO
                   PUNCHEXC-RECORD(25:1)
               MOVE WS-PCH-REASON TO PUNCHEXC-RECORD(29:30)
               WRITE PUNCHEXC-RECORD
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Garnishment remittance extract for the committed run - the
      * orders taken from this run grouped by payee, each group
      * with its remittance details and a control trailer, and one
      * register row per order remitted
      * ----------------------------------------------------------------
       5090-WRITE-GARNISH-REMITS.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 5091-LOAD-GARNISH-PAYEES

      * each order taken is matched to its payee row, and the
      * payees are listed in the order first met
           MOVE ZERO TO WS-GRP-COUNT
           PERFORM VARYING WS-GRM-SUB FROM 1 BY 1
                   UNTIL WS-GRM-SUB > WS-GRN-COUNT
               MOVE ZERO TO WS-GRN-GPY-SUB(WS-GRM-SUB)
               IF WS-GRN-TAKEN(WS-GRM-SUB) > ZERO
                   MOVE 'NO PAYEE' TO WS-GRM-PAYEE
                   PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                           UNTIL WS-SUB-2 > WS-GPY-COUNT
                       IF WS-GPY-ORDER-REF(WS-SUB-2) =
                          WS-GRN-ORDER-REF(WS-GRM-SUB)
                           MOVE WS-SUB-2 TO
                               WS-GRN-GPY-SUB(WS-GRM-SUB)
                           MOVE WS-GPY-PAYEE-ID(WS-SUB-2) TO
                               WS-GRM-PAYEE
                           MOVE WS-GPY-COUNT TO WS-SUB-2
                       END-IF
                   END-PERFORM
                   MOVE ZERO TO WS-GRM-PY-SUB
                   PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                           UNTIL WS-SUB-2 > WS-GRP-COUNT
                       IF WS-GRP-PAYEE(WS-SUB-2) = WS-GRM-PAYEE
                           MOVE WS-SUB-2 TO WS-GRM-PY-SUB
                           MOVE WS-GRP-COUNT TO WS-SUB-2
                       END-IF
                   END-PERFORM
                   IF WS-GRM-PY-SUB = ZERO AND WS-GRP-COUNT < 200
                       ADD 1 TO WS-GRP-COUNT
                       MOVE WS-GRM-PAYEE TO
                           WS-GRP-PAYEE(WS-GRP-COUNT)
                   END-IF
               END-IF
           END-PERFORM

           MOVE ZERO TO WS-GRM-LINES
           MOVE ZERO TO WS-GRM-GRAND-TOTAL
           OPEN OUTPUT GARNREM-FILE
           MOVE SPACES TO GARNREM-RECORD
           STRING 'GARNISHMENT REMITTANCE - COMPANY ' DELIMITED BY SIZE
                  WS-COMPANY DELIMITED BY SIZE
                  ' PERIOD END ' DELIMITED BY SIZE
                  WS-PAY-PERIOD-END DELIMITED BY SIZE
                  ' RUN DATE ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
               INTO GARNREM-RECORD
           END-STRING
           WRITE GARNREM-RECORD

           OPEN EXTEND GRNREG-FILE
           IF WS-GRNREG-STATUS = '35'
               OPEN OUTPUT GRNREG-FILE
           END-IF
           OPEN INPUT EMP-FILE

           PERFORM VARYING WS-GRM-PY-SUB FROM 1 BY 1
                   UNTIL WS-GRM-PY-SUB > WS-GRP-COUNT
               PERFORM 5092-WRITE-PAYEE-GROUP
           END-PERFORM

           IF WS-EMP-STATUS = '00'
               CLOSE EMP-FILE
           END-IF
           IF WS-GRNREG-STATUS = '00'
               CLOSE GRNREG-FILE
           END-IF

           MOVE SPACES TO GARNREM-RECORD
           WRITE GARNREM-RECORD
           MOVE SPACES TO GARNREM-RECORD
           MOVE WS-GRM-GRAND-TOTAL TO WS-EDIT-AMOUNT-L
           MOVE WS-GRP-COUNT TO WS-GRM-PAYEES
           STRING 'FILE TOTAL  PAYEES ' DELIMITED BY SIZE
                  WS-GRM-PAYEES DELIMITED BY SIZE
                  '  LINES ' DELIMITED BY SIZE
                  WS-GRM-LINES DELIMITED BY SIZE
                  '  AMOUNT ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT-L DELIMITED BY SIZE
               INTO GARNREM-RECORD
           END-STRING
           WRITE GARNREM-RECORD
           CLOSE GARNREM-FILE

           MOVE 'GARNREM.TXT' TO WS-ARCHSRC-NAME
           MOVE 'GARNREM' TO WS-ARCH-REPORT
           PERFORM 9700-ARCHIVE-REPORT
           IF WS-GRM-LINES > ZERO
               DISPLAY "Garnishment remittance written - "
                   WS-GRP-COUNT " payees, " WS-GRM-LINES " orders."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Payee details by order - a later row for the same order
      * replaces the earlier one
      * ----------------------------------------------------------------
       5091-LOAD-GARNISH-PAYEES.

           MOVE ZERO TO WS-GPY-COUNT
           MOVE 'N' TO WS-EOF-2
           OPEN INPUT GARNPAYE-FILE
           IF WS-GARNPAYE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           END-IF
           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ GARNPAYE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE GARNPAYE-FILE
                   NOT AT END
                       MOVE ZERO TO WS-GRM-SUB
                       PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                               UNTIL WS-SUB-2 > WS-GPY-COUNT
                           IF WS-GPY-ORDER-REF(WS-SUB-2) =
                              GPY-ORDER-REF
                               MOVE WS-SUB-2 TO WS-GRM-SUB
                               MOVE WS-GPY-COUNT TO WS-SUB-2
                           END-IF
                       END-PERFORM
                       IF WS-GRM-SUB = ZERO AND WS-GPY-COUNT < 1000
                           ADD 1 TO WS-GPY-COUNT
                           MOVE WS-GPY-COUNT TO WS-GRM-SUB
                       END-IF
                       IF WS-GRM-SUB > ZERO
                           MOVE GPY-ORDER-REF TO
                               WS-GPY-ORDER-REF(WS-GRM-SUB)
                           MOVE GPY-PAYEE-ID TO
                               WS-GPY-PAYEE-ID(WS-GRM-SUB)
                           MOVE GPY-AGENCY TO
                               WS-GPY-AGENCY(WS-GRM-SUB)
                           MOVE GPY-CASE-REF TO
                               WS-GPY-CASE-REF(WS-GRM-SUB)
                           MOVE GPY-METHOD TO
                               WS-GPY-METHOD(WS-GRM-SUB)
                           MOVE GPY-ADDRESS TO
                               WS-GPY-ADDRESS(WS-GRM-SUB)
                           MOVE GPY-ROUTING TO
                               WS-GPY-ROUTING(WS-GRM-SUB)
                           MOVE GPY-ACCOUNT TO
                               WS-GPY-ACCOUNT(WS-GRM-SUB)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * One payee - WS-GRP-PAYEE(WS-GRM-PY-SUB) - with where to send
      * the money, a line per case and employee, and its trailer
      * ----------------------------------------------------------------
       5092-WRITE-PAYEE-GROUP.

           MOVE ZERO TO WS-GRM-PAYEE-LINES
           MOVE ZERO TO WS-GRM-PAYEE-TOTAL
           MOVE 'N' TO WS-FOUND

           MOVE SPACES TO GARNREM-RECORD
           WRITE GARNREM-RECORD
           PERFORM VARYING WS-GRM-SUB FROM 1 BY 1
                   UNTIL WS-GRM-SUB > WS-GRN-COUNT
               IF WS-GRN-TAKEN(WS-GRM-SUB) > ZERO
                  AND WS-FOUND = 'N'
                   MOVE WS-GRN-GPY-SUB(WS-GRM-SUB) TO WS-SUB-2
                   IF WS-SUB-2 = ZERO
                       IF WS-GRP-PAYEE(WS-GRM-PY-SUB) = 'NO PAYEE'
                           MOVE 'Y' TO WS-FOUND
                           MOVE SPACES TO GARNREM-RECORD
                           MOVE 'PAYEE NOT ON FILE - KEY THE PAYEE '
                             & 'BEFORE REMITTING THESE ORDERS'
                               TO GARNREM-RECORD
                           WRITE GARNREM-RECORD
                       END-IF
                   ELSE
                   IF WS-GPY-PAYEE-ID(WS-SUB-2) =
                      WS-GRP-PAYEE(WS-GRM-PY-SUB)
                       MOVE 'Y' TO WS-FOUND
                       MOVE SPACES TO GARNREM-RECORD
                       STRING 'PAYEE ' DELIMITED BY SIZE
                              WS-GPY-PAYEE-ID(WS-SUB-2)
                                  DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              WS-GPY-AGENCY(WS-SUB-2)
                                  DELIMITED BY SIZE
                           INTO GARNREM-RECORD
                       END-STRING
                       WRITE GARNREM-RECORD
                       MOVE SPACES TO GARNREM-RECORD
                       IF WS-GPY-METHOD(WS-SUB-2) = 'E'
                           STRING '  REMIT BY TRANSFER - ROUTING '
                                      DELIMITED BY SIZE
                                  WS-GPY-ROUTING(WS-SUB-2)
                                      DELIMITED BY SIZE
                                  ' ACCOUNT ' DELIMITED BY SIZE
                                  WS-GPY-ACCOUNT(WS-SUB-2)
                                      DELIMITED BY SIZE
                               INTO GARNREM-RECORD
                           END-STRING
                       ELSE
                           STRING '  REMIT BY CHECK TO '
                                      DELIMITED BY SIZE
                                  WS-GPY-ADDRESS(WS-SUB-2)
                                      DELIMITED BY SIZE
                               INTO GARNREM-RECORD
                           END-STRING
                       END-IF
                       WRITE GARNREM-RECORD
                   END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO GARNREM-RECORD
           MOVE '  CASE REFERENCE' TO GARNREM-RECORD(1:16)
           MOVE 'ORDER REF' TO GARNREM-RECORD(24:9)
           MOVE 'EMP-ID  NAME' TO GARNREM-RECORD(38:12)
           MOVE '       AMOUNT' TO GARNREM-RECORD(77:13)
           WRITE GARNREM-RECORD

           PERFORM VARYING WS-GRM-SUB FROM 1 BY 1
                   UNTIL WS-GRM-SUB > WS-GRN-COUNT
               IF WS-GRN-TAKEN(WS-GRM-SUB) > ZERO
                   MOVE WS-GRN-GPY-SUB(WS-GRM-SUB) TO WS-SUB-2
                   MOVE 'NO PAYEE' TO WS-GRM-PAYEE
                   IF WS-SUB-2 > ZERO
                       MOVE WS-GPY-PAYEE-ID(WS-SUB-2) TO WS-GRM-PAYEE
                   END-IF
                   IF WS-GRM-PAYEE = WS-GRP-PAYEE(WS-GRM-PY-SUB)
                       PERFORM 5093-WRITE-REMIT-LINE
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO GARNREM-RECORD
           MOVE WS-GRM-PAYEE-TOTAL TO WS-EDIT-AMOUNT-L
           STRING '  PAYEE TOTAL  ' DELIMITED BY SIZE
                  WS-GRP-PAYEE(WS-GRM-PY-SUB) DELIMITED BY SIZE
                  '  LINES ' DELIMITED BY SIZE
                  WS-GRM-PAYEE-LINES DELIMITED BY SIZE
                  '  AMOUNT ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT-L DELIMITED BY SIZE
               INTO GARNREM-RECORD
           END-STRING
           WRITE GARNREM-RECORD

           EXIT.

      * ----------------------------------------------------------------
      * One order's withholding - row WS-GRM-SUB, payee row WS-SUB-2
      * - on the extract and the register
      * ----------------------------------------------------------------
       5093-WRITE-REMIT-LINE.

           MOVE SPACES TO GARNREM-RECORD
           IF WS-SUB-2 > ZERO
               MOVE WS-GPY-CASE-REF(WS-SUB-2) TO
                   GARNREM-RECORD(3:20)
           END-IF
           MOVE WS-GRN-ORDER-REF(WS-GRM-SUB) TO GARNREM-RECORD(24:12)
           MOVE WS-GRN-EMP-ID(WS-GRM-SUB) TO GARNREM-RECORD(38:7)
           IF WS-EMP-STATUS = '00'
               MOVE WS-GRN-EMP-ID(WS-GRM-SUB) TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-NAME TO GARNREM-RECORD(46:30)
               END-READ
           END-IF
           MOVE WS-GRN-TAKEN(WS-GRM-SUB) TO WS-EDIT-AMOUNT-L
           MOVE WS-EDIT-AMOUNT-L TO GARNREM-RECORD(77:16)
           WRITE GARNREM-RECORD

           ADD 1 TO WS-GRM-PAYEE-LINES
           ADD 1 TO WS-GRM-LINES
           ADD WS-GRN-TAKEN(WS-GRM-SUB) TO WS-GRM-PAYEE-TOTAL
           ADD WS-GRN-TAKEN(WS-GRM-SUB) TO WS-GRM-GRAND-TOTAL

           IF WS-GRNREG-STATUS = '00'
               MOVE WS-TODAY TO GRR-DATE
               MOVE WS-PAY-PERIOD-END TO GRR-PERIOD
               MOVE WS-GRP-PAYEE(WS-GRM-PY-SUB) TO GRR-PAYEE-ID
               MOVE WS-GRN-ORDER-REF(WS-GRM-SUB) TO GRR-ORDER-REF
               MOVE SPACES TO GRR-CASE-REF
               IF WS-SUB-2 > ZERO
                   MOVE WS-GPY-CASE-REF(WS-SUB-2) TO GRR-CASE-REF
               END-IF
               MOVE WS-GRN-EMP-ID(WS-GRM-SUB) TO GRR-EMP-ID
               MOVE WS-GRN-TAKEN(WS-GRM-SUB) TO GRR-AMOUNT
               WRITE GRNREG-RECORD
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Split the committed run's PAYSTUBS.TXT into one document per
      * employee.  A stub goes to the mail gateway as its own file,
      * addressed to the contact email, unless the employee has
      * opted for paper or has no usable address - those stubs go to
      * PAPERSTB.TXT for printing.  Every stub is listed on the
      * ESTUBMAN.TXT manifest, whose control counts must agree with
      * the employees paid.
      * ----------------------------------------------------------------
       5094-DISTRIBUTE-PAY-STUBS.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 5095-LOAD-STUB-CONTACTS

           MOVE ZERO TO WS-ESD-READ
           MOVE ZERO TO WS-ESD-EMAILED
           MOVE ZERO TO WS-ESD-PAPER
           MOVE ZERO TO WS-ESD-NO-EMAIL
           MOVE ZERO TO WS-ESD-BAD-EMAIL
           MOVE ZERO TO WS-ESD-OPTED-OUT
           MOVE ZERO TO WS-ESD-FILE-ERROR
           MOVE ZERO TO WS-ESD-DUPLICATES
           MOVE SPACE TO WS-ESD-ROUTE
           MOVE WS-PAY-PERIOD-END TO WS-ESN-PERIOD

           OPEN OUTPUT ESTUBMAN-FILE
           OPEN OUTPUT PAPERSTB-FILE
           MOVE SPACES TO ESTUBMAN-RECORD
           STRING 'PAY STUB DISTRIBUTION - COMPANY ' DELIMITED BY SIZE
                  WS-COMPANY DELIMITED BY SIZE
                  ' PERIOD END ' DELIMITED BY SIZE
                  WS-PAY-PERIOD-END DELIMITED BY SIZE
                  ' RUN DATE ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
               INTO ESTUBMAN-RECORD
           END-STRING
           WRITE ESTUBMAN-RECORD
           MOVE SPACES TO ESTUBMAN-RECORD
           WRITE ESTUBMAN-RECORD

      * a stub starts at its PAY STUB line - every line up to the
      * next one belongs to the same employee's document
           MOVE 'N' TO WS-EOF-2
           OPEN INPUT PAYSTUB-FILE
           IF WS-PAYSTUB-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           END-IF
           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ PAYSTUB-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE PAYSTUB-FILE
                   NOT AT END
                       IF PAYSTUB-RECORD(1:10) = 'PAY STUB  '
                           PERFORM 5097-CLOSE-STUB-DOCUMENT
                           PERFORM 5098-OPEN-STUB-DOCUMENT
                       END-IF
                       EVALUATE WS-ESD-ROUTE
                           WHEN 'E'
                               WRITE ESTUB-RECORD FROM PAYSTUB-RECORD
                               ADD 1 TO WS-ESD-LINES
                           WHEN 'P'
                               WRITE PAPERSTB-RECORD
                                   FROM PAYSTUB-RECORD
                               ADD 1 TO WS-ESD-LINES
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           PERFORM 5097-CLOSE-STUB-DOCUMENT

           PERFORM 5099-WRITE-STUB-CONTROLS
           CLOSE ESTUBMAN-FILE
           CLOSE PAPERSTB-FILE

           MOVE 'ESTUBMAN.TXT' TO WS-ARCHSRC-NAME
           MOVE 'ESTUBMAN' TO WS-ARCH-REPORT
           PERFORM 9700-ARCHIVE-REPORT

           DISPLAY "Pay stubs distributed - " WS-ESD-EMAILED
               " by email, " WS-ESD-PAPER " on paper."
           IF WS-ESD-DELIVERED NOT = WS-PAID-COUNT
               DISPLAY "*** Stub count " WS-ESD-DELIVERED
                   " does not agree with " WS-PAID-COUNT
                   " employees paid - see ESTUBMAN.TXT ***"
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Load each employee's contact email, then lay the delivery
      * preferences over it - the latest row of each file wins
      * ----------------------------------------------------------------
       5095-LOAD-STUB-CONTACTS.

           MOVE ZERO TO WS-ESC-COUNT
           MOVE 'N' TO WS-EOF-2
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           END-IF
           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ CONTACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE CONTACT-FILE
                   NOT AT END
                       MOVE CT-EMP-ID TO WS-ESD-EMP-ID
                       PERFORM 5096-FIND-STUB-CONTACT
                       IF WS-ESD-SUB > ZERO
                           MOVE CT-EMAIL TO WS-ESC-EMAIL(WS-ESD-SUB)
                       END-IF
               END-READ
           END-PERFORM

           MOVE 'N' TO WS-EOF-2
           OPEN INPUT STUBPREF-FILE
           IF WS-STUBPREF-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           END-IF
           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ STUBPREF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE STUBPREF-FILE
                   NOT AT END
                       MOVE SPF-EMP-ID TO WS-ESD-EMP-ID
                       PERFORM 5096-FIND-STUB-CONTACT
                       IF WS-ESD-SUB > ZERO
                           IF SPF-DELIVERY = 'P'
                               MOVE 'Y' TO
                                   WS-ESC-OPT-OUT(WS-ESD-SUB)
                           ELSE
                               MOVE 'N' TO
                                   WS-ESC-OPT-OUT(WS-ESD-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Find WS-ESD-EMP-ID in the contact table, adding a row with
      * no address if it is not there yet.  WS-ESD-SUB comes back
      * zero only when the table is full.
      * ----------------------------------------------------------------
       5096-FIND-STUB-CONTACT.

           MOVE ZERO TO WS-ESD-SUB
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-ESC-COUNT
               IF WS-ESC-EMP-ID(WS-SUB-2) = WS-ESD-EMP-ID
                   MOVE WS-SUB-2 TO WS-ESD-SUB
                   MOVE WS-ESC-COUNT TO WS-SUB-2
               END-IF
           END-PERFORM
           IF WS-ESD-SUB = ZERO AND WS-ESC-COUNT < 5000
               ADD 1 TO WS-ESC-COUNT
               MOVE WS-ESC-COUNT TO WS-ESD-SUB
               MOVE WS-ESD-EMP-ID TO WS-ESC-EMP-ID(WS-ESD-SUB)
               MOVE SPACES TO WS-ESC-EMAIL(WS-ESD-SUB)
               MOVE 'N' TO WS-ESC-OPT-OUT(WS-ESD-SUB)
               MOVE 'N' TO WS-ESC-SENT(WS-ESD-SUB)
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Finish the stub document in progress and list it on the
      * manifest
      * ----------------------------------------------------------------
       5097-CLOSE-STUB-DOCUMENT.

           MOVE SPACES TO WS-ESM-ROUTE
           MOVE WS-ESD-EMP-ID TO WS-ESM-EMP-ID
           MOVE SPACES TO WS-ESM-ADDRESS
           MOVE SPACES TO WS-ESM-DOCUMENT
           MOVE WS-ESD-LINES TO WS-ESM-LINES
           EVALUATE WS-ESD-ROUTE
               WHEN 'E'
                   CLOSE ESTUB-FILE
                   ADD 1 TO WS-ESD-EMAILED
                   MOVE 'EMAIL' TO WS-ESM-ROUTE
                   MOVE WS-ESD-EMAIL TO WS-ESM-ADDRESS
                   MOVE WS-ESTUB-NAME TO WS-ESM-DOCUMENT
               WHEN 'P'
                   ADD 1 TO WS-ESD-PAPER
                   MOVE 'PAPER' TO WS-ESM-ROUTE
                   MOVE WS-ESD-REASON TO WS-ESM-ADDRESS
                   MOVE 'PAPERSTB.TXT' TO WS-ESM-DOCUMENT
                   EVALUATE WS-ESD-REASON
                       WHEN 'OPTED OUT'
                           ADD 1 TO WS-ESD-OPTED-OUT
                       WHEN 'INVALID EMAIL'
                           ADD 1 TO WS-ESD-BAD-EMAIL
                       WHEN 'DOCUMENT ERROR'
                           ADD 1 TO WS-ESD-FILE-ERROR
                       WHEN OTHER
                           ADD 1 TO WS-ESD-NO-EMAIL
                   END-EVALUATE
               WHEN 'S'
                   MOVE 'DUPLICATE' TO WS-ESM-ROUTE
                   MOVE 'STUB REPEATED - NOT SENT' TO WS-ESM-ADDRESS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-ESD-ROUTE NOT = SPACE
               WRITE ESTUBMAN-RECORD FROM WS-ESM-LINE
           END-IF
           MOVE SPACE TO WS-ESD-ROUTE

           EXIT.

      * ----------------------------------------------------------------
      * Route the stub starting on the current PAY STUB line.  A
      * resumed run can repeat an employee's stub - only the first
      * is delivered.
      * ----------------------------------------------------------------
       5098-OPEN-STUB-DOCUMENT.

           ADD 1 TO WS-ESD-READ
           MOVE ZERO TO WS-ESD-LINES
           MOVE SPACES TO WS-ESD-REASON
           MOVE SPACES TO WS-ESD-EMAIL
           MOVE ZERO TO WS-ESD-EMP-ID
           IF PAYSTUB-RECORD(11:7) IS NUMERIC
               MOVE PAYSTUB-RECORD(11:7) TO WS-ESD-EMP-ID
           END-IF
           PERFORM 5096-FIND-STUB-CONTACT

           IF WS-ESD-SUB > ZERO
              AND WS-ESC-SENT(WS-ESD-SUB) = 'Y'
               MOVE 'S' TO WS-ESD-ROUTE
               ADD 1 TO WS-ESD-DUPLICATES
           ELSE
               IF WS-ESD-SUB = ZERO
                   MOVE 'NO EMAIL' TO WS-ESD-REASON
               ELSE
                   MOVE 'Y' TO WS-ESC-SENT(WS-ESD-SUB)
                   MOVE WS-ESC-EMAIL(WS-ESD-SUB) TO WS-ESD-EMAIL
                   IF WS-ESC-OPT-OUT(WS-ESD-SUB) = 'Y'
                       MOVE 'OPTED OUT' TO WS-ESD-REASON
                   ELSE
                       IF WS-ESD-EMAIL = SPACES
                           MOVE 'NO EMAIL' TO WS-ESD-REASON
                       ELSE
                           PERFORM 5100-CHECK-STUB-EMAIL
                           IF WS-ESD-VALID NOT = 'Y'
                               MOVE 'INVALID EMAIL' TO WS-ESD-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF WS-ESD-REASON = SPACES
                   MOVE WS-ESD-EMP-ID TO WS-ESN-EMP-ID
                   OPEN OUTPUT ESTUB-FILE
                   IF WS-ESTUB-STATUS = '00'
                       MOVE 'E' TO WS-ESD-ROUTE
                   ELSE
                       MOVE 'DOCUMENT ERROR' TO WS-ESD-REASON
                   END-IF
               END-IF
               IF WS-ESD-REASON NOT = SPACES
                   MOVE 'P' TO WS-ESD-ROUTE
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Manifest control counts - stubs read less repeats must equal
      * stubs emailed plus stubs printed, and that must equal the
      * employees paid on the run
      * ----------------------------------------------------------------
       5099-WRITE-STUB-CONTROLS.

           COMPUTE WS-ESD-DELIVERED = WS-ESD-EMAILED + WS-ESD-PAPER

           MOVE SPACES TO ESTUBMAN-RECORD
           WRITE ESTUBMAN-RECORD
           MOVE 'CONTROL COUNTS' TO ESTUBMAN-RECORD
           WRITE ESTUBMAN-RECORD
           MOVE 'STUBS ON PRINT FILE' TO WS-ESK-LABEL
           MOVE WS-ESD-READ TO WS-ESK-VALUE
           WRITE ESTUBMAN-RECORD FROM WS-ESK-LINE
           MOVE 'REPEATED STUBS NOT SENT' TO WS-ESK-LABEL
           MOVE WS-ESD-DUPLICATES TO WS-ESK-VALUE
           WRITE ESTUBMAN-RECORD FROM WS-ESK-LINE
           MOVE 'SENT BY EMAIL' TO WS-ESK-LABEL
           MOVE WS-ESD-EMAILED TO WS-ESK-VALUE
           WRITE ESTUBMAN-RECORD FROM WS-ESK-LINE
           MOVE 'PRINTED - OPTED OUT' TO WS-ESK-LABEL
           MOVE WS-ESD-OPTED-OUT TO WS-ESK-VALUE
           WRITE ESTUBMAN-RECORD FROM WS-ESK-LINE
           MOVE 'PRINTED - NO EMAIL' TO WS-ESK-LABEL
           MOVE WS-ESD-NO-EMAIL TO WS-ESK-VALUE
           WRITE ESTUBMAN-RECORD FROM WS-ESK-LINE
           MOVE 'PRINTED - INVALID EMAIL' TO WS-ESK-LABEL
           MOVE WS-ESD-BAD-EMAIL TO WS-ESK-VALUE
           WRITE ESTUBMAN-RECORD FROM WS-ESK-LINE
           MOVE 'PRINTED - DOCUMENT ERROR' TO WS-ESK-LABEL
           MOVE WS-ESD-FILE-ERROR TO WS-ESK-VALUE
           WRITE ESTUBMAN-RECORD FROM WS-ESK-LINE
           MOVE 'PRINTED TOTAL' TO WS-ESK-LABEL
           MOVE WS-ESD-PAPER TO WS-ESK-VALUE
           WRITE ESTUBMAN-RECORD FROM WS-ESK-LINE
           MOVE 'STUBS DELIVERED' TO WS-ESK-LABEL
           MOVE WS-ESD-DELIVERED TO WS-ESK-VALUE
           WRITE ESTUBMAN-RECORD FROM WS-ESK-LINE
           MOVE 'EMPLOYEES PAID' TO WS-ESK-LABEL
           MOVE WS-PAID-COUNT TO WS-ESK-VALUE
           WRITE ESTUBMAN-RECORD FROM WS-ESK-LINE

           MOVE SPACES TO ESTUBMAN-RECORD
           IF WS-ESD-DELIVERED = WS-PAID-COUNT
               MOVE '  CONTROL: IN BALANCE' TO ESTUBMAN-RECORD
           ELSE
               MOVE '  CONTROL: OUT OF BALANCE' TO ESTUBMAN-RECORD
           END-IF
           WRITE ESTUBMAN-RECORD

           EXIT.

      * ----------------------------------------------------------------
      * An address is usable when it has no embedded blanks, a
      * single @ with something before it, and a dot after the @
      * that is neither next to it nor the last character
      * ----------------------------------------------------------------
       5100-CHECK-STUB-EMAIL.

           MOVE 'Y' TO WS-ESD-VALID
           MOVE ZERO TO WS-ESD-LEN
           PERFORM VARYING WS-ESD-CHK FROM 30 BY -1
                   UNTIL WS-ESD-CHK < 1 OR WS-ESD-LEN > ZERO
               IF WS-ESD-EMAIL(WS-ESD-CHK:1) NOT = SPACE
                   MOVE WS-ESD-CHK TO WS-ESD-LEN
               END-IF
           END-PERFORM

           MOVE ZERO TO WS-ESD-AT-COUNT
           MOVE ZERO TO WS-ESD-BLANKS
           MOVE ZERO TO WS-ESD-AT-POS
           IF WS-ESD-LEN = ZERO
               MOVE 'N' TO WS-ESD-VALID
           ELSE
               INSPECT WS-ESD-EMAIL(1:WS-ESD-LEN)
                   TALLYING WS-ESD-AT-COUNT FOR ALL '@'
                            WS-ESD-BLANKS FOR ALL SPACE
               INSPECT WS-ESD-EMAIL(1:WS-ESD-LEN)
                   TALLYING WS-ESD-AT-POS FOR CHARACTERS
                       BEFORE INITIAL '@'
               ADD 1 TO WS-ESD-AT-POS
               IF WS-ESD-AT-COUNT NOT = 1
                  OR WS-ESD-BLANKS > ZERO
                  OR WS-ESD-AT-POS < 2
                   MOVE 'N' TO WS-ESD-VALID
               END-IF
           END-IF

           IF WS-ESD-VALID = 'Y'
               MOVE 'N' TO WS-ESD-VALID
               PERFORM VARYING WS-ESD-CHK FROM WS-ESD-AT-POS BY 1
                       UNTIL WS-ESD-CHK > WS-ESD-LEN
                   IF WS-ESD-EMAIL(WS-ESD-CHK:1) = '.'
                      AND WS-ESD-CHK > WS-ESD-AT-POS + 1
                      AND WS-ESD-CHK < WS-ESD-LEN
                       MOVE 'Y' TO WS-ESD-VALID
                   END-IF
               END-PERFORM
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Annual total-rewards statement for every active employee:
      * the year's pay from PAYROLL.DAT, what the company put in on
      * top through the employer-contribution calculation, the leave
      * earned and its value, and the training taken
      * ----------------------------------------------------------------
       5110-TOTAL-REWARDS.

           DISPLAY "Statement year (YYYY): "
           ACCEPT WS-TRW-YEAR
           COMPUTE WS-TRW-FROM = WS-TRW-YEAR * 10000 + 0101
           COMPUTE WS-TRW-TO = WS-TRW-YEAR * 10000 + 1231

           MOVE 'LEAVE-ACCRUAL' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-NUMERIC TO WS-LEAVE-ACCRUAL
           END-IF
           MOVE 'EMPLR-MATCH-PCT' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-NUMERIC TO WS-EMPLR-MATCH-PCT
           END-IF
           MOVE 'EMPLR-TAX-PCT' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-NUMERIC TO WS-EMPLR-TAX-PCT
           END-IF

      * contributions are priced on the elections in force at the
      * year end
           MOVE WS-TRW-TO TO WS-PAY-PERIOD-END
           PERFORM 3603-LOAD-DEDUCT-TABLE

           PERFORM 5111-LOAD-REWARDS-EMPLOYEES
           IF WS-TRW-COUNT = ZERO
               DISPLAY "No active employees to report."
           ELSE
               PERFORM 5112-LOAD-REWARDS-PAY
               PERFORM 5113-LOAD-REWARDS-TRAINING
               SORT WS-TRW-ENTRY ASCENDING KEY WS-TRW-DEPT
                                              WS-TRW-EMP-ID
               PERFORM 5114-WRITE-REWARDS-STATEMENTS
               MOVE 'REWARDS.TXT' TO WS-ARCHSRC-NAME
               MOVE 'REWARDS' TO WS-ARCH-REPORT
               PERFORM 9700-ARCHIVE-REPORT
               DISPLAY "Total-rewards statements written: "
                   WS-TRW-STMTS " - REWARDS.TXT"
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Active employees of the company in the operator's scope, in
      * employee-id order off the master
      * ----------------------------------------------------------------
       5111-LOAD-REWARDS-EMPLOYEES.

           MOVE ZERO TO WS-TRW-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EMP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE EMP-FILE
                   NOT AT END
                       IF EMP-COMPANY = SPACES
                           MOVE '01' TO EMP-COMPANY
                       END-IF
                       IF EMP-STATUS = 'A'
                          AND EMP-DEL-FLAG NOT = 'D'
                          AND EMP-COMPANY = WS-COMPANY
                          AND (WS-OPR-SCOPE = SPACES
                           OR EMP-DEPARTMENT = WS-OPR-SCOPE)
                          AND WS-TRW-COUNT < 5000
                           ADD 1 TO WS-TRW-COUNT
                           MOVE EMP-DEPARTMENT TO
                               WS-TRW-DEPT(WS-TRW-COUNT)
                           MOVE EMP-ID TO WS-TRW-EMP-ID(WS-TRW-COUNT)
                           MOVE ZERO TO WS-TRW-BASE(WS-TRW-COUNT)
                           MOVE ZERO TO WS-TRW-BONUS(WS-TRW-COUNT)
                           MOVE ZERO TO WS-TRW-SUPP(WS-TRW-COUNT)
                           MOVE ZERO TO WS-TRW-PERIODS(WS-TRW-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

      * ----------------------------------------------------------------
      * The year's pay rows.  Supplemental payments stand apart;
      * on the other rows the bonus is split out of gross and the
      * rest is base pay.  A void carries its amounts negated, and
      * one that backs out base pay also takes back the period's
      * leave accrual.
      * ----------------------------------------------------------------
       5112-LOAD-REWARDS-PAY.

           MOVE 'N' TO WS-EOF
           MOVE WS-TRW-YEAR TO WS-PYR-YEAR
           PERFORM 5358-OPEN-PAY-HISTORY
           IF WS-PYR-AT-END = 'Y'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               PERFORM 5359-READ-PAY-HISTORY
               IF WS-PYR-AT-END = 'Y'
                   MOVE 'Y' TO WS-EOF
               ELSE
                   IF PAY-PERIOD-END NOT < WS-TRW-FROM
                      AND PAY-PERIOD-END NOT > WS-TRW-TO
                       SEARCH ALL WS-TRW-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-TRW-EMP-ID(WS-TRW-IX) =
                                PAY-EMP-ID
                               SET WS-TRW-SUB TO WS-TRW-IX
                               PERFORM 5115-ADD-REWARDS-PAY
                       END-SEARCH
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Add the pay row in PAYROLL-RECORD to row WS-TRW-SUB
      * ----------------------------------------------------------------
       5115-ADD-REWARDS-PAY.

           IF PAY-REC-TYPE = 'S'
               ADD PAY-GROSS TO WS-TRW-SUPP(WS-TRW-SUB)
           ELSE
               ADD PAY-BONUS TO WS-TRW-BONUS(WS-TRW-SUB)
               COMPUTE WS-TRW-BASE(WS-TRW-SUB) =
                   WS-TRW-BASE(WS-TRW-SUB) + PAY-GROSS - PAY-BONUS
               IF PAY-REC-TYPE = 'R' OR PAY-REC-TYPE = SPACE
                   ADD 1 TO WS-TRW-PERIODS(WS-TRW-SUB)
               END-IF
               IF PAY-REC-TYPE = 'V'
                  AND PAY-GROSS NOT = PAY-BONUS
                   SUBTRACT 1 FROM WS-TRW-PERIODS(WS-TRW-SUB)
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Training completed in the year by the employees reported
      * ----------------------------------------------------------------
       5113-LOAD-REWARDS-TRAINING.

           MOVE ZERO TO WS-TRT-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT TRAINING-FILE
           IF WS-TRAINING-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRAINING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE TRAINING-FILE
                   NOT AT END
                       IF TRN-DATE NOT < WS-TRW-FROM
                          AND TRN-DATE NOT > WS-TRW-TO
                          AND WS-TRT-COUNT < 2000
                           SEARCH ALL WS-TRW-ENTRY
                               AT END
                                   CONTINUE
                               WHEN WS-TRW-EMP-ID(WS-TRW-IX) =
                                    TRN-EMP-ID
                                   ADD 1 TO WS-TRT-COUNT
                                   MOVE TRN-EMP-ID TO
                                       WS-TRT-EMP-ID(WS-TRT-COUNT)
                                   MOVE TRN-COURSE TO
                                       WS-TRT-COURSE(WS-TRT-COUNT)
                                   MOVE TRN-SCORE TO
                                       WS-TRT-SCORE(WS-TRT-COUNT)
                                   MOVE TRN-DATE TO
                                       WS-TRT-DATE(WS-TRT-COUNT)
                           END-SEARCH
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * One statement per page, in department order
      * ----------------------------------------------------------------
       5114-WRITE-REWARDS-STATEMENTS.

           MOVE ZERO TO WS-TRW-STMTS
           OPEN OUTPUT REWARDS-FILE
           OPEN INPUT EMP-FILE
           PERFORM VARYING WS-TRW-SUB FROM 1 BY 1
                   UNTIL WS-TRW-SUB > WS-TRW-COUNT
               MOVE WS-TRW-EMP-ID(WS-TRW-SUB) TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 5116-WRITE-ONE-STATEMENT
               END-READ
           END-PERFORM
           IF WS-EMP-STATUS = '00'
               CLOSE EMP-FILE
           END-IF
           CLOSE REWARDS-FILE

           EXIT.

      * ----------------------------------------------------------------
      * The statement for the employee in EMP-RECORD, row WS-TRW-SUB.
      * Leave is valued at the daily rate the leave liability uses
      * and is already part of base pay, so it is shown but not
      * added again.
      * ----------------------------------------------------------------
       5116-WRITE-ONE-STATEMENT.

           COMPUTE WS-TRW-PAY-TOTAL = WS-TRW-BASE(WS-TRW-SUB)
               + WS-TRW-BONUS(WS-TRW-SUB) + WS-TRW-SUPP(WS-TRW-SUB)

      * the employer-contribution calculation run over the year:
      * match and payroll tax on the year's gross, the benefit
      * employer cost once for every regular period paid
           MOVE ZERO TO WS-DED-SUB
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-DED-COUNT
               IF WS-DED-EMP-ID(WS-SUB-2) = EMP-ID
                   MOVE WS-SUB-2 TO WS-DED-SUB
                   MOVE WS-DED-COUNT TO WS-SUB-2
               END-IF
           END-PERFORM
           IF WS-TRW-PAY-TOTAL > ZERO
               MOVE WS-TRW-PAY-TOTAL TO WS-PAY-GROSS
           ELSE
               MOVE ZERO TO WS-PAY-GROSS
           END-IF
           PERFORM 3624-COMPUTE-EMPLOYER-CONTRIB
           MOVE WS-PAY-EMPLR-PEN TO WS-TRW-PENSION
           MOVE WS-PAY-EMPLR-TAX TO WS-TRW-EMPLR-TAX
           IF WS-TRW-PERIODS(WS-TRW-SUB) > ZERO
               COMPUTE WS-TRW-BENEFIT =
                   WS-PAY-EMPLR-BEN * WS-TRW-PERIODS(WS-TRW-SUB)
               COMPUTE WS-TRW-LEAVE-DAYS =
                   WS-LEAVE-ACCRUAL * WS-TRW-PERIODS(WS-TRW-SUB)
           ELSE
               MOVE ZERO TO WS-TRW-BENEFIT
               MOVE ZERO TO WS-TRW-LEAVE-DAYS
           END-IF
           COMPUTE WS-TRW-CONTRIB =
               WS-TRW-PENSION + WS-TRW-BENEFIT + WS-TRW-EMPLR-TAX

           EVALUATE EMP-PAY-FREQ
               WHEN 'W'
                   COMPUTE WS-TRW-DAILY ROUNDED =
                       EMP-SALARY / 52 / 5
               WHEN 'B'
                   COMPUTE WS-TRW-DAILY ROUNDED =
                       EMP-SALARY / 26 / 10
               WHEN OTHER
                   COMPUTE WS-TRW-DAILY ROUNDED =
                       EMP-SALARY / 12 / 21.67
           END-EVALUATE
           COMPUTE WS-TRW-LEAVE-VALUE ROUNDED =
               WS-TRW-DAILY * WS-TRW-LEAVE-DAYS

           MOVE SPACES TO REWARDS-RECORD
           STRING 'TOTAL REWARDS STATEMENT ' DELIMITED BY SIZE
                  WS-TRW-YEAR DELIMITED BY SIZE
               INTO REWARDS-RECORD
           END-STRING
           IF WS-TRW-STMTS = ZERO
               WRITE REWARDS-RECORD
           ELSE
               WRITE REWARDS-RECORD AFTER ADVANCING PAGE
           END-IF
           ADD 1 TO WS-TRW-STMTS
           MOVE SPACES TO REWARDS-RECORD
           STRING EMP-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  EMP-NAME DELIMITED BY SIZE
               INTO REWARDS-RECORD
           END-STRING
           WRITE REWARDS-RECORD
           MOVE SPACES TO REWARDS-RECORD
           STRING 'DEPARTMENT ' DELIMITED BY SIZE
                  EMP-DEPARTMENT DELIMITED BY SIZE
               INTO REWARDS-RECORD
           END-STRING
           WRITE REWARDS-RECORD

           MOVE SPACES TO REWARDS-RECORD
           WRITE REWARDS-RECORD
           MOVE 'YOUR PAY' TO REWARDS-RECORD
           WRITE REWARDS-RECORD
           MOVE 'BASE SALARY' TO WS-TRW-LABEL
           MOVE WS-TRW-BASE(WS-TRW-SUB) TO WS-TRW-AMOUNT
           WRITE REWARDS-RECORD FROM WS-TRW-LINE
           MOVE 'BONUSES' TO WS-TRW-LABEL
           MOVE WS-TRW-BONUS(WS-TRW-SUB) TO WS-TRW-AMOUNT
           WRITE REWARDS-RECORD FROM WS-TRW-LINE
           MOVE 'SUPPLEMENTAL PAYMENTS' TO WS-TRW-LABEL
           MOVE WS-TRW-SUPP(WS-TRW-SUB) TO WS-TRW-AMOUNT
           WRITE REWARDS-RECORD FROM WS-TRW-LINE
           MOVE 'TOTAL PAY' TO WS-TRW-LABEL
           MOVE WS-TRW-PAY-TOTAL TO WS-TRW-AMOUNT
           WRITE REWARDS-RECORD FROM WS-TRW-LINE

           MOVE SPACES TO REWARDS-RECORD
           WRITE REWARDS-RECORD
           MOVE 'PAID BY THE COMPANY ON YOUR BEHALF' TO REWARDS-RECORD
           WRITE REWARDS-RECORD
           MOVE 'PENSION CONTRIBUTION' TO WS-TRW-LABEL
           MOVE WS-TRW-PENSION TO WS-TRW-AMOUNT
           WRITE REWARDS-RECORD FROM WS-TRW-LINE
           MOVE 'HEALTH AND BENEFIT COVER' TO WS-TRW-LABEL
           MOVE WS-TRW-BENEFIT TO WS-TRW-AMOUNT
           WRITE REWARDS-RECORD FROM WS-TRW-LINE
           MOVE 'EMPLOYER PAYROLL TAX' TO WS-TRW-LABEL
           MOVE WS-TRW-EMPLR-TAX TO WS-TRW-AMOUNT
           WRITE REWARDS-RECORD FROM WS-TRW-LINE
           MOVE 'TOTAL CONTRIBUTIONS' TO WS-TRW-LABEL
           MOVE WS-TRW-CONTRIB TO WS-TRW-AMOUNT
           WRITE REWARDS-RECORD FROM WS-TRW-LINE

           MOVE SPACES TO REWARDS-RECORD
           WRITE REWARDS-RECORD
           MOVE 'PAID LEAVE' TO REWARDS-RECORD
           WRITE REWARDS-RECORD
           MOVE 'DAYS ACCRUED IN THE YEAR' TO WS-TRW-DLABEL
           MOVE WS-TRW-LEAVE-DAYS TO WS-TRW-DAYS
           WRITE REWARDS-RECORD FROM WS-TRW-DAYS-LINE
           MOVE 'VALUE (INCLUDED IN PAY)' TO WS-TRW-LABEL
           MOVE WS-TRW-LEAVE-VALUE TO WS-TRW-AMOUNT
           WRITE REWARDS-RECORD FROM WS-TRW-LINE

           MOVE SPACES TO REWARDS-RECORD
           WRITE REWARDS-RECORD
           MOVE 'TOTAL REWARDS' TO WS-TRW-LABEL
           COMPUTE WS-TRW-AMOUNT = WS-TRW-PAY-TOTAL + WS-TRW-CONTRIB
           WRITE REWARDS-RECORD FROM WS-TRW-LINE

           MOVE SPACES TO REWARDS-RECORD
           WRITE REWARDS-RECORD
           MOVE 'TRAINING TAKEN' TO REWARDS-RECORD
           WRITE REWARDS-RECORD
           MOVE ZERO TO WS-TRW-TRAINED
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-TRT-COUNT
               IF WS-TRT-EMP-ID(WS-SUB-2) = EMP-ID
                   ADD 1 TO WS-TRW-TRAINED
                   MOVE WS-TRT-COURSE(WS-SUB-2) TO WS-TRW-T-COURSE
                   MOVE WS-TRT-DATE(WS-SUB-2) TO WS-TRW-T-DATE
                   MOVE WS-TRT-SCORE(WS-SUB-2) TO WS-TRW-T-SCORE
                   WRITE REWARDS-RECORD FROM WS-TRW-TRAIN-LINE
               END-IF
           END-PERFORM
           IF WS-TRW-TRAINED = ZERO
               MOVE '    NONE RECORDED' TO REWARDS-RECORD
               WRITE REWARDS-RECORD
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Employment verification letter for a bank or landlord -
      * employment only, employment with salary, or confirmation of
      * former employment.  Former staff are found on the master or,
      * once purged, on the archive.  Every letter is logged as a
      * disclosure against the requester.
      * ----------------------------------------------------------------
       5120-VERIFICATION-LETTER.

           DISPLAY "Employee ID: "
           ACCEPT WS-TARGET-ID
           DISPLAY "Letter (E)mployment only, employment with "
               "(S)alary, (F)ormer employee: "
           ACCEPT WS-VLT-TYPE
           IF WS-VLT-TYPE = 'e'
               MOVE 'E' TO WS-VLT-TYPE
           END-IF
           IF WS-VLT-TYPE = 's'
               MOVE 'S' TO WS-VLT-TYPE
           END-IF
           IF WS-VLT-TYPE = 'f'
               MOVE 'F' TO WS-VLT-TYPE
           END-IF
           DISPLAY "Requested by (name and organisation): "
           ACCEPT WS-VLT-REQUESTER

           IF WS-VLT-TYPE NOT = 'E' AND WS-VLT-TYPE NOT = 'S'
              AND WS-VLT-TYPE NOT = 'F'
               DISPLAY "Letter type must be E, S or F."
           ELSE
           IF WS-VLT-REQUESTER = SPACES
               DISPLAY "The requester must be named - no letter "
                   "written."
           ELSE
               PERFORM 5121-FIND-LETTER-SUBJECT
               IF WS-VLT-SOURCE = SPACE
                   DISPLAY "Employee not found."
               ELSE
                   IF WS-VLT-TYPE = 'F'
                       IF WS-VLT-SOURCE = 'M'
                          AND WS-VLT-STATUS NOT = 'T'
                           DISPLAY "Employee is still on the payroll "
                               "- use letter E or S."
                           MOVE SPACE TO WS-VLT-SOURCE
                       END-IF
                   ELSE
                       IF WS-VLT-SOURCE = 'A'
                          OR WS-VLT-STATUS = 'T'
                           DISPLAY "Employee has left - use letter F."
                           MOVE SPACE TO WS-VLT-SOURCE
                       END-IF
                   END-IF
               END-IF
               IF WS-VLT-SOURCE NOT = SPACE
                   PERFORM 5123-WRITE-LETTER
                   MOVE 'VERLTR.TXT' TO WS-ARCHSRC-NAME
                   MOVE 'VERLTR' TO WS-ARCH-REPORT
                   PERFORM 9700-ARCHIVE-REPORT
                   MOVE SPACES TO WS-ACL-FUNCTION
                   STRING 'VERIFY-' DELIMITED BY SIZE
                          WS-VLT-TYPE DELIMITED BY SIZE
                       INTO WS-ACL-FUNCTION
                   END-STRING
                   MOVE WS-TARGET-ID TO WS-ACL-EMP-ID
                   MOVE 1 TO WS-ACL-REC-COUNT
                   MOVE WS-VLT-REQUESTER TO WS-ACL-REQUESTER
                   PERFORM 9710-WRITE-ACCESS-LOG
                   DISPLAY "Letter written to VERLTR.TXT."
               END-IF
           END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Find the employee in WS-TARGET-ID - WS-VLT-SOURCE comes back
      * M from the master, A from the archive, blank if not found or
      * outside the operator's department scope
      * ----------------------------------------------------------------
       5121-FIND-LETTER-SUBJECT.

           MOVE SPACE TO WS-VLT-SOURCE
           MOVE ZERO TO WS-VLT-TERM-DATE
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS = '00'
               MOVE WS-TARGET-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMP-DEL-FLAG NOT = 'D'
                           MOVE 'M' TO WS-VLT-SOURCE
                       END-IF
               END-READ
               CLOSE EMP-FILE
           END-IF
           IF WS-VLT-SOURCE = 'M'
               PERFORM 9340-CHECK-DEPT-SCOPE
               IF WS-SCOPE-OK NOT = 'Y'
                   MOVE 'X' TO WS-VLT-SOURCE
               END-IF
           END-IF

           IF WS-VLT-SOURCE = 'M'
               MOVE EMP-NAME TO WS-VLT-NAME
               MOVE EMP-DEPARTMENT TO WS-VLT-DEPT
               MOVE EMP-HIRE-DATE TO WS-VLT-HIRE-DATE
               MOVE EMP-STATUS TO WS-VLT-STATUS
               MOVE EMP-SALARY TO WS-VLT-SALARY
               MOVE EMP-CURRENCY TO WS-VLT-CURRENCY
           END-IF

           IF WS-VLT-SOURCE = SPACE AND WS-VLT-TYPE = 'F'
               MOVE 'N' TO WS-EOF-2
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS NOT = '00'
                   MOVE 'Y' TO WS-EOF-2
               END-IF
               PERFORM UNTIL WS-EOF-2 = 'Y'
                   READ ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-2
                           CLOSE ARCHIVE-FILE
                       NOT AT END
                           IF ARC-EMP-ID = WS-TARGET-ID
                              AND (WS-OPR-SCOPE = SPACES
                               OR ARC-DEPARTMENT = WS-OPR-SCOPE)
                               MOVE 'A' TO WS-VLT-SOURCE
                               MOVE ARC-NAME TO WS-VLT-NAME
                               MOVE ARC-DEPARTMENT TO WS-VLT-DEPT
                               MOVE ARC-HIRE-DATE TO WS-VLT-HIRE-DATE
                               MOVE 'T' TO WS-VLT-STATUS
                               MOVE ARC-SALARY TO WS-VLT-SALARY
                               MOVE ARC-CURRENCY TO WS-VLT-CURRENCY
                               MOVE ARC-JOB-CODE TO EMP-JOB-CODE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WS-VLT-SOURCE = 'X'
               MOVE SPACE TO WS-VLT-SOURCE
           END-IF

           IF WS-VLT-SOURCE NOT = SPACE
               MOVE SPACES TO WS-VLT-TITLE
               PERFORM 1175-FIND-JOBCODE
               IF WS-JBC-SUB > ZERO
                   MOVE WS-JBC-TITLE(WS-JBC-SUB) TO WS-VLT-TITLE
               END-IF
               IF WS-VLT-STATUS = 'T'
                   PERFORM 5122-FIND-TERM-DATE
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * The latest termination on the employment history
      * ----------------------------------------------------------------
       5122-FIND-TERM-DATE.

           MOVE 'N' TO WS-EOF-2
           OPEN INPUT EMPHIST-FILE
           IF WS-EMPHIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           ELSE
               MOVE WS-TARGET-ID TO EH-EMP-ID
               MOVE ZERO TO EH-EVENT-DATE
               MOVE ZERO TO EH-SEQ
               START EMPHIST-FILE KEY NOT < EH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-2
               END-START
           END-IF
           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ EMPHIST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                   NOT AT END
                       IF EH-EMP-ID NOT = WS-TARGET-ID
                           MOVE 'Y' TO WS-EOF-2
                       ELSE
                           IF EH-EVENT-TYPE = 'TERM'
                               MOVE EH-EVENT-DATE TO WS-VLT-TERM-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EMPHIST-STATUS = '00' OR WS-EMPHIST-STATUS = '10'
               CLOSE EMPHIST-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Write the letter for the subject found by 5121
      * ----------------------------------------------------------------
       5123-WRITE-LETTER.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT VERLTR-FILE

           MOVE SPACES TO VERLTR-RECORD
           STRING 'HUMAN RESOURCES - COMPANY ' DELIMITED BY SIZE
                  WS-COMPANY DELIMITED BY SIZE
               INTO VERLTR-RECORD
           END-STRING
           WRITE VERLTR-RECORD
           MOVE WS-TODAY TO WS-WORK-DATE
           PERFORM 5124-FORMAT-LETTER-DATE
           MOVE SPACES TO VERLTR-RECORD
           STRING 'DATE: ' DELIMITED BY SIZE
                  WS-VLT-DATE-OUT DELIMITED BY SIZE
               INTO VERLTR-RECORD
           END-STRING
           WRITE VERLTR-RECORD
           MOVE SPACES TO VERLTR-RECORD
           WRITE VERLTR-RECORD
           MOVE SPACES TO VERLTR-RECORD
           STRING 'TO: ' DELIMITED BY SIZE
                  WS-VLT-REQUESTER DELIMITED BY SIZE
               INTO VERLTR-RECORD
           END-STRING
           WRITE VERLTR-RECORD
           MOVE SPACES TO VERLTR-RECORD
           WRITE VERLTR-RECORD
           MOVE 'RE: CONFIRMATION OF EMPLOYMENT' TO VERLTR-RECORD
           WRITE VERLTR-RECORD
           MOVE SPACES TO VERLTR-RECORD
           WRITE VERLTR-RECORD

           IF WS-VLT-TYPE = 'F'
               MOVE 'We confirm that the person named below was'
                   TO VERLTR-RECORD
               WRITE VERLTR-RECORD
               MOVE 'formerly employed by this company.'
                   TO VERLTR-RECORD
           ELSE
               MOVE 'We confirm that the person named below is'
                   TO VERLTR-RECORD
               WRITE VERLTR-RECORD
               MOVE 'currently employed by this company.'
                   TO VERLTR-RECORD
           END-IF
           WRITE VERLTR-RECORD
           MOVE SPACES TO VERLTR-RECORD
           WRITE VERLTR-RECORD

           MOVE 'EMPLOYEE' TO WS-VLT-LABEL
           MOVE WS-VLT-NAME TO WS-VLT-VALUE
           WRITE VERLTR-RECORD FROM WS-VLT-LINE
           MOVE 'EMPLOYEE NUMBER' TO WS-VLT-LABEL
           MOVE WS-TARGET-ID TO WS-VLT-VALUE
           WRITE VERLTR-RECORD FROM WS-VLT-LINE
           IF WS-VLT-TITLE NOT = SPACES
               MOVE 'POSITION' TO WS-VLT-LABEL
               MOVE WS-VLT-TITLE TO WS-VLT-VALUE
               WRITE VERLTR-RECORD FROM WS-VLT-LINE
           END-IF
           MOVE 'DEPARTMENT' TO WS-VLT-LABEL
           MOVE WS-VLT-DEPT TO WS-VLT-VALUE
           WRITE VERLTR-RECORD FROM WS-VLT-LINE
           MOVE 'EMPLOYED SINCE' TO WS-VLT-LABEL
           IF WS-VLT-TYPE = 'F'
               MOVE 'EMPLOYED FROM' TO WS-VLT-LABEL
           END-IF
           MOVE WS-VLT-HIRE-DATE TO WS-WORK-DATE
           PERFORM 5124-FORMAT-LETTER-DATE
           MOVE WS-VLT-DATE-OUT TO WS-VLT-VALUE
           WRITE VERLTR-RECORD FROM WS-VLT-LINE

           IF WS-VLT-TYPE = 'F'
               MOVE 'EMPLOYED UNTIL' TO WS-VLT-LABEL
               IF WS-VLT-TERM-DATE > ZERO
                   MOVE WS-VLT-TERM-DATE TO WS-WORK-DATE
                   PERFORM 5124-FORMAT-LETTER-DATE
                   MOVE WS-VLT-DATE-OUT TO WS-VLT-VALUE
               ELSE
                   MOVE 'DATE NOT HELD ON FILE' TO WS-VLT-VALUE
               END-IF
               WRITE VERLTR-RECORD FROM WS-VLT-LINE
           ELSE
               EVALUATE WS-VLT-STATUS
                   WHEN 'A'
                       MOVE 'ACTIVE' TO WS-VLT-STATUS-DESC
                   WHEN 'L'
                       MOVE 'ON LEAVE' TO WS-VLT-STATUS-DESC
                   WHEN OTHER
                       MOVE 'EMPLOYED - INACTIVE' TO
                           WS-VLT-STATUS-DESC
               END-EVALUATE
               MOVE 'STATUS' TO WS-VLT-LABEL
               MOVE WS-VLT-STATUS-DESC TO WS-VLT-VALUE
               WRITE VERLTR-RECORD FROM WS-VLT-LINE
           END-IF

           IF WS-VLT-TYPE = 'S'
               MOVE WS-VLT-SALARY TO WS-EDIT-AMOUNT
               MOVE 'CURRENT ANNUAL SALARY' TO WS-VLT-LABEL
               MOVE SPACES TO WS-VLT-VALUE
               STRING WS-EDIT-AMOUNT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-VLT-CURRENCY DELIMITED BY SIZE
                   INTO WS-VLT-VALUE
               END-STRING
               WRITE VERLTR-RECORD FROM WS-VLT-LINE
           END-IF

           MOVE SPACES TO VERLTR-RECORD
           WRITE VERLTR-RECORD
           MOVE 'This letter is issued at the request of the employee'
               TO VERLTR-RECORD
           WRITE VERLTR-RECORD
           MOVE 'or the party named above and carries no further'
               TO VERLTR-RECORD
           WRITE VERLTR-RECORD
           MOVE 'representation by the company.' TO VERLTR-RECORD
           WRITE VERLTR-RECORD
           MOVE SPACES TO VERLTR-RECORD
           WRITE VERLTR-RECORD
           WRITE VERLTR-RECORD
           MOVE 'HUMAN RESOURCES' TO VERLTR-RECORD
           WRITE VERLTR-RECORD
           MOVE SPACES TO VERLTR-RECORD
           STRING 'REF ' DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
               INTO VERLTR-RECORD
           END-STRING
           WRITE VERLTR-RECORD
           CLOSE VERLTR-FILE

           EXIT.

      * ----------------------------------------------------------------
      * WS-WORK-DATE as YYYY-MM-DD in WS-VLT-DATE-OUT
      * ----------------------------------------------------------------
       5124-FORMAT-LETTER-DATE.

           MOVE WS-WD-YEAR TO WS-VLT-YYYY
           MOVE WS-WD-MONTH TO WS-VLT-MM
           MOVE WS-WD-DAY TO WS-VLT-DD

           EXIT.

      * ----------------------------------------------------------------
      * Letter run for applied salary changes.  Every SALHIST.DAT row
      * for the company with no letter date gets a letter, and the
      * row is stamped with the run date once COMPLTR.TXT is
      * written, so no change is written to twice.  History older
      * than config COMP-LETTER-FROM is left alone.  Rows for staff
      * no longer on the payroll are stamped NOLETTER.
      * ----------------------------------------------------------------
       5130-COMP-CHANGE-LETTERS.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE ZERO TO WS-CLT-FROM
           MOVE 'COMP-LETTER-FROM' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-NUMERIC TO WS-CLT-FROM
           END-IF

           PERFORM 5131-LOAD-SALARY-CHANGES
           IF WS-CLT-COUNT = ZERO
               DISPLAY "No salary changes waiting for a letter."
           ELSE
               SORT WS-CLT-ENTRY ASCENDING KEY WS-CLT-MGR-ID
                                              WS-CLT-EMP-ID
                                              WS-CLT-EFF-DATE
                                              WS-CLT-SEQ
               PERFORM 5132-WRITE-CHANGE-LETTERS
               MOVE 'COMPLTR.TXT' TO WS-ARCHSRC-NAME
               MOVE 'COMPLTR' TO WS-ARCH-REPORT
               PERFORM 9700-ARCHIVE-REPORT
               PERFORM 5135-MARK-SALARY-CHANGES
               DISPLAY "Change letters written: " WS-CLT-LETTERS
                   " for " WS-CLT-MANAGERS " managers - COMPLTR.TXT"
               IF WS-CLT-SKIPPED > ZERO
                   DISPLAY "Changes for staff no longer on the "
                       "payroll, not written to: " WS-CLT-SKIPPED
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Unlettered salary changes for the company's employees, with
      * the manager each letter goes to
      * ----------------------------------------------------------------
       5131-LOAD-SALARY-CHANGES.

           MOVE ZERO TO WS-CLT-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT SALHIST-FILE
           IF WS-SALHIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               OPEN INPUT EMP-FILE
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SALHIST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE SALHIST-FILE
                       CLOSE EMP-FILE
                   NOT AT END
                       IF SH-LETTER-DATE = SPACES
                          AND SH-EFF-DATE NOT < WS-CLT-FROM
                          AND SH-NEW-SALARY NOT = SH-OLD-SALARY
                          AND WS-CLT-COUNT < 2000
                           MOVE SH-EMP-ID TO EMP-ID
                           READ EMP-FILE
                               INVALID KEY
                                   MOVE SPACES TO EMP-COMPANY
                                   MOVE 'T' TO EMP-STATUS
                                   MOVE ZERO TO EMP-MANAGER-ID
                           END-READ
                           IF EMP-COMPANY = SPACES
                               MOVE '01' TO EMP-COMPANY
                           END-IF
                           IF EMP-COMPANY = WS-COMPANY
                               ADD 1 TO WS-CLT-COUNT
                               MOVE EMP-MANAGER-ID TO
                                   WS-CLT-MGR-ID(WS-CLT-COUNT)
                               MOVE SH-EMP-ID TO
                                   WS-CLT-EMP-ID(WS-CLT-COUNT)
                               MOVE SH-EFF-DATE TO
                                   WS-CLT-EFF-DATE(WS-CLT-COUNT)
                               MOVE SH-SEQ TO WS-CLT-SEQ(WS-CLT-COUNT)
                               MOVE SH-OLD-SALARY TO
                                   WS-CLT-OLD-SAL(WS-CLT-COUNT)
                               MOVE SH-NEW-SALARY TO
                                   WS-CLT-NEW-SAL(WS-CLT-COUNT)
                               MOVE SH-REASON TO
                                   WS-CLT-REASON(WS-CLT-COUNT)
                               IF EMP-STATUS = 'T'
                                  OR EMP-DEL-FLAG = 'D'
                                   MOVE 'N' TO
                                       WS-CLT-SEND(WS-CLT-COUNT)
                               ELSE
                                   MOVE 'Y' TO
                                       WS-CLT-SEND(WS-CLT-COUNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * A delivery sheet for each manager, then that manager's
      * letters, each on its own page
      * ----------------------------------------------------------------
       5132-WRITE-CHANGE-LETTERS.

           MOVE ZERO TO WS-CLT-LETTERS
           MOVE ZERO TO WS-CLT-SKIPPED
           MOVE ZERO TO WS-CLT-MANAGERS
           MOVE 9999999 TO WS-CLT-MANAGER
           OPEN OUTPUT COMPLTR-FILE
           OPEN INPUT EMP-FILE
           PERFORM VARYING WS-CLT-SUB FROM 1 BY 1
                   UNTIL WS-CLT-SUB > WS-CLT-COUNT
               IF WS-CLT-SEND(WS-CLT-SUB) = 'N'
                   ADD 1 TO WS-CLT-SKIPPED
               ELSE
                   IF WS-CLT-MGR-ID(WS-CLT-SUB) NOT = WS-CLT-MANAGER
                       MOVE WS-CLT-MGR-ID(WS-CLT-SUB) TO
                           WS-CLT-MANAGER
                       PERFORM 5133-WRITE-DELIVERY-SHEET
                   END-IF
                   MOVE WS-CLT-EMP-ID(WS-CLT-SUB) TO EMP-ID
                   READ EMP-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-CLT-SEND(WS-CLT-SUB)
                           ADD 1 TO WS-CLT-SKIPPED
                       NOT INVALID KEY
                           PERFORM 5134-WRITE-ONE-CHANGE-LETTER
                   END-READ
               END-IF
           END-PERFORM
           IF WS-EMP-STATUS = '00'
               CLOSE EMP-FILE
           END-IF
           CLOSE COMPLTR-FILE

           EXIT.

      * ----------------------------------------------------------------
      * Cover sheet listing the letters for manager WS-CLT-MANAGER
      * ----------------------------------------------------------------
       5133-WRITE-DELIVERY-SHEET.

           ADD 1 TO WS-CLT-MANAGERS
           MOVE SPACES TO WS-CLT-MGR-NAME
           IF WS-CLT-MANAGER = ZERO
               MOVE 'NO MANAGER - HR TO DELIVER' TO
                   WS-CLT-MGR-NAME
           ELSE
               MOVE WS-CLT-MANAGER TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       MOVE '(NOT ON MASTER)' TO WS-CLT-MGR-NAME
                   NOT INVALID KEY
                       MOVE EMP-NAME TO WS-CLT-MGR-NAME
               END-READ
           END-IF

           MOVE SPACES TO COMPLTR-RECORD
           STRING 'FOR HAND DELIVERY - MANAGER ' DELIMITED BY SIZE
                  WS-CLT-MANAGER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CLT-MGR-NAME DELIMITED BY SIZE
               INTO COMPLTR-RECORD
           END-STRING
           IF WS-CLT-LETTERS = ZERO AND WS-CLT-MANAGERS = 1
               WRITE COMPLTR-RECORD
           ELSE
               WRITE COMPLTR-RECORD AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO COMPLTR-RECORD
           WRITE COMPLTR-RECORD
           PERFORM VARYING WS-SUB FROM WS-CLT-SUB BY 1
                   UNTIL WS-SUB > WS-CLT-COUNT
               IF WS-CLT-MGR-ID(WS-SUB) NOT = WS-CLT-MANAGER
                   MOVE WS-CLT-COUNT TO WS-SUB
               ELSE
                   IF WS-CLT-SEND(WS-SUB) = 'Y'
                       MOVE SPACES TO COMPLTR-RECORD
                       STRING '    ' DELIMITED BY SIZE
                              WS-CLT-EMP-ID(WS-SUB) DELIMITED BY SIZE
                              '  EFFECTIVE ' DELIMITED BY SIZE
                              WS-CLT-EFF-DATE(WS-SUB)
                                  DELIMITED BY SIZE
                              '  ' DELIMITED BY SIZE
                              WS-CLT-REASON(WS-SUB) DELIMITED BY SIZE
                           INTO COMPLTR-RECORD
                       END-STRING
                       WRITE COMPLTR-RECORD
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * The letter for change WS-CLT-SUB to the employee in
      * EMP-RECORD, with where the new salary sits in the grade
      * ----------------------------------------------------------------
       5134-WRITE-ONE-CHANGE-LETTER.

           ADD 1 TO WS-CLT-LETTERS
           MOVE SPACES TO COMPLTR-RECORD
           STRING 'PERSONAL AND CONFIDENTIAL - ' DELIMITED BY SIZE
                  EMP-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  EMP-NAME DELIMITED BY SIZE
               INTO COMPLTR-RECORD
           END-STRING
           WRITE COMPLTR-RECORD AFTER ADVANCING PAGE
           MOVE SPACES TO COMPLTR-RECORD
           STRING 'DEPARTMENT ' DELIMITED BY SIZE
                  EMP-DEPARTMENT DELIMITED BY SIZE
                  '   DATE ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
               INTO COMPLTR-RECORD
           END-STRING
           WRITE COMPLTR-RECORD
           MOVE SPACES TO COMPLTR-RECORD
           WRITE COMPLTR-RECORD
           MOVE 'RE: CHANGE TO YOUR SALARY' TO COMPLTR-RECORD
           WRITE COMPLTR-RECORD
           MOVE SPACES TO COMPLTR-RECORD
           WRITE COMPLTR-RECORD
           MOVE 'We are writing to confirm the following change to'
               TO COMPLTR-RECORD
           WRITE COMPLTR-RECORD
           MOVE 'your annual salary.' TO COMPLTR-RECORD
           WRITE COMPLTR-RECORD
           MOVE SPACES TO COMPLTR-RECORD
           WRITE COMPLTR-RECORD

           MOVE 'PREVIOUS SALARY' TO WS-CLT-LABEL
           MOVE WS-CLT-OLD-SAL(WS-CLT-SUB) TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-CLT-VALUE
           STRING WS-EDIT-AMOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  EMP-CURRENCY DELIMITED BY SIZE
               INTO WS-CLT-VALUE
           END-STRING
           WRITE COMPLTR-RECORD FROM WS-CLT-LINE
           MOVE 'NEW SALARY' TO WS-CLT-LABEL
           MOVE WS-CLT-NEW-SAL(WS-CLT-SUB) TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-CLT-VALUE
           STRING WS-EDIT-AMOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  EMP-CURRENCY DELIMITED BY SIZE
               INTO WS-CLT-VALUE
           END-STRING
           WRITE COMPLTR-RECORD FROM WS-CLT-LINE
           IF WS-CLT-OLD-SAL(WS-CLT-SUB) > ZERO
               COMPUTE WS-CLT-PCT ROUNDED =
                   (WS-CLT-NEW-SAL(WS-CLT-SUB)
                    - WS-CLT-OLD-SAL(WS-CLT-SUB)) * 100
                   / WS-CLT-OLD-SAL(WS-CLT-SUB)
               MOVE WS-CLT-PCT TO WS-CLT-EDIT-PCT
               MOVE 'PERCENT CHANGE' TO WS-CLT-LABEL
               MOVE WS-CLT-EDIT-PCT TO WS-CLT-VALUE
               WRITE COMPLTR-RECORD FROM WS-CLT-LINE
           END-IF
           MOVE 'EFFECTIVE DATE' TO WS-CLT-LABEL
           MOVE WS-CLT-EFF-DATE(WS-CLT-SUB) TO WS-WORK-DATE
           PERFORM 5124-FORMAT-LETTER-DATE
           MOVE WS-VLT-DATE-OUT TO WS-CLT-VALUE
           WRITE COMPLTR-RECORD FROM WS-CLT-LINE
           MOVE 'REASON' TO WS-CLT-LABEL
           MOVE WS-CLT-REASON(WS-CLT-SUB) TO WS-CLT-VALUE
           WRITE COMPLTR-RECORD FROM WS-CLT-LINE

           PERFORM 1175-FIND-JOBCODE
           IF WS-JBC-SUB > ZERO
               MOVE 'POSITION' TO WS-CLT-LABEL
               MOVE SPACES TO WS-CLT-VALUE
               STRING WS-JBC-TITLE(WS-JBC-SUB) DELIMITED BY SIZE
                      '  GRADE ' DELIMITED BY SIZE
                      WS-JBC-GRADE(WS-JBC-SUB) DELIMITED BY SIZE
                   INTO WS-CLT-VALUE
               END-STRING
               WRITE COMPLTR-RECORD FROM WS-CLT-LINE
               MOVE 'GRADE RANGE' TO WS-CLT-LABEL
               MOVE SPACES TO WS-CLT-VALUE
               MOVE WS-JBC-MIN(WS-JBC-SUB) TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-CLT-VALUE(1:11)
               MOVE ' TO ' TO WS-CLT-VALUE(12:4)
               MOVE WS-JBC-MAX(WS-JBC-SUB) TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-CLT-VALUE(16:11)
               WRITE COMPLTR-RECORD FROM WS-CLT-LINE
               IF WS-JBC-MAX(WS-JBC-SUB) > WS-JBC-MIN(WS-JBC-SUB)
                   COMPUTE WS-CLT-RANGE-POS ROUNDED =
                       (WS-CLT-NEW-SAL(WS-CLT-SUB)
                        - WS-JBC-MIN(WS-JBC-SUB)) * 100
                       / (WS-JBC-MAX(WS-JBC-SUB)
                          - WS-JBC-MIN(WS-JBC-SUB))
                   MOVE WS-CLT-RANGE-POS TO WS-CLT-EDIT-PCT
                   MOVE 'POSITION IN RANGE PCT' TO WS-CLT-LABEL
                   MOVE WS-CLT-EDIT-PCT TO WS-CLT-VALUE
                   WRITE COMPLTR-RECORD FROM WS-CLT-LINE
               END-IF
               IF WS-JBC-MID(WS-JBC-SUB) > ZERO
                   COMPUTE WS-COMPA-RATIO ROUNDED =
                       WS-CLT-NEW-SAL(WS-CLT-SUB)
                       / WS-JBC-MID(WS-JBC-SUB)
                   MOVE WS-COMPA-RATIO TO WS-CLT-EDIT-RATIO
                   MOVE 'COMPA-RATIO TO MIDPOINT' TO WS-CLT-LABEL
                   MOVE WS-CLT-EDIT-RATIO TO WS-CLT-VALUE
                   WRITE COMPLTR-RECORD FROM WS-CLT-LINE
               END-IF
           END-IF

           MOVE SPACES TO COMPLTR-RECORD
           WRITE COMPLTR-RECORD
           MOVE 'Please speak to your manager if you have any'
               TO COMPLTR-RECORD
           WRITE COMPLTR-RECORD
           MOVE 'questions about this change.' TO COMPLTR-RECORD
           WRITE COMPLTR-RECORD
           MOVE SPACES TO COMPLTR-RECORD
           WRITE COMPLTR-RECORD
           MOVE 'HUMAN RESOURCES' TO COMPLTR-RECORD
           WRITE COMPLTR-RECORD

           EXIT.

      * ----------------------------------------------------------------
      * Stamp every row picked up - the run date where a letter was
      * written, NOLETTER where the employee has gone
      * ----------------------------------------------------------------
       5135-MARK-SALARY-CHANGES.

           OPEN I-O SALHIST-FILE
           IF WS-SALHIST-STATUS NOT = '00'
               DISPLAY "Unable to update SALHIST.DAT - status "
                   WS-SALHIST-STATUS " - letters will repeat"
           ELSE
               PERFORM VARYING WS-CLT-SUB FROM 1 BY 1
                       UNTIL WS-CLT-SUB > WS-CLT-COUNT
                   MOVE WS-CLT-EMP-ID(WS-CLT-SUB) TO SH-EMP-ID
                   MOVE WS-CLT-EFF-DATE(WS-CLT-SUB) TO SH-EFF-DATE
                   MOVE WS-CLT-SEQ(WS-CLT-SUB) TO SH-SEQ
                   READ SALHIST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF WS-CLT-SEND(WS-CLT-SUB) = 'Y'
                               MOVE WS-TODAY TO SH-LETTER-DATE
                           ELSE
                               MOVE 'NOLETTER' TO SH-LETTER-DATE
                           END-IF
                           REWRITE SALHIST-RECORD
                   END-READ
               END-PERFORM
               CLOSE SALHIST-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Workers' compensation - key a job code's risk class and rate,
      * or produce the premium declaration for a quarter or a year
      * ----------------------------------------------------------------
       5140-WORKERS-COMP.

           DISPLAY "(K)ey job code risk class, (D)eclaration report: "
           ACCEPT WS-ANSWER
           IF WS-ANSWER = 'K' OR WS-ANSWER = 'k'
               PERFORM 9320-CHECK-UPDATE-AUTH
               IF WS-AUTH-OK = 'Y'
                   PERFORM 5141-KEY-RISK-CLASS
               END-IF
           ELSE
               IF WS-ANSWER = 'D' OR WS-ANSWER = 'd'
                   PERFORM 5142-WC-DECLARATION
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Put the insurer's risk class and rate per 100 of payroll on
      * one job code and write JOBCODE.DAT back from the table
      * ----------------------------------------------------------------
       5141-KEY-RISK-CLASS.

           DISPLAY "Job code: "
           ACCEPT WS-WCC-JOB-WANTED
           MOVE ZERO TO WS-JBC-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-JBC-COUNT
               IF WS-JBC-CODE(WS-SUB) = WS-WCC-JOB-WANTED
                   MOVE WS-SUB TO WS-JBC-SUB
               END-IF
           END-PERFORM

           IF WS-JBC-SUB = ZERO
               DISPLAY "Job code is not on JOBCODE.DAT."
           ELSE
           IF WS-JBC-COUNT NOT < 100
               DISPLAY "Job code table is full - JOBCODE.DAT cannot "
                   "be written back safely."
           ELSE
               DISPLAY WS-JBC-CODE(WS-JBC-SUB) " "
                   WS-JBC-TITLE(WS-JBC-SUB) " class "
                   WS-JBC-RISK-CLASS(WS-JBC-SUB) " rate "
                   WS-JBC-RISK-RATE(WS-JBC-SUB)
               DISPLAY "Risk class: "
               ACCEPT WS-WCC-CLASS
               DISPLAY "Rate per 100 of payroll (99.9999): "
               ACCEPT WS-WCC-RATE
               MOVE WS-WCC-CLASS TO WS-JBC-RISK-CLASS(WS-JBC-SUB)
               MOVE WS-WCC-RATE TO WS-JBC-RISK-RATE(WS-JBC-SUB)

               OPEN OUTPUT JOBCODE-FILE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-JBC-COUNT
                   MOVE WS-JBC-CODE(WS-SUB) TO JBC-CODE
                   MOVE WS-JBC-TITLE(WS-SUB) TO JBC-TITLE
                   MOVE WS-JBC-GRADE(WS-SUB) TO JBC-GRADE
                   MOVE WS-JBC-MIN(WS-SUB) TO JBC-MIN
                   MOVE WS-JBC-MID(WS-SUB) TO JBC-MID
                   MOVE WS-JBC-MAX(WS-SUB) TO JBC-MAX
                   MOVE WS-JBC-RISK-CLASS(WS-SUB) TO JBC-RISK-CLASS
                   MOVE WS-JBC-RISK-RATE(WS-SUB) TO JBC-RISK-RATE
                   WRITE JOBCODE-RECORD
               END-PERFORM
               CLOSE JOBCODE-FILE

               MOVE 'WCCLAS' TO WS-AUD-ACTION
               MOVE ZERO TO WS-AUD-EMP-ID
               MOVE SPACES TO WS-AUD-BEFORE-NAME
               MOVE SPACES TO WS-AUD-BEFORE-DEPT
               MOVE ZERO TO WS-AUD-BEFORE-SAL
               MOVE SPACES TO WS-AUD-BEFORE-STAT
               MOVE SPACES TO WS-AUD-AFTER-NAME
               STRING 'JOB ' DELIMITED BY SIZE
                      WS-WCC-JOB-WANTED DELIMITED BY SIZE
                      ' RISK CLASS ' DELIMITED BY SIZE
                      WS-WCC-CLASS DELIMITED BY SIZE
                   INTO WS-AUD-AFTER-NAME
               END-STRING
               MOVE SPACES TO WS-AUD-AFTER-DEPT
               MOVE WS-WCC-RATE TO WS-AUD-AFTER-SAL
               MOVE SPACES TO WS-AUD-AFTER-STAT
               PERFORM 8500-WRITE-AUDIT-RECORD
               DISPLAY "Risk class recorded."
           END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Premium declaration for a quarter, or the year when the
      * quarter is keyed as 0.  Gross comes from PAYROLL.DAT by the
      * class of the employee's job code; the overtime premium is
      * worked out from the approved timesheets at the premium
      * rules' multipliers and taken out unless config
      * WC-EXCLUDE-OT is 0.
      * ----------------------------------------------------------------
       5142-WC-DECLARATION.

           DISPLAY "Declaration year (YYYY): "
           ACCEPT WS-WCC-YEAR
           DISPLAY "Quarter 1-4 (0 = whole year): "
           ACCEPT WS-WCC-QUARTER
           IF WS-WCC-QUARTER > 4
               MOVE ZERO TO WS-WCC-QUARTER
           END-IF
           IF WS-WCC-QUARTER = ZERO
               COMPUTE WS-WCC-FROM = WS-WCC-YEAR * 10000 + 0101
               COMPUTE WS-WCC-TO = WS-WCC-YEAR * 10000 + 1231
           ELSE
               COMPUTE WS-WCC-FROM = WS-WCC-YEAR * 10000
                   + (WS-WCC-QUARTER * 3 - 2) * 100 + 1
               COMPUTE WS-WCC-TO = WS-WCC-YEAR * 10000
                   + WS-WCC-QUARTER * 300 + 31
           END-IF

           MOVE 'WC-EXCLUDE-OT' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-NUMERIC TO WS-WCC-EXCLUDE-OT
           END-IF

           MOVE ZERO TO WS-WCC-COUNT
           MOVE ZERO TO WS-WCC-UNCLASSED
           PERFORM 5143-ADD-WC-GROSS
           IF WS-WCC-EXCLUDE-OT = 1
               PERFORM 5144-ADD-WC-OVERTIME
           END-IF

           IF WS-WCC-COUNT = ZERO
               DISPLAY "No pay in that period."
           ELSE
               SORT WS-WCC-ENTRY ASCENDING KEY WS-WCC-T-COMPANY
                                              WS-WCC-T-CLASS
               PERFORM 5146-WRITE-WC-REPORT
               MOVE 'WCOMP.TXT' TO WS-ARCHSRC-NAME
               MOVE 'WCOMP' TO WS-ARCH-REPORT
               PERFORM 9700-ARCHIVE-REPORT
               MOVE WS-WCC-GR-PREMIUM TO WS-EDIT-AMOUNT-L
               DISPLAY "Premium due " WS-EDIT-AMOUNT-L
                   " - WCOMP.TXT written."
               IF WS-WCC-UNCLASSED > ZERO
                   DISPLAY "Employees with no risk class on their "
                       "job code: " WS-WCC-UNCLASSED
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * The period's pay rows into the company/class cells.  Pay is
      * keyed by employee, so the master is read once per employee.
      * ----------------------------------------------------------------
       5143-ADD-WC-GROSS.

           MOVE ZERO TO WS-WCC-LAST-EMP
           MOVE 'N' TO WS-EOF
           OPEN INPUT PAYROLL-FILE
           IF WS-PAYROLL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               OPEN INPUT EMP-FILE
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYROLL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE PAYROLL-FILE
                       CLOSE EMP-FILE
                   NOT AT END
                       IF PAY-PERIOD-END NOT < WS-WCC-FROM
                          AND PAY-PERIOD-END NOT > WS-WCC-TO
                           IF PAY-EMP-ID NOT = WS-WCC-LAST-EMP
                               MOVE PAY-EMP-ID TO WS-WCC-LAST-EMP
                               MOVE PAY-EMP-ID TO EMP-ID
                               PERFORM 5145-FIND-WC-CELL
                               IF WS-WCC-SUB > ZERO
                                   ADD 1 TO WS-WCC-T-EMPS(WS-WCC-SUB)
                                   IF WS-WCC-CLASS = 'NONE'
                                       ADD 1 TO WS-WCC-UNCLASSED
                                   END-IF
                               END-IF
                           END-IF
                           IF WS-WCC-SUB > ZERO
                               ADD PAY-GROSS TO
                                   WS-WCC-T-GROSS(WS-WCC-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Overtime premium on the period's approved timesheets - the
      * part of overtime pay above straight time
      * ----------------------------------------------------------------
       5144-ADD-WC-OVERTIME.

           MOVE 'N' TO WS-EOF
           OPEN INPUT TIMESHEET-FILE
           IF WS-TMS-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               OPEN INPUT EMP-FILE
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TIMESHEET-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE TIMESHEET-FILE
                       CLOSE EMP-FILE
                   NOT AT END
                       IF TMS-PERIOD-END NOT < WS-WCC-FROM
                          AND TMS-PERIOD-END NOT > WS-WCC-TO
                          AND TMS-APPROVAL = 'A'
                          AND TMS-OT-HOURS > ZERO
                           MOVE TMS-EMP-ID TO EMP-ID
                           PERFORM 5145-FIND-WC-CELL
                           IF WS-WCC-SUB > ZERO
                               COMPUTE WS-HG-RATE ROUNDED =
                                   EMP-SALARY / 2080
                               MOVE ZERO TO WS-HG-REG
                               MOVE TMS-OT-HOURS TO WS-HG-OT
                               MOVE TMS-SHIFT TO WS-HG-SHIFT
                               PERFORM 3633-COMPUTE-HOURLY-GROSS
                               COMPUTE WS-WCC-OT-PREM ROUNDED =
                                   WS-HG-GROSS
                                   - (WS-HG-OT * WS-HG-RATE
                                      * (1 + WS-HG-UPLIFT / 100))
                               ADD WS-WCC-OT-PREM TO
                                   WS-WCC-T-OT(WS-WCC-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Read the employee in EMP-ID and find, or add, the cell for
      * their company and risk class - WS-WCC-SUB zero when the
      * employee is not on the master or the table is full
      * ----------------------------------------------------------------
       5145-FIND-WC-CELL.

           MOVE ZERO TO WS-WCC-SUB
           READ EMP-FILE
               INVALID KEY
                   MOVE SPACES TO WS-WCC-COMPANY
               NOT INVALID KEY
                   MOVE EMP-COMPANY TO WS-WCC-COMPANY
                   IF WS-WCC-COMPANY = SPACES
                       MOVE '01' TO WS-WCC-COMPANY
                   END-IF
           END-READ

           IF WS-WCC-COMPANY NOT = SPACES
               MOVE 'NONE' TO WS-WCC-CLASS
               MOVE ZERO TO WS-WCC-RATE
               PERFORM 1175-FIND-JOBCODE
               IF WS-JBC-SUB > ZERO
                   IF WS-JBC-RISK-CLASS(WS-JBC-SUB) NOT = SPACES
                       MOVE WS-JBC-RISK-CLASS(WS-JBC-SUB) TO
                           WS-WCC-CLASS
                       MOVE WS-JBC-RISK-RATE(WS-JBC-SUB) TO
                           WS-WCC-RATE
                   END-IF
               END-IF
               PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                       UNTIL WS-SUB-2 > WS-WCC-COUNT
                   IF WS-WCC-T-COMPANY(WS-SUB-2) = WS-WCC-COMPANY
                      AND WS-WCC-T-CLASS(WS-SUB-2) = WS-WCC-CLASS
                       MOVE WS-SUB-2 TO WS-WCC-SUB
                       MOVE WS-WCC-COUNT TO WS-SUB-2
                   END-IF
               END-PERFORM
               IF WS-WCC-SUB = ZERO AND WS-WCC-COUNT < 300
                   ADD 1 TO WS-WCC-COUNT
                   MOVE WS-WCC-COUNT TO WS-WCC-SUB
                   MOVE WS-WCC-COMPANY TO
                       WS-WCC-T-COMPANY(WS-WCC-SUB)
                   MOVE WS-WCC-CLASS TO WS-WCC-T-CLASS(WS-WCC-SUB)
                   MOVE WS-WCC-RATE TO WS-WCC-T-RATE(WS-WCC-SUB)
                   MOVE ZERO TO WS-WCC-T-EMPS(WS-WCC-SUB)
                   MOVE ZERO TO WS-WCC-T-GROSS(WS-WCC-SUB)
                   MOVE ZERO TO WS-WCC-T-OT(WS-WCC-SUB)
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * The declaration - one line per company and class, company
      * subtotals, the grand total and the declarant's block
      * ----------------------------------------------------------------
       5146-WRITE-WC-REPORT.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE ZERO TO WS-WCC-GR-GROSS
           MOVE ZERO TO WS-WCC-GR-OT
           MOVE ZERO TO WS-WCC-GR-REPORT
           MOVE ZERO TO WS-WCC-GR-PREMIUM
           OPEN OUTPUT WCOMP-FILE
           MOVE SPACES TO WCOMP-RECORD
           STRING 'WORKERS COMPENSATION PAYROLL DECLARATION  PERIOD '
                      DELIMITED BY SIZE
                  WS-WCC-FROM DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-WCC-TO DELIMITED BY SIZE
                  '  RUN DATE ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
               INTO WCOMP-RECORD
           END-STRING
           WRITE WCOMP-RECORD
           MOVE SPACES TO WCOMP-RECORD
           IF WS-WCC-EXCLUDE-OT = 1
               MOVE 'OVERTIME PREMIUM EXCLUDED FROM REPORTABLE PAYROLL'
                   TO WCOMP-RECORD
           ELSE
               MOVE 'OVERTIME PREMIUM INCLUDED IN REPORTABLE PAYROLL'
                   TO WCOMP-RECORD
           END-IF
           WRITE WCOMP-RECORD
           MOVE SPACES TO WCOMP-RECORD
           WRITE WCOMP-RECORD
           MOVE '  CO   CLASS     RATE   EMPS' TO WCOMP-RECORD(1:28)
           MOVE 'GROSS WAGES' TO WCOMP-RECORD(37:11)
           MOVE 'OT PREMIUM' TO WCOMP-RECORD(55:10)
           MOVE 'REPORTABLE' TO WCOMP-RECORD(73:10)
           MOVE 'PREMIUM DUE' TO WCOMP-RECORD(88:11)
           WRITE WCOMP-RECORD

           MOVE SPACES TO WS-WCC-COMPANY
           PERFORM VARYING WS-WCC-SUB FROM 1 BY 1
                   UNTIL WS-WCC-SUB > WS-WCC-COUNT
               IF WS-WCC-T-COMPANY(WS-WCC-SUB) NOT = WS-WCC-COMPANY
                   IF WS-WCC-COMPANY NOT = SPACES
                       PERFORM 5147-WRITE-WC-COMPANY-TOTAL
                   END-IF
                   MOVE WS-WCC-T-COMPANY(WS-WCC-SUB) TO WS-WCC-COMPANY
                   MOVE ZERO TO WS-WCC-CO-GROSS
                   MOVE ZERO TO WS-WCC-CO-OT
                   MOVE ZERO TO WS-WCC-CO-REPORT
                   MOVE ZERO TO WS-WCC-CO-PREMIUM
               END-IF
               COMPUTE WS-WCC-REPORTABLE =
                   WS-WCC-T-GROSS(WS-WCC-SUB)
                   - WS-WCC-T-OT(WS-WCC-SUB)
               COMPUTE WS-WCC-PREMIUM ROUNDED =
                   WS-WCC-REPORTABLE * WS-WCC-T-RATE(WS-WCC-SUB)
                   / 100
               ADD WS-WCC-T-GROSS(WS-WCC-SUB) TO WS-WCC-CO-GROSS
               ADD WS-WCC-T-OT(WS-WCC-SUB) TO WS-WCC-CO-OT
               ADD WS-WCC-REPORTABLE TO WS-WCC-CO-REPORT
               ADD WS-WCC-PREMIUM TO WS-WCC-CO-PREMIUM
               MOVE WS-WCC-T-COMPANY(WS-WCC-SUB) TO WS-WCL-COMPANY
               MOVE WS-WCC-T-CLASS(WS-WCC-SUB) TO WS-WCL-CLASS
               MOVE WS-WCC-T-RATE(WS-WCC-SUB) TO WS-WCL-RATE
               MOVE WS-WCC-T-EMPS(WS-WCC-SUB) TO WS-WCL-EMPS
               MOVE WS-WCC-T-GROSS(WS-WCC-SUB) TO WS-WCL-GROSS
               MOVE WS-WCC-T-OT(WS-WCC-SUB) TO WS-WCL-OT
               MOVE WS-WCC-REPORTABLE TO WS-WCL-REPORT
               MOVE WS-WCC-PREMIUM TO WS-WCL-PREMIUM
               WRITE WCOMP-RECORD FROM WS-WCC-LINE
           END-PERFORM
           PERFORM 5147-WRITE-WC-COMPANY-TOTAL

           MOVE SPACES TO WCOMP-RECORD
           WRITE WCOMP-RECORD
           MOVE SPACES TO WS-WCL-COMPANY
           MOVE 'ALL' TO WS-WCL-CLASS
           MOVE ZERO TO WS-WCL-RATE
           MOVE ZERO TO WS-WCL-EMPS
           MOVE WS-WCC-GR-GROSS TO WS-WCL-GROSS
           MOVE WS-WCC-GR-OT TO WS-WCL-OT
           MOVE WS-WCC-GR-REPORT TO WS-WCL-REPORT
           MOVE WS-WCC-GR-PREMIUM TO WS-WCL-PREMIUM
           MOVE WS-WCC-LINE TO WCOMP-RECORD
           MOVE 'TOTAL    ' TO WCOMP-RECORD(3:9)
           MOVE SPACES TO WCOMP-RECORD(13:16)
           WRITE WCOMP-RECORD

           MOVE SPACES TO WCOMP-RECORD
           WRITE WCOMP-RECORD
           MOVE 'Class NONE is payroll on job codes with no risk class'
               TO WCOMP-RECORD
           WRITE WCOMP-RECORD
           MOVE 'and must be classified before filing.'
               TO WCOMP-RECORD
           WRITE WCOMP-RECORD
           MOVE SPACES TO WCOMP-RECORD
           WRITE WCOMP-RECORD
           MOVE 'I declare the payroll shown above to be a true and'
               TO WCOMP-RECORD
           WRITE WCOMP-RECORD
           MOVE 'complete statement for the period.' TO WCOMP-RECORD
           WRITE WCOMP-RECORD
           MOVE SPACES TO WCOMP-RECORD
           WRITE WCOMP-RECORD
           MOVE 'SIGNED ____________________________  DATE __________'
               TO WCOMP-RECORD
           WRITE WCOMP-RECORD
           MOVE 'NAME AND TITLE ______________________________'
               TO WCOMP-RECORD
           WRITE WCOMP-RECORD
           CLOSE WCOMP-FILE

           EXIT.

      * ----------------------------------------------------------------
      * Subtotal for company WS-WCC-COMPANY
      * ----------------------------------------------------------------
       5147-WRITE-WC-COMPANY-TOTAL.

           MOVE SPACES TO WS-WCL-COMPANY
           MOVE SPACES TO WS-WCL-CLASS
           MOVE ZERO TO WS-WCL-RATE
           MOVE ZERO TO WS-WCL-EMPS
           MOVE WS-WCC-CO-GROSS TO WS-WCL-GROSS
           MOVE WS-WCC-CO-OT TO WS-WCL-OT
           MOVE WS-WCC-CO-REPORT TO WS-WCL-REPORT
           MOVE WS-WCC-CO-PREMIUM TO WS-WCL-PREMIUM
           MOVE WS-WCC-LINE TO WCOMP-RECORD
           MOVE 'COMPANY ' TO WCOMP-RECORD(3:8)
           MOVE WS-WCC-COMPANY TO WCOMP-RECORD(11:2)
           MOVE SPACES TO WCOMP-RECORD(13:16)
           WRITE WCOMP-RECORD
           MOVE SPACES TO WCOMP-RECORD
           WRITE WCOMP-RECORD
           ADD WS-WCC-CO-GROSS TO WS-WCC-GR-GROSS
           ADD WS-WCC-CO-OT TO WS-WCC-GR-OT
           ADD WS-WCC-CO-REPORT TO WS-WCC-GR-REPORT
           ADD WS-WCC-CO-PREMIUM TO WS-WCC-GR-PREMIUM

           EXIT.

      * ----------------------------------------------------------------
      * Monthly intercompany recharge statements - one page per
      * company pair, the charging company invoicing the charged
      * company for salary allocated to its cost centers in pay
      * periods ending in the month
      * ----------------------------------------------------------------
       5150-RECHARGE-STATEMENTS.

           DISPLAY "Statement month (YYYYMM): "
           ACCEPT WS-ICR-MONTH

           PERFORM 5151-LOAD-RECHARGE-MONTH
           IF WS-ICS-COUNT = ZERO
               DISPLAY "No intercompany charges for " WS-ICR-MONTH
           ELSE
               SORT WS-ICS-ENTRY ASCENDING KEY WS-ICS-FROM-CO
                                              WS-ICS-TO-CO
                                              WS-ICS-PERIOD
                                              WS-ICS-CC
                                              WS-ICS-EMP-ID
               PERFORM 5152-WRITE-RECHARGE-STMTS
               MOVE 'ICSTMT.TXT' TO WS-ARCHSRC-NAME
               MOVE 'ICSTMT' TO WS-ARCH-REPORT
               PERFORM 9700-ARCHIVE-REPORT
               DISPLAY "Recharge statements written to ICSTMT.TXT - "
                   WS-ICR-PAIRS " company pairs."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * The month's rows from ICHIST.DAT
      * ----------------------------------------------------------------
       5151-LOAD-RECHARGE-MONTH.

           MOVE ZERO TO WS-ICS-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT ICHIST-FILE
           IF WS-ICHIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ICHIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE ICHIST-FILE
                   NOT AT END
                       IF ICH-PERIOD-END(1:6) = WS-ICR-MONTH
                           IF WS-ICS-COUNT < 3000
                               ADD 1 TO WS-ICS-COUNT
                               MOVE ICH-FROM-CO TO
                                   WS-ICS-FROM-CO(WS-ICS-COUNT)
                               MOVE ICH-TO-CO TO
                                   WS-ICS-TO-CO(WS-ICS-COUNT)
                               MOVE ICH-PERIOD-END TO
                                   WS-ICS-PERIOD(WS-ICS-COUNT)
                               MOVE ICH-EMP-ID TO
                                   WS-ICS-EMP-ID(WS-ICS-COUNT)
                               MOVE ICH-COST-CENTER TO
                                   WS-ICS-CC(WS-ICS-COUNT)
                               MOVE ICH-AMOUNT TO
                                   WS-ICS-AMOUNT(WS-ICS-COUNT)
                           ELSE
                               DISPLAY "WARNING: recharge statement "
                                   "table full - rows left off"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * One statement per charging/charged pair with employee
      * detail and the amount to invoice
      * ----------------------------------------------------------------
       5152-WRITE-RECHARGE-STMTS.

           MOVE ZERO TO WS-ICR-PAIRS
           MOVE SPACES TO WS-ICR-FROM-CO
           MOVE SPACES TO WS-ICR-TO-CO
           MOVE ZERO TO WS-ICR-PAIR-TOTAL
           OPEN OUTPUT ICSTMT-FILE
           OPEN INPUT EMP-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ICS-COUNT
               IF WS-ICS-FROM-CO(WS-SUB) NOT = WS-ICR-FROM-CO
                  OR WS-ICS-TO-CO(WS-SUB) NOT = WS-ICR-TO-CO
                   IF WS-ICR-PAIRS > ZERO
                       PERFORM 5153-WRITE-RECHARGE-TOTAL
                   END-IF
                   ADD 1 TO WS-ICR-PAIRS
                   MOVE WS-ICS-FROM-CO(WS-SUB) TO WS-ICR-FROM-CO
                   MOVE WS-ICS-TO-CO(WS-SUB) TO WS-ICR-TO-CO
                   MOVE ZERO TO WS-ICR-PAIR-TOTAL
                   MOVE SPACES TO ICSTMT-RECORD
                   STRING 'INTERCOMPANY RECHARGE STATEMENT  MONTH '
                              DELIMITED BY SIZE
                          WS-ICR-MONTH DELIMITED BY SIZE
                       INTO ICSTMT-RECORD
                   END-STRING
                   IF WS-ICR-PAIRS = 1
                       WRITE ICSTMT-RECORD
                   ELSE
                       WRITE ICSTMT-RECORD AFTER ADVANCING PAGE
                   END-IF
                   MOVE SPACES TO ICSTMT-RECORD
                   STRING 'FROM COMPANY ' DELIMITED BY SIZE
                          WS-ICR-FROM-CO DELIMITED BY SIZE
                          '  TO COMPANY ' DELIMITED BY SIZE
                          WS-ICR-TO-CO DELIMITED BY SIZE
                       INTO ICSTMT-RECORD
                   END-STRING
                   WRITE ICSTMT-RECORD
                   MOVE SPACES TO ICSTMT-RECORD
                   WRITE ICSTMT-RECORD
                   MOVE 'PERIOD    EMPLOYEE NAME' TO ICSTMT-RECORD
                   MOVE 'COST CTR' TO ICSTMT-RECORD(51:8)
                   MOVE 'AMOUNT' TO ICSTMT-RECORD(70:6)
                   WRITE ICSTMT-RECORD
               END-IF
               MOVE SPACES TO WS-SEARCH-NAME
               IF WS-EMP-STATUS = '00'
                   MOVE WS-ICS-EMP-ID(WS-SUB) TO EMP-ID
                   READ EMP-FILE
                       INVALID KEY
                           MOVE '(NOT ON MASTER)' TO WS-SEARCH-NAME
                       NOT INVALID KEY
                           MOVE EMP-NAME TO WS-SEARCH-NAME
                   END-READ
               END-IF
               MOVE SPACES TO ICSTMT-RECORD
               MOVE WS-ICS-PERIOD(WS-SUB) TO ICSTMT-RECORD(1:8)
               MOVE WS-ICS-EMP-ID(WS-SUB) TO ICSTMT-RECORD(11:7)
               MOVE WS-SEARCH-NAME TO ICSTMT-RECORD(19:30)
               MOVE WS-ICS-CC(WS-SUB) TO ICSTMT-RECORD(51:6)
               MOVE WS-ICS-AMOUNT(WS-SUB) TO WS-EDIT-AMOUNT-L
               MOVE WS-EDIT-AMOUNT-L TO ICSTMT-RECORD(60:16)
               WRITE ICSTMT-RECORD
               ADD WS-ICS-AMOUNT(WS-SUB) TO WS-ICR-PAIR-TOTAL
           END-PERFORM
           PERFORM 5153-WRITE-RECHARGE-TOTAL
           IF WS-EMP-STATUS = '00'
               CLOSE EMP-FILE
           END-IF
           CLOSE ICSTMT-FILE

           EXIT.

      * ----------------------------------------------------------------
      * Amount to invoice for the current pair
      * ----------------------------------------------------------------
       5153-WRITE-RECHARGE-TOTAL.

           MOVE SPACES TO ICSTMT-RECORD
           WRITE ICSTMT-RECORD
           MOVE SPACES TO ICSTMT-RECORD
           MOVE WS-ICR-PAIR-TOTAL TO WS-EDIT-AMOUNT-L
           STRING 'AMOUNT TO INVOICE COMPANY ' DELIMITED BY SIZE
                  WS-ICR-TO-CO DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT-L DELIMITED BY SIZE
               INTO ICSTMT-RECORD
           END-STRING
           WRITE ICSTMT-RECORD

           EXIT.

      * ----------------------------------------------------------------
      * Self-service kiosk administration - set or reset an
      * employee's kiosk PIN, and work the contact changes and
      * leave requests sent from the kiosk
      * ----------------------------------------------------------------
       5160-SELF-SERVICE-ADMIN.

           DISPLAY "(P)IN set/reset, (C)ontact changes, "
               "(L)eave requests: "
           ACCEPT WS-ANSWER
           EVALUATE WS-ANSWER
               WHEN 'P'
               WHEN 'p'
                   PERFORM 5161-SET-KIOSK-PIN
               WHEN 'C'
               WHEN 'c'
                   PERFORM 5166-KIOSK-CONTACT-CHANGES
               WHEN 'L'
               WHEN 'l'
                   PERFORM 5172-KIOSK-LEAVE-REQUESTS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EXIT.

      * ----------------------------------------------------------------
      * A new PIN for one employee - also clears a lockout
      * ----------------------------------------------------------------
       5161-SET-KIOSK-PIN.

           DISPLAY "Employee ID: "
           ACCEPT WS-TARGET-ID
           PERFORM 5167-FIND-KIOSK-EMPLOYEE

           IF WS-FOUND = 'N'
               DISPLAY "Employee not found."
           ELSE
               IF WS-SCOPE-OK = 'N'
                   DISPLAY "Employee is outside your department "
                       "scope."
               ELSE
                   DISPLAY "New PIN for " WS-ESA-NAME
                   DISPLAY "  (4 to 6 digits): "
                   ACCEPT WS-ESP-PIN-IN
                   DISPLAY "Key the PIN again: "
                   ACCEPT WS-ESP-PIN-AGAIN
                   PERFORM 5162-CHECK-PIN-FORMAT
                   IF WS-ESP-PIN-OK = 'N'
                       DISPLAY "A PIN is 4 to 6 digits - not set."
                   ELSE
                       IF WS-ESP-PIN-IN NOT = WS-ESP-PIN-AGAIN
                           DISPLAY "The two PINs differ - not set."
                       ELSE
                           PERFORM 5163-STORE-KIOSK-PIN
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO WS-ESP-PIN-IN
           MOVE SPACES TO WS-ESP-PIN-AGAIN

           EXIT.

      * ----------------------------------------------------------------
      * WS-ESP-PIN-IN must be 4 to 6 digits from the left with
      * nothing but spaces after them
      * ----------------------------------------------------------------
       5162-CHECK-PIN-FORMAT.

           MOVE 'Y' TO WS-ESP-PIN-OK
           MOVE ZERO TO WS-ESP-DIGITS
           PERFORM VARYING WS-ESP-POS FROM 1 BY 1
                   UNTIL WS-ESP-POS > 6
               IF WS-ESP-PIN-IN(WS-ESP-POS:1) IS NUMERIC
                   ADD 1 TO WS-ESP-DIGITS
                   IF WS-ESP-DIGITS NOT = WS-ESP-POS
                       MOVE 'N' TO WS-ESP-PIN-OK
                   END-IF
               ELSE
                   IF WS-ESP-PIN-IN(WS-ESP-POS:1) NOT = SPACE
                       MOVE 'N' TO WS-ESP-PIN-OK
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ESP-DIGITS < 4
               MOVE 'N' TO WS-ESP-PIN-OK
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Hash the PIN onto the employee's row of ESSPIN.DAT, clear
      * the failure count and lock, and write the file back
      * ----------------------------------------------------------------
       5163-STORE-KIOSK-PIN.

           MOVE ZERO TO WS-ESP-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT ESSPIN-FILE
           IF WS-ESSPIN-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ ESSPIN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE ESSPIN-FILE
                   NOT AT END
                       IF WS-ESP-COUNT < 5000
                           ADD 1 TO WS-ESP-COUNT
                           MOVE ESP-EMP-ID TO
                               WS-ESP-T-EMP-ID(WS-ESP-COUNT)
                           MOVE ESP-PIN-HASH TO
                               WS-ESP-T-HASH(WS-ESP-COUNT)
                           MOVE ESP-FAILS TO
                               WS-ESP-T-FAILS(WS-ESP-COUNT)
                           MOVE ESP-LOCKED TO
                               WS-ESP-T-LOCKED(WS-ESP-COUNT)
                           MOVE ESP-SET-DATE TO
                               WS-ESP-T-SET(WS-ESP-COUNT)
                           MOVE ESP-LAST-DATE TO
                               WS-ESP-T-LAST(WS-ESP-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           MOVE ZERO TO WS-ESP-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ESP-COUNT
               IF WS-ESP-T-EMP-ID(WS-SUB) = WS-TARGET-ID
                   MOVE WS-SUB TO WS-ESP-SUB
                   MOVE WS-ESP-COUNT TO WS-SUB
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-AUD-BEFORE-NAME
           IF WS-ESP-SUB = ZERO AND WS-ESP-COUNT < 5000
               ADD 1 TO WS-ESP-COUNT
               MOVE WS-ESP-COUNT TO WS-ESP-SUB
               MOVE WS-TARGET-ID TO WS-ESP-T-EMP-ID(WS-ESP-SUB)
               MOVE ZERO TO WS-ESP-T-LAST(WS-ESP-SUB)
           ELSE
               IF WS-ESP-SUB > ZERO
                   IF WS-ESP-T-LOCKED(WS-ESP-SUB) = 'L'
                       MOVE 'KIOSK PIN LOCKED' TO WS-AUD-BEFORE-NAME
                   ELSE
                       MOVE 'KIOSK PIN SET' TO WS-AUD-BEFORE-NAME
                   END-IF
               END-IF
           END-IF

           IF WS-ESP-SUB = ZERO
               DISPLAY "PIN file is full - PIN not set."
           ELSE
               PERFORM 5164-HASH-KIOSK-PIN
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-ESP-HASH TO WS-ESP-T-HASH(WS-ESP-SUB)
               MOVE ZERO TO WS-ESP-T-FAILS(WS-ESP-SUB)
               MOVE SPACE TO WS-ESP-T-LOCKED(WS-ESP-SUB)
               MOVE WS-TODAY TO WS-ESP-T-SET(WS-ESP-SUB)

               OPEN OUTPUT ESSPIN-FILE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-ESP-COUNT
                   MOVE WS-ESP-T-EMP-ID(WS-SUB) TO ESP-EMP-ID
                   MOVE WS-ESP-T-HASH(WS-SUB) TO ESP-PIN-HASH
                   MOVE WS-ESP-T-FAILS(WS-SUB) TO ESP-FAILS
                   MOVE WS-ESP-T-LOCKED(WS-SUB) TO ESP-LOCKED
                   MOVE WS-ESP-T-SET(WS-SUB) TO ESP-SET-DATE
                   MOVE WS-ESP-T-LAST(WS-SUB) TO ESP-LAST-DATE
                   MOVE SPACES TO ESSPIN-RECORD(35:6)
                   WRITE ESSPIN-RECORD
               END-PERFORM
               CLOSE ESSPIN-FILE

               MOVE 'ESSPIN' TO WS-AUD-ACTION
               MOVE WS-TARGET-ID TO WS-AUD-EMP-ID
               MOVE SPACES TO WS-AUD-BEFORE-DEPT
               MOVE ZERO TO WS-AUD-BEFORE-SAL
               MOVE SPACES TO WS-AUD-BEFORE-STAT
               MOVE 'KIOSK PIN SET' TO WS-AUD-AFTER-NAME
               MOVE SPACES TO WS-AUD-AFTER-DEPT
               MOVE ZERO TO WS-AUD-AFTER-SAL
               MOVE SPACES TO WS-AUD-AFTER-STAT
               PERFORM 8500-WRITE-AUDIT-RECORD
               DISPLAY "PIN set - the employee can sign on at the "
                   "kiosk."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * One-way hash of WS-ESP-PIN-IN salted with WS-TARGET-ID into
      * WS-ESP-HASH - the kiosk program checks PINs with the same
      * arithmetic, so the two must be changed together
      * ----------------------------------------------------------------
       5164-HASH-KIOSK-PIN.

           COMPUTE WS-ESP-WORK = WS-TARGET-ID + 7
           PERFORM VARYING WS-ESP-ROUND FROM 1 BY 1
                   UNTIL WS-ESP-ROUND > 3
                   AFTER WS-ESP-POS FROM 1 BY 1
                   UNTIL WS-ESP-POS > 6
               IF WS-ESP-PIN-IN(WS-ESP-POS:1) IS NUMERIC
                   MOVE WS-ESP-PIN-IN(WS-ESP-POS:1) TO WS-ESP-DIGIT
               ELSE
                   MOVE ZERO TO WS-ESP-DIGIT
               END-IF
               COMPUTE WS-ESP-WORK = FUNCTION MOD(
                   WS-ESP-WORK * 131 + WS-ESP-DIGIT * 7
                   + WS-ESP-POS * 17 + WS-ESP-ROUND, 999999937)
           END-PERFORM
           MOVE WS-ESP-WORK TO WS-ESP-HASH

           EXIT.

      * ----------------------------------------------------------------
      * Work the pending contact changes one at a time, then apply
      * the approved ones to CONTACT.DAT in a single pass
      * ----------------------------------------------------------------
       5166-KIOSK-CONTACT-CHANGES.

           MOVE ZERO TO WS-ESA-COUNT
           MOVE ZERO TO WS-ESA-REVIEWED
           MOVE 'N' TO WS-EOF

           OPEN INPUT CONTCHG-FILE
           IF WS-CONTCHG-STATUS NOT = '00'
               DISPLAY "No contact changes on file."
               MOVE 'Y' TO WS-EOF
           ELSE
               OPEN OUTPUT SIDEWRK-FILE
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ CONTCHG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE CONTCHG-FILE
                       CLOSE SIDEWRK-FILE
                   NOT AT END
                       IF CCH-STATUS = 'P'
                           PERFORM 5168-REVIEW-CONTACT-CHANGE
                       END-IF
                       MOVE SPACES TO SIDEWRK-RECORD
                       MOVE CONTCHG-RECORD TO SIDEWRK-RECORD(1:130)
                       WRITE SIDEWRK-RECORD
               END-READ
           END-PERFORM

           IF WS-ESA-REVIEWED > ZERO
               OPEN INPUT SIDEWRK-FILE
               OPEN OUTPUT CONTCHG-FILE
               MOVE 'N' TO WS-EOF-2
               PERFORM UNTIL WS-EOF-2 = 'Y'
                   READ SIDEWRK-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-2
                           CLOSE SIDEWRK-FILE
                           CLOSE CONTCHG-FILE
                       NOT AT END
                           MOVE SIDEWRK-RECORD(1:130) TO
                               CONTCHG-RECORD
                           WRITE CONTCHG-RECORD
                   END-READ
               END-PERFORM
           END-IF

           IF WS-ESA-COUNT > ZERO
               PERFORM 5170-APPLY-CONTACT-CHANGES
           END-IF

           DISPLAY "Contact changes decided: " WS-ESA-REVIEWED
               "  applied: " WS-ESA-COUNT

           EXIT.

      * ----------------------------------------------------------------
      * Employee in WS-TARGET-ID on the master - WS-FOUND, name,
      * work location and department scope out
      * ----------------------------------------------------------------
       5167-FIND-KIOSK-EMPLOYEE.

           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-SCOPE-OK
           MOVE SPACES TO WS-ESA-NAME
           MOVE SPACES TO WS-CHK-LOC

           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS = '00'
               MOVE WS-TARGET-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMP-DEL-FLAG NOT = 'D'
                           MOVE 'Y' TO WS-FOUND
                           MOVE EMP-NAME TO WS-ESA-NAME
                           MOVE EMP-LOCATION TO WS-CHK-LOC
                           IF WS-OPR-SCOPE = SPACES
                              OR EMP-DEPARTMENT = WS-OPR-SCOPE
                               MOVE 'Y' TO WS-SCOPE-OK
                           END-IF
                       END-IF
               END-READ
               CLOSE EMP-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * One pending change against what is on file now - approve,
      * refuse or leave it pending.  Employees outside the
      * operator's scope are left for another operator; a change
      * for someone no longer on the master is refused.
      * ----------------------------------------------------------------
       5168-REVIEW-CONTACT-CHANGE.

           MOVE CCH-EMP-ID TO WS-TARGET-ID
           PERFORM 5167-FIND-KIOSK-EMPLOYEE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           IF WS-FOUND = 'N'
               DISPLAY "Change for " CCH-EMP-ID
                   " - no longer on the master, refused."
               MOVE 'R' TO CCH-STATUS
               MOVE WS-OPERATOR-ID TO CCH-DECIDED-BY
               MOVE WS-TODAY TO CCH-DECIDED-DATE
               ADD 1 TO WS-ESA-REVIEWED
           ELSE
               IF WS-SCOPE-OK = 'Y'
                   PERFORM 5171-FIND-CURRENT-CONTACT
                   DISPLAY " "
                   DISPLAY CCH-EMP-ID " " WS-ESA-NAME
                       " SENT " CCH-REQ-DATE
                   DISPLAY "  PHONE     " WS-ESA-OLD-PHONE
                       " -> " CCH-PHONE
                   DISPLAY "  EMAIL     " WS-ESA-OLD-EMAIL
                   DISPLAY "         -> " CCH-EMAIL
                   DISPLAY "  EMERGENCY " WS-ESA-OLD-EMER-NAME
                       " -> " CCH-EMERGENCY-NAME
                   DISPLAY "  EMERG PH  " WS-ESA-OLD-EMER-PHONE
                       " -> " CCH-EMERGENCY-PHONE
                   DISPLAY "  (a blank new value leaves the field "
                       "as it is)"
                   MOVE 'CONTCHG' TO WS-ACL-FUNCTION
                   MOVE CCH-EMP-ID TO WS-ACL-EMP-ID
                   MOVE 1 TO WS-ACL-REC-COUNT
                   PERFORM 9710-WRITE-ACCESS-LOG

                   DISPLAY "(A)pprove, (R)efuse, (S)kip: "
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER = 'A' OR WS-ANSWER = 'a'
                       IF WS-ESA-COUNT < 200
                           PERFORM 5169-APPROVE-CONTACT-CHANGE
                       ELSE
                           DISPLAY "Too many approvals in one pass - "
                               "left pending."
                       END-IF
                   ELSE
                       IF WS-ANSWER = 'R' OR WS-ANSWER = 'r'
                           MOVE 'R' TO CCH-STATUS
                           MOVE WS-OPERATOR-ID TO CCH-DECIDED-BY
                           MOVE WS-TODAY TO CCH-DECIDED-DATE
                           ADD 1 TO WS-ESA-REVIEWED
                       END-IF
                   END-IF
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Queue an approved change for the CONTACT.DAT pass and write
      * the before and after email and phone to the audit trail
      * ----------------------------------------------------------------
       5169-APPROVE-CONTACT-CHANGE.

           ADD 1 TO WS-ESA-COUNT
           MOVE CCH-EMP-ID TO WS-ESA-EMP-ID(WS-ESA-COUNT)
           MOVE CCH-PHONE TO WS-ESA-PHONE(WS-ESA-COUNT)
           MOVE CCH-EMAIL TO WS-ESA-EMAIL(WS-ESA-COUNT)
           MOVE CCH-EMERGENCY-NAME TO WS-ESA-EMER-NAME(WS-ESA-COUNT)
           MOVE CCH-EMERGENCY-PHONE TO
               WS-ESA-EMER-PHONE(WS-ESA-COUNT)
           MOVE 'N' TO WS-ESA-APPLIED(WS-ESA-COUNT)

           MOVE 'A' TO CCH-STATUS
           MOVE WS-OPERATOR-ID TO CCH-DECIDED-BY
           MOVE WS-TODAY TO CCH-DECIDED-DATE
           ADD 1 TO WS-ESA-REVIEWED

           MOVE 'CONTCT' TO WS-AUD-ACTION
           MOVE CCH-EMP-ID TO WS-AUD-EMP-ID
           MOVE WS-ESA-OLD-EMAIL TO WS-AUD-BEFORE-NAME
           MOVE WS-ESA-OLD-PHONE TO WS-AUD-BEFORE-DEPT
           MOVE ZERO TO WS-AUD-BEFORE-SAL
           MOVE SPACES TO WS-AUD-BEFORE-STAT
           IF CCH-EMAIL = SPACES
               MOVE WS-ESA-OLD-EMAIL TO WS-AUD-AFTER-NAME
           ELSE
               MOVE CCH-EMAIL TO WS-AUD-AFTER-NAME
           END-IF
           IF CCH-PHONE = SPACES
               MOVE WS-ESA-OLD-PHONE TO WS-AUD-AFTER-DEPT
           ELSE
               MOVE CCH-PHONE TO WS-AUD-AFTER-DEPT
           END-IF
           MOVE ZERO TO WS-AUD-AFTER-SAL
           MOVE SPACES TO WS-AUD-AFTER-STAT
           PERFORM 8500-WRITE-AUDIT-RECORD

      * the confirmation goes to the email held before the change
           PERFORM 5402-CLEAR-NOTICE-WORK
           MOVE CCH-EMP-ID TO WS-CHN-EMP-ID
           MOVE WS-ESA-OLD-EMAIL TO WS-CHN-SEND-TO
           IF CCH-EMAIL NOT = SPACES
              AND CCH-EMAIL NOT = WS-ESA-OLD-EMAIL
               MOVE 'E' TO WS-CHN-TYPE
               MOVE WS-ESA-OLD-EMAIL TO WS-CHN-OLD-VALUE
               MOVE CCH-EMAIL TO WS-CHN-NEW-VALUE
               PERFORM 5400-QUEUE-CHANGE-NOTICE
           END-IF
           IF CCH-PHONE NOT = SPACES
              AND CCH-PHONE NOT = WS-ESA-OLD-PHONE
               MOVE 'P' TO WS-CHN-TYPE
               MOVE WS-ESA-OLD-PHONE TO WS-CHN-OLD-VALUE
               MOVE CCH-PHONE TO WS-CHN-NEW-VALUE
               PERFORM 5400-QUEUE-CHANGE-NOTICE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Approved changes onto CONTACT.DAT through the side work
      * file - an employee with no contact row yet gets one
      * ----------------------------------------------------------------
       5170-APPLY-CONTACT-CHANGES.

           MOVE 'N' TO WS-EOF
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           OPEN OUTPUT SIDEWRK-FILE

           PERFORM UNTIL WS-EOF = 'Y'
               READ CONTACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE CONTACT-FILE
                   NOT AT END
                       PERFORM VARYING WS-ESA-SUB FROM 1 BY 1
                               UNTIL WS-ESA-SUB > WS-ESA-COUNT
                           IF WS-ESA-EMP-ID(WS-ESA-SUB) = CT-EMP-ID
                               PERFORM 5173-APPLY-ONE-CONTACT
                           END-IF
                       END-PERFORM
                       MOVE SPACES TO SIDEWRK-RECORD
                       MOVE CONTACT-RECORD TO SIDEWRK-RECORD(1:92)
                       WRITE SIDEWRK-RECORD
               END-READ
           END-PERFORM

      * every approved change for an employee with no row yet goes
      * onto the one new row, in the order they were approved
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ESA-COUNT
               IF WS-ESA-APPLIED(WS-SUB) = 'N'
                   MOVE SPACES TO CONTACT-RECORD
                   MOVE WS-ESA-EMP-ID(WS-SUB) TO CT-EMP-ID
                   PERFORM VARYING WS-ESA-SUB FROM WS-SUB BY 1
                           UNTIL WS-ESA-SUB > WS-ESA-COUNT
                       IF WS-ESA-EMP-ID(WS-ESA-SUB) = CT-EMP-ID
                           PERFORM 5173-APPLY-ONE-CONTACT
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO SIDEWRK-RECORD
                   MOVE CONTACT-RECORD TO SIDEWRK-RECORD(1:92)
                   WRITE SIDEWRK-RECORD
               END-IF
           END-PERFORM
           CLOSE SIDEWRK-FILE

           PERFORM 7538-COPY-BACK-CONTACT

           EXIT.

      * ----------------------------------------------------------------
      * Current contact row of WS-TARGET-ID for the review screen
      * ----------------------------------------------------------------
       5171-FIND-CURRENT-CONTACT.

           MOVE SPACES TO WS-ESA-OLD-PHONE
           MOVE SPACES TO WS-ESA-OLD-EMAIL
           MOVE SPACES TO WS-ESA-OLD-EMER-NAME
           MOVE SPACES TO WS-ESA-OLD-EMER-PHONE
           MOVE 'N' TO WS-EOF-2

           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           END-IF

           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ CONTACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE CONTACT-FILE
                   NOT AT END
                       IF CT-EMP-ID = WS-TARGET-ID
                           MOVE CT-PHONE TO WS-ESA-OLD-PHONE
                           MOVE CT-EMAIL TO WS-ESA-OLD-EMAIL
                           MOVE CT-EMERGENCY-NAME TO
                               WS-ESA-OLD-EMER-NAME
                           MOVE CT-EMERGENCY-PHONE TO
                               WS-ESA-OLD-EMER-PHONE
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Work the pending kiosk leave requests - each is counted
      * again with the holiday calendar and approved only when it
      * fits the balance, as 6100-LEAVE-REQUEST does
      * ----------------------------------------------------------------
       5172-KIOSK-LEAVE-REQUESTS.

           PERFORM 3646-LOAD-LEAVE-TABLE
           MOVE ZERO TO WS-ESL-REVIEWED
           MOVE ZERO TO WS-ESL-APPROVED
           MOVE 'N' TO WS-EOF

           OPEN INPUT LEAVEREQ-FILE
           IF WS-LEAVEREQ-STATUS NOT = '00'
               DISPLAY "No leave requests on file."
               MOVE 'Y' TO WS-EOF
           ELSE
               OPEN OUTPUT SIDEWRK-FILE
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ LEAVEREQ-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE LEAVEREQ-FILE
                       CLOSE SIDEWRK-FILE
                   NOT AT END
                       IF LVR-STATUS = 'P'
                           PERFORM 5174-REVIEW-LEAVE-REQUEST
                       END-IF
                       MOVE SPACES TO SIDEWRK-RECORD
                       MOVE LEAVEREQ-RECORD TO SIDEWRK-RECORD(1:38)
                       WRITE SIDEWRK-RECORD
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-CHK-LOC

           IF WS-ESL-REVIEWED > ZERO
               OPEN INPUT SIDEWRK-FILE
               OPEN OUTPUT LEAVEREQ-FILE
               MOVE 'N' TO WS-EOF-2
               PERFORM UNTIL WS-EOF-2 = 'Y'
                   READ SIDEWRK-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-2
                           CLOSE SIDEWRK-FILE
                           CLOSE LEAVEREQ-FILE
                       NOT AT END
                           MOVE SIDEWRK-RECORD(1:38) TO
                               LEAVEREQ-RECORD
                           WRITE LEAVEREQ-RECORD
                   END-READ
               END-PERFORM
           END-IF

           IF WS-ESL-APPROVED > ZERO
               PERFORM 3690-UPDATE-LEAVE-MASTER
           END-IF

           DISPLAY "Leave requests decided: " WS-ESL-REVIEWED
               "  approved: " WS-ESL-APPROVED

           EXIT.

      * ----------------------------------------------------------------
      * One approved change onto CONTACT-RECORD - blank fields are
      * left as they are
      * ----------------------------------------------------------------
       5173-APPLY-ONE-CONTACT.

           IF WS-ESA-PHONE(WS-ESA-SUB) NOT = SPACES
               MOVE WS-ESA-PHONE(WS-ESA-SUB) TO CT-PHONE
           END-IF
           IF WS-ESA-EMAIL(WS-ESA-SUB) NOT = SPACES
               MOVE WS-ESA-EMAIL(WS-ESA-SUB) TO CT-EMAIL
           END-IF
           IF WS-ESA-EMER-NAME(WS-ESA-SUB) NOT = SPACES
               MOVE WS-ESA-EMER-NAME(WS-ESA-SUB) TO CT-EMERGENCY-NAME
           END-IF
           IF WS-ESA-EMER-PHONE(WS-ESA-SUB) NOT = SPACES
               MOVE WS-ESA-EMER-PHONE(WS-ESA-SUB) TO
                   CT-EMERGENCY-PHONE
           END-IF
           MOVE 'Y' TO WS-ESA-APPLIED(WS-ESA-SUB)

           EXIT.

      * ----------------------------------------------------------------
      * One pending leave request - approve, refuse or leave it
      * ----------------------------------------------------------------
       5174-REVIEW-LEAVE-REQUEST.

           MOVE LVR-EMP-ID TO WS-TARGET-ID
           PERFORM 5167-FIND-KIOSK-EMPLOYEE

           IF WS-FOUND = 'N'
               DISPLAY "Leave request for " LVR-EMP-ID
                   " - no longer on the master, refused."
               MOVE 'R' TO LVR-STATUS
               ADD 1 TO WS-ESL-REVIEWED
           ELSE
               IF WS-SCOPE-OK = 'Y'
                   MOVE LVR-FROM-DATE TO WS-LVR-FROM
                   MOVE LVR-TO-DATE TO WS-LVR-TO
                   PERFORM 9680-COUNT-BUSINESS-DAYS
                   MOVE WS-BUSDAY-COUNT TO WS-LVR-DAYS

                   MOVE ZERO TO WS-LVB-SUB
                   PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                           UNTIL WS-SUB-2 > WS-LVB-COUNT
                       IF WS-LVB-EMP-ID(WS-SUB-2) = WS-TARGET-ID
                           MOVE WS-SUB-2 TO WS-LVB-SUB
                           MOVE WS-LVB-COUNT TO WS-SUB-2
                       END-IF
                   END-PERFORM
                   IF WS-LVB-SUB = ZERO
                       MOVE ZERO TO WS-LVB-BALANCE
                   ELSE
                       COMPUTE WS-LVB-BALANCE =
                           WS-LVB-ACCRUED(WS-LVB-SUB)
                           - WS-LVB-TAKEN(WS-LVB-SUB)
                   END-IF

                   DISPLAY " "
                   DISPLAY LVR-EMP-ID " " WS-ESA-NAME
                   DISPLAY "  LEAVE " LVR-FROM-DATE " TO "
                       LVR-TO-DATE " - " WS-LVR-DAYS
                       " BUSINESS DAYS, BALANCE " WS-LVB-BALANCE
                   DISPLAY "(A)pprove, (R)efuse, (S)kip: "
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER = 'A' OR WS-ANSWER = 'a'
                       IF WS-LVR-DAYS > WS-LVB-BALANCE
                          OR WS-LVB-SUB = ZERO
                           DISPLAY "Request exceeds the leave "
                               "balance - left pending."
                       ELSE
                           ADD WS-LVR-DAYS TO
                               WS-LVB-TAKEN(WS-LVB-SUB)
                           MOVE WS-LVR-DAYS TO LVR-DAYS
                           MOVE 'A' TO LVR-STATUS
                           ADD 1 TO WS-ESL-REVIEWED
                           ADD 1 TO WS-ESL-APPROVED
                       END-IF
                   ELSE
                       IF WS-ANSWER = 'R' OR WS-ANSWER = 'r'
                           MOVE 'R' TO LVR-STATUS
                           ADD 1 TO WS-ESL-REVIEWED
                       END-IF
                   END-IF
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Operator maintenance - administrators only.  Add, disable,
      * enable, re-role, re-scope and reset passwords; every change
      * is written to OPERATOR.DAT at once and audited.
      * ----------------------------------------------------------------
       5180-OPERATOR-MAINTENANCE.

           PERFORM 9302-LOAD-OPERATOR-TABLE
           PERFORM 5181-LIST-OPERATORS

           DISPLAY "(A)dd, (D)isable, (E)nable/unlock, (R)ole, "
               "(S)cope, (P)assword reset: "
           ACCEPT WS-ANSWER
           EVALUATE WS-ANSWER
               WHEN 'A'
               WHEN 'a'
                   PERFORM 5182-ADD-OPERATOR
               WHEN 'D'
               WHEN 'd'
               WHEN 'E'
               WHEN 'e'
               WHEN 'R'
               WHEN 'r'
               WHEN 'S'
               WHEN 's'
               WHEN 'P'
               WHEN 'p'
                   PERFORM 5183-CHANGE-OPERATOR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EXIT.

      * ----------------------------------------------------------------
      * Operator list - id, role, state, scope, last sign-on
      * ----------------------------------------------------------------
       5181-LIST-OPERATORS.

           DISPLAY "ID       R S NAME                      "
               "SCOPE                LAST SIGN-ON"
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-OPT-COUNT
               DISPLAY WS-OPT-ID(WS-SUB) " "
                   WS-OPT-ROLE(WS-SUB) " "
                   WS-OPT-STATE(WS-SUB) " "
                   WS-OPT-NAME(WS-SUB) " "
                   WS-OPT-SCOPE(WS-SUB) " "
                   WS-OPT-LAST(WS-SUB)
           END-PERFORM
           DISPLAY WS-OPT-COUNT " operator(s).  State A active, "
               "D disabled, L locked."

           EXIT.

      * ----------------------------------------------------------------
      * New operator - a temporary password the operator must change
      * at first sign-on
      * ----------------------------------------------------------------
       5182-ADD-OPERATOR.

           DISPLAY "New operator ID: "
           ACCEPT WS-OPT-WANTED
           PERFORM 5184-FIND-OPERATOR

           EVALUATE TRUE
               WHEN WS-OPT-WANTED = SPACES
                   DISPLAY "An operator id is required."
               WHEN WS-OPT-SUB NOT = ZERO
                   DISPLAY "Operator id already exists."
               WHEN WS-OPT-COUNT >= 200
                   DISPLAY "Operator table is full."
               WHEN OTHER
                   DISPLAY "Name: "
                   ACCEPT WS-OPT-NEW-NAME
                   DISPLAY "Role (R read-only, U update, A admin): "
                   ACCEPT WS-OPT-NEW-ROLE
                   DISPLAY "Department scope (blank = all): "
                   ACCEPT WS-OPT-NEW-SCOPE
                   PERFORM 5185-CHECK-OPERATOR-SCOPE
                   IF WS-OPT-NEW-ROLE NOT = 'R'
                      AND WS-OPT-NEW-ROLE NOT = 'U'
                      AND WS-OPT-NEW-ROLE NOT = 'A'
                       DISPLAY "Role must be R, U or A."
                   ELSE
                       IF WS-OPT-SCOPE-OK = 'N'
                           DISPLAY "No such department."
                       ELSE
                           ADD 1 TO WS-OPT-COUNT
                           MOVE WS-OPT-COUNT TO WS-OPT-SUB
                           MOVE WS-OPT-WANTED TO WS-OPT-ID(WS-OPT-SUB)
                           MOVE WS-OPT-NEW-ROLE TO
                               WS-OPT-ROLE(WS-OPT-SUB)
                           MOVE WS-OPT-NEW-NAME TO
                               WS-OPT-NAME(WS-OPT-SUB)
                           MOVE WS-OPT-NEW-SCOPE TO
                               WS-OPT-SCOPE(WS-OPT-SUB)
                           MOVE 'A' TO WS-OPT-STATE(WS-OPT-SUB)
                           MOVE ZERO TO WS-OPT-LAST(WS-OPT-SUB)
                           PERFORM 5186-SET-TEMP-PASSWORD
                           IF WS-PWD-OK = 'N'
                               SUBTRACT 1 FROM WS-OPT-COUNT
                           ELSE
                               MOVE 'OPRADD' TO WS-AUD-ACTION
                               MOVE SPACES TO WS-AUD-BEFORE-NAME
                               MOVE SPACES TO WS-AUD-BEFORE-DEPT
                               MOVE SPACES TO WS-AUD-BEFORE-STAT
                               MOVE WS-OPT-NEW-ROLE TO
                                   WS-AUD-AFTER-STAT
                               PERFORM 5187-AUDIT-OPERATOR
                               DISPLAY "Operator added - password "
                                   "must be changed at first sign-on."
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE

           EXIT.

      * ----------------------------------------------------------------
      * Disable, enable, role, scope or password reset on one
      * existing operator - WS-ANSWER carries the action
      * ----------------------------------------------------------------
       5183-CHANGE-OPERATOR.

           DISPLAY "Operator ID: "
           ACCEPT WS-OPT-WANTED
           PERFORM 5184-FIND-OPERATOR

           IF WS-OPT-SUB = ZERO OR WS-OPT-WANTED = SPACES
               DISPLAY "Operator not found."
           ELSE
               MOVE WS-OPT-NAME(WS-OPT-SUB) TO WS-AUD-BEFORE-NAME
               MOVE WS-OPT-SCOPE(WS-OPT-SUB) TO WS-AUD-BEFORE-DEPT
               EVALUATE WS-ANSWER
                   WHEN 'D'
                   WHEN 'd'
                       IF WS-OPT-WANTED = WS-OPERATOR-ID
                           DISPLAY "You cannot disable yourself."
                       ELSE
                           MOVE WS-OPT-STATE(WS-OPT-SUB) TO
                               WS-AUD-BEFORE-STAT
                           MOVE 'D' TO WS-OPT-STATE(WS-OPT-SUB)
                           MOVE 'D' TO WS-AUD-AFTER-STAT
                           MOVE 'OPRDIS' TO WS-AUD-ACTION
                           PERFORM 9310-WRITE-OPERATOR-TABLE
                           PERFORM 5187-AUDIT-OPERATOR
                           DISPLAY "Operator disabled."
                       END-IF
                   WHEN 'E'
                   WHEN 'e'
                       MOVE WS-OPT-STATE(WS-OPT-SUB) TO
                           WS-AUD-BEFORE-STAT
                       MOVE 'A' TO WS-OPT-STATE(WS-OPT-SUB)
                       MOVE ZERO TO WS-OPT-FAILS(WS-OPT-SUB)
                       MOVE 'A' TO WS-AUD-AFTER-STAT
                       MOVE 'OPRENA' TO WS-AUD-ACTION
                       PERFORM 9310-WRITE-OPERATOR-TABLE
                       PERFORM 5187-AUDIT-OPERATOR
                       DISPLAY "Operator enabled."
                   WHEN 'R'
                   WHEN 'r'
                       DISPLAY "New role (R read-only, U update, "
                           "A admin): "
                       ACCEPT WS-OPT-NEW-ROLE
                       EVALUATE TRUE
                           WHEN WS-OPT-WANTED = WS-OPERATOR-ID
                               DISPLAY "You cannot change your own "
                                   "role."
                           WHEN WS-OPT-NEW-ROLE NOT = 'R'
                            AND WS-OPT-NEW-ROLE NOT = 'U'
                            AND WS-OPT-NEW-ROLE NOT = 'A'
                               DISPLAY "Role must be R, U or A."
                           WHEN OTHER
                               MOVE WS-OPT-ROLE(WS-OPT-SUB) TO
                                   WS-AUD-BEFORE-STAT
                               MOVE WS-OPT-NEW-ROLE TO
                                   WS-OPT-ROLE(WS-OPT-SUB)
                               MOVE WS-OPT-NEW-ROLE TO
                                   WS-AUD-AFTER-STAT
                               MOVE 'OPRROL' TO WS-AUD-ACTION
                               PERFORM 9310-WRITE-OPERATOR-TABLE
                               PERFORM 5187-AUDIT-OPERATOR
                               DISPLAY "Role changed."
                       END-EVALUATE
                   WHEN 'S'
                   WHEN 's'
                       DISPLAY "New department scope (blank = all): "
                       ACCEPT WS-OPT-NEW-SCOPE
                       PERFORM 5185-CHECK-OPERATOR-SCOPE
                       IF WS-OPT-SCOPE-OK = 'N'
                           DISPLAY "No such department."
                       ELSE
                           MOVE WS-OPT-ROLE(WS-OPT-SUB) TO
                               WS-AUD-BEFORE-STAT
                           MOVE WS-OPT-NEW-SCOPE TO
                               WS-OPT-SCOPE(WS-OPT-SUB)
                           MOVE WS-OPT-ROLE(WS-OPT-SUB) TO
                               WS-AUD-AFTER-STAT
                           MOVE 'OPRSCP' TO WS-AUD-ACTION
                           PERFORM 9310-WRITE-OPERATOR-TABLE
                           PERFORM 5187-AUDIT-OPERATOR
                           DISPLAY "Scope changed."
                       END-IF
                   WHEN 'P'
                   WHEN 'p'
                       MOVE WS-OPT-STATE(WS-OPT-SUB) TO
                           WS-AUD-BEFORE-STAT
                       PERFORM 5186-SET-TEMP-PASSWORD
                       IF WS-PWD-OK = 'Y'
                           MOVE 'A' TO WS-OPT-STATE(WS-OPT-SUB)
                           MOVE 'A' TO WS-AUD-AFTER-STAT
                           MOVE 'OPRPWD' TO WS-AUD-ACTION
                           PERFORM 9310-WRITE-OPERATOR-TABLE
                           PERFORM 5187-AUDIT-OPERATOR
                           DISPLAY "Password reset - it must be "
                               "changed at next sign-on."
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Find WS-OPT-WANTED in the operator table - WS-OPT-SUB out,
      * zero when not there
      * ----------------------------------------------------------------
       5184-FIND-OPERATOR.

           MOVE ZERO TO WS-OPT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-OPT-COUNT
               IF WS-OPT-ID(WS-SUB) = WS-OPT-WANTED
                   MOVE WS-SUB TO WS-OPT-SUB
                   MOVE WS-OPT-COUNT TO WS-SUB
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * A department scope must be blank or a department on the
      * department master
      * ----------------------------------------------------------------
       5185-CHECK-OPERATOR-SCOPE.

           IF WS-OPT-NEW-SCOPE = SPACES
               MOVE 'Y' TO WS-OPT-SCOPE-OK
           ELSE
               MOVE 'N' TO WS-OPT-SCOPE-OK
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-DEPT-COUNT
                   IF WS-DPT-NAME(WS-SUB) = WS-OPT-NEW-SCOPE
                       MOVE 'Y' TO WS-OPT-SCOPE-OK
                   END-IF
               END-PERFORM
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Temporary password for the operator at WS-OPT-SUB - keyed
      * twice by the administrator, must be changed at next sign-on
      * ----------------------------------------------------------------
       5186-SET-TEMP-PASSWORD.

           DISPLAY "Temporary password (" WS-PWD-MIN-LENGTH
               " to 16 characters): "
           ACCEPT WS-PWD-IN
           DISPLAY "Key the temporary password again: "
           ACCEPT WS-PWD-AGAIN
           PERFORM 9311-CHECK-PASSWORD-RULES

           IF WS-PWD-OK = 'Y'
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-PWD-HASH TO WS-OPT-HASH(WS-OPT-SUB)
               MOVE WS-TODAY TO WS-OPT-PWD-DATE(WS-OPT-SUB)
               MOVE 'Y' TO WS-OPT-MUST-CHANGE(WS-OPT-SUB)
               MOVE ZERO TO WS-OPT-FAILS(WS-OPT-SUB)
           END-IF
           MOVE SPACES TO WS-PWD-IN
           MOVE SPACES TO WS-PWD-AGAIN

           EXIT.

      * ----------------------------------------------------------------
      * Audit one operator change - the caller sets the action and
      * the before/after state; name carries the operator id and
      * name, department the scope
      * ----------------------------------------------------------------
       5187-AUDIT-OPERATOR.

           MOVE ZERO TO WS-AUD-EMP-ID
           MOVE ZERO TO WS-AUD-BEFORE-SAL
           MOVE ZERO TO WS-AUD-AFTER-SAL
           MOVE SPACES TO WS-AUD-AFTER-NAME
           STRING WS-OPT-ID(WS-OPT-SUB) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-OPT-NAME(WS-OPT-SUB) DELIMITED BY SIZE
                  INTO WS-AUD-AFTER-NAME
           END-STRING
           MOVE WS-OPT-SCOPE(WS-OPT-SUB) TO WS-AUD-AFTER-DEPT
           PERFORM 8500-WRITE-AUDIT-RECORD

           EXIT.

      * ----------------------------------------------------------------
      * One segregation-of-duties conflict - WS-SOD-LINE filled
      * ----------------------------------------------------------------
       5189-HOLD-SOD-CONFLICT.

           ADD 1 TO WS-SOD-CONFLICTS
           WRITE ACCREC-RECORD FROM WS-SOD-LINE

           EXIT.

      * ----------------------------------------------------------------
      * Quarterly access recertification.  Every operator with role,
      * department scope and last activity - the later of the last
      * sign-on and the last AUDIT.LOG or ACCESS.LOG entry - with
      * accounts idle longer than CONFIG DORMANT-DAYS (default 90)
      * flagged, then the segregation-of-duties conflicts in the
      * period: an operator who changed an employee's bank account
      * or added an employee and then released a pay run, a salary
      * change made and approved by the same operator, and the
      * maker of a salary change releasing the pay run after it.
      * ----------------------------------------------------------------
       5190-ACCESS-RECERTIFICATION.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-RCT-DATE
           EVALUATE WS-RCT-DATE-X(5:2)
               WHEN '01' THRU '03'
                   MOVE '0101' TO WS-RCT-DATE-X(5:4)
               WHEN '04' THRU '06'
                   MOVE '0401' TO WS-RCT-DATE-X(5:4)
               WHEN '07' THRU '09'
                   MOVE '0701' TO WS-RCT-DATE-X(5:4)
               WHEN OTHER
                   MOVE '1001' TO WS-RCT-DATE-X(5:4)
           END-EVALUATE
           MOVE WS-RCT-DATE TO WS-RCT-FROM
           MOVE WS-TODAY TO WS-RCT-TO
           MOVE 'Y' TO WS-ANSWER

           DISPLAY "Period from YYYYMMDD (blank = " WS-RCT-FROM "): "
           ACCEPT WS-RCT-DATE-X
           IF WS-RCT-DATE-X NOT = SPACES
               IF WS-RCT-DATE IS NUMERIC
                   MOVE WS-RCT-DATE TO WS-RCT-FROM
               ELSE
                   MOVE 'N' TO WS-ANSWER
               END-IF
           END-IF
           DISPLAY "Period to YYYYMMDD (blank = " WS-RCT-TO "): "
           ACCEPT WS-RCT-DATE-X
           IF WS-RCT-DATE-X NOT = SPACES
               IF WS-RCT-DATE IS NUMERIC
                   MOVE WS-RCT-DATE TO WS-RCT-TO
               ELSE
                   MOVE 'N' TO WS-ANSWER
               END-IF
           END-IF

           IF WS-ANSWER = 'N' OR WS-RCT-FROM > WS-RCT-TO
               DISPLAY "Invalid period - report not produced."
           ELSE
               MOVE 'DORMANT-DAYS' TO WS-CFG-WANTED
               PERFORM 1110-FIND-CONFIG-VALUE
               IF WS-CFG-FOUND = 'Y' AND WS-CFG-NUMERIC > ZERO
                   MOVE WS-CFG-NUMERIC TO WS-RCT-DORMANT-DAYS
               END-IF

               PERFORM 9302-LOAD-OPERATOR-TABLE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > 200
                   MOVE ZERO TO WS-RCT-LAST-AUDIT(WS-SUB)
                   MOVE ZERO TO WS-RCT-LAST-ACCESS(WS-SUB)
                   MOVE ZERO TO WS-RCT-CHANGES(WS-SUB)
               END-PERFORM
               MOVE ZERO TO WS-SOD-EVT-COUNT
               MOVE ZERO TO WS-SOD-REL-COUNT
               MOVE ZERO TO WS-SOD-CONFLICTS
               MOVE ZERO TO WS-RCT-DORMANT

               PERFORM 5191-SCAN-ACCESS-LOG
               PERFORM 5192-SCAN-AUDIT-LOG
               PERFORM 5193-LOAD-PAY-RELEASES
               PERFORM 5194-WRITE-RECERT-REPORT

               MOVE 'ACCREC.TXT' TO WS-ARCHSRC-NAME
               MOVE 'ACCREC' TO WS-ARCH-REPORT
               PERFORM 9700-ARCHIVE-REPORT
               MOVE 'ACCESS-RCERT' TO WS-ACL-FUNCTION
               MOVE ZERO TO WS-ACL-EMP-ID
               MOVE WS-OPT-COUNT TO WS-ACL-REC-COUNT
               MOVE 'QUARTERLY ACCESS REVIEW' TO WS-ACL-REQUESTER
               PERFORM 9710-WRITE-ACCESS-LOG

               DISPLAY "Access recertification written to "
                   "ACCREC.TXT"
               DISPLAY "  Operators:     " WS-OPT-COUNT
               DISPLAY "  Dormant:       " WS-RCT-DORMANT
               DISPLAY "  SoD conflicts: " WS-SOD-CONFLICTS
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Last ACCESS.LOG entry per operator
      * ----------------------------------------------------------------
       5191-SCAN-ACCESS-LOG.

           MOVE 'N' TO WS-EOF
           OPEN INPUT ACCESS-FILE
           IF WS-ACCESS-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCESS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE ACCESS-FILE
                   NOT AT END
                       MOVE ACL-OPERATOR TO WS-RCT-OPR
                       PERFORM 5195-FIND-RECERT-OPERATOR
                       IF WS-OPT-SUB > ZERO AND ACL-DATE IS NUMERIC
                          AND ACL-DATE > WS-RCT-LAST-ACCESS(WS-OPT-SUB)
                           MOVE ACL-DATE TO
                               WS-RCT-LAST-ACCESS(WS-OPT-SUB)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Last AUDIT.LOG entry per operator, and the period's bank
      * account changes and employee adds, and salary changes
      * approved by the operator who keyed them
      * ----------------------------------------------------------------
       5192-SCAN-AUDIT-LOG.

           MOVE 'N' TO WS-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE AUDIT-FILE
                   NOT AT END
                       IF AUDIT-RECORD(1:6) NOT = 'RUNHDR'
                          AND AUDIT-RECORD(1:6) NOT = 'RUNTRL'
                           MOVE SPACES TO WS-RCT-DATE-X
                           STRING AUDIT-RECORD(1:2) DELIMITED BY SIZE
                                  AUDIT-RECORD(4:2) DELIMITED BY SIZE
                                  AUDIT-RECORD(7:4) DELIMITED BY SIZE
                               INTO WS-RCT-DATE-X
                           END-STRING
                           MOVE AUDIT-RECORD(175:8) TO WS-RCT-OPR
                           IF WS-RCT-DATE IS NUMERIC
                               PERFORM 5196-NOTE-AUDIT-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

      * ----------------------------------------------------------------
      * Pay runs released in the period - each committed run files
      * its pay register in the report catalog under the operator
      * who ran it
      * ----------------------------------------------------------------
       5193-LOAD-PAY-RELEASES.

           MOVE 'N' TO WS-EOF
           OPEN INPUT RPTCAT-FILE
           IF WS-RPTCAT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ RPTCAT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE RPTCAT-FILE
                   NOT AT END
                       IF RPC-REPORT = 'PAYREG'
                          AND RPC-DATE >= WS-RCT-FROM
                          AND RPC-DATE <= WS-RCT-TO
                          AND WS-SOD-REL-COUNT < 200
                           ADD 1 TO WS-SOD-REL-COUNT
                           MOVE RPC-OPERATOR TO
                               WS-SOD-R-OPR(WS-SOD-REL-COUNT)
                           MOVE RPC-DATE TO
                               WS-SOD-R-DATE(WS-SOD-REL-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * The recertification report - operator listing, then the
      * segregation-of-duties conflicts
      * ----------------------------------------------------------------
       5194-WRITE-RECERT-REPORT.

           OPEN OUTPUT ACCREC-FILE
           MOVE SPACES TO ACCREC-RECORD
           STRING 'USER ACCESS RECERTIFICATION - PERIOD '
                      DELIMITED BY SIZE
                  WS-RCT-FROM DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-RCT-TO DELIMITED BY SIZE
                  '  PREPARED ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ' BY ' DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
               INTO ACCREC-RECORD
           END-STRING
           WRITE ACCREC-RECORD
           MOVE SPACES TO ACCREC-RECORD
           WRITE ACCREC-RECORD
           MOVE ' OPERATOR NAME                      R  SCOPE'
               TO ACCREC-RECORD
           MOVE 'SIGN-ON  AUDIT    ACCESS   CHNGS  STATE' TO
               ACCREC-RECORD(63:39)
           WRITE ACCREC-RECORD

           PERFORM VARYING WS-OPT-SUB FROM 1 BY 1
                   UNTIL WS-OPT-SUB > WS-OPT-COUNT
               PERFORM 5197-WRITE-RECERT-LINE
           END-PERFORM

           MOVE SPACES TO ACCREC-RECORD
           WRITE ACCREC-RECORD
           MOVE SPACES TO ACCREC-RECORD
           STRING 'DORMANT = NO ACTIVITY IN ' DELIMITED BY SIZE
                  WS-RCT-DORMANT-DAYS DELIMITED BY SIZE
                  ' DAYS.  DORMANT ACCOUNTS: ' DELIMITED BY SIZE
                  WS-RCT-DORMANT DELIMITED BY SIZE
               INTO ACCREC-RECORD
           END-STRING
           WRITE ACCREC-RECORD

           MOVE SPACES TO ACCREC-RECORD
           WRITE ACCREC-RECORD
           MOVE 'SEGREGATION OF DUTIES CONFLICTS' TO ACCREC-RECORD
           WRITE ACCREC-RECORD
           MOVE ' OPERATOR  CONFLICT' TO ACCREC-RECORD
           MOVE 'EMP ID   CHANGED   RELEASED' TO ACCREC-RECORD(54:27)
           WRITE ACCREC-RECORD

           PERFORM VARYING WS-SOD-SUB FROM 1 BY 1
                   UNTIL WS-SOD-SUB > WS-SOD-EVT-COUNT
               PERFORM 5198-CHECK-SOD-EVENT
           END-PERFORM
           PERFORM 5199-CHECK-APPROVAL-MAKERS

           MOVE SPACES TO ACCREC-RECORD
           WRITE ACCREC-RECORD
           MOVE WS-SOD-REL-COUNT TO WS-RCT-RELEASED
           MOVE SPACES TO ACCREC-RECORD
           STRING 'CONFLICTS: ' DELIMITED BY SIZE
                  WS-SOD-CONFLICTS DELIMITED BY SIZE
                  '   PAY RUNS RELEASED IN PERIOD: ' DELIMITED BY SIZE
                  WS-RCT-RELEASED DELIMITED BY SIZE
               INTO ACCREC-RECORD
           END-STRING
           WRITE ACCREC-RECORD
           CLOSE ACCREC-FILE

           EXIT.

      * ----------------------------------------------------------------
      * WS-RCT-OPR in the operator table - WS-OPT-SUB out, zero when
      * the stamp is not a current operator
      * ----------------------------------------------------------------
       5195-FIND-RECERT-OPERATOR.

           MOVE ZERO TO WS-OPT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-OPT-COUNT
               IF WS-OPT-ID(WS-SUB) = WS-RCT-OPR
                   MOVE WS-SUB TO WS-OPT-SUB
                   MOVE WS-OPT-COUNT TO WS-SUB
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * One audit entry - WS-RCT-DATE and WS-RCT-OPR set
      * ----------------------------------------------------------------
       5196-NOTE-AUDIT-ENTRY.

           PERFORM 5195-FIND-RECERT-OPERATOR
           IF WS-OPT-SUB > ZERO
               IF WS-RCT-DATE > WS-RCT-LAST-AUDIT(WS-OPT-SUB)
                   MOVE WS-RCT-DATE TO WS-RCT-LAST-AUDIT(WS-OPT-SUB)
               END-IF
               IF WS-RCT-DATE >= WS-RCT-FROM
                  AND WS-RCT-DATE <= WS-RCT-TO
                  AND WS-RCT-CHANGES(WS-OPT-SUB) < 99999
                   ADD 1 TO WS-RCT-CHANGES(WS-OPT-SUB)
               END-IF
           END-IF

           IF WS-RCT-DATE >= WS-RCT-FROM AND WS-RCT-DATE <= WS-RCT-TO
               MOVE SPACE TO WS-RCT-TYPE
               EVALUATE AUDIT-RECORD(21:6)
                   WHEN 'BNKUPD'
                       MOVE 'B' TO WS-RCT-TYPE
                   WHEN 'ADD   '
                       MOVE 'A' TO WS-RCT-TYPE
                   WHEN 'APPRVD'
                       IF AUDIT-RECORD(42:8) = WS-RCT-OPR
                           MOVE 'S' TO WS-RCT-TYPE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-RCT-TYPE NOT = SPACE AND WS-SOD-EVT-COUNT < 2000
                   ADD 1 TO WS-SOD-EVT-COUNT
                   MOVE WS-RCT-OPR TO WS-SOD-E-OPR(WS-SOD-EVT-COUNT)
                   MOVE WS-RCT-TYPE TO WS-SOD-E-TYPE(WS-SOD-EVT-COUNT)
                   MOVE AUDIT-RECORD(28:7) TO
                       WS-SOD-E-EMP(WS-SOD-EVT-COUNT)
                   MOVE WS-RCT-DATE TO WS-SOD-E-DATE(WS-SOD-EVT-COUNT)
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * One operator line - last activity is the latest of sign-on,
      * audit and access; disabled ids are shown, not flagged
      * ----------------------------------------------------------------
       5197-WRITE-RECERT-LINE.

           MOVE WS-OPT-ID(WS-OPT-SUB) TO WS-RCL-ID
           MOVE WS-OPT-NAME(WS-OPT-SUB) TO WS-RCL-NAME
           MOVE WS-OPT-ROLE(WS-OPT-SUB) TO WS-RCL-ROLE
           MOVE WS-OPT-SCOPE(WS-OPT-SUB) TO WS-RCL-SCOPE
           IF WS-OPT-SCOPE(WS-OPT-SUB) = SPACES
               MOVE 'ALL' TO WS-RCL-SCOPE
           END-IF
           MOVE WS-OPT-LAST(WS-OPT-SUB) TO WS-RCL-SIGNON
           MOVE WS-RCT-LAST-AUDIT(WS-OPT-SUB) TO WS-RCL-AUDIT
           MOVE WS-RCT-LAST-ACCESS(WS-OPT-SUB) TO WS-RCL-ACCESS
           MOVE WS-RCT-CHANGES(WS-OPT-SUB) TO WS-RCL-CHANGES

           MOVE WS-OPT-LAST(WS-OPT-SUB) TO WS-RCT-LAST
           IF WS-RCT-LAST-AUDIT(WS-OPT-SUB) > WS-RCT-LAST
               MOVE WS-RCT-LAST-AUDIT(WS-OPT-SUB) TO WS-RCT-LAST
           END-IF
           IF WS-RCT-LAST-ACCESS(WS-OPT-SUB) > WS-RCT-LAST
               MOVE WS-RCT-LAST-ACCESS(WS-OPT-SUB) TO WS-RCT-LAST
           END-IF

           EVALUATE WS-OPT-STATE(WS-OPT-SUB)
               WHEN 'D'
                   MOVE 'DISABLED' TO WS-RCL-STATE
               WHEN 'L'
                   MOVE 'LOCKED' TO WS-RCL-STATE
               WHEN OTHER
                   MOVE 'ACTIVE' TO WS-RCL-STATE
           END-EVALUATE

           MOVE SPACES TO WS-RCL-FLAG
           IF WS-OPT-STATE(WS-OPT-SUB) NOT = 'D'
               IF WS-RCT-LAST = ZERO
                   MOVE 'DORMANT' TO WS-RCL-FLAG
               ELSE
                   COMPUTE WS-RCT-IDLE =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                       - FUNCTION INTEGER-OF-DATE(WS-RCT-LAST)
                   IF WS-RCT-IDLE > WS-RCT-DORMANT-DAYS
                       MOVE 'DORMANT' TO WS-RCL-FLAG
                   END-IF
               END-IF
           END-IF
           IF WS-RCL-FLAG = 'DORMANT'
               ADD 1 TO WS-RCT-DORMANT
           END-IF

           WRITE ACCREC-RECORD FROM WS-RCT-LINE

           EXIT.

      * ----------------------------------------------------------------
      * A salary change approved by its own maker is a conflict;
      * a bank account change or employee add in the period is one
      * when the same operator released a pay run on or after it
      * ----------------------------------------------------------------
       5198-CHECK-SOD-EVENT.

           IF WS-SOD-E-TYPE(WS-SOD-SUB) = 'S'
               MOVE WS-SOD-E-OPR(WS-SOD-SUB) TO WS-SDL-OPR
               MOVE 'SALARY CHANGE KEYED AND APPROVED' TO WS-SDL-TEXT
               MOVE WS-SOD-E-EMP(WS-SOD-SUB) TO WS-SDL-EMP
               MOVE WS-SOD-E-DATE(WS-SOD-SUB) TO WS-SDL-DATE
               MOVE ZERO TO WS-SDL-REL-DATE
               PERFORM 5189-HOLD-SOD-CONFLICT
           END-IF

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SOD-REL-COUNT
                      OR WS-SOD-E-TYPE(WS-SOD-SUB) = 'S'
               IF WS-SOD-R-OPR(WS-SUB) = WS-SOD-E-OPR(WS-SOD-SUB)
                  AND WS-SOD-R-DATE(WS-SUB) >=
                      WS-SOD-E-DATE(WS-SOD-SUB)
                   MOVE WS-SOD-E-OPR(WS-SOD-SUB) TO WS-SDL-OPR
                   IF WS-SOD-E-TYPE(WS-SOD-SUB) = 'B'
                       MOVE 'BANK ACCOUNT CHANGED, PAY RUN RELEASED'
                           TO WS-SDL-TEXT
                   ELSE
                       MOVE 'EMPLOYEE ADDED, PAY RUN RELEASED' TO
                           WS-SDL-TEXT
                   END-IF
                   MOVE WS-SOD-E-EMP(WS-SOD-SUB) TO WS-SDL-EMP
                   MOVE WS-SOD-E-DATE(WS-SOD-SUB) TO WS-SDL-DATE
                   MOVE WS-SOD-R-DATE(WS-SUB) TO WS-SDL-REL-DATE
                   PERFORM 5189-HOLD-SOD-CONFLICT
                   MOVE WS-SOD-REL-COUNT TO WS-SUB
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * APPROVAL.DAT - the maker of an applied salary change in the
      * period who then released the pay run carrying it
      * ----------------------------------------------------------------
       5199-CHECK-APPROVAL-MAKERS.

           MOVE 'N' TO WS-EOF
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ APPROVAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE APPROVAL-FILE
                   NOT AT END
                       IF APV-STATUS = 'A'
                          AND APV-EFF-DATE >= WS-RCT-FROM
                          AND APV-EFF-DATE <= WS-RCT-TO
                           MOVE APV-MAKER TO WS-SOD-MAKER
                           PERFORM VARYING WS-SUB FROM 1 BY 1
                                   UNTIL WS-SUB > WS-SOD-REL-COUNT
                               IF WS-SOD-R-OPR(WS-SUB) = WS-SOD-MAKER
                                  AND WS-SOD-R-DATE(WS-SUB) >=
                                      APV-EFF-DATE
                                   MOVE WS-SOD-MAKER TO WS-SDL-OPR
                                   MOVE 'SALARY KEYED, PAY RUN RELEASED'
                                       TO WS-SDL-TEXT
                                   MOVE APV-EMP-ID TO WS-SDL-EMP
                                   MOVE APV-EFF-DATE TO WS-SDL-DATE
                                   MOVE WS-SOD-R-DATE(WS-SUB) TO
                                       WS-SDL-REL-DATE
                                   PERFORM 5189-HOLD-SOD-CONFLICT
                                   MOVE WS-SOD-REL-COUNT TO WS-SUB
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

      * ----------------------------------------------------------------
      * Maintenance of the rate and rule files the pay calculation
      * reads - administrators only.  Every entry is validated, the
      * effective-dated tables (tax brackets, FX rates) only ever
      * gain a new dated set, and every change is audited with the
      * row before and after.
      * ----------------------------------------------------------------
       5200-REFERENCE-MAINTENANCE.

           DISPLAY "(T)ax table, (P)remium rules, (G)L map, "
               "(F)X rates, (H)olidays, (C)onfig, pro(J)ects: "
           ACCEPT WS-ANSWER
           EVALUATE WS-ANSWER
               WHEN 'T'
               WHEN 't'
                   PERFORM 5210-TAX-TABLE-MAINT
               WHEN 'P'
               WHEN 'p'
                   PERFORM 5220-PREMIUM-RULES-MAINT
               WHEN 'G'
               WHEN 'g'
                   PERFORM 5230-GL-MAP-MAINT
               WHEN 'F'
               WHEN 'f'
                   PERFORM 5240-FX-RATE-MAINT
               WHEN 'H'
               WHEN 'h'
                   PERFORM 5250-HOLIDAY-MAINT
               WHEN 'C'
               WHEN 'c'
                   PERFORM 5260-CONFIG-MAINT
               WHEN 'J'
               WHEN 'j'
                   PERFORM 2190-PROJECT-MAINT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EXIT.

      * ----------------------------------------------------------------
      * A real calendar date in WS-RFM-DATE - WS-RFM-DATE-OK out
      * ----------------------------------------------------------------
       5201-CHECK-REFERENCE-DATE.

           MOVE 'N' TO WS-RFM-DATE-OK
           MOVE WS-RFM-DATE TO WS-WORK-DATE
           IF WS-WD-YEAR > 1999 AND WS-WD-YEAR < 2100
              AND WS-WD-MONTH > 0 AND WS-WD-MONTH < 13
              AND WS-WD-DAY > 0 AND WS-WD-DAY < 32
               IF FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(WS-RFM-DATE))
                  = WS-RFM-DATE
                   MOVE 'Y' TO WS-RFM-DATE-OK
               END-IF
           END-IF
           IF WS-RFM-DATE-OK = 'N'
               DISPLAY "Not a valid date: " WS-RFM-DATE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Audit one reference change - the caller sets the action and
      * the rows before (WS-RFM-OLD-REC) and after (WS-RFM-REC);
      * the first 50 bytes of each row go into the name and
      * department images, A/C/D into the status
      * ----------------------------------------------------------------
       5202-AUDIT-REFERENCE-CHANGE.

           MOVE ZERO TO WS-AUD-EMP-ID
           MOVE WS-RFM-OLD-REC(1:30) TO WS-AUD-BEFORE-NAME
           MOVE WS-RFM-OLD-REC(31:20) TO WS-AUD-BEFORE-DEPT
           MOVE ZERO TO WS-AUD-BEFORE-SAL
           MOVE SPACES TO WS-AUD-BEFORE-STAT
           MOVE WS-RFM-REC(1:30) TO WS-AUD-AFTER-NAME
           MOVE WS-RFM-REC(31:20) TO WS-AUD-AFTER-DEPT
           MOVE ZERO TO WS-AUD-AFTER-SAL
           MOVE WS-RFM-ACTION TO WS-AUD-AFTER-STAT
           PERFORM 8500-WRITE-AUDIT-RECORD

           EXIT.

      * ----------------------------------------------------------------
      * Line number of the row to change or delete - WS-RFM-SUB
      * out, zero when there is no such line
      * ----------------------------------------------------------------
       5203-PICK-REFERENCE-LINE.

           DISPLAY "Line number: "
           ACCEPT WS-RFM-LINE-NO
           MOVE ZERO TO WS-RFM-SUB
           IF WS-RFM-LINE-NO > ZERO AND WS-RFM-LINE-NO <= WS-RFM-COUNT
               MOVE WS-RFM-LINE-NO TO WS-RFM-SUB
               MOVE WS-RFM-ENTRY(WS-RFM-SUB) TO WS-RFM-OLD-REC
           ELSE
               DISPLAY "No such line."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Take row WS-RFM-SUB out of the held file
      * ----------------------------------------------------------------
       5204-REMOVE-REFERENCE-LINE.

           PERFORM VARYING WS-RFM-SUB-2 FROM WS-RFM-SUB BY 1
                   UNTIL WS-RFM-SUB-2 >= WS-RFM-COUNT
               MOVE WS-RFM-ENTRY(WS-RFM-SUB-2 + 1) TO
                   WS-RFM-ENTRY(WS-RFM-SUB-2)
           END-PERFORM
           SUBTRACT 1 FROM WS-RFM-COUNT

           EXIT.

      * ----------------------------------------------------------------
      * Add, change or delete dispatch for the files maintained row
      * by row - WS-RFM-ACTION out, and WS-RFM-SUB / WS-RFM-OLD-REC
      * set for a change or delete
      * ----------------------------------------------------------------
       5205-ASK-REFERENCE-ACTION.

           MOVE SPACE TO WS-RFM-ACTION
           MOVE SPACES TO WS-RFM-OLD-REC
           MOVE ZERO TO WS-RFM-SUB
           IF WS-RFM-FULL = 'Y'
               DISPLAY "File holds more rows than can be maintained "
                   "here - not changed."
           ELSE
               DISPLAY "(A)dd, (C)hange, (D)elete: "
               ACCEPT WS-ANSWER
               EVALUATE WS-ANSWER
                   WHEN 'A'
                   WHEN 'a'
                       IF WS-RFM-COUNT < 1000
                           MOVE 'A' TO WS-RFM-ACTION
                       END-IF
                   WHEN 'C'
                   WHEN 'c'
                       PERFORM 5203-PICK-REFERENCE-LINE
                       IF WS-RFM-SUB > ZERO
                           MOVE 'C' TO WS-RFM-ACTION
                       END-IF
                   WHEN 'D'
                   WHEN 'd'
                       PERFORM 5203-PICK-REFERENCE-LINE
                       IF WS-RFM-SUB > ZERO
                           MOVE 'D' TO WS-RFM-ACTION
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Apply a validated add, change or delete in WS-RFM-REC to the
      * held rows
      * ----------------------------------------------------------------
       5206-APPLY-REFERENCE-ACTION.

           EVALUATE WS-RFM-ACTION
               WHEN 'A'
                   ADD 1 TO WS-RFM-COUNT
                   MOVE WS-RFM-REC TO WS-RFM-ENTRY(WS-RFM-COUNT)
               WHEN 'C'
                   MOVE WS-RFM-REC TO WS-RFM-ENTRY(WS-RFM-SUB)
               WHEN 'D'
                   PERFORM 5204-REMOVE-REFERENCE-LINE
                   MOVE SPACES TO WS-RFM-REC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EXIT.

      * ----------------------------------------------------------------
      * Withholding tax table - a new bracket set is added under its
      * own effective date; sets already on file are never changed
      * ----------------------------------------------------------------
       5210-TAX-TABLE-MAINT.

           PERFORM 5211-LOAD-TAX-TABLE-FILE
           PERFORM 5212-LIST-TAX-SETS

           IF WS-RFM-FULL = 'Y'
               DISPLAY "File holds more rows than can be maintained "
                   "here - not changed."
           ELSE
               DISPLAY "Effective date of the new set (YYYYMMDD, "
                   "0 = none): "
               ACCEPT WS-RFM-DATE
               IF WS-RFM-DATE NOT = ZERO
                   PERFORM 5201-CHECK-REFERENCE-DATE
               ELSE
                   MOVE 'N' TO WS-RFM-DATE-OK
               END-IF
           END-IF

           IF WS-RFM-FULL = 'N' AND WS-RFM-DATE-OK = 'Y'
               MOVE 'N' TO WS-FOUND
               MOVE ZERO TO WS-RFM-BEST-DATE
               PERFORM VARYING WS-RFM-SUB FROM 1 BY 1
                       UNTIL WS-RFM-SUB > WS-RFM-COUNT
                   MOVE WS-RFM-ENTRY(WS-RFM-SUB) TO WS-RFM-REC
                   IF WS-RFM-TX-EFF = WS-RFM-DATE
                       MOVE 'Y' TO WS-FOUND
                   END-IF
                   IF WS-RFM-TX-EFF < WS-RFM-DATE
                      AND WS-RFM-TX-EFF > WS-RFM-BEST-DATE
                       MOVE WS-RFM-TX-EFF TO WS-RFM-BEST-DATE
                   END-IF
               END-PERFORM

               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE 'Y' TO WS-ANSWER
               IF WS-FOUND = 'Y'
                   DISPLAY "A set is already effective on that date "
                       "- choose a new date."
                   MOVE 'N' TO WS-ANSWER
               ELSE
                   IF WS-RFM-DATE <= WS-TODAY
                       DISPLAY "That date is not in the future - "
                           "runs already paid will not be redone."
                       DISPLAY "Add the set anyway (Y/N): "
                       ACCEPT WS-ANSWER
                   END-IF
               END-IF

               IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                   PERFORM 5213-ENTER-TAX-BRACKETS
                   PERFORM 5214-CHECK-TAX-BRACKETS
                   IF WS-RFM-VALID = 'Y'
                      AND WS-RFM-COUNT + WS-RFT-COUNT > 1000
                       DISPLAY "Tax table file is full - not added."
                       MOVE 'N' TO WS-RFM-VALID
                   END-IF
                   IF WS-RFM-VALID = 'Y'
                       PERFORM VARYING WS-SUB FROM 1 BY 1
                               UNTIL WS-SUB > WS-RFT-COUNT
                           MOVE SPACES TO WS-RFM-REC
                           MOVE WS-RFM-DATE TO WS-RFM-TX-EFF
                           MOVE WS-RFT-LOWER(WS-SUB) TO WS-RFM-TX-LOWER
                           MOVE WS-RFT-UPPER(WS-SUB) TO WS-RFM-TX-UPPER
                           MOVE WS-RFT-RATE(WS-SUB) TO WS-RFM-TX-RATE
                           MOVE WS-RFT-FIXED(WS-SUB) TO WS-RFM-TX-FIXED
                           ADD 1 TO WS-RFM-COUNT
                           MOVE WS-RFM-REC TO WS-RFM-ENTRY(WS-RFM-COUNT)
                       END-PERFORM
                       PERFORM 5215-WRITE-TAX-TABLE-FILE

                       MOVE SPACES TO WS-RFM-OLD-REC
                       STRING 'SET IN FORCE ' DELIMITED BY SIZE
                              WS-RFM-BEST-DATE DELIMITED BY SIZE
                           INTO WS-RFM-OLD-REC
                       END-STRING
                       MOVE WS-RFT-COUNT TO WS-RFT-NO
                       MOVE SPACES TO WS-RFM-REC
                       STRING 'NEW SET ' DELIMITED BY SIZE
                              WS-RFM-DATE DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              WS-RFT-NO DELIMITED BY SIZE
                              ' BRACKETS' DELIMITED BY SIZE
                           INTO WS-RFM-REC
                       END-STRING
                       MOVE 'A' TO WS-RFM-ACTION
                       MOVE 'TAXSET' TO WS-AUD-ACTION
                       PERFORM 5202-AUDIT-REFERENCE-CHANGE
                       DISPLAY "Bracket set effective " WS-RFM-DATE
                           " added."
                   END-IF
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * TAXTABLE.DAT into the held rows
      * ----------------------------------------------------------------
       5211-LOAD-TAX-TABLE-FILE.

           MOVE ZERO TO WS-RFM-COUNT
           MOVE 'N' TO WS-RFM-FULL
           MOVE 'N' TO WS-EOF
           OPEN INPUT TAXTAB-FILE
           IF WS-TAXTAB-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TAXTAB-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE TAXTAB-FILE
                   NOT AT END
                       IF WS-RFM-COUNT < 1000
                           ADD 1 TO WS-RFM-COUNT
                           MOVE TAXTAB-RECORD TO
                               WS-RFM-ENTRY(WS-RFM-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-RFM-FULL
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * The bracket sets on file, one line per effective date, with
      * the brackets of the latest set
      * ----------------------------------------------------------------
       5212-LIST-TAX-SETS.

           MOVE ZERO TO WS-RFM-LAST-DATE
           DISPLAY "Bracket sets on file:"
           PERFORM VARYING WS-RFM-SUB FROM 1 BY 1
                   UNTIL WS-RFM-SUB > WS-RFM-COUNT
               MOVE WS-RFM-ENTRY(WS-RFM-SUB) TO WS-RFM-REC
               IF WS-RFM-TX-EFF > WS-RFM-LAST-DATE
                   MOVE WS-RFM-TX-EFF TO WS-RFM-LAST-DATE
               END-IF
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-RFM-SUB-2 FROM 1 BY 1
                       UNTIL WS-RFM-SUB-2 >= WS-RFM-SUB
                   IF WS-RFM-ENTRY(WS-RFM-SUB-2)(1:8) =
                      WS-RFM-ENTRY(WS-RFM-SUB)(1:8)
                       MOVE 'Y' TO WS-FOUND
                       MOVE WS-RFM-SUB TO WS-RFM-SUB-2
                   END-IF
               END-PERFORM
               IF WS-FOUND = 'N'
                   MOVE ZERO TO WS-RFM-ROWS
                   PERFORM VARYING WS-RFM-SUB-2 FROM 1 BY 1
                           UNTIL WS-RFM-SUB-2 > WS-RFM-COUNT
                       IF WS-RFM-ENTRY(WS-RFM-SUB-2)(1:8) =
                          WS-RFM-ENTRY(WS-RFM-SUB)(1:8)
                           ADD 1 TO WS-RFM-ROWS
                       END-IF
                   END-PERFORM
                   DISPLAY "  Effective " WS-RFM-TX-EFF "  "
                       WS-RFM-ROWS " brackets"
               END-IF
           END-PERFORM

           IF WS-RFM-LAST-DATE > ZERO
               DISPLAY "Latest set " WS-RFM-LAST-DATE ":"
               DISPLAY "        LOWER       UPPER   RATE       FIXED"
               PERFORM VARYING WS-RFM-SUB FROM 1 BY 1
                       UNTIL WS-RFM-SUB > WS-RFM-COUNT
                   MOVE WS-RFM-ENTRY(WS-RFM-SUB) TO WS-RFM-REC
                   IF WS-RFM-TX-EFF = WS-RFM-LAST-DATE
                       MOVE WS-RFM-TX-LOWER TO WS-EDIT-AMOUNT-L
                       DISPLAY "  " WS-EDIT-AMOUNT-L WITH NO ADVANCING
                       MOVE WS-RFM-TX-UPPER TO WS-EDIT-AMOUNT-L
                       DISPLAY WS-EDIT-AMOUNT-L "  " WS-RFM-TX-RATE
                           WITH NO ADVANCING
                       MOVE WS-RFM-TX-FIXED TO WS-EDIT-AMOUNT
                       DISPLAY "  " WS-EDIT-AMOUNT
                   END-IF
               END-PERFORM
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Key the new set lowest bracket first - an upper limit of zero
      * is the open top bracket and ends the set
      * ----------------------------------------------------------------
       5213-ENTER-TAX-BRACKETS.

           MOVE ZERO TO WS-RFT-COUNT
           MOVE 'N' TO WS-RFM-DONE
           DISPLAY "Key the brackets lowest first; an upper limit "
               "of 0 is the open top bracket."
           PERFORM UNTIL WS-RFM-DONE = 'Y' OR WS-RFT-COUNT >= 20
               ADD 1 TO WS-RFT-COUNT
               MOVE WS-RFT-COUNT TO WS-RFT-NO
               DISPLAY "Bracket " WS-RFT-NO " lower limit: "
               ACCEPT WS-RFT-LOWER(WS-RFT-COUNT)
               DISPLAY "Bracket " WS-RFT-NO " upper limit: "
               ACCEPT WS-RFT-UPPER(WS-RFT-COUNT)
               DISPLAY "Bracket " WS-RFT-NO " rate %: "
               ACCEPT WS-RFT-RATE(WS-RFT-COUNT)
               DISPLAY "Bracket " WS-RFT-NO " fixed amount: "
               ACCEPT WS-RFT-FIXED(WS-RFT-COUNT)
               IF WS-RFT-UPPER(WS-RFT-COUNT) = ZERO
                   MOVE 'Y' TO WS-RFM-DONE
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * The keyed set must start at zero, each bracket must start
      * one cent above the one below it - no overlap and no gap -
      * the top bracket must be open, and the fixed amounts must
      * not fall as income rises
      * ----------------------------------------------------------------
       5214-CHECK-TAX-BRACKETS.

           MOVE 'Y' TO WS-RFM-VALID
           IF WS-RFT-UPPER(WS-RFT-COUNT) NOT = ZERO
               DISPLAY "The top bracket must be open (upper limit 0)."
               MOVE 'N' TO WS-RFM-VALID
           END-IF
           IF WS-RFT-LOWER(1) NOT = ZERO
               DISPLAY "The first bracket must start at zero."
               MOVE 'N' TO WS-RFM-VALID
           END-IF

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB >= WS-RFT-COUNT
               MOVE WS-SUB TO WS-RFT-NO
               IF WS-RFT-UPPER(WS-SUB) <= WS-RFT-LOWER(WS-SUB)
                   DISPLAY "Bracket " WS-RFT-NO " upper limit is not "
                       "above its lower limit."
                   MOVE 'N' TO WS-RFM-VALID
               END-IF
               COMPUTE WS-RFM-NEXT-FROM = WS-RFT-UPPER(WS-SUB) + 0.01
               IF WS-RFT-LOWER(WS-SUB + 1) < WS-RFM-NEXT-FROM
                   DISPLAY "Bracket " WS-RFT-NO " overlaps the next."
                   MOVE 'N' TO WS-RFM-VALID
               END-IF
               IF WS-RFT-LOWER(WS-SUB + 1) > WS-RFM-NEXT-FROM
                   DISPLAY "Gap between bracket " WS-RFT-NO
                       " and the next."
                   MOVE 'N' TO WS-RFM-VALID
               END-IF
               IF WS-RFT-FIXED(WS-SUB + 1) < WS-RFT-FIXED(WS-SUB)
                   DISPLAY "Fixed amount falls after bracket "
                       WS-RFT-NO "."
                   MOVE 'N' TO WS-RFM-VALID
               END-IF
           END-PERFORM

           IF WS-RFM-VALID = 'N'
               DISPLAY "Bracket set rejected - nothing added."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Held rows back to TAXTABLE.DAT
      * ----------------------------------------------------------------
       5215-WRITE-TAX-TABLE-FILE.

           OPEN OUTPUT TAXTAB-FILE
           IF WS-TAXTAB-STATUS = '00'
               PERFORM VARYING WS-RFM-SUB FROM 1 BY 1
                       UNTIL WS-RFM-SUB > WS-RFM-COUNT
                   WRITE TAXTAB-RECORD FROM WS-RFM-ENTRY(WS-RFM-SUB)
               END-PERFORM
               CLOSE TAXTAB-FILE
           ELSE
               DISPLAY "Unable to write TAXTABLE.DAT - status "
                   WS-TAXTAB-STATUS
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Overtime bands (O), shift uplifts (S) and the regular-hours
      * limits (R)
      * ----------------------------------------------------------------
       5220-PREMIUM-RULES-MAINT.

           PERFORM 5221-LOAD-PREMRULE-FILE
           PERFORM 5222-LIST-PREMIUM-RULES
           PERFORM 5205-ASK-REFERENCE-ACTION

           MOVE 'N' TO WS-RFM-VALID
           IF WS-RFM-ACTION = 'A' OR WS-RFM-ACTION = 'C'
               PERFORM 5223-ENTER-PREMIUM-RULE
           END-IF
           IF WS-RFM-ACTION = 'D'
               MOVE 'Y' TO WS-RFM-VALID
           END-IF

           IF WS-RFM-VALID = 'Y'
               PERFORM 5206-APPLY-REFERENCE-ACTION
               PERFORM 5224-CHECK-PREMIUM-RULES
               IF WS-RFM-VALID = 'Y'
                   PERFORM 5225-WRITE-PREMRULE-FILE
                   MOVE 'PRMCHG' TO WS-AUD-ACTION
                   PERFORM 5202-AUDIT-REFERENCE-CHANGE
                   PERFORM 3649-LOAD-PREMIUM-RULES
                   DISPLAY "Premium rules updated."
               ELSE
                   DISPLAY "Premium rules not changed."
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * PREMRULE.DAT into the held rows
      * ----------------------------------------------------------------
       5221-LOAD-PREMRULE-FILE.

           MOVE ZERO TO WS-RFM-COUNT
           MOVE 'N' TO WS-RFM-FULL
           MOVE 'N' TO WS-EOF
           OPEN INPUT PREMRULE-FILE
           IF WS-PREMRULE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PREMRULE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE PREMRULE-FILE
                   NOT AT END
                       IF WS-RFM-COUNT < 1000
                           ADD 1 TO WS-RFM-COUNT
                           MOVE PREMRULE-RECORD TO
                               WS-RFM-ENTRY(WS-RFM-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-RFM-FULL
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

       5222-LIST-PREMIUM-RULES.

           DISPLAY "LINE T  DETAIL"
           PERFORM VARYING WS-RFM-SUB FROM 1 BY 1
                   UNTIL WS-RFM-SUB > WS-RFM-COUNT
               MOVE WS-RFM-ENTRY(WS-RFM-SUB) TO WS-RFM-REC
               MOVE WS-RFM-SUB TO WS-RFM-LINE-NO
               EVALUATE WS-RFM-PR-TYPE
                   WHEN 'O'
                       MOVE WS-RFM-PR-FROM TO WS-RFM-EDIT-HRS
                       DISPLAY WS-RFM-LINE-NO " O  OT hours "
                           WS-RFM-EDIT-HRS WITH NO ADVANCING
                       MOVE WS-RFM-PR-TO TO WS-RFM-EDIT-HRS
                       MOVE WS-RFM-PR-MULT TO WS-RFM-EDIT-MULT
                       DISPLAY " to " WS-RFM-EDIT-HRS
                           " at x" WS-RFM-EDIT-MULT
                   WHEN 'S'
                       DISPLAY WS-RFM-LINE-NO " S  shift "
                           WS-RFM-SH-CODE " uplift "
                           WS-RFM-SH-UPLIFT "%"
                   WHEN 'R'
                       MOVE WS-RFM-PR-FROM TO WS-RFM-EDIT-HRS
                       DISPLAY WS-RFM-LINE-NO " R  regular hours "
                           WS-RFM-EDIT-HRS " a day" WITH NO ADVANCING
                       MOVE WS-RFM-PR-TO TO WS-RFM-EDIT-HRS
                       DISPLAY ", " WS-RFM-EDIT-HRS " a week"
                   WHEN OTHER
                       DISPLAY WS-RFM-LINE-NO " "
                           WS-RFM-ENTRY(WS-RFM-SUB)(1:22)
               END-EVALUATE
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * One premium rule keyed into WS-RFM-REC, each field held to
      * its range - WS-RFM-VALID out
      * ----------------------------------------------------------------
       5223-ENTER-PREMIUM-RULE.

           MOVE SPACES TO WS-RFM-REC
           MOVE 'Y' TO WS-RFM-VALID
           DISPLAY "Type - (O)vertime band, (S)hift uplift, "
               "(R)egular hours: "
           ACCEPT WS-RFM-PR-TYPE
           EVALUATE WS-RFM-PR-TYPE
               WHEN 'O'
                   DISPLAY "Overtime hours from: "
                   ACCEPT WS-RFM-PR-FROM
                   DISPLAY "Overtime hours to: "
                   ACCEPT WS-RFM-PR-TO
                   DISPLAY "Multiplier (1.00 to 3.00): "
                   ACCEPT WS-RFM-PR-MULT
                   IF WS-RFM-PR-TO < WS-RFM-PR-FROM
                       DISPLAY "Band ends before it starts."
                       MOVE 'N' TO WS-RFM-VALID
                   END-IF
                   IF WS-RFM-PR-MULT < 1 OR WS-RFM-PR-MULT > 3
                       DISPLAY "Multiplier must be 1.00 to 3.00."
                       MOVE 'N' TO WS-RFM-VALID
                   END-IF
               WHEN 'S'
                   DISPLAY "Shift code: "
                   ACCEPT WS-RFM-SH-CODE
                   DISPLAY "Uplift % (0 to 50): "
                   ACCEPT WS-RFM-SH-UPLIFT
                   IF WS-RFM-SH-CODE = SPACE
                       DISPLAY "A shift code is required."
                       MOVE 'N' TO WS-RFM-VALID
                   END-IF
                   IF WS-RFM-SH-UPLIFT > 50
                       DISPLAY "Uplift must be 0 to 50%."
                       MOVE 'N' TO WS-RFM-VALID
                   END-IF
               WHEN 'R'
                   DISPLAY "Regular hours a day (0 = no limit): "
                   ACCEPT WS-RFM-PR-FROM
                   DISPLAY "Regular hours a week (0 = no limit): "
                   ACCEPT WS-RFM-PR-TO
                   MOVE ZERO TO WS-RFM-PR-MULT
                   IF WS-RFM-PR-FROM > 24 OR WS-RFM-PR-TO > 168
                       DISPLAY "At most 24 hours a day and 168 a "
                           "week."
                       MOVE 'N' TO WS-RFM-VALID
                   END-IF
               WHEN OTHER
                   DISPLAY "Type must be O, S or R."
                   MOVE 'N' TO WS-RFM-VALID
           END-EVALUATE

           EXIT.

      * ----------------------------------------------------------------
      * The held rules as a whole: overtime bands start at zero and
      * run on from each other a tenth of an hour apart with no
      * overlap and no gap, shift codes are not repeated, and there
      * is at most one regular-hours row
      * ----------------------------------------------------------------
       5224-CHECK-PREMIUM-RULES.

           MOVE 'Y' TO WS-RFM-VALID
           MOVE ZERO TO WS-RFM-ROWS
           MOVE 'N' TO WS-FOUND
           MOVE ZERO TO WS-RFM-REG-ROWS

           PERFORM VARYING WS-RFM-SUB FROM 1 BY 1
                   UNTIL WS-RFM-SUB > WS-RFM-COUNT
               MOVE WS-RFM-ENTRY(WS-RFM-SUB) TO WS-RFM-REC
               EVALUATE WS-RFM-PR-TYPE
                   WHEN 'O'
                       IF WS-RFM-PR-FROM = ZERO
                           MOVE 'Y' TO WS-FOUND
                       END-IF
                       MOVE 'N' TO WS-RFM-DONE
                       MOVE 'N' TO WS-RFM-HIGHER
                       COMPUTE WS-RFM-NEXT-FROM = WS-RFM-PR-TO + 0.1
                       PERFORM VARYING WS-RFM-SUB-2 FROM 1 BY 1
                               UNTIL WS-RFM-SUB-2 > WS-RFM-COUNT
                           MOVE WS-RFM-ENTRY(WS-RFM-SUB-2) TO
                               WS-RFM-CMP
                           IF WS-RFM-SUB-2 NOT = WS-RFM-SUB
                              AND WS-RFM-CP-TYPE = 'O'
                               IF WS-RFM-CP-FROM <= WS-RFM-PR-TO
                                  AND WS-RFM-PR-FROM <= WS-RFM-CP-TO
                                   MOVE 'N' TO WS-RFM-VALID
                                   MOVE WS-RFM-PR-FROM TO
                                       WS-RFM-EDIT-HRS
                                   DISPLAY "Overtime bands overlap "
                                       "at " WS-RFM-EDIT-HRS " hours."
                               END-IF
                               IF WS-RFM-CP-FROM = WS-RFM-NEXT-FROM
                                   MOVE 'Y' TO WS-RFM-DONE
                               END-IF
                               IF WS-RFM-CP-FROM > WS-RFM-PR-TO
                                   MOVE 'Y' TO WS-RFM-HIGHER
                               END-IF
                           END-IF
                       END-PERFORM
      * a band with another above it must be met by that band
                       IF WS-RFM-HIGHER = 'Y' AND WS-RFM-DONE = 'N'
                           MOVE 'N' TO WS-RFM-VALID
                           MOVE WS-RFM-PR-TO TO WS-RFM-EDIT-HRS
                           DISPLAY "Gap in the overtime bands after "
                               WS-RFM-EDIT-HRS " hours."
                       END-IF
                       ADD 1 TO WS-RFM-ROWS
                   WHEN 'S'
                       PERFORM VARYING WS-RFM-SUB-2 FROM 1 BY 1
                               UNTIL WS-RFM-SUB-2 >= WS-RFM-SUB
                           MOVE WS-RFM-ENTRY(WS-RFM-SUB-2) TO
                               WS-RFM-CMP
                           IF WS-RFM-CP-TYPE = 'S'
                              AND WS-RFM-CS-CODE = WS-RFM-SH-CODE
                               MOVE 'N' TO WS-RFM-VALID
                               DISPLAY "Shift code " WS-RFM-SH-CODE
                                   " appears twice."
                           END-IF
                       END-PERFORM
                   WHEN 'R'
                       ADD 1 TO WS-RFM-REG-ROWS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

           IF WS-RFM-ROWS > ZERO AND WS-FOUND = 'N'
               MOVE 'N' TO WS-RFM-VALID
               DISPLAY "The first overtime band must start at 0 hours."
           END-IF
           IF WS-RFM-REG-ROWS > 1
               MOVE 'N' TO WS-RFM-VALID
               DISPLAY "Only one regular-hours row is allowed."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Held rows back to PREMRULE.DAT
      * ----------------------------------------------------------------
       5225-WRITE-PREMRULE-FILE.

           OPEN OUTPUT PREMRULE-FILE
           IF WS-PREMRULE-STATUS = '00'
               PERFORM VARYING WS-RFM-SUB FROM 1 BY 1
                       UNTIL WS-RFM-SUB > WS-RFM-COUNT
                   WRITE PREMRULE-RECORD FROM WS-RFM-ENTRY(WS-RFM-SUB)
               END-PERFORM
               CLOSE PREMRULE-FILE
           ELSE
               DISPLAY "Unable to write PREMRULE.DAT - status "
                   WS-PREMRULE-STATUS
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * GL account map - posting type plus department or cost center
      * (blank = default for the type) to account
      * ----------------------------------------------------------------
       5230-GL-MAP-MAINT.

           PERFORM 5231-LOAD-GLMAP-FILE
           PERFORM 5232-LIST-GL-MAP
           PERFORM 5205-ASK-REFERENCE-ACTION

           MOVE 'N' TO WS-RFM-VALID
           IF WS-RFM-ACTION = 'A' OR WS-RFM-ACTION = 'C'
               PERFORM 5233-ENTER-GL-MAP-ROW
           END-IF
           IF WS-RFM-ACTION = 'D'
               MOVE 'Y' TO WS-RFM-VALID
           END-IF

           IF WS-RFM-VALID = 'Y'
               PERFORM 5206-APPLY-REFERENCE-ACTION
               PERFORM 5235-WRITE-GLMAP-FILE
               MOVE 'GLMCHG' TO WS-AUD-ACTION
               PERFORM 5202-AUDIT-REFERENCE-CHANGE
               PERFORM 1180-LOAD-GLMAP-TABLE
               DISPLAY "GL map updated."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * GLMAP.DAT into the held rows
      * ----------------------------------------------------------------
       5231-LOAD-GLMAP-FILE.

           MOVE ZERO TO WS-RFM-COUNT
           MOVE 'N' TO WS-RFM-FULL
           MOVE 'N' TO WS-EOF
           OPEN INPUT GLMAP-FILE
           IF WS-GLMAP-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GLMAP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE GLMAP-FILE
                   NOT AT END
                       IF WS-RFM-COUNT < 1000
                           ADD 1 TO WS-RFM-COUNT
                           MOVE GLMAP-RECORD TO
                               WS-RFM-ENTRY(WS-RFM-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-RFM-FULL
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

       5232-LIST-GL-MAP.

           DISPLAY "LINE TYPE     DEPT / COST CENTER   ACCOUNT"
           PERFORM VARYING WS-RFM-SUB FROM 1 BY 1
                   UNTIL WS-RFM-SUB > WS-RFM-COUNT
               MOVE WS-RFM-ENTRY(WS-RFM-SUB) TO WS-RFM-REC
               MOVE WS-RFM-SUB TO WS-RFM-LINE-NO
               DISPLAY WS-RFM-LINE-NO " " WS-RFM-GL-TYPE " "
                   WS-RFM-GL-KEY " " WS-RFM-GL-ACCT
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * One map row keyed into WS-RFM-REC.  The posting type must be
      * one the GL extract asks for, the department must be on the
      * department table (or blank for the default), the type and
      * department must not already be mapped, and the account must
      * be one already in use on the map or the suspense account -
      * a new account is taken only when confirmed
      * ----------------------------------------------------------------
       5233-ENTER-GL-MAP-ROW.

           MOVE 'Y' TO WS-RFM-VALID
           IF WS-RFM-ACTION = 'C'
               MOVE WS-RFM-OLD-REC TO WS-RFM-REC
               DISPLAY "Account for " WS-RFM-GL-TYPE " "
                   WS-RFM-GL-KEY ": "
               ACCEPT WS-RFM-GL-ACCT
           ELSE
               MOVE SPACES TO WS-RFM-REC
               DISPLAY "Posting type: "
               ACCEPT WS-RFM-GL-TYPE
               DISPLAY "Department or cost center (blank = default): "
               ACCEPT WS-RFM-GL-KEY
               DISPLAY "Account: "
               ACCEPT WS-RFM-GL-ACCT

               MOVE 'N' TO WS-FOUND
               IF WS-RFM-GL-TYPE(1:4) = 'EXP-'
                  AND WS-RFM-GL-TYPE(5:4) NOT = SPACES
                   MOVE 'Y' TO WS-FOUND
               END-IF
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 25
                   IF WS-RFM-GL-KNOWN(WS-SUB) NOT = SPACES
                      AND WS-RFM-GL-KNOWN(WS-SUB) = WS-RFM-GL-TYPE
                       MOVE 'Y' TO WS-FOUND
                   END-IF
               END-PERFORM
               IF WS-FOUND = 'N'
                   DISPLAY "Unknown posting type " WS-RFM-GL-TYPE
                   MOVE 'N' TO WS-RFM-VALID
               END-IF

               IF WS-RFM-GL-KEY NOT = SPACES
                   MOVE 'N' TO WS-FOUND
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-DEPT-COUNT
                       IF WS-DPT-NAME(WS-SUB) = WS-RFM-GL-KEY
                           MOVE 'Y' TO WS-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-FOUND = 'N'
                       DISPLAY "Not a department on file: "
                           WS-RFM-GL-KEY
                       MOVE 'N' TO WS-RFM-VALID
                   END-IF
               END-IF

               PERFORM VARYING WS-RFM-SUB-2 FROM 1 BY 1
                       UNTIL WS-RFM-SUB-2 > WS-RFM-COUNT
                   MOVE WS-RFM-ENTRY(WS-RFM-SUB-2) TO WS-RFM-CMP
                   IF WS-RFM-CG-TYPE = WS-RFM-GL-TYPE
                      AND WS-RFM-CG-KEY = WS-RFM-GL-KEY
                       DISPLAY "Already mapped on line "
                           WS-RFM-SUB-2 " - change that line."
                       MOVE 'N' TO WS-RFM-VALID
                   END-IF
               END-PERFORM
           END-IF

           IF WS-RFM-GL-ACCT = SPACES
               DISPLAY "An account is required."
               MOVE 'N' TO WS-RFM-VALID
           END-IF

           IF WS-RFM-VALID = 'Y'
               MOVE 'N' TO WS-FOUND
               IF WS-RFM-GL-ACCT = WS-GL-SUSPENSE
                   MOVE 'Y' TO WS-FOUND
               END-IF
               PERFORM VARYING WS-RFM-SUB-2 FROM 1 BY 1
                       UNTIL WS-RFM-SUB-2 > WS-RFM-COUNT
                   MOVE WS-RFM-ENTRY(WS-RFM-SUB-2) TO WS-RFM-CMP
                   IF WS-RFM-CG-ACCT = WS-RFM-GL-ACCT
                       MOVE 'Y' TO WS-FOUND
                   END-IF
               END-PERFORM
               IF WS-FOUND = 'N'
                   DISPLAY "Account " WS-RFM-GL-ACCT
                       " is not used anywhere on the map."
                   DISPLAY "Confirm it is open on the ledger (Y/N): "
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
                       MOVE 'N' TO WS-RFM-VALID
                   END-IF
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Held rows back to GLMAP.DAT
      * ----------------------------------------------------------------
       5235-WRITE-GLMAP-FILE.

           OPEN OUTPUT GLMAP-FILE
           IF WS-GLMAP-STATUS = '00'
               PERFORM VARYING WS-RFM-SUB FROM 1 BY 1
                       UNTIL WS-RFM-SUB > WS-RFM-COUNT
                   WRITE GLMAP-RECORD FROM WS-RFM-ENTRY(WS-RFM-SUB)
               END-PERFORM
               CLOSE GLMAP-FILE
           ELSE
               DISPLAY "Unable to write GLMAP.DAT - status "
                   WS-GLMAP-STATUS
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Exchange rates - effective-dated, so a new rate is always a
      * new row; rates already on file are never changed
      * ----------------------------------------------------------------
       5240-FX-RATE-MAINT.

           PERFORM 5241-LOAD-FXRATE-FILE
           PERFORM 5242-LIST-FX-RATES

           IF WS-RFM-FULL = 'Y' OR WS-RFM-COUNT >= 1000
               DISPLAY "File holds more rows than can be maintained "
                   "here - not changed."
           ELSE
               PERFORM 5243-ENTER-FX-RATE
               IF WS-RFM-VALID = 'Y'
                   MOVE 'A' TO WS-RFM-ACTION
                   PERFORM 5206-APPLY-REFERENCE-ACTION
                   PERFORM 5245-WRITE-FXRATE-FILE
                   MOVE 'FXRATE' TO WS-AUD-ACTION
                   PERFORM 5202-AUDIT-REFERENCE-CHANGE
                   PERFORM 9650-LOAD-FXRATES
                   DISPLAY "Rate for " WS-RFM-FX-CUR " effective "
                       WS-RFM-FX-EFF " added."
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * FXRATES.DAT into the held rows
      * ----------------------------------------------------------------
       5241-LOAD-FXRATE-FILE.

           MOVE ZERO TO WS-RFM-COUNT
           MOVE 'N' TO WS-RFM-FULL
           MOVE 'N' TO WS-EOF
           OPEN INPUT FXRATE-FILE
           IF WS-FXRATE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FXRATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE FXRATE-FILE
                   NOT AT END
                       IF WS-RFM-COUNT < 1000
                           ADD 1 TO WS-RFM-COUNT
                           MOVE FXRATE-RECORD TO
                               WS-RFM-ENTRY(WS-RFM-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-RFM-FULL
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

       5242-LIST-FX-RATES.

           DISPLAY "LINE CUR          RATE EFFECTIVE"
           PERFORM VARYING WS-RFM-SUB FROM 1 BY 1
                   UNTIL WS-RFM-SUB > WS-RFM-COUNT
               MOVE WS-RFM-ENTRY(WS-RFM-SUB) TO WS-RFM-REC
               MOVE WS-RFM-SUB TO WS-RFM-LINE-NO
               DISPLAY WS-RFM-LINE-NO " " WS-RFM-FX-CUR "  "
                   WS-RFM-FX-RATE " " WS-RFM-FX-EFF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * A new rate keyed into WS-RFM-REC - a three-letter currency,
      * a rate above zero, a real effective date and no rate already
      * on file for that currency and date; WS-RFM-OLD-REC carries
      * the rate it supersedes for the audit
      * ----------------------------------------------------------------
       5243-ENTER-FX-RATE.

           MOVE 'Y' TO WS-RFM-VALID
           MOVE SPACES TO WS-RFM-REC
           MOVE SPACES TO WS-RFM-OLD-REC
           DISPLAY "Currency code: "
           ACCEPT WS-RFM-FX-CUR
           DISPLAY "Rate (base units per foreign unit): "
           ACCEPT WS-RFM-FX-RATE
           DISPLAY "Effective date (YYYYMMDD): "
           ACCEPT WS-RFM-DATE

           IF WS-RFM-FX-CUR IS NOT ALPHABETIC-UPPER
              OR WS-RFM-FX-CUR(1:1) = SPACE
              OR WS-RFM-FX-CUR(3:1) = SPACE
               DISPLAY "Currency must be three letters."
               MOVE 'N' TO WS-RFM-VALID
           END-IF
           IF WS-RFM-FX-RATE NOT > ZERO
               DISPLAY "Rate must be above zero."
               MOVE 'N' TO WS-RFM-VALID
           END-IF
           PERFORM 5201-CHECK-REFERENCE-DATE
           IF WS-RFM-DATE-OK = 'N'
               MOVE 'N' TO WS-RFM-VALID
           END-IF
           MOVE WS-RFM-DATE TO WS-RFM-FX-EFF

           MOVE ZERO TO WS-RFM-BEST-DATE
           PERFORM VARYING WS-RFM-SUB-2 FROM 1 BY 1
                   UNTIL WS-RFM-SUB-2 > WS-RFM-COUNT
               MOVE WS-RFM-ENTRY(WS-RFM-SUB-2) TO WS-RFM-CMP
               IF WS-RFM-CX-CUR = WS-RFM-FX-CUR
                   IF WS-RFM-CX-EFF = WS-RFM-FX-EFF
                       DISPLAY "A rate is already effective for "
                           WS-RFM-FX-CUR " on " WS-RFM-FX-EFF
                       MOVE 'N' TO WS-RFM-VALID
                   END-IF
                   IF WS-RFM-CX-EFF < WS-RFM-FX-EFF
                      AND WS-RFM-CX-EFF > WS-RFM-BEST-DATE
                       MOVE WS-RFM-CX-EFF TO WS-RFM-BEST-DATE
                       MOVE WS-RFM-CMP TO WS-RFM-OLD-REC
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Held rows back to FXRATES.DAT
      * ----------------------------------------------------------------
       5245-WRITE-FXRATE-FILE.

           OPEN OUTPUT FXRATE-FILE
           IF WS-FXRATE-STATUS = '00'
               PERFORM VARYING WS-RFM-SUB FROM 1 BY 1
                       UNTIL WS-RFM-SUB > WS-RFM-COUNT
                   WRITE FXRATE-RECORD FROM WS-RFM-ENTRY(WS-RFM-SUB)
               END-PERFORM
               CLOSE FXRATE-FILE
           ELSE
               DISPLAY "Unable to write FXRATES.DAT - status "
                   WS-FXRATE-STATUS
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Holiday calendar - holidays are added or taken off, never
      * moved
      * ----------------------------------------------------------------
       5250-HOLIDAY-MAINT.

           PERFORM 5251-LOAD-HOLIDAY-FILE
           PERFORM 5252-LIST-HOLIDAYS
           PERFORM 5205-ASK-REFERENCE-ACTION

           MOVE 'N' TO WS-RFM-VALID
           IF WS-RFM-ACTION = 'C'
               DISPLAY "Delete the holiday and add it again to move "
                   "or rename it."
           END-IF
           IF WS-RFM-ACTION = 'A'
               PERFORM 5253-ENTER-HOLIDAY
           END-IF
           IF WS-RFM-ACTION = 'D'
               MOVE 'Y' TO WS-RFM-VALID
           END-IF

           IF WS-RFM-VALID = 'Y'
               PERFORM 5206-APPLY-REFERENCE-ACTION
               PERFORM 5255-WRITE-HOLIDAY-FILE
               MOVE 'HOLCHG' TO WS-AUD-ACTION
               PERFORM 5202-AUDIT-REFERENCE-CHANGE
               PERFORM 9675-LOAD-HOLIDAYS
               DISPLAY "Holiday calendar updated."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * HOLIDAYS.DAT into the held rows
      * ----------------------------------------------------------------
       5251-LOAD-HOLIDAY-FILE.

           MOVE ZERO TO WS-RFM-COUNT
           MOVE 'N' TO WS-RFM-FULL
           MOVE 'N' TO WS-EOF
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HOLIDAY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE HOLIDAY-FILE
                   NOT AT END
                       IF WS-RFM-COUNT < 1000
                           ADD 1 TO WS-RFM-COUNT
                           MOVE HOLIDAY-RECORD TO
                               WS-RFM-ENTRY(WS-RFM-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-RFM-FULL
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

       5252-LIST-HOLIDAYS.

           DISPLAY "LINE DATE     HOLIDAY                        LOC"
           PERFORM VARYING WS-RFM-SUB FROM 1 BY 1
                   UNTIL WS-RFM-SUB > WS-RFM-COUNT
               MOVE WS-RFM-ENTRY(WS-RFM-SUB) TO WS-RFM-REC
               MOVE WS-RFM-SUB TO WS-RFM-LINE-NO
               DISPLAY WS-RFM-LINE-NO " " WS-RFM-HO-DATE " "
                   WS-RFM-HO-NAME " " WS-RFM-HO-LOC
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * A holiday keyed into WS-RFM-REC - a real date, a name, and
      * not already on file for that date and location
      * ----------------------------------------------------------------
       5253-ENTER-HOLIDAY.

           MOVE 'Y' TO WS-RFM-VALID
           MOVE SPACES TO WS-RFM-REC
           DISPLAY "Holiday date (YYYYMMDD): "
           ACCEPT WS-RFM-DATE
           DISPLAY "Holiday name: "
           ACCEPT WS-RFM-HO-NAME
           DISPLAY "Location (blank = all locations): "
           ACCEPT WS-RFM-HO-LOC

           PERFORM 5201-CHECK-REFERENCE-DATE
           IF WS-RFM-DATE-OK = 'N'
               MOVE 'N' TO WS-RFM-VALID
           END-IF
           MOVE WS-RFM-DATE TO WS-RFM-HO-DATE
           IF WS-RFM-HO-NAME = SPACES
               DISPLAY "A holiday name is required."
               MOVE 'N' TO WS-RFM-VALID
           END-IF

           PERFORM VARYING WS-RFM-SUB-2 FROM 1 BY 1
                   UNTIL WS-RFM-SUB-2 > WS-RFM-COUNT
               MOVE WS-RFM-ENTRY(WS-RFM-SUB-2) TO WS-RFM-CMP
               IF WS-RFM-CH-DATE = WS-RFM-HO-DATE
                  AND WS-RFM-CH-LOC = WS-RFM-HO-LOC
                   DISPLAY "Already a holiday on that date: "
                       WS-RFM-CH-NAME
                   MOVE 'N' TO WS-RFM-VALID
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Held rows back to HOLIDAYS.DAT
      * ----------------------------------------------------------------
       5255-WRITE-HOLIDAY-FILE.

           OPEN OUTPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS = '00'
               PERFORM VARYING WS-RFM-SUB FROM 1 BY 1
                       UNTIL WS-RFM-SUB > WS-RFM-COUNT
                   WRITE HOLIDAY-RECORD FROM WS-RFM-ENTRY(WS-RFM-SUB)
               END-PERFORM
               CLOSE HOLIDAY-FILE
           ELSE
               DISPLAY "Unable to write HOLIDAYS.DAT - status "
                   WS-HOLIDAY-STATUS
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Run options - a keyword is set (added or given a new value)
      * or taken off
      * ----------------------------------------------------------------
       5260-CONFIG-MAINT.

           PERFORM 5261-LOAD-CONFIG-FILE
           PERFORM 5262-LIST-CONFIG

           MOVE 'N' TO WS-RFM-VALID
           MOVE SPACE TO WS-RFM-ACTION
           IF WS-RFM-FULL = 'Y'
               DISPLAY "File holds more rows than can be maintained "
                   "here - not changed."
           ELSE
               DISPLAY "(S)et a keyword, (D)elete a keyword: "
               ACCEPT WS-ANSWER
               IF WS-ANSWER = 'S' OR WS-ANSWER = 's'
                   PERFORM 5263-ENTER-CONFIG-VALUE
               END-IF
               IF WS-ANSWER = 'D' OR WS-ANSWER = 'd'
                   PERFORM 5203-PICK-REFERENCE-LINE
                   IF WS-RFM-SUB > ZERO
                       MOVE 'D' TO WS-RFM-ACTION
                       MOVE 'Y' TO WS-RFM-VALID
                   END-IF
               END-IF
           END-IF

           IF WS-RFM-VALID = 'Y'
               PERFORM 5206-APPLY-REFERENCE-ACTION
               PERFORM 5265-WRITE-CONFIG-FILE
               MOVE 'CFGCHG' TO WS-AUD-ACTION
               PERFORM 5202-AUDIT-REFERENCE-CHANGE
               PERFORM 1100-LOAD-CONFIG
               DISPLAY "Config updated - options read at start-up "
                   "take effect from the next session."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * CONFIG.DAT into the held rows
      * ----------------------------------------------------------------
       5261-LOAD-CONFIG-FILE.

           MOVE ZERO TO WS-RFM-COUNT
           MOVE 'N' TO WS-RFM-FULL
           MOVE 'N' TO WS-EOF
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CONFIG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE CONFIG-FILE
                   NOT AT END
                       IF WS-RFM-COUNT < 100
                           ADD 1 TO WS-RFM-COUNT
                           MOVE SPACES TO WS-RFM-ENTRY(WS-RFM-COUNT)
                           MOVE CONFIG-RECORD TO
                               WS-RFM-ENTRY(WS-RFM-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-RFM-FULL
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

       5262-LIST-CONFIG.

           DISPLAY "LINE KEYWORD          VALUE"
           PERFORM VARYING WS-RFM-SUB FROM 1 BY 1
                   UNTIL WS-RFM-SUB > WS-RFM-COUNT
               MOVE WS-RFM-ENTRY(WS-RFM-SUB) TO WS-RFM-REC
               MOVE WS-RFM-SUB TO WS-RFM-LINE-NO
               DISPLAY WS-RFM-LINE-NO " " WS-RFM-CF-KEY " "
                   WS-RFM-CF-VALUE
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * A keyword and value into WS-RFM-REC.  An existing keyword is
      * changed in place; one whose value is a number must stay a
      * number, since the programs read it as one.  The config table
      * holds 100 keywords.
      * ----------------------------------------------------------------
       5263-ENTER-CONFIG-VALUE.

           MOVE 'Y' TO WS-RFM-VALID
           MOVE SPACES TO WS-RFM-REC
           MOVE SPACES TO WS-RFM-OLD-REC
           DISPLAY "Keyword: "
           ACCEPT WS-RFM-CF-KEY
           DISPLAY "Value: "
           ACCEPT WS-RFM-CF-VALUE
           IF WS-RFM-CF-KEY = SPACES
               DISPLAY "A keyword is required."
               MOVE 'N' TO WS-RFM-VALID
           END-IF

           MOVE ZERO TO WS-RFM-SUB
           PERFORM VARYING WS-RFM-SUB-2 FROM 1 BY 1
                   UNTIL WS-RFM-SUB-2 > WS-RFM-COUNT
               MOVE WS-RFM-ENTRY(WS-RFM-SUB-2) TO WS-RFM-CMP
               IF WS-RFM-CC-KEY = WS-RFM-CF-KEY
                   MOVE WS-RFM-SUB-2 TO WS-RFM-SUB
                   MOVE WS-RFM-CMP TO WS-RFM-OLD-REC
               END-IF
           END-PERFORM

           IF WS-RFM-SUB > ZERO
               MOVE 'C' TO WS-RFM-ACTION
               MOVE WS-RFM-OLD-REC TO WS-RFM-CMP
               IF WS-RFM-CC-VALUE NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(WS-RFM-CC-VALUE) = ZERO
                  AND FUNCTION TEST-NUMVAL(WS-RFM-CF-VALUE) NOT = ZERO
                   DISPLAY WS-RFM-CF-KEY " takes a number."
                   MOVE 'N' TO WS-RFM-VALID
               END-IF
           ELSE
               MOVE 'A' TO WS-RFM-ACTION
               IF WS-RFM-COUNT >= 100
                   DISPLAY "The config file is full."
                   MOVE 'N' TO WS-RFM-VALID
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Held rows back to CONFIG.DAT
      * ----------------------------------------------------------------
       5265-WRITE-CONFIG-FILE.

           OPEN OUTPUT CONFIG-FILE
           IF WS-CONFIG-STATUS = '00'
               PERFORM VARYING WS-RFM-SUB FROM 1 BY 1
                       UNTIL WS-RFM-SUB > WS-RFM-COUNT
                   WRITE CONFIG-RECORD FROM WS-RFM-ENTRY(WS-RFM-SUB)
               END-PERFORM
               CLOSE CONFIG-FILE
           ELSE
               DISPLAY "Unable to write CONFIG.DAT - status "
                   WS-CONFIG-STATUS
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Department rename or merge across every file that carries
      * the department name.  The old-to-new list is keyed with an
      * effective date, every affected row is previewed, and the
      * change is applied in one journaled pass with a transfer
      * event per employee.  An interrupted pass is rolled back
      * from the journal before anything else is allowed.
      * ----------------------------------------------------------------
       5270-DEPT-REORGANIZATION.

           PERFORM 5280-CHECK-REORG-JOURNAL
           IF WS-DRO-INCOMPLETE = 'Y'
               DISPLAY "Roll the unfinished reorganization back now "
                   "(Y/N): "
               ACCEPT WS-ANSWER
               IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                   PERFORM 5282-ROLLBACK-REORG
               ELSE
                   DISPLAY "No new reorganization until it is "
                       "rolled back."
               END-IF
           ELSE
               PERFORM 5271-ENTER-REORG-MAPPING
               IF WS-DRO-OK = 'Y' AND WS-DRO-MAP-COUNT > ZERO
                   DISPLAY "Rows that will change:"
                   MOVE 'P' TO WS-DRO-MODE
                   PERFORM 5273-RUN-REORG-PASS
                   IF WS-DRO-STOP = 'Y'
                       DISPLAY "Reorganization cannot be applied."
                   ELSE
                       DISPLAY "Total rows affected: " WS-DRO-TOTAL
                       IF WS-DRO-TOTAL = ZERO
                           DISPLAY "Nothing to change."
                       ELSE
                           DISPLAY "Apply the reorganization "
                               "effective " WS-DRO-EFF-DATE " (Y/N): "
                           ACCEPT WS-ANSWER
                           IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                               PERFORM 5279-APPLY-REORG
                           ELSE
                               DISPLAY "Reorganization abandoned."
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * The effective date - inside an open period and not in the
      * future - and the old-to-new department list
      * ----------------------------------------------------------------
       5271-ENTER-REORG-MAPPING.

           MOVE ZERO TO WS-DRO-MAP-COUNT
           MOVE 'N' TO WS-DRO-OK
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           DISPLAY "Effective date (YYYYMMDD): "
           ACCEPT WS-RFM-DATE
           PERFORM 5201-CHECK-REFERENCE-DATE
           IF WS-RFM-DATE-OK = 'Y'
               IF WS-RFM-DATE <= WS-MAX-CLOSED-PE
                   DISPLAY "That date falls in a closed pay period."
               ELSE
                   IF WS-RFM-DATE > WS-TODAY
                       DISPLAY "Run the reorganization on or after "
                           "its effective date."
                   ELSE
                       MOVE 'Y' TO WS-DRO-OK
                       MOVE WS-RFM-DATE TO WS-DRO-EFF-DATE
                   END-IF
               END-IF
           END-IF

           IF WS-DRO-OK = 'Y'
               MOVE 'N' TO WS-DRO-DONE
               DISPLAY "Key each old department and its new name; "
                   "a blank old name ends the list."
               PERFORM UNTIL WS-DRO-DONE = 'Y'
                       OR WS-DRO-MAP-COUNT >= 20
                   MOVE SPACES TO WS-DRO-NAME
                   DISPLAY "Old department: "
                   ACCEPT WS-DRO-NAME
                   IF WS-DRO-NAME = SPACES
                       MOVE 'Y' TO WS-DRO-DONE
                   ELSE
                       MOVE SPACES TO WS-DRO-NEW-NAME
                       DISPLAY "New department name: "
                       ACCEPT WS-DRO-NEW-NAME
                       PERFORM 5272-CHECK-REORG-PAIR
                       IF WS-DRO-PAIR-OK = 'Y'
                           ADD 1 TO WS-DRO-MAP-COUNT
                           MOVE WS-DRO-NAME TO
                               WS-DRO-OLD(WS-DRO-MAP-COUNT)
                           MOVE WS-DRO-NEW-NAME TO
                               WS-DRO-NEW(WS-DRO-MAP-COUNT)
                           MOVE WS-DRO-PAIR-MERGE TO
                               WS-DRO-MERGE(WS-DRO-MAP-COUNT)
                           IF WS-DRO-PAIR-MERGE = 'Y'
                               DISPLAY "  merge into existing "
                                   "department " WS-DRO-NEW-NAME
                           ELSE
                               DISPLAY "  rename to " WS-DRO-NEW-NAME
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * One old/new pair - the old name must be a department on
      * file and not already in the list, the new name must differ
      * and must not chain through another pair.  A new name that
      * is already a department makes the pair a merge.
      * ----------------------------------------------------------------
       5272-CHECK-REORG-PAIR.

           MOVE 'Y' TO WS-DRO-PAIR-OK
           MOVE 'N' TO WS-DRO-PAIR-MERGE

           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DEPT-COUNT
               IF WS-DPT-NAME(WS-SUB) = WS-DRO-NAME
                   MOVE 'Y' TO WS-FOUND
               END-IF
               IF WS-DPT-NAME(WS-SUB) = WS-DRO-NEW-NAME
                   MOVE 'Y' TO WS-DRO-PAIR-MERGE
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               DISPLAY "Not a department on file: " WS-DRO-NAME
               MOVE 'N' TO WS-DRO-PAIR-OK
           END-IF

           IF WS-DRO-NEW-NAME = SPACES
              OR WS-DRO-NEW-NAME = WS-DRO-NAME
               DISPLAY "The new name must differ from the old."
               MOVE 'N' TO WS-DRO-PAIR-OK
           END-IF

           PERFORM VARYING WS-DRO-MAP-SUB FROM 1 BY 1
                   UNTIL WS-DRO-MAP-SUB > WS-DRO-MAP-COUNT
               IF WS-DRO-OLD(WS-DRO-MAP-SUB) = WS-DRO-NAME
                   DISPLAY WS-DRO-NAME " is already in the list."
                   MOVE 'N' TO WS-DRO-PAIR-OK
               END-IF
               IF WS-DRO-NEW(WS-DRO-MAP-SUB) = WS-DRO-NAME
                  OR WS-DRO-OLD(WS-DRO-MAP-SUB) = WS-DRO-NEW-NAME
                   DISPLAY "A department cannot be both renamed "
                       "and a new name in one pass."
                   MOVE 'N' TO WS-DRO-PAIR-OK
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * One pass over the employee master and every listed file -
      * WS-DRO-MODE P previews, A applies
      * ----------------------------------------------------------------
       5273-RUN-REORG-PASS.

           MOVE ZERO TO WS-DRO-TOTAL
           MOVE 'N' TO WS-DRO-STOP

           PERFORM 5274-REORG-EMPLOYEES
           PERFORM VARYING WS-DRO-FILE-SUB FROM 1 BY 1
                   UNTIL WS-DRO-FILE-SUB > 8
               PERFORM 5275-REORG-SEQ-FILE
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Employees in an old department - listed, or moved with a
      * journaled before-image and a transfer event
      * ----------------------------------------------------------------
       5274-REORG-EMPLOYEES.

           MOVE ZERO TO WS-DRO-ROWS-HIT
           MOVE 'N' TO WS-EOF

           IF WS-DRO-MODE = 'P'
               OPEN INPUT EMP-FILE
           ELSE
               OPEN I-O EMP-FILE
           END-IF
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "Unable to open employee file - status "
                   WS-EMP-STATUS
               MOVE 'Y' TO WS-DRO-STOP
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ EMP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE EMP-FILE
                   NOT AT END
                       MOVE EMP-DEPARTMENT TO WS-DRO-NAME
                       PERFORM 5276-FIND-REORG-OLD
                       IF WS-DRO-HIT > ZERO
                           ADD 1 TO WS-DRO-ROWS-HIT
                           IF WS-DRO-MODE = 'P'
                               DISPLAY "  EMPLOYEE.DAT  " EMP-ID " "
                                   WS-DRO-NAME " -> "
                                   WS-DRO-NEW(WS-DRO-HIT)
                           ELSE
                               PERFORM 5278-REORG-ONE-EMPLOYEE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           ADD WS-DRO-ROWS-HIT TO WS-DRO-TOTAL
           DISPLAY "EMPLOYEE.DAT: " WS-DRO-ROWS-HIT " row(s)"

           EXIT.

      * ----------------------------------------------------------------
      * The listed file at WS-DRO-FILE-SUB.  A preview reads the
      * live file; the apply reads its .DRB copy and rewrites the
      * live file from it.
      * ----------------------------------------------------------------
       5275-REORG-SEQ-FILE.

           MOVE ZERO TO WS-DRO-ROWS-HIT
           MOVE ZERO TO WS-DRO-LINE-NO
           MOVE ZERO TO WS-DRO-HELD-COUNT
           MOVE 'N' TO WS-DRO-OPENED
           MOVE 'N' TO WS-EOF
           MOVE WS-DRO-FPOS(WS-DRO-FILE-SUB) TO WS-DRO-POS
           MOVE WS-DRO-FNAME(WS-DRO-FILE-SUB) TO WS-DRO-CUR-FILE

           IF WS-DRO-MODE = 'P'
               MOVE WS-DRO-CUR-FILE TO WS-GENSRC-NAME
           ELSE
               PERFORM 5283-BUILD-REORG-COPY-NAME
               MOVE WS-DRO-COPY-NAME TO WS-GENSRC-NAME
               MOVE WS-DRO-CUR-FILE TO WS-GENOUT-NAME
           END-IF

      * the apply works only from a copy taken in this pass
           IF WS-DRO-MODE = 'A'
              AND WS-DRO-COPIED(WS-DRO-FILE-SUB) NOT = 'Y'
               MOVE 'Y' TO WS-EOF
           ELSE
               OPEN INPUT GENSRC-FILE
               IF WS-GENSRC-STATUS NOT = '00'
                   MOVE 'Y' TO WS-EOF
               END-IF
           END-IF
           IF WS-EOF = 'N'
               IF WS-DRO-MODE = 'A'
                  AND (WS-DRO-FTYPE(WS-DRO-FILE-SUB) = 'G'
                   OR WS-DRO-FTYPE(WS-DRO-FILE-SUB) = 'T')
                   OPEN OUTPUT GENOUT-FILE
                   MOVE 'Y' TO WS-DRO-OPENED
               END-IF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ GENSRC-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE GENSRC-FILE
                   NOT AT END
                       ADD 1 TO WS-DRO-LINE-NO
                       MOVE GENSRC-RECORD TO WS-DRO-LINE
                       MOVE ZERO TO WS-DRO-HIT
                       IF WS-DRO-FTYPE(WS-DRO-FILE-SUB) NOT = 'T'
                          OR (WS-DRO-LINE(1:1) = 'D'
                          AND WS-DRO-LINE(9:6) = 'DEPT')
                           MOVE WS-DRO-LINE(WS-DRO-POS:20) TO
                               WS-DRO-NAME
                           PERFORM 5276-FIND-REORG-OLD
                       END-IF
                       IF WS-DRO-FTYPE(WS-DRO-FILE-SUB) = 'D'
                          OR WS-DRO-FTYPE(WS-DRO-FILE-SUB) = 'K'
                           IF WS-DRO-HELD-COUNT < 1000
                               ADD 1 TO WS-DRO-HELD-COUNT
                               MOVE WS-DRO-LINE(1:60) TO
                                   WS-DRO-HELD-ROW(WS-DRO-HELD-COUNT)
                               MOVE SPACE TO
                                   WS-DRO-HELD-MARK(WS-DRO-HELD-COUNT)
                               IF WS-DRO-HIT > ZERO
                                   MOVE 'R' TO WS-DRO-HELD-MARK
                                       (WS-DRO-HELD-COUNT)
                                   MOVE WS-DRO-NAME TO WS-DRO-HELD-OLD
                                       (WS-DRO-HELD-COUNT)
                                   MOVE WS-DRO-NEW(WS-DRO-HIT) TO
                                       WS-DRO-HELD-ROW
                                       (WS-DRO-HELD-COUNT)
                                       (WS-DRO-POS:20)
                               END-IF
                           ELSE
                               DISPLAY WS-DRO-CUR-FILE " has more "
                                   "than 1000 rows."
                               MOVE 'Y' TO WS-DRO-STOP
                           END-IF
                       ELSE
                           IF WS-DRO-HIT > ZERO
                               ADD 1 TO WS-DRO-ROWS-HIT
                               MOVE WS-DRO-NEW(WS-DRO-HIT) TO
                                   WS-DRO-LINE(WS-DRO-POS:20)
                               IF WS-DRO-MODE = 'P'
                                   DISPLAY "  " WS-DRO-CUR-FILE
                                       " line " WS-DRO-LINE-NO ": "
                                       WS-DRO-NAME " -> "
                                       WS-DRO-NEW(WS-DRO-HIT)
                               END-IF
                           END-IF
                           IF WS-DRO-OPENED = 'Y'
                               WRITE GENOUT-RECORD FROM WS-DRO-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-DRO-OPENED = 'Y'
               CLOSE GENOUT-FILE
           END-IF
           IF WS-DRO-HELD-COUNT > ZERO AND WS-DRO-STOP = 'N'
               PERFORM 5277-MERGE-HELD-ROWS
           END-IF

           ADD WS-DRO-ROWS-HIT TO WS-DRO-TOTAL
           DISPLAY WS-DRO-CUR-FILE ": " WS-DRO-ROWS-HIT " row(s)"

           EXIT.

      * ----------------------------------------------------------------
      * Position of WS-DRO-NAME in the old-name list - WS-DRO-HIT
      * out, zero when the department is not being changed
      * ----------------------------------------------------------------
       5276-FIND-REORG-OLD.

           MOVE ZERO TO WS-DRO-HIT
           IF WS-DRO-NAME NOT = SPACES
               PERFORM VARYING WS-DRO-MAP-SUB FROM 1 BY 1
                       UNTIL WS-DRO-MAP-SUB > WS-DRO-MAP-COUNT
                   IF WS-DRO-OLD(WS-DRO-MAP-SUB) = WS-DRO-NAME
                       MOVE WS-DRO-MAP-SUB TO WS-DRO-HIT
                   END-IF
               END-PERFORM
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * A renamed row of a D or K file whose key now matches a row
      * already there (or one renamed ahead of it) is merged away;
      * on the department master its budget goes to the row kept.
      * The apply writes the rows that remain.
      * ----------------------------------------------------------------
       5277-MERGE-HELD-ROWS.

           COMPUTE WS-DRO-KEY-LEN = WS-DRO-POS + 19

           PERFORM VARYING WS-DRO-HELD-SUB FROM 1 BY 1
                   UNTIL WS-DRO-HELD-SUB > WS-DRO-HELD-COUNT
               IF WS-DRO-HELD-MARK(WS-DRO-HELD-SUB) = 'R'
                   ADD 1 TO WS-DRO-ROWS-HIT
                   PERFORM VARYING WS-DRO-HELD-SUB-2 FROM 1 BY 1
                           UNTIL WS-DRO-HELD-SUB-2 > WS-DRO-HELD-COUNT
                       IF WS-DRO-HELD-SUB-2 NOT = WS-DRO-HELD-SUB
                          AND WS-DRO-HELD-MARK(WS-DRO-HELD-SUB-2)
                              NOT = 'X'
                          AND (WS-DRO-HELD-MARK(WS-DRO-HELD-SUB-2)
                              = SPACE
                           OR WS-DRO-HELD-SUB-2 < WS-DRO-HELD-SUB)
                          AND WS-DRO-HELD-ROW(WS-DRO-HELD-SUB-2)
                              (1:WS-DRO-KEY-LEN) =
                              WS-DRO-HELD-ROW(WS-DRO-HELD-SUB)
                              (1:WS-DRO-KEY-LEN)
                           MOVE 'X' TO
                               WS-DRO-HELD-MARK(WS-DRO-HELD-SUB)
                           IF WS-DRO-FTYPE(WS-DRO-FILE-SUB) = 'D'
                               MOVE WS-DRO-HELD-ROW(WS-DRO-HELD-SUB)
                                   TO WS-DRO-DPM-ROW
                               MOVE WS-DRO-DPM-BUDGET TO WS-DRO-BUDGET
                               MOVE WS-DRO-HELD-ROW(WS-DRO-HELD-SUB-2)
                                   TO WS-DRO-DPM-ROW
                               ADD WS-DRO-BUDGET TO WS-DRO-DPM-BUDGET
                               MOVE WS-DRO-DPM-ROW TO
                                   WS-DRO-HELD-ROW(WS-DRO-HELD-SUB-2)
                           END-IF
                           MOVE WS-DRO-HELD-COUNT TO WS-DRO-HELD-SUB-2
                       END-IF
                   END-PERFORM
                   IF WS-DRO-MODE = 'P'
                       MOVE WS-DRO-HELD-SUB TO WS-DRO-LINE-NO
                       DISPLAY "  " WS-DRO-CUR-FILE " line "
                           WS-DRO-LINE-NO ": "
                           WS-DRO-HELD-OLD(WS-DRO-HELD-SUB) " -> "
                           WS-DRO-HELD-ROW(WS-DRO-HELD-SUB)
                           (WS-DRO-POS:20)
                       IF WS-DRO-HELD-MARK(WS-DRO-HELD-SUB) = 'X'
                           DISPLAY "      merged into the existing "
                               "row - this row is dropped"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-DRO-MODE = 'A'
               OPEN OUTPUT GENOUT-FILE
               PERFORM VARYING WS-DRO-HELD-SUB FROM 1 BY 1
                       UNTIL WS-DRO-HELD-SUB > WS-DRO-HELD-COUNT
                   IF WS-DRO-HELD-MARK(WS-DRO-HELD-SUB) NOT = 'X'
                       WRITE GENOUT-RECORD FROM
                           WS-DRO-HELD-ROW(WS-DRO-HELD-SUB)
                   END-IF
               END-PERFORM
               CLOSE GENOUT-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Move the employee in EMP-RECORD to the new department -
      * EMP-FILE and EMPHIST-FILE are open I-O, the journal is open.
      * The before-image is journaled ahead of the rewrite.
      * ----------------------------------------------------------------
       5278-REORG-ONE-EMPLOYEE.

           MOVE SPACES TO DEPTJRNL-RECORD
           MOVE ZERO TO DRJ-HIST-DATE
           MOVE ZERO TO DRJ-HIST-SEQ
           MOVE 'EMP' TO DRJ-TYPE
           MOVE EMP-ID TO DRJ-EMP-ID
           MOVE EMP-RECORD TO DRJ-BEFORE
           PERFORM 5281-WRITE-REORG-JOURNAL

           MOVE WS-DRO-NEW(WS-DRO-HIT) TO EMP-DEPARTMENT
           REWRITE EMP-RECORD
               INVALID KEY
                   DISPLAY "Rewrite failed for employee " EMP-ID
               NOT INVALID KEY
                   IF EMP-DEL-FLAG NOT = 'D'
                       MOVE EMP-ID TO EH-EMP-ID
                       MOVE WS-DRO-EFF-DATE TO EH-EVENT-DATE
                       MOVE ZERO TO EH-SEQ
                       MOVE EMP-STATUS TO EH-OLD-STATUS
                       MOVE EMP-STATUS TO EH-NEW-STATUS
                       MOVE 'XFER' TO EH-EVENT-TYPE
                       MOVE EMP-DEPARTMENT TO EH-DEPARTMENT
                       MOVE 'N' TO WS-HIST-WRITTEN
                       PERFORM UNTIL WS-HIST-WRITTEN = 'Y'
                               OR EH-SEQ > 98
                           WRITE EMPHIST-RECORD
                               INVALID KEY
                                   ADD 1 TO EH-SEQ
                               NOT INVALID KEY
                                   MOVE 'Y' TO WS-HIST-WRITTEN
                           END-WRITE
                       END-PERFORM
                       IF WS-HIST-WRITTEN = 'Y'
                           MOVE SPACES TO DEPTJRNL-RECORD
                           MOVE 'HIST' TO DRJ-TYPE
                           MOVE EH-EMP-ID TO DRJ-EMP-ID
                           MOVE EH-EVENT-DATE TO DRJ-HIST-DATE
                           MOVE EH-SEQ TO DRJ-HIST-SEQ
                           PERFORM 5281-WRITE-REORG-JOURNAL
                       END-IF
                   END-IF
                   MOVE 'DEPTRO' TO WS-AUD-ACTION
                   MOVE EMP-ID TO WS-AUD-EMP-ID
                   MOVE EMP-NAME TO WS-AUD-BEFORE-NAME
                   MOVE WS-DRO-OLD(WS-DRO-HIT) TO WS-AUD-BEFORE-DEPT
                   MOVE EMP-SALARY TO WS-AUD-BEFORE-SAL
                   MOVE EMP-STATUS TO WS-AUD-BEFORE-STAT
                   MOVE EMP-NAME TO WS-AUD-AFTER-NAME
                   MOVE EMP-DEPARTMENT TO WS-AUD-AFTER-DEPT
                   MOVE EMP-SALARY TO WS-AUD-AFTER-SAL
                   MOVE EMP-STATUS TO WS-AUD-AFTER-STAT
                   PERFORM 8500-WRITE-AUDIT-RECORD
           END-REWRITE

           EXIT.

      * ----------------------------------------------------------------
      * Journal, copy every listed file to <name>.DRB, then apply.
      * Nothing is changed unless every copy was taken.
      * ----------------------------------------------------------------
       5279-APPLY-REORG.

           MOVE ZERO TO WS-DRO-SEQ-NO
           MOVE 'N' TO WS-DRO-JRNL-OPEN
           MOVE 'N' TO WS-DRO-STOP

      * queued master changes wait while TRANS.DAT is copied and
      * rewritten
           PERFORM 2396-TAKE-TRANS-LOCK
           IF WS-TXL-OK = 'N'
               MOVE 'Y' TO WS-DRO-STOP
           END-IF

           IF WS-DRO-STOP = 'N'
               OPEN I-O EMPHIST-FILE
               IF WS-EMPHIST-STATUS = '35'
                   OPEN OUTPUT EMPHIST-FILE
                   CLOSE EMPHIST-FILE
                   OPEN I-O EMPHIST-FILE
               END-IF
               IF WS-EMPHIST-STATUS NOT = '00'
                   DISPLAY "Unable to open EMPHIST.DAT - status "
                       WS-EMPHIST-STATUS
                   MOVE 'Y' TO WS-DRO-STOP
               ELSE
                   OPEN OUTPUT DEPTJRNL-FILE
                   IF WS-DEPTJRNL-STATUS NOT = '00'
                       DISPLAY "Unable to open DEPTJRNL.DAT - status "
                           WS-DEPTJRNL-STATUS
                       MOVE 'Y' TO WS-DRO-STOP
                       CLOSE EMPHIST-FILE
                   ELSE
                       MOVE 'Y' TO WS-DRO-JRNL-OPEN
                   END-IF
               END-IF
           END-IF

           IF WS-DRO-JRNL-OPEN = 'Y'
               MOVE SPACES TO DEPTJRNL-RECORD
               MOVE ZERO TO DRJ-EMP-ID
               MOVE ZERO TO DRJ-HIST-SEQ
               MOVE 'START' TO DRJ-TYPE
               MOVE WS-DRO-EFF-DATE TO DRJ-HIST-DATE
               PERFORM 5281-WRITE-REORG-JOURNAL

               PERFORM VARYING WS-DRO-FILE-SUB FROM 1 BY 1
                       UNTIL WS-DRO-FILE-SUB > 8
                          OR WS-DRO-STOP = 'Y'
                   MOVE 'N' TO WS-DRO-COPIED(WS-DRO-FILE-SUB)
                   MOVE WS-DRO-FNAME(WS-DRO-FILE-SUB) TO
                       WS-DRO-CUR-FILE
                   PERFORM 5283-BUILD-REORG-COPY-NAME
                   MOVE WS-DRO-CUR-FILE TO WS-GENSRC-NAME
                   MOVE WS-DRO-COPY-NAME TO WS-GENOUT-NAME
                   PERFORM 5915-COPY-GENERIC
                   IF WS-GENSRC-STATUS = '00'
                       IF WS-GENOUT-STATUS = '00'
                           MOVE 'Y' TO WS-DRO-COPIED(WS-DRO-FILE-SUB)
                           MOVE SPACES TO DEPTJRNL-RECORD
                           MOVE ZERO TO DRJ-EMP-ID
                           MOVE ZERO TO DRJ-HIST-DATE
                           MOVE ZERO TO DRJ-HIST-SEQ
                           MOVE 'FILE' TO DRJ-TYPE
                           MOVE WS-DRO-CUR-FILE TO DRJ-FILE
                           PERFORM 5281-WRITE-REORG-JOURNAL
                       ELSE
                           DISPLAY "Unable to copy " WS-DRO-CUR-FILE
                               " - status " WS-GENOUT-STATUS
                           MOVE 'Y' TO WS-DRO-STOP
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-DRO-STOP = 'Y'
                   CLOSE DEPTJRNL-FILE
                   CLOSE EMPHIST-FILE
                   OPEN OUTPUT DEPTJRNL-FILE
                   CLOSE DEPTJRNL-FILE
               ELSE
                   MOVE 'A' TO WS-DRO-MODE
                   PERFORM 5273-RUN-REORG-PASS
                   CLOSE EMPHIST-FILE

                   MOVE SPACES TO DEPTJRNL-RECORD
                   MOVE ZERO TO DRJ-EMP-ID
                   MOVE ZERO TO DRJ-HIST-SEQ
                   MOVE 'END' TO DRJ-TYPE
                   MOVE WS-DRO-EFF-DATE TO DRJ-HIST-DATE
                   PERFORM 5281-WRITE-REORG-JOURNAL
                   CLOSE DEPTJRNL-FILE
                   MOVE 'N' TO WS-DRO-JRNL-OPEN

                   PERFORM VARYING WS-DRO-MAP-SUB FROM 1 BY 1
                           UNTIL WS-DRO-MAP-SUB > WS-DRO-MAP-COUNT
                       MOVE 'DEPTRO' TO WS-AUD-ACTION
                       MOVE ZERO TO WS-AUD-EMP-ID
                       IF WS-DRO-MERGE(WS-DRO-MAP-SUB) = 'Y'
                           MOVE 'DEPARTMENTS MERGED' TO
                               WS-AUD-BEFORE-NAME
                       ELSE
                           MOVE 'DEPARTMENT RENAMED' TO
                               WS-AUD-BEFORE-NAME
                       END-IF
                       MOVE WS-DRO-OLD(WS-DRO-MAP-SUB) TO
                           WS-AUD-BEFORE-DEPT
                       MOVE ZERO TO WS-AUD-BEFORE-SAL
                       MOVE SPACES TO WS-AUD-BEFORE-STAT
                       MOVE WS-AUD-BEFORE-NAME TO WS-AUD-AFTER-NAME
                       MOVE WS-DRO-NEW(WS-DRO-MAP-SUB) TO
                           WS-AUD-AFTER-DEPT
                       MOVE ZERO TO WS-AUD-AFTER-SAL
                       MOVE SPACES TO WS-AUD-AFTER-STAT
                       PERFORM 8500-WRITE-AUDIT-RECORD
                       IF WS-OPR-SCOPE = WS-DRO-OLD(WS-DRO-MAP-SUB)
                           MOVE WS-DRO-NEW(WS-DRO-MAP-SUB) TO
                               WS-OPR-SCOPE
                       END-IF
                   END-PERFORM

                   PERFORM 1150-LOAD-DEPT-MASTER
                   PERFORM 1180-LOAD-GLMAP-TABLE
                   PERFORM 9302-LOAD-OPERATOR-TABLE
                   DISPLAY "Reorganization applied effective "
                       WS-DRO-EFF-DATE " - " WS-DRO-TOTAL
                       " row(s) changed."
               END-IF
           END-IF

           IF WS-TXL-OK = 'Y'
               PERFORM 2397-RELEASE-TRANS-LOCK
           END-IF
           IF WS-DRO-STOP = 'Y'
               DISPLAY "Reorganization not applied - nothing changed."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * An unfinished reorganization - a START row with no END row
      * after it - is flagged at sign-on the way an interrupted
      * transaction batch is
      * ----------------------------------------------------------------
       5280-CHECK-REORG-JOURNAL.

           MOVE 'N' TO WS-DRO-INCOMPLETE
           MOVE 'N' TO WS-EOF-2

           OPEN INPUT DEPTJRNL-FILE
           IF WS-DEPTJRNL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           END-IF

           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ DEPTJRNL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE DEPTJRNL-FILE
                   NOT AT END
                       IF DRJ-TYPE = 'START'
                           MOVE 'Y' TO WS-DRO-INCOMPLETE
                       END-IF
                       IF DRJ-TYPE = 'END'
                           MOVE 'N' TO WS-DRO-INCOMPLETE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-DRO-INCOMPLETE = 'Y'
               DISPLAY "WARNING: the last department reorganization "
                   "did not finish - roll it back from the DEPT "
                   "REORGANIZE option."
           END-IF

           EXIT.

       5281-WRITE-REORG-JOURNAL.

           ADD 1 TO WS-DRO-SEQ-NO
           MOVE WS-DRO-SEQ-NO TO DRJ-SEQ
           WRITE DEPTJRNL-RECORD

           EXIT.

      * ----------------------------------------------------------------
      * Back an unfinished reorganization out: every journaled file
      * is copied back from its .DRB copy, every employee gets its
      * before-image back and every transfer event written is taken
      * off again
      * ----------------------------------------------------------------
       5282-ROLLBACK-REORG.

           MOVE ZERO TO WS-DRO-RESTORED
           MOVE 'N' TO WS-EOF

      * TRANS.DAT is put back under the transaction lock
           PERFORM 2396-TAKE-TRANS-LOCK
           IF WS-TXL-OK = 'N'
               DISPLAY "Rollback not started - run it again once "
                   "the transaction batch is finished."
               MOVE 'Y' TO WS-EOF
           ELSE
               OPEN INPUT DEPTJRNL-FILE
               IF WS-DEPTJRNL-STATUS NOT = '00'
                   DISPLAY "No reorganization journal on file."
                   MOVE 'Y' TO WS-EOF
               ELSE
                   OPEN I-O EMP-FILE
                   OPEN I-O EMPHIST-FILE
               END-IF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ DEPTJRNL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE DEPTJRNL-FILE
                       CLOSE EMP-FILE
                       CLOSE EMPHIST-FILE
                   NOT AT END
                       EVALUATE DRJ-TYPE
                           WHEN 'FILE'
                               MOVE DRJ-FILE TO WS-DRO-CUR-FILE
                               PERFORM 5283-BUILD-REORG-COPY-NAME
                               MOVE WS-DRO-COPY-NAME TO WS-GENSRC-NAME
                               MOVE WS-DRO-CUR-FILE TO WS-GENOUT-NAME
                               PERFORM 5915-COPY-GENERIC
                               DISPLAY "Restored " WS-DRO-CUR-FILE
                                   " - " WS-FB-FILE-COUNT " row(s)"
                           WHEN 'EMP'
                               MOVE DRJ-EMP-ID TO EMP-ID
                               READ EMP-FILE
                                   INVALID KEY
                                       DISPLAY "Journaled employee "
                                           DRJ-EMP-ID
                                           " no longer on the master."
                                   NOT INVALID KEY
                                       MOVE DRJ-BEFORE TO EMP-RECORD
                                       REWRITE EMP-RECORD
                                           INVALID KEY
                                               DISPLAY "Rollback "
                                                   "rewrite failed "
                                                   "for " DRJ-EMP-ID
                                           NOT INVALID KEY
                                               ADD 1 TO
                                                   WS-DRO-RESTORED
                                       END-REWRITE
                               END-READ
                           WHEN 'HIST'
                               MOVE DRJ-EMP-ID TO EH-EMP-ID
                               MOVE DRJ-HIST-DATE TO EH-EVENT-DATE
                               MOVE DRJ-HIST-SEQ TO EH-SEQ
                               DELETE EMPHIST-FILE RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-DELETE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM

           IF WS-TXL-OK = 'Y'
               PERFORM 2397-RELEASE-TRANS-LOCK
           END-IF

           IF WS-TXL-OK = 'Y'
              AND (WS-DEPTJRNL-STATUS = '00'
               OR WS-DEPTJRNL-STATUS = '10')
               OPEN OUTPUT DEPTJRNL-FILE
               CLOSE DEPTJRNL-FILE
               MOVE 'N' TO WS-DRO-INCOMPLETE

               MOVE 'DRORBK' TO WS-AUD-ACTION
               MOVE ZERO TO WS-AUD-EMP-ID
               MOVE 'DEPT REORG ROLLED BACK' TO
                   WS-AUD-BEFORE-NAME
               MOVE SPACES TO WS-AUD-BEFORE-DEPT
               MOVE ZERO TO WS-AUD-BEFORE-SAL
               MOVE SPACES TO WS-AUD-BEFORE-STAT
               MOVE SPACES TO WS-AUD-AFTER-NAME
               MOVE SPACES TO WS-AUD-AFTER-DEPT
               MOVE ZERO TO WS-AUD-AFTER-SAL
               MOVE SPACES TO WS-AUD-AFTER-STAT
               PERFORM 8500-WRITE-AUDIT-RECORD

               PERFORM 1150-LOAD-DEPT-MASTER
               PERFORM 1180-LOAD-GLMAP-TABLE
               PERFORM 9302-LOAD-OPERATOR-TABLE
               DISPLAY "Rolled back - " WS-DRO-RESTORED
                   " employee(s) restored."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * <name>.DRB for the file in WS-DRO-CUR-FILE
      * ----------------------------------------------------------------
       5283-BUILD-REORG-COPY-NAME.

           MOVE SPACES TO WS-DRO-STEM
           MOVE SPACES TO WS-DRO-EXT
           UNSTRING WS-DRO-CUR-FILE DELIMITED BY '.'
               INTO WS-DRO-STEM WS-DRO-EXT
           END-UNSTRING
           MOVE SPACES TO WS-DRO-COPY-NAME
           STRING WS-DRO-STEM DELIMITED BY SPACE
                  '.DRB' DELIMITED BY SIZE
               INTO WS-DRO-COPY-NAME
           END-STRING

           EXIT.

      * ----------------------------------------------------------------
      * Bank account protection - convert accounts still held in
      * clear, or rotate to a new key.  Both bring every bank
      * account row, in the live file and in every backup
      * generation, under the current key.
      * ----------------------------------------------------------------
       5290-BANK-ACCOUNT-SECURITY.

           MOVE 'Y' TO WS-BKM-PROMPT
           PERFORM 5291-LOAD-BANK-KEYS
           DISPLAY "Current bank key version: " WS-BKK-CURRENT
           DISPLAY "(C)onvert accounts held in clear, (R)otate the "
               "key: "
           ACCEPT WS-ANSWER
           EVALUATE WS-ANSWER
               WHEN 'C'
               WHEN 'c'
                   IF WS-BKK-CURRENT = ZERO
                       PERFORM 5292-ADD-BANK-KEY
                   END-IF
                   IF WS-BKK-CURRENT > ZERO
                       PERFORM 5289-REKEY-ALL-BANK-FILES
                       MOVE 'BNKCNV' TO WS-AUD-ACTION
                       PERFORM 5288-AUDIT-BANK-REKEY
                   END-IF
               WHEN 'R'
               WHEN 'r'
                   IF WS-BKK-CURRENT = ZERO
                       DISPLAY "No key yet - run the conversion "
                           "first."
                   ELSE
                       DISPLAY "Take a full backup first.  Rotate "
                           "to a new key (Y/N): "
                       ACCEPT WS-ANSWER
                       IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                           PERFORM 5292-ADD-BANK-KEY
                           PERFORM 5289-REKEY-ALL-BANK-FILES
                           MOVE 'BNKROT' TO WS-AUD-ACTION
                           PERFORM 5288-AUDIT-BANK-REKEY
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EXIT.

       5288-AUDIT-BANK-REKEY.

           MOVE ZERO TO WS-AUD-EMP-ID
           MOVE 'BANK ACCOUNTS RE-KEYED' TO WS-AUD-BEFORE-NAME
           MOVE SPACES TO WS-AUD-BEFORE-DEPT
           MOVE ZERO TO WS-AUD-BEFORE-SAL
           MOVE SPACES TO WS-AUD-BEFORE-STAT
           MOVE SPACES TO WS-AUD-AFTER-NAME
           STRING 'KEY VERSION ' DELIMITED BY SIZE
                  WS-BKC-VER-X DELIMITED BY SIZE
                  ' ROWS ' DELIMITED BY SIZE
                  WS-BKC-TOT-REKEYED DELIMITED BY SIZE
               INTO WS-AUD-AFTER-NAME
           END-STRING
           MOVE SPACES TO WS-AUD-AFTER-DEPT
           MOVE ZERO TO WS-AUD-AFTER-SAL
           MOVE SPACES TO WS-AUD-AFTER-STAT
           PERFORM 8500-WRITE-AUDIT-RECORD

           EXIT.

      * ----------------------------------------------------------------
      * The live bank account master and every backup generation of
      * it named on the backup manifest
      * ----------------------------------------------------------------
       5289-REKEY-ALL-BANK-FILES.

           MOVE ZERO TO WS-BKC-TOT-REKEYED
           MOVE ZERO TO WS-BKC-TOT-FAILED
           MOVE WS-BKK-CURRENT TO WS-BKC-VER

           MOVE 'BANKACCT.DAT' TO WS-BKC-FILE
           PERFORM 5293-REKEY-BANK-FILE

           MOVE ZERO TO WS-BKC-GEN-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT BKMANIF-FILE
           IF WS-BKMANIF-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BKMANIF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE BKMANIF-FILE
                   NOT AT END
                       IF BMF-FILE = 'BANKACCT.DAT'
                          AND WS-BKC-GEN-COUNT < 200
                           ADD 1 TO WS-BKC-GEN-COUNT
                           MOVE BMF-GEN TO
                               WS-BKC-GEN(WS-BKC-GEN-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING WS-BKC-GEN-SUB FROM 1 BY 1
                   UNTIL WS-BKC-GEN-SUB > WS-BKC-GEN-COUNT
               MOVE SPACES TO WS-BKC-FILE
               STRING 'G' DELIMITED BY SIZE
                      WS-BKC-GEN(WS-BKC-GEN-SUB) DELIMITED BY SIZE
                      '-BANKACCT.DAT' DELIMITED BY SIZE
                   INTO WS-BKC-FILE
               END-STRING
               PERFORM 5293-REKEY-BANK-FILE
           END-PERFORM

           DISPLAY "Rows brought under key version " WS-BKC-VER-X
               ": " WS-BKC-TOT-REKEYED
           IF WS-BKC-TOT-FAILED > ZERO
               DISPLAY "Rows left as they were (key missing or account "
               "unreadable): "
                   WS-BKC-TOT-FAILED
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Bank key file into the key table - WS-BKK-CURRENT and
      * WS-BKK-CUR-KEY name the current key, zero when there is none.
      * The keys open only under the bank master key, taken from
      * EMPSYS_BANK_MASTER or, where the caller sets WS-BKM-PROMPT,
      * from the operator.  Without it, or with the wrong one, no key
      * is loaded and no account can be read.  Keys still on file in
      * clear are sealed as soon as a master key is given.
      * ----------------------------------------------------------------
       5291-LOAD-BANK-KEYS.

           MOVE ZERO TO WS-BKK-COUNT
           MOVE ZERO TO WS-BKK-CURRENT
           MOVE ZERO TO WS-BKK-CUR-KEY
           MOVE 'N' TO WS-BKK-EOF
           MOVE 'N' TO WS-BKM-BAD
           MOVE 'N' TO WS-BKM-CLEAR

           IF WS-BKM-OK NOT = 'Y'
               MOVE SPACES TO WS-BKM-PHRASE
               ACCEPT WS-BKM-PHRASE FROM ENVIRONMENT
                   'EMPSYS_BANK_MASTER'
               IF WS-BKM-PHRASE = SPACES AND WS-BKM-PROMPT = 'Y'
                   DISPLAY "Bank master passphrase: "
                   ACCEPT WS-BKM-PHRASE
               END-IF
               IF WS-BKM-PHRASE NOT = SPACES
                   MOVE 7 TO WS-BKM-HASH
                   PERFORM VARYING WS-BKM-POS FROM 1 BY 1
                           UNTIL WS-BKM-POS > 32
                       COMPUTE WS-BKM-HASH =
                           FUNCTION MOD(WS-BKM-HASH * 48271
                               + FUNCTION ORD(WS-BKM-PHRASE
                                   (WS-BKM-POS:1)) * 7
                               + WS-BKM-POS * 17, 999999937)
                   END-PERFORM
                   MOVE 'Y' TO WS-BKM-OK
               END-IF
               MOVE SPACES TO WS-BKM-PHRASE
           END-IF
           MOVE 'N' TO WS-BKM-PROMPT

           OPEN INPUT BANKKEY-FILE
           IF WS-BANKKEY-STATUS NOT = '00'
               MOVE 'Y' TO WS-BKK-EOF
           END-IF

           PERFORM UNTIL WS-BKK-EOF = 'Y'
               READ BANKKEY-FILE
                   AT END
                       MOVE 'Y' TO WS-BKK-EOF
                       CLOSE BANKKEY-FILE
                   NOT AT END
                       IF WS-BKK-COUNT < 99
                           ADD 1 TO WS-BKK-COUNT
                           MOVE BKK-VERSION TO
                               WS-BKK-VERSION(WS-BKK-COUNT)
                           MOVE BKK-KEY TO WS-BKK-KEY(WS-BKK-COUNT)
                           IF BKK-SEALED NOT = 'M'
                               MOVE 'Y' TO WS-BKM-CLEAR
                           ELSE
                               IF WS-BKM-OK = 'Y'
                                   COMPUTE WS-BKM-PAD =
                                       FUNCTION MOD(WS-BKM-HASH
                                           * 16807 + BKK-VERSION
                                           * 48271, 999999937)
                                   COMPUTE WS-BKK-KEY(WS-BKK-COUNT) =
                                       FUNCTION MOD(BKK-KEY
                                           + 1000000000 - WS-BKM-PAD,
                                           1000000000)
                                   COMPUTE WS-BKM-CHECK =
                                       FUNCTION MOD(
                                           WS-BKK-KEY(WS-BKK-COUNT)
                                           * 31 + WS-BKM-HASH, 999983)
                                   IF WS-BKM-CHECK NOT = BKK-CHECK
                                       MOVE 'Y' TO WS-BKM-BAD
                                   END-IF
                               END-IF
                           END-IF
                           MOVE BKK-CREATED TO
                               WS-BKK-CREATED(WS-BKK-COUNT)
                           MOVE BKK-STATE TO
                               WS-BKK-STATE(WS-BKK-COUNT)
                           IF BKK-STATE = 'C'
                               MOVE BKK-VERSION TO WS-BKK-CURRENT
                               MOVE WS-BKK-KEY(WS-BKK-COUNT) TO
                                   WS-BKK-CUR-KEY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-BKK-COUNT > ZERO
               IF WS-BKM-OK NOT = 'Y'
                   DISPLAY "No bank master key given - bank "
                       "accounts cannot be opened."
                   MOVE 'Y' TO WS-BKM-BAD
               ELSE
                   IF WS-BKM-BAD = 'Y'
                       DISPLAY "The bank master key does not open "
                           "BANKKEY.DAT - bank accounts cannot be "
                           "opened."
                       MOVE 'N' TO WS-BKM-OK
                   END-IF
               END-IF
           END-IF

           IF WS-BKM-BAD = 'Y'
               INITIALIZE WS-BKK-TABLE
               MOVE ZERO TO WS-BKK-CURRENT
               MOVE ZERO TO WS-BKK-CUR-KEY
           ELSE
               IF WS-BKM-CLEAR = 'Y'
                   PERFORM 5284-SEAL-BANK-KEYS
                   IF WS-BANKKEY-STATUS = '00'
                       DISPLAY "Bank keys sealed under the master "
                           "key."
                   END-IF
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Key table back to BANKKEY.DAT, every key sealed under the
      * bank master key
      * ----------------------------------------------------------------
       5284-SEAL-BANK-KEYS.

           OPEN OUTPUT BANKKEY-FILE
           IF WS-BANKKEY-STATUS NOT = '00'
               DISPLAY "Unable to write BANKKEY.DAT - status "
                   WS-BANKKEY-STATUS
           ELSE
               PERFORM VARYING WS-BKK-SUB FROM 1 BY 1
                       UNTIL WS-BKK-SUB > WS-BKK-COUNT
                   MOVE SPACES TO BANKKEY-RECORD
                   MOVE WS-BKK-VERSION(WS-BKK-SUB) TO BKK-VERSION
                   COMPUTE WS-BKM-PAD =
                       FUNCTION MOD(WS-BKM-HASH * 16807
                           + BKK-VERSION * 48271, 999999937)
                   COMPUTE BKK-KEY =
                       FUNCTION MOD(WS-BKK-KEY(WS-BKK-SUB)
                           + WS-BKM-PAD, 1000000000)
                   COMPUTE BKK-CHECK =
                       FUNCTION MOD(WS-BKK-KEY(WS-BKK-SUB) * 31
                           + WS-BKM-HASH, 999983)
                   MOVE 'M' TO BKK-SEALED
                   MOVE WS-BKK-CREATED(WS-BKK-SUB) TO BKK-CREATED
                   MOVE WS-BKK-STATE(WS-BKK-SUB) TO BKK-STATE
                   WRITE BANKKEY-RECORD
               END-PERFORM
               CLOSE BANKKEY-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * A new key version becomes current and the one before it is
      * retired - retired keys stay on file so rows not yet brought
      * under the new key can still be read
      * ----------------------------------------------------------------
       5292-ADD-BANK-KEY.

           IF WS-BKM-OK NOT = 'Y'
               DISPLAY "No bank master key given - no bank key "
                   "created."
           END-IF
           IF WS-BKM-OK = 'Y' AND WS-BKK-COUNT >= 99
               DISPLAY "The bank key file is full."
           END-IF
           IF WS-BKM-OK = 'Y' AND WS-BKK-COUNT < 99
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               ACCEPT WS-NOW-TIME-X FROM TIME
               COMPUTE WS-BKC-STATE =
                   FUNCTION MOD(WS-TODAY * 48271
                       + WS-NOW-HHMMSS * 16807
                       + WS-BKK-CUR-KEY + WS-BKK-COUNT * 131,
                       999999937)
               PERFORM VARYING WS-BKC-POS FROM 1 BY 1
                       UNTIL WS-BKC-POS > 8
                   COMPUTE WS-BKC-STATE =
                       FUNCTION MOD(WS-BKC-STATE * 48271
                           + FUNCTION ORD(WS-OPERATOR-ID
                               (WS-BKC-POS:1)) * 7
                           + WS-BKC-POS * 17, 999999937)
               END-PERFORM
               IF WS-BKC-STATE < 100000000
                   ADD 100000000 TO WS-BKC-STATE
               END-IF

               PERFORM VARYING WS-BKK-SUB FROM 1 BY 1
                       UNTIL WS-BKK-SUB > WS-BKK-COUNT
                   MOVE 'R' TO WS-BKK-STATE(WS-BKK-SUB)
               END-PERFORM
               ADD 1 TO WS-BKK-COUNT
               COMPUTE WS-BKK-VERSION(WS-BKK-COUNT) =
                   WS-BKK-CURRENT + 1
               MOVE WS-BKC-STATE TO WS-BKK-KEY(WS-BKK-COUNT)
               MOVE WS-TODAY TO WS-BKK-CREATED(WS-BKK-COUNT)
               MOVE 'C' TO WS-BKK-STATE(WS-BKK-COUNT)

               PERFORM 5284-SEAL-BANK-KEYS
               IF WS-BANKKEY-STATUS NOT = '00'
                   SUBTRACT 1 FROM WS-BKK-COUNT
               END-IF
               PERFORM 5291-LOAD-BANK-KEYS

               MOVE WS-BKK-CURRENT TO WS-BKC-VER
               MOVE 'BNKKEY' TO WS-AUD-ACTION
               MOVE ZERO TO WS-AUD-EMP-ID
               MOVE SPACES TO WS-AUD-BEFORE-NAME
               MOVE SPACES TO WS-AUD-BEFORE-DEPT
               MOVE ZERO TO WS-AUD-BEFORE-SAL
               MOVE SPACES TO WS-AUD-BEFORE-STAT
               MOVE SPACES TO WS-AUD-AFTER-NAME
               STRING 'BANK KEY VERSION ' DELIMITED BY SIZE
                      WS-BKC-VER-X DELIMITED BY SIZE
                      ' CREATED' DELIMITED BY SIZE
                   INTO WS-AUD-AFTER-NAME
               END-STRING
               MOVE SPACES TO WS-AUD-AFTER-DEPT
               MOVE ZERO TO WS-AUD-AFTER-SAL
               MOVE 'C' TO WS-AUD-AFTER-STAT
               PERFORM 8500-WRITE-AUDIT-RECORD
               DISPLAY "Bank key version " WS-BKC-VER-X " is current."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Bring every row of the bank account file named in
      * WS-BKC-FILE under the current key, by way of BANKACCT.CNV
      * ----------------------------------------------------------------
       5293-REKEY-BANK-FILE.

           MOVE ZERO TO WS-BKC-ROWS
           MOVE ZERO TO WS-BKC-REKEYED
           MOVE ZERO TO WS-BKC-FAILED
           MOVE 'N' TO WS-BKC-FILE-OK
           MOVE 'N' TO WS-EOF-2

           MOVE WS-BKC-FILE TO WS-GENSRC-NAME
           MOVE 'BANKACCT.CNV' TO WS-GENOUT-NAME
           OPEN INPUT GENSRC-FILE
           IF WS-GENSRC-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           ELSE
               OPEN OUTPUT GENOUT-FILE
               IF WS-GENOUT-STATUS = '00'
                   MOVE 'Y' TO WS-BKC-FILE-OK
               ELSE
                   DISPLAY "Unable to write BANKACCT.CNV - status "
                       WS-GENOUT-STATUS
                   CLOSE GENSRC-FILE
                   MOVE 'Y' TO WS-EOF-2
               END-IF
           END-IF

           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ GENSRC-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE GENSRC-FILE
                       CLOSE GENOUT-FILE
                   NOT AT END
                       ADD 1 TO WS-BKC-ROWS
                       MOVE GENSRC-RECORD(1:47) TO WS-BKC-ROW
                       PERFORM 5294-REKEY-BANK-ROW
                       WRITE GENOUT-RECORD FROM WS-BKC-ROW
               END-READ
           END-PERFORM

           IF WS-BKC-FILE-OK = 'Y'
               MOVE 'BANKACCT.CNV' TO WS-GENSRC-NAME
               MOVE WS-BKC-FILE TO WS-GENOUT-NAME
               PERFORM 5915-COPY-GENERIC
               DISPLAY WS-BKC-FILE(1:20) " rows " WS-BKC-ROWS
                   " re-keyed " WS-BKC-REKEYED
               MOVE 'BANKACCT.CNV' TO WS-GENOUT-NAME
               OPEN OUTPUT GENOUT-FILE
               CLOSE GENOUT-FILE
               ADD WS-BKC-REKEYED TO WS-BKC-TOT-REKEYED
               ADD WS-BKC-FAILED TO WS-BKC-TOT-FAILED
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * One bank account row in WS-BKC-ROW under the current key -
      * a clear account is enciphered, one under an older key is
      * opened with that key and enciphered again
      * ----------------------------------------------------------------
       5294-REKEY-BANK-ROW.

           MOVE WS-BKK-CURRENT TO WS-BKC-VER
           IF WS-BKC-R-ACCOUNT NOT = SPACES
              AND WS-BKC-R-KEY-VER NOT = WS-BKC-VER-X
               MOVE 'Y' TO WS-BKC-KEY-OK
               IF WS-BKC-R-KEY-VER = SPACES
                   MOVE WS-BKC-R-ACCOUNT TO WS-BKC-PLAIN
               ELSE
                   MOVE WS-BKC-R-KEY-VER TO WS-BKC-VER-X
                   PERFORM 5297-FIND-BANK-KEY
                   IF WS-BKC-KEY-OK = 'Y'
                       MOVE WS-BKC-R-EMP-ID TO WS-BKC-EMP-ID
                       MOVE WS-BKC-R-ACCOUNT TO WS-BKC-CIPHER
                       PERFORM 5296-DECRYPT-ACCOUNT
                   END-IF
               END-IF
               IF WS-BKC-KEY-OK = 'Y'
                   PERFORM 5298-CHECK-ACCOUNT-NUMBER
                   MOVE WS-BKC-PLAIN-OK TO WS-BKC-KEY-OK
               END-IF
               IF WS-BKC-KEY-OK = 'Y'
                   MOVE WS-BKC-R-EMP-ID TO WS-BKC-EMP-ID
                   MOVE WS-BKK-CUR-KEY TO WS-BKC-KEY
                   PERFORM 5295-ENCRYPT-ACCOUNT
                   MOVE WS-BKC-CIPHER TO WS-BKC-R-ACCOUNT
                   MOVE WS-BKK-CURRENT TO WS-BKC-VER
                   MOVE WS-BKC-VER-X TO WS-BKC-R-KEY-VER
                   MOVE WS-BKC-LAST4 TO WS-BKC-R-LAST4
                   MOVE SPACES TO WS-BKC-PLAIN
                   ADD 1 TO WS-BKC-REKEYED
               ELSE
                   MOVE SPACES TO WS-BKC-PLAIN
                   ADD 1 TO WS-BKC-FAILED
               END-IF
           END-IF
           MOVE WS-BKK-CURRENT TO WS-BKC-VER

           EXIT.

      * ----------------------------------------------------------------
      * Encipher WS-BKC-PLAIN into WS-BKC-CIPHER under WS-BKC-KEY.
      * Each character is shifted round the 64-character alphabet
      * by a key stream seeded from the key and the employee id, so
      * the same account reads differently on every employee.
      * ----------------------------------------------------------------
       5295-ENCRYPT-ACCOUNT.

           PERFORM 5287-SEED-KEY-STREAM
           MOVE SPACES TO WS-BKC-CIPHER
           PERFORM VARYING WS-BKC-POS FROM 1 BY 1
                   UNTIL WS-BKC-POS > 12
               PERFORM 5286-NEXT-KEY-SHIFT
               PERFORM 5285-FIND-ALPHABET-INDEX
               COMPUTE WS-BKC-IDX =
                   FUNCTION MOD(WS-BKC-IDX + WS-BKC-SHIFT, 64)
               MOVE WS-BKC-ALPHABET(WS-BKC-IDX + 1:1) TO
                   WS-BKC-CIPHER(WS-BKC-POS:1)
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Open WS-BKC-CIPHER into WS-BKC-PLAIN under WS-BKC-KEY
      * ----------------------------------------------------------------
       5296-DECRYPT-ACCOUNT.

           PERFORM 5287-SEED-KEY-STREAM
           MOVE SPACES TO WS-BKC-PLAIN
           PERFORM VARYING WS-BKC-POS FROM 1 BY 1
                   UNTIL WS-BKC-POS > 12
               PERFORM 5286-NEXT-KEY-SHIFT
               MOVE WS-BKC-CIPHER(WS-BKC-POS:1) TO
                   WS-BKC-PLAIN(WS-BKC-POS:1)
               PERFORM 5285-FIND-ALPHABET-INDEX
               COMPUTE WS-BKC-IDX =
                   FUNCTION MOD(WS-BKC-IDX + 64 - WS-BKC-SHIFT, 64)
               MOVE WS-BKC-ALPHABET(WS-BKC-IDX + 1:1) TO
                   WS-BKC-PLAIN(WS-BKC-POS:1)
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Alphabet position (from zero) of the character at
      * WS-BKC-POS - of the plain account when enciphering, of the
      * plain work byte when opening
      * ----------------------------------------------------------------
       5285-FIND-ALPHABET-INDEX.

           MOVE ZERO TO WS-BKC-IDX
           PERFORM VARYING WS-BKC-ASUB FROM 1 BY 1
                   UNTIL WS-BKC-ASUB > 64
               IF WS-BKC-ALPHABET(WS-BKC-ASUB:1) =
                  WS-BKC-PLAIN(WS-BKC-POS:1)
                   COMPUTE WS-BKC-IDX = WS-BKC-ASUB - 1
                   MOVE 64 TO WS-BKC-ASUB
               END-IF
           END-PERFORM

           EXIT.

       5286-NEXT-KEY-SHIFT.

           COMPUTE WS-BKC-STATE =
               FUNCTION MOD(WS-BKC-STATE * 48271
                   + WS-BKC-POS * 131, 2147483647)
           COMPUTE WS-BKC-SHIFT = FUNCTION MOD(WS-BKC-STATE, 64)

           EXIT.

       5287-SEED-KEY-STREAM.

           COMPUTE WS-BKC-STATE =
               FUNCTION MOD(WS-BKC-KEY + WS-BKC-EMP-ID * 7919,
                   2147483647)

           EXIT.

      * ----------------------------------------------------------------
      * The key for version WS-BKC-VER-X - WS-BKC-KEY and
      * WS-BKC-KEY-OK out
      * ----------------------------------------------------------------
       5297-FIND-BANK-KEY.

           MOVE 'N' TO WS-BKC-KEY-OK
           MOVE ZERO TO WS-BKC-KEY
           IF WS-BKC-VER-X IS NUMERIC
               PERFORM VARYING WS-BKK-SUB FROM 1 BY 1
                       UNTIL WS-BKK-SUB > WS-BKK-COUNT
                   IF WS-BKK-VERSION(WS-BKK-SUB) = WS-BKC-VER
                       MOVE WS-BKK-KEY(WS-BKK-SUB) TO WS-BKC-KEY
                       MOVE 'Y' TO WS-BKC-KEY-OK
                   END-IF
               END-PERFORM
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * An account number as keyed - letters, digits and hyphens,
      * at least four of them, left-justified.  WS-BKC-PLAIN-OK and
      * the last four characters in WS-BKC-LAST4 out.
      * ----------------------------------------------------------------
       5298-CHECK-ACCOUNT-NUMBER.

           MOVE 'Y' TO WS-BKC-PLAIN-OK
           MOVE SPACES TO WS-BKC-LAST4
           MOVE ZERO TO WS-BKC-LEN
           PERFORM VARYING WS-BKC-POS FROM 1 BY 1
                   UNTIL WS-BKC-POS > 12
               IF WS-BKC-PLAIN(WS-BKC-POS:1) NOT = SPACE
                   IF WS-BKC-LEN < WS-BKC-POS - 1
                       MOVE 'N' TO WS-BKC-PLAIN-OK
                   END-IF
                   MOVE WS-BKC-POS TO WS-BKC-LEN
                   PERFORM 5285-FIND-ALPHABET-INDEX
                   IF WS-BKC-IDX = ZERO
                      AND WS-BKC-PLAIN(WS-BKC-POS:1) NOT = '0'
                       MOVE 'N' TO WS-BKC-PLAIN-OK
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BKC-LEN < 4
               MOVE 'N' TO WS-BKC-PLAIN-OK
           ELSE
               MOVE WS-BKC-PLAIN(WS-BKC-LEN - 3:4) TO WS-BKC-LAST4
           END-IF
           EXIT.

       5299-BUILD-MASKED-ACCOUNT.

           MOVE SPACES TO WS-BKC-MASKED
           STRING '****' DELIMITED BY SIZE
                  WS-BKC-LAST4 DELIMITED BY SIZE
               INTO WS-BKC-MASKED
           END-STRING

           EXIT.

      * ----------------------------------------------------------------
      * Yearly anonymization of archived leavers.  Employees purged
      * to the archive more than CONFIG ANON-RETAIN-YRS years ago
      * (default 7) lose their name, contact and emergency contact
      * details and bank account - in ARCHIVE.DAT, the side archive,
      * the bank account master, and every master and full backup
      * generation.  Salaries, pay, deductions, loans and salary
      * history stay for statutory reporting.  ANONCERT.TXT lists
      * the ids anonymized.
      * ----------------------------------------------------------------
       5300-ANONYMIZE-LEAVERS.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE 'ANON-RETAIN-YRS' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y' AND WS-CFG-NUMERIC > ZERO
               MOVE WS-CFG-NUMERIC TO WS-ANZ-RETAIN-YRS
           END-IF
           COMPUTE WS-ANZ-CUTOFF =
               WS-TODAY - WS-ANZ-RETAIN-YRS * 10000

           PERFORM 5301-SELECT-EXPIRED-LEAVERS
           DISPLAY "Retention " WS-ANZ-RETAIN-YRS " years - "
               "leavers purged on or before " WS-ANZ-CUTOFF
           DISPLAY "Archived employees to anonymize: " WS-ANZ-COUNT

           IF WS-ANZ-COUNT = ZERO
               DISPLAY "Nothing to anonymize."
           ELSE
               DISPLAY "This cannot be undone.  Anonymize (Y/N): "
               ACCEPT WS-ANSWER
               IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
                   DISPLAY "Anonymization abandoned."
               ELSE
                   PERFORM 5302-LIST-ANONYMIZE-FILES
                   PERFORM 5305-START-ANON-CERTIFICATE
                   MOVE ZERO TO WS-ANZ-TOT-CHANGED
                   MOVE ZERO TO WS-ANZ-FILES-DONE
                   PERFORM 5303-ANONYMIZE-SIDE-ARCHIVE
                   PERFORM VARYING WS-ANZ-FSUB FROM 1 BY 1
                           UNTIL WS-ANZ-FSUB > WS-ANZ-FILE-COUNT
                       PERFORM 5304-ANONYMIZE-FILE
                   END-PERFORM
                   PERFORM 5306-END-ANON-CERTIFICATE
                   PERFORM 5307-AUDIT-ANONYMIZED

                   MOVE 'ANONCERT.TXT' TO WS-ARCHSRC-NAME
                   MOVE 'ANONCERT' TO WS-ARCH-REPORT
                   PERFORM 9700-ARCHIVE-REPORT
                   MOVE 'ANONYMIZE' TO WS-ACL-FUNCTION
                   MOVE ZERO TO WS-ACL-EMP-ID
                   MOVE WS-ANZ-COUNT TO WS-ACL-REC-COUNT
                   MOVE 'DATA RETENTION' TO WS-ACL-REQUESTER
                   PERFORM 9710-WRITE-ACCESS-LOG

                   DISPLAY "Employees anonymized: " WS-ANZ-COUNT
                   DISPLAY "Files gone through:   " WS-ANZ-FILES-DONE
                   DISPLAY "Rows anonymized:      " WS-ANZ-TOT-CHANGED
                   DISPLAY "Certificate written to ANONCERT.TXT"
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Archived employees purged on or before the cut-off and not
      * already anonymized
      * ----------------------------------------------------------------
       5301-SELECT-EXPIRED-LEAVERS.

           MOVE ZERO TO WS-ANZ-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE ARCHIVE-FILE
                   NOT AT END
                       IF ARC-PURGE-DATE IS NUMERIC
                          AND ARC-PURGE-DATE > ZERO
                          AND ARC-PURGE-DATE <= WS-ANZ-CUTOFF
                          AND ARC-NAME NOT = WS-ANZ-MARK
                           MOVE ARC-EMP-ID TO WS-ANZ-CHK-ID
                           PERFORM 5308-IS-ANONYMIZE-ID
                           IF WS-ANZ-HIT = 'N'
                               IF WS-ANZ-COUNT < 2000
                                   ADD 1 TO WS-ANZ-COUNT
                                   MOVE ARC-EMP-ID TO
                                       WS-ANZ-ID(WS-ANZ-COUNT)
                                   MOVE ARC-PURGE-DATE TO
                                       WS-ANZ-PURGED(WS-ANZ-COUNT)
                               ELSE
                                   DISPLAY "Over 2000 leavers due - "
                                       "run again for the rest."
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Every file holding personal fields of a leaver: the archive,
      * the live contact and bank account files, each master backup
      * generation on BAKIDX.DAT and each contact and bank account
      * copy in the full backup generations on BKMANIF.DAT
      * ----------------------------------------------------------------
       5302-LIST-ANONYMIZE-FILES.

           MOVE 3 TO WS-ANZ-FILE-COUNT
           MOVE 'ARCHIVE.DAT' TO WS-ANZ-F-NAME(1)
           MOVE 'E' TO WS-ANZ-F-KIND(1)
           MOVE 'CONTACT.DAT' TO WS-ANZ-F-NAME(2)
           MOVE 'C' TO WS-ANZ-F-KIND(2)
           MOVE 'BANKACCT.DAT' TO WS-ANZ-F-NAME(3)
           MOVE 'B' TO WS-ANZ-F-KIND(3)

           MOVE 'N' TO WS-EOF
           OPEN INPUT BAKIDX-FILE
           IF WS-BAKIDX-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BAKIDX-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE BAKIDX-FILE
                   NOT AT END
                       IF WS-ANZ-FILE-COUNT < 500
                           ADD 1 TO WS-ANZ-FILE-COUNT
                           MOVE BKX-FILENAME TO
                               WS-ANZ-F-NAME(WS-ANZ-FILE-COUNT)
                           MOVE 'E' TO
                               WS-ANZ-F-KIND(WS-ANZ-FILE-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           MOVE 'N' TO WS-EOF
           OPEN INPUT BKMANIF-FILE
           IF WS-BKMANIF-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BKMANIF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE BKMANIF-FILE
                   NOT AT END
                       IF (BMF-FILE = 'CONTACT.DAT'
                           OR BMF-FILE = 'BANKACCT.DAT')
                          AND WS-ANZ-FILE-COUNT < 500
                           ADD 1 TO WS-ANZ-FILE-COUNT
                           MOVE SPACES TO
                               WS-ANZ-F-NAME(WS-ANZ-FILE-COUNT)
                           STRING 'G' DELIMITED BY SIZE
                                  BMF-GEN DELIMITED BY SIZE
                                  '-' DELIMITED BY SIZE
                                  BMF-FILE DELIMITED BY SPACE
                               INTO WS-ANZ-F-NAME(WS-ANZ-FILE-COUNT)
                           END-STRING
                           IF BMF-FILE = 'CONTACT.DAT'
                               MOVE 'C' TO
                                   WS-ANZ-F-KIND(WS-ANZ-FILE-COUNT)
                           ELSE
                               MOVE 'B' TO
                                   WS-ANZ-F-KIND(WS-ANZ-FILE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Side archive - contact rows of the leavers lose phone, email
      * and emergency contact; the financial rows stay as they are
      * ----------------------------------------------------------------
       5303-ANONYMIZE-SIDE-ARCHIVE.

           MOVE ZERO TO WS-ANZ-ROWS
           MOVE ZERO TO WS-ANZ-CHANGED
           MOVE 'N' TO WS-EOF-2
           OPEN INPUT SIDEARCH-FILE
           IF WS-SIDEARCH-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           ELSE
               OPEN OUTPUT ANONWRK-FILE
           END-IF

           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ SIDEARCH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE SIDEARCH-FILE
                       CLOSE ANONWRK-FILE
                   NOT AT END
                       ADD 1 TO WS-ANZ-ROWS
                       IF SAR-SOURCE = 'CONTACT'
                          AND SAR-DATA(1:7) IS NUMERIC
                           MOVE SAR-DATA(1:7) TO WS-ANZ-CHK-ID
                           PERFORM 5308-IS-ANONYMIZE-ID
                           IF WS-ANZ-HIT = 'Y'
                               MOVE SPACES TO SAR-DATA(8:85)
                               ADD 1 TO WS-ANZ-CHANGED
                           END-IF
                       END-IF
                       WRITE ANONWRK-RECORD FROM SIDEARCH-RECORD
               END-READ
           END-PERFORM

           IF WS-ANZ-CHANGED > ZERO
               MOVE 'N' TO WS-EOF-2
               OPEN INPUT ANONWRK-FILE
               OPEN OUTPUT SIDEARCH-FILE
               PERFORM UNTIL WS-EOF-2 = 'Y'
                   READ ANONWRK-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-2
                           CLOSE ANONWRK-FILE
                           CLOSE SIDEARCH-FILE
                       NOT AT END
                           WRITE SIDEARCH-RECORD FROM ANONWRK-RECORD
                   END-READ
               END-PERFORM
           END-IF
           OPEN OUTPUT ANONWRK-FILE
           CLOSE ANONWRK-FILE

           IF WS-ANZ-ROWS > ZERO
               MOVE 'SIDEARCH.DAT' TO WS-AZF-NAME
               PERFORM 5309-WRITE-ANON-FILE-LINE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * One file from the list at WS-ANZ-FSUB, by way of ANONWRK.TMP;
      * copied back only when a row was changed
      * ----------------------------------------------------------------
       5304-ANONYMIZE-FILE.

           MOVE ZERO TO WS-ANZ-ROWS
           MOVE ZERO TO WS-ANZ-CHANGED
           MOVE 'N' TO WS-ANZ-FILE-OK
           MOVE 'N' TO WS-EOF-2
           MOVE WS-ANZ-F-NAME(WS-ANZ-FSUB) TO WS-GENSRC-NAME
           MOVE 'ANONWRK.TMP' TO WS-GENOUT-NAME
           OPEN INPUT GENSRC-FILE
           IF WS-GENSRC-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           ELSE
               OPEN OUTPUT GENOUT-FILE
               IF WS-GENOUT-STATUS = '00'
                   MOVE 'Y' TO WS-ANZ-FILE-OK
               ELSE
                   CLOSE GENSRC-FILE
                   MOVE 'Y' TO WS-EOF-2
               END-IF
           END-IF

           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ GENSRC-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE GENSRC-FILE
                       CLOSE GENOUT-FILE
                   NOT AT END
                       ADD 1 TO WS-ANZ-ROWS
                       MOVE GENSRC-RECORD TO WS-ANZ-ROW
                       IF WS-ANZ-ROW(1:7) IS NUMERIC
                           MOVE WS-ANZ-ROW(1:7) TO WS-ANZ-CHK-ID
                           PERFORM 5308-IS-ANONYMIZE-ID
                           IF WS-ANZ-HIT = 'Y'
                               ADD 1 TO WS-ANZ-CHANGED
                               EVALUATE WS-ANZ-F-KIND(WS-ANZ-FSUB)
                                   WHEN 'E'
                                       MOVE WS-ANZ-MARK TO
                                           WS-ANZ-ROW(8:30)
                                   WHEN 'C'
                                       MOVE SPACES TO
                                           WS-ANZ-ROW(8:85)
                                   WHEN 'B'
                                       MOVE ZEROS TO WS-ANZ-ROW(8:9)
                                       MOVE SPACES TO
                                           WS-ANZ-ROW(17:12)
                                       MOVE 'R' TO WS-ANZ-ROW(29:1)
                                       MOVE SPACES TO
                                           WS-ANZ-ROW(38:6)
                               END-EVALUATE
                           END-IF
                       END-IF
                       WRITE GENOUT-RECORD FROM WS-ANZ-ROW(1:140)
               END-READ
           END-PERFORM

           IF WS-ANZ-FILE-OK = 'Y'
               IF WS-ANZ-CHANGED > ZERO
                   MOVE 'ANONWRK.TMP' TO WS-GENSRC-NAME
                   MOVE WS-ANZ-F-NAME(WS-ANZ-FSUB) TO WS-GENOUT-NAME
                   PERFORM 5915-COPY-GENERIC
               END-IF
               MOVE 'ANONWRK.TMP' TO WS-GENOUT-NAME
               OPEN OUTPUT GENOUT-FILE
               CLOSE GENOUT-FILE
               MOVE WS-ANZ-F-NAME(WS-ANZ-FSUB) TO WS-AZF-NAME
               PERFORM 5309-WRITE-ANON-FILE-LINE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Certificate heading and the ids being anonymized
      * ----------------------------------------------------------------
       5305-START-ANON-CERTIFICATE.

           OPEN OUTPUT ANONCERT-FILE
           MOVE SPACES TO ANONCERT-RECORD
           MOVE 'CERTIFICATE OF ANONYMIZATION - ARCHIVED LEAVERS'
               TO ANONCERT-RECORD
           WRITE ANONCERT-RECORD
           MOVE SPACES TO ANONCERT-RECORD
           STRING 'RUN DATE ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  '   OPERATOR ' DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  '   RETENTION ' DELIMITED BY SIZE
                  WS-ANZ-RETAIN-YRS DELIMITED BY SIZE
                  ' YEARS   PURGED ON OR BEFORE ' DELIMITED BY SIZE
                  WS-ANZ-CUTOFF DELIMITED BY SIZE
               INTO ANONCERT-RECORD
           END-STRING
           WRITE ANONCERT-RECORD
           MOVE SPACES TO ANONCERT-RECORD
           WRITE ANONCERT-RECORD
           MOVE SPACES TO ANONCERT-RECORD
           MOVE WS-ANZ-COUNT TO WS-ANZ-COUNT-D
           STRING 'EMPLOYEES ANONYMIZED: ' DELIMITED BY SIZE
                  WS-ANZ-COUNT-D DELIMITED BY SIZE
               INTO ANONCERT-RECORD
           END-STRING
           WRITE ANONCERT-RECORD
           PERFORM VARYING WS-ANZ-SUB FROM 1 BY 1
                   UNTIL WS-ANZ-SUB > WS-ANZ-COUNT
               MOVE WS-ANZ-ID(WS-ANZ-SUB) TO WS-AZL-ID
               MOVE WS-ANZ-PURGED(WS-ANZ-SUB) TO WS-AZL-PURGED
               WRITE ANONCERT-RECORD FROM WS-ANZ-ID-LINE
           END-PERFORM
           MOVE SPACES TO ANONCERT-RECORD
           WRITE ANONCERT-RECORD
           MOVE 'FILES GONE THROUGH:' TO ANONCERT-RECORD
           WRITE ANONCERT-RECORD

           EXIT.

       5306-END-ANON-CERTIFICATE.

           MOVE SPACES TO ANONCERT-RECORD
           WRITE ANONCERT-RECORD
           MOVE SPACES TO ANONCERT-RECORD
           STRING 'FIELDS REMOVED: NAME, PHONE, EMAIL, EMERGENCY '
                      DELIMITED BY SIZE
                  'CONTACT, BANK ROUTING AND ACCOUNT'
                      DELIMITED BY SIZE
               INTO ANONCERT-RECORD
           END-STRING
           WRITE ANONCERT-RECORD
           MOVE SPACES TO ANONCERT-RECORD
           STRING 'FIELDS RETAINED FOR STATUTORY REPORTING: SALARY, '
                      DELIMITED BY SIZE
                  'PAY, DEDUCTIONS, LOANS, SALARY HISTORY'
                      DELIMITED BY SIZE
               INTO ANONCERT-RECORD
           END-STRING
           WRITE ANONCERT-RECORD
           MOVE SPACES TO ANONCERT-RECORD
           STRING 'TOTAL ROWS ANONYMIZED: ' DELIMITED BY SIZE
                  WS-ANZ-TOT-CHANGED DELIMITED BY SIZE
               INTO ANONCERT-RECORD
           END-STRING
           WRITE ANONCERT-RECORD
           CLOSE ANONCERT-FILE

           EXIT.

      * ----------------------------------------------------------------
      * One audit row per employee anonymized
      * ----------------------------------------------------------------
       5307-AUDIT-ANONYMIZED.

           PERFORM VARYING WS-ANZ-SUB FROM 1 BY 1
                   UNTIL WS-ANZ-SUB > WS-ANZ-COUNT
               MOVE 'ANONYM' TO WS-AUD-ACTION
               MOVE WS-ANZ-ID(WS-ANZ-SUB) TO WS-AUD-EMP-ID
               MOVE SPACES TO WS-AUD-BEFORE-NAME
               MOVE SPACES TO WS-AUD-BEFORE-DEPT
               MOVE ZERO TO WS-AUD-BEFORE-SAL
               MOVE SPACES TO WS-AUD-BEFORE-STAT
               MOVE WS-ANZ-MARK TO WS-AUD-AFTER-NAME
               MOVE SPACES TO WS-AUD-AFTER-DEPT
               MOVE ZERO TO WS-AUD-AFTER-SAL
               MOVE SPACES TO WS-AUD-AFTER-STAT
               PERFORM 8500-WRITE-AUDIT-RECORD
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Is WS-ANZ-CHK-ID one of the ids being anonymized?
      * WS-ANZ-HIT out
      * ----------------------------------------------------------------
       5308-IS-ANONYMIZE-ID.

           MOVE 'N' TO WS-ANZ-HIT
           PERFORM VARYING WS-ANZ-SUB FROM 1 BY 1
                   UNTIL WS-ANZ-SUB > WS-ANZ-COUNT
               IF WS-ANZ-ID(WS-ANZ-SUB) = WS-ANZ-CHK-ID
                   MOVE 'Y' TO WS-ANZ-HIT
                   MOVE WS-ANZ-COUNT TO WS-ANZ-SUB
               END-IF
           END-PERFORM

           EXIT.

       5309-WRITE-ANON-FILE-LINE.

           MOVE WS-ANZ-ROWS TO WS-AZF-ROWS
           MOVE WS-ANZ-CHANGED TO WS-AZF-CHANGED
           WRITE ANONCERT-RECORD FROM WS-ANZ-FILE-LINE
           ADD WS-ANZ-CHANGED TO WS-ANZ-TOT-CHANGED
           ADD 1 TO WS-ANZ-FILES-DONE

           EXIT.

      * ----------------------------------------------------------------
      * Reorganize the indexed files.  Each file is unloaded in key
      * order to its .UNL copy with a record count and hash total
      * (employee id plus one numeric field), the copy is read back
      * and must agree, then the file is rebuilt from the copy in
      * key order with all its keys and read again - counts and
      * totals must match the unload.  A rebuild that does not
      * match is made again once from the copy; if it still does
      * not match the run stops and the .UNL copy is left for the
      * restore.  Sizes and timings go to REORGSTA.DAT.
      * ----------------------------------------------------------------
       5310-REORGANIZE-INDEXED.

           DISPLAY "Reorganize EMPLOYEE, PAYROLL, SALHIST and "
               "EMPHIST.  Take a backup first."
           DISPLAY "Continue (Y/N): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
               DISPLAY "Reorganization abandoned."
           ELSE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE 'N' TO WS-RRG-STOP
               PERFORM VARYING WS-RRG-SUB FROM 1 BY 1
                       UNTIL WS-RRG-SUB > 4 OR WS-RRG-STOP = 'Y'
                   PERFORM 5311-REORGANIZE-ONE-FILE
               END-PERFORM

               MOVE 'REORGANIZE' TO WS-ACL-FUNCTION
               MOVE ZERO TO WS-ACL-EMP-ID
               MOVE ZERO TO WS-ACL-REC-COUNT
               MOVE 'INDEXED FILE REORGANIZATION' TO WS-ACL-REQUESTER
               PERFORM 9710-WRITE-ACCESS-LOG
               IF WS-RRG-STOP = 'Y'
                   DISPLAY "Reorganization stopped - see above."
               ELSE
                   DISPLAY "Reorganization complete - see "
                       "REORGSTA.DAT."
               END-IF
           END-IF

           EXIT.

       5311-REORGANIZE-ONE-FILE.

           MOVE WS-RRG-FILE(WS-RRG-SUB) TO WS-RRG-FILE-NAME
           PERFORM 5318-GET-FILE-SIZE
           MOVE WS-RRG-SIZE TO WS-RRG-BEFORE-SIZE
           MOVE ZERO TO WS-RRG-RELOAD-SECS
           MOVE ZERO TO WS-RRG-UNL-COUNT
           MOVE ZERO TO WS-RRG-UNL-HASH

           PERFORM 5317-START-CLOCK
           MOVE 'U' TO WS-RRG-MODE
           PERFORM 5312-UNLOAD-INDEXED
           PERFORM 5316-READ-CLOCK
           MOVE WS-RRG-CLOCK TO WS-RRG-UNLOAD-SECS

           IF WS-RRG-RESULT = SPACES
               MOVE WS-RRG-COUNT TO WS-RRG-UNL-COUNT
               MOVE WS-RRG-HASH TO WS-RRG-UNL-HASH
               PERFORM 5313-CHECK-UNLOAD-COPY
               IF WS-RRG-COUNT NOT = WS-RRG-UNL-COUNT
                  OR WS-RRG-HASH NOT = WS-RRG-UNL-HASH
                   MOVE 'BADCOPY' TO WS-RRG-RESULT
               END-IF
           END-IF

           IF WS-RRG-RESULT = SPACES
               PERFORM 5317-START-CLOCK
               MOVE ZERO TO WS-RRG-TRIES
               MOVE 'UNVERIFD' TO WS-RRG-RESULT
               PERFORM UNTIL WS-RRG-RESULT = 'OK'
                       OR WS-RRG-TRIES > 1
                   ADD 1 TO WS-RRG-TRIES
                   PERFORM 5314-RELOAD-INDEXED
                   MOVE 'V' TO WS-RRG-MODE
                   PERFORM 5312-UNLOAD-INDEXED
                   IF WS-RRG-COUNT = WS-RRG-UNL-COUNT
                      AND WS-RRG-HASH = WS-RRG-UNL-HASH
                      AND WS-RRG-WRITE-FAILS = ZERO
                       MOVE 'OK' TO WS-RRG-RESULT
                   ELSE
                       MOVE 'UNVERIFD' TO WS-RRG-RESULT
                   END-IF
               END-PERFORM
               PERFORM 5316-READ-CLOCK
               MOVE WS-RRG-CLOCK TO WS-RRG-RELOAD-SECS
           END-IF

           PERFORM 5318-GET-FILE-SIZE
           MOVE WS-RRG-SIZE TO WS-RRG-AFTER-SIZE
           PERFORM 5315-WRITE-RUN-STATS

           DISPLAY WS-RRG-FILE(WS-RRG-SUB) " records "
               WS-RRG-UNL-COUNT " size " WS-RRG-BEFORE-SIZE " -> "
               WS-RRG-AFTER-SIZE " " WS-RRG-RESULT
           DISPLAY "  unload " WS-RRG-UNLOAD-SECS "s  rebuild "
               WS-RRG-RELOAD-SECS "s  hash " WS-RRG-UNL-HASH
           EVALUATE WS-RRG-RESULT
               WHEN 'OK'
                   CONTINUE
               WHEN 'NOFILE'
                   DISPLAY "  Not on file - skipped."
               WHEN 'UNVERIFD'
                   DISPLAY "  Rebuilt file does not agree with "
                       WS-RRG-UNLOAD(WS-RRG-SUB) " - restore from the"
                       " backup before further processing."
                   MOVE 'Y' TO WS-RRG-STOP
               WHEN OTHER
                   DISPLAY "  File left as it was - "
                       WS-RRG-UNLOAD(WS-RRG-SUB)
                       " could not be taken or read back."
                   MOVE 'Y' TO WS-RRG-STOP
           END-EVALUATE

           EXIT.

      * ----------------------------------------------------------------
      * Read the indexed file at WS-RRG-SUB in key order, counting
      * and hashing - mode U also writes the .UNL copy, mode V only
      * verifies.  WS-RRG-RESULT set when the file will not open.
      * ----------------------------------------------------------------
       5312-UNLOAD-INDEXED.

           MOVE SPACES TO WS-RRG-RESULT
           MOVE ZERO TO WS-RRG-COUNT
           MOVE ZERO TO WS-RRG-HASH
           IF WS-RRG-MODE = 'U'
               MOVE WS-RRG-UNLOAD(WS-RRG-SUB) TO WS-GENOUT-NAME
               OPEN OUTPUT GENOUT-FILE
               IF WS-GENOUT-STATUS NOT = '00'
                   MOVE 'NOCOPY' TO WS-RRG-RESULT
               END-IF
           END-IF

           IF WS-RRG-RESULT = SPACES
               EVALUATE WS-RRG-SUB
                   WHEN 1
                       PERFORM 5320-UNLOAD-EMPLOYEE
                   WHEN 2
                       PERFORM 5321-UNLOAD-PAYROLL
                   WHEN 3
                       PERFORM 5322-UNLOAD-SALHIST
                   WHEN 4
                       PERFORM 5323-UNLOAD-EMPHIST
               END-EVALUATE
               IF WS-RRG-MODE = 'U'
                   CLOSE GENOUT-FILE
               END-IF
           END-IF

           EXIT.

       5320-UNLOAD-EMPLOYEE.

           MOVE 'N' TO WS-EOF-2
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               MOVE 'NOFILE' TO WS-RRG-RESULT
               MOVE 'Y' TO WS-EOF-2
           END-IF
           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ EMP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE EMP-FILE
                   NOT AT END
                       MOVE SPACES TO WS-RRG-ROW
                       MOVE EMP-RECORD TO WS-RRG-ROW
                       PERFORM 5319-HASH-ROW
               END-READ
           END-PERFORM

           EXIT.

       5321-UNLOAD-PAYROLL.

           MOVE 'N' TO WS-EOF-2
           OPEN INPUT PAYROLL-FILE
           IF WS-PAYROLL-STATUS NOT = '00'
               MOVE 'NOFILE' TO WS-RRG-RESULT
               MOVE 'Y' TO WS-EOF-2
           END-IF
           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ PAYROLL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE PAYROLL-FILE
                   NOT AT END
                       MOVE SPACES TO WS-RRG-ROW
                       MOVE PAYROLL-RECORD TO WS-RRG-ROW
                       PERFORM 5319-HASH-ROW
               END-READ
           END-PERFORM

           EXIT.

       5322-UNLOAD-SALHIST.

           MOVE 'N' TO WS-EOF-2
           OPEN INPUT SALHIST-FILE
           IF WS-SALHIST-STATUS NOT = '00'
               MOVE 'NOFILE' TO WS-RRG-RESULT
               MOVE 'Y' TO WS-EOF-2
           END-IF
           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ SALHIST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE SALHIST-FILE
                   NOT AT END
                       MOVE SPACES TO WS-RRG-ROW
                       MOVE SALHIST-RECORD TO WS-RRG-ROW
                       PERFORM 5319-HASH-ROW
               END-READ
           END-PERFORM

           EXIT.

       5323-UNLOAD-EMPHIST.

           MOVE 'N' TO WS-EOF-2
           OPEN INPUT EMPHIST-FILE
           IF WS-EMPHIST-STATUS NOT = '00'
               MOVE 'NOFILE' TO WS-RRG-RESULT
               MOVE 'Y' TO WS-EOF-2
           END-IF
           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ EMPHIST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE EMPHIST-FILE
                   NOT AT END
                       MOVE SPACES TO WS-RRG-ROW
                       MOVE EMPHIST-RECORD TO WS-RRG-ROW
                       PERFORM 5319-HASH-ROW
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Count and hash the row in WS-RRG-ROW; mode U writes it to
      * the unload copy
      * ----------------------------------------------------------------
       5319-HASH-ROW.

           ADD 1 TO WS-RRG-COUNT
           IF WS-RRG-ROW(1:7) IS NUMERIC
               MOVE WS-RRG-ROW(1:7) TO WS-RRG-HF-VALUE
               ADD WS-RRG-HF-VALUE TO WS-RRG-HASH
           END-IF
           IF WS-RRG-ROW(WS-RRG-HF-POS(WS-RRG-SUB):
                  WS-RRG-HF-LEN(WS-RRG-SUB)) IS NUMERIC
               MOVE WS-RRG-ROW(WS-RRG-HF-POS(WS-RRG-SUB):
                   WS-RRG-HF-LEN(WS-RRG-SUB)) TO WS-RRG-HF-VALUE
               ADD WS-RRG-HF-VALUE TO WS-RRG-HASH
           END-IF
           IF WS-RRG-MODE = 'U'
               WRITE GENOUT-RECORD FROM WS-RRG-ROW
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Read the .UNL copy back - it must agree with the unload
      * before the file is rebuilt from it
      * ----------------------------------------------------------------
       5313-CHECK-UNLOAD-COPY.

           MOVE ZERO TO WS-RRG-COUNT
           MOVE ZERO TO WS-RRG-HASH
           MOVE 'C' TO WS-RRG-MODE
           MOVE 'N' TO WS-EOF-2
           MOVE WS-RRG-UNLOAD(WS-RRG-SUB) TO WS-GENSRC-NAME
           OPEN INPUT GENSRC-FILE
           IF WS-GENSRC-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           END-IF
           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ GENSRC-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE GENSRC-FILE
                   NOT AT END
                       MOVE GENSRC-RECORD TO WS-RRG-ROW
                       PERFORM 5319-HASH-ROW
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Rebuild the file at WS-RRG-SUB from its .UNL copy in key
      * order - opening for output lays it down afresh with all
      * its keys
      * ----------------------------------------------------------------
       5314-RELOAD-INDEXED.

           MOVE ZERO TO WS-RRG-WRITE-FAILS
           MOVE 'N' TO WS-EOF-2
           MOVE WS-RRG-UNLOAD(WS-RRG-SUB) TO WS-GENSRC-NAME
           OPEN INPUT GENSRC-FILE
           IF WS-GENSRC-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
               ADD 1 TO WS-RRG-WRITE-FAILS
           ELSE
               EVALUATE WS-RRG-SUB
                   WHEN 1
                       OPEN OUTPUT EMP-FILE
                   WHEN 2
                       OPEN OUTPUT PAYROLL-FILE
                   WHEN 3
                       OPEN OUTPUT SALHIST-FILE
                   WHEN 4
                       OPEN OUTPUT EMPHIST-FILE
               END-EVALUATE
           END-IF

           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ GENSRC-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE GENSRC-FILE
                       EVALUATE WS-RRG-SUB
                           WHEN 1
                               CLOSE EMP-FILE
                           WHEN 2
                               CLOSE PAYROLL-FILE
                           WHEN 3
                               CLOSE SALHIST-FILE
                           WHEN 4
                               CLOSE EMPHIST-FILE
                       END-EVALUATE
                   NOT AT END
                       EVALUATE WS-RRG-SUB
                           WHEN 1
                               MOVE GENSRC-RECORD TO EMP-RECORD
                               WRITE EMP-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-RRG-WRITE-FAILS
                               END-WRITE
                           WHEN 2
                               MOVE GENSRC-RECORD TO PAYROLL-RECORD
                               WRITE PAYROLL-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-RRG-WRITE-FAILS
                               END-WRITE
                           WHEN 3
                               MOVE GENSRC-RECORD TO SALHIST-RECORD
                               WRITE SALHIST-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-RRG-WRITE-FAILS
                               END-WRITE
                           WHEN 4
                               MOVE GENSRC-RECORD TO EMPHIST-RECORD
                               WRITE EMPHIST-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-RRG-WRITE-FAILS
                               END-WRITE
                       END-EVALUATE
               END-READ
           END-PERFORM

           EXIT.

       5315-WRITE-RUN-STATS.

           OPEN EXTEND REORGSTA-FILE
           IF WS-REORGSTA-STATUS = '35'
               OPEN OUTPUT REORGSTA-FILE
           END-IF
           IF WS-REORGSTA-STATUS = '00'
               ACCEPT WS-NOW-TIME-X FROM TIME
               MOVE SPACES TO REORGSTA-RECORD
               MOVE WS-TODAY TO RST-DATE
               MOVE WS-NOW-HHMMSS TO RST-TIME
               MOVE 'REORG' TO RST-FUNCTION
               MOVE WS-RRG-FILE(WS-RRG-SUB) TO RST-FILE
               MOVE WS-RRG-UNL-COUNT TO RST-RECORDS
               MOVE WS-RRG-UNL-HASH TO RST-HASH
               MOVE WS-RRG-BEFORE-SIZE TO RST-BEFORE-SIZE
               MOVE WS-RRG-AFTER-SIZE TO RST-AFTER-SIZE
               MOVE WS-RRG-UNLOAD-SECS TO RST-UNLOAD-SECS
               MOVE WS-RRG-RELOAD-SECS TO RST-RELOAD-SECS
               MOVE WS-RRG-RESULT TO RST-RESULT
               MOVE WS-OPERATOR-ID TO RST-OPERATOR
               WRITE REORGSTA-RECORD
               CLOSE REORGSTA-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Phase timing from the time of day in hundredths - a phase
      * running past midnight wraps
      * ----------------------------------------------------------------
       5316-READ-CLOCK.

           ACCEPT WS-RRG-TIME-X FROM TIME
           COMPUTE WS-RRG-CLOCK = WS-RRG-HH * 3600 + WS-RRG-MM * 60
               + WS-RRG-SS + WS-RRG-CC / 100
           IF WS-RRG-CLOCK < WS-RRG-CLOCK-START
               ADD 86400 TO WS-RRG-CLOCK
           END-IF
           SUBTRACT WS-RRG-CLOCK-START FROM WS-RRG-CLOCK

           EXIT.

       5317-START-CLOCK.

           ACCEPT WS-RRG-TIME-X FROM TIME
           COMPUTE WS-RRG-CLOCK-START = WS-RRG-HH * 3600
               + WS-RRG-MM * 60 + WS-RRG-SS + WS-RRG-CC / 100

           EXIT.

      * ----------------------------------------------------------------
      * Size in bytes of WS-RRG-FILE-NAME to the next whole 512-byte
      * block, zero when it cannot be opened
      * ----------------------------------------------------------------
       5318-GET-FILE-SIZE.

           MOVE ZERO TO WS-RRG-SIZE
           MOVE 'N' TO WS-RRG-SIZE-EOF
           OPEN INPUT RRGSIZE-FILE
           IF WS-RRGSIZE-STATUS NOT = '00'
               MOVE 'Y' TO WS-RRG-SIZE-EOF
           END-IF
           PERFORM UNTIL WS-RRG-SIZE-EOF = 'Y'
               READ RRGSIZE-FILE
                   AT END
                       MOVE 'Y' TO WS-RRG-SIZE-EOF
                       CLOSE RRGSIZE-FILE
                   NOT AT END
                       ADD 512 TO WS-RRG-SIZE
               END-READ
               IF WS-RRGSIZE-STATUS NOT = '00'
                  AND WS-RRGSIZE-STATUS NOT = '10'
                   MOVE 'Y' TO WS-RRG-SIZE-EOF
                   CLOSE RRGSIZE-FILE
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Closed-year rollover of the pay history.  A year whose every
      * period is closed has its PAYROLL.DAT rows copied to its own
      * year file PAYyyyy.DAT (with a sequential copy PAYyyyy.SEQ),
      * the year file is read back and its count and gross, tax and
      * net totals must equal those taken from PAYROLL.DAT, and only
      * then are the rows taken off PAYROLL.DAT and the year entered
      * on the catalog PAYCAT.DAT.
      * ----------------------------------------------------------------
       5350-PAY-YEAR-ROLLOVER.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 9730-LOAD-CLOSED-PERIODS
           PERFORM 5351-LOAD-PAY-CATALOG
           PERFORM VARYING WS-PYC-SUB FROM 1 BY 1
                   UNTIL WS-PYC-SUB > WS-PYC-COUNT
               MOVE WS-PYC-NET(WS-PYC-SUB) TO WS-PYR-EDIT
               DISPLAY "  " WS-PYC-YEAR(WS-PYC-SUB) " "
                   WS-PYC-FILE(WS-PYC-SUB) " rows "
                   WS-PYC-ROWS(WS-PYC-SUB) " net " WS-PYR-EDIT
                   " rolled " WS-PYC-DATE(WS-PYC-SUB)
           END-PERFORM

           MOVE 'Y' TO WS-PYR-OK
           DISPLAY "Year to roll out of PAYROLL.DAT (YYYY): "
           ACCEPT WS-PYR-YEAR
           COMPUTE WS-PYR-CLOSED-TO = WS-PYR-YEAR * 10000 + 1231
           IF WS-PYR-YEAR = ZERO
              OR WS-PYR-CLOSED-TO >= WS-TODAY
               DISPLAY "Only a past year can be rolled out."
               MOVE 'N' TO WS-PYR-OK
           ELSE
               IF WS-MAX-CLOSED-PE < WS-PYR-CLOSED-TO
                   DISPLAY "Year " WS-PYR-YEAR " is not fully closed "
                       "- periods closed to " WS-MAX-CLOSED-PE
                   MOVE 'N' TO WS-PYR-OK
               END-IF
           END-IF
           IF WS-PYR-OK = 'Y'
               PERFORM 5357-FIND-PAY-YEAR
               IF WS-PYR-ROLLED = 'Y'
                   DISPLAY "Year " WS-PYR-YEAR " is already rolled "
                       "out - any later rows for it stay in "
                       "PAYROLL.DAT and are read with it."
                   MOVE 'N' TO WS-PYR-OK
               END-IF
           END-IF

           IF WS-PYR-OK = 'Y'
               PERFORM 5352-TOTAL-PAYROLL-YEAR
               MOVE WS-PYR-ALL-ROWS TO WS-PYR-ALL-BEFORE
               MOVE WS-PYR-IN-ROWS TO WS-PYR-CHK-ROWS
               MOVE WS-PYR-IN-GROSS TO WS-PYR-CHK-GROSS
               MOVE WS-PYR-IN-TAX TO WS-PYR-CHK-TAX
               MOVE WS-PYR-IN-NET TO WS-PYR-CHK-NET
               DISPLAY "PAYROLL.DAT rows " WS-PYR-ALL-BEFORE
                   ", of which " WS-PYR-YEAR ": " WS-PYR-IN-ROWS
               MOVE WS-PYR-IN-GROSS TO WS-PYR-EDIT
               DISPLAY "  gross " WS-PYR-EDIT
               MOVE WS-PYR-IN-TAX TO WS-PYR-EDIT
               DISPLAY "  tax   " WS-PYR-EDIT
               MOVE WS-PYR-IN-NET TO WS-PYR-EDIT
               DISPLAY "  net   " WS-PYR-EDIT
               IF WS-PYR-IN-ROWS = ZERO
                   DISPLAY "Nothing to roll out."
                   MOVE 'N' TO WS-PYR-OK
               ELSE
                   DISPLAY "Roll these rows out (Y/N): "
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
                       DISPLAY "Rollover abandoned."
                       MOVE 'N' TO WS-PYR-OK
                   END-IF
               END-IF
           END-IF

           IF WS-PYR-OK = 'Y'
               PERFORM 5353-WRITE-YEAR-FILE
               PERFORM 5354-CHECK-YEAR-FILE
               IF WS-PYR-OK = 'N'
                   DISPLAY "Year file does not agree with PAYROLL.DAT "
                       "- nothing removed, year file cleared."
                   OPEN OUTPUT PAYYR-FILE
                   CLOSE PAYYR-FILE
               END-IF
           END-IF

           IF WS-PYR-OK = 'Y'
               PERFORM 5355-REMOVE-YEAR-ROWS
               PERFORM 5352-TOTAL-PAYROLL-YEAR
               MOVE WS-PYR-ALL-ROWS TO WS-PYR-ALL-AFTER
               IF WS-PYR-IN-ROWS NOT = ZERO
                  OR WS-PYR-ALL-AFTER + WS-PYR-CHK-ROWS
                     NOT = WS-PYR-ALL-BEFORE
                   DISPLAY "WARNING: PAYROLL.DAT after the rollover "
                       "has " WS-PYR-ALL-AFTER " rows, "
                       WS-PYR-IN-ROWS " still for " WS-PYR-YEAR
                       " - check before the next pay run."
               END-IF
               PERFORM 5356-ADD-PAY-CATALOG
               DISPLAY "Year " WS-PYR-YEAR " rolled out to "
                   WS-PAYYR-NAME " - " WS-PYR-CHK-ROWS " rows."
               DISPLAY "PAYROLL.DAT rows before " WS-PYR-ALL-BEFORE
                   " after " WS-PYR-ALL-AFTER

               MOVE 'PAYROL' TO WS-AUD-ACTION
               MOVE ZERO TO WS-AUD-EMP-ID
               MOVE 'PAY HISTORY YEAR ROLLED OUT' TO
                   WS-AUD-BEFORE-NAME
               MOVE SPACES TO WS-AUD-BEFORE-DEPT
               MOVE ZERO TO WS-AUD-BEFORE-SAL
               MOVE SPACES TO WS-AUD-BEFORE-STAT
               MOVE WS-PAYYR-NAME TO WS-AUD-AFTER-NAME
               MOVE SPACES TO WS-AUD-AFTER-DEPT
               MOVE ZERO TO WS-AUD-AFTER-SAL
               MOVE SPACES TO WS-AUD-AFTER-STAT
               PERFORM 8500-WRITE-AUDIT-RECORD
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Catalog into WS-PYC-TABLE, in year order as it is kept
      * ----------------------------------------------------------------
       5351-LOAD-PAY-CATALOG.

           MOVE ZERO TO WS-PYC-COUNT
           MOVE 'N' TO WS-PYC-EOF
           OPEN INPUT PAYCAT-FILE
           IF WS-PAYCAT-STATUS NOT = '00'
               MOVE 'Y' TO WS-PYC-EOF
           END-IF
           PERFORM UNTIL WS-PYC-EOF = 'Y'
               READ PAYCAT-FILE
                   AT END
                       MOVE 'Y' TO WS-PYC-EOF
                       CLOSE PAYCAT-FILE
                   NOT AT END
                       IF WS-PYC-COUNT < 60
                           ADD 1 TO WS-PYC-COUNT
                           MOVE PYC-YEAR TO WS-PYC-YEAR(WS-PYC-COUNT)
                           MOVE PYC-FILE TO WS-PYC-FILE(WS-PYC-COUNT)
                           MOVE PYC-ROWS TO WS-PYC-ROWS(WS-PYC-COUNT)
                           MOVE PYC-GROSS TO
                               WS-PYC-GROSS(WS-PYC-COUNT)
                           MOVE PYC-TAX TO WS-PYC-TAX(WS-PYC-COUNT)
                           MOVE PYC-NET TO WS-PYC-NET(WS-PYC-COUNT)
                           MOVE PYC-ROLL-DATE TO
                               WS-PYC-DATE(WS-PYC-COUNT)
                           MOVE PYC-OPERATOR TO
                               WS-PYC-OPR(WS-PYC-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Row count of PAYROLL.DAT, and the count and gross, tax and
      * net totals of its rows for WS-PYR-YEAR
      * ----------------------------------------------------------------
       5352-TOTAL-PAYROLL-YEAR.

           MOVE ZERO TO WS-PYR-ALL-ROWS
           MOVE ZERO TO WS-PYR-IN-ROWS
           MOVE ZERO TO WS-PYR-IN-GROSS
           MOVE ZERO TO WS-PYR-IN-TAX
           MOVE ZERO TO WS-PYR-IN-NET
           MOVE 'N' TO WS-EOF-2
           OPEN INPUT PAYROLL-FILE
           IF WS-PAYROLL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           END-IF
           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ PAYROLL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE PAYROLL-FILE
                   NOT AT END
                       ADD 1 TO WS-PYR-ALL-ROWS
                       MOVE PAY-PERIOD-END TO WS-WORK-DATE
                       IF WS-WD-YEAR = WS-PYR-YEAR
                           ADD 1 TO WS-PYR-IN-ROWS
                           ADD PAY-GROSS TO WS-PYR-IN-GROSS
                           ADD PAY-TAX TO WS-PYR-IN-TAX
                           ADD PAY-NET TO WS-PYR-IN-NET
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * The year's rows into the new year file and its sequential
      * copy
      * ----------------------------------------------------------------
       5353-WRITE-YEAR-FILE.

           MOVE ZERO TO WS-PYR-OUT-ROWS
           MOVE ZERO TO WS-PYR-OUT-FAILS
           MOVE SPACES TO WS-PAYYR-NAME
           STRING 'PAY' DELIMITED BY SIZE
                  WS-PYR-YEAR DELIMITED BY SIZE
                  '.DAT' DELIMITED BY SIZE
               INTO WS-PAYYR-NAME
           END-STRING
           MOVE SPACES TO WS-GENOUT-NAME
           STRING 'PAY' DELIMITED BY SIZE
                  WS-PYR-YEAR DELIMITED BY SIZE
                  '.SEQ' DELIMITED BY SIZE
               INTO WS-GENOUT-NAME
           END-STRING

           MOVE 'N' TO WS-EOF-2
           OPEN OUTPUT PAYYR-FILE
           OPEN OUTPUT GENOUT-FILE
           OPEN INPUT PAYROLL-FILE
           IF WS-PAYROLL-STATUS NOT = '00'
              OR WS-PAYYR-STATUS NOT = '00'
              OR WS-GENOUT-STATUS NOT = '00'
               DISPLAY "Unable to open the pay files - status "
                   WS-PAYROLL-STATUS " " WS-PAYYR-STATUS " "
                   WS-GENOUT-STATUS
               ADD 1 TO WS-PYR-OUT-FAILS
               MOVE 'Y' TO WS-EOF-2
               CLOSE PAYROLL-FILE
               CLOSE PAYYR-FILE
               CLOSE GENOUT-FILE
           END-IF
           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ PAYROLL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE PAYROLL-FILE
                       CLOSE PAYYR-FILE
                       CLOSE GENOUT-FILE
                   NOT AT END
                       MOVE PAY-PERIOD-END TO WS-WORK-DATE
                       IF WS-WD-YEAR = WS-PYR-YEAR
                           MOVE PAYROLL-RECORD TO PAYYR-RECORD
                           WRITE PAYYR-RECORD
                               INVALID KEY
                                   ADD 1 TO WS-PYR-OUT-FAILS
                               NOT INVALID KEY
                                   ADD 1 TO WS-PYR-OUT-ROWS
                           END-WRITE
                           MOVE SPACES TO GENOUT-RECORD
                           MOVE PAYROLL-RECORD TO GENOUT-RECORD
                           WRITE GENOUT-RECORD
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Read the year file back against the totals taken from
      * PAYROLL.DAT - WS-PYR-OK out
      * ----------------------------------------------------------------
       5354-CHECK-YEAR-FILE.

           MOVE 'Y' TO WS-PYR-OK
           MOVE ZERO TO WS-PYR-IN-ROWS
           MOVE ZERO TO WS-PYR-IN-GROSS
           MOVE ZERO TO WS-PYR-IN-TAX
           MOVE ZERO TO WS-PYR-IN-NET
           MOVE 'N' TO WS-EOF-2
           OPEN INPUT PAYYR-FILE
           IF WS-PAYYR-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           END-IF
           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ PAYYR-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE PAYYR-FILE
                   NOT AT END
                       MOVE PAYYR-RECORD TO PAYROLL-RECORD
                       ADD 1 TO WS-PYR-IN-ROWS
                       ADD PAY-GROSS TO WS-PYR-IN-GROSS
                       ADD PAY-TAX TO WS-PYR-IN-TAX
                       ADD PAY-NET TO WS-PYR-IN-NET
               END-READ
           END-PERFORM

           IF WS-PYR-OUT-FAILS > ZERO
              OR WS-PYR-IN-ROWS NOT = WS-PYR-CHK-ROWS
              OR WS-PYR-IN-GROSS NOT = WS-PYR-CHK-GROSS
              OR WS-PYR-IN-TAX NOT = WS-PYR-CHK-TAX
              OR WS-PYR-IN-NET NOT = WS-PYR-CHK-NET
               MOVE 'N' TO WS-PYR-OK
               DISPLAY "Year file rows " WS-PYR-IN-ROWS " expected "
                   WS-PYR-CHK-ROWS " write failures "
                   WS-PYR-OUT-FAILS
           END-IF

           EXIT.

       5355-REMOVE-YEAR-ROWS.

           MOVE ZERO TO WS-PYR-DELETED
           MOVE 'N' TO WS-EOF-2
           OPEN I-O PAYROLL-FILE
           IF WS-PAYROLL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-2
           END-IF
           PERFORM UNTIL WS-EOF-2 = 'Y'
               READ PAYROLL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-2
                       CLOSE PAYROLL-FILE
                   NOT AT END
                       MOVE PAY-PERIOD-END TO WS-WORK-DATE
                       IF WS-WD-YEAR = WS-PYR-YEAR
                           DELETE PAYROLL-FILE RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-PYR-DELETED
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Enter the year just rolled on the catalog, kept in year
      * order
      * ----------------------------------------------------------------
       5356-ADD-PAY-CATALOG.

           PERFORM 5351-LOAD-PAY-CATALOG
           IF WS-PYC-COUNT < 60
               MOVE 1 TO WS-PYC-SUB
               PERFORM UNTIL WS-PYC-SUB > WS-PYC-COUNT
                       OR WS-PYC-YEAR(WS-PYC-SUB) > WS-PYR-YEAR
                   ADD 1 TO WS-PYC-SUB
               END-PERFORM
               PERFORM VARYING WS-PYC-SUB-2 FROM WS-PYC-COUNT BY -1
                       UNTIL WS-PYC-SUB-2 < WS-PYC-SUB
                   MOVE WS-PYC-ENTRY(WS-PYC-SUB-2) TO
                       WS-PYC-ENTRY(WS-PYC-SUB-2 + 1)
               END-PERFORM
               ADD 1 TO WS-PYC-COUNT
               MOVE WS-PYR-YEAR TO WS-PYC-YEAR(WS-PYC-SUB)
               MOVE WS-PAYYR-NAME TO WS-PYC-FILE(WS-PYC-SUB)
               MOVE WS-PYR-CHK-ROWS TO WS-PYC-ROWS(WS-PYC-SUB)
               MOVE WS-PYR-CHK-GROSS TO WS-PYC-GROSS(WS-PYC-SUB)
               MOVE WS-PYR-CHK-TAX TO WS-PYC-TAX(WS-PYC-SUB)
               MOVE WS-PYR-CHK-NET TO WS-PYC-NET(WS-PYC-SUB)
               MOVE WS-TODAY TO WS-PYC-DATE(WS-PYC-SUB)
               MOVE WS-OPERATOR-ID TO WS-PYC-OPR(WS-PYC-SUB)
           ELSE
               DISPLAY "Pay year catalog is full."
           END-IF

           OPEN OUTPUT PAYCAT-FILE
           PERFORM VARYING WS-PYC-SUB FROM 1 BY 1
                   UNTIL WS-PYC-SUB > WS-PYC-COUNT
               MOVE SPACES TO PAYCAT-RECORD
               MOVE WS-PYC-YEAR(WS-PYC-SUB) TO PYC-YEAR
               MOVE WS-PYC-FILE(WS-PYC-SUB) TO PYC-FILE
               MOVE WS-PYC-ROWS(WS-PYC-SUB) TO PYC-ROWS
               MOVE WS-PYC-GROSS(WS-PYC-SUB) TO PYC-GROSS
               MOVE WS-PYC-TAX(WS-PYC-SUB) TO PYC-TAX
               MOVE WS-PYC-NET(WS-PYC-SUB) TO PYC-NET
               MOVE WS-PYC-DATE(WS-PYC-SUB) TO PYC-ROLL-DATE
               MOVE WS-PYC-OPR(WS-PYC-SUB) TO PYC-OPERATOR
               WRITE PAYCAT-RECORD
           END-PERFORM
           CLOSE PAYCAT-FILE

           EXIT.

      * ----------------------------------------------------------------
      * Is WS-PYR-YEAR on the catalog?  WS-PYR-ROLLED, and the year
      * file name in WS-PAYYR-NAME, out
      * ----------------------------------------------------------------
       5357-FIND-PAY-YEAR.

           MOVE 'N' TO WS-PYR-ROLLED
           PERFORM VARYING WS-PYC-SUB FROM 1 BY 1
                   UNTIL WS-PYC-SUB > WS-PYC-COUNT
               IF WS-PYC-YEAR(WS-PYC-SUB) = WS-PYR-YEAR
                   MOVE 'Y' TO WS-PYR-ROLLED
                   MOVE WS-PYC-FILE(WS-PYC-SUB) TO WS-PAYYR-NAME
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Open the pay history for a reader asking about WS-PYR-YEAR:
      * a rolled year starts on its year file and goes on to
      * PAYROLL.DAT, any other year is PAYROLL.DAT alone.
      * WS-PYR-AT-END is Y when there is nothing to read.
      * ----------------------------------------------------------------
       5358-OPEN-PAY-HISTORY.

           MOVE 'N' TO WS-PYR-AT-END
           PERFORM 5351-LOAD-PAY-CATALOG
           PERFORM 5357-FIND-PAY-YEAR
           MOVE 'P' TO WS-PYR-SOURCE
           IF WS-PYR-ROLLED = 'Y'
               OPEN INPUT PAYYR-FILE
               IF WS-PAYYR-STATUS = '00'
                   MOVE 'Y' TO WS-PYR-SOURCE
               ELSE
                   DISPLAY "Year file " WS-PAYYR-NAME
                       " not available - status " WS-PAYYR-STATUS
               END-IF
           END-IF
           IF WS-PYR-SOURCE = 'P'
               OPEN INPUT PAYROLL-FILE
               IF WS-PAYROLL-STATUS NOT = '00'
                   MOVE 'Y' TO WS-PYR-AT-END
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Next pay row into PAYROLL-RECORD, whichever file it is on;
      * the file is closed at the end
      * ----------------------------------------------------------------
       5359-READ-PAY-HISTORY.

           MOVE 'N' TO WS-PYR-GOT
           IF WS-PYR-SOURCE = 'Y'
               READ PAYYR-FILE NEXT
                   AT END
                       CLOSE PAYYR-FILE
                       MOVE 'P' TO WS-PYR-SOURCE
                       OPEN INPUT PAYROLL-FILE
                       IF WS-PAYROLL-STATUS NOT = '00'
                           MOVE 'Y' TO WS-PYR-AT-END
                       END-IF
                   NOT AT END
                       MOVE PAYYR-RECORD TO PAYROLL-RECORD
                       MOVE 'Y' TO WS-PYR-GOT
               END-READ
           END-IF
           IF WS-PYR-GOT = 'N' AND WS-PYR-AT-END = 'N'
               READ PAYROLL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-PYR-AT-END
                       CLOSE PAYROLL-FILE
               END-READ
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Every rolled year's rows for WS-TARGET-ID into the pay
      * history table, oldest year first
      * ----------------------------------------------------------------
       5349-LOAD-PHI-FROM-YEARS.

           PERFORM 5351-LOAD-PAY-CATALOG
           PERFORM VARYING WS-PYC-SUB-2 FROM 1 BY 1
                   UNTIL WS-PYC-SUB-2 > WS-PYC-COUNT
               MOVE WS-PYC-FILE(WS-PYC-SUB-2) TO WS-PAYYR-NAME
               MOVE 'N' TO WS-PYR-AT-END
               OPEN INPUT PAYYR-FILE
               IF WS-PAYYR-STATUS NOT = '00'
                   MOVE 'Y' TO WS-PYR-AT-END
               ELSE
                   MOVE WS-TARGET-ID TO PYY-EMP-ID
                   MOVE ZERO TO PYY-PERIOD-END
                   MOVE SPACE TO PYY-REC-TYPE
                   MOVE ZERO TO PYY-SEQ
                   START PAYYR-FILE KEY NOT < PYY-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-PYR-AT-END
                   END-START
               END-IF
               PERFORM UNTIL WS-PYR-AT-END = 'Y'
                   READ PAYYR-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-PYR-AT-END
                       NOT AT END
                           IF PYY-EMP-ID = WS-TARGET-ID
                               MOVE PAYYR-RECORD TO PAYROLL-RECORD
                               PERFORM 6706-HOLD-PHI-ROW
                           ELSE
                               MOVE 'Y' TO WS-PYR-AT-END
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-PAYYR-STATUS = '00' OR WS-PAYYR-STATUS = '10'
                   CLOSE PAYYR-FILE
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Tuition assistance - a course fee keyed here is queued on
      * SUPPAY.DAT for the supplemental run, carrying its TUITION.DAT
      * sequence so the run can mark it paid and record the course
      * on TRAINING.DAT
      * ----------------------------------------------------------------
       5360-TUITION-ASSISTANCE.

           PERFORM 5362-LOAD-TUITION-TABLE
           MOVE 12 TO WS-TUI-DFLT-MOS
           MOVE 'TUIT-CLAWBK-MOS' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-NUMERIC TO WS-TUI-DFLT-MOS
           END-IF

           DISPLAY "(A)dd a course payment or (L)ist tuition: "
           ACCEPT WS-ANSWER
           EVALUATE WS-ANSWER
               WHEN 'A'
               WHEN 'a'
                   PERFORM 5361-ADD-TUITION-PAYMENT
               WHEN 'L'
               WHEN 'l'
                   PERFORM 5363-LIST-TUITION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EXIT.

      * ----------------------------------------------------------------
      * Key one course payment for an active employee
      * ----------------------------------------------------------------
       5361-ADD-TUITION-PAYMENT.

           DISPLAY "Employee ID: "
           ACCEPT WS-TARGET-ID
           MOVE 'N' TO WS-FOUND
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "Unable to open employee file - status "
                   WS-EMP-STATUS
           ELSE
               MOVE WS-TARGET-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       DISPLAY "Employee ID not found."
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND
               END-READ
               CLOSE EMP-FILE
           END-IF

           IF WS-FOUND = 'Y'
               IF EMP-DEL-FLAG = 'D' OR EMP-STATUS = 'T'
                   DISPLAY "Employee is not active."
                   MOVE 'N' TO WS-FOUND
               END-IF
           END-IF
           IF WS-FOUND = 'Y'
               PERFORM 9340-CHECK-DEPT-SCOPE
               IF WS-SCOPE-OK = 'N'
                   MOVE 'N' TO WS-FOUND
               END-IF
           END-IF
           IF WS-FOUND = 'Y' AND WS-TUI-COUNT NOT < 2000
               DISPLAY "Tuition file is full."
               MOVE 'N' TO WS-FOUND
           END-IF

           IF WS-FOUND = 'Y'
               DISPLAY "Course: "
               ACCEPT WS-TUI-NEW-COURSE
               DISPLAY "Amount paid: "
               ACCEPT WS-TUI-NEW-AMOUNT
               DISPLAY "Completion date (YYYYMMDD): "
               ACCEPT WS-TUI-NEW-DATE
               DISPLAY "Clawback months (0 = standard "
                   WS-TUI-DFLT-MOS "): "
               ACCEPT WS-TUI-NEW-MOS
               IF WS-TUI-NEW-MOS = ZERO
                   MOVE WS-TUI-DFLT-MOS TO WS-TUI-NEW-MOS
               END-IF

               MOVE WS-TUI-NEW-DATE TO WS-WORK-DATE
               IF WS-TUI-NEW-COURSE = SPACES
                   DISPLAY "Course is required."
                   MOVE 'N' TO WS-FOUND
               END-IF
               IF WS-TUI-NEW-AMOUNT NOT > ZERO
                   DISPLAY "Amount must be greater than zero."
                   MOVE 'N' TO WS-FOUND
               END-IF
               IF WS-WD-YEAR < 2000 OR WS-WD-YEAR > 2099
                  OR WS-WD-MONTH < 1 OR WS-WD-MONTH > 12
                  OR WS-WD-DAY < 1 OR WS-WD-DAY > 31
                   DISPLAY "Invalid completion date."
                   MOVE 'N' TO WS-FOUND
               END-IF
           END-IF

           IF WS-FOUND = 'Y'
               MOVE ZERO TO WS-TUI-NEXT-SEQ
               PERFORM VARYING WS-TUI-SUB FROM 1 BY 1
                       UNTIL WS-TUI-SUB > WS-TUI-COUNT
                   IF WS-TUI-SEQ(WS-TUI-SUB) > WS-TUI-NEXT-SEQ
                       MOVE WS-TUI-SEQ(WS-TUI-SUB) TO
                           WS-TUI-NEXT-SEQ
                   END-IF
               END-PERFORM
               ADD 1 TO WS-TUI-NEXT-SEQ

               ADD 1 TO WS-TUI-COUNT
               MOVE WS-TUI-NEXT-SEQ TO WS-TUI-SEQ(WS-TUI-COUNT)
               MOVE EMP-ID TO WS-TUI-EMP-ID(WS-TUI-COUNT)
               MOVE WS-TUI-NEW-COURSE TO WS-TUI-COURSE(WS-TUI-COUNT)
               MOVE WS-TUI-NEW-AMOUNT TO WS-TUI-AMOUNT(WS-TUI-COUNT)
               MOVE WS-TUI-NEW-DATE TO WS-TUI-COMPLETE(WS-TUI-COUNT)
               MOVE WS-TUI-NEW-MOS TO WS-TUI-MONTHS(WS-TUI-COUNT)
               MOVE 'Q' TO WS-TUI-STAT(WS-TUI-COUNT)
               MOVE ZERO TO WS-TUI-PAID-DATE(WS-TUI-COUNT)
               MOVE ZERO TO WS-TUI-CLAW-AMT(WS-TUI-COUNT)
               PERFORM 5364-SAVE-TUITION-TABLE

               OPEN EXTEND SUPPAY-FILE
               IF WS-SUPPAY-STATUS = '35'
                   OPEN OUTPUT SUPPAY-FILE
               END-IF
               MOVE EMP-ID TO SUP-EMP-ID
               MOVE WS-TUI-NEW-AMOUNT TO SUP-AMOUNT
               MOVE SPACES TO SUP-REASON
               STRING 'TUITION ' DELIMITED BY SIZE
                      WS-TUI-NEW-COURSE DELIMITED BY SIZE
                   INTO SUP-REASON
               END-STRING
               MOVE WS-TUI-NEXT-SEQ TO SUP-TUI-SEQ
               MOVE SPACES TO SUPPAY-RECORD(43:4)
               WRITE SUPPAY-RECORD
               CLOSE SUPPAY-FILE

               MOVE 'TUITN' TO WS-AUD-ACTION
               MOVE EMP-ID TO WS-AUD-EMP-ID
               MOVE EMP-NAME TO WS-AUD-BEFORE-NAME
               MOVE EMP-DEPARTMENT TO WS-AUD-BEFORE-DEPT
               MOVE ZERO TO WS-AUD-BEFORE-SAL
               MOVE EMP-STATUS TO WS-AUD-BEFORE-STAT
               MOVE WS-TUI-NEW-COURSE TO WS-AUD-AFTER-NAME
               MOVE EMP-DEPARTMENT TO WS-AUD-AFTER-DEPT
               MOVE WS-TUI-NEW-AMOUNT TO WS-AUD-AFTER-SAL
               MOVE EMP-STATUS TO WS-AUD-AFTER-STAT
               PERFORM 8500-WRITE-AUDIT-RECORD

               DISPLAY "Tuition " WS-TUI-NEXT-SEQ
                   " queued for the next supplemental run."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Tuition rows for one employee, or all with a zero id
      * ----------------------------------------------------------------
       5363-LIST-TUITION.

           DISPLAY "Employee ID (0 = all): "
           ACCEPT WS-TARGET-ID
           MOVE ZERO TO WS-TUI-LISTED
           DISPLAY "SEQ    EMP-ID  COURSE               AMOUNT"
               "       COMPLETE MOS ST CLAWBACK"
           PERFORM VARYING WS-TUI-SUB FROM 1 BY 1
                   UNTIL WS-TUI-SUB > WS-TUI-COUNT
               IF WS-TARGET-ID = ZERO
                  OR WS-TUI-EMP-ID(WS-TUI-SUB) = WS-TARGET-ID
                   ADD 1 TO WS-TUI-LISTED
                   MOVE WS-TUI-AMOUNT(WS-TUI-SUB) TO WS-STUB-AMT
                   MOVE WS-TUI-CLAW-AMT(WS-TUI-SUB) TO
                       WS-EDIT-AMOUNT-L
                   DISPLAY WS-TUI-SEQ(WS-TUI-SUB) " "
                       WS-TUI-EMP-ID(WS-TUI-SUB) " "
                       WS-TUI-COURSE(WS-TUI-SUB) " "
                       WS-STUB-AMT " "
                       WS-TUI-COMPLETE(WS-TUI-SUB) " "
                       WS-TUI-MONTHS(WS-TUI-SUB) " "
                       WS-TUI-STAT(WS-TUI-SUB) "  "
                       WS-EDIT-AMOUNT-L
               END-IF
           END-PERFORM
           DISPLAY WS-TUI-LISTED " tuition row(s)."

           EXIT.

      * ----------------------------------------------------------------
      * TUITION.DAT into the tuition table
      * ----------------------------------------------------------------
       5362-LOAD-TUITION-TABLE.

           MOVE ZERO TO WS-TUI-COUNT
           MOVE 'N' TO WS-TUI-EOF
           OPEN INPUT TUITION-FILE
           IF WS-TUITION-STATUS NOT = '00'
               MOVE 'Y' TO WS-TUI-EOF
           END-IF
           PERFORM UNTIL WS-TUI-EOF = 'Y'
               READ TUITION-FILE
                   AT END
                       MOVE 'Y' TO WS-TUI-EOF
                       CLOSE TUITION-FILE
                   NOT AT END
                       IF WS-TUI-COUNT < 2000
                           ADD 1 TO WS-TUI-COUNT
                           MOVE TUI-SEQ TO WS-TUI-SEQ(WS-TUI-COUNT)
                           MOVE TUI-EMP-ID TO
                               WS-TUI-EMP-ID(WS-TUI-COUNT)
                           MOVE TUI-COURSE TO
                               WS-TUI-COURSE(WS-TUI-COUNT)
                           MOVE TUI-AMOUNT TO
                               WS-TUI-AMOUNT(WS-TUI-COUNT)
                           MOVE TUI-COMPLETE-DATE TO
                               WS-TUI-COMPLETE(WS-TUI-COUNT)
                           MOVE TUI-CLAWBACK-MOS TO
                               WS-TUI-MONTHS(WS-TUI-COUNT)
                           MOVE TUI-STATUS TO
                               WS-TUI-STAT(WS-TUI-COUNT)
                           MOVE TUI-PAID-DATE TO
                               WS-TUI-PAID-DATE(WS-TUI-COUNT)
                           MOVE TUI-CLAWBACK-AMT TO
                               WS-TUI-CLAW-AMT(WS-TUI-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Tuition table back out to TUITION.DAT
      * ----------------------------------------------------------------
       5364-SAVE-TUITION-TABLE.

           OPEN OUTPUT TUITION-FILE
           IF WS-TUITION-STATUS = '00'
               PERFORM VARYING WS-TUI-SUB FROM 1 BY 1
                       UNTIL WS-TUI-SUB > WS-TUI-COUNT
                   MOVE SPACES TO TUITION-RECORD
                   MOVE WS-TUI-SEQ(WS-TUI-SUB) TO TUI-SEQ
                   MOVE WS-TUI-EMP-ID(WS-TUI-SUB) TO TUI-EMP-ID
                   MOVE WS-TUI-COURSE(WS-TUI-SUB) TO TUI-COURSE
                   MOVE WS-TUI-AMOUNT(WS-TUI-SUB) TO TUI-AMOUNT
                   MOVE WS-TUI-COMPLETE(WS-TUI-SUB) TO
                       TUI-COMPLETE-DATE
                   MOVE WS-TUI-MONTHS(WS-TUI-SUB) TO
                       TUI-CLAWBACK-MOS
                   MOVE WS-TUI-STAT(WS-TUI-SUB) TO TUI-STATUS
                   MOVE WS-TUI-PAID-DATE(WS-TUI-SUB) TO
                       TUI-PAID-DATE
                   MOVE WS-TUI-CLAW-AMT(WS-TUI-SUB) TO
                       TUI-CLAWBACK-AMT
                   WRITE TUITION-RECORD
               END-PERFORM
               CLOSE TUITION-FILE
           ELSE
               DISPLAY "Unable to write TUITION.DAT - status "
                   WS-TUITION-STATUS
           END-IF

           EXIT.

      * Tuition entry for SUP-TUI-SEQ - WS-TUI-SUB out, zero if none
       5365-FIND-TUITION-ENTRY.

           MOVE ZERO TO WS-TUI-SUB
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-TUI-COUNT
               IF WS-TUI-SEQ(WS-SUB-2) = SUP-TUI-SEQ
                   MOVE WS-SUB-2 TO WS-TUI-SUB
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * A tuition payment has gone through the supplemental run -
      * mark it paid and record the course on TRAINING.DAT.  A
      * completed sponsored course is recorded as passed.
      * ----------------------------------------------------------------
       5366-MARK-TUITION-PAID.

           PERFORM 5365-FIND-TUITION-ENTRY
           IF WS-TUI-SUB > ZERO
               IF WS-TUI-STAT(WS-TUI-SUB) = 'Q'
                   MOVE 'P' TO WS-TUI-STAT(WS-TUI-SUB)
                   MOVE WS-PAY-PERIOD-END TO
                       WS-TUI-PAID-DATE(WS-TUI-SUB)
                   MOVE 'Y' TO WS-TUI-CHANGED

                   OPEN EXTEND TRAINING-FILE
                   IF WS-TRAINING-STATUS = '35'
                       OPEN OUTPUT TRAINING-FILE
                   END-IF
                   IF WS-TRAINING-STATUS = '00'
                       MOVE WS-TUI-EMP-ID(WS-TUI-SUB) TO TRN-EMP-ID
                       MOVE WS-TUI-COURSE(WS-TUI-SUB) TO TRN-COURSE
                       MOVE 100 TO TRN-SCORE
                       MOVE WS-TUI-COMPLETE(WS-TUI-SUB) TO TRN-DATE
                       WRITE TRAINING-RECORD
                       CLOSE TRAINING-FILE
                   END-IF
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Tuition paid for a leaver who goes inside the clawback months
      * after completion is owed back pro rata to the months not yet
      * served.  What the final net covers after the loan is taken
      * now; EMP-RECORD is the leaver.
      * ----------------------------------------------------------------
       5367-COMPUTE-TUITION-CLAWBACK.

           MOVE ZERO TO WS-TUI-OWED-TOTAL
           MOVE ZERO TO WS-TUI-TAKEN
           PERFORM 5362-LOAD-TUITION-TABLE

           MOVE WS-TRM-DATE TO WS-WORK-DATE
           COMPUTE WS-TUI-TRM-MONTHS =
               WS-WD-YEAR * 12 + WS-WD-MONTH
           PERFORM VARYING WS-TUI-SUB FROM 1 BY 1
                   UNTIL WS-TUI-SUB > WS-TUI-COUNT
               IF WS-TUI-EMP-ID(WS-TUI-SUB) = EMP-ID
                  AND WS-TUI-STAT(WS-TUI-SUB) = 'P'
                  AND WS-TUI-MONTHS(WS-TUI-SUB) > ZERO
                   MOVE WS-TUI-COMPLETE(WS-TUI-SUB) TO WS-WORK-DATE
                   COMPUTE WS-TUI-END-MONTHS =
                       WS-WD-YEAR * 12 + WS-WD-MONTH
                       + WS-TUI-MONTHS(WS-TUI-SUB)
                   COMPUTE WS-TUI-LEFT-MOS =
                       WS-TUI-END-MONTHS - WS-TUI-TRM-MONTHS
                   IF WS-TUI-LEFT-MOS > WS-TUI-MONTHS(WS-TUI-SUB)
                       MOVE WS-TUI-MONTHS(WS-TUI-SUB) TO
                           WS-TUI-LEFT-MOS
                   END-IF
                   IF WS-TUI-LEFT-MOS > ZERO
                       COMPUTE WS-TUI-OWED ROUNDED =
                           WS-TUI-AMOUNT(WS-TUI-SUB)
                           * WS-TUI-LEFT-MOS
                           / WS-TUI-MONTHS(WS-TUI-SUB)
                       MOVE WS-TUI-OWED TO
                           WS-TUI-CLAW-AMT(WS-TUI-SUB)
                       MOVE 'C' TO WS-TUI-STAT(WS-TUI-SUB)
                       ADD WS-TUI-OWED TO WS-TUI-OWED-TOTAL
                   END-IF
               END-IF
           END-PERFORM

           IF WS-TUI-OWED-TOTAL > ZERO AND WS-PAY-NET > ZERO
               IF WS-TUI-OWED-TOTAL <= WS-PAY-NET
                   MOVE WS-TUI-OWED-TOTAL TO WS-TUI-TAKEN
               ELSE
                   MOVE WS-PAY-NET TO WS-TUI-TAKEN
               END-IF
               SUBTRACT WS-TUI-TAKEN FROM WS-PAY-NET
               MOVE WS-TUI-TAKEN TO WS-PAY-OVP
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * The clawback as an OVERPAY.DAT schedule - what final pay
      * covered is already recovered, any balance stays scheduled -
      * and the clawed rows marked on TUITION.DAT
      * ----------------------------------------------------------------
       5368-SET-UP-TUITION-RECOVERY.

           PERFORM 5364-SAVE-TUITION-TABLE

           MOVE 50 TO WS-TUI-CAP-PCT
           MOVE 'TUIT-RECOV-PCT' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-NUMERIC TO WS-TUI-CAP-PCT
           END-IF

           OPEN EXTEND OVERPAY-FILE
           IF WS-OVERPAY-STATUS = '35'
               OPEN OUTPUT OVERPAY-FILE
           END-IF
           IF WS-OVERPAY-STATUS = '00'
               MOVE EMP-ID TO OVP-EMP-ID
               MOVE WS-TRM-DATE TO OVP-ORIG-PERIOD
               MOVE WS-TUI-OWED-TOTAL TO OVP-TOTAL
               MOVE WS-TUI-CAP-PCT TO OVP-CAP-PCT
               MOVE WS-TUI-TAKEN TO OVP-RECOVERED
               MOVE SPACES TO OVERPAY-RECORD(38:10)
               WRITE OVERPAY-RECORD
               CLOSE OVERPAY-FILE
           ELSE
               DISPLAY "Unable to open OVERPAY.DAT - status "
                   WS-OVERPAY-STATUS
           END-IF

           MOVE 'TUICLW' TO WS-AUD-ACTION
           MOVE EMP-ID TO WS-AUD-EMP-ID
           MOVE EMP-NAME TO WS-AUD-BEFORE-NAME
           MOVE EMP-DEPARTMENT TO WS-AUD-BEFORE-DEPT
           MOVE WS-TUI-OWED-TOTAL TO WS-AUD-BEFORE-SAL
           MOVE EMP-STATUS TO WS-AUD-BEFORE-STAT
           MOVE 'TUITION CLAWBACK' TO WS-AUD-AFTER-NAME
           MOVE EMP-DEPARTMENT TO WS-AUD-AFTER-DEPT
           MOVE WS-TUI-TAKEN TO WS-AUD-AFTER-SAL
           MOVE EMP-STATUS TO WS-AUD-AFTER-STAT
           PERFORM 8500-WRITE-AUDIT-RECORD

           IF WS-TUI-TAKEN < WS-TUI-OWED-TOTAL
               DISPLAY "Tuition clawback not covered by final "
                   "pay - the balance stays scheduled for "
                   "recovery."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Guided transfer of an employee between companies.  The
      * year-to-date position in the old company is closed as of the
      * transfer date and kept on COXFER.DAT; the new company starts
      * a fresh year-to-date.  Leave, loans, garnishments and
      * deductions are held by employee id and carry over as they
      * stand.
      * ----------------------------------------------------------------
       5370-INTERCOMPANY-TRANSFER.

           DISPLAY "Employee ID to transfer: "
           ACCEPT WS-TARGET-ID
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-XFR-OK

           OPEN I-O EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "Unable to open employee file - status "
                   WS-EMP-STATUS
           ELSE
               MOVE WS-TARGET-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       DISPLAY "Employee ID not found."
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND
               END-READ
               IF WS-FOUND = 'Y'
                   PERFORM 5371-CHECK-TRANSFER
               END-IF
               IF WS-XFR-OK = 'Y'
                   PERFORM 5373-POST-TRANSFER
               END-IF
               CLOSE EMP-FILE
           END-IF

           IF WS-XFR-OK = 'Y'
               PERFORM 5374-WRITE-TRANSFER-REPORT
               DISPLAY "Employee " EMP-ID " transferred from company "
                   WS-XFR-OLD-CO " to " WS-XFR-NEW-CO
                   " - statement on XFERRPT.TXT"
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * The employee in EMP-RECORD must be active, in scope and in
      * the session company; take the new company and the transfer
      * date - WS-XFR-OK out
      * ----------------------------------------------------------------
       5371-CHECK-TRANSFER.

           MOVE EMP-COMPANY TO WS-EMP-COMPANY-W
           IF WS-EMP-COMPANY-W = SPACES
               MOVE '01' TO WS-EMP-COMPANY-W
           END-IF

           IF EMP-DEL-FLAG = 'D' OR EMP-STATUS = 'T'
               DISPLAY "Employee is not active."
           ELSE
               PERFORM 9340-CHECK-DEPT-SCOPE
               IF WS-SCOPE-OK = 'Y'
                   IF WS-EMP-COMPANY-W NOT = WS-COMPANY
                       DISPLAY "Employee is in company "
                           WS-EMP-COMPANY-W ", not " WS-COMPANY "."
                   ELSE
                       MOVE WS-EMP-COMPANY-W TO WS-XFR-OLD-CO
                       DISPLAY EMP-NAME " - company " WS-XFR-OLD-CO
                       DISPLAY "Transfer to company: "
                       ACCEPT WS-XFR-NEW-CO
                       DISPLAY "Transfer date (YYYYMMDD): "
                       ACCEPT WS-XFR-DATE
                       MOVE WS-XFR-DATE TO WS-WORK-DATE
                       IF WS-XFR-NEW-CO = SPACES
                          OR WS-XFR-NEW-CO = WS-XFR-OLD-CO
                           DISPLAY "New company must differ from "
                               "company " WS-XFR-OLD-CO "."
                       ELSE
                           IF WS-WD-YEAR < 2000 OR WS-WD-YEAR > 2099
                              OR WS-WD-MONTH < 1 OR WS-WD-MONTH > 12
                              OR WS-WD-DAY < 1 OR WS-WD-DAY > 31
                               DISPLAY "Invalid transfer date."
                           ELSE
                               PERFORM 5372-CHECK-TRANSFER-DATE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Pay already recorded after the transfer date, or a transfer
      * already on file on or after it, would split the year wrongly
      * ----------------------------------------------------------------
       5372-CHECK-TRANSFER-DATE.

           MOVE 'Y' TO WS-XFR-OK

           MOVE 'N' TO WS-XFR-EOF
           OPEN INPUT PAYROLL-FILE
           IF WS-PAYROLL-STATUS NOT = '00'
               MOVE 'Y' TO WS-XFR-EOF
           END-IF
           PERFORM UNTIL WS-XFR-EOF = 'Y'
               READ PAYROLL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-XFR-EOF
                       CLOSE PAYROLL-FILE
                   NOT AT END
                       IF PAY-EMP-ID = EMP-ID
                          AND PAY-PERIOD-END > WS-XFR-DATE
                          AND WS-XFR-OK = 'Y'
                           MOVE 'N' TO WS-XFR-OK
                           DISPLAY "Pay is already recorded for period "
                               PAY-PERIOD-END " - date the transfer "
                               "after the last period paid."
                       END-IF
               END-READ
           END-PERFORM

           MOVE 'N' TO WS-XFR-EOF
           OPEN INPUT XFER-FILE
           IF WS-XFER-STATUS NOT = '00'
               MOVE 'Y' TO WS-XFR-EOF
           END-IF
           PERFORM UNTIL WS-XFR-EOF = 'Y'
               READ XFER-FILE
                   AT END
                       MOVE 'Y' TO WS-XFR-EOF
                       CLOSE XFER-FILE
                   NOT AT END
                       IF XFR-EMP-ID = EMP-ID
                          AND XFR-DATE NOT < WS-XFR-DATE
                          AND WS-XFR-OK = 'Y'
                           MOVE 'N' TO WS-XFR-OK
                           DISPLAY "A transfer dated " XFR-DATE
                               " is already on file."
                       END-IF
               END-READ
           END-PERFORM

           IF WS-XFR-OK = 'Y'
               MOVE SPACES TO WS-CFG-WANTED
               STRING 'TAXREF-' DELIMITED BY SIZE
                      WS-XFR-NEW-CO DELIMITED BY SIZE
                   INTO WS-CFG-WANTED
               END-STRING
               PERFORM 1110-FIND-CONFIG-VALUE
               IF WS-CFG-FOUND NOT = 'Y'
                   DISPLAY "Warning - CONFIG " WS-CFG-WANTED
                       " is not set; the annual return will fail "
                       "until it is."
               END-IF
               DISPLAY "Transfer " EMP-ID " from company "
                   WS-XFR-OLD-CO " to " WS-XFR-NEW-CO " on "
                   WS-XFR-DATE "? (Y/N): "
               ACCEPT WS-ANSWER
               IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
                   MOVE 'N' TO WS-XFR-OK
                   DISPLAY "Transfer cancelled."
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Close the old company's position, record the transfer and
      * move the master record to the new company
      * ----------------------------------------------------------------
       5373-POST-TRANSFER.

           MOVE WS-XFR-DATE TO WS-WORK-DATE
           MOVE WS-WD-YEAR TO WS-PERIOD-YEAR
           PERFORM 3606-LOAD-YTD-TABLE
           MOVE EMP-ID TO WS-TARGET-ID
           PERFORM 3608-FIND-YTD-ENTRY
           MOVE ZERO TO WS-XFR-GROSS
           MOVE ZERO TO WS-XFR-TAX
           MOVE ZERO TO WS-XFR-NET
           IF WS-YTD-SUB > ZERO
               MOVE WS-YTD-GROSS(WS-YTD-SUB) TO WS-XFR-GROSS
               MOVE WS-YTD-TAX(WS-YTD-SUB) TO WS-XFR-TAX
               MOVE WS-YTD-NET(WS-YTD-SUB) TO WS-XFR-NET
           END-IF

           MOVE WS-XFR-NEW-CO TO EMP-COMPANY
           REWRITE EMP-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-XFR-OK
                   DISPLAY "Record update failed - no transfer made."
           END-REWRITE

           IF WS-XFR-OK = 'Y'
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               OPEN EXTEND XFER-FILE
               IF WS-XFER-STATUS = '35'
                   OPEN OUTPUT XFER-FILE
               END-IF
               IF WS-XFER-STATUS = '00'
                   MOVE SPACES TO XFER-RECORD
                   MOVE EMP-ID TO XFR-EMP-ID
                   MOVE WS-XFR-DATE TO XFR-DATE
                   MOVE WS-XFR-OLD-CO TO XFR-FROM-CO
                   MOVE WS-XFR-NEW-CO TO XFR-TO-CO
                   MOVE WS-XFR-GROSS TO XFR-GROSS
                   MOVE WS-XFR-TAX TO XFR-TAX
                   MOVE WS-XFR-NET TO XFR-NET
                   MOVE WS-OPERATOR-ID TO XFR-OPERATOR
                   MOVE WS-TODAY TO XFR-RUN-DATE
                   WRITE XFER-RECORD
                   CLOSE XFER-FILE
               ELSE
                   DISPLAY "Unable to write COXFER.DAT - status "
                       WS-XFER-STATUS
               END-IF

               MOVE 'COXFER' TO WS-AUD-ACTION
               MOVE EMP-ID TO WS-AUD-EMP-ID
               MOVE EMP-NAME TO WS-AUD-BEFORE-NAME
               MOVE EMP-NAME TO WS-AUD-AFTER-NAME
               MOVE SPACES TO WS-AUD-BEFORE-DEPT
               STRING 'COMPANY ' DELIMITED BY SIZE
                      WS-XFR-OLD-CO DELIMITED BY SIZE
                   INTO WS-AUD-BEFORE-DEPT
               END-STRING
               MOVE SPACES TO WS-AUD-AFTER-DEPT
               STRING 'COMPANY ' DELIMITED BY SIZE
                      WS-XFR-NEW-CO DELIMITED BY SIZE
                   INTO WS-AUD-AFTER-DEPT
               END-STRING
               MOVE EMP-SALARY TO WS-AUD-BEFORE-SAL
               MOVE EMP-SALARY TO WS-AUD-AFTER-SAL
               MOVE EMP-STATUS TO WS-AUD-BEFORE-STAT
               MOVE EMP-STATUS TO WS-AUD-AFTER-STAT
               PERFORM 8500-WRITE-AUDIT-RECORD

               MOVE EMP-STATUS TO WS-OLD-STATUS
               MOVE 'COXFER' TO WS-EH-EVENT
               PERFORM 8560-WRITE-EMP-HISTORY
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Transfer statement: the closed position in the old company,
      * the opening position in the new one and what carried over
      * ----------------------------------------------------------------
       5374-WRITE-TRANSFER-REPORT.

           OPEN OUTPUT XFERRPT-FILE
           MOVE SPACES TO XFERRPT-RECORD
           STRING 'COMPANY TRANSFER ' DELIMITED BY SIZE
                  EMP-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  EMP-NAME DELIMITED BY SIZE
               INTO XFERRPT-RECORD
           END-STRING
           WRITE XFERRPT-RECORD
           MOVE SPACES TO XFERRPT-RECORD
           STRING 'FROM COMPANY ' DELIMITED BY SIZE
                  WS-XFR-OLD-CO DELIMITED BY SIZE
                  ' TO COMPANY ' DELIMITED BY SIZE
                  WS-XFR-NEW-CO DELIMITED BY SIZE
                  '  EFFECTIVE ' DELIMITED BY SIZE
                  WS-XFR-DATE DELIMITED BY SIZE
               INTO XFERRPT-RECORD
           END-STRING
           WRITE XFERRPT-RECORD

           MOVE SPACES TO XFERRPT-RECORD
           WRITE XFERRPT-RECORD
           MOVE SPACES TO XFERRPT-RECORD
           STRING 'CLOSED POSITION - COMPANY ' DELIMITED BY SIZE
                  WS-XFR-OLD-CO DELIMITED BY SIZE
                  '  YEAR ' DELIMITED BY SIZE
                  WS-PERIOD-YEAR DELIMITED BY SIZE
               INTO XFERRPT-RECORD
           END-STRING
           WRITE XFERRPT-RECORD
           MOVE 'YTD GROSS' TO WS-STUB-LABEL
           MOVE WS-XFR-GROSS TO WS-STUB-AMT
           WRITE XFERRPT-RECORD FROM WS-STUB-LINE
           MOVE 'YTD TAX' TO WS-STUB-LABEL
           MOVE WS-XFR-TAX TO WS-STUB-AMT
           WRITE XFERRPT-RECORD FROM WS-STUB-LINE
           MOVE 'YTD NET' TO WS-STUB-LABEL
           MOVE WS-XFR-NET TO WS-STUB-AMT
           WRITE XFERRPT-RECORD FROM WS-STUB-LINE

           MOVE SPACES TO XFERRPT-RECORD
           WRITE XFERRPT-RECORD
           MOVE SPACES TO XFERRPT-RECORD
           STRING 'OPENING POSITION - COMPANY ' DELIMITED BY SIZE
                  WS-XFR-NEW-CO DELIMITED BY SIZE
               INTO XFERRPT-RECORD
           END-STRING
           WRITE XFERRPT-RECORD
           MOVE ZERO TO WS-STUB-AMT
           MOVE 'YTD GROSS' TO WS-STUB-LABEL
           WRITE XFERRPT-RECORD FROM WS-STUB-LINE
           MOVE 'YTD TAX' TO WS-STUB-LABEL
           WRITE XFERRPT-RECORD FROM WS-STUB-LINE
           MOVE 'YTD NET' TO WS-STUB-LABEL
           WRITE XFERRPT-RECORD FROM WS-STUB-LINE

           MOVE SPACES TO XFERRPT-RECORD
           WRITE XFERRPT-RECORD
           MOVE 'CARRIED OVER' TO XFERRPT-RECORD
           WRITE XFERRPT-RECORD

           PERFORM 3646-LOAD-LEAVE-TABLE
           MOVE ZERO TO WS-LVB-BALANCE
           PERFORM VARYING WS-LVB-SUB FROM 1 BY 1
                   UNTIL WS-LVB-SUB > WS-LVB-COUNT
               IF WS-LVB-EMP-ID(WS-LVB-SUB) = EMP-ID
                   COMPUTE WS-LVB-BALANCE =
                       WS-LVB-ACCRUED(WS-LVB-SUB) -
                       WS-LVB-TAKEN(WS-LVB-SUB)
               END-IF
           END-PERFORM
           MOVE 'LEAVE BALANCE DAYS' TO WS-STUB-LABEL
           MOVE WS-LVB-BALANCE TO WS-STUB-AMT
           WRITE XFERRPT-RECORD FROM WS-STUB-LINE

           PERFORM 3605-LOAD-LOAN-TABLE
           MOVE EMP-ID TO WS-TARGET-ID
           PERFORM 3609-FIND-LOAN-ENTRY
           IF WS-LN-SUB > ZERO
               MOVE 'LOAN BALANCE' TO WS-STUB-LABEL
               MOVE WS-LN-T-BALANCE(WS-LN-SUB) TO WS-STUB-AMT
               WRITE XFERRPT-RECORD FROM WS-STUB-LINE
               MOVE 'LOAN INSTALLMENT' TO WS-STUB-LABEL
               MOVE WS-LN-T-INSTALLMENT(WS-LN-SUB) TO WS-STUB-AMT
               WRITE XFERRPT-RECORD FROM WS-STUB-LINE
           END-IF

           PERFORM 3616-LOAD-GARNISH-TABLE
           PERFORM VARYING WS-XFR-SUB-2 FROM 1 BY 1
                   UNTIL WS-XFR-SUB-2 > WS-GRN-COUNT
               IF WS-GRN-EMP-ID(WS-XFR-SUB-2) = EMP-ID
                   MOVE SPACES TO WS-XFR-LABEL
                   STRING 'GARN ' DELIMITED BY SIZE
                          WS-GRN-ORDER-REF(WS-XFR-SUB-2)
                              DELIMITED BY SIZE
                       INTO WS-XFR-LABEL
                   END-STRING
                   MOVE WS-XFR-LABEL TO WS-STUB-LABEL
                   COMPUTE WS-STUB-AMT =
                       WS-GRN-TOTAL(WS-XFR-SUB-2) -
                       WS-GRN-RECOVERED(WS-XFR-SUB-2)
                   WRITE XFERRPT-RECORD FROM WS-STUB-LINE
               END-IF
           END-PERFORM

           PERFORM 3603-LOAD-DEDUCT-TABLE
           MOVE EMP-ID TO WS-TARGET-ID
           PERFORM 3611-FIND-DED-ENTRY
           IF WS-DED-SUB > ZERO
               MOVE 'PENSION PERCENT' TO WS-STUB-LABEL
               MOVE WS-DED-PENSION(WS-DED-SUB) TO WS-STUB-AMT
               WRITE XFERRPT-RECORD FROM WS-STUB-LINE
               MOVE 'HEALTH DEDUCTION' TO WS-STUB-LABEL
               MOVE WS-DED-HEALTH(WS-DED-SUB) TO WS-STUB-AMT
               WRITE XFERRPT-RECORD FROM WS-STUB-LINE
               MOVE 'UNION DUES' TO WS-STUB-LABEL
               MOVE WS-DED-UNION(WS-DED-SUB) TO WS-STUB-AMT
               WRITE XFERRPT-RECORD FROM WS-STUB-LINE
               MOVE 'EMPLOYER BENEFITS' TO WS-STUB-LABEL
               MOVE WS-DED-BEN-ER(WS-DED-SUB) TO WS-STUB-AMT
               WRITE XFERRPT-RECORD FROM WS-STUB-LINE
           END-IF
           CLOSE XFERRPT-FILE

           MOVE 'XFERRPT.TXT' TO WS-ARCHSRC-NAME
           MOVE 'XFERRPT' TO WS-ARCH-REPORT
           PERFORM 9700-ARCHIVE-REPORT

           EXIT.

      * ----------------------------------------------------------------
      * Load the company transfers dated in WS-PERIOD-YEAR, in file
      * order, with their closed positions cleared for re-adding
      * ----------------------------------------------------------------
       5375-LOAD-XFER-TABLE.

           MOVE ZERO TO WS-XFR-COUNT
           MOVE 'N' TO WS-XFR-EOF
           OPEN INPUT XFER-FILE
           IF WS-XFER-STATUS NOT = '00'
               MOVE 'Y' TO WS-XFR-EOF
           END-IF
           PERFORM UNTIL WS-XFR-EOF = 'Y'
               READ XFER-FILE
                   AT END
                       MOVE 'Y' TO WS-XFR-EOF
                       CLOSE XFER-FILE
                   NOT AT END
                       IF XFR-DATE(1:4) = WS-PERIOD-YEAR
                          AND WS-XFR-COUNT < 500
                           ADD 1 TO WS-XFR-COUNT
                           MOVE XFR-EMP-ID TO
                               WS-XFR-T-EMP-ID(WS-XFR-COUNT)
                           MOVE XFR-DATE TO
                               WS-XFR-T-DATE(WS-XFR-COUNT)
                           MOVE XFR-FROM-CO TO
                               WS-XFR-T-FROM-CO(WS-XFR-COUNT)
                           MOVE XFR-TO-CO TO
                               WS-XFR-T-TO-CO(WS-XFR-COUNT)
                           MOVE ZERO TO WS-XFR-T-GROSS(WS-XFR-COUNT)
                           MOVE ZERO TO WS-XFR-T-TAX(WS-XFR-COUNT)
                           MOVE ZERO TO WS-XFR-T-NET(WS-XFR-COUNT)
                           MOVE ZERO TO
                               WS-XFR-T-YTD-TAX(WS-XFR-COUNT)
                           MOVE ZERO TO
                               WS-XFR-T-Q-TAX(WS-XFR-COUNT, 1)
                               WS-XFR-T-Q-TAX(WS-XFR-COUNT, 2)
                               WS-XFR-T-Q-TAX(WS-XFR-COUNT, 3)
                               WS-XFR-T-Q-TAX(WS-XFR-COUNT, 4)
                           MOVE 'N' TO
                               WS-XFR-T-GL-FLAG(WS-XFR-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * The transfer that closed off the pay row in PAYROLL-RECORD -
      * the employee's earliest transfer on or after the period end.
      * WS-XFR-SUB out, zero when the row is in the current company.
      * ----------------------------------------------------------------
       5376-FIND-PAY-XFER.

           MOVE ZERO TO WS-XFR-SUB
           PERFORM VARYING WS-XFR-SUB-2 FROM 1 BY 1
                   UNTIL WS-XFR-SUB-2 > WS-XFR-COUNT
                      OR WS-XFR-SUB > ZERO
               IF WS-XFR-T-EMP-ID(WS-XFR-SUB-2) = PAY-EMP-ID
                  AND PAY-PERIOD-END NOT >
                      WS-XFR-T-DATE(WS-XFR-SUB-2)
                   MOVE WS-XFR-SUB-2 TO WS-XFR-SUB
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Each closed position goes on the return under the old
      * company as a leaver of that company, merged into a record
      * already there for the same employee and company
      * ----------------------------------------------------------------
       5377-ADD-RETURN-TRANSFERS.

           PERFORM VARYING WS-XFR-SUB FROM 1 BY 1
                   UNTIL WS-XFR-SUB > WS-XFR-COUNT
               IF WS-XFR-T-GROSS(WS-XFR-SUB) NOT = ZERO
                  OR WS-XFR-T-TAX(WS-XFR-SUB) NOT = ZERO
                   MOVE 'N' TO WS-XFR-MERGED
                   MOVE SPACES TO WS-XFR-NAME
                   PERFORM VARYING WS-STR-SUB FROM 1 BY 1
                           UNTIL WS-STR-SUB > WS-STR-COUNT
                       IF WS-STR-E-ID(WS-STR-SUB) =
                          WS-XFR-T-EMP-ID(WS-XFR-SUB)
                           MOVE WS-STR-E-NAME(WS-STR-SUB)
                               TO WS-XFR-NAME
                           IF WS-STR-E-COMPANY(WS-STR-SUB) =
                              WS-XFR-T-FROM-CO(WS-XFR-SUB)
                              AND WS-XFR-MERGED = 'N'
                               ADD WS-XFR-T-GROSS(WS-XFR-SUB) TO
                                   WS-STR-E-GROSS(WS-STR-SUB)
                               ADD WS-XFR-T-TAX(WS-XFR-SUB) TO
                                   WS-STR-E-TAX(WS-STR-SUB)
                               MOVE 'Y' TO WS-XFR-MERGED
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-XFR-MERGED = 'N' AND WS-STR-COUNT < 5000
                       ADD 1 TO WS-STR-COUNT
                       MOVE WS-XFR-T-FROM-CO(WS-XFR-SUB) TO
                           WS-STR-E-COMPANY(WS-STR-COUNT)
                       MOVE WS-XFR-T-EMP-ID(WS-XFR-SUB) TO
                           WS-STR-E-ID(WS-STR-COUNT)
                       MOVE WS-XFR-T-GROSS(WS-XFR-SUB) TO
                           WS-STR-E-GROSS(WS-STR-COUNT)
                       MOVE WS-XFR-T-TAX(WS-XFR-SUB) TO
                           WS-STR-E-TAX(WS-STR-COUNT)
                       MOVE 'X' TO WS-STR-E-SOURCE(WS-STR-COUNT)
                       IF WS-XFR-NAME = SPACES
                           OPEN INPUT EMP-FILE
                           IF WS-EMP-STATUS = '00'
                               MOVE WS-XFR-T-EMP-ID(WS-XFR-SUB)
                                   TO EMP-ID
                               READ EMP-FILE
                                   INVALID KEY
                                       MOVE '?' TO
                                       WS-STR-E-SOURCE(WS-STR-COUNT)
                                   NOT INVALID KEY
                                       MOVE EMP-NAME TO WS-XFR-NAME
                               END-READ
                               CLOSE EMP-FILE
                           END-IF
                       END-IF
                       MOVE WS-XFR-NAME TO
                           WS-STR-E-NAME(WS-STR-COUNT)
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Earnings statement for each position closed by a company
      * transfer in the year, after the current-company statements
      * ----------------------------------------------------------------
       5378-WRITE-CLOSED-STATEMENTS.

           PERFORM VARYING WS-XFR-SUB FROM 1 BY 1
                   UNTIL WS-XFR-SUB > WS-XFR-COUNT
               MOVE SPACES TO WS-SEARCH-NAME
               IF WS-EMP-STATUS = '00'
                   MOVE WS-XFR-T-EMP-ID(WS-XFR-SUB) TO EMP-ID
                   READ EMP-FILE
                       INVALID KEY
                           MOVE '(NOT ON MASTER)' TO
                               WS-SEARCH-NAME
                       NOT INVALID KEY
                           MOVE EMP-NAME TO WS-SEARCH-NAME
                   END-READ
               END-IF
               MOVE SPACES TO EARNSTMT-RECORD
               STRING 'EARNINGS STATEMENT ' DELIMITED BY SIZE
                      WS-YE-YEAR DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-XFR-T-EMP-ID(WS-XFR-SUB) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-SEARCH-NAME DELIMITED BY SIZE
                   INTO EARNSTMT-RECORD
               END-STRING
               WRITE EARNSTMT-RECORD
               MOVE SPACES TO EARNSTMT-RECORD
               STRING 'COMPANY ' DELIMITED BY SIZE
                      WS-XFR-T-FROM-CO(WS-XFR-SUB) DELIMITED BY SIZE
                      ' - CLOSED ' DELIMITED BY SIZE
                      WS-XFR-T-DATE(WS-XFR-SUB) DELIMITED BY SIZE
                      ' ON TRANSFER TO COMPANY ' DELIMITED BY SIZE
                      WS-XFR-T-TO-CO(WS-XFR-SUB) DELIMITED BY SIZE
                   INTO EARNSTMT-RECORD
               END-STRING
               WRITE EARNSTMT-RECORD
               MOVE 'TOTAL GROSS' TO WS-STUB-LABEL
               MOVE WS-XFR-T-GROSS(WS-XFR-SUB) TO WS-STUB-AMT
               WRITE EARNSTMT-RECORD FROM WS-STUB-LINE
               MOVE 'TOTAL TAX' TO WS-STUB-LABEL
               MOVE WS-XFR-T-TAX(WS-XFR-SUB) TO WS-STUB-AMT
               WRITE EARNSTMT-RECORD FROM WS-STUB-LINE
               MOVE 'TOTAL NET' TO WS-STUB-LABEL
               MOVE WS-XFR-T-NET(WS-XFR-SUB) TO WS-STUB-AMT
               WRITE EARNSTMT-RECORD FROM WS-STUB-LINE
               MOVE ALL '-' TO EARNSTMT-RECORD
               WRITE EARNSTMT-RECORD
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Payroll fraud sweep over a keyed period: bank accounts held
      * by more than one employee, bank details changed shortly
      * before a pay run, paid active employees with no timesheet,
      * contact, manager or access activity, employees hired and
      * terminated within one pay period, and pay to anyone the
      * master says should not have been paid.  Each hit is listed
      * on FRAUDRPT.TXT with its supporting records and the
      * AUDIT.LOG entries showing who made the change.
      * ----------------------------------------------------------------
       5380-FRAUD-SWEEP.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE 'Y' TO WS-ANSWER
           DISPLAY "Sweep from YYYYMMDD: "
           ACCEPT WS-FRD-DATE-X
           MOVE WS-FRD-DATE TO WS-FRD-FROM
           IF WS-FRD-DATE-X IS NOT NUMERIC
               MOVE 'N' TO WS-ANSWER
           END-IF
           DISPLAY "Sweep to YYYYMMDD (blank = " WS-TODAY "): "
           ACCEPT WS-FRD-DATE-X
           IF WS-FRD-DATE-X = SPACES
               MOVE WS-TODAY TO WS-FRD-DATE
           END-IF
           MOVE WS-FRD-DATE TO WS-FRD-TO
           IF WS-FRD-DATE-X IS NOT NUMERIC
               MOVE 'N' TO WS-ANSWER
           END-IF

           IF WS-ANSWER = 'N' OR WS-FRD-FROM > WS-FRD-TO
              OR WS-FRD-FROM < 20000101
               DISPLAY "Invalid period - sweep not run."
           ELSE
               MOVE 5 TO WS-FRD-BANK-DAYS
               MOVE 'FRAUD-BANK-DAYS' TO WS-CFG-WANTED
               PERFORM 1110-FIND-CONFIG-VALUE
               IF WS-CFG-FOUND = 'Y' AND WS-CFG-NUMERIC > ZERO
                   MOVE WS-CFG-NUMERIC TO WS-FRD-BANK-DAYS
               END-IF
               MOVE ZERO TO WS-FRH-COUNT
               MOVE ZERO TO WS-FRA-COUNT
               MOVE ZERO TO WS-FRD-UNREAD

               PERFORM 5381-LOAD-FRAUD-EMPLOYEES
               PERFORM 5382-SCAN-STATUS-HISTORY
               PERFORM 5384-SCAN-FRAUD-PAY
               PERFORM 5386-SCAN-FRAUD-ACTIVITY
               PERFORM 5387-CHECK-SHARED-BANK
               PERFORM 5388-CHECK-BANK-CHANGES
               PERFORM 5389-COLLECT-AUDIT-SUPPORT
               PERFORM 5390-WRITE-FRAUD-REPORT

               MOVE 'FRAUDRPT.TXT' TO WS-ARCHSRC-NAME
               MOVE 'FRAUDRPT' TO WS-ARCH-REPORT
               PERFORM 9700-ARCHIVE-REPORT
               MOVE 'FRAUD-SWEEP' TO WS-ACL-FUNCTION
               MOVE ZERO TO WS-ACL-EMP-ID
               MOVE WS-FRH-COUNT TO WS-ACL-REC-COUNT
               MOVE 'PAYROLL FRAUD ANALYTICS' TO WS-ACL-REQUESTER
               PERFORM 9710-WRITE-ACCESS-LOG
               MOVE SPACES TO WS-ACL-REQUESTER
               DISPLAY "Fraud sweep written to FRAUDRPT.TXT - "
                   WS-FRD-HITS " hits."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Active employees off the master, in employee id order
      * ----------------------------------------------------------------
       5381-LOAD-FRAUD-EMPLOYEES.

           MOVE ZERO TO WS-FRG-COUNT
           MOVE 'N' TO WS-FRD-EOF
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               MOVE 'Y' TO WS-FRD-EOF
           END-IF
           PERFORM UNTIL WS-FRD-EOF = 'Y'
               READ EMP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-FRD-EOF
                       CLOSE EMP-FILE
                   NOT AT END
                       IF EMP-STATUS = 'A' AND EMP-DEL-FLAG NOT = 'D'
                          AND WS-FRG-COUNT < 5000
                           ADD 1 TO WS-FRG-COUNT
                           MOVE EMP-ID TO WS-FRG-EMP-ID(WS-FRG-COUNT)
                           IF EMP-MANAGER-ID > ZERO
                               MOVE 'Y' TO
                                   WS-FRG-MANAGER(WS-FRG-COUNT)
                           ELSE
                               MOVE 'N' TO
                                   WS-FRG-MANAGER(WS-FRG-COUNT)
                           END-IF
                           MOVE ZERO TO WS-FRG-PAID(WS-FRG-COUNT)
                           MOVE ZERO TO WS-FRG-NET(WS-FRG-COUNT)
                           MOVE 'N' TO WS-FRG-TMS(WS-FRG-COUNT)
                           MOVE 'N' TO WS-FRG-CONTACT(WS-FRG-COUNT)
                           MOVE 'N' TO WS-FRG-ACCESS(WS-FRG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

      * ----------------------------------------------------------------
      * One pass of the employment history: when each employee
      * stopped being payable, and each termination in the sweep
      * checked against the hire date
      * ----------------------------------------------------------------
       5382-SCAN-STATUS-HISTORY.

           MOVE ZERO TO WS-FRS-COUNT
           MOVE 'N' TO WS-FRD-EOF
           OPEN INPUT EMP-FILE
           MOVE 'N' TO WS-FRD-EMP-OPEN
           IF WS-EMP-STATUS = '00'
               MOVE 'Y' TO WS-FRD-EMP-OPEN
           END-IF
           OPEN INPUT EMPHIST-FILE
           IF WS-EMPHIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-FRD-EOF
           END-IF
           PERFORM UNTIL WS-FRD-EOF = 'Y'
               READ EMPHIST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-FRD-EOF
                   NOT AT END
                       MOVE ZERO TO WS-FRD-SUB
                       IF WS-FRS-COUNT > ZERO
                           IF WS-FRS-EMP-ID(WS-FRS-COUNT) = EH-EMP-ID
                               MOVE WS-FRS-COUNT TO WS-FRD-SUB
                           END-IF
                       END-IF
                       IF WS-FRD-SUB = ZERO AND WS-FRS-COUNT < 5000
                           ADD 1 TO WS-FRS-COUNT
                           MOVE EH-EMP-ID TO WS-FRS-EMP-ID(WS-FRS-COUNT)
                           MOVE ZERO TO WS-FRS-SINCE(WS-FRS-COUNT)
                           MOVE WS-FRS-COUNT TO WS-FRD-SUB
                       END-IF
                       IF WS-FRD-SUB > ZERO
                           IF EH-NEW-STATUS = 'A'
                               MOVE ZERO TO WS-FRS-SINCE(WS-FRD-SUB)
                           ELSE
                               IF WS-FRS-SINCE(WS-FRD-SUB) = ZERO
                                   MOVE EH-EVENT-DATE TO
                                       WS-FRS-SINCE(WS-FRD-SUB)
                               END-IF
                           END-IF
                       END-IF
                       IF EH-NEW-STATUS = 'T'
                          AND EH-OLD-STATUS NOT = 'T'
                          AND EH-EVENT-DATE NOT < WS-FRD-FROM
                          AND EH-EVENT-DATE NOT > WS-FRD-TO
                          AND WS-FRD-EMP-OPEN = 'Y'
                           PERFORM 5383-CHECK-HIRE-TERM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EMPHIST-STATUS = '00' OR WS-EMPHIST-STATUS = '10'
               CLOSE EMPHIST-FILE
           END-IF
           IF WS-FRD-EMP-OPEN = 'Y'
               CLOSE EMP-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * A termination on EMPHIST-RECORD less than one pay period of
      * the employee's frequency after the hire date
      * ----------------------------------------------------------------
       5383-CHECK-HIRE-TERM.

           MOVE EH-EMP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   MOVE ZERO TO EMP-HIRE-DATE
           END-READ
           MOVE EMP-HIRE-DATE TO WS-WORK-DATE
           IF EMP-HIRE-DATE IS NUMERIC
              AND WS-WD-YEAR > 1899 AND WS-WD-YEAR < 2100
              AND WS-WD-MONTH > 0 AND WS-WD-MONTH < 13
              AND WS-WD-DAY > 0 AND WS-WD-DAY < 32
               EVALUATE EMP-PAY-FREQ
                   WHEN 'W'
                       MOVE 7 TO WS-FRD-PERIOD-DAYS
                   WHEN 'B'
                       MOVE 14 TO WS-FRD-PERIOD-DAYS
                   WHEN OTHER
                       MOVE 31 TO WS-FRD-PERIOD-DAYS
               END-EVALUATE
               COMPUTE WS-FRD-DAYS =
                   FUNCTION INTEGER-OF-DATE(EH-EVENT-DATE)
                   - FUNCTION INTEGER-OF-DATE(EMP-HIRE-DATE)
               IF WS-FRD-DAYS NOT < ZERO
                  AND WS-FRD-DAYS < WS-FRD-PERIOD-DAYS
                   MOVE 'HT' TO WS-FRD-TYPE
                   MOVE EMP-ID TO WS-FRD-EMP-ID
                   MOVE WS-FRD-DAYS TO WS-FRD-DAYS-ED
                   MOVE SPACES TO WS-FRD-TEXT
                   STRING 'HIRED ' DELIMITED BY SIZE
                          EMP-HIRE-DATE DELIMITED BY SIZE
                          ' TERMINATED ' DELIMITED BY SIZE
                          EH-EVENT-DATE DELIMITED BY SIZE
                          ' AFTER ' DELIMITED BY SIZE
                          WS-FRD-DAYS-ED DELIMITED BY SIZE
                          ' DAYS' DELIMITED BY SIZE
                       INTO WS-FRD-TEXT
                   END-STRING
                   MOVE SPACES TO WS-FRD-RECORD
                   STRING 'MASTER ' DELIMITED BY SIZE
                          EMP-NAME DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          EMP-DEPARTMENT DELIMITED BY SIZE
                          ' FREQ ' DELIMITED BY SIZE
                          EMP-PAY-FREQ DELIMITED BY SIZE
                       INTO WS-FRD-RECORD
                   END-STRING
                   PERFORM 5391-ADD-FRAUD-HIT
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Pay rows in the sweep: counted against the active employees,
      * and checked against the master for everyone else
      * ----------------------------------------------------------------
       5384-SCAN-FRAUD-PAY.

           MOVE 'N' TO WS-FRD-EOF
           OPEN INPUT EMP-FILE
           MOVE 'N' TO WS-FRD-EMP-OPEN
           IF WS-EMP-STATUS = '00'
               MOVE 'Y' TO WS-FRD-EMP-OPEN
           END-IF
      *    A year rolled off PAYROLL.DAT is read from its year file,
      *    so the sweep goes a year at a time and takes only that
      *    year's rows from each pass
           COMPUTE WS-FRD-YEAR = WS-FRD-FROM / 10000
           PERFORM UNTIL WS-FRD-YEAR > WS-FRD-TO / 10000
               MOVE WS-FRD-YEAR TO WS-PYR-YEAR
               MOVE 'N' TO WS-FRD-EOF
               PERFORM 5358-OPEN-PAY-HISTORY
               IF WS-PYR-AT-END = 'Y'
                   MOVE 'Y' TO WS-FRD-EOF
               END-IF
               PERFORM UNTIL WS-FRD-EOF = 'Y'
                   PERFORM 5359-READ-PAY-HISTORY
                   IF WS-PYR-AT-END = 'Y'
                       MOVE 'Y' TO WS-FRD-EOF
                   ELSE
                       MOVE PAY-PERIOD-END TO WS-WORK-DATE
                       IF WS-WD-YEAR = WS-FRD-YEAR
                          AND PAY-PERIOD-END NOT < WS-FRD-FROM
                          AND PAY-PERIOD-END NOT > WS-FRD-TO
                          AND PAY-REC-TYPE NOT = 'V'
                          AND PAY-NET > ZERO
                           MOVE 'N' TO WS-FOUND
                           IF WS-FRG-COUNT > ZERO
                               SEARCH ALL WS-FRG-ENTRY
                                   AT END
                                       CONTINUE
                                   WHEN WS-FRG-EMP-ID(WS-FRG-IX) =
                                           PAY-EMP-ID
                                       MOVE 'Y' TO WS-FOUND
                                       ADD 1 TO WS-FRG-PAID(WS-FRG-IX)
                                       ADD PAY-NET TO
                                           WS-FRG-NET(WS-FRG-IX)
                               END-SEARCH
                           END-IF
                           IF WS-FOUND = 'N'
                              AND WS-FRD-EMP-OPEN = 'Y'
                               PERFORM 5385-CHECK-NOT-PAYABLE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               ADD 1 TO WS-FRD-YEAR
           END-PERFORM
           IF WS-FRD-EMP-OPEN = 'Y'
               CLOSE EMP-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * A pay row for someone not active on the master - a hit when
      * they were already terminated, inactive or deleted before
      * the pay period began, or are not on the master at all
      * ----------------------------------------------------------------
       5385-CHECK-NOT-PAYABLE.

           MOVE PAY-NET TO WS-FRD-AMT
           MOVE 'NP' TO WS-FRD-TYPE
           MOVE PAY-EMP-ID TO WS-FRD-EMP-ID
           MOVE SPACES TO WS-FRD-TEXT
           MOVE SPACES TO WS-FRD-RECORD
           MOVE PAY-EMP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   STRING 'NET ' DELIMITED BY SIZE
                          WS-FRD-AMT DELIMITED BY SIZE
                          ' FOR ' DELIMITED BY SIZE
                          PAY-PERIOD-END DELIMITED BY SIZE
                          ' - NOT ON THE MASTER' DELIMITED BY SIZE
                       INTO WS-FRD-TEXT
                   END-STRING
                   STRING 'PAYROLL TYPE ' DELIMITED BY SIZE
                          PAY-REC-TYPE DELIMITED BY SIZE
                          ' SEQ ' DELIMITED BY SIZE
                          PAY-SEQ DELIMITED BY SIZE
                       INTO WS-FRD-RECORD
                   END-STRING
                   PERFORM 5391-ADD-FRAUD-HIT
               NOT INVALID KEY
                   MOVE ZERO TO WS-FRD-SINCE
                   IF WS-FRS-COUNT > ZERO
                       SEARCH ALL WS-FRS-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-FRS-EMP-ID(WS-FRS-IX) = EMP-ID
                               MOVE WS-FRS-SINCE(WS-FRS-IX) TO
                                   WS-FRD-SINCE
                       END-SEARCH
                   END-IF
                   IF EMP-DEL-FLAG = 'D' AND EMP-DEL-DATE > ZERO
                       IF WS-FRD-SINCE = ZERO
                          OR EMP-DEL-DATE < WS-FRD-SINCE
                           MOVE EMP-DEL-DATE TO WS-FRD-SINCE
                       END-IF
                   END-IF
                   EVALUATE EMP-PAY-FREQ
                       WHEN 'W'
                           COMPUTE WS-FRD-START = FUNCTION
                               DATE-OF-INTEGER(FUNCTION
                               INTEGER-OF-DATE(PAY-PERIOD-END) - 6)
                       WHEN 'B'
                           COMPUTE WS-FRD-START = FUNCTION
                               DATE-OF-INTEGER(FUNCTION
                               INTEGER-OF-DATE(PAY-PERIOD-END) - 13)
                       WHEN OTHER
                           MOVE PAY-PERIOD-END TO WS-FRD-START
                           MOVE '01' TO WS-FRD-START-X(7:2)
                   END-EVALUATE
                   IF WS-FRD-SINCE = ZERO
                      OR WS-FRD-SINCE < WS-FRD-START
                       IF WS-FRD-SINCE = ZERO
                           STRING 'NET ' DELIMITED BY SIZE
                                  WS-FRD-AMT DELIMITED BY SIZE
                                  ' FOR ' DELIMITED BY SIZE
                                  PAY-PERIOD-END DELIMITED BY SIZE
                                  ' - NO STATUS HISTORY'
                                      DELIMITED BY SIZE
                               INTO WS-FRD-TEXT
                           END-STRING
                       ELSE
                           STRING 'NET ' DELIMITED BY SIZE
                                  WS-FRD-AMT DELIMITED BY SIZE
                                  ' FOR ' DELIMITED BY SIZE
                                  PAY-PERIOD-END DELIMITED BY SIZE
                                  ' - NOT PAYABLE SINCE '
                                      DELIMITED BY SIZE
                                  WS-FRD-SINCE DELIMITED BY SIZE
                               INTO WS-FRD-TEXT
                           END-STRING
                       END-IF
                       STRING 'MASTER STATUS ' DELIMITED BY SIZE
                              EMP-STATUS DELIMITED BY SIZE
                              ' DELETE FLAG ' DELIMITED BY SIZE
                              EMP-DEL-FLAG DELIMITED BY SIZE
                              ' - PAYROLL TYPE ' DELIMITED BY SIZE
                              PAY-REC-TYPE DELIMITED BY SIZE
                              ' SEQ ' DELIMITED BY SIZE
                              PAY-SEQ DELIMITED BY SIZE
                           INTO WS-FRD-RECORD
                       END-STRING
                       PERFORM 5391-ADD-FRAUD-HIT
                   END-IF
           END-READ

           EXIT.

      * ----------------------------------------------------------------
      * Timesheets, contact records and access activity for the
      * active employees, then the paid ones with none of them and
      * no manager
      * ----------------------------------------------------------------
       5386-SCAN-FRAUD-ACTIVITY.

           IF WS-FRG-COUNT > ZERO
               MOVE 'N' TO WS-FRD-EOF
               OPEN INPUT TIMESHEET-FILE
               IF WS-TMS-STATUS NOT = '00'
                   MOVE 'Y' TO WS-FRD-EOF
               END-IF
               PERFORM UNTIL WS-FRD-EOF = 'Y'
                   READ TIMESHEET-FILE
                       AT END
                           MOVE 'Y' TO WS-FRD-EOF
                           CLOSE TIMESHEET-FILE
                       NOT AT END
                           SEARCH ALL WS-FRG-ENTRY
                               AT END
                                   CONTINUE
                               WHEN WS-FRG-EMP-ID(WS-FRG-IX) =
                                       TMS-EMP-ID
                                   MOVE 'Y' TO WS-FRG-TMS(WS-FRG-IX)
                           END-SEARCH
                   END-READ
               END-PERFORM

               MOVE 'N' TO WS-FRD-EOF
               OPEN INPUT CONTACT-FILE
               IF WS-CONTACT-STATUS NOT = '00'
                   MOVE 'Y' TO WS-FRD-EOF
               END-IF
               PERFORM UNTIL WS-FRD-EOF = 'Y'
                   READ CONTACT-FILE
                       AT END
                           MOVE 'Y' TO WS-FRD-EOF
                           CLOSE CONTACT-FILE
                       NOT AT END
                           SEARCH ALL WS-FRG-ENTRY
                               AT END
                                   CONTINUE
                               WHEN WS-FRG-EMP-ID(WS-FRG-IX) =
                                       CT-EMP-ID
                                   MOVE 'Y' TO
                                       WS-FRG-CONTACT(WS-FRG-IX)
                           END-SEARCH
                   END-READ
               END-PERFORM

               MOVE 'N' TO WS-FRD-EOF
               OPEN INPUT ACCESS-FILE
               IF WS-ACCESS-STATUS NOT = '00'
                   MOVE 'Y' TO WS-FRD-EOF
               END-IF
               PERFORM UNTIL WS-FRD-EOF = 'Y'
                   READ ACCESS-FILE
                       AT END
                           MOVE 'Y' TO WS-FRD-EOF
                           CLOSE ACCESS-FILE
                       NOT AT END
                           SEARCH ALL WS-FRG-ENTRY
                               AT END
                                   CONTINUE
                               WHEN WS-FRG-EMP-ID(WS-FRG-IX) =
                                       ACL-EMP-ID
                                   MOVE 'Y' TO
                                       WS-FRG-ACCESS(WS-FRG-IX)
                           END-SEARCH
                   END-READ
               END-PERFORM
           END-IF

           PERFORM VARYING WS-FRD-SUB FROM 1 BY 1
                   UNTIL WS-FRD-SUB > WS-FRG-COUNT
               IF WS-FRG-PAID(WS-FRD-SUB) > ZERO
                  AND WS-FRG-TMS(WS-FRD-SUB) = 'N'
                  AND WS-FRG-CONTACT(WS-FRD-SUB) = 'N'
                  AND WS-FRG-ACCESS(WS-FRD-SUB) = 'N'
                  AND WS-FRG-MANAGER(WS-FRD-SUB) = 'N'
                   MOVE 'GH' TO WS-FRD-TYPE
                   MOVE WS-FRG-EMP-ID(WS-FRD-SUB) TO WS-FRD-EMP-ID
                   MOVE WS-FRG-NET(WS-FRD-SUB) TO WS-FRD-AMT
                   MOVE SPACES TO WS-FRD-TEXT
                   STRING 'PAID ' DELIMITED BY SIZE
                          WS-FRG-PAID(WS-FRD-SUB) DELIMITED BY SIZE
                          ' TIMES, NET ' DELIMITED BY SIZE
                          WS-FRD-AMT DELIMITED BY SIZE
                       INTO WS-FRD-TEXT
                   END-STRING
                   MOVE 'NO TIMESHEET, CONTACT, MANAGER OR ACCESS'
                       TO WS-FRD-RECORD
                   PERFORM 5391-ADD-FRAUD-HIT
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Routing and account held by more than one employee.  The
      * accounts are opened up only in storage for the comparison
      * and cleared again afterwards.
      * ----------------------------------------------------------------
       5387-CHECK-SHARED-BANK.

           PERFORM 3657-LOAD-BANKACCT-TABLE
           PERFORM 5291-LOAD-BANK-KEYS
           MOVE ZERO TO WS-FRB-COUNT
           PERFORM VARYING WS-FRD-SUB FROM 1 BY 1
                   UNTIL WS-FRD-SUB > WS-BKA-COUNT
               IF WS-BKA-ACCOUNT(WS-FRD-SUB) NOT = SPACES
                   MOVE 'Y' TO WS-BKC-KEY-OK
                   IF WS-BKA-KEY-VER(WS-FRD-SUB) = SPACES
                       MOVE WS-BKA-ACCOUNT(WS-FRD-SUB) TO WS-BKC-PLAIN
                   ELSE
                       MOVE WS-BKA-KEY-VER(WS-FRD-SUB) TO WS-BKC-VER-X
                       PERFORM 5297-FIND-BANK-KEY
                       IF WS-BKC-KEY-OK = 'Y'
                           MOVE WS-BKA-EMP-ID(WS-FRD-SUB) TO
                               WS-BKC-EMP-ID
                           MOVE WS-BKA-ACCOUNT(WS-FRD-SUB) TO
                               WS-BKC-CIPHER
                           PERFORM 5296-DECRYPT-ACCOUNT
                       END-IF
                   END-IF
                   IF WS-BKC-KEY-OK = 'Y'
                       ADD 1 TO WS-FRB-COUNT
                       MOVE WS-BKA-ROUTING(WS-FRD-SUB) TO
                           WS-FRB-ROUTING(WS-FRB-COUNT)
                       MOVE WS-BKC-PLAIN TO
                           WS-FRB-ACCOUNT(WS-FRB-COUNT)
                       MOVE WS-BKA-EMP-ID(WS-FRD-SUB) TO
                           WS-FRB-EMP-ID(WS-FRB-COUNT)
                       MOVE WS-BKA-LAST4(WS-FRD-SUB) TO
                           WS-FRB-LAST4(WS-FRB-COUNT)
                   ELSE
                       ADD 1 TO WS-FRD-UNREAD
                   END-IF
                   MOVE SPACES TO WS-BKC-PLAIN
               END-IF
           END-PERFORM

           IF WS-FRB-COUNT > 1
               SORT WS-FRB-ENTRY ASCENDING KEY WS-FRB-ROUTING
                                              WS-FRB-ACCOUNT
               PERFORM VARYING WS-FRD-SUB FROM 2 BY 1
                       UNTIL WS-FRD-SUB > WS-FRB-COUNT
                   COMPUTE WS-FRD-SUB-2 = WS-FRD-SUB - 1
                   IF WS-FRB-ROUTING(WS-FRD-SUB) =
                      WS-FRB-ROUTING(WS-FRD-SUB-2)
                      AND WS-FRB-ACCOUNT(WS-FRD-SUB) =
                          WS-FRB-ACCOUNT(WS-FRD-SUB-2)
                       MOVE WS-FRB-EMP-ID(WS-FRD-SUB-2) TO
                           WS-FRD-OTHER-ID
                       MOVE WS-FRB-EMP-ID(WS-FRD-SUB) TO WS-FRD-EMP-ID
                       PERFORM 5392-ADD-SHARED-BANK-HIT
                       MOVE WS-FRB-EMP-ID(WS-FRD-SUB) TO
                           WS-FRD-OTHER-ID
                       MOVE WS-FRB-EMP-ID(WS-FRD-SUB-2) TO
                           WS-FRD-EMP-ID
                       PERFORM 5392-ADD-SHARED-BANK-HIT
                   END-IF
               END-PERFORM
           END-IF

           PERFORM VARYING WS-FRD-SUB FROM 1 BY 1
                   UNTIL WS-FRD-SUB > WS-FRB-COUNT
               MOVE SPACES TO WS-FRB-ACCOUNT(WS-FRD-SUB)
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Bank details changed on AUDIT.LOG within FRAUD-BANK-DAYS
      * (default 5) before a pay run was released
      * ----------------------------------------------------------------
       5388-CHECK-BANK-CHANGES.

           MOVE ZERO TO WS-FRP-COUNT
           MOVE 'N' TO WS-FRD-EOF
           OPEN INPUT RPTCAT-FILE
           IF WS-RPTCAT-STATUS NOT = '00'
               MOVE 'Y' TO WS-FRD-EOF
           END-IF
           PERFORM UNTIL WS-FRD-EOF = 'Y'
               READ RPTCAT-FILE
                   AT END
                       MOVE 'Y' TO WS-FRD-EOF
                       CLOSE RPTCAT-FILE
                   NOT AT END
                       IF RPC-REPORT = 'PAYREG'
                          AND RPC-DATE NOT < WS-FRD-FROM
                          AND WS-FRP-COUNT < 200
                           ADD 1 TO WS-FRP-COUNT
                           MOVE RPC-DATE TO WS-FRP-DATE(WS-FRP-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           MOVE 'N' TO WS-FRD-EOF
           IF WS-FRP-COUNT = ZERO
               MOVE 'Y' TO WS-FRD-EOF
           ELSE
               OPEN INPUT AUDIT-FILE
               IF WS-AUDIT-STATUS NOT = '00'
                   MOVE 'Y' TO WS-FRD-EOF
               END-IF
           END-IF
           PERFORM UNTIL WS-FRD-EOF = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-FRD-EOF
                       CLOSE AUDIT-FILE
                   NOT AT END
                       IF AUDIT-RECORD(21:6) = 'BNKUPD'
                           PERFORM 5393-TAKE-AUDIT-KEYS
                           IF WS-FRD-DATE-X IS NUMERIC
                              AND WS-FRD-EMP-X IS NUMERIC
                              AND WS-FRD-DATE NOT < WS-FRD-FROM
                              AND WS-FRD-DATE NOT > WS-FRD-TO
                               PERFORM 5394-MATCH-PAY-RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

      * ----------------------------------------------------------------
      * Every AUDIT.LOG entry for a hit employee that bears on that
      * kind of hit, with the operator who made it
      * ----------------------------------------------------------------
       5389-COLLECT-AUDIT-SUPPORT.

           MOVE 'N' TO WS-FRD-EOF
           IF WS-FRH-COUNT = ZERO
               MOVE 'Y' TO WS-FRD-EOF
           ELSE
               OPEN INPUT AUDIT-FILE
               IF WS-AUDIT-STATUS NOT = '00'
                   MOVE 'Y' TO WS-FRD-EOF
               END-IF
           END-IF
           PERFORM UNTIL WS-FRD-EOF = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-FRD-EOF
                       CLOSE AUDIT-FILE
                   NOT AT END
                       IF AUDIT-RECORD(1:6) NOT = 'RUNHDR'
                          AND AUDIT-RECORD(1:6) NOT = 'RUNTRL'
                           PERFORM 5393-TAKE-AUDIT-KEYS
                           IF WS-FRD-EMP-X IS NUMERIC
                               PERFORM 5395-NOTE-AUDIT-SUPPORT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * FRAUDRPT.TXT - each hit, its supporting record and its
      * audit trail, then the counts by pattern
      * ----------------------------------------------------------------
       5390-WRITE-FRAUD-REPORT.

           MOVE ZERO TO WS-FRD-N-SB
           MOVE ZERO TO WS-FRD-N-BC
           MOVE ZERO TO WS-FRD-N-GH
           MOVE ZERO TO WS-FRD-N-HT
           MOVE ZERO TO WS-FRD-N-NP
           MOVE WS-FRH-COUNT TO WS-FRD-HITS

           OPEN OUTPUT FRAUDRPT-FILE
           MOVE SPACES TO FRAUDRPT-RECORD
           STRING 'PAYROLL FRAUD SWEEP - PERIOD ' DELIMITED BY SIZE
                  WS-FRD-FROM DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-FRD-TO DELIMITED BY SIZE
                  '  PREPARED ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ' BY ' DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
               INTO FRAUDRPT-RECORD
           END-STRING
           WRITE FRAUDRPT-RECORD
           MOVE SPACES TO FRAUDRPT-RECORD
           WRITE FRAUDRPT-RECORD

           PERFORM VARYING WS-FRD-HIT FROM 1 BY 1
                   UNTIL WS-FRD-HIT > WS-FRH-COUNT
               EVALUATE WS-FRH-TYPE(WS-FRD-HIT)
                   WHEN 'SB'
                       MOVE 'SHARED BANK ACCOUNT' TO WS-FRD-LABEL
                       ADD 1 TO WS-FRD-N-SB
                   WHEN 'BC'
                       MOVE 'BANK CHANGE BEFORE RUN' TO WS-FRD-LABEL
                       ADD 1 TO WS-FRD-N-BC
                   WHEN 'GH'
                       MOVE 'POSSIBLE GHOST EMPLOYEE' TO WS-FRD-LABEL
                       ADD 1 TO WS-FRD-N-GH
                   WHEN 'HT'
                       MOVE 'HIRED AND LEFT IN PERIOD' TO WS-FRD-LABEL
                       ADD 1 TO WS-FRD-N-HT
                   WHEN OTHER
                       MOVE 'PAID WHEN NOT PAYABLE' TO WS-FRD-LABEL
                       ADD 1 TO WS-FRD-N-NP
               END-EVALUATE
               MOVE SPACES TO FRAUDRPT-RECORD
               STRING WS-FRD-LABEL DELIMITED BY SIZE
                      ' EMP ' DELIMITED BY SIZE
                      WS-FRH-EMP-ID(WS-FRD-HIT) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-FRH-TEXT(WS-FRD-HIT) DELIMITED BY SIZE
                   INTO FRAUDRPT-RECORD
               END-STRING
               WRITE FRAUDRPT-RECORD
               MOVE SPACES TO FRAUDRPT-RECORD
               STRING '      RECORD  ' DELIMITED BY SIZE
                      WS-FRH-RECORD(WS-FRD-HIT) DELIMITED BY SIZE
                   INTO FRAUDRPT-RECORD
               END-STRING
               WRITE FRAUDRPT-RECORD
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-FRD-SUB FROM 1 BY 1
                       UNTIL WS-FRD-SUB > WS-FRA-COUNT
                   IF WS-FRA-HIT(WS-FRD-SUB) = WS-FRD-HIT
                       MOVE 'Y' TO WS-FOUND
                       MOVE WS-FRA-LINE(WS-FRD-SUB) TO FRAUDRPT-RECORD
                       WRITE FRAUDRPT-RECORD
                   END-IF
               END-PERFORM
               IF WS-FOUND = 'N'
                   MOVE '      AUDIT   NO AUDIT.LOG ENTRY FOUND' TO
                       FRAUDRPT-RECORD
                   WRITE FRAUDRPT-RECORD
               END-IF
           END-PERFORM

           MOVE SPACES TO FRAUDRPT-RECORD
           WRITE FRAUDRPT-RECORD
           MOVE SPACES TO FRAUDRPT-RECORD
           STRING 'SHARED BANK ' DELIMITED BY SIZE
                  WS-FRD-N-SB DELIMITED BY SIZE
                  '  BANK CHANGE ' DELIMITED BY SIZE
                  WS-FRD-N-BC DELIMITED BY SIZE
                  '  GHOST ' DELIMITED BY SIZE
                  WS-FRD-N-GH DELIMITED BY SIZE
                  '  HIRED/LEFT ' DELIMITED BY SIZE
                  WS-FRD-N-HT DELIMITED BY SIZE
                  '  NOT PAYABLE ' DELIMITED BY SIZE
                  WS-FRD-N-NP DELIMITED BY SIZE
                  '  TOTAL HITS ' DELIMITED BY SIZE
                  WS-FRD-HITS DELIMITED BY SIZE
               INTO FRAUDRPT-RECORD
           END-STRING
           WRITE FRAUDRPT-RECORD
           IF WS-FRD-UNREAD > ZERO
               MOVE SPACES TO FRAUDRPT-RECORD
               STRING 'BANK ACCOUNTS NOT COMPARED - NO KEY: '
                          DELIMITED BY SIZE
                      WS-FRD-UNREAD DELIMITED BY SIZE
                   INTO FRAUDRPT-RECORD
               END-STRING
               WRITE FRAUDRPT-RECORD
           END-IF
           IF WS-FRH-COUNT NOT < 500 OR WS-FRA-COUNT NOT < 2000
               MOVE 'TABLE FULL - THE SWEEP IS INCOMPLETE' TO
                   FRAUDRPT-RECORD
               WRITE FRAUDRPT-RECORD
           END-IF
           CLOSE FRAUDRPT-FILE

           EXIT.

      * Add the hit in WS-FRD-TYPE/-EMP-ID/-TEXT/-RECORD
       5391-ADD-FRAUD-HIT.

           IF WS-FRH-COUNT < 500
               ADD 1 TO WS-FRH-COUNT
               MOVE WS-FRD-TYPE TO WS-FRH-TYPE(WS-FRH-COUNT)
               MOVE WS-FRD-EMP-ID TO WS-FRH-EMP-ID(WS-FRH-COUNT)
               MOVE WS-FRD-TEXT TO WS-FRH-TEXT(WS-FRH-COUNT)
               MOVE WS-FRD-RECORD TO WS-FRH-RECORD(WS-FRH-COUNT)
           END-IF

           EXIT.

      * Shared account hit for WS-FRD-EMP-ID against WS-FRD-OTHER-ID,
      * unless that pair is already listed
       5392-ADD-SHARED-BANK-HIT.

           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-FRD-HIT FROM 1 BY 1
                   UNTIL WS-FRD-HIT > WS-FRH-COUNT
               IF WS-FRH-TYPE(WS-FRD-HIT) = 'SB'
                  AND WS-FRH-EMP-ID(WS-FRD-HIT) = WS-FRD-EMP-ID
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               MOVE 'SB' TO WS-FRD-TYPE
               MOVE SPACES TO WS-FRD-TEXT
               STRING 'ROUTING ' DELIMITED BY SIZE
                      WS-FRB-ROUTING(WS-FRD-SUB) DELIMITED BY SIZE
                      ' ACCOUNT ****' DELIMITED BY SIZE
                      WS-FRB-LAST4(WS-FRD-SUB) DELIMITED BY SIZE
                      ' ALSO ON EMP ' DELIMITED BY SIZE
                      WS-FRD-OTHER-ID DELIMITED BY SIZE
                   INTO WS-FRD-TEXT
               END-STRING
               MOVE 'BANKACCT.DAT - SAME ROUTING AND ACCOUNT NUMBER'
                   TO WS-FRD-RECORD
               PERFORM 5391-ADD-FRAUD-HIT
           END-IF

           EXIT.

      * Date as YYYYMMDD and employee id off the AUDIT.LOG line
       5393-TAKE-AUDIT-KEYS.

           MOVE SPACES TO WS-FRD-DATE-X
           STRING AUDIT-RECORD(1:2) DELIMITED BY SIZE
                  AUDIT-RECORD(4:2) DELIMITED BY SIZE
                  AUDIT-RECORD(7:4) DELIMITED BY SIZE
               INTO WS-FRD-DATE-X
           END-STRING
           MOVE AUDIT-RECORD(28:7) TO WS-FRD-EMP-X
           INSPECT WS-FRD-EMP-X REPLACING LEADING SPACE BY ZERO

           EXIT.

      * ----------------------------------------------------------------
      * The first pay run released within the window after the bank
      * change on the AUDIT.LOG line
      * ----------------------------------------------------------------
       5394-MATCH-PAY-RUN.

           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-FRD-SUB FROM 1 BY 1
                   UNTIL WS-FRD-SUB > WS-FRP-COUNT
                      OR WS-FOUND = 'Y'
               IF WS-FRP-DATE(WS-FRD-SUB) NOT < WS-FRD-DATE
                   COMPUTE WS-FRD-DAYS =
                       FUNCTION INTEGER-OF-DATE
                           (WS-FRP-DATE(WS-FRD-SUB))
                       - FUNCTION INTEGER-OF-DATE(WS-FRD-DATE)
                   IF WS-FRD-DAYS NOT > WS-FRD-BANK-DAYS
                       MOVE 'Y' TO WS-FOUND
                       MOVE 'BC' TO WS-FRD-TYPE
                       MOVE WS-FRD-EMP-N TO WS-FRD-EMP-ID
                       MOVE WS-FRD-DAYS TO WS-FRD-DAYS-ED
                       MOVE SPACES TO WS-FRD-TEXT
                       STRING 'BANK CHANGED ' DELIMITED BY SIZE
                              WS-FRD-DATE DELIMITED BY SIZE
                              ' - PAY RUN ' DELIMITED BY SIZE
                              WS-FRP-DATE(WS-FRD-SUB)
                                  DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              WS-FRD-DAYS-ED DELIMITED BY SIZE
                              ' DAYS LATER' DELIMITED BY SIZE
                           INTO WS-FRD-TEXT
                       END-STRING
                       MOVE SPACES TO WS-FRD-RECORD
                       STRING 'NEW ACCOUNT ' DELIMITED BY SIZE
                              AUDIT-RECORD(135:20) DELIMITED BY SIZE
                              ' KEYED BY ' DELIMITED BY SIZE
                              AUDIT-RECORD(175:8) DELIMITED BY SIZE
                           INTO WS-FRD-RECORD
                       END-STRING
                       PERFORM 5391-ADD-FRAUD-HIT
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * The AUDIT.LOG line against every hit for its employee whose
      * pattern it bears on
      * ----------------------------------------------------------------
       5395-NOTE-AUDIT-SUPPORT.

           PERFORM VARYING WS-FRD-HIT FROM 1 BY 1
                   UNTIL WS-FRD-HIT > WS-FRH-COUNT
               IF WS-FRH-EMP-ID(WS-FRD-HIT) = WS-FRD-EMP-N
                   MOVE 'N' TO WS-FRD-WANTED
                   EVALUATE WS-FRH-TYPE(WS-FRD-HIT)
                       WHEN 'SB'
                       WHEN 'BC'
                           IF AUDIT-RECORD(21:6) = 'BNKUPD'
                               MOVE 'Y' TO WS-FRD-WANTED
                           END-IF
                       WHEN 'GH'
                           IF AUDIT-RECORD(21:6) = 'ADD   '
                              OR AUDIT-RECORD(21:6) = 'UPDATE'
                              OR AUDIT-RECORD(21:6) = 'REHIRE'
                              OR AUDIT-RECORD(21:6) = 'BNKUPD'
                               MOVE 'Y' TO WS-FRD-WANTED
                           END-IF
                       WHEN 'HT'
                           IF AUDIT-RECORD(21:6) = 'ADD   '
                              OR AUDIT-RECORD(21:6) = 'TERM  '
                              OR AUDIT-RECORD(21:6) = 'REHIRE'
                               MOVE 'Y' TO WS-FRD-WANTED
                           END-IF
                       WHEN OTHER
                           IF AUDIT-RECORD(21:6) = 'TERM  '
                              OR AUDIT-RECORD(21:6) = 'DELETE'
                              OR AUDIT-RECORD(21:6) = 'UPDATE'
                              OR AUDIT-RECORD(21:6) = 'REINST'
                              OR AUDIT-RECORD(21:6) = 'PURGE '
                              OR AUDIT-RECORD(21:6) = 'PAYROL'
                               MOVE 'Y' TO WS-FRD-WANTED
                           END-IF
                   END-EVALUATE
                   IF WS-FRD-WANTED = 'Y' AND WS-FRA-COUNT < 2000
                       ADD 1 TO WS-FRA-COUNT
                       MOVE WS-FRD-HIT TO WS-FRA-HIT(WS-FRA-COUNT)
                       MOVE SPACES TO WS-FRA-LINE(WS-FRA-COUNT)
                       STRING '      AUDIT   ' DELIMITED BY SIZE
                              WS-FRD-DATE-X DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              AUDIT-RECORD(21:6) DELIMITED BY SIZE
                              ' BY ' DELIMITED BY SIZE
                              AUDIT-RECORD(175:8) DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              AUDIT-RECORD(104:30) DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              AUDIT-RECORD(135:20) DELIMITED BY SIZE
                           INTO WS-FRA-LINE(WS-FRA-COUNT)
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

      * ----------------------------------------------------------------
      * Queue a confirmation notice for the change in WS-CHN-WORK on
      * CHGNOTE.DAT
      * ----------------------------------------------------------------
       5400-QUEUE-CHANGE-NOTICE.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME-X FROM TIME
           OPEN EXTEND CHGNOTE-FILE
           IF WS-CHGNOTE-STATUS = '35'
               OPEN OUTPUT CHGNOTE-FILE
           END-IF
           IF WS-CHGNOTE-STATUS = '00'
               MOVE SPACES TO CHGNOTE-RECORD
               MOVE WS-CHN-EMP-ID TO CHN-EMP-ID
               MOVE WS-TODAY TO CHN-CHG-DATE
               MOVE WS-NOW-HHMMSS TO CHN-CHG-TIME
               MOVE WS-CHN-TYPE TO CHN-TYPE
               MOVE 'Q' TO CHN-STATUS
               MOVE WS-CHN-SEND-TO TO CHN-SEND-TO
               MOVE WS-CHN-OLD-VALUE TO CHN-OLD-VALUE
               MOVE WS-CHN-NEW-VALUE TO CHN-NEW-VALUE
               MOVE WS-OPERATOR-ID TO CHN-KEYED-BY
               MOVE ZERO TO CHN-SENT-DATE
               MOVE WS-CHN-OLD-ROUTING TO CHN-OLD-ROUTING
               MOVE WS-CHN-OLD-ACCOUNT TO CHN-OLD-ACCOUNT
               MOVE WS-CHN-OLD-KEY-VER TO CHN-OLD-KEY-VER
               MOVE WS-CHN-OLD-LAST4 TO CHN-OLD-LAST4
               MOVE WS-CHN-OLD-BKSTAT TO CHN-OLD-BKSTAT
               MOVE WS-CHN-OLD-PRENOTE TO CHN-OLD-PRENOTE
               WRITE CHGNOTE-RECORD
               CLOSE CHGNOTE-FILE
           ELSE
               DISPLAY "Unable to queue the change notice - status "
                   WS-CHGNOTE-STATUS
           END-IF

           EXIT.

       5402-CLEAR-NOTICE-WORK.

           MOVE ZERO TO WS-CHN-EMP-ID
           MOVE SPACES TO WS-CHN-TYPE
           MOVE SPACES TO WS-CHN-SEND-TO
           MOVE SPACES TO WS-CHN-OLD-VALUE
           MOVE SPACES TO WS-CHN-NEW-VALUE
           MOVE ZERO TO WS-CHN-OLD-ROUTING
           MOVE SPACES TO WS-CHN-OLD-ACCOUNT
           MOVE SPACES TO WS-CHN-OLD-KEY-VER
           MOVE SPACES TO WS-CHN-OLD-LAST4
           MOVE SPACES TO WS-CHN-OLD-BKSTAT
           MOVE ZERO TO WS-CHN-OLD-PRENOTE

           EXIT.

      * The email on CONTACT.DAT for WS-CHN-EMP-ID into WS-CHN-SEND-TO
       5403-FIND-NOTICE-EMAIL.

           MOVE SPACES TO WS-CHN-SEND-TO
           MOVE 'N' TO WS-CHN-EOF
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS NOT = '00'
               MOVE 'Y' TO WS-CHN-EOF
           END-IF
           PERFORM UNTIL WS-CHN-EOF = 'Y'
               READ CONTACT-FILE
                   AT END
                       MOVE 'Y' TO WS-CHN-EOF
                       CLOSE CONTACT-FILE
                   NOT AT END
                       IF CT-EMP-ID = WS-CHN-EMP-ID
                           MOVE CT-EMAIL TO WS-CHN-SEND-TO
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

      * ----------------------------------------------------------------
      * Change notices - (S)end the queued confirmations, or
      * (R)everse a bank change the employee reports as fraudulent
      * ----------------------------------------------------------------
       5404-CHANGE-NOTICES.

           PERFORM 5405-LOAD-NOTICE-TABLE
      *    The log is written back whole, so a part-loaded log is
      *    neither worked nor saved
           IF WS-CHN-OVERFLOW = 'Y'
               DISPLAY "Nothing sent or reversed - CHGNOTE.DAT left "
                   "as it is."
           ELSE
               DISPLAY "(S)end queued notices or (R)everse a "
                   "fraudulent bank change: "
               ACCEPT WS-ANSWER
               EVALUATE WS-ANSWER
                   WHEN 'S'
                   WHEN 's'
                       PERFORM 5406-SEND-CHANGE-NOTICES
                   WHEN 'R'
                   WHEN 'r'
                       PERFORM 5408-REVERSE-BANK-CHANGE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-CHN-CHANGED = 'Y'
                   PERFORM 5409-SAVE-NOTICE-TABLE
               END-IF
           END-IF

           EXIT.

       5405-LOAD-NOTICE-TABLE.

           MOVE ZERO TO WS-CHN-COUNT
           MOVE 'N' TO WS-CHN-CHANGED
           MOVE 'N' TO WS-CHN-OVERFLOW
           MOVE 'N' TO WS-CHN-EOF
           OPEN INPUT CHGNOTE-FILE
           IF WS-CHGNOTE-STATUS NOT = '00'
               MOVE 'Y' TO WS-CHN-EOF
           END-IF
           PERFORM UNTIL WS-CHN-EOF = 'Y'
               READ CHGNOTE-FILE
                   AT END
                       MOVE 'Y' TO WS-CHN-EOF
                       CLOSE CHGNOTE-FILE
                   NOT AT END
                       IF WS-CHN-COUNT < 5000
                           ADD 1 TO WS-CHN-COUNT
                           MOVE CHGNOTE-RECORD TO
                               WS-CHN-ROW(WS-CHN-COUNT)
                       ELSE
                           DISPLAY "Change log over 5000 rows."
                           MOVE 'Y' TO WS-CHN-OVERFLOW
                           MOVE 'Y' TO WS-CHN-EOF
                           CLOSE CHGNOTE-FILE
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

      * ----------------------------------------------------------------
      * One notice per queued change onto CHGNTC.TXT - to the email
      * held before the change, or by internal mail where there was
      * none - each logged as sent on CHGNOTE.DAT and AUDIT.LOG
      * ----------------------------------------------------------------
       5406-SEND-CHANGE-NOTICES.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE ZERO TO WS-CHN-SENT
           MOVE ZERO TO WS-CHN-EMAILED
           MOVE ZERO TO WS-CHN-PAPER
           OPEN OUTPUT CHGNTC-FILE
           OPEN INPUT EMP-FILE

           PERFORM VARYING WS-CHN-SUB FROM 1 BY 1
                   UNTIL WS-CHN-SUB > WS-CHN-COUNT
               MOVE WS-CHN-ROW(WS-CHN-SUB) TO CHGNOTE-RECORD
               IF CHN-STATUS = 'Q'
                   PERFORM 5407-WRITE-CHANGE-NOTICE
                   MOVE 'S' TO CHN-STATUS
                   MOVE WS-TODAY TO CHN-SENT-DATE
                   MOVE WS-OPERATOR-ID TO CHN-SENT-BY
                   MOVE CHGNOTE-RECORD TO WS-CHN-ROW(WS-CHN-SUB)
                   MOVE 'Y' TO WS-CHN-CHANGED
                   ADD 1 TO WS-CHN-SENT

                   MOVE 'NOTICE' TO WS-AUD-ACTION
                   MOVE CHN-EMP-ID TO WS-AUD-EMP-ID
                   MOVE WS-CHN-WHAT TO WS-AUD-BEFORE-NAME
                   MOVE CHN-OLD-VALUE TO WS-AUD-BEFORE-DEPT
                   MOVE ZERO TO WS-AUD-BEFORE-SAL
                   MOVE CHN-TYPE TO WS-AUD-BEFORE-STAT
                   MOVE SPACES TO WS-AUD-AFTER-NAME
                   STRING 'CONFIRMATION SENT BY ' DELIMITED BY SIZE
                          CHN-ROUTE DELIMITED BY SIZE
                       INTO WS-AUD-AFTER-NAME
                   END-STRING
                   MOVE CHN-NEW-VALUE TO WS-AUD-AFTER-DEPT
                   MOVE ZERO TO WS-AUD-AFTER-SAL
                   MOVE 'S' TO WS-AUD-AFTER-STAT
                   PERFORM 8500-WRITE-AUDIT-RECORD
               END-IF
           END-PERFORM

           IF WS-EMP-STATUS = '00' OR WS-EMP-STATUS = '23'
               CLOSE EMP-FILE
           END-IF
           CLOSE CHGNTC-FILE
           IF WS-CHN-SENT > ZERO
               MOVE 'CHGNTC.TXT' TO WS-ARCHSRC-NAME
               MOVE 'CHGNTC' TO WS-ARCH-REPORT
               PERFORM 9700-ARCHIVE-REPORT
           END-IF
           DISPLAY "Change notices sent: " WS-CHN-SENT
               " (email " WS-CHN-EMAILED ", internal mail "
               WS-CHN-PAPER ")"

           EXIT.

      * ----------------------------------------------------------------
      * The notice for the change in CHGNOTE-RECORD
      * ----------------------------------------------------------------
       5407-WRITE-CHANGE-NOTICE.

           EVALUATE CHN-TYPE
               WHEN 'B'
                   MOVE 'BANK ACCOUNT' TO WS-CHN-WHAT
               WHEN 'E'
                   MOVE 'EMAIL ADDRESS' TO WS-CHN-WHAT
               WHEN OTHER
                   MOVE 'PHONE NUMBER' TO WS-CHN-WHAT
           END-EVALUATE

           MOVE SPACES TO WS-CHN-NAME
           MOVE SPACES TO WS-CHN-DEPT
           MOVE CHN-EMP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   MOVE '(NOT ON MASTER)' TO WS-CHN-NAME
               NOT INVALID KEY
                   MOVE EMP-NAME TO WS-CHN-NAME
                   MOVE EMP-DEPARTMENT TO WS-CHN-DEPT
           END-READ

           MOVE SPACES TO CHGNTC-RECORD
           IF CHN-SEND-TO NOT = SPACES
               MOVE 'EMAIL' TO CHN-ROUTE
               ADD 1 TO WS-CHN-EMAILED
               STRING 'TO: ' DELIMITED BY SIZE
                      CHN-SEND-TO DELIMITED BY SIZE
                   INTO CHGNTC-RECORD
               END-STRING
           ELSE
               MOVE 'PAPER' TO CHN-ROUTE
               ADD 1 TO WS-CHN-PAPER
               STRING 'TO: INTERNAL MAIL - ' DELIMITED BY SIZE
                      WS-CHN-DEPT DELIMITED BY SIZE
                   INTO CHGNTC-RECORD
               END-STRING
           END-IF
           WRITE CHGNTC-RECORD
           MOVE 'CONFIRMATION OF A CHANGE TO YOUR DETAILS' TO
               CHGNTC-RECORD
           WRITE CHGNTC-RECORD
           MOVE SPACES TO CHGNTC-RECORD
           STRING 'EMPLOYEE ' DELIMITED BY SIZE
                  CHN-EMP-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CHN-NAME DELIMITED BY SIZE
               INTO CHGNTC-RECORD
           END-STRING
           WRITE CHGNTC-RECORD
           MOVE SPACES TO CHGNTC-RECORD
           STRING 'YOUR ' DELIMITED BY SIZE
                  WS-CHN-WHAT DELIMITED BY '  '
                  ' WAS CHANGED ON ' DELIMITED BY SIZE
                  CHN-CHG-DATE DELIMITED BY SIZE
                  ' AT ' DELIMITED BY SIZE
                  CHN-CHG-TIME DELIMITED BY SIZE
               INTO CHGNTC-RECORD
           END-STRING
           WRITE CHGNTC-RECORD
           MOVE SPACES TO CHGNTC-RECORD
           STRING '  PREVIOUS: ' DELIMITED BY SIZE
                  CHN-OLD-VALUE DELIMITED BY SIZE
               INTO CHGNTC-RECORD
           END-STRING
           WRITE CHGNTC-RECORD
           MOVE SPACES TO CHGNTC-RECORD
           STRING '  NEW:      ' DELIMITED BY SIZE
                  CHN-NEW-VALUE DELIMITED BY SIZE
               INTO CHGNTC-RECORD
           END-STRING
           WRITE CHGNTC-RECORD
           MOVE 'IF YOU DID NOT ASK FOR THIS CHANGE, CALL PAYROLL AT '
               TO CHGNTC-RECORD
           WRITE CHGNTC-RECORD
           MOVE 'ONCE - A NEW BANK ACCOUNT CAN STILL BE STOPPED BEFORE'
               TO CHGNTC-RECORD
           WRITE CHGNTC-RECORD
           MOVE 'ANY PAY IS SENT TO IT.' TO CHGNTC-RECORD
           WRITE CHGNTC-RECORD
           MOVE ALL '-' TO CHGNTC-RECORD
           WRITE CHGNTC-RECORD

           EXIT.

      * ----------------------------------------------------------------
      * Undo the employee's latest bank change, confirmed as
      * fraudulent, while the new account is still in prenote: the
      * account it replaced is put back, or with none before, the
      * new one is closed off
      * ----------------------------------------------------------------
       5408-REVERSE-BANK-CHANGE.

           DISPLAY "Employee ID: "
           ACCEPT WS-TARGET-ID

           MOVE ZERO TO WS-CHN-LAST
           PERFORM VARYING WS-CHN-SUB FROM 1 BY 1
                   UNTIL WS-CHN-SUB > WS-CHN-COUNT
               MOVE WS-CHN-ROW(WS-CHN-SUB) TO CHGNOTE-RECORD
               IF CHN-EMP-ID = WS-TARGET-ID AND CHN-TYPE = 'B'
                   MOVE WS-CHN-SUB TO WS-CHN-LAST
               END-IF
           END-PERFORM

           PERFORM 3657-LOAD-BANKACCT-TABLE
           MOVE ZERO TO WS-BKA-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BKA-COUNT
               IF WS-BKA-EMP-ID(WS-SUB) = WS-TARGET-ID
                   MOVE WS-SUB TO WS-BKA-SUB
                   MOVE WS-BKA-COUNT TO WS-SUB
               END-IF
           END-PERFORM

           IF WS-CHN-LAST = ZERO OR WS-BKA-SUB = ZERO
               DISPLAY "No bank change on file for " WS-TARGET-ID "."
           ELSE
               MOVE WS-CHN-ROW(WS-CHN-LAST) TO CHGNOTE-RECORD
               IF CHN-STATUS = 'F'
                   DISPLAY "That change has already been reversed."
               ELSE
                   IF WS-BKA-STATUS(WS-BKA-SUB) NOT = 'P'
                       DISPLAY "The prenote has gone live - the "
                           "change can no longer be reversed here. "
                           "Hold the employee's pay."
                   ELSE
                       DISPLAY "Bank change of " CHN-CHG-DATE " by "
                           CHN-KEYED-BY ": " CHN-OLD-VALUE
                       DISPLAY "   replaced by " CHN-NEW-VALUE
                       DISPLAY "Reverse as fraudulent? (Y/N): "
                       ACCEPT WS-ANSWER
                       IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                           PERFORM 5401-RESTORE-OLD-BANK-ROW
                       END-IF
                   END-IF
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Put back the account on CHGNOTE-RECORD for WS-BKA-SUB, mark
      * the change reversed and audit it
      * ----------------------------------------------------------------
       5401-RESTORE-OLD-BANK-ROW.

           IF CHN-OLD-ACCOUNT = SPACES
               MOVE ZERO TO WS-BKA-ROUTING(WS-BKA-SUB)
               MOVE SPACES TO WS-BKA-ACCOUNT(WS-BKA-SUB)
               MOVE SPACES TO WS-BKA-KEY-VER(WS-BKA-SUB)
               MOVE SPACES TO WS-BKA-LAST4(WS-BKA-SUB)
               MOVE 'R' TO WS-BKA-STATUS(WS-BKA-SUB)
               MOVE ZERO TO WS-BKA-PRENOTE(WS-BKA-SUB)
           ELSE
               MOVE CHN-OLD-ROUTING TO WS-BKA-ROUTING(WS-BKA-SUB)
               MOVE CHN-OLD-ACCOUNT TO WS-BKA-ACCOUNT(WS-BKA-SUB)
               MOVE CHN-OLD-KEY-VER TO WS-BKA-KEY-VER(WS-BKA-SUB)
               MOVE CHN-OLD-LAST4 TO WS-BKA-LAST4(WS-BKA-SUB)
               MOVE CHN-OLD-BKSTAT TO WS-BKA-STATUS(WS-BKA-SUB)
               MOVE CHN-OLD-PRENOTE TO WS-BKA-PRENOTE(WS-BKA-SUB)
           END-IF
           MOVE 'Y' TO WS-BKA-CHANGED
           PERFORM 3696-UPDATE-BANKACCT-MASTER

           MOVE 'F' TO CHN-STATUS
           MOVE CHGNOTE-RECORD TO WS-CHN-ROW(WS-CHN-LAST)
           MOVE 'Y' TO WS-CHN-CHANGED

           MOVE 'BNKREV' TO WS-AUD-ACTION
           MOVE WS-TARGET-ID TO WS-AUD-EMP-ID
           MOVE 'FRAUDULENT BANK CHANGE' TO WS-AUD-BEFORE-NAME
           MOVE CHN-NEW-VALUE TO WS-AUD-BEFORE-DEPT
           MOVE ZERO TO WS-AUD-BEFORE-SAL
           MOVE 'P' TO WS-AUD-BEFORE-STAT
           MOVE 'REVERSED - PRIOR ACCOUNT BACK' TO
               WS-AUD-AFTER-NAME
           MOVE CHN-OLD-VALUE TO WS-AUD-AFTER-DEPT
           MOVE ZERO TO WS-AUD-AFTER-SAL
           MOVE WS-BKA-STATUS(WS-BKA-SUB) TO WS-AUD-AFTER-STAT
           PERFORM 8500-WRITE-AUDIT-RECORD
           DISPLAY "Bank change reversed - account now "
               CHN-OLD-VALUE

           EXIT.

      * Write the change log back with this run's marks
       5409-SAVE-NOTICE-TABLE.

           OPEN OUTPUT CHGNOTE-FILE
           PERFORM VARYING WS-CHN-SUB FROM 1 BY 1
                   UNTIL WS-CHN-SUB > WS-CHN-COUNT
               MOVE WS-CHN-ROW(WS-CHN-SUB) TO CHGNOTE-RECORD
               WRITE CHGNOTE-RECORD
           END-PERFORM
           CLOSE CHGNOTE-FILE

           EXIT.

      * ----------------------------------------------------------------
      * Statistical sample of PAYROLL.DAT for the external auditors -
      * a seeded random draw within each department and pay-amount
      * stratum plus the largest payments, with an evidence pack for
      * every item.  The seed and parameters are kept on AUDSAMP.DAT
      * so a recorded sample can be drawn again.
      * ----------------------------------------------------------------
       5410-AUDIT-SAMPLE.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE 'Y' TO WS-ASM-OK
           MOVE 'N' TO WS-ASM-CHANGED
           DISPLAY "Sample number to draw again (0 = new sample): "
           ACCEPT WS-ASM-RERUN
           PERFORM 5411-READ-SAMPLE-LOG
           IF WS-ASM-RERUN > ZERO
               IF WS-ASM-FOUND = 'N'
                   DISPLAY "Sample " WS-ASM-RERUN " is not on file."
                   MOVE 'N' TO WS-ASM-OK
               END-IF
           ELSE
               PERFORM 5412-KEY-SAMPLE-PARAMETERS
           END-IF

           IF WS-ASM-OK = 'Y'
               PERFORM 5413-LOAD-SAMPLE-POPULATION
           END-IF

           IF WS-ASM-OK = 'Y'
               IF WS-ASP-COUNT = ZERO
                   DISPLAY "No payments in that period - no sample "
                       "drawn."
               ELSE
                   IF WS-ASM-RERUN > ZERO
                       IF WS-ASP-COUNT NOT = WS-ASM-OLD-COUNT
                          OR WS-ASM-POP-GROSS NOT = WS-ASM-OLD-GROSS
                           MOVE 'Y' TO WS-ASM-CHANGED
                           DISPLAY "PAYROLL.DAT has changed for that "
                               "period since the sample was drawn - "
                               "the items may differ."
                       END-IF
                   END-IF
                   PERFORM 5414-DRAW-SAMPLE
                   IF WS-ASM-RERUN = ZERO
                       PERFORM 5415-RECORD-SAMPLE
                   END-IF
                   PERFORM 5416-WRITE-AUDIT-PACK

                   MOVE 'AUDPACK.TXT' TO WS-ARCHSRC-NAME
                   MOVE 'AUDPACK' TO WS-ARCH-REPORT
                   PERFORM 9700-ARCHIVE-REPORT
                   MOVE 'AUDIT-SAMPLE' TO WS-ACL-FUNCTION
                   MOVE ZERO TO WS-ACL-EMP-ID
                   MOVE WS-ASM-SELECTED TO WS-ACL-REC-COUNT
                   MOVE 'EXTERNAL AUDITORS' TO WS-ACL-REQUESTER
                   PERFORM 9710-WRITE-ACCESS-LOG
                   MOVE SPACES TO WS-ACL-REQUESTER
                   DISPLAY "Sample " WS-ASM-SAMPLE-NO " - "
                       WS-ASM-SELECTED " of " WS-ASP-COUNT
                       " payments, seed " WS-ASM-SEED
                   DISPLAY "Audit pack written to AUDPACK.TXT."
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * AUDSAMP.DAT - the next sample number, and the parameters of
      * sample WS-ASM-RERUN when one is to be drawn again
      * ----------------------------------------------------------------
       5411-READ-SAMPLE-LOG.

           MOVE ZERO TO WS-ASM-SAMPLE-NO
           MOVE 'N' TO WS-ASM-FOUND
           MOVE 'N' TO WS-ASM-EOF
           OPEN INPUT AUDSAMP-FILE
           IF WS-AUDSAMP-STATUS NOT = '00'
               MOVE 'Y' TO WS-ASM-EOF
           END-IF
           PERFORM UNTIL WS-ASM-EOF = 'Y'
               READ AUDSAMP-FILE
                   AT END
                       MOVE 'Y' TO WS-ASM-EOF
                       CLOSE AUDSAMP-FILE
                   NOT AT END
                       IF WS-ASM-RERUN > ZERO
                          AND ASM-SAMPLE-NO = WS-ASM-RERUN
                           MOVE 'Y' TO WS-ASM-FOUND
                           MOVE ASM-RUN-DATE TO WS-ASM-DRAWN
                           MOVE ASM-SEED TO WS-ASM-SEED
                           MOVE ASM-FROM TO WS-ASM-FROM
                           MOVE ASM-TO TO WS-ASM-TO
                           MOVE ASM-PER-STRATUM TO WS-ASM-PER-STRATUM
                           MOVE ASM-LARGEST TO WS-ASM-LARGEST
                           MOVE ASM-BAND-1 TO WS-ASM-BAND-1
                           MOVE ASM-BAND-2 TO WS-ASM-BAND-2
                           MOVE ASM-POPULATION TO WS-ASM-OLD-COUNT
                           MOVE ASM-POP-GROSS TO WS-ASM-OLD-GROSS
                       END-IF
                       IF ASM-SAMPLE-NO > WS-ASM-SAMPLE-NO
                           MOVE ASM-SAMPLE-NO TO WS-ASM-SAMPLE-NO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ASM-RERUN > ZERO
               MOVE WS-ASM-RERUN TO WS-ASM-SAMPLE-NO
           ELSE
               ADD 1 TO WS-ASM-SAMPLE-NO
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * The period, seed and strata for a new sample.  Item counts
      * and the amount bands default from CONFIG.DAT.
      * ----------------------------------------------------------------
       5412-KEY-SAMPLE-PARAMETERS.

           MOVE WS-TODAY TO WS-ASM-DRAWN
           DISPLAY "Payments from YYYYMMDD: "
           ACCEPT WS-ASM-DATE-X
           MOVE WS-ASM-DATE TO WS-ASM-FROM
           IF WS-ASM-DATE-X IS NOT NUMERIC
               MOVE 'N' TO WS-ASM-OK
           END-IF
           DISPLAY "Payments to YYYYMMDD: "
           ACCEPT WS-ASM-DATE-X
           MOVE WS-ASM-DATE TO WS-ASM-TO
           IF WS-ASM-DATE-X IS NOT NUMERIC
               MOVE 'N' TO WS-ASM-OK
           END-IF
           IF WS-ASM-OK = 'N' OR WS-ASM-FROM > WS-ASM-TO
              OR WS-ASM-FROM < 20000101
               DISPLAY "Invalid period - no sample drawn."
               MOVE 'N' TO WS-ASM-OK
           END-IF

           IF WS-ASM-OK = 'Y'
               MOVE 2 TO WS-ASM-PER-STRATUM
               MOVE 'AUDSAMP-PER-STRT' TO WS-CFG-WANTED
               PERFORM 1110-FIND-CONFIG-VALUE
               IF WS-CFG-FOUND = 'Y' AND WS-CFG-NUMERIC > ZERO
                   MOVE WS-CFG-NUMERIC TO WS-ASM-PER-STRATUM
               END-IF
               MOVE 5 TO WS-ASM-LARGEST
               MOVE 'AUDSAMP-LARGEST' TO WS-CFG-WANTED
               PERFORM 1110-FIND-CONFIG-VALUE
               IF WS-CFG-FOUND = 'Y'
                   MOVE WS-CFG-NUMERIC TO WS-ASM-LARGEST
               END-IF
               MOVE 1000 TO WS-ASM-BAND-1
               MOVE 'AUDSAMP-BAND-1' TO WS-CFG-WANTED
               PERFORM 1110-FIND-CONFIG-VALUE
               IF WS-CFG-FOUND = 'Y' AND WS-CFG-NUMERIC > ZERO
                   MOVE WS-CFG-NUMERIC TO WS-ASM-BAND-1
               END-IF
               MOVE 5000 TO WS-ASM-BAND-2
               MOVE 'AUDSAMP-BAND-2' TO WS-CFG-WANTED
               PERFORM 1110-FIND-CONFIG-VALUE
               IF WS-CFG-FOUND = 'Y'
                  AND WS-CFG-NUMERIC > WS-ASM-BAND-1
                   MOVE WS-CFG-NUMERIC TO WS-ASM-BAND-2
               END-IF

               DISPLAY "Items per department and amount stratum ("
                   WS-ASM-PER-STRATUM "): "
               ACCEPT WS-ASM-DATE-X
               IF WS-ASM-DATE-X NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-ASM-DATE-X) TO
                       WS-ASM-PER-STRATUM
               END-IF
               DISPLAY "Largest payments always taken ("
                   WS-ASM-LARGEST "): "
               ACCEPT WS-ASM-DATE-X
               IF WS-ASM-DATE-X NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-ASM-DATE-X) TO
                       WS-ASM-LARGEST
               END-IF
               DISPLAY "Seed (0 = take one from the clock): "
               ACCEPT WS-ASM-SEED
               COMPUTE WS-ASM-SEED =
                   FUNCTION MOD(WS-ASM-SEED, 2147483646)
               IF WS-ASM-SEED = ZERO
                   ACCEPT WS-NOW-TIME-X FROM TIME
                   COMPUTE WS-ASM-SEED =
                       FUNCTION MOD(WS-TODAY * 1000000
                           + WS-NOW-HHMMSS, 2147483646) + 1
               END-IF
               IF WS-ASM-PER-STRATUM = ZERO AND WS-ASM-LARGEST = ZERO
                   DISPLAY "Nothing to sample - no sample drawn."
                   MOVE 'N' TO WS-ASM-OK
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Every payment in the period, each given its department as
      * at its period end, its amount band and - once the rows are
      * in key order - the next number from the seeded generator
      * ----------------------------------------------------------------
       5413-LOAD-SAMPLE-POPULATION.

           MOVE ZERO TO WS-ASP-COUNT
           MOVE ZERO TO WS-ASM-POP-GROSS
           MOVE ZERO TO WS-ASM-LAST-EMP
           MOVE ZERO TO WS-ASM-LAST-PERIOD
           OPEN INPUT EMP-FILE
      *    A year rolled off PAYROLL.DAT is read from its year file,
      *    so the load goes a year at a time and takes only that
      *    year's rows from each pass
           COMPUTE WS-ASM-YEAR = WS-ASM-FROM / 10000
           PERFORM UNTIL WS-ASM-YEAR > WS-ASM-TO / 10000
                      OR WS-ASM-OK = 'N'
               MOVE WS-ASM-YEAR TO WS-PYR-YEAR
               MOVE 'N' TO WS-ASM-EOF
               PERFORM 5358-OPEN-PAY-HISTORY
               IF WS-PYR-AT-END = 'Y'
                   MOVE 'Y' TO WS-ASM-EOF
               END-IF
               PERFORM UNTIL WS-ASM-EOF = 'Y'
                   PERFORM 5359-READ-PAY-HISTORY
                   IF WS-PYR-AT-END = 'Y'
                       MOVE 'Y' TO WS-ASM-EOF
                   ELSE
                       MOVE PAY-PERIOD-END TO WS-WORK-DATE
                       IF WS-WD-YEAR = WS-ASM-YEAR
                          AND PAY-PERIOD-END NOT < WS-ASM-FROM
                          AND PAY-PERIOD-END NOT > WS-ASM-TO
                           IF WS-ASP-COUNT < 20000
                               PERFORM 5424-ADD-SAMPLE-PAYMENT
                           ELSE
                               DISPLAY "Over 20000 payments in the "
                                   "period - take a shorter period."
                               MOVE 'N' TO WS-ASM-OK
                               MOVE 'Y' TO WS-ASM-EOF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-PYR-AT-END = 'N'
                   IF WS-PYR-SOURCE = 'Y'
                       CLOSE PAYYR-FILE
                   ELSE
                       CLOSE PAYROLL-FILE
                   END-IF
               END-IF
               ADD 1 TO WS-ASM-YEAR
           END-PERFORM
           CLOSE EMP-FILE

      *    The draw numbers are handed out in key order whichever
      *    files the rows came from, so a sample drawn again after
      *    its year is rolled out gets the same numbers
           IF WS-ASM-OK = 'Y' AND WS-ASP-COUNT > ZERO
               SORT WS-ASP-ENTRY ASCENDING KEY WS-ASP-EMP-ID
                   WS-ASP-PERIOD WS-ASP-REC-TYPE WS-ASP-SEQ
               MOVE WS-ASM-SEED TO WS-ASM-STATE
               PERFORM VARYING WS-ASP-SUB FROM 1 BY 1
                       UNTIL WS-ASP-SUB > WS-ASP-COUNT
                   COMPUTE WS-ASM-STATE =
                       FUNCTION MOD(WS-ASM-STATE * 48271, 2147483647)
                   MOVE WS-ASM-STATE TO WS-ASP-RAND(WS-ASP-SUB)
               END-PERFORM
           END-IF

           EXIT.

       5424-ADD-SAMPLE-PAYMENT.

           IF PAY-EMP-ID NOT = WS-ASM-LAST-EMP
              OR PAY-PERIOD-END NOT = WS-ASM-LAST-PERIOD
               MOVE PAY-EMP-ID TO WS-ASM-LAST-EMP
               MOVE PAY-PERIOD-END TO WS-ASM-LAST-PERIOD
               MOVE PAY-EMP-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       MOVE 'NOT ON MASTER' TO WS-ASM-LAST-DEPT
                   NOT INVALID KEY
                       MOVE PAY-EMP-ID TO WS-ASM-EMP-ID
                       MOVE PAY-PERIOD-END TO WS-ASM-PERIOD
                       PERFORM 5440-FIND-MASTER-AS-AT
                       MOVE WS-ASM-AS-DEPT TO WS-ASM-LAST-DEPT
               END-READ
           END-IF

           ADD 1 TO WS-ASP-COUNT
           MOVE PAY-EMP-ID TO WS-ASP-EMP-ID(WS-ASP-COUNT)
           MOVE PAY-PERIOD-END TO WS-ASP-PERIOD(WS-ASP-COUNT)
           MOVE PAY-REC-TYPE TO WS-ASP-REC-TYPE(WS-ASP-COUNT)
           MOVE PAY-SEQ TO WS-ASP-SEQ(WS-ASP-COUNT)
           MOVE WS-ASM-LAST-DEPT TO WS-ASP-DEPT(WS-ASP-COUNT)
           MOVE PAY-GROSS TO WS-ASP-GROSS(WS-ASP-COUNT)
           MOVE SPACE TO WS-ASP-PICK(WS-ASP-COUNT)
           IF PAY-GROSS < WS-ASM-BAND-1
               MOVE 1 TO WS-ASP-BAND(WS-ASP-COUNT)
           ELSE
               IF PAY-GROSS < WS-ASM-BAND-2
                   MOVE 2 TO WS-ASP-BAND(WS-ASP-COUNT)
               ELSE
                   MOVE 3 TO WS-ASP-BAND(WS-ASP-COUNT)
               END-IF
           END-IF
           MOVE ZERO TO WS-ASP-RAND(WS-ASP-COUNT)
           ADD PAY-GROSS TO WS-ASM-POP-GROSS

           EXIT.

      * ----------------------------------------------------------------
      * Status and department of the master just read, taken back to
      * WS-ASM-PERIOD by the last EMPHIST event on or before it
      * ----------------------------------------------------------------
       5440-FIND-MASTER-AS-AT.

           MOVE EMP-DEPARTMENT TO WS-ASM-AS-DEPT
           MOVE EMP-STATUS TO WS-ASM-AS-STATUS
           MOVE 'N' TO WS-ASM-FIXED
           MOVE 'N' TO WS-ASM-EOF-2
           OPEN INPUT EMPHIST-FILE
           IF WS-EMPHIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-ASM-EOF-2
           ELSE
               MOVE WS-ASM-EMP-ID TO EH-EMP-ID
               MOVE ZERO TO EH-EVENT-DATE
               MOVE ZERO TO EH-SEQ
               START EMPHIST-FILE KEY NOT < EH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-ASM-EOF-2
               END-START
           END-IF
           PERFORM UNTIL WS-ASM-EOF-2 = 'Y'
               READ EMPHIST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-ASM-EOF-2
                   NOT AT END
                       IF EH-EMP-ID NOT = WS-ASM-EMP-ID
                           MOVE 'Y' TO WS-ASM-EOF-2
                       ELSE
                           IF EH-EVENT-DATE NOT > WS-ASM-PERIOD
                               MOVE EH-NEW-STATUS TO
                                   WS-ASM-AS-STATUS
                               MOVE EH-DEPARTMENT TO WS-ASM-AS-DEPT
                               MOVE 'Y' TO WS-ASM-FIXED
                           ELSE
                               IF WS-ASM-FIXED = 'N'
                                   MOVE EH-OLD-STATUS TO
                                       WS-ASM-AS-STATUS
                               END-IF
                               MOVE 'Y' TO WS-ASM-EOF-2
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EMPHIST-STATUS = '00' OR WS-EMPHIST-STATUS = '10'
               CLOSE EMPHIST-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * The sampled payment by its key - off the year file when its
      * year has been rolled out, otherwise off PAYROLL.DAT.
      * WS-FOUND is N when it is on neither.
      * ----------------------------------------------------------------
       5441-READ-SAMPLE-PAYMENT.

           MOVE 'N' TO WS-FOUND
           COMPUTE WS-PYR-YEAR = WS-ASM-PERIOD / 10000
           PERFORM 5357-FIND-PAY-YEAR
           IF WS-PYR-ROLLED = 'Y'
               OPEN INPUT PAYYR-FILE
               IF WS-PAYYR-STATUS = '00'
                   MOVE WS-ASM-EMP-ID TO PYY-EMP-ID
                   MOVE WS-ASM-PERIOD TO PYY-PERIOD-END
                   MOVE WS-ASP-REC-TYPE(WS-ASP-SUB) TO PYY-REC-TYPE
                   MOVE WS-ASP-SEQ(WS-ASP-SUB) TO PYY-SEQ
                   READ PAYYR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PAYYR-RECORD TO PAYROLL-RECORD
                           MOVE 'Y' TO WS-FOUND
                   END-READ
                   CLOSE PAYYR-FILE
               END-IF
           END-IF
           IF WS-FOUND = 'N'
               OPEN INPUT PAYROLL-FILE
               IF WS-PAYROLL-STATUS = '00'
                   MOVE WS-ASM-EMP-ID TO PAY-EMP-ID
                   MOVE WS-ASM-PERIOD TO PAY-PERIOD-END
                   MOVE WS-ASP-REC-TYPE(WS-ASP-SUB) TO PAY-REC-TYPE
                   MOVE WS-ASP-SEQ(WS-ASP-SUB) TO PAY-SEQ
                   READ PAYROLL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-FOUND
                   END-READ
                   CLOSE PAYROLL-FILE
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * The lowest draws in each department and band, then the
      * largest payments whatever their stratum, back into key order
      * for the pack
      * ----------------------------------------------------------------
       5414-DRAW-SAMPLE.

           MOVE ZERO TO WS-ASM-SELECTED
           MOVE ZERO TO WS-ASM-STRATA
           MOVE HIGH-VALUES TO WS-ASM-PREV-DEPT
           MOVE ZERO TO WS-ASM-PREV-BAND
           SORT WS-ASP-ENTRY ASCENDING KEY WS-ASP-DEPT WS-ASP-BAND
               WS-ASP-RAND
           PERFORM VARYING WS-ASP-SUB FROM 1 BY 1
                   UNTIL WS-ASP-SUB > WS-ASP-COUNT
               IF WS-ASP-DEPT(WS-ASP-SUB) NOT = WS-ASM-PREV-DEPT
                  OR WS-ASP-BAND(WS-ASP-SUB) NOT = WS-ASM-PREV-BAND
                   MOVE WS-ASP-DEPT(WS-ASP-SUB) TO WS-ASM-PREV-DEPT
                   MOVE WS-ASP-BAND(WS-ASP-SUB) TO WS-ASM-PREV-BAND
                   MOVE ZERO TO WS-ASM-IN-STRATUM
                   ADD 1 TO WS-ASM-STRATA
               END-IF
               IF WS-ASM-IN-STRATUM < WS-ASM-PER-STRATUM
                   MOVE 'S' TO WS-ASP-PICK(WS-ASP-SUB)
                   ADD 1 TO WS-ASM-SELECTED
               END-IF
               ADD 1 TO WS-ASM-IN-STRATUM
           END-PERFORM

           IF WS-ASM-LARGEST > ZERO
               SORT WS-ASP-ENTRY DESCENDING KEY WS-ASP-GROSS
                   ASCENDING KEY WS-ASP-RAND
               PERFORM VARYING WS-ASP-SUB FROM 1 BY 1
                       UNTIL WS-ASP-SUB > WS-ASP-COUNT
                          OR WS-ASP-SUB > WS-ASM-LARGEST
                   IF WS-ASP-PICK(WS-ASP-SUB) = 'S'
                       MOVE 'B' TO WS-ASP-PICK(WS-ASP-SUB)
                   ELSE
                       MOVE 'L' TO WS-ASP-PICK(WS-ASP-SUB)
                       ADD 1 TO WS-ASM-SELECTED
                   END-IF
               END-PERFORM
           END-IF

           SORT WS-ASP-ENTRY ASCENDING KEY WS-ASP-EMP-ID WS-ASP-PERIOD
               WS-ASP-REC-TYPE WS-ASP-SEQ

           EXIT.

       5415-RECORD-SAMPLE.

           OPEN EXTEND AUDSAMP-FILE
           IF WS-AUDSAMP-STATUS = '35'
               OPEN OUTPUT AUDSAMP-FILE
           END-IF
           IF WS-AUDSAMP-STATUS = '00'
               MOVE SPACES TO AUDSAMP-RECORD
               MOVE WS-ASM-SAMPLE-NO TO ASM-SAMPLE-NO
               MOVE WS-TODAY TO ASM-RUN-DATE
               MOVE WS-OPERATOR-ID TO ASM-OPERATOR
               MOVE WS-ASM-SEED TO ASM-SEED
               MOVE WS-ASM-FROM TO ASM-FROM
               MOVE WS-ASM-TO TO ASM-TO
               MOVE WS-ASM-PER-STRATUM TO ASM-PER-STRATUM
               MOVE WS-ASM-LARGEST TO ASM-LARGEST
               MOVE WS-ASM-BAND-1 TO ASM-BAND-1
               MOVE WS-ASM-BAND-2 TO ASM-BAND-2
               MOVE WS-ASP-COUNT TO ASM-POPULATION
               MOVE WS-ASM-POP-GROSS TO ASM-POP-GROSS
               MOVE WS-ASM-SELECTED TO ASM-SELECTED
               WRITE AUDSAMP-RECORD
               CLOSE AUDSAMP-FILE
           ELSE
               DISPLAY "Unable to record the sample on AUDSAMP.DAT - "
                   "status " WS-AUDSAMP-STATUS
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * AUDPACK.TXT - the sample's parameters, then the evidence for
      * each sampled payment
      * ----------------------------------------------------------------
       5416-WRITE-AUDIT-PACK.

           OPEN OUTPUT AUDPACK-FILE
           MOVE SPACES TO AUDPACK-RECORD
           STRING 'EXTERNAL AUDIT SAMPLE ' DELIMITED BY SIZE
                  WS-ASM-SAMPLE-NO DELIMITED BY SIZE
                  ' - PAYMENTS ' DELIMITED BY SIZE
                  WS-ASM-FROM DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-ASM-TO DELIMITED BY SIZE
                  '  DRAWN ' DELIMITED BY SIZE
                  WS-ASM-DRAWN DELIMITED BY SIZE
                  '  PREPARED ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ' BY ' DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
               INTO AUDPACK-RECORD
           END-STRING
           WRITE AUDPACK-RECORD
           MOVE WS-ASM-PER-STRATUM TO WS-ASM-COUNT-E
           MOVE WS-ASM-LARGEST TO WS-ASM-COUNT-E2
           MOVE WS-ASM-BAND-1 TO WS-ASM-AMT-1
           MOVE WS-ASM-BAND-2 TO WS-ASM-AMT-2
           MOVE SPACES TO AUDPACK-RECORD
           STRING 'SEED ' DELIMITED BY SIZE
                  WS-ASM-SEED DELIMITED BY SIZE
                  '  PER DEPARTMENT AND BAND' DELIMITED BY SIZE
                  WS-ASM-COUNT-E DELIMITED BY SIZE
                  '  LARGEST' DELIMITED BY SIZE
                  WS-ASM-COUNT-E2 DELIMITED BY SIZE
                  '  GROSS BANDS UNDER' DELIMITED BY SIZE
                  WS-ASM-AMT-1 DELIMITED BY SIZE
                  ' / UNDER' DELIMITED BY SIZE
                  WS-ASM-AMT-2 DELIMITED BY SIZE
                  ' / ABOVE' DELIMITED BY SIZE
               INTO AUDPACK-RECORD
           END-STRING
           WRITE AUDPACK-RECORD
           MOVE WS-ASP-COUNT TO WS-ASM-COUNT-E
           MOVE WS-ASM-SELECTED TO WS-ASM-COUNT-E2
           MOVE WS-ASM-POP-GROSS TO WS-ASM-AMT-1
           MOVE SPACES TO AUDPACK-RECORD
           STRING 'POPULATION' DELIMITED BY SIZE
                  WS-ASM-COUNT-E DELIMITED BY SIZE
                  ' PAYMENTS  GROSS' DELIMITED BY SIZE
                  WS-ASM-AMT-1 DELIMITED BY SIZE
                  '  STRATA ' DELIMITED BY SIZE
                  WS-ASM-STRATA DELIMITED BY SIZE
                  '  SAMPLED' DELIMITED BY SIZE
                  WS-ASM-COUNT-E2 DELIMITED BY SIZE
               INTO AUDPACK-RECORD
           END-STRING
           WRITE AUDPACK-RECORD
           IF WS-ASM-CHANGED = 'Y'
               MOVE '*** PAYROLL.DAT CHANGED SINCE THE DRAW ***' TO
                   AUDPACK-RECORD
               WRITE AUDPACK-RECORD
           END-IF
           MOVE 'NAME, JOB AND BANK ACCOUNT ARE AS HELD TODAY.' TO
               AUDPACK-RECORD
           WRITE AUDPACK-RECORD
           MOVE 'DEPARTMENT, STATUS AND SALARY ARE AS AT THE PERIOD END'
               TO AUDPACK-RECORD
           WRITE AUDPACK-RECORD
           MOVE 'FROM THE EMPLOYMENT AND SALARY HISTORY.' TO
               AUDPACK-RECORD
           WRITE AUDPACK-RECORD

           PERFORM 3657-LOAD-BANKACCT-TABLE
           PERFORM 5351-LOAD-PAY-CATALOG
           MOVE ZERO TO WS-ASM-ITEM
           OPEN INPUT EMP-FILE
           PERFORM VARYING WS-ASP-SUB FROM 1 BY 1
                   UNTIL WS-ASP-SUB > WS-ASP-COUNT
               IF WS-ASP-PICK(WS-ASP-SUB) NOT = SPACE
                   ADD 1 TO WS-ASM-ITEM
                   PERFORM 5417-WRITE-SAMPLE-ITEM
               END-IF
           END-PERFORM
           CLOSE EMP-FILE
           CLOSE AUDPACK-FILE

           EXIT.

      * ----------------------------------------------------------------
      * One sampled payment - the pay record, the master as at the
      * period end, salary history, timesheet, deductions, how it
      * was paid and the logged changes behind it
      * ----------------------------------------------------------------
       5417-WRITE-SAMPLE-ITEM.

           MOVE WS-ASP-EMP-ID(WS-ASP-SUB) TO WS-ASM-EMP-ID
           MOVE WS-ASP-PERIOD(WS-ASP-SUB) TO WS-ASM-PERIOD
           EVALUATE WS-ASP-PICK(WS-ASP-SUB)
               WHEN 'L'
                   MOVE 'ONE OF THE LARGEST PAYMENTS' TO WS-ASM-REASON
               WHEN 'B'
                   MOVE 'STRATUM DRAW AND ONE OF THE LARGEST' TO
                       WS-ASM-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-ASM-REASON
                   STRING 'DRAWN FROM BAND ' DELIMITED BY SIZE
                          WS-ASP-BAND(WS-ASP-SUB) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-ASP-DEPT(WS-ASP-SUB) DELIMITED BY SIZE
                       INTO WS-ASM-REASON
                   END-STRING
           END-EVALUATE

           MOVE ALL '=' TO AUDPACK-RECORD
           WRITE AUDPACK-RECORD
           MOVE WS-ASM-ITEM TO WS-ASM-COUNT-E
           MOVE SPACES TO AUDPACK-RECORD
           STRING 'ITEM' DELIMITED BY SIZE
                  WS-ASM-COUNT-E DELIMITED BY SIZE
                  '  EMPLOYEE ' DELIMITED BY SIZE
                  WS-ASM-EMP-ID DELIMITED BY SIZE
                  '  PERIOD END ' DELIMITED BY SIZE
                  WS-ASM-PERIOD DELIMITED BY SIZE
                  '  RUN ' DELIMITED BY SIZE
                  WS-ASP-REC-TYPE(WS-ASP-SUB) DELIMITED BY SIZE
                  WS-ASP-SEQ(WS-ASP-SUB) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-ASM-REASON DELIMITED BY SIZE
               INTO AUDPACK-RECORD
           END-STRING
           WRITE AUDPACK-RECORD

           PERFORM 5441-READ-SAMPLE-PAYMENT
           IF WS-FOUND = 'N'
               MOVE 'PAYMENT:     NO LONGER IN THE PAY HISTORY' TO
                   AUDPACK-RECORD
               WRITE AUDPACK-RECORD
           ELSE
               MOVE PAY-GROSS TO WS-ASM-AMT-1
               MOVE PAY-BONUS TO WS-ASM-AMT-2
               MOVE PAY-TAX TO WS-ASM-AMT-3
               MOVE SPACES TO AUDPACK-RECORD
               STRING 'PAYMENT:     GROSS' DELIMITED BY SIZE
                      WS-ASM-AMT-1 DELIMITED BY SIZE
                      '  BONUS' DELIMITED BY SIZE
                      WS-ASM-AMT-2 DELIMITED BY SIZE
                      '  TAX' DELIMITED BY SIZE
                      WS-ASM-AMT-3 DELIMITED BY SIZE
                   INTO AUDPACK-RECORD
               END-STRING
               WRITE AUDPACK-RECORD
               MOVE PAY-DEDUCTIONS TO WS-ASM-AMT-1
               MOVE PAY-LOAN-PAYMENT TO WS-ASM-AMT-2
               MOVE PAY-NET TO WS-ASM-AMT-3
               MOVE SPACES TO AUDPACK-RECORD
               STRING '             DEDUCTIONS' DELIMITED BY SIZE
                      WS-ASM-AMT-1 DELIMITED BY SIZE
                      '  LOAN' DELIMITED BY SIZE
                      WS-ASM-AMT-2 DELIMITED BY SIZE
                      '  NET' DELIMITED BY SIZE
                      WS-ASM-AMT-3 DELIMITED BY SIZE
                   INTO AUDPACK-RECORD
               END-STRING
               WRITE AUDPACK-RECORD
           END-IF

           PERFORM 5418-WRITE-MASTER-AS-AT
           PERFORM 5419-WRITE-SAMPLE-TIMESHEET
           PERFORM 5420-WRITE-SAMPLE-DEDUCTIONS
           PERFORM 5421-WRITE-SAMPLE-DISBURSEMENT
           PERFORM 5422-WRITE-SAMPLE-AUDIT-TRAIL

           EXIT.

      * ----------------------------------------------------------------
      * The master taken back to the period end - status and
      * department from the last EMPHIST event on or before it,
      * salary from the first SALHIST change after it - then the
      * salary history up to that date
      * ----------------------------------------------------------------
       5418-WRITE-MASTER-AS-AT.

           MOVE WS-ASM-EMP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ

           IF WS-FOUND = 'N'
               MOVE 'MASTER:      NOT ON THE MASTER - PURGED' TO
                   AUDPACK-RECORD
               WRITE AUDPACK-RECORD
           ELSE
               MOVE EMP-SALARY TO WS-ASM-AS-SALARY
               PERFORM 5440-FIND-MASTER-AS-AT

               MOVE 'N' TO WS-ASM-LIST
               PERFORM 5423-SCAN-SAMPLE-SALHIST

               MOVE WS-ASM-AS-SALARY TO WS-ASM-AMT-1
               MOVE SPACES TO AUDPACK-RECORD
               STRING 'MASTER:      ' DELIMITED BY SIZE
                      EMP-NAME DELIMITED BY SIZE
                      ' DEPT ' DELIMITED BY SIZE
                      WS-ASM-AS-DEPT DELIMITED BY SIZE
                      ' STATUS ' DELIMITED BY SIZE
                      WS-ASM-AS-STATUS DELIMITED BY SIZE
                      '  SALARY' DELIMITED BY SIZE
                      WS-ASM-AMT-1 DELIMITED BY SIZE
                   INTO AUDPACK-RECORD
               END-STRING
               WRITE AUDPACK-RECORD
               MOVE SPACES TO AUDPACK-RECORD
               STRING '             HIRED ' DELIMITED BY SIZE
                      EMP-HIRE-DATE DELIMITED BY SIZE
                      '  JOB ' DELIMITED BY SIZE
                      EMP-JOB-CODE DELIMITED BY SIZE
                      '  PAY FREQ ' DELIMITED BY SIZE
                      EMP-PAY-FREQ DELIMITED BY SIZE
                      '  METHOD ' DELIMITED BY SIZE
                      EMP-PAY-METHOD DELIMITED BY SIZE
                      '  COMPANY ' DELIMITED BY SIZE
                      EMP-COMPANY DELIMITED BY SIZE
                      '  MANAGER ' DELIMITED BY SIZE
                      EMP-MANAGER-ID DELIMITED BY SIZE
                   INTO AUDPACK-RECORD
               END-STRING
               WRITE AUDPACK-RECORD

               MOVE 'Y' TO WS-ASM-LIST
               PERFORM 5423-SCAN-SAMPLE-SALHIST
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * SALHIST.DAT for the sampled employee - with WS-ASM-LIST 'N'
      * the salary in force at the period end, with 'Y' each change
      * up to it onto the pack
      * ----------------------------------------------------------------
       5423-SCAN-SAMPLE-SALHIST.

           MOVE ZERO TO WS-ASM-LINES
           MOVE 'N' TO WS-ASM-EOF-2
           OPEN INPUT SALHIST-FILE
           IF WS-SALHIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-ASM-EOF-2
           ELSE
               MOVE WS-ASM-EMP-ID TO SH-EMP-ID
               MOVE ZERO TO SH-EFF-DATE
               MOVE ZERO TO SH-SEQ
               START SALHIST-FILE KEY NOT < SH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-ASM-EOF-2
               END-START
           END-IF
           PERFORM UNTIL WS-ASM-EOF-2 = 'Y'
               READ SALHIST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-ASM-EOF-2
                   NOT AT END
                       IF SH-EMP-ID NOT = WS-ASM-EMP-ID
                          OR SH-EFF-DATE > WS-ASM-PERIOD
                           IF SH-EMP-ID = WS-ASM-EMP-ID
                              AND WS-ASM-LIST = 'N'
                               MOVE SH-OLD-SALARY TO WS-ASM-AS-SALARY
                           END-IF
                           MOVE 'Y' TO WS-ASM-EOF-2
                       ELSE
                           IF WS-ASM-LIST = 'Y'
                               ADD 1 TO WS-ASM-LINES
                               MOVE SH-OLD-SALARY TO WS-ASM-AMT-1
                               MOVE SH-NEW-SALARY TO WS-ASM-AMT-2
                               MOVE SPACES TO AUDPACK-RECORD
                               STRING 'SALARY HIST: ' DELIMITED BY SIZE
                                      SH-EFF-DATE DELIMITED BY SIZE
                                      WS-ASM-AMT-1 DELIMITED BY SIZE
                                      ' TO' DELIMITED BY SIZE
                                      WS-ASM-AMT-2 DELIMITED BY SIZE
                                      '  ' DELIMITED BY SIZE
                                      SH-REASON DELIMITED BY SIZE
                                   INTO AUDPACK-RECORD
                               END-STRING
                               WRITE AUDPACK-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SALHIST-STATUS = '00' OR WS-SALHIST-STATUS = '10'
               CLOSE SALHIST-FILE
           END-IF
           IF WS-ASM-LIST = 'Y' AND WS-ASM-LINES = ZERO
               MOVE 'SALARY HIST: NO CHANGES ON FILE TO THE PERIOD END'
                   TO AUDPACK-RECORD
               WRITE AUDPACK-RECORD
           END-IF

           EXIT.

       5419-WRITE-SAMPLE-TIMESHEET.

           MOVE ZERO TO WS-ASM-LINES
           MOVE 'N' TO WS-ASM-EOF-2
           OPEN INPUT TIMESHEET-FILE
           IF WS-TMS-STATUS NOT = '00'
               MOVE 'Y' TO WS-ASM-EOF-2
           END-IF
           PERFORM UNTIL WS-ASM-EOF-2 = 'Y'
               READ TIMESHEET-FILE
                   AT END
                       MOVE 'Y' TO WS-ASM-EOF-2
                   NOT AT END
                       IF TMS-EMP-ID = WS-ASM-EMP-ID
                          AND TMS-PERIOD-END = WS-ASM-PERIOD
                           ADD 1 TO WS-ASM-LINES
                           MOVE TMS-REG-HOURS TO WS-ASM-HRS-1
                           MOVE TMS-OT-HOURS TO WS-ASM-HRS-2
                           MOVE SPACES TO AUDPACK-RECORD
                           STRING 'TIMESHEET:   REGULAR ' DELIMITED
                                      BY SIZE
                                  WS-ASM-HRS-1 DELIMITED BY SIZE
                                  '  OVERTIME ' DELIMITED BY SIZE
                                  WS-ASM-HRS-2 DELIMITED BY SIZE
                                  '  APPROVAL ' DELIMITED BY SIZE
                                  TMS-APPROVAL DELIMITED BY SIZE
                                  '  SHIFT ' DELIMITED BY SIZE
                                  TMS-SHIFT DELIMITED BY SIZE
                               INTO AUDPACK-RECORD
                           END-STRING
                           WRITE AUDPACK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TMS-STATUS = '00' OR WS-TMS-STATUS = '10'
               CLOSE TIMESHEET-FILE
           END-IF
           IF WS-ASM-LINES = ZERO
               MOVE 'TIMESHEET:   NONE KEYED FOR THE PERIOD' TO
                   AUDPACK-RECORD
               WRITE AUDPACK-RECORD
           END-IF

           EXIT.

       5420-WRITE-SAMPLE-DEDUCTIONS.

           MOVE ZERO TO WS-ASM-LINES
           MOVE 'N' TO WS-ASM-EOF-2
           OPEN INPUT DEDUCT-FILE
           IF WS-DEDUCT-STATUS NOT = '00'
               MOVE 'Y' TO WS-ASM-EOF-2
           END-IF
           PERFORM UNTIL WS-ASM-EOF-2 = 'Y'
               READ DEDUCT-FILE
                   AT END
                       MOVE 'Y' TO WS-ASM-EOF-2
                   NOT AT END
                       IF DED-EMP-ID = WS-ASM-EMP-ID
                           ADD 1 TO WS-ASM-LINES
                           MOVE DED-PENSION-PCT TO WS-ASM-PCT-E
                           MOVE DED-HEALTH-PLAN TO WS-ASM-AMT-1
                           MOVE DED-UNION-DUES TO WS-ASM-AMT-2
                           MOVE SPACES TO AUDPACK-RECORD
                           STRING 'DEDUCTIONS:  PENSION ' DELIMITED
                                      BY SIZE
                                  WS-ASM-PCT-E DELIMITED BY SIZE
                                  '%  HEALTH' DELIMITED BY SIZE
                                  WS-ASM-AMT-1 DELIMITED BY SIZE
                                  '  UNION' DELIMITED BY SIZE
                                  WS-ASM-AMT-2 DELIMITED BY SIZE
                                  '  (ENROLMENT HELD TODAY)'
                                      DELIMITED BY SIZE
                               INTO AUDPACK-RECORD
                           END-STRING
                           WRITE AUDPACK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DEDUCT-STATUS = '00' OR WS-DEDUCT-STATUS = '10'
               CLOSE DEDUCT-FILE
           END-IF
           IF WS-ASM-LINES = ZERO
               MOVE 'DEDUCTIONS:  NO VOLUNTARY ENROLMENT ON FILE' TO
                   AUDPACK-RECORD
               WRITE AUDPACK-RECORD
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * How the payment went out - the check register and the bank's
      * paid-items file, or for a deposit the account on file and
      * the current bank file's line for the period
      * ----------------------------------------------------------------
       5421-WRITE-SAMPLE-DISBURSEMENT.

           MOVE ZERO TO WS-ASM-LINES
           MOVE 'N' TO WS-ASM-EOF
           OPEN INPUT CHECKREG-FILE
           IF WS-CHECKREG-STATUS NOT = '00'
               MOVE 'Y' TO WS-ASM-EOF
           END-IF
           PERFORM UNTIL WS-ASM-EOF = 'Y'
               READ CHECKREG-FILE
                   AT END
                       MOVE 'Y' TO WS-ASM-EOF
                   NOT AT END
                       IF CKR-EMP-ID = WS-ASM-EMP-ID
                          AND CKR-PERIOD = WS-ASM-PERIOD
                           ADD 1 TO WS-ASM-LINES
                           MOVE CKR-CHECK-NO TO WS-ASM-CHECK-NO
                           MOVE CKR-AMOUNT TO WS-ASM-AMT-1
                           MOVE SPACES TO AUDPACK-RECORD
                           STRING 'DISBURSED:   CHECK ' DELIMITED
                                      BY SIZE
                                  CKR-CHECK-NO DELIMITED BY SIZE
                                  WS-ASM-AMT-1 DELIMITED BY SIZE
                                  '  ISSUED ' DELIMITED BY SIZE
                                  CKR-DATE DELIMITED BY SIZE
                                  '  STATUS ' DELIMITED BY SIZE
                                  CKR-STATUS DELIMITED BY SIZE
                               INTO AUDPACK-RECORD
                           END-STRING
                           WRITE AUDPACK-RECORD
                           PERFORM 5425-FIND-SAMPLE-PAID-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CHECKREG-STATUS = '00' OR WS-CHECKREG-STATUS = '10'
               CLOSE CHECKREG-FILE
           END-IF

           IF WS-ASM-LINES = ZERO
               MOVE WS-ASM-EMP-ID TO EMP-ID
               PERFORM 3658-FIND-BANKACCT
               IF WS-BKA-SUB = ZERO
                   MOVE 'DISBURSED:   NO CHECK, NO BANK ACCOUNT ON FILE'
                       TO AUDPACK-RECORD
                   WRITE AUDPACK-RECORD
               ELSE
                   MOVE WS-BKA-LAST4(WS-BKA-SUB) TO WS-BKC-LAST4
                   PERFORM 5299-BUILD-MASKED-ACCOUNT
                   MOVE SPACES TO AUDPACK-RECORD
                   STRING 'DISBURSED:   DEPOSIT TO ROUTING '
                              DELIMITED BY SIZE
                          WS-BKA-ROUTING(WS-BKA-SUB) DELIMITED BY SIZE
                          ' ACCOUNT ' DELIMITED BY SIZE
                          WS-BKC-MASKED DELIMITED BY SIZE
                          ' STATUS ' DELIMITED BY SIZE
                          WS-BKA-STATUS(WS-BKA-SUB) DELIMITED BY SIZE
                          ' (ACCOUNT HELD TODAY)' DELIMITED BY SIZE
                       INTO AUDPACK-RECORD
                   END-STRING
                   WRITE AUDPACK-RECORD
               END-IF

               MOVE 'N' TO WS-ASM-EOF
               OPEN INPUT BANK-FILE
               IF WS-BANK-STATUS NOT = '00'
                   MOVE 'Y' TO WS-ASM-EOF
               END-IF
               PERFORM UNTIL WS-ASM-EOF = 'Y'
                   READ BANK-FILE
                       AT END
                           MOVE 'Y' TO WS-ASM-EOF
                       NOT AT END
                           IF BANK-RECORD(1:7) = 'BANKDET'
                              AND BANK-RECORD(9:7) = WS-ASM-EMP-ID
                              AND BANK-RECORD(59:8) = WS-ASM-PERIOD
                               MOVE SPACES TO AUDPACK-RECORD
                               STRING 'BANK FILE:   ' DELIMITED BY SIZE
                                      BANK-RECORD DELIMITED BY SIZE
                                   INTO AUDPACK-RECORD
                               END-STRING
                               WRITE AUDPACK-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-BANK-STATUS = '00' OR WS-BANK-STATUS = '10'
                   CLOSE BANK-FILE
               END-IF
           END-IF

           EXIT.

       5425-FIND-SAMPLE-PAID-ITEM.

           MOVE 'N' TO WS-ASM-EOF-2
           OPEN INPUT PAIDITEM-FILE
           IF WS-PAIDITEM-STATUS NOT = '00'
               MOVE 'Y' TO WS-ASM-EOF-2
           END-IF
           PERFORM UNTIL WS-ASM-EOF-2 = 'Y'
               READ PAIDITEM-FILE
                   AT END
                       MOVE 'Y' TO WS-ASM-EOF-2
                   NOT AT END
                       IF PDI-CHECK-NO = WS-ASM-CHECK-NO
                           MOVE PDI-AMOUNT TO WS-ASM-AMT-1
                           MOVE SPACES TO AUDPACK-RECORD
                           STRING '             PAID BY THE BANK '
                                      DELIMITED BY SIZE
                                  PDI-PAID-DATE DELIMITED BY SIZE
                                  WS-ASM-AMT-1 DELIMITED BY SIZE
                               INTO AUDPACK-RECORD
                           END-STRING
                           WRITE AUDPACK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PAIDITEM-STATUS = '00' OR WS-PAIDITEM-STATUS = '10'
               CLOSE PAIDITEM-FILE
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Every AUDIT.LOG entry for the employee up to the period end
      * ----------------------------------------------------------------
       5422-WRITE-SAMPLE-AUDIT-TRAIL.

           MOVE ZERO TO WS-ASM-LINES
           MOVE 'N' TO WS-ASM-EOF-2
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'Y' TO WS-ASM-EOF-2
           END-IF
           PERFORM UNTIL WS-ASM-EOF-2 = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-ASM-EOF-2
                   NOT AT END
                       IF AUDIT-RECORD(1:6) NOT = 'RUNHDR'
                          AND AUDIT-RECORD(1:6) NOT = 'RUNTRL'
                           PERFORM 5393-TAKE-AUDIT-KEYS
                           IF WS-FRD-EMP-X IS NUMERIC
                               IF WS-FRD-EMP-N = WS-ASM-EMP-ID
                                  AND WS-FRD-DATE NOT > WS-ASM-PERIOD
                                   ADD 1 TO WS-ASM-LINES
                                   MOVE SPACES TO AUDPACK-RECORD
                                   STRING 'AUDIT LOG:   ' DELIMITED
                                              BY SIZE
                                          WS-FRD-DATE-X DELIMITED
                                              BY SIZE
                                          ' ' DELIMITED BY SIZE
                                          AUDIT-RECORD(21:6) DELIMITED
                                              BY SIZE
                                          ' BY ' DELIMITED BY SIZE
                                          AUDIT-RECORD(175:8) DELIMITED
                                              BY SIZE
                                          ' ' DELIMITED BY SIZE
                                          AUDIT-RECORD(104:30)
                                              DELIMITED BY SIZE
                                          ' ' DELIMITED BY SIZE
                                          AUDIT-RECORD(135:20)
                                              DELIMITED BY SIZE
                                       INTO AUDPACK-RECORD
                                   END-STRING
                                   WRITE AUDPACK-RECORD
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AUDIT-STATUS = '00' OR WS-AUDIT-STATUS = '10'
               CLOSE AUDIT-FILE
           END-IF
           IF WS-ASM-LINES = ZERO
               MOVE 'AUDIT LOG:   NO CHANGES LOGGED TO THE PERIOD END'
                   TO AUDPACK-RECORD
               WRITE AUDPACK-RECORD
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * Labor distribution report - committed project labor for a
      * range of period ends, by project, department and period,
      * optionally with each employee, into LABRPT.TXT
      * ----------------------------------------------------------------
       5426-LABOR-DIST-REPORT.

           DISPLAY "From period end (YYYYMMDD): "
           ACCEPT WS-LBR-FROM
           DISPLAY "To period end (YYYYMMDD): "
           ACCEPT WS-LBR-TO
           DISPLAY "One project only (blank = all): "
           ACCEPT WS-LBR-ONLY
           DISPLAY "Show each employee (Y/N): "
           ACCEPT WS-ANSWER
           MOVE 'N' TO WS-LBR-DETAIL
           IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
               MOVE 'Y' TO WS-LBR-DETAIL
           END-IF

           IF WS-LBR-TO < WS-LBR-FROM
               DISPLAY "The range ends before it starts."
           ELSE
               PERFORM 2195-LOAD-PROJECT-TABLE
               PERFORM 5427-LOAD-LABOR-HISTORY
               IF WS-LBR-COUNT = ZERO
                   DISPLAY "No labor distribution on file for that "
                       "range."
               ELSE
                   SORT WS-LBR-ENTRY ASCENDING KEY WS-LBR-PROJECT
                       WS-LBR-DEPT WS-LBR-PERIOD WS-LBR-EMP-ID
                   OPEN OUTPUT LABRPT-FILE
                   MOVE SPACES TO LABRPT-RECORD
                   STRING 'LABOR DISTRIBUTION - COMPANY '
                              DELIMITED BY SIZE
                          WS-COMPANY DELIMITED BY SIZE
                          '  PERIOD ENDS ' DELIMITED BY SIZE
                          WS-LBR-FROM DELIMITED BY SIZE
                          ' TO ' DELIMITED BY SIZE
                          WS-LBR-TO DELIMITED BY SIZE
                       INTO LABRPT-RECORD
                   END-STRING
                   WRITE LABRPT-RECORD
                   MOVE SPACES TO LABRPT-RECORD
                   WRITE LABRPT-RECORD
                   MOVE SPACES TO LABRPT-RECORD
                   MOVE 'PROJECT' TO LABRPT-RECORD(1:7)
                   MOVE 'NAME' TO LABRPT-RECORD(12:4)
                   MOVE 'DEPARTMENT' TO LABRPT-RECORD(33:10)
                   MOVE 'PERIOD' TO LABRPT-RECORD(54:6)
                   MOVE 'EMP ID' TO LABRPT-RECORD(63:6)
                   MOVE 'HOURS' TO LABRPT-RECORD(73:5)
                   MOVE 'GROSS' TO LABRPT-RECORD(86:5)
                   MOVE 'EMPLOYER' TO LABRPT-RECORD(96:8)
                   MOVE 'TOTAL COST' TO LABRPT-RECORD(107:10)
                   WRITE LABRPT-RECORD

                   MOVE ZERO TO WS-LBR-GRP-ROWS
                   MOVE ZERO TO WS-LBR-GRP-HOURS
                   MOVE ZERO TO WS-LBR-GRP-GROSS
                   MOVE ZERO TO WS-LBR-GRP-EMPLR
                   MOVE ZERO TO WS-LBR-PRJ-HOURS
                   MOVE ZERO TO WS-LBR-PRJ-GROSS
                   MOVE ZERO TO WS-LBR-PRJ-EMPLR
                   MOVE ZERO TO WS-LBR-ALL-HOURS
                   MOVE ZERO TO WS-LBR-ALL-GROSS
                   MOVE ZERO TO WS-LBR-ALL-EMPLR
                   MOVE WS-LBR-PROJECT(1) TO WS-LBR-PRV-PROJECT
                   MOVE WS-LBR-DEPT(1) TO WS-LBR-PRV-DEPT
                   MOVE WS-LBR-PERIOD(1) TO WS-LBR-PRV-PERIOD

                   PERFORM VARYING WS-LBR-SUB FROM 1 BY 1
                           UNTIL WS-LBR-SUB > WS-LBR-COUNT
                       IF WS-LBR-PROJECT(WS-LBR-SUB) NOT =
                              WS-LBR-PRV-PROJECT
                           PERFORM 5428-PUT-LABOR-GROUP
                           PERFORM 5429-PUT-LABOR-PROJECT
                       ELSE
                           IF WS-LBR-DEPT(WS-LBR-SUB) NOT =
                                  WS-LBR-PRV-DEPT
                              OR WS-LBR-PERIOD(WS-LBR-SUB) NOT =
                                  WS-LBR-PRV-PERIOD
                               PERFORM 5428-PUT-LABOR-GROUP
                           END-IF
                       END-IF
                       MOVE WS-LBR-PROJECT(WS-LBR-SUB) TO
                           WS-LBR-PRV-PROJECT
                       MOVE WS-LBR-DEPT(WS-LBR-SUB) TO WS-LBR-PRV-DEPT
                       MOVE WS-LBR-PERIOD(WS-LBR-SUB) TO
                           WS-LBR-PRV-PERIOD
                       IF WS-LBR-DETAIL = 'Y'
                           MOVE SPACES TO WS-LBR-LINE
                           MOVE WS-LBR-PROJECT(WS-LBR-SUB) TO
                               WS-LBL-PROJECT
                           MOVE WS-LBR-DEPT(WS-LBR-SUB) TO WS-LBL-DEPT
                           MOVE WS-LBR-PERIOD(WS-LBR-SUB) TO
                               WS-LBL-PERIOD
                           MOVE WS-LBR-EMP-ID(WS-LBR-SUB) TO
                               WS-LBL-EMP
                           MOVE WS-LBR-HOURS(WS-LBR-SUB) TO
                               WS-LBL-HOURS
                           MOVE WS-LBR-GROSS(WS-LBR-SUB) TO
                               WS-LBL-GROSS
                           MOVE WS-LBR-EMPLR(WS-LBR-SUB) TO
                               WS-LBL-EMPLR
                           COMPUTE WS-LBL-COST =
                               WS-LBR-GROSS(WS-LBR-SUB)
                               + WS-LBR-EMPLR(WS-LBR-SUB)
                           WRITE LABRPT-RECORD FROM WS-LBR-LINE
                       END-IF
                       ADD 1 TO WS-LBR-GRP-ROWS
                       ADD WS-LBR-HOURS(WS-LBR-SUB) TO WS-LBR-GRP-HOURS
                       ADD WS-LBR-GROSS(WS-LBR-SUB) TO WS-LBR-GRP-GROSS
                       ADD WS-LBR-EMPLR(WS-LBR-SUB) TO WS-LBR-GRP-EMPLR
                   END-PERFORM
                   PERFORM 5428-PUT-LABOR-GROUP
                   PERFORM 5429-PUT-LABOR-PROJECT

                   MOVE SPACES TO WS-LBR-LINE
                   MOVE 'ALL' TO WS-LBL-PROJECT
                   MOVE 'TOTAL' TO WS-LBL-NAME
                   MOVE WS-LBR-ALL-HOURS TO WS-LBL-HOURS
                   MOVE WS-LBR-ALL-GROSS TO WS-LBL-GROSS
                   MOVE WS-LBR-ALL-EMPLR TO WS-LBL-EMPLR
                   COMPUTE WS-LBL-COST =
                       WS-LBR-ALL-GROSS + WS-LBR-ALL-EMPLR
                   WRITE LABRPT-RECORD FROM WS-LBR-LINE
                   CLOSE LABRPT-FILE
                   MOVE 'LABRPT.TXT' TO WS-ARCHSRC-NAME
                   MOVE 'LABRPT' TO WS-ARCH-REPORT
                   PERFORM 9700-ARCHIVE-REPORT
                   DISPLAY "Labor distribution of " WS-LBR-COUNT
                       " line(s) written to LABRPT.TXT."
               END-IF
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * The session company's LABDIST.DAT rows in the range
      * ----------------------------------------------------------------
       5427-LOAD-LABOR-HISTORY.

           MOVE ZERO TO WS-LBR-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT LABDIST-FILE
           IF WS-LABDIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LABDIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE LABDIST-FILE
                   NOT AT END
                       IF LBH-COMPANY = WS-COMPANY
                          AND LBH-PERIOD-END >= WS-LBR-FROM
                          AND LBH-PERIOD-END <= WS-LBR-TO
                          AND (WS-LBR-ONLY = SPACES
                           OR LBH-PROJECT = WS-LBR-ONLY)
                           IF WS-LBR-COUNT < 20000
                               ADD 1 TO WS-LBR-COUNT
                               MOVE LBH-PROJECT TO
                                   WS-LBR-PROJECT(WS-LBR-COUNT)
                               MOVE LBH-DEPT TO
                                   WS-LBR-DEPT(WS-LBR-COUNT)
                               MOVE LBH-PERIOD-END TO
                                   WS-LBR-PERIOD(WS-LBR-COUNT)
                               MOVE LBH-EMP-ID TO
                                   WS-LBR-EMP-ID(WS-LBR-COUNT)
                               COMPUTE WS-LBR-HOURS(WS-LBR-COUNT) =
                                   LBH-REG-HOURS + LBH-OT-HOURS
                               MOVE LBH-GROSS TO
                                   WS-LBR-GROSS(WS-LBR-COUNT)
                               MOVE LBH-EMPLR TO
                                   WS-LBR-EMPLR(WS-LBR-COUNT)
                           ELSE
                               DISPLAY "WARNING: more labor lines "
                                   "than can be reported - narrow "
                                   "the range."
                               MOVE 'Y' TO WS-EOF
                               CLOSE LABDIST-FILE
                           END-IF
                       END-IF
               END-READ

           EXIT.

      * ----------------------------------------------------------------
      * The project, department and period just ended - one line
      * into the project's total
      * ----------------------------------------------------------------
       5428-PUT-LABOR-GROUP.

           IF WS-LBR-GRP-ROWS > ZERO
               MOVE SPACES TO WS-LBR-LINE
               MOVE WS-LBR-PRV-PROJECT TO WS-LBL-PROJECT
               MOVE WS-LBR-PRV-PROJECT TO WS-PRJ-WANTED
               PERFORM 2196-FIND-PROJECT
               IF WS-PRJ-SUB > ZERO
                   MOVE WS-PRJ-NAME(WS-PRJ-SUB) TO WS-LBL-NAME
               END-IF
               MOVE WS-LBR-PRV-DEPT TO WS-LBL-DEPT
               MOVE WS-LBR-PRV-PERIOD TO WS-LBL-PERIOD
               IF WS-LBR-DETAIL = 'Y'
                   MOVE 'TOTAL' TO WS-LBL-EMP
               END-IF
               MOVE WS-LBR-GRP-HOURS TO WS-LBL-HOURS
               MOVE WS-LBR-GRP-GROSS TO WS-LBL-GROSS
               MOVE WS-LBR-GRP-EMPLR TO WS-LBL-EMPLR
               COMPUTE WS-LBL-COST =
                   WS-LBR-GRP-GROSS + WS-LBR-GRP-EMPLR
               WRITE LABRPT-RECORD FROM WS-LBR-LINE
               ADD WS-LBR-GRP-HOURS TO WS-LBR-PRJ-HOURS
               ADD WS-LBR-GRP-GROSS TO WS-LBR-PRJ-GROSS
               ADD WS-LBR-GRP-EMPLR TO WS-LBR-PRJ-EMPLR
           END-IF
           MOVE ZERO TO WS-LBR-GRP-ROWS
           MOVE ZERO TO WS-LBR-GRP-HOURS
           MOVE ZERO TO WS-LBR-GRP-GROSS
           MOVE ZERO TO WS-LBR-GRP-EMPLR

           EXIT.

      * The project just ended - its total into the report total
       5429-PUT-LABOR-PROJECT.

           MOVE SPACES TO WS-LBR-LINE
           MOVE WS-LBR-PRV-PROJECT TO WS-LBL-PROJECT
           MOVE 'PROJECT TOTAL' TO WS-LBL-NAME
           MOVE WS-LBR-PRJ-HOURS TO WS-LBL-HOURS
           MOVE WS-LBR-PRJ-GROSS TO WS-LBL-GROSS
           MOVE WS-LBR-PRJ-EMPLR TO WS-LBL-EMPLR
           COMPUTE WS-LBL-COST = WS-LBR-PRJ-GROSS + WS-LBR-PRJ-EMPLR
           WRITE LABRPT-RECORD FROM WS-LBR-LINE
           MOVE SPACES TO LABRPT-RECORD
           WRITE LABRPT-RECORD
           ADD WS-LBR-PRJ-HOURS TO WS-LBR-ALL-HOURS
           ADD WS-LBR-PRJ-GROSS TO WS-LBR-ALL-GROSS
           ADD WS-LBR-PRJ-EMPLR TO WS-LBR-ALL-EMPLR
           MOVE ZERO TO WS-LBR-PRJ-HOURS
           MOVE ZERO TO WS-LBR-PRJ-GROSS
           MOVE ZERO TO WS-LBR-PRJ-EMPLR

           EXIT.

      * ----------------------------------------------------------------
      * What-if simulation - the last committed period for one pay
      * frequency re-priced as a trial twice, on the current tables
      * and on the candidate set (TAXTABLE.SIM, REGTAX.SIM,
      * DEDUCT.SIM, BENPLAN.SIM and CONFIG SIM-EMPLR-MTCH /
      * SIM-EMPLR-TAX; whatever is missing stays current).
      * Nothing is written but SIMRPT.TXT.
      * ----------------------------------------------------------------
       5430-PAYROLL-SIMULATION.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE 'Y' TO WS-SIM-OK
           DISPLAY "Pay frequency to simulate - (W)eekly, "
               "(B)iweekly or (M)onthly: "
           ACCEPT WS-RUN-FREQ
           IF WS-RUN-FREQ = 'w'
               MOVE 'W' TO WS-RUN-FREQ
           END-IF
           IF WS-RUN-FREQ = 'b'
               MOVE 'B' TO WS-RUN-FREQ
           END-IF
           IF WS-RUN-FREQ NOT = 'W' AND WS-RUN-FREQ NOT = 'B'
               MOVE 'M' TO WS-RUN-FREQ
           END-IF

           PERFORM 5431-FIND-LAST-PERIOD
           IF WS-SIM-PERIOD = ZERO
               DISPLAY "No committed period on file for company "
                   WS-COMPANY " frequency " WS-RUN-FREQ "."
               MOVE 'N' TO WS-SIM-OK
           ELSE
               DISPLAY "Last committed period end " WS-SIM-PERIOD
                   " - Enter to simulate it, or another YYYYMMDD: "
               ACCEPT WS-SIM-DATE-X
               IF WS-SIM-DATE-X NOT = SPACES
                   IF WS-SIM-DATE-X IS NUMERIC
                       MOVE WS-SIM-DATE TO WS-SIM-PERIOD
                   ELSE
                       MOVE 'N' TO WS-SIM-OK
                   END-IF
               END-IF
               MOVE WS-SIM-PERIOD TO WS-WORK-DATE
               IF WS-WD-YEAR < 2000 OR WS-WD-YEAR > 2099
                  OR WS-WD-MONTH < 1 OR WS-WD-MONTH > 12
                  OR WS-WD-DAY < 1 OR WS-WD-DAY > 31
                   MOVE 'N' TO WS-SIM-OK
               END-IF
               IF WS-SIM-OK = 'N'
                   DISPLAY "Invalid period end date."
               END-IF
           END-IF

           IF WS-SIM-OK = 'Y'
               PERFORM 5432-FIND-CANDIDATE-TABLES
               IF WS-SIM-ANY = 'N'
                   DISPLAY "No candidate tables on file - nothing "
                       "to compare."
                   MOVE 'N' TO WS-SIM-OK
               END-IF
           END-IF

           IF WS-SIM-OK = 'Y'
               MOVE WS-EMPLR-MATCH-PCT TO WS-SIM-SAVE-MATCH
               MOVE WS-EMPLR-TAX-PCT TO WS-SIM-SAVE-ERTAX
               MOVE ZERO TO WS-SMR-COUNT
               MOVE WS-SIM-PERIOD TO WS-PAY-PERIOD-END
               MOVE WS-SIM-PERIOD TO WS-WORK-DATE
               MOVE WS-WD-YEAR TO WS-PERIOD-YEAR
               MOVE 'Y' TO WS-DATE-OK
               MOVE 'Y' TO WS-TRIAL-RUN
               MOVE 'N' TO WS-SUPP-RUN
               MOVE 'N' TO WS-PARALLEL-RUN
               MOVE 'R' TO WS-PAY-REC-TYPE
               MOVE 'Y' TO WS-SIM-RUN

               DISPLAY "Pricing " WS-SIM-PERIOD " on the current "
                   "tables..."
               MOVE 1 TO WS-SIM-PASS
               PERFORM 5433-POINT-TABLE-FILES
               PERFORM 3600-PAYROLL-RUN
               MOVE WS-SIM-SAVE-MATCH TO WS-EMPLR-MATCH-PCT
               MOVE WS-SIM-SAVE-ERTAX TO WS-EMPLR-TAX-PCT

               DISPLAY "Pricing " WS-SIM-PERIOD " on the candidate "
                   "tables..."
               MOVE 2 TO WS-SIM-PASS
               PERFORM 5433-POINT-TABLE-FILES
               PERFORM 3600-PAYROLL-RUN

               MOVE ZERO TO WS-SIM-PASS
               PERFORM 5433-POINT-TABLE-FILES
               MOVE 'N' TO WS-SIM-RUN
               MOVE 'N' TO WS-TRIAL-RUN
               MOVE WS-SIM-SAVE-MATCH TO WS-EMPLR-MATCH-PCT
               MOVE WS-SIM-SAVE-ERTAX TO WS-EMPLR-TAX-PCT

               PERFORM 5435-WRITE-SIM-REPORT
               MOVE 'SIMRPT.TXT' TO WS-ARCHSRC-NAME
               MOVE 'SIMRPT' TO WS-ARCH-REPORT
               PERFORM 9700-ARCHIVE-REPORT
               MOVE 'PAY-SIMULATE' TO WS-ACL-FUNCTION
               MOVE ZERO TO WS-ACL-EMP-ID
               MOVE WS-SMR-COUNT TO WS-ACL-REC-COUNT
               PERFORM 9710-WRITE-ACCESS-LOG
               DISPLAY "Simulation of " WS-SMR-COUNT " employees "
                   "written to SIMRPT.TXT - " WS-SIM-WINNERS
                   " better off, " WS-SIM-LOSERS " worse off."
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * The latest regular period end on PAYROLL.DAT for an employee
      * of the session company on the frequency being simulated
      * ----------------------------------------------------------------
       5431-FIND-LAST-PERIOD.

           MOVE ZERO TO WS-SIM-PERIOD
           MOVE ZERO TO WS-SIM-LAST-EMP
           MOVE 'N' TO WS-SIM-LAST-OK
           MOVE 'N' TO WS-SIM-EOF
           OPEN INPUT EMP-FILE
           OPEN INPUT PAYROLL-FILE
           IF WS-PAYROLL-STATUS NOT = '00'
               MOVE 'Y' TO WS-SIM-EOF
           END-IF
           PERFORM UNTIL WS-SIM-EOF = 'Y'
               READ PAYROLL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SIM-EOF
                   NOT AT END
                       IF PAY-REC-TYPE = 'R'
                          AND PAY-PERIOD-END > WS-SIM-PERIOD
                           IF PAY-EMP-ID NOT = WS-SIM-LAST-EMP
                               MOVE PAY-EMP-ID TO WS-SIM-LAST-EMP
                               PERFORM 5437-CHECK-SIM-EMPLOYEE
                           END-IF
                           IF WS-SIM-LAST-OK = 'Y'
                               MOVE PAY-PERIOD-END TO WS-SIM-PERIOD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PAYROLL-STATUS = '00' OR WS-PAYROLL-STATUS = '10'
               CLOSE PAYROLL-FILE
           END-IF
           CLOSE EMP-FILE

           EXIT.

       5437-CHECK-SIM-EMPLOYEE.

           MOVE 'N' TO WS-SIM-LAST-OK
           MOVE PAY-EMP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EMP-PAY-FREQ TO WS-SIM-FREQ
                   IF WS-SIM-FREQ = SPACE
                       MOVE 'M' TO WS-SIM-FREQ
                   END-IF
                   MOVE EMP-COMPANY TO WS-SIM-COMPANY
                   IF WS-SIM-COMPANY = SPACES
                       MOVE '01' TO WS-SIM-COMPANY
                   END-IF
                   IF WS-SIM-FREQ = WS-RUN-FREQ
                      AND WS-SIM-COMPANY = WS-COMPANY
                       MOVE 'Y' TO WS-SIM-LAST-OK
                   END-IF
           END-READ

           EXIT.

      * ----------------------------------------------------------------
      * Which candidate files and rates are on hand
      * ----------------------------------------------------------------
       5432-FIND-CANDIDATE-TABLES.

           MOVE 'N' TO WS-SIM-ANY
           MOVE 'N' TO WS-SIM-TAX-ALT
           MOVE 'N' TO WS-SIM-REG-ALT
           MOVE 'N' TO WS-SIM-DED-ALT
           MOVE 'N' TO WS-SIM-BEN-ALT
           MOVE 'N' TO WS-SIM-MATCH-ALT
           MOVE 'N' TO WS-SIM-ERTAX-ALT

           MOVE 'TAXTABLE.SIM' TO WS-TAXTAB-NAME
           OPEN INPUT TAXTAB-FILE
           IF WS-TAXTAB-STATUS = '00'
               CLOSE TAXTAB-FILE
               MOVE 'Y' TO WS-SIM-TAX-ALT
               MOVE 'Y' TO WS-SIM-ANY
           END-IF
           MOVE 'REGTAX.SIM' TO WS-REGTAX-NAME
           OPEN INPUT REGTAX-FILE
           IF WS-REGTAX-STATUS = '00'
               CLOSE REGTAX-FILE
               MOVE 'Y' TO WS-SIM-REG-ALT
               MOVE 'Y' TO WS-SIM-ANY
           END-IF
           MOVE 'DEDUCT.SIM' TO WS-DEDUCT-NAME
           OPEN INPUT DEDUCT-FILE
           IF WS-DEDUCT-STATUS = '00'
               CLOSE DEDUCT-FILE
               MOVE 'Y' TO WS-SIM-DED-ALT
               MOVE 'Y' TO WS-SIM-ANY
           END-IF
           MOVE 'BENPLAN.SIM' TO WS-BENPLAN-NAME
           OPEN INPUT BENPLAN-FILE
           IF WS-BENPLAN-STATUS = '00'
               CLOSE BENPLAN-FILE
               MOVE 'Y' TO WS-SIM-BEN-ALT
               MOVE 'Y' TO WS-SIM-ANY
           END-IF
           MOVE ZERO TO WS-SIM-PASS
           PERFORM 5433-POINT-TABLE-FILES

           MOVE 'SIM-EMPLR-MTCH' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-NUMERIC TO WS-SIM-MATCH-PCT
               MOVE 'Y' TO WS-SIM-MATCH-ALT
               MOVE 'Y' TO WS-SIM-ANY
           END-IF
           MOVE 'SIM-EMPLR-TAX' TO WS-CFG-WANTED
           PERFORM 1110-FIND-CONFIG-VALUE
           IF WS-CFG-FOUND = 'Y'
               MOVE WS-CFG-NUMERIC TO WS-SIM-ERTAX-PCT
               MOVE 'Y' TO WS-SIM-ERTAX-ALT
               MOVE 'Y' TO WS-SIM-ANY
           END-IF

           EXIT.

      * The live tables, or on pass 2 the candidates on hand
       5433-POINT-TABLE-FILES.

           MOVE 'TAXTABLE.DAT' TO WS-TAXTAB-NAME
           MOVE 'REGTAX.DAT' TO WS-REGTAX-NAME
           MOVE 'DEDUCT.DAT' TO WS-DEDUCT-NAME
           MOVE 'BENPLAN.DAT' TO WS-BENPLAN-NAME
           IF WS-SIM-PASS = 2
               IF WS-SIM-TAX-ALT = 'Y'
                   MOVE 'TAXTABLE.SIM' TO WS-TAXTAB-NAME
               END-IF
               IF WS-SIM-REG-ALT = 'Y'
                   MOVE 'REGTAX.SIM' TO WS-REGTAX-NAME
               END-IF
               IF WS-SIM-DED-ALT = 'Y'
                   MOVE 'DEDUCT.SIM' TO WS-DEDUCT-NAME
               END-IF
               IF WS-SIM-BEN-ALT = 'Y'
                   MOVE 'BENPLAN.SIM' TO WS-BENPLAN-NAME
               END-IF
           END-IF

           EXIT.

       5434-USE-CANDIDATE-RATES.

           IF WS-SIM-MATCH-ALT = 'Y'
               MOVE WS-SIM-MATCH-PCT TO WS-EMPLR-MATCH-PCT
           END-IF
           IF WS-SIM-ERTAX-ALT = 'Y'
               MOVE WS-SIM-ERTAX-PCT TO WS-EMPLR-TAX-PCT
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * One employee's simulated pay into the pass's column.  Both
      * passes read the master in id order, so pass 1 builds the
      * table in key order and pass 2 finds its rows by SEARCH ALL.
      * ----------------------------------------------------------------
       5436-HOLD-SIM-PAY.

           MOVE ZERO TO WS-SMR-SUB
           IF WS-SMR-COUNT > ZERO
               SEARCH ALL WS-SMR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SMR-ID(WS-SMR-IX) = EMP-ID
                       SET WS-SMR-SUB TO WS-SMR-IX
               END-SEARCH
           END-IF
           IF WS-SMR-SUB = ZERO
               IF WS-SMR-COUNT < 5000
                  AND (WS-SMR-COUNT = ZERO
                       OR EMP-ID > WS-SMR-ID(WS-SMR-COUNT))
                   ADD 1 TO WS-SMR-COUNT
                   MOVE WS-SMR-COUNT TO WS-SMR-SUB
                   MOVE EMP-ID TO WS-SMR-ID(WS-SMR-SUB)
                   MOVE EMP-NAME TO WS-SMR-NAME(WS-SMR-SUB)
                   MOVE EMP-DEPARTMENT TO WS-SMR-DEPT(WS-SMR-SUB)
                   MOVE 'N' TO WS-SMR-PRICED(WS-SMR-SUB, 1)
                   MOVE 'N' TO WS-SMR-PRICED(WS-SMR-SUB, 2)
                   PERFORM VARYING WS-SIM-MEAS FROM 1 BY 1
                           UNTIL WS-SIM-MEAS > 5
                       MOVE ZERO TO
                           WS-SMR-AMT(WS-SMR-SUB, 1, WS-SIM-MEAS)
                       MOVE ZERO TO
                           WS-SMR-AMT(WS-SMR-SUB, 2, WS-SIM-MEAS)
                   END-PERFORM
               ELSE
                   DISPLAY "Simulation table full - " EMP-ID
                       " left out of the comparison."
               END-IF
           END-IF

           IF WS-SMR-SUB > ZERO
               MOVE 'Y' TO WS-SMR-PRICED(WS-SMR-SUB, WS-SIM-PASS)
               MOVE WS-PAY-GROSS TO
                   WS-SMR-AMT(WS-SMR-SUB, WS-SIM-PASS, 1)
               MOVE WS-PAY-TAX TO
                   WS-SMR-AMT(WS-SMR-SUB, WS-SIM-PASS, 2)
               COMPUTE WS-SMR-AMT(WS-SMR-SUB, WS-SIM-PASS, 3) =
                   WS-PAY-DEDUCT + WS-PAY-GARNISH + WS-PAY-LOAN
                   + WS-PAY-OVP
               MOVE WS-PAY-EMPLR TO
                   WS-SMR-AMT(WS-SMR-SUB, WS-SIM-PASS, 4)
               MOVE WS-PAY-NET TO
                   WS-SMR-AMT(WS-SMR-SUB, WS-SIM-PASS, 5)
           END-IF

           EXIT.

      * ----------------------------------------------------------------
      * SIMRPT.TXT - per employee and per department, current over
      * candidate, then the winners and losers
      * ----------------------------------------------------------------
       5435-WRITE-SIM-REPORT.

           MOVE ZERO TO WS-SMD-COUNT
           MOVE ZERO TO WS-SIM-WINNERS
           MOVE ZERO TO WS-SIM-LOSERS
           MOVE ZERO TO WS-SIM-SAME
           MOVE ZERO TO WS-SIM-ONE-PASS
           MOVE ZERO TO WS-SIM-GAIN
           MOVE ZERO TO WS-SIM-GAIN-ID
           MOVE ZERO TO WS-SIM-LOSS
           MOVE ZERO TO WS-SIM-LOSS-ID
           PERFORM VARYING WS-SIM-MEAS FROM 1 BY 1
                   UNTIL WS-SIM-MEAS > 5
               MOVE ZERO TO WS-SIM-TOT-AMT(1, WS-SIM-MEAS)
               MOVE ZERO TO WS-SIM-TOT-AMT(2, WS-SIM-MEAS)
           END-PERFORM

           OPEN OUTPUT SIMRPT-FILE
           MOVE SPACES TO SIMRPT-RECORD
           STRING 'WHAT-IF PAYROLL SIMULATION - COMPANY ' DELIMITED
                      BY SIZE
                  WS-COMPANY DELIMITED BY SIZE
                  '  FREQUENCY ' DELIMITED BY SIZE
                  WS-RUN-FREQ DELIMITED BY SIZE
                  '  PERIOD END ' DELIMITED BY SIZE
                  WS-SIM-PERIOD DELIMITED BY SIZE
                  '  PREPARED ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ' BY ' DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
               INTO SIMRPT-RECORD
           END-STRING
           WRITE SIMRPT-RECORD
           MOVE '*** SIMULATION - NOTHING COMMITTED ***' TO
               SIMRPT-RECORD
           WRITE SIMRPT-RECORD
           MOVE SPACES TO SIMRPT-RECORD
           STRING 'CANDIDATE: TAX ' DELIMITED BY SIZE
                  WS-TAXTAB-NAME DELIMITED BY SIZE
                  ' REGIONAL ' DELIMITED BY SIZE
                  WS-REGTAX-NAME DELIMITED BY SIZE
                  ' DEDUCTIONS ' DELIMITED BY SIZE
                  WS-DEDUCT-NAME DELIMITED BY SIZE
                  ' BENEFITS ' DELIMITED BY SIZE
                  WS-BENPLAN-NAME DELIMITED BY SIZE
               INTO SIMRPT-RECORD
           END-STRING
           IF WS-SIM-TAX-ALT = 'Y'
               MOVE 'TAXTABLE.SIM' TO SIMRPT-RECORD(16:12)
           END-IF
           IF WS-SIM-REG-ALT = 'Y'
               MOVE 'REGTAX.SIM  ' TO SIMRPT-RECORD(38:12)
           END-IF
           IF WS-SIM-DED-ALT = 'Y'
               MOVE 'DEDUCT.SIM  ' TO SIMRPT-RECORD(62:12)
           END-IF
           IF WS-SIM-BEN-ALT = 'Y'
               MOVE 'BENPLAN.SIM ' TO SIMRPT-RECORD(84:12)
           END-IF
           WRITE SIMRPT-RECORD
           MOVE WS-SIM-SAVE-MATCH TO WS-SIM-AMT-1
           MOVE WS-SIM-SAVE-ERTAX TO WS-SIM-AMT-2
           IF WS-SIM-MATCH-ALT = 'Y'
               MOVE WS-SIM-MATCH-PCT TO WS-SIM-AMT-1
           END-IF
           IF WS-SIM-ERTAX-ALT = 'Y'
               MOVE WS-SIM-ERTAX-PCT TO WS-SIM-AMT-2
           END-IF
           MOVE SPACES TO SIMRPT-RECORD
           STRING '           EMPLOYER PENSION MATCH %' DELIMITED
                      BY SIZE
                  WS-SIM-AMT-1 DELIMITED BY SIZE
                  '  EMPLOYER PAYROLL TAX %' DELIMITED BY SIZE
                  WS-SIM-AMT-2 DELIMITED BY SIZE
               INTO SIMRPT-RECORD
           END-STRING
           WRITE SIMRPT-RECORD
           MOVE SPACES TO SIMRPT-RECORD
           WRITE SIMRPT-RECORD
           MOVE '     ID NAME               DEPT       TABLES   '
             & '       GROSS         TAX  DEDUCTIONS  EMPLR COST'
             & '         NET  NET CHANGE COST CHANGE'
               TO SIMRPT-RECORD
           WRITE SIMRPT-RECORD

           PERFORM VARYING WS-SMR-SUB FROM 1 BY 1
                   UNTIL WS-SMR-SUB > WS-SMR-COUNT
               PERFORM 5438-WRITE-SIM-EMPLOYEE
           END-PERFORM

           MOVE SPACES TO SIMRPT-RECORD
           WRITE SIMRPT-RECORD
           MOVE 'BY DEPARTMENT' TO SIMRPT-RECORD
           WRITE SIMRPT-RECORD
           PERFORM VARYING WS-SMD-SUB FROM 1 BY 1
                   UNTIL WS-SMD-SUB > WS-SMD-COUNT
               MOVE SPACES TO WS-SIM-LINE
               MOVE WS-SMD-HEADS(WS-SMD-SUB) TO WS-SML-ID
               MOVE WS-SMD-DEPT(WS-SMD-SUB) TO WS-SML-NAME
               MOVE 'CURRENT' TO WS-SML-PASS
               MOVE 1 TO WS-SIM-P
               PERFORM 5439-PUT-SIM-DEPT-LINE
               MOVE SPACES TO WS-SIM-LINE
               MOVE 'CANDIDATE' TO WS-SML-PASS
               MOVE 2 TO WS-SIM-P
               COMPUTE WS-SML-CHG-NET =
                   WS-SMD-AMT(WS-SMD-SUB, 2, 5)
                   - WS-SMD-AMT(WS-SMD-SUB, 1, 5)
               COMPUTE WS-SML-CHG-COST =
                   WS-SMD-AMT(WS-SMD-SUB, 2, 1)
                   + WS-SMD-AMT(WS-SMD-SUB, 2, 4)
                   - WS-SMD-AMT(WS-SMD-SUB, 1, 1)
                   - WS-SMD-AMT(WS-SMD-SUB, 1, 4)
               PERFORM 5439-PUT-SIM-DEPT-LINE
           END-PERFORM

           MOVE SPACES TO SIMRPT-RECORD
           WRITE SIMRPT-RECORD
           MOVE 'SUMMARY' TO SIMRPT-RECORD
           WRITE SIMRPT-RECORD
           MOVE SPACES TO WS-SIM-LINE
           MOVE 'ALL' TO WS-SML-NAME
           MOVE 'CURRENT' TO WS-SML-PASS
           PERFORM VARYING WS-SIM-MEAS FROM 1 BY 1
                   UNTIL WS-SIM-MEAS > 5
               MOVE WS-SIM-TOT-AMT(1, WS-SIM-MEAS) TO
                   WS-SML-AMT(WS-SIM-MEAS)
           END-PERFORM
           MOVE WS-SIM-LINE TO SIMRPT-RECORD
           WRITE SIMRPT-RECORD
           MOVE SPACES TO WS-SIM-LINE
           MOVE 'CANDIDATE' TO WS-SML-PASS
           PERFORM VARYING WS-SIM-MEAS FROM 1 BY 1
                   UNTIL WS-SIM-MEAS > 5
               MOVE WS-SIM-TOT-AMT(2, WS-SIM-MEAS) TO
                   WS-SML-AMT(WS-SIM-MEAS)
           END-PERFORM
           COMPUTE WS-SML-CHG-NET =
               WS-SIM-TOT-AMT(2, 5) - WS-SIM-TOT-AMT(1, 5)
           COMPUTE WS-SML-CHG-COST =
               WS-SIM-TOT-AMT(2, 1) + WS-SIM-TOT-AMT(2, 4)
               - WS-SIM-TOT-AMT(1, 1) - WS-SIM-TOT-AMT(1, 4)
           MOVE WS-SIM-LINE TO SIMRPT-RECORD
           WRITE SIMRPT-RECORD

           MOVE WS-SIM-WINNERS TO WS-SIM-COUNT-E
           MOVE SPACES TO SIMRPT-RECORD
           STRING 'TAKE-HOME UP:   ' DELIMITED BY SIZE
                  WS-SIM-COUNT-E DELIMITED BY SIZE
                  ' EMPLOYEES' DELIMITED BY SIZE
               INTO SIMRPT-RECORD
           END-STRING
           IF WS-SIM-GAIN-ID > ZERO
               MOVE WS-SIM-GAIN TO WS-SIM-AMT-1
               STRING '  LARGEST GAIN' DELIMITED BY SIZE
                      WS-SIM-AMT-1 DELIMITED BY SIZE
                      ' EMPLOYEE ' DELIMITED BY SIZE
                      WS-SIM-GAIN-ID DELIMITED BY SIZE
                   INTO SIMRPT-RECORD(34:80)
               END-STRING
           END-IF
           WRITE SIMRPT-RECORD
           MOVE WS-SIM-LOSERS TO WS-SIM-COUNT-E
           MOVE SPACES TO SIMRPT-RECORD
           STRING 'TAKE-HOME DOWN: ' DELIMITED BY SIZE
                  WS-SIM-COUNT-E DELIMITED BY SIZE
                  ' EMPLOYEES' DELIMITED BY SIZE
               INTO SIMRPT-RECORD
           END-STRING
           IF WS-SIM-LOSS-ID > ZERO
               MOVE WS-SIM-LOSS TO WS-SIM-AMT-1
               STRING '  LARGEST LOSS' DELIMITED BY SIZE
                      WS-SIM-AMT-1 DELIMITED BY SIZE
                      ' EMPLOYEE ' DELIMITED BY SIZE
                      WS-SIM-LOSS-ID DELIMITED BY SIZE
                   INTO SIMRPT-RECORD(34:80)
               END-STRING
           END-IF
           WRITE SIMRPT-RECORD
           MOVE WS-SIM-SAME TO WS-SIM-COUNT-E
           MOVE SPACES TO SIMRPT-RECORD
           STRING 'UNCHANGED:      ' DELIMITED BY SIZE
                  WS-SIM-COUNT-E DELIMITED BY SIZE
                  ' EMPLOYEES' DELIMITED BY SIZE
               INTO SIMRPT-RECORD
           END-STRING
           WRITE SIMRPT-RECORD
           IF WS-SIM-ONE-PASS > ZERO
               MOVE WS-SIM-ONE-PASS TO WS-SIM-COUNT-E
               MOVE SPACES TO SIMRPT-RECORD
               STRING 'PRICED ON ONE TABLE SET ONLY:' DELIMITED
                          BY SIZE
                      WS-SIM-COUNT-E DELIMITED BY SIZE
                      ' (LEFT OUT OF THE COUNTS ABOVE)' DELIMITED
                          BY SIZE
                   INTO SIMRPT-RECORD
               END-STRING
               WRITE SIMRPT-RECORD
           END-IF
           MOVE '*** SIMULATION - NOTHING COMMITTED ***' TO
               SIMRPT-RECORD
           WRITE SIMRPT-RECORD
           CLOSE SIMRPT-FILE

           EXIT.

      * ----------------------------------------------------------------
      * The employee at WS-SMR-SUB - two lines, current then
      * candidate, into the department and run totals and the
      * winners and losers
      * ----------------------------------------------------------------
       5438-WRITE-SIM-EMPLOYEE.

           MOVE SPACES TO WS-SIM-LINE
           MOVE WS-SMR-ID(WS-SMR-SUB) TO WS-SML-ID
           MOVE WS-SMR-NAME(WS-SMR-SUB) TO WS-SML-NAME
           MOVE WS-SMR-DEPT(WS-SMR-SUB) TO WS-SML-DEPT
           MOVE 'CURRENT' TO WS-SML-PASS
           PERFORM VARYING WS-SIM-MEAS FROM 1 BY 1
                   UNTIL WS-SIM-MEAS > 5
               MOVE WS-SMR-AMT(WS-SMR-SUB, 1, WS-SIM-MEAS) TO
                   WS-SML-AMT(WS-SIM-MEAS)
           END-PERFORM
           MOVE WS-SIM-LINE TO SIMRPT-RECORD
           WRITE SIMRPT-RECORD

           MOVE SPACES TO WS-SIM-LINE
           MOVE 'CANDIDATE' TO WS-SML-PASS
           PERFORM VARYING WS-SIM-MEAS FROM 1 BY 1
                   UNTIL WS-SIM-MEAS > 5
               MOVE WS-SMR-AMT(WS-SMR-SUB, 2, WS-SIM-MEAS) TO
                   WS-SML-AMT(WS-SIM-MEAS)
           END-PERFORM
           COMPUTE WS-SIM-DELTA =
               WS-SMR-AMT(WS-SMR-SUB, 2, 5)
               - WS-SMR-AMT(WS-SMR-SUB, 1, 5)
           COMPUTE WS-SIM-COST-DELTA =
               WS-SMR-AMT(WS-SMR-SUB, 2, 1)
               + WS-SMR-AMT(WS-SMR-SUB, 2, 4)
               - WS-SMR-AMT(WS-SMR-SUB, 1, 1)
               - WS-SMR-AMT(WS-SMR-SUB, 1, 4)
           MOVE WS-SIM-DELTA TO WS-SML-CHG-NET
           MOVE WS-SIM-COST-DELTA TO WS-SML-CHG-COST
           MOVE WS-SIM-LINE TO SIMRPT-RECORD
           WRITE SIMRPT-RECORD

           IF WS-SMR-PRICED(WS-SMR-SUB, 1) NOT = 'Y'
              OR WS-SMR-PRICED(WS-SMR-SUB, 2) NOT = 'Y'
               ADD 1 TO WS-SIM-ONE-PASS
               MOVE '             PRICED ON ONE TABLE SET ONLY' TO
                   SIMRPT-RECORD
               WRITE SIMRPT-RECORD
           ELSE
               EVALUATE TRUE
                   WHEN WS-SIM-DELTA > ZERO
                       ADD 1 TO WS-SIM-WINNERS
                       IF WS-SIM-DELTA > WS-SIM-GAIN
                           MOVE WS-SIM-DELTA TO WS-SIM-GAIN
                           MOVE WS-SMR-ID(WS-SMR-SUB) TO
                               WS-SIM-GAIN-ID
                       END-IF
                   WHEN WS-SIM-DELTA < ZERO
                       ADD 1 TO WS-SIM-LOSERS
                       IF WS-SIM-DELTA < WS-SIM-LOSS
                           MOVE WS-SIM-DELTA TO WS-SIM-LOSS
                           MOVE WS-SMR-ID(WS-SMR-SUB) TO
                               WS-SIM-LOSS-ID
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-SIM-SAME
               END-EVALUATE
           END-IF

           MOVE ZERO TO WS-SMD-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SMD-COUNT
               IF WS-SMD-DEPT(WS-SUB) = WS-SMR-DEPT(WS-SMR-SUB)
                   MOVE WS-SUB TO WS-SMD-SUB
                   MOVE WS-SMD-COUNT TO WS-SUB
               END-IF
           END-PERFORM
           IF WS-SMD-SUB = ZERO AND WS-SMD-COUNT < 200
               ADD 1 TO WS-SMD-COUNT
               MOVE WS-SMD-COUNT TO WS-SMD-SUB
               MOVE WS-SMR-DEPT(WS-SMR-SUB) TO WS-SMD-DEPT(WS-SMD-SUB)
               MOVE ZERO TO WS-SMD-HEADS(WS-SMD-SUB)
               PERFORM VARYING WS-SIM-MEAS FROM 1 BY 1
                       UNTIL WS-SIM-MEAS > 5
                   MOVE ZERO TO WS-SMD-AMT(WS-SMD-SUB, 1, WS-SIM-MEAS)
                   MOVE ZERO TO WS-SMD-AMT(WS-SMD-SUB, 2, WS-SIM-MEAS)
               END-PERFORM
           END-IF
           IF WS-SMD-SUB > ZERO
               ADD 1 TO WS-SMD-HEADS(WS-SMD-SUB)
           END-IF
           PERFORM VARYING WS-SIM-MEAS FROM 1 BY 1
                   UNTIL WS-SIM-MEAS > 5
               PERFORM VARYING WS-SIM-P FROM 1 BY 1
                       UNTIL WS-SIM-P > 2
                   ADD WS-SMR-AMT(WS-SMR-SUB, WS-SIM-P, WS-SIM-MEAS)
                       TO WS-SIM-TOT-AMT(WS-SIM-P, WS-SIM-MEAS)
                   IF WS-SMD-SUB > ZERO
                       ADD WS-SMR-AMT(WS-SMR-SUB, WS-SIM-P,
                           WS-SIM-MEAS) TO
                           WS-SMD-AMT(WS-SMD-SUB, WS-SIM-P,
                               WS-SIM-MEAS)
                   END-IF
               END-PERFORM
           END-PERFORM

           EXIT.

       5439-PUT-SIM-DEPT-LINE.

           PERFORM VARYING WS-SIM-MEAS FROM 1 BY 1
                   UNTIL WS-SIM-MEAS > 5
               MOVE WS-SMD-AMT(WS-SMD-SUB, WS-SIM-P, WS-SIM-MEAS) TO
                   WS-SML-AMT(WS-SIM-MEAS)
           END-PERFORM
           MOVE WS-SIM-LINE TO SIMRPT-RECORD
           WRITE SIMRPT-RECORD

           EXIT.

           MOVE EMP-CURRENCY TO ARC-CURRENCY
           MOVE EMP-PAY-FREQ TO ARC-PAY-FREQ
           MOVE EMP-JOB-CODE TO ARC-JOB-CODE
           MOVE EMP-COMPANY TO ARC-COMPANY
           MOVE SPACES TO ARC-FILLER
           MOVE WS-TODAY TO ARC-PURGE-DATE
           WRITE ARCHIVE-RECORD

           MOVE ZERO TO WS-NH-APPLIED
           MOVE ZERO TO WS-NH-REJECTED
           PERFORM 1190-LOAD-POSITION-TABLE
           MOVE 'N' TO WS-EOF

           OPEN INPUT NEWHIRE-FILE
      * ----------------------------------------------------------------
       8660-IMPORT-ONE-NEWHIRE.

           MOVE SPACES TO WS-NH-POS-X
           UNSTRING NEWHIRE-RECORD DELIMITED BY ','
               INTO WS-NH-ID-X
                    WS-NH-NAME
                    WS-NH-DEPT
                    WS-NH-SALARY-X
                    WS-NH-HIRE-X
                    WS-NH-POS-X
           END-UNSTRING

           COMPUTE WS-NH-WORK-SAL =
               MOVE SPACES TO EMP-CURRENCY
               MOVE 'M' TO EMP-PAY-FREQ

               IF WS-NH-POS-X = SPACES
                   MOVE ZERO TO WS-POS-WANTED
               ELSE
                   COMPUTE WS-POS-WANTED =
                       FUNCTION NUMVAL(WS-NH-POS-X)
               END-IF
               PERFORM 1192-FIND-OPEN-POSITION
               IF WS-POS-SUB = ZERO
                   ADD 1 TO WS-NH-REJECTED
                   MOVE 'NEWHIRE' TO WS-RJW-SOURCE
                   MOVE WS-POS-REASON TO WS-RJW-REASON
                   MOVE NEWHIRE-RECORD(1:80) TO WS-RJW-DATA
                   PERFORM 8690-WRITE-REJECT
               ELSE
                   WRITE EMP-RECORD
                       INVALID KEY
                           ADD 1 TO WS-NH-REJECTED
                           MOVE 'NEWHIRE' TO WS-RJW-SOURCE
                           MOVE 'DUPLICATE EMPLOYEE ID' TO
                               WS-RJW-REASON
                           MOVE NEWHIRE-RECORD(1:80) TO WS-RJW-DATA
                           PERFORM 8690-WRITE-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-NH-APPLIED
                           MOVE 'ADD' TO WS-AUD-ACTION
                           MOVE EMP-ID TO WS-AUD-EMP-ID
                           MOVE SPACES TO WS-AUD-BEFORE-NAME
                           MOVE SPACES TO WS-AUD-BEFORE-DEPT
                           MOVE ZERO TO WS-AUD-BEFORE-SAL
                           MOVE SPACES TO WS-AUD-BEFORE-STAT
                           MOVE EMP-NAME TO WS-AUD-AFTER-NAME
                           MOVE EMP-DEPARTMENT TO WS-AUD-AFTER-DEPT
                           MOVE EMP-SALARY TO WS-AUD-AFTER-SAL
                           MOVE EMP-STATUS TO WS-AUD-AFTER-STAT
                           PERFORM 8500-WRITE-AUDIT-RECORD
                           MOVE SPACE TO WS-OLD-STATUS
                           MOVE 'HIRE' TO WS-EH-EVENT
                           PERFORM 8560-WRITE-EMP-HISTORY
                           PERFORM 1194-FILL-POSITION
                   END-WRITE
               END-IF
           END-IF

           EXIT.
