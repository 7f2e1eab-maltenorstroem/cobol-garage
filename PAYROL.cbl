               ASSIGN TO './data/payrol_bankstat.data'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BS-KEY
               FILE STATUS IS WS-BANKSTAT-STATUS.
           SELECT CHECK-NO-CTL
               ASSIGN TO './data/payrol_checkno.data'
           SELECT CHECK-ISSUE
               ASSIGN TO './data/payrol_checkissue.data'
               FILE STATUS IS WS-CKISS-STATUS.
           SELECT EARN-HIST
               ASSIGN TO './data/payrol_earnhist.data'
               FILE STATUS IS WS-EARNHIST-STATUS.
           SELECT DEPOSIT-DIST
               ASSIGN TO './data/payrol_depdist.data'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DD-KEY
               FILE STATUS IS WS-DEPDIST-STATUS.
           SELECT PAY-DIST-FILE
               ASSIGN TO './out/payrol_paydist.data'
               FILE STATUS IS WS-PAYDIST-STATUS.
           SELECT DEDUCT-ELECT ASSIGN TO './data/payrol_deduct.data'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-DEDUCT-STATUS.
           SELECT DEDUCT-RGT ASSIGN TO './out/payrol_dedreg.data'
               FILE STATUS IS WS-DEDREG-STATUS.
           SELECT DEDUCT-CODE-FILE
               ASSIGN TO './data/payrol_dedcode.data'
               FILE STATUS IS WS-DEDCODE-STATUS.
           SELECT DEDUCT-YTD-IN
               ASSIGN TO './data/payrol_dedytd.data'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DY-KEY
               FILE STATUS IS WS-DYIN-STATUS.
           SELECT DEDUCT-YTD-OUT
               ASSIGN TO './out/payrol_dedytd_new.data'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DYO-KEY
               FILE STATUS IS WS-DYOUT-STATUS.
           SELECT TAX-RATE-FILE
               ASSIGN TO './data/payrol_taxrate.data'
               FILE STATUS IS WS-TAXRATE-STATUS.
           SELECT TAX-RGT ASSIGN TO './out/payrol_taxreg.data'
               FILE STATUS IS WS-TAXREG-STATUS.
           SELECT STATE-TAX-FILE
               ASSIGN TO './data/payrol_statetax.data'
               FILE STATUS IS WS-STATETAX-STATUS.
           SELECT GARNISH-IN
               ASSIGN TO './data/payrol_garnish.data'
               FILE STATUS IS WS-GARNISH-STATUS.
               ASSIGN TO './data/payrol_glxref.data'
               FILE STATUS IS WS-GLXREF-STATUS.
           SELECT GL-JOURNAL
               ASSIGN TO './out/payrol_journal.data'
               FILE STATUS IS WS-GLJRNL-STATUS.
           SELECT LEAVE-MASTER-IN
               ASSIGN TO './data/payrol_leave.data'
               ORGANIZATION IS INDEXED
               ASSIGN TO './data/payrol_adjust.data'
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT ADJ-RGT ASSIGN TO './out/payrol_adjreg.data'.
           SELECT FINAL-REQ
               ASSIGN TO './data/payrol_final.data'
               FILE STATUS IS WS-FINAL-STATUS.
           SELECT SEP-RPT
               ASSIGN TO './out/payrol_separations.data'.
           SELECT CHECK-MAINT
               ASSIGN TO './data/payrol_chkmaint.data'
               FILE STATUS IS WS-CHKMNT-STATUS.
           SELECT CHECK-ISSUE-WORK
               ASSIGN TO './out/payrol_checkissue_work.data'
               FILE STATUS IS WS-CKWORK-STATUS.
           SELECT POSPAY-FILE
               ASSIGN TO './out/payrol_pospay_maint.data'
               FILE STATUS IS WS-POSPAY-STATUS.
           SELECT CHKMNT-JOURNAL
               ASSIGN TO './out/payrol_chkmnt_journal.data'
               FILE STATUS IS WS-CMJRNL-STATUS.
           SELECT CHKMNT-RGT
               ASSIGN TO './out/payrol_chkmntreg.data'.
           SELECT PEND-RATE
               ASSIGN TO './data/payrol_pendrate.data'
               FILE STATUS IS WS-PENDRATE-STATUS.
           SELECT PEND-SORT-WORK ASSIGN TO 'payrolsw2'.
           SELECT PEND-RATE-SORTED
               ASSIGN TO './out/payrol_pendrate_sorted.data'.
           SELECT RATE-HIST
               ASSIGN TO './data/payrol_ratehist.data'
               FILE STATUS IS WS-RATEHIST-STATUS.
           SELECT PENDRATE-RPT
               ASSIGN TO './out/payrol_pendrate_rpt.data'.
           SELECT LABOR-HOURS
               ASSIGN TO './data/payrol_labor.data'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-KEY
               FILE STATUS IS WS-LABOR-STATUS.
           SELECT JOB-CODE-FILE
               ASSIGN TO './data/payrol_jobcode.data'
               FILE STATUS IS WS-JOBCODE-STATUS.
           SELECT LABOR-WORK
               ASSIGN TO './out/payrol_laborwork.data'
               FILE STATUS IS WS-LABWORK-STATUS.
           SELECT LABOR-SORT-WORK ASSIGN TO 'payrolsw3'.
           SELECT LABOR-SORTED
               ASSIGN TO './out/payrol_labor_sorted.data'.
           SELECT LABOR-RPT
               ASSIGN TO './out/payrol_labordist.data'.
           SELECT VENDOR-FILE
               ASSIGN TO './data/payrol_vendor.data'
               FILE STATUS IS WS-VENDOR-STATUS.
           SELECT REMIT-RGT
               ASSIGN TO './out/payrol_remitreg.data'.
           SELECT REMIT-ACH
               ASSIGN TO './out/payrol_remit_ach.data'
               FILE STATUS IS WS-REMITACH-STATUS.
           SELECT YEAR-CTL
               ASSIGN TO './data/payrol_year.data'
               FILE STATUS IS WS-YEAR-STATUS.
           05  FILING-STATUS-IN   PIC X(01).
           05  ALLOWANCES-IN      PIC 9(02).
           05  PAY-GROUP-IN       PIC X(01).
           05  STATE-CODE-IN      PIC X(02).
           05  BIRTH-DATE-IN      PIC X(08).
           05  PAY-TYPE-IN        PIC X(01).
           05  ANNUAL-SALARY-IN   PIC 9(07)V9(02).
           05  OT-HOURS-IN        PIC 9(03)V9(02).
           05  EMP-STATUS-IN      PIC X(01).
           05  TERM-DATE-IN       PIC X(10).
           05  TERM-REASON-IN     PIC X(20).
      *
       SD  SORT-WORK.
       01  SORT-FIELDS.
           05  SW-ROSTER-IMAGE.
               10  SW-ACCT-NO     PIC X(08).
               10  SW-DEPT-CODE   PIC X(04).
               10  FILLER         PIC X(158).
           05  SW-CALC-IMAGE      PIC X(108).
      *
       FD  SORTED-ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           05  FILING-STATUS      PIC X(01).
           05  ALLOWANCES         PIC 9(02).
           05  PAY-GROUP          PIC X(01).
           05  STATE-CODE         PIC X(02).
           05  BIRTH-DATE         PIC X(08).
           05  PAY-TYPE           PIC X(01).
           05  ANNUAL-SALARY      PIC 9(07)V9(02).
           05  OT-HOURS           PIC 9(03)V9(02).
           05  EMP-STATUS         PIC X(01).
           05  TERM-DATE          PIC X(10).
           05  TERM-REASON        PIC X(20).
           05  FED-TAX            PIC 9(07)V9(02).
           05  SS-WAGES           PIC 9(07)V9(02).
           05  SS-TAX             PIC 9(07)V9(02).
           05  MED-WAGES          PIC 9(07)V9(02).
           05  MED-TAX            PIC 9(07)V9(02).
           05  ADDL-MED-WAGES     PIC 9(07)V9(02).
           05  ADDL-MED-TAX       PIC 9(07)V9(02).
           05  STATE-TAX          PIC 9(07)V9(02).
           05  ER-SS-TAX          PIC 9(07)V9(02).
           05  ER-MED-TAX         PIC 9(07)V9(02).
           05  PRETAX-DED         PIC 9(07)V9(02).
           05  TAXABLE-WAGES      PIC 9(07)V9(02).
      *
       FD  EXCEPTION-RPT RECORDING MODE F.
       01  EXCEPTION-REC.
           05  YM-YTD-GROSS       PIC S9(09)V9(02).
           05  YM-YTD-DEDUCT      PIC S9(09)V9(02).
           05  YM-YTD-NET         PIC S9(09)V9(02).
           05  YM-YTD-FED-TAX     PIC S9(09)V9(02).
           05  YM-YTD-SS-WAGES    PIC S9(09)V9(02).
           05  YM-YTD-SS-TAX      PIC S9(09)V9(02).
           05  YM-YTD-MED-WAGES   PIC S9(09)V9(02).
           05  YM-YTD-MED-TAX     PIC S9(09)V9(02).
           05  YM-YTD-STATE-TAX   PIC S9(09)V9(02).
           05  YM-YTD-ER-SS-TAX   PIC S9(09)V9(02).
           05  YM-YTD-ER-MED-TAX  PIC S9(09)V9(02).
      *
       FD  YTD-MASTER-OUT.
       01  YTD-REC-OUT.
           05  YMO-YTD-GROSS      PIC S9(09)V9(02).
           05  YMO-YTD-DEDUCT     PIC S9(09)V9(02).
           05  YMO-YTD-NET        PIC S9(09)V9(02).
           05  YMO-YTD-FED-TAX    PIC S9(09)V9(02).
           05  YMO-YTD-SS-WAGES   PIC S9(09)V9(02).
           05  YMO-YTD-SS-TAX     PIC S9(09)V9(02).
           05  YMO-YTD-MED-WAGES  PIC S9(09)V9(02).
           05  YMO-YTD-MED-TAX    PIC S9(09)V9(02).
           05  YMO-YTD-STATE-TAX  PIC S9(09)V9(02).
           05  YMO-YTD-ER-SS-TAX  PIC S9(09)V9(02).
           05  YMO-YTD-ER-MED-TAX PIC S9(09)V9(02).
      *
       FD  CSV-RPT RECORDING MODE F.
       01  CSV-REC                PIC X(120).
      *
       FD  BANK-STAT-FILE.
       01  BANK-STAT-REC.
           05  BS-KEY.
               10  BS-ACCT-NO     PIC X(08).
               10  BS-DIST-SEQ    PIC X(02).
           05  BS-ROUTING-NO      PIC X(09).
           05  BS-BANK-ACCT-NO    PIC X(17).
           05  BS-STATUS          PIC X(01).
           05  CI-ISSUE-DATE      PIC X(10).
           05  CI-AMOUNT          PIC 9(07)V9(02).
           05  CI-PAYEE           PIC X(30).
      *
       FD  DEPOSIT-DIST.
       01  DEPOSIT-DIST-REC.
           05  DD-KEY.
               10  DD-ACCT-NO     PIC X(08).
               10  DD-SEQ         PIC X(02).
           05  DD-TYPE            PIC X(01).
           05  DD-AMOUNT          PIC 9(07)V9(02).
           05  DD-PERCENT         PIC 9(03)V9(02).
           05  DD-ROUTING-NO      PIC X(09).
           05  DD-BANK-ACCT-NO    PIC X(17).
           05  DD-ACCT-TYPE       PIC X(01).
      *
       FD  PAY-DIST-FILE RECORDING MODE F.
       01  PAY-DIST-REC.
           05  PD-ACCT-NO         PIC X(08).
           05  PD-METHOD          PIC X(01).
           05  PD-ROUTING-NO      PIC X(09).
           05  PD-BANK-ACCT-NO    PIC X(17).
           05  PD-ACCT-TYPE       PIC X(01).
           05  PD-CHECK-NO        PIC 9(08).
           05  PD-AMOUNT          PIC 9(07)V9(02).
           05  PD-TRACE           PIC X(15).
      *
       FD  EARN-HIST RECORDING MODE F.
       01  EARN-HIST-REC.
           05  EH-ACCT-NO         PIC X(08).
           05  EH-PERIOD-DATE     PIC X(10).
           05  EH-ENTRY-TYPE      PIC X(01).
           05  EH-PAY-GROUP       PIC X(01).
           05  EH-DEPT-CODE       PIC X(04).
           05  EH-LAST-NAME       PIC X(20).
           05  EH-FIRST-NAME      PIC X(15).
           05  EH-STATE-CODE      PIC X(02).
           05  EH-HOURS           PIC S9(03)V9(02).
           05  EH-GROSS           PIC S9(07)V9(02).
           05  EH-PRETAX-DED      PIC S9(07)V9(02).
           05  EH-TAXABLE-WAGES   PIC S9(07)V9(02).
           05  EH-FED-TAX         PIC S9(07)V9(02).
           05  EH-SS-WAGES        PIC S9(07)V9(02).
           05  EH-SS-TAX          PIC S9(07)V9(02).
           05  EH-MED-WAGES       PIC S9(07)V9(02).
           05  EH-MED-TAX         PIC S9(07)V9(02).
           05  EH-ADDL-MED-WAGES  PIC S9(07)V9(02).
           05  EH-ADDL-MED-TAX    PIC S9(07)V9(02).
           05  EH-STATE-TAX       PIC S9(07)V9(02).
           05  EH-ER-SS-TAX       PIC S9(07)V9(02).
           05  EH-ER-MED-TAX      PIC S9(07)V9(02).
           05  EH-DEDUCTIONS      PIC S9(07)V9(02).
           05  EH-NET-PAY         PIC S9(07)V9(02).
           05  EH-PAY-METHOD      PIC X(01).
           05  EH-CHECK-NO        PIC 9(08).
           05  EH-ACH-TRACE       PIC X(15).
      *
       FD  DEDUCT-ELECT.
       01  DEDUCT-ELECT-REC.
      *
       FD  DEDUCT-RGT RECORDING MODE F.
       01  DEDUCT-RGT-REC         PIC X(80).
      *
       FD  DEDUCT-CODE-FILE RECORDING MODE F.
       01  DEDUCT-CODE-REC.
           05  DCD-CODE           PIC X(04).
           05  DCD-TREAT          PIC X(01).
           05  DCD-RETIRE         PIC X(01).
           05  DCD-FICA-EXEMPT    PIC X(01).
      *
       FD  DEDUCT-YTD-IN.
       01  DEDUCT-YTD-REC-IN.
           05  DY-KEY.
               10  DY-ACCT-NO     PIC X(08).
               10  DY-CODE        PIC X(04).
           05  DY-YTD-AMOUNT      PIC S9(09)V9(02).
      *
       FD  DEDUCT-YTD-OUT.
       01  DEDUCT-YTD-REC-OUT.
           05  DYO-KEY.
               10  DYO-ACCT-NO    PIC X(08).
               10  DYO-CODE       PIC X(04).
           05  DYO-YTD-AMOUNT     PIC S9(09)V9(02).
      *
       FD  TAX-RATE-FILE RECORDING MODE F.
       01  TAX-RATE-REC.
           05  TXR-BASE           PIC 9(07)V9(02).
      *
       FD  TAX-RGT RECORDING MODE F.
       01  TAX-RGT-REC            PIC X(132).
      *
       FD  STATE-TAX-FILE RECORDING MODE F.
       01  STATE-TAX-REC.
           05  STR-STATE          PIC X(02).
           05  STR-STATUS         PIC X(01).
           05  STR-FLOOR          PIC 9(07)V9(02).
           05  STR-RATE           PIC 9(02)V9(02).
           05  STR-BASE           PIC 9(07)V9(02).
      *
       FD  GARNISH-IN RECORDING MODE F.
       01  GARNISH-REC-IN.
      *
       FD  ADJ-RGT RECORDING MODE F.
       01  ADJ-RGT-REC            PIC X(110).
      *
       FD  FINAL-REQ RECORDING MODE F.
       01  FINAL-REQ-REC.
           05  FR-ACCT-NO         PIC X(08).
           05  FR-TERM-DATE       PIC X(10).
           05  FR-USER-ID         PIC X(08).
      *
       FD  SEP-RPT RECORDING MODE F.
       01  SEP-RPT-REC            PIC X(110).
      *
       FD  CHECK-MAINT RECORDING MODE F.
       01  CHECK-MAINT-REC.
           05  CM-ACTION          PIC X(01).
           05  CM-CHECK-NO        PIC 9(08).
           05  CM-CHECK-NO-X      REDEFINES CM-CHECK-NO
                                  PIC X(08).
           05  CM-USER-ID         PIC X(08).
      *
       FD  CHECK-ISSUE-WORK RECORDING MODE F.
       01  CHECK-ISSUE-WORK-REC.
           05  CIW-CHECK-NO       PIC 9(08).
           05  CIW-ACCT-NO        PIC X(08).
           05  CIW-ISSUE-DATE     PIC X(10).
           05  CIW-AMOUNT         PIC 9(07)V9(02).
           05  CIW-PAYEE          PIC X(30).
      *
       FD  POSPAY-FILE RECORDING MODE F.
       01  POSPAY-REC.
           05  PP-CHECK-NO        PIC 9(08).
           05  PP-ISSUE-DATE      PIC X(10).
           05  PP-AMOUNT          PIC 9(07)V9(02).
           05  PP-ACCT-NO         PIC X(08).
           05  PP-PAYEE           PIC X(30).
           05  PP-ISSUE-IND       PIC X(01).
      *
       FD  CHKMNT-JOURNAL RECORDING MODE F.
       01  CHKMNT-JOURNAL-REC.
           05  CMJ-DATE           PIC X(10).
           05  CMJ-GL-ACCT        PIC X(08).
           05  CMJ-DRCR           PIC X(01).
           05  CMJ-AMOUNT         PIC 9(09)V9(02).
           05  CMJ-SOURCE         PIC X(04).
      *
       FD  CHKMNT-RGT RECORDING MODE F.
       01  CHKMNT-RGT-REC         PIC X(110).
      *
       FD  PEND-RATE RECORDING MODE F.
       01  PEND-RATE-REC.
           05  PND-ACCT-NO        PIC X(08).
           05  PND-EFF-DATE       PIC X(10).
           05  PND-CHANGE-TYPE    PIC X(01).
           05  PND-SCOPE          PIC X(01).
           05  PND-PAY-RATE       PIC 9(03)V9(02).
           05  PND-ANNUAL-SALARY  PIC 9(07)V9(02).
           05  PND-PERCENT        PIC 9(03)V9(02).
           05  PND-USER-ID        PIC X(08).
           05  PND-KEYED-DATE     PIC X(10).
      *
       SD  PEND-SORT-WORK.
       01  PEND-SORT-FIELDS.
           05  PSW-ACCT-NO        PIC X(08).
           05  PSW-EFF-DATE       PIC X(10).
           05  FILLER             PIC X(39).
      *
       FD  PEND-RATE-SORTED RECORDING MODE F.
       01  PEND-RATE-SORTED-REC.
           05  PNS-ACCT-NO        PIC X(08).
           05  PNS-EFF-DATE       PIC X(10).
           05  PNS-CHANGE-TYPE    PIC X(01).
           05  PNS-SCOPE          PIC X(01).
           05  PNS-PAY-RATE       PIC 9(03)V9(02).
           05  PNS-PAY-RATE-X     REDEFINES PNS-PAY-RATE
                                  PIC X(05).
           05  PNS-ANNUAL-SALARY  PIC 9(07)V9(02).
           05  PNS-ANNUAL-SALARY-X REDEFINES PNS-ANNUAL-SALARY
                                  PIC X(09).
           05  PNS-PERCENT        PIC 9(03)V9(02).
           05  PNS-PERCENT-X      REDEFINES PNS-PERCENT
                                  PIC X(05).
           05  PNS-USER-ID        PIC X(08).
           05  PNS-KEYED-DATE     PIC X(10).
      *
       FD  RATE-HIST RECORDING MODE F.
       01  RATE-HIST-REC.
           05  RTH-ACCT-NO        PIC X(08).
           05  RTH-EFF-DATE       PIC X(10).
           05  RTH-CHANGE-TYPE    PIC X(01).
           05  RTH-OLD-RATE       PIC 9(03)V9(02).
           05  RTH-NEW-RATE       PIC 9(03)V9(02).
           05  RTH-OLD-SALARY     PIC 9(07)V9(02).
           05  RTH-NEW-SALARY     PIC 9(07)V9(02).
           05  RTH-USER-ID        PIC X(08).
           05  RTH-APPLIED-DATE   PIC X(10).
      *
       FD  PENDRATE-RPT RECORDING MODE F.
       01  PENDRATE-RPT-REC       PIC X(110).
      *
       FD  LABOR-HOURS.
       01  LABOR-HOURS-REC.
           05  LH-KEY.
               10  LH-ACCT-NO     PIC X(08).
               10  LH-DEPT-CODE   PIC X(04).
               10  LH-JOB-CODE    PIC X(04).
           05  LH-HOURS           PIC 9(03)V9(02).
      *
       FD  JOB-CODE-FILE RECORDING MODE F.
       01  JOB-CODE-REC.
           05  JC-DEPT-CODE       PIC X(04).
           05  JC-JOB-CODE        PIC X(04).
           05  JC-DESC            PIC X(20).
      *
       FD  LABOR-WORK RECORDING MODE F.
       01  LABOR-WORK-REC.
           05  LW-DEPT-CODE       PIC X(04).
           05  LW-JOB-CODE        PIC X(04).
           05  LW-ACCT-NO         PIC X(08).
           05  LW-HOURS           PIC 9(03)V9(02).
           05  LW-GROSS           PIC 9(07)V9(02).
      *
       SD  LABOR-SORT-WORK.
       01  LABOR-SORT-FIELDS.
           05  LSW-DEPT-CODE      PIC X(04).
           05  LSW-JOB-CODE       PIC X(04).
           05  LSW-ACCT-NO        PIC X(08).
           05  FILLER             PIC X(14).
      *
       FD  LABOR-SORTED RECORDING MODE F.
       01  LABOR-SORTED-REC.
           05  LS-DEPT-CODE       PIC X(04).
           05  LS-JOB-CODE        PIC X(04).
           05  LS-ACCT-NO         PIC X(08).
           05  LS-HOURS           PIC 9(03)V9(02).
           05  LS-GROSS           PIC 9(07)V9(02).
      *
       FD  LABOR-RPT RECORDING MODE F.
       01  LABOR-RPT-REC          PIC X(110).
      *
       FD  VENDOR-FILE RECORDING MODE F.
       01  VENDOR-REC.
           05  VN-VENDOR-ID       PIC X(08).
           05  VN-TYPE            PIC X(01).
           05  VN-KEY             PIC X(20).
           05  VN-NAME            PIC X(30).
           05  VN-METHOD          PIC X(01).
           05  VN-ROUTING-NO      PIC X(09).
           05  VN-BANK-ACCT-NO    PIC X(17).
           05  VN-ACCT-TYPE       PIC X(01).
           05  VN-REFERENCE       PIC X(20).
           05  VN-FIPS            PIC X(07).
      *
       FD  REMIT-RGT RECORDING MODE F.
       01  REMIT-RGT-REC          PIC X(110).
      *
       FD  REMIT-ACH RECORDING MODE F.
       01  REMIT-ACH-REC          PIC X(94).
      *
       FD  YEAR-CTL RECORDING MODE F.
       01  YEAR-CTL-REC.
           05  YH-YTD-GROSS       PIC S9(09)V9(02).
           05  YH-YTD-DEDUCT      PIC S9(09)V9(02).
           05  YH-YTD-NET         PIC S9(09)V9(02).
           05  YH-YTD-FED-TAX     PIC S9(09)V9(02).
           05  YH-YTD-SS-WAGES    PIC S9(09)V9(02).
           05  YH-YTD-SS-TAX      PIC S9(09)V9(02).
           05  YH-YTD-MED-WAGES   PIC S9(09)V9(02).
           05  YH-YTD-MED-TAX     PIC S9(09)V9(02).
           05  YH-YTD-STATE-TAX   PIC S9(09)V9(02).
      *
       FD  YEAREND-STMT RECORDING MODE F.
       01  YEAREND-REC            PIC X(60).
           05  CKPT-TAX-GRAND        PIC 9(09)V9(02).
           05  CKPT-DEDUCT-TOTALS    PIC X(1753).
           05  CKPT-DEPT-GROSS       PIC X(1503).
           05  CKPT-TAX-BUCKETS      PIC X(55).
           05  CKPT-STATE-TOTALS     PIC X(783).
           05  CKPT-GARN-TAKEN       PIC X(4504).
      *
       FD  RUN-LOG RECORDING MODE F.
       01  RUN-LOG-REC.
           05  WS-ADJ-NEW-GROSS   PIC 9(07)V9(02) VALUE ZERO.
           05  WS-ADJ-OLD-TAX     PIC 9(07)V9(02) VALUE ZERO.
           05  WS-ADJ-NEW-TAX     PIC 9(07)V9(02) VALUE ZERO.
           05  WS-ADJ-OLD-ELECT   PIC 9(07)V9(02) VALUE ZERO.
           05  WS-ADJ-DELTA-GROSS PIC S9(07)V9(02) VALUE ZERO.
           05  WS-ADJ-DELTA-DED   PIC S9(07)V9(02) VALUE ZERO.
           05  WS-ADJ-DELTA-NET   PIC S9(07)V9(02) VALUE ZERO.
           05  WS-ADJ-DELTA-FED   PIC S9(07)V9(02) VALUE ZERO.
           05  WS-ADJ-DELTA-SSW   PIC S9(07)V9(02) VALUE ZERO.
           05  WS-ADJ-DELTA-SS    PIC S9(07)V9(02) VALUE ZERO.
           05  WS-ADJ-DELTA-MEDW  PIC S9(07)V9(02) VALUE ZERO.
           05  WS-ADJ-DELTA-MED   PIC S9(07)V9(02) VALUE ZERO.
           05  WS-ADJ-DELTA-STATE PIC S9(07)V9(02) VALUE ZERO.
           05  WS-ADJ-DELTA-ER-SS PIC S9(07)V9(02) VALUE ZERO.
           05  WS-ADJ-DELTA-ER-MED PIC S9(07)V9(02) VALUE ZERO.
           05  WS-ADJ-DELTA-ADDLW PIC S9(07)V9(02) VALUE ZERO.
           05  WS-ADJ-DELTA-ADDL  PIC S9(07)V9(02) VALUE ZERO.
           05  WS-ADJ-DELTA-PRETAX PIC S9(07)V9(02) VALUE ZERO.
           05  WS-ADJ-DELTA-TAXABLE PIC S9(07)V9(02) VALUE ZERO.
           05  WS-ADJ-COUNT       PIC 9(05)     VALUE ZERO.
           05  WS-ADJ-REJ-COUNT   PIC 9(05)     VALUE ZERO.
           05  WS-ADJ-TOT-GROSS   PIC S9(09)V9(02) VALUE ZERO.
           05  FILLER         PIC X(12) VALUE '  Delta Net '.
           05  AJR-TR-NET     PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(10) VALUE SPACES.
      *
       01  WS-FINAL-STATUS    PIC XX VALUE SPACES.
      *
       01  FINAL-PAY-CONTROL.
           05  WS-FINAL-FLAG      PIC X         VALUE 'N'.
           05  WS-FINAL-EOF       PIC X         VALUE SPACE.
           05  WS-FP-REG-GROSS    PIC 9(07)V9(02) VALUE ZERO.
           05  WS-FP-VAC-HOURS    PIC 9(04)V9(02) VALUE ZERO.
           05  WS-FP-VAC-RATE     PIC 9(05)V9(04) VALUE ZERO.
           05  WS-FP-VAC-PAY      PIC 9(07)V9(02) VALUE ZERO.
           05  WS-FP-HOURS-PER-YEAR PIC 9(04)   VALUE 2080.
           05  WS-FP-ELECT-CLOSED PIC 9(03)     VALUE ZERO.
           05  WS-FP-GARN-OPEN    PIC 9(07)V9(02) VALUE ZERO.
           05  WS-FP-COUNT        PIC 9(05)     VALUE ZERO.
           05  WS-FP-REJ-COUNT    PIC 9(05)     VALUE ZERO.
           05  WS-FP-TOT-VAC-PAY  PIC 9(09)V9(02) VALUE ZERO.
           05  WS-FP-TOT-GROSS    PIC 9(09)V9(02) VALUE ZERO.
           05  WS-FP-TOT-NET      PIC 9(09)V9(02) VALUE ZERO.
      *
       01  SEPREG-HEADER-1.
           05  FILLER    PIC X(22)
               VALUE 'Separations Report    '.
           05  SPR-HDR-DATE   PIC X(10).
           05  FILLER    PIC X(02) VALUE SPACES.
           05  SPR-HDR-MODE   PIC X(08) VALUE SPACES.
           05  FILLER    PIC X(68) VALUE SPACES.
      *
       01  SEPREG-HEADER-2.
           05  FILLER         PIC X(08) VALUE 'Account '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(30) VALUE 'Name'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE 'Term Date '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE 'Reason              '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(24) VALUE 'Disposition'.
           05  FILLER         PIC X(10) VALUE SPACES.
      *
       01  SEPREG-DETAIL.
           05  SPR-ACCT-NO-O      PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  SPR-NAME-O         PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  SPR-TERM-DATE-O    PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  SPR-REASON-O       PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  SPR-DISP-O         PIC X(24).
           05  FILLER             PIC X(10) VALUE SPACES.
      *
       01  SEPREG-PAY-LINE.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(08) VALUE 'Vac Hrs '.
           05  SPR-VAC-HRS-O      PIC ZZZ9.99.
           05  FILLER             PIC X(09) VALUE ' Vac Pay '.
           05  SPR-VAC-PAY-O      PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(07) VALUE ' Gross '.
           05  SPR-GROSS-O        PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(08) VALUE ' Deduct '.
           05  SPR-DEDUCT-O       PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(05) VALUE ' Net '.
           05  SPR-NET-O          PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(08) VALUE SPACES.
      *
       01  SEPREG-CLOSE-LINE.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(06) VALUE 'Check '.
           05  SPR-CHECK-NO-O     PIC Z(07)9.
           05  FILLER             PIC X(18)
               VALUE ' Elections closed '.
           05  SPR-ELECT-O        PIC ZZ9.
           05  FILLER             PIC X(14) VALUE ' Leave closed '.
           05  SPR-LEAVE-O        PIC X(03).
           05  FILLER             PIC X(22)
               VALUE ' Garnish balance open '.
           05  SPR-GARN-O         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(12) VALUE SPACES.
      *
       01  SEPREG-TRAILER.
           05  FILLER         PIC X(21) VALUE 'Separations Paid     '.
           05  SPR-TR-COUNT   PIC ZZ,ZZ9.
           05  FILLER         PIC X(11) VALUE '  Rejected '.
           05  SPR-TR-REJ     PIC ZZ,ZZ9.
           05  FILLER         PIC X(10) VALUE '  Vac Pay '.
           05  SPR-TR-VAC     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(08) VALUE '  Gross '.
           05  SPR-TR-GROSS   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(06) VALUE '  Net '.
           05  SPR-TR-NET     PIC ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-CHKMNT-STATUS   PIC XX VALUE SPACES.
      *
       01  WS-CKWORK-STATUS   PIC XX VALUE SPACES.
      *
       01  WS-POSPAY-STATUS   PIC XX VALUE SPACES.
      *
       01  WS-GLJRNL-STATUS   PIC XX VALUE SPACES.
      *
       01  WS-CMJRNL-STATUS   PIC XX VALUE SPACES.
      *
       01  CHECK-MAINT-CONTROL.
           05  WS-CHKMNT-FLAG     PIC X         VALUE 'N'.
           05  WS-CM-EOF          PIC X         VALUE SPACE.
           05  WS-CMW-EOF         PIC X         VALUE SPACE.
           05  WS-CM-GL-KEY       PIC X(04)     VALUE SPACES.
           05  WS-CM-ROSTER-FOUND PIC X         VALUE 'N'.
           05  WS-CM-VENDOR-CHECK PIC X         VALUE 'N'.
           05  WS-CM-VOID-COUNT   PIC 9(05)     VALUE ZERO.
           05  WS-CM-VOID-AMT     PIC 9(09)V9(02) VALUE ZERO.
           05  WS-CM-REISS-COUNT  PIC 9(05)     VALUE ZERO.
           05  WS-CM-REISS-AMT    PIC 9(09)V9(02) VALUE ZERO.
           05  WS-CM-REJ-COUNT    PIC 9(05)     VALUE ZERO.
           05  WS-CMT-COUNT       PIC 9(04)     VALUE ZERO.
           05  WS-CMT-SUB         PIC 9(04)     VALUE ZERO.
           05  WS-CMT-HIT         PIC 9(04)     VALUE ZERO.
           05  WS-CM-EH-TYPE      PIC X(01)     VALUE SPACE.
           05  WS-CM-EH-NET       PIC S9(07)V9(02) VALUE ZERO.
      *
       01  CHECK-MAINT-TABLE.
           05  CMT-ENTRY OCCURS 500 TIMES.
               10  CMT-ACTION     PIC X(01).
               10  CMT-CHECK-NO   PIC 9(08).
               10  CMT-USER-ID    PIC X(08).
               10  CMT-DONE       PIC X(01).
      *
       01  CHKMNT-HEADER-1.
           05  FILLER    PIC X(22)
               VALUE 'Check Maintenance     '.
           05  CMR-HDR-DATE   PIC X(10).
           05  FILLER    PIC X(02) VALUE SPACES.
           05  CMR-HDR-MODE   PIC X(08) VALUE SPACES.
           05  FILLER    PIC X(68) VALUE SPACES.
      *
       01  CHKMNT-HEADER-2.
           05  FILLER         PIC X(06) VALUE 'Action'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'Check No'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'Account '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE 'Issued    '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(12) VALUE '      Amount'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'New Chk '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'User    '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(24) VALUE 'Disposition'.
           05  FILLER         PIC X(10) VALUE SPACES.
      *
       01  CHKMNT-DETAIL.
           05  CMR-ACTION-O       PIC X(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CMR-CHECK-NO-O     PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CMR-ACCT-NO-O      PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CMR-ISSUE-DATE-O   PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CMR-AMOUNT-O       PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CMR-NEW-CHECK-O    PIC Z(07)9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CMR-USER-O         PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CMR-DISP-O         PIC X(24).
           05  FILLER             PIC X(10) VALUE SPACES.
      *
       01  CHKMNT-TRAILER.
           05  FILLER         PIC X(21) VALUE 'Checks Voided        '.
           05  CMR-TR-VOID    PIC ZZ,ZZ9.
           05  FILLER         PIC X(09) VALUE '  Amount '.
           05  CMR-TR-VOID-AMT PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(11) VALUE '  Reissued '.
           05  CMR-TR-REISS   PIC ZZ,ZZ9.
           05  FILLER         PIC X(09) VALUE '  Amount '.
           05  CMR-TR-REISS-AMT PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(11) VALUE '  Rejected '.
           05  CMR-TR-REJ     PIC ZZ,ZZ9.
           05  FILLER         PIC X(03) VALUE SPACES.
      *
       01  WS-PENDRATE-STATUS PIC XX VALUE SPACES.
      *
       01  WS-RATEHIST-STATUS PIC XX VALUE SPACES.
      *
       01  PENDING-RATE-CONTROL.
           05  WS-PND-FILE-FLAG   PIC X         VALUE 'N'.
           05  WS-PND-EOF         PIC X         VALUE SPACE.
           05  WS-PND-ON-FILE     PIC X         VALUE 'N'.
           05  WS-PND-KEEP        PIC X         VALUE 'N'.
           05  WS-PND-ADVANCE     PIC X         VALUE 'N'.
           05  WS-PND-PREV-ACCT   PIC X(08)     VALUE SPACES.
           05  WS-PND-DISP        PIC X(10)     VALUE SPACES.
           05  WS-PND-CUR-RATE    PIC 9(03)V9(02) VALUE ZERO.
           05  WS-PND-CUR-SALARY  PIC 9(07)V9(02) VALUE ZERO.
           05  WS-PND-NEW-RATE    PIC 9(05)V9(02) VALUE ZERO.
           05  WS-PND-NEW-SALARY  PIC 9(09)V9(02) VALUE ZERO.
           05  WS-PND-APPLY-COUNT PIC 9(05)     VALUE ZERO.
           05  WS-PND-WAIT-COUNT  PIC 9(05)     VALUE ZERO.
           05  WS-PND-DROP-COUNT  PIC 9(05)     VALUE ZERO.
      *
       01  PENDRATE-HEADER-1.
           05  FILLER    PIC X(22)
               VALUE 'Pending Rate Changes  '.
           05  PRR-HDR-DATE   PIC X(10).
           05  FILLER    PIC X(02) VALUE SPACES.
           05  PRR-HDR-MODE   PIC X(08) VALUE SPACES.
           05  FILLER    PIC X(68) VALUE SPACES.
      *
       01  PENDRATE-HEADER-2.
           05  FILLER         PIC X(08) VALUE 'Account '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(18) VALUE 'Name'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(04) VALUE 'Dept'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(01) VALUE 'G'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE 'Effective '.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(03) VALUE 'Typ'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE 'Old Rt'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE 'New Rt'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(12) VALUE '  Old Salary'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(12) VALUE '  New Salary'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'User    '.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE 'Status'.
      *
       01  PENDRATE-DETAIL.
           05  PRR-ACCT-NO-O      PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  PRR-NAME-O         PIC X(18).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  PRR-DEPT-O         PIC X(04).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  PRR-GROUP-O        PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  PRR-EFF-DATE-O     PIC X(10).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  PRR-TYPE-O         PIC X(03).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  PRR-OLD-RATE-O     PIC ZZ9.99.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  PRR-NEW-RATE-O     PIC ZZ9.99.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  PRR-OLD-SAL-O      PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  PRR-NEW-SAL-O      PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  PRR-USER-O         PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  PRR-DISP-O         PIC X(10).
      *
       01  PENDRATE-TRAILER.
           05  FILLER         PIC X(21) VALUE 'Changes Applied      '.
           05  PRR-TR-APPLIED PIC ZZ,ZZ9.
           05  FILLER         PIC X(16) VALUE '  Still Pending '.
           05  PRR-TR-WAIT    PIC ZZ,ZZ9.
           05  FILLER         PIC X(10) VALUE '  Dropped '.
           05  PRR-TR-DROP    PIC ZZ,ZZ9.
           05  FILLER         PIC X(45) VALUE SPACES.
      *
       01  WS-LABOR-STATUS    PIC XX VALUE SPACES.
      *
       01  WS-JOBCODE-STATUS  PIC XX VALUE SPACES.
      *
       01  WS-LABWORK-STATUS  PIC XX VALUE SPACES.
      *
       01  LABOR-CHARGE-TABLE.
           05  WS-LCT-COUNT       PIC 9(02)     VALUE ZERO.
           05  LCT-ENTRY OCCURS 30 TIMES.
               10  LCT-DEPT-CODE  PIC X(04).
               10  LCT-JOB-CODE   PIC X(04).
               10  LCT-HOURS      PIC 9(03)V9(02).
      *
       01  JOB-DESC-TABLE.
           05  WS-JDT-COUNT       PIC 9(03)     VALUE ZERO.
           05  JDT-ENTRY OCCURS 300 TIMES.
               10  JDT-DEPT-CODE  PIC X(04).
               10  JDT-JOB-CODE   PIC X(04).
               10  JDT-DESC       PIC X(20).
      *
       01  LABOR-DIST-CONTROL.
           05  WS-LABOR-OPEN      PIC X         VALUE 'N'.
           05  WS-LH-EOF          PIC X         VALUE SPACE.
           05  WS-LS-EOF          PIC X         VALUE SPACE.
           05  WS-JC-EOF          PIC X         VALUE SPACE.
           05  WS-LCT-SUB         PIC 9(02)     VALUE ZERO.
           05  WS-JDT-SUB         PIC 9(03)     VALUE ZERO.
           05  WS-LCT-HOURS       PIC 9(05)V9(02) VALUE ZERO.
           05  WS-LD-HOURS-LEFT   PIC 9(03)V9(02) VALUE ZERO.
           05  WS-LD-GROSS-LEFT   PIC 9(07)V9(02) VALUE ZERO.
           05  WS-LD-SHARE-HOURS  PIC 9(03)V9(02) VALUE ZERO.
           05  WS-LD-SHARE-GROSS  PIC 9(07)V9(02) VALUE ZERO.
           05  WS-LD-PREV-DEPT    PIC X(04)     VALUE SPACES.
           05  WS-LD-PREV-JOB     PIC X(04)     VALUE SPACES.
           05  WS-LD-PREV-ACCT    PIC X(08)     VALUE SPACES.
           05  WS-LD-JOB-EMPS     PIC 9(05)     VALUE ZERO.
           05  WS-LD-JOB-HOURS    PIC 9(06)V9(02) VALUE ZERO.
           05  WS-LD-JOB-GROSS    PIC 9(09)V9(02) VALUE ZERO.
           05  WS-LD-DEPT-SHARES  PIC 9(05)     VALUE ZERO.
           05  WS-LD-DEPT-HOURS   PIC 9(06)V9(02) VALUE ZERO.
           05  WS-LD-DEPT-GROSS   PIC 9(09)V9(02) VALUE ZERO.
           05  WS-LD-TOTAL-HOURS  PIC 9(06)V9(02) VALUE ZERO.
           05  WS-LD-TOTAL-GROSS  PIC 9(09)V9(02) VALUE ZERO.
      *
       01  LABOR-HEADER-1.
           05  FILLER    PIC X(22)
               VALUE 'Labor Distribution    '.
           05  LDR-HDR-DATE   PIC X(10).
           05  FILLER    PIC X(02) VALUE SPACES.
           05  LDR-HDR-MODE   PIC X(08) VALUE SPACES.
           05  FILLER    PIC X(68) VALUE SPACES.
      *
       01  LABOR-HEADER-2.
           05  FILLER         PIC X(04) VALUE 'Dept'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(04) VALUE 'Job '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE 'Description'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE '  Emps'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE '     Hours'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(14) VALUE '         Gross'.
           05  FILLER         PIC X(42) VALUE SPACES.
      *
       01  LABOR-DETAIL.
           05  LDR-DEPT-O         PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LDR-JOB-O          PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LDR-DESC-O         PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LDR-EMPS-O         PIC ZZ,ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LDR-HOURS-O        PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LDR-GROSS-O        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(42) VALUE SPACES.
      *
       01  LABOR-DEPT-LINE.
           05  LDD-DEPT-O         PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(26) VALUE 'Department total'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(06) VALUE SPACES.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LDD-HOURS-O        PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LDD-GROSS-O        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(42) VALUE SPACES.
      *
       01  LABOR-TOTAL-LINE.
           05  FILLER             PIC X(32)
               VALUE 'Labor distribution total'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(06) VALUE SPACES.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LDT-HOURS-O        PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LDT-GROSS-O        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(42) VALUE SPACES.
      *
       01  LABOR-TIE-LINE.
           05  FILLER             PIC X(32)
               VALUE 'Payroll register gross'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(06) VALUE SPACES.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LDT-REG-GROSS-O    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LDT-RESULT-O       PIC X(20).
           05  FILLER             PIC X(20) VALUE SPACES.
      *
       01  WS-VENDOR-STATUS   PIC XX VALUE SPACES.
      *
       01  WS-REMITACH-STATUS PIC XX VALUE SPACES.
      *
       01  VENDOR-TABLE.
           05  WS-VNT-COUNT       PIC 9(03)     VALUE ZERO.
           05  VNT-ENTRY OCCURS 200 TIMES.
               10  VNT-VENDOR-ID  PIC X(08).
               10  VNT-TYPE       PIC X(01).
               10  VNT-KEY        PIC X(20).
               10  VNT-NAME       PIC X(30).
               10  VNT-METHOD     PIC X(01).
               10  VNT-ROUTING-NO PIC X(09).
               10  VNT-BANK-ACCT-NO PIC X(17).
               10  VNT-ACCT-TYPE  PIC X(01).
               10  VNT-REFERENCE  PIC X(20).
               10  VNT-FIPS       PIC X(07).
               10  VNT-DONE       PIC X(01).
      *
       01  REMIT-CONTROL.
           05  WS-VN-EOF          PIC X         VALUE SPACE.
           05  WS-VNT-SUB         PIC 9(03)     VALUE ZERO.
           05  WS-VNT-HIT         PIC 9(03)     VALUE ZERO.
           05  WS-VNT-PICK        PIC 9(03)     VALUE ZERO.
           05  WS-RMT-NONE-LEFT   PIC X         VALUE SPACE.
           05  WS-RMT-HDR-DONE    PIC X         VALUE 'N'.
           05  WS-RMT-ROSTER-OPEN PIC X         VALUE 'N'.
           05  WS-RMT-FIND-TYPE   PIC X(01)     VALUE SPACE.
           05  WS-RMT-FIND-KEY    PIC X(20)     VALUE SPACES.
           05  WS-RMT-VENDOR-ID   PIC X(08)     VALUE SPACES.
           05  WS-RMT-NAME        PIC X(30)     VALUE SPACES.
           05  WS-RMT-METHOD      PIC X(01)     VALUE SPACE.
           05  WS-RMT-ROUTING-NO  PIC X(09)     VALUE SPACES.
           05  WS-RMT-BANK-ACCT   PIC X(17)     VALUE SPACES.
           05  WS-RMT-ACCT-TYPE   PIC X(01)     VALUE SPACE.
           05  WS-RMT-REFERENCE   PIC X(20)     VALUE SPACES.
           05  WS-RMT-AMOUNT      PIC 9(09)V9(02) VALUE ZERO.
           05  WS-RMT-VEND-DED    PIC 9(09)V9(02) VALUE ZERO.
           05  WS-RMT-VEND-GARN   PIC 9(09)V9(02) VALUE ZERO.
           05  WS-RMT-VEND-TOTAL  PIC 9(09)V9(02) VALUE ZERO.
           05  WS-RMT-ACH-TOTAL   PIC 9(09)V9(02) VALUE ZERO.
           05  WS-RMT-CHECK-TOTAL PIC 9(09)V9(02) VALUE ZERO.
           05  WS-RMT-HELD-TOTAL  PIC 9(09)V9(02) VALUE ZERO.
           05  WS-RMT-GRAND       PIC 9(09)V9(02) VALUE ZERO.
           05  WS-RMT-DED-REG     PIC 9(09)V9(02) VALUE ZERO.
           05  WS-RMT-GARN-TOTAL  PIC 9(09)V9(02) VALUE ZERO.
           05  WS-RMT-HELD-COUNT  PIC 9(05)     VALUE ZERO.
           05  WS-RMT-ERRORS      PIC 9(05)     VALUE ZERO.
           05  WS-RMA-ENTRY-COUNT PIC 9(06)     VALUE ZERO.
           05  WS-RMA-ADDENDA-COUNT PIC 9(06)   VALUE ZERO.
           05  WS-RMA-TOTAL-CREDIT PIC 9(12)    VALUE ZERO.
           05  WS-RMA-AMOUNT-CENTS PIC 9(10)    VALUE ZERO.
           05  WS-RMA-AMT-Z       PIC Z(09)9.
           05  WS-RMA-IDENT       PIC X(15)     VALUE SPACES.
           05  WS-RMA-PAY-DATE    PIC X(06)     VALUE SPACES.
           05  WS-RMA-EMP-NAME    PIC X(10)     VALUE SPACES.
           05  WS-RMA-TERM        PIC X(01)     VALUE 'N'.
           05  WS-RMA-PAYMENT     PIC X(15)     VALUE SPACES.
      *
       01  ACH-ADDENDA.
           05  AAD-RECORD-TYPE    PIC X(01) VALUE '7'.
           05  AAD-TYPE-CODE      PIC X(02) VALUE '05'.
           05  AAD-PAYMENT-INFO   PIC X(80) VALUE SPACES.
           05  AAD-SEQUENCE       PIC 9(04) VALUE 1.
           05  AAD-ENTRY-SEQ      PIC X(07) VALUE SPACES.
      *
       01  REMITREG-HEADER-1.
           05  FILLER    PIC X(32)
               VALUE 'Third-Party Remittance Register '.
           05  RMR-HDR-DATE   PIC X(10).
           05  FILLER    PIC X(68) VALUE SPACES.
      *
       01  REMITREG-HEADER-2.
           05  FILLER         PIC X(08) VALUE 'Vendor  '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(30) VALUE 'Name / Description'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(03) VALUE 'Mth'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'Item    '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE 'Reference / Case'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(14) VALUE '        Amount'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(15) VALUE 'Payment'.
      *
       01  REMITREG-DETAIL.
           05  RMR-VENDOR-O       PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RMR-NAME-O         PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RMR-METHOD-O       PIC X(03).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RMR-ITEM-O         PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RMR-REF-O          PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RMR-AMOUNT-O       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RMR-PAYMENT-O      PIC X(15).
      *
       01  REMITREG-VENDOR-LINE.
           05  RMV-VENDOR-O       PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RMV-NAME-O         PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RMV-METHOD-O       PIC X(03).
           05  FILLER             PIC X(65) VALUE SPACES.
      *
       01  REMITREG-TOTAL-LINE.
           05  RMR-TOT-LABEL-O    PIC X(44).
           05  RMR-TOT-AMOUNT-O   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RMR-TOT-RESULT-O   PIC X(20).
           05  FILLER             PIC X(30) VALUE SPACES.
      *
       01  WS-PRINT-STATUS    PIC XX VALUE SPACES.
      *
           05  CKSAVE-TAX-GRAND        PIC 9(09)V9(02).
           05  CKSAVE-DEDUCT-TOTALS    PIC X(1753).
           05  CKSAVE-DEPT-GROSS       PIC X(1503).
           05  CKSAVE-TAX-BUCKETS      PIC X(55).
           05  CKSAVE-STATE-TOTALS     PIC X(783).
           05  CKSAVE-GARN-TAKEN       PIC X(4504).
      *
       01  WS-ACCT-STATUS     PIC XX VALUE SPACES.
      *
           05  FILLER         PIC X(05) VALUE ' Net '.
           05  INQ-NET-O      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(07) VALUE SPACES.
      *
       01  INQ-TAX-LINE.
           05  INQ-TAX-LABEL-O PIC X(09).
           05  FILLER         PIC X(04) VALUE 'Fed '.
           05  INQ-FED-O      PIC -ZZZ,ZZ9.99.
           05  FILLER         PIC X(04) VALUE ' SS '.
           05  INQ-SS-O       PIC -ZZZ,ZZ9.99.
           05  FILLER         PIC X(05) VALUE ' Med '.
           05  INQ-MED-O      PIC -ZZZ,ZZ9.99.
           05  FILLER         PIC X(04) VALUE ' St '.
           05  INQ-STATE-O    PIC -ZZZ,ZZ9.99.
           05  FILLER         PIC X(10) VALUE SPACES.
      *
       01  INQ-MSG-LINE.
           05  INQ-MSG-ACCT-O PIC X(08).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  INQ-MSG-TEXT-O PIC X(30).
           05  FILLER         PIC X(40) VALUE SPACES.
      *
       01  INQ-TERM-LINE.
           05  FILLER         PIC X(09) VALUE 'Status   '.
           05  INQ-TERM-STAT-O PIC X(18).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  INQ-TERM-DATE-O PIC X(10).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  INQ-TERM-REASON-O PIC X(20).
           05  FILLER         PIC X(20) VALUE SPACES.
      *
       01  CSV-HEADER-LINE.
           05  FILLER         PIC X(08) VALUE 'Account,'.
           05  WS-OT-HOURS        PIC 9(03)V9(02) VALUE ZERO.
           05  WS-CALC-GROSS      PIC 9(07)V9(02) VALUE ZERO.
           05  WS-CALC-NET        PIC 9(07)V9(02) VALUE ZERO.
           05  WS-PERIODS-PER-YEAR PIC 9(02)    VALUE 52.
           05  WS-PERIOD-OT-FLOOR PIC 9(03)V9(02) VALUE 40.00.
      *
       01  WS-DEDUCT-STATUS   PIC XX VALUE SPACES.
      *
       01  WS-DEDREG-STATUS   PIC XX VALUE SPACES.
      *
       01  WS-DEDCODE-STATUS  PIC XX VALUE SPACES.
      *
       01  WS-DYIN-STATUS     PIC XX VALUE SPACES.
      *
       01  WS-DYOUT-STATUS    PIC XX VALUE SPACES.
      *
       01  DEDUCT-CODE-TABLE.
           05  WS-DCC-COUNT       PIC 9(03)     VALUE ZERO.
           05  DCC-ENTRY OCCURS 50 TIMES.
               10  DCC-CODE       PIC X(04).
               10  DCC-TREAT      PIC X(01).
               10  DCC-RETIRE     PIC X(01).
               10  DCC-FICA-EXEMPT PIC X(01).
      *
       01  DEFERRAL-LIMITS.
           05  WS-DEFER-LIMIT     PIC 9(07)V9(02) VALUE 24500.00.
           05  WS-CATCHUP-LIMIT   PIC 9(07)V9(02) VALUE 8000.00.
           05  WS-CATCHUP-AGE     PIC 9(02)     VALUE 50.
      *
       01  DEFERRAL-WORK-FIELDS.
           05  WS-DCC-SUB         PIC 9(03)     VALUE ZERO.
           05  WS-DCC-EOF         PIC X         VALUE SPACE.
           05  WS-DCC-KEY         PIC X(04)     VALUE SPACES.
           05  WS-DED-TREAT       PIC X(01)     VALUE SPACE.
           05  WS-DED-RETIRE      PIC X(01)     VALUE SPACE.
           05  WS-DED-FICA-EXEMPT PIC X(01)     VALUE SPACE.
           05  WS-DED-BIRTH-DATE  PIC X(08)     VALUE SPACES.
           05  WS-DED-BIRTH-R REDEFINES WS-DED-BIRTH-DATE.
               10  WS-DED-BIRTH-YEAR PIC 9(04).
               10  FILLER         PIC X(04).
           05  WS-DYIN-OPEN       PIC X         VALUE 'N'.
           05  WS-DY-EOF          PIC X         VALUE SPACE.
           05  WS-DY-FOUND        PIC X         VALUE 'N'.
           05  WS-DYO-FOUND       PIC X         VALUE 'N'.
           05  WS-DY-PRIOR        PIC S9(09)V9(02) VALUE ZERO.
           05  WS-DEFER-EMP-LIMIT PIC 9(07)V9(02) VALUE ZERO.
           05  WS-DEFER-YTD       PIC S9(09)V9(02) VALUE ZERO.
           05  WS-DEFER-TAKEN     PIC 9(07)V9(02) VALUE ZERO.
           05  WS-DEFER-ROOM      PIC S9(09)V9(02) VALUE ZERO.
           05  WS-ELECT-PRETAX    PIC 9(07)V9(02) VALUE ZERO.
           05  WS-ELECT-PRETAX-FICA PIC 9(07)V9(02) VALUE ZERO.
           05  WS-DRG-PRINTED     PIC X         VALUE 'N'.
      *
       01  ADJ-ELECT-TABLE.
           05  WS-AET-COUNT       PIC 9(03)     VALUE ZERO.
           05  WS-AET-SUB         PIC 9(03)     VALUE ZERO.
           05  WS-AET-HIT         PIC 9(03)     VALUE ZERO.
           05  WS-AET-PASS        PIC X(01)     VALUE SPACE.
           05  AET-ENTRY OCCURS 50 TIMES.
               10  AET-CODE       PIC X(04).
               10  AET-DESC       PIC X(20).
               10  AET-OLD-AMT    PIC 9(07)V9(02).
               10  AET-NEW-AMT    PIC 9(07)V9(02).
      *
       01  WS-TAXRATE-STATUS  PIC XX VALUE SPACES.
      *
           05  WS-TAXABLE-PAY     PIC 9(07)V9(02) VALUE ZERO.
           05  WS-TAX-AMOUNT      PIC 9(07)V9(02) VALUE ZERO.
           05  WS-TAX-GRAND       PIC 9(09)V9(02) VALUE ZERO.
           05  WS-TAX-STATE       PIC X(02)     VALUE SPACES.
           05  WS-TAX-FICA-GROSS  PIC 9(07)V9(02) VALUE ZERO.
           05  WS-TAX-YTD-SS-WAGES  PIC S9(09)V9(02) VALUE ZERO.
           05  WS-TAX-YTD-MED-WAGES PIC S9(09)V9(02) VALUE ZERO.
           05  WS-FICA-ROOM       PIC S9(09)V9(02) VALUE ZERO.
           05  WS-TAX-TOTAL       PIC 9(07)V9(02) VALUE ZERO.
           05  WS-TAX-REMIT       PIC 9(11)V9(02) VALUE ZERO.
           05  WS-STR-EOF         PIC X         VALUE SPACE.
           05  WS-SB-SUB          PIC 9(03)     VALUE ZERO.
           05  WS-SB-HIT          PIC 9(03)     VALUE ZERO.
           05  WS-STATE-ALLOW-AMT PIC 9(05)V9(02) VALUE ZERO.
           05  WS-STT-SUB         PIC 9(03)     VALUE ZERO.
           05  WS-STT-HIT         PIC 9(03)     VALUE ZERO.
      *
       01  WS-STATETAX-STATUS PIC XX VALUE SPACES.
      *
       01  FICA-PARAMETERS.
           05  WS-SS-RATE         PIC 9(02)V9(02) VALUE 6.20.
           05  WS-SS-WAGE-BASE    PIC 9(07)V9(02) VALUE 184500.00.
           05  WS-MED-RATE        PIC 9(02)V9(02) VALUE 1.45.
           05  WS-ADDL-MED-RATE   PIC 9(02)V9(02) VALUE 0.90.
           05  WS-ADDL-MED-FLOOR  PIC 9(07)V9(02) VALUE 200000.00.
      *
       01  STATE-TAX-TABLE.
           05  WS-STBR-COUNT      PIC 9(03)     VALUE ZERO.
           05  STBR-ENTRY OCCURS 300 TIMES.
               10  SB-STATE       PIC X(02).
               10  SB-STATUS      PIC X(01).
               10  SB-FLOOR       PIC 9(07)V9(02).
               10  SB-RATE        PIC 9(02)V9(02).
               10  SB-BASE        PIC 9(07)V9(02).
      *
       01  PAY-CALC-RESULTS.
           05  WS-CALC-FED-TAX    PIC 9(07)V9(02) VALUE ZERO.
           05  WS-CALC-SS-WAGES   PIC 9(07)V9(02) VALUE ZERO.
           05  WS-CALC-SS-TAX     PIC 9(07)V9(02) VALUE ZERO.
           05  WS-CALC-MED-WAGES  PIC 9(07)V9(02) VALUE ZERO.
           05  WS-CALC-MED-TAX    PIC 9(07)V9(02) VALUE ZERO.
           05  WS-CALC-ADDL-WAGES PIC 9(07)V9(02) VALUE ZERO.
           05  WS-CALC-ADDL-TAX   PIC 9(07)V9(02) VALUE ZERO.
           05  WS-CALC-STATE-TAX  PIC 9(07)V9(02) VALUE ZERO.
           05  WS-CALC-ER-SS-TAX  PIC 9(07)V9(02) VALUE ZERO.
           05  WS-CALC-ER-MED-TAX PIC 9(07)V9(02) VALUE ZERO.
           05  WS-CALC-PRETAX     PIC 9(07)V9(02) VALUE ZERO.
           05  WS-CALC-TAXABLE    PIC 9(07)V9(02) VALUE ZERO.
      *
       01  TAX-GRAND-TOTALS.
           05  WS-SS-GRAND        PIC 9(09)V9(02) VALUE ZERO.
           05  WS-MED-GRAND       PIC 9(09)V9(02) VALUE ZERO.
           05  WS-STATE-GRAND     PIC 9(09)V9(02) VALUE ZERO.
           05  WS-ER-SS-GRAND     PIC 9(09)V9(02) VALUE ZERO.
           05  WS-ER-MED-GRAND    PIC 9(09)V9(02) VALUE ZERO.
      *
       01  STATE-TAX-TOTALS.
           05  WS-STT-COUNT       PIC 9(03)     VALUE ZERO.
           05  STT-ENTRY OCCURS 60 TIMES.
               10  STT-STATE      PIC X(02).
               10  STT-TOTAL      PIC 9(09)V9(02).
      *
       01  TAXREG-HEADER-1.
           05  FILLER    PIC X(13) VALUE 'Tax Register '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE 'Last Name '.
           05  FILLER         PIC X(12) VALUE SPACES.
           05  FILLER         PIC X(02) VALUE 'FS'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(04) VALUE 'Alw '.
           05  FILLER         PIC X(12) VALUE '       Gross'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE '   Fed Tax'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE '    SS Tax'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE '   Med Tax'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(02) VALUE 'St'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE ' State Tax'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE '     ER SS'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE '    ER Med'.
           05  FILLER         PIC X(04) VALUE SPACES.
      *
       01  TAXREG-DETAIL.
           05  TXG-ACCT-NO-O      PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  TXG-GROSS-O        PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  TXG-TAX-O          PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  TXG-SS-O           PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  TXG-MED-O          PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  TXG-STATE-CODE-O   PIC X(02).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  TXG-STATE-O        PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  TXG-ER-SS-O        PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  TXG-ER-MED-O       PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(04) VALUE SPACES.
      *
       01  TAXREG-TOTAL-LINE.
           05  TXG-TOT-LABEL-O    PIC X(30).
           05  FILLER             PIC X(06) VALUE SPACES.
           05  TXG-TOT-AMOUNT-O   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(82) VALUE SPACES.
      *
       01  TAXREG-STATE-LINE.
           05  FILLER         PIC X(22)
               VALUE 'State income tax      '.
           05  TXG-ST-STATE-O     PIC X(02).
           05  FILLER             PIC X(12) VALUE SPACES.
           05  TXG-ST-AMOUNT-O    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(82) VALUE SPACES.
      *
       01  TAXREG-TRAILER.
           05  FILLER         PIC X(26)
               VALUE 'Total Tax for Remittance  '.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  TXG-TR-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(82) VALUE SPACES.
      *
       01  WS-GARNISH-STATUS  PIC XX VALUE SPACES.
      *
               10  GN-TAKEN       PIC 9(07)V9(02).
               10  GN-APPLIED     PIC X(01).
               10  GN-REPORTED    PIC X(01).
      *
       01  GARN-TAKEN-TOTALS.
           05  WS-GTK-COUNT       PIC 9(04)     VALUE ZERO.
           05  GTK-TAKEN          PIC 9(07)V9(02)
                                  OCCURS 500 TIMES.
      *
       01  GARN-WORK-FIELDS.
           05  WS-GN-EOF          PIC X         VALUE SPACE.
           05  WS-GLJ-ERRORS      PIC 9(03)     VALUE ZERO.
           05  WS-DGT-SUB         PIC 9(03)     VALUE ZERO.
           05  WS-DGT-HIT         PIC 9(03)     VALUE ZERO.
           05  WS-GL-ER-AMT       PIC 9(09)V9(02) VALUE ZERO.
      *
       01  DCT-ADD-FIELDS.
           05  WS-DCT-ADD-CODE    PIC X(04)     VALUE SPACES.
           05  FILLER         PIC X(11) VALUE 'Description'.
           05  FILLER         PIC X(11) VALUE SPACES.
           05  FILLER         PIC X(12) VALUE '      Amount'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(04) VALUE 'Tax '.
           05  FILLER         PIC X(02) VALUE SPACES.
      *
       01  DEDREG-DETAIL.
           05  DRG-ACCT-NO-O      PIC X(08).
           05  DRG-DESC-O         PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DRG-AMOUNT-O       PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DRG-TREAT-O        PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
      *
       01  DEDREG-WAGES-LINE.
           05  DRW-ACCT-NO-O      PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(08) VALUE 'Gross   '.
           05  DRW-GROSS-O        PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(08) VALUE 'Pre-tax '.
           05  DRW-PRETAX-O       PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(08) VALUE 'Taxable '.
           05  DRW-TAXABLE-O      PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(08) VALUE SPACES.
      *
       01  DEDREG-CODE-TOTAL-LINE.
           05  WS-BAL-YTD-OUT-GROSS  PIC S9(09)V9(02) VALUE ZERO.
           05  WS-BAL-YTD-OUT-DEDUCT PIC S9(09)V9(02) VALUE ZERO.
           05  WS-BAL-YTD-OUT-NET    PIC S9(09)V9(02) VALUE ZERO.
           05  WS-BAL-YTD-IN-TAX     PIC S9(09)V9(02) VALUE ZERO.
           05  WS-BAL-YTD-OUT-TAX    PIC S9(09)V9(02) VALUE ZERO.
      *
       01  BAL-COMPARE-FIELDS.
           05  WS-BAL-ACTUAL      PIC S9(10)V9(02) VALUE ZERO.
       01  WS-CHKREG-STATUS   PIC XX VALUE SPACES.
      *
       01  WS-CKISS-STATUS    PIC XX VALUE SPACES.
      *
       01  WS-EARNHIST-STATUS PIC XX VALUE SPACES.
      *
       01  WS-DEPDIST-STATUS  PIC XX VALUE SPACES.
      *
       01  WS-PAYDIST-STATUS  PIC XX VALUE SPACES.
      *
       01  DEPOSIT-DIST-TABLE.
           05  WS-DDT-COUNT       PIC 9(02)     VALUE ZERO.
           05  DDT-ENTRY OCCURS 10 TIMES.
               10  DDT-SEQ        PIC X(02).
               10  DDT-TYPE       PIC X(01).
               10  DDT-AMOUNT     PIC 9(07)V9(02).
               10  DDT-PERCENT    PIC 9(03)V9(02).
               10  DDT-ROUTING-NO PIC X(09).
               10  DDT-BANK-ACCT-NO PIC X(17).
               10  DDT-ACCT-TYPE  PIC X(01).
      *
       01  DEPOSIT-WORK-FIELDS.
           05  WS-DDT-SUB         PIC 9(02)     VALUE ZERO.
           05  WS-DDT-REM-SUB     PIC 9(02)     VALUE ZERO.
           05  WS-DD-EOF          PIC X         VALUE SPACE.
           05  WS-DEPDIST-OPEN    PIC X         VALUE 'N'.
           05  WS-PD-EOF          PIC X         VALUE SPACE.
           05  WS-PD-LEN          PIC 9(02)     VALUE ZERO.
           05  WS-DEP-REMAIN      PIC 9(07)V9(02) VALUE ZERO.
           05  WS-DEP-LINE-AMT    PIC 9(07)V9(02) VALUE ZERO.
      *
       01  PAYMENT-WORK-FIELDS.
           05  WS-PAY-ACCT-NO     PIC X(08)     VALUE SPACES.
           05  WS-PAY-NET         PIC 9(07)V9(02) VALUE ZERO.
           05  WS-PAY-ROUTING-NO  PIC X(09)     VALUE SPACES.
           05  WS-PAY-BANK-ACCT   PIC X(17)     VALUE SPACES.
           05  WS-PAY-METHOD      PIC X(01)     VALUE SPACE.
           05  WS-PAY-CHECK-NO    PIC 9(08)     VALUE ZERO.
           05  WS-PAY-TRACE       PIC X(15)     VALUE SPACES.
           05  WS-PAY-DIST-SEQ    PIC X(02)     VALUE '00'.
           05  WS-PAY-ACCT-TYPE   PIC X(01)     VALUE 'C'.
           05  WS-PAY-PAYEE       PIC X(30)     VALUE SPACES.
      *
       01  CHECK-CONTROL-FIELDS.
           05  WS-CHECK-NEXT-NO   PIC 9(08)     VALUE 1.
           05  FILLER         PIC X(15) VALUE 'YTD Net        '.
           05  YES-NET        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(30) VALUE SPACES.
      *
       01  YES-TAX-LINE.
           05  YES-TAX-LABEL  PIC X(15).
           05  YES-TAX-AMT    PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(30) VALUE SPACES.
      *
       01  STUB-SEP-LINE.
           05  FILLER         PIC X(40) VALUE ALL '-'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  STB-YTD-NET    PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(24) VALUE SPACES.
      *
       01  STUB-TAX-LINE.
           05  STB-TAX-LABEL  PIC X(08).
           05  STB-CUR-TAX    PIC Z,ZZZ,ZZ9.99.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  STB-YTD-TAX    PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(24) VALUE SPACES.
      *
       01  STUB-PAID-LINE.
           05  FILLER         PIC X(08) VALUE 'Paid to '.
           05  STB-PAID-METHOD PIC X(09).
           05  STB-PAID-REF   PIC X(12).
           05  STB-PAID-AMT   PIC Z,ZZZ,ZZ9.99.
           05  FILLER         PIC X(19) VALUE SPACES.
      *
       01  STUB-LEAVE-LINE.
           05  FILLER         PIC X(09) VALUE 'Vacation '.
       OPEN-FILES.
           PERFORM INQUIRY-CHECK.
           PERFORM ADJUST-CHECK.
           PERFORM FINAL-PAY-CHECK.
           PERFORM CHECK-MAINT-CHECK.
           PERFORM CAPTURE-TIMESTAMP.
           MOVE WS-TS-X TO WS-START-TS.
           PERFORM ESTABLISH-RUN-MODE.
               GOBACK
           END-IF.
           PERFORM ESTABLISH-RUN-DATE.
           PERFORM APPLY-PENDING-RATES.
           PERFORM OPEN-DEDUCT-ELECTIONS.
           PERFORM LOAD-DEDUCT-CODES.
           PERFORM LOAD-TAX-RATES.
           PERFORM LOAD-STATE-TAX-RATES.
           PERFORM LOAD-GARNISHMENTS.
           PERFORM READ-CHECK-NO-CTL.
           PERFORM OPEN-BANK-STATUS.
           PERFORM OPEN-DEPOSIT-DIST.
           PERFORM OPEN-LABOR-HOURS.
           OPEN OUTPUT EXCEPTION-RPT.
           PERFORM WRITE-EXCEPTION-HEADERS.
           MOVE 'N' TO WS-YTDIN-OPEN.
           OPEN INPUT YTD-MASTER-IN.
           IF WS-YTDIN-STATUS = '00'
               MOVE 'Y' TO WS-YTDIN-OPEN
           END-IF.
           SORT SORT-WORK
               ON ASCENDING KEY SW-DEPT-CODE SW-ACCT-NO
               INPUT PROCEDURE IS VALIDATE-RECORDS
                   THRU VALIDATE-RECORDS-EXIT
               GIVING SORTED-ACCT-REC.
           IF WS-YTDIN-OPEN = 'Y'
               CLOSE YTD-MASTER-IN
               MOVE 'N' TO WS-YTDIN-OPEN
           END-IF.
           PERFORM WRITE-EXCEPTION-TRAILER.
           OPEN INPUT SORTED-ACCT-REC.
           IF WS-RESTART-FLAG = 'Y'
                   OPEN OUTPUT CHECK-RGT
                   PERFORM WRITE-CHKREG-HEADERS
               END-IF
               OPEN EXTEND PAY-DIST-FILE
               IF WS-PAYDIST-STATUS NOT = '00'
                   OPEN OUTPUT PAY-DIST-FILE
               END-IF
               OPEN EXTEND LABOR-WORK
               IF WS-LABWORK-STATUS NOT = '00'
                   OPEN OUTPUT LABOR-WORK
               END-IF
               PERFORM RESTORE-FROM-CHECKPOINT
               PERFORM SKIP-TO-RESTART-POINT
           ELSE
               OPEN OUTPUT CHECK-FILE
               OPEN OUTPUT CHECK-RGT
               PERFORM WRITE-CHKREG-HEADERS
               OPEN OUTPUT PAY-DIST-FILE
               OPEN OUTPUT LABOR-WORK
           END-IF.
           IF WS-TRIAL-FLAG NOT = 'Y'
               OPEN EXTEND CHECK-ISSUE
               IF WS-CKISS-STATUS NOT = '00'
                   OPEN OUTPUT CHECK-ISSUE
               END-IF
               OPEN EXTEND EARN-HIST
               IF WS-EARNHIST-STATUS NOT = '00'
                   OPEN OUTPUT EARN-HIST
               END-IF
               OPEN OUTPUT CHECKPOINT-FILE
           END-IF.
      *
           PERFORM WRITE-ACH-TRAILER
           PERFORM WRITE-DEDREG-TRAILER
           PERFORM WRITE-TAXREG-TRAILER
           PERFORM WRITE-GARNISH-FILE
           PERFORM WRITE-GARNISH-REGISTER
           .
           END-IF.
           IF WS-TRIAL-FLAG NOT = 'Y'
               OPEN OUTPUT LEAVE-MASTER-OUT
               OPEN OUTPUT DEDUCT-YTD-OUT
           END-IF.
           PERFORM LOAD-LEAVE-TRANS.
           OPEN OUTPUT STUB-FILE.
           CLOSE PAY-DIST-FILE.
           OPEN INPUT PAY-DIST-FILE.
           MOVE SPACE TO WS-PD-EOF.
           PERFORM READ-PAY-DIST.
           MOVE WS-RUN-DATE-X TO STB-DATE.
           IF WS-YEAREND-FLAG = 'Y' AND WS-YTDIN-OPEN = 'Y'
               AND WS-TRIAL-FLAG NOT = 'Y'
               OPEN I-O LEAVE-MASTER-OUT
               PERFORM COPY-UNPAID-LEAVE-RECORDS
           END-IF.
           IF WS-YEAREND-FLAG NOT = 'Y' AND WS-DYIN-OPEN = 'Y'
               AND WS-TRIAL-FLAG NOT = 'Y'
               CLOSE DEDUCT-YTD-OUT
               OPEN I-O DEDUCT-YTD-OUT
               PERFORM COPY-UNPAID-DEDUCT-YTD
           END-IF.
           CLOSE SORTED-ACCT-REC.
           IF WS-YTDIN-OPEN = 'Y'
               CLOSE YTD-MASTER-IN
           IF WS-TRIAL-FLAG NOT = 'Y'
               CLOSE YTD-MASTER-OUT
               CLOSE LEAVE-MASTER-OUT
               CLOSE DEDUCT-YTD-OUT
           END-IF.
           PERFORM WRITE-LEAVE-REPORT.
           CLOSE STUB-FILE.
           CLOSE PAY-DIST-FILE.
           IF WS-TRIAL-FLAG NOT = 'Y'
               OPEN OUTPUT YEAR-CTL
               MOVE WS-CURRENT-YEAR TO YCTL-YEAR
               WS-BAL-YTD-OUT-NET - WS-BAL-YTD-IN-NET.
           MOVE CT-TOTAL-NET TO WS-BAL-EXPECT.
           PERFORM COMPARE-BAL-LEG.
           MOVE 'YTD Tax Delta' TO BAL-LABEL-O.
           COMPUTE WS-BAL-ACTUAL =
               WS-BAL-YTD-OUT-TAX - WS-BAL-YTD-IN-TAX.
           COMPUTE WS-BAL-EXPECT = WS-TAX-GRAND + WS-SS-GRAND
               + WS-MED-GRAND + WS-STATE-GRAND.
           PERFORM COMPARE-BAL-LEG.
           MOVE SPACES TO BAL-REC.
           WRITE BAL-REC AFTER ADVANCING 1 LINES.
           IF WS-BAL-ERRORS = ZERO
           CLOSE BAL-RPT.
      *
       GL-POSTING.
           PERFORM WRITE-LABOR-DISTRIBUTION.
           PERFORM LOAD-GL-XREF.
           IF WS-GLXREF-STATUS = '00'
               OPEN OUTPUT GL-JOURNAL
                   UNTIL WS-DCT-SUB > WS-DCT-COUNT
                   PERFORM WRITE-GL-DEDUCT-CREDIT
               END-PERFORM
               MOVE 'SS  '          TO WS-GLX-KEY
               MOVE WS-ER-SS-GRAND  TO WS-GL-ER-AMT
               PERFORM WRITE-GL-EMPLOYER-TAX
               MOVE 'MED '          TO WS-GLX-KEY
               MOVE WS-ER-MED-GRAND TO WS-GL-ER-AMT
               PERFORM WRITE-GL-EMPLOYER-TAX
               CLOSE GL-JOURNAL
               IF WS-GLJ-DEBITS NOT = WS-GLJ-CREDITS
                   DISPLAY 'PAYROL GL JOURNAL OUT OF BALANCE DR '
           ELSE
               DISPLAY 'PAYROL GL XREF NOT FOUND - NO JOURNAL'
           END-IF.
      *
       REMITTANCE-RUN.
           IF WS-TRIAL-FLAG NOT = 'Y'
               PERFORM WRITE-REMITTANCE
           END-IF.
           PERFORM WRITE-CHKREG-TRAILER.
      *
       CLOSE-STOP.
           CLOSE PRINT-LINE.
           IF WS-DEDUCT-OPEN = 'Y'
               CLOSE DEDUCT-ELECT
           END-IF.
           IF WS-DYIN-OPEN = 'Y'
               CLOSE DEDUCT-YTD-IN
           END-IF.
           IF WS-BANKSTAT-OPEN = 'Y'
               CLOSE BANK-STAT-FILE
           END-IF.
           IF WS-DEPDIST-OPEN = 'Y'
               CLOSE DEPOSIT-DIST
           END-IF.
           IF WS-LABOR-OPEN = 'Y'
               CLOSE LABOR-HOURS
           END-IF.
           IF WS-TRIAL-FLAG NOT = 'Y'
               CLOSE CHECK-ISSUE
               CLOSE EARN-HIST
               OPEN OUTPUT CHECK-NO-CTL
               MOVE WS-CHECK-NEXT-NO TO CKNO-NEXT
               WRITE CHECK-NO-CTL-REC
           MOVE DCT-CODE (WS-DCT-SUB)   TO GLJ-SOURCE.
           WRITE GL-JOURNAL-REC.
           ADD DCT-TOTAL (WS-DCT-SUB) TO WS-GLJ-CREDITS.
      *
       WRITE-GL-EMPLOYER-TAX.
           IF WS-GL-ER-AMT > ZERO
               MOVE 'E'           TO WS-GLX-TYPE
               PERFORM FIND-GL-ACCT
               MOVE WS-RUN-DATE-X TO GLJ-DATE
               MOVE WS-GL-ACCT    TO GLJ-GL-ACCT
               MOVE 'D'           TO GLJ-DRCR
               MOVE WS-GL-ER-AMT  TO GLJ-AMOUNT
               MOVE WS-GLX-KEY    TO GLJ-SOURCE
               WRITE GL-JOURNAL-REC
               ADD WS-GL-ER-AMT TO WS-GLJ-DEBITS
               MOVE 'T'           TO WS-GLX-TYPE
               PERFORM FIND-GL-ACCT
               MOVE WS-GL-ACCT    TO GLJ-GL-ACCT
               MOVE 'C'           TO GLJ-DRCR
               WRITE GL-JOURNAL-REC
               ADD WS-GL-ER-AMT TO WS-GLJ-CREDITS
           END-IF.
      *
       CHECK-DEPT-BREAK.
           IF WS-FIRST-RECORD = 'Y'
               PERFORM ADD-DEDUCT-CODE-TOTAL
           END-IF.
           PERFORM SET-PAYMENT-FROM-ROSTER.
           PERFORM LOAD-DEPOSIT-LINES.
           IF WS-DDT-COUNT = ZERO
               PERFORM PAY-TO-ROSTER-ACCOUNT
           ELSE
               PERFORM PAY-DEPOSIT-LINES
           END-IF.
           IF WS-TRIAL-FLAG NOT = 'Y'
               PERFORM WRITE-EARNINGS-HISTORY
           END-IF.
           PERFORM DISTRIBUTE-LABOR.
           ADD 1                TO CT-EMP-COUNT.
           ADD GROSS-PAY        TO CT-TOTAL-GROSS.
           ADD DEDUCTIONS       TO CT-TOTAL-DEDUCT.
           MOVE WS-TAX-GRAND        TO CKPT-TAX-GRAND.
           MOVE DEDUCT-CODE-TOTALS  TO CKPT-DEDUCT-TOTALS.
           MOVE DEPT-GROSS-TOTALS   TO CKPT-DEPT-GROSS.
           MOVE TAX-GRAND-TOTALS    TO CKPT-TAX-BUCKETS.
           MOVE STATE-TAX-TOTALS    TO CKPT-STATE-TOTALS.
           MOVE GARN-TAKEN-TOTALS   TO CKPT-GARN-TAKEN.
           IF WS-TRIAL-FLAG NOT = 'Y'
               WRITE CHECKPOINT-REC
           END-IF.
           MOVE NET-PAY      TO WS-PAY-NET.
           MOVE ROUTING-NO   TO WS-PAY-ROUTING-NO.
           MOVE BANK-ACCT-NO TO WS-PAY-BANK-ACCT.
           MOVE 'N'          TO WS-PAY-METHOD.
           MOVE ZERO         TO WS-PAY-CHECK-NO.
           MOVE SPACES       TO WS-PAY-TRACE.
           MOVE '00'         TO WS-PAY-DIST-SEQ.
           MOVE 'C'          TO WS-PAY-ACCT-TYPE.
      *
       PAY-TO-ROSTER-ACCOUNT.
           IF WS-PAY-ROUTING-NO NOT = SPACES
               AND WS-PAY-BANK-ACCT NOT = SPACES
               PERFORM CHECK-BANK-STATUS
               IF WS-BANK-DISP = 'L'
                   PERFORM WRITE-ACH-ENTRY
               ELSE
                   PERFORM WRITE-CHECK
               END-IF
           ELSE
               PERFORM WRITE-CHECK
           END-IF.
           PERFORM WRITE-PAY-DIST.
      *
       OPEN-DEPOSIT-DIST.
           MOVE 'N' TO WS-DEPDIST-OPEN.
           OPEN INPUT DEPOSIT-DIST.
           IF WS-DEPDIST-STATUS = '00'
               MOVE 'Y' TO WS-DEPDIST-OPEN
           END-IF.
      *
       LOAD-DEPOSIT-LINES.
           MOVE ZERO TO WS-DDT-COUNT.
           IF WS-DEPDIST-OPEN = 'Y'
               MOVE 'Y' TO WS-DD-EOF
               MOVE ACCT-NO TO DD-ACCT-NO
               MOVE LOW-VALUES TO DD-SEQ
               START DEPOSIT-DIST KEY NOT < DD-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACE TO WS-DD-EOF
                       PERFORM READ-NEXT-DEPOSIT-LINE
               END-START
               PERFORM UNTIL WS-DD-EOF = 'Y'
                   PERFORM STORE-ONE-DEPOSIT-LINE
                   PERFORM READ-NEXT-DEPOSIT-LINE
               END-PERFORM
           END-IF.
      *
       READ-NEXT-DEPOSIT-LINE.
           READ DEPOSIT-DIST NEXT RECORD
               AT END MOVE 'Y' TO WS-DD-EOF
           END-READ.
           IF WS-DD-EOF NOT = 'Y'
               IF DD-ACCT-NO NOT = ACCT-NO
                   MOVE 'Y' TO WS-DD-EOF
               END-IF
           END-IF.
      *
       STORE-ONE-DEPOSIT-LINE.
           IF WS-DDT-COUNT < 10
               ADD 1 TO WS-DDT-COUNT
               MOVE DD-SEQ          TO DDT-SEQ (WS-DDT-COUNT)
               MOVE DD-TYPE         TO DDT-TYPE (WS-DDT-COUNT)
               MOVE DD-AMOUNT       TO DDT-AMOUNT (WS-DDT-COUNT)
               MOVE DD-PERCENT      TO DDT-PERCENT (WS-DDT-COUNT)
               MOVE DD-ROUTING-NO   TO DDT-ROUTING-NO (WS-DDT-COUNT)
               MOVE DD-BANK-ACCT-NO TO DDT-BANK-ACCT-NO (WS-DDT-COUNT)
               MOVE DD-ACCT-TYPE    TO DDT-ACCT-TYPE (WS-DDT-COUNT)
           ELSE
               DISPLAY 'PAYROL DEPOSIT LINE ' DD-SEQ ' FOR ' ACCT-NO
                   ' OVER 10 LINES - AMOUNT TO REMAINDER'
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       PAY-DEPOSIT-LINES.
           MOVE NET-PAY TO WS-DEP-REMAIN.
           MOVE ZERO TO WS-DDT-REM-SUB.
           PERFORM VARYING WS-DDT-SUB FROM 1 BY 1
               UNTIL WS-DDT-SUB > WS-DDT-COUNT
               IF DDT-TYPE (WS-DDT-SUB) = 'R'
                   AND WS-DDT-REM-SUB = ZERO
                   MOVE WS-DDT-SUB TO WS-DDT-REM-SUB
               ELSE
                   PERFORM PAY-ONE-DEPOSIT-LINE
               END-IF
           END-PERFORM.
           IF WS-DDT-REM-SUB = ZERO
               MOVE ROUTING-NO    TO WS-PAY-ROUTING-NO
               MOVE BANK-ACCT-NO  TO WS-PAY-BANK-ACCT
               MOVE '00'          TO WS-PAY-DIST-SEQ
               MOVE 'C'           TO WS-PAY-ACCT-TYPE
               MOVE WS-DEP-REMAIN TO WS-PAY-NET
               IF WS-DEP-REMAIN > ZERO
                   PERFORM PAY-TO-ROSTER-ACCOUNT
               END-IF
           ELSE
               MOVE WS-DDT-REM-SUB TO WS-DDT-SUB
               PERFORM SET-PAYMENT-FROM-DEP-LINE
               PERFORM CHECK-BANK-STATUS
               MOVE WS-DEP-REMAIN TO WS-PAY-NET
               IF WS-DEP-REMAIN > ZERO
                   IF WS-BANK-DISP = 'L'
                       PERFORM WRITE-ACH-ENTRY
                   ELSE
                       PERFORM WRITE-CHECK
                   END-IF
                   PERFORM WRITE-PAY-DIST
               END-IF
           END-IF.
      *
       PAY-ONE-DEPOSIT-LINE.
           PERFORM SET-PAYMENT-FROM-DEP-LINE.
           PERFORM CHECK-BANK-STATUS.
           IF DDT-TYPE (WS-DDT-SUB) = 'P'
               COMPUTE WS-DEP-LINE-AMT ROUNDED =
                   NET-PAY * DDT-PERCENT (WS-DDT-SUB) / 100
           ELSE
               MOVE DDT-AMOUNT (WS-DDT-SUB) TO WS-DEP-LINE-AMT
           END-IF.
           IF WS-DEP-LINE-AMT > WS-DEP-REMAIN
               MOVE WS-DEP-REMAIN TO WS-DEP-LINE-AMT
           END-IF.
           IF WS-BANK-DISP = 'L' AND WS-DEP-LINE-AMT > ZERO
               MOVE WS-DEP-LINE-AMT TO WS-PAY-NET
               PERFORM WRITE-ACH-ENTRY
               PERFORM WRITE-PAY-DIST
               SUBTRACT WS-DEP-LINE-AMT FROM WS-DEP-REMAIN
           END-IF.
      *
       SET-PAYMENT-FROM-DEP-LINE.
           MOVE DDT-SEQ (WS-DDT-SUB)          TO WS-PAY-DIST-SEQ.
           MOVE DDT-ROUTING-NO (WS-DDT-SUB)   TO WS-PAY-ROUTING-NO.
           MOVE DDT-BANK-ACCT-NO (WS-DDT-SUB) TO WS-PAY-BANK-ACCT.
           IF DDT-ACCT-TYPE (WS-DDT-SUB) = 'S'
               MOVE 'S' TO WS-PAY-ACCT-TYPE
           ELSE
               MOVE 'C' TO WS-PAY-ACCT-TYPE
           END-IF.
      *
       WRITE-PAY-DIST.
           MOVE WS-PAY-ACCT-NO   TO PD-ACCT-NO.
           MOVE WS-PAY-METHOD    TO PD-METHOD.
           MOVE WS-PAY-ACCT-TYPE TO PD-ACCT-TYPE.
           MOVE WS-PAY-CHECK-NO  TO PD-CHECK-NO.
           MOVE WS-PAY-NET       TO PD-AMOUNT.
           MOVE WS-PAY-TRACE     TO PD-TRACE.
           IF WS-PAY-METHOD = 'A'
               MOVE WS-PAY-ROUTING-NO TO PD-ROUTING-NO
               MOVE WS-PAY-BANK-ACCT  TO PD-BANK-ACCT-NO
           ELSE
               MOVE SPACES TO PD-ROUTING-NO
               MOVE SPACES TO PD-BANK-ACCT-NO
           END-IF.
           WRITE PAY-DIST-REC.
      *
       READ-PAY-DIST.
           READ PAY-DIST-FILE
               AT END MOVE 'Y' TO WS-PD-EOF
           END-READ.
      *
       WRITE-EARNINGS-HISTORY.
           MOVE ACCT-NO        TO EH-ACCT-NO.
           MOVE WS-RUN-DATE-X  TO EH-PERIOD-DATE.
           MOVE 'R'            TO EH-ENTRY-TYPE.
           MOVE PAY-GROUP      TO EH-PAY-GROUP.
           MOVE DEPT-CODE      TO EH-DEPT-CODE.
           MOVE LAST-NAME      TO EH-LAST-NAME.
           MOVE FIRST-NAME     TO EH-FIRST-NAME.
           MOVE STATE-CODE     TO EH-STATE-CODE.
           MOVE HOURS-WORKED   TO EH-HOURS.
           MOVE GROSS-PAY      TO EH-GROSS.
           MOVE PRETAX-DED     TO EH-PRETAX-DED.
           MOVE TAXABLE-WAGES  TO EH-TAXABLE-WAGES.
           MOVE FED-TAX        TO EH-FED-TAX.
           MOVE SS-WAGES       TO EH-SS-WAGES.
           MOVE SS-TAX         TO EH-SS-TAX.
           MOVE MED-WAGES      TO EH-MED-WAGES.
           MOVE MED-TAX        TO EH-MED-TAX.
           MOVE ADDL-MED-WAGES TO EH-ADDL-MED-WAGES.
           MOVE ADDL-MED-TAX   TO EH-ADDL-MED-TAX.
           MOVE STATE-TAX      TO EH-STATE-TAX.
           MOVE ER-SS-TAX      TO EH-ER-SS-TAX.
           MOVE ER-MED-TAX     TO EH-ER-MED-TAX.
           MOVE DEDUCTIONS     TO EH-DEDUCTIONS.
           MOVE NET-PAY        TO EH-NET-PAY.
           PERFORM WRITE-EARN-HIST-REC.
      *
       WRITE-ADJ-EARNINGS-HISTORY.
           MOVE AJ-ACCT-NO     TO EH-ACCT-NO.
           MOVE WS-RUN-DATE-X  TO EH-PERIOD-DATE.
           MOVE 'A'            TO EH-ENTRY-TYPE.
           MOVE PAY-GROUP-IN   TO EH-PAY-GROUP.
           MOVE DEPT-CODE-IN   TO EH-DEPT-CODE.
           MOVE LAST-NAME-IN   TO EH-LAST-NAME.
           MOVE FIRST-NAME-IN  TO EH-FIRST-NAME.
           MOVE STATE-CODE-IN  TO EH-STATE-CODE.
           COMPUTE EH-HOURS = AJ-NEW-HOURS - AJ-OLD-HOURS.
           MOVE WS-ADJ-DELTA-GROSS   TO EH-GROSS.
           MOVE WS-ADJ-DELTA-PRETAX  TO EH-PRETAX-DED.
           MOVE WS-ADJ-DELTA-TAXABLE TO EH-TAXABLE-WAGES.
           MOVE WS-ADJ-DELTA-FED     TO EH-FED-TAX.
           MOVE WS-ADJ-DELTA-SSW     TO EH-SS-WAGES.
           MOVE WS-ADJ-DELTA-SS      TO EH-SS-TAX.
           MOVE WS-ADJ-DELTA-MEDW    TO EH-MED-WAGES.
           MOVE WS-ADJ-DELTA-MED     TO EH-MED-TAX.
           MOVE WS-ADJ-DELTA-ADDLW   TO EH-ADDL-MED-WAGES.
           MOVE WS-ADJ-DELTA-ADDL    TO EH-ADDL-MED-TAX.
           MOVE WS-ADJ-DELTA-STATE   TO EH-STATE-TAX.
           MOVE WS-ADJ-DELTA-ER-SS   TO EH-ER-SS-TAX.
           MOVE WS-ADJ-DELTA-ER-MED  TO EH-ER-MED-TAX.
           MOVE WS-ADJ-DELTA-DED     TO EH-DEDUCTIONS.
           MOVE WS-ADJ-DELTA-NET     TO EH-NET-PAY.
           PERFORM WRITE-EARN-HIST-REC.
      *
       WRITE-EARN-HIST-REC.
           MOVE WS-PAY-METHOD   TO EH-PAY-METHOD.
           MOVE WS-PAY-CHECK-NO TO EH-CHECK-NO.
           MOVE WS-PAY-TRACE    TO EH-ACH-TRACE.
           WRITE EARN-HIST-REC.
           IF WS-EARNHIST-STATUS NOT = '00'
               DISPLAY 'PAYROL EARNINGS HISTORY WRITE FAILED '
                   EH-ACCT-NO ' STATUS ' WS-EARNHIST-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       WRITE-ACH-ENTRY.
           IF WS-PAY-ACCT-TYPE = 'S'
               MOVE '32' TO AED-TRANS-CODE
           ELSE
               MOVE '22' TO AED-TRANS-CODE
           END-IF.
           COMPUTE WS-ACH-AMOUNT-CENTS = WS-PAY-NET * 100.
           PERFORM WRITE-ACH-ENTRY-COMMON.
           MOVE 'A'              TO WS-PAY-METHOD.
           MOVE ZERO             TO WS-PAY-CHECK-NO.
           MOVE AED-TRACE-NUMBER TO WS-PAY-TRACE.
      *
       WRITE-ACH-PRENOTE.
           IF WS-PAY-ACCT-TYPE = 'S'
               MOVE '33' TO AED-TRANS-CODE
           ELSE
               MOVE '23' TO AED-TRANS-CODE
           END-IF.
           MOVE ZERO TO WS-ACH-AMOUNT-CENTS.
           PERFORM WRITE-ACH-ENTRY-COMMON.
      *
       WRITE-ACH-ENTRY-COMMON.
           MOVE WS-PAY-ROUTING-NO TO AED-ROUTING.
           MOVE WS-PAY-BANK-ACCT  TO AED-ACCOUNT-NO.
           MOVE WS-ACH-AMOUNT-CENTS TO AED-AMOUNT.
           MOVE WS-PAY-ACCT-NO    TO AED-IDENTIFICATION (1:8).
           MOVE SPACES            TO AED-NAME.
           STRING FUNCTION TRIM (WS-PAY-FIRST-NAME)
                  DELIMITED BY SIZE
                  ' '        DELIMITED BY SIZE
       CHECK-BANK-STATUS.
           MOVE 'N' TO WS-BS-FOUND.
           IF WS-BANKSTAT-OPEN = 'Y'
               MOVE WS-PAY-ACCT-NO  TO BS-ACCT-NO
               MOVE WS-PAY-DIST-SEQ TO BS-DIST-SEQ
               READ BANK-STAT-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-BS-FOUND
               END-READ
           END-IF.
           IF WS-BS-FOUND = 'N'
               MOVE WS-PAY-ACCT-NO    TO BS-ACCT-NO
               MOVE WS-PAY-DIST-SEQ   TO BS-DIST-SEQ
               MOVE WS-PAY-ROUTING-NO TO BS-ROUTING-NO
               MOVE WS-PAY-BANK-ACCT  TO BS-BANK-ACCT-NO
               MOVE 'P'  TO BS-STATUS
               MOVE ZERO TO BS-AGE
               MOVE WS-RUN-DATE-X TO BS-LAST-AGED
               PERFORM WRITE-ACH-PRENOTE
               MOVE 'C' TO WS-BANK-DISP
           ELSE
               IF BS-ROUTING-NO NOT = WS-PAY-ROUTING-NO
                   OR BS-BANK-ACCT-NO NOT = WS-PAY-BANK-ACCT
                   MOVE WS-PAY-ROUTING-NO TO BS-ROUTING-NO
                   MOVE WS-PAY-BANK-ACCT  TO BS-BANK-ACCT-NO
                   MOVE 'P'  TO BS-STATUS
                   MOVE ZERO TO BS-AGE
                   MOVE WS-RUN-DATE-X TO BS-LAST-AGED
           MOVE WS-CHECK-NEXT-NO TO CHK-NO-O.
           MOVE WS-RUN-DATE-X    TO CHK-DATE-O.
           MOVE SPACES           TO CHK-PAYEE-O.
           IF WS-PAY-PAYEE NOT = SPACES
               MOVE WS-PAY-PAYEE TO CHK-PAYEE-O
           ELSE
               STRING FUNCTION TRIM (WS-PAY-FIRST-NAME)
                      DELIMITED BY SIZE
                      ' '        DELIMITED BY SIZE
                      FUNCTION TRIM (WS-PAY-LAST-NAME)
                      DELIMITED BY SIZE
                      INTO CHK-PAYEE-O
               END-STRING
           END-IF.
           MOVE WS-PAY-NET TO CHK-AMT-O.
           MOVE WS-PAY-NET TO WS-CKW-AMOUNT.
           PERFORM CONVERT-AMOUNT-TO-WORDS.
           MOVE WS-PAY-NET       TO CRG-AMOUNT-O.
           WRITE CHECK-RGT-REC FROM CHKREG-DETAIL AFTER ADVANCING 1
               LINES.
           IF WS-TRIAL-FLAG NOT = 'Y' AND WS-CHKMNT-FLAG NOT = 'Y'
               MOVE WS-CHECK-NEXT-NO TO CI-CHECK-NO
               MOVE WS-PAY-ACCT-NO   TO CI-ACCT-NO
               MOVE WS-RUN-DATE-X    TO CI-ISSUE-DATE
               MOVE CHK-PAYEE-O      TO CI-PAYEE
               WRITE CHECK-ISSUE-REC
           END-IF.
           MOVE 'C'              TO WS-PAY-METHOD.
           MOVE SPACES           TO WS-PAY-TRACE.
           MOVE WS-CHECK-NEXT-NO TO WS-PAY-CHECK-NO.
           ADD 1          TO WS-CHECK-NEXT-NO.
           ADD 1          TO WS-CHECK-COUNT.
           ADD WS-PAY-NET TO WS-CHECK-TOTAL.
               WRITE PRINT-REC AFTER ADVANCING 1 LINES
               WRITE PRINT-REC FROM DEPT-TRAILER-LINE AFTER ADVANCING 1
                   LINES
               MOVE ZERO TO DT-EMP-COUNT DT-TOTAL-GROSS
                            DT-TOTAL-DEDUCT DT-TOTAL-NET
           END-IF.
           MOVE ZERO TO WS-DGT-HIT.
           PERFORM VARYING WS-DGT-SUB FROM 1 BY 1
               UNTIL WS-DGT-SUB > WS-DGT-COUNT
               IF DGT-DEPT (WS-DGT-SUB) = WS-LD-PREV-DEPT
                   ADD WS-LD-DEPT-GROSS TO DGT-GROSS (WS-DGT-SUB)
                   MOVE 1 TO WS-DGT-HIT
               END-IF
           END-PERFORM.
           IF WS-DGT-HIT = ZERO
               IF WS-DGT-COUNT < 100
                   ADD 1 TO WS-DGT-COUNT
                   MOVE WS-LD-PREV-DEPT  TO DGT-DEPT (WS-DGT-COUNT)
                   MOVE WS-LD-DEPT-GROSS TO DGT-GROSS (WS-DGT-COUNT)
               ELSE
                   DISPLAY 'PAYROL DEPT GROSS TABLE FULL - ABEND'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
      *
       OPEN-LABOR-HOURS.
           MOVE 'N' TO WS-LABOR-OPEN.
           OPEN INPUT LABOR-HOURS.
           IF WS-LABOR-STATUS = '00'
               MOVE 'Y' TO WS-LABOR-OPEN
           END-IF.
      *
       DISTRIBUTE-LABOR.
           MOVE ZERO TO WS-LCT-COUNT.
           MOVE ZERO TO WS-LCT-HOURS.
           IF WS-LABOR-OPEN = 'Y'
               MOVE 'Y' TO WS-LH-EOF
               MOVE ACCT-NO TO LH-ACCT-NO
               MOVE LOW-VALUES TO LH-DEPT-CODE
               MOVE LOW-VALUES TO LH-JOB-CODE
               START LABOR-HOURS KEY NOT < LH-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACE TO WS-LH-EOF
                       PERFORM READ-NEXT-LABOR-HOURS
               END-START
               PERFORM UNTIL WS-LH-EOF = 'Y'
                   PERFORM STORE-ONE-LABOR-CHARGE
                   PERFORM READ-NEXT-LABOR-HOURS
               END-PERFORM
           END-IF.
           IF WS-LCT-HOURS = ZERO
               MOVE DEPT-CODE    TO LW-DEPT-CODE
               MOVE SPACES       TO LW-JOB-CODE
               MOVE HOURS-WORKED TO LW-HOURS
               MOVE GROSS-PAY    TO LW-GROSS
               PERFORM WRITE-LABOR-WORK
           ELSE
               MOVE HOURS-WORKED TO WS-LD-HOURS-LEFT
               MOVE GROSS-PAY    TO WS-LD-GROSS-LEFT
               PERFORM VARYING WS-LCT-SUB FROM 1 BY 1
                   UNTIL WS-LCT-SUB > WS-LCT-COUNT
                   PERFORM WRITE-ONE-LABOR-SHARE
               END-PERFORM
           END-IF.
      *
       READ-NEXT-LABOR-HOURS.
           READ LABOR-HOURS NEXT RECORD
               AT END MOVE 'Y' TO WS-LH-EOF
           END-READ.
           IF WS-LH-EOF NOT = 'Y'
               IF LH-ACCT-NO NOT = ACCT-NO
                   MOVE 'Y' TO WS-LH-EOF
               END-IF
           END-IF.
      *
       STORE-ONE-LABOR-CHARGE.
           IF LH-HOURS > ZERO
               IF WS-LCT-COUNT < 30
                   ADD 1 TO WS-LCT-COUNT
                   MOVE LH-DEPT-CODE TO LCT-DEPT-CODE (WS-LCT-COUNT)
                   MOVE LH-JOB-CODE  TO LCT-JOB-CODE (WS-LCT-COUNT)
                   MOVE LH-HOURS     TO LCT-HOURS (WS-LCT-COUNT)
                   ADD LH-HOURS      TO WS-LCT-HOURS
               ELSE
                   DISPLAY 'PAYROL LABOR CHARGE TABLE FULL - ABEND'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
      *
       WRITE-ONE-LABOR-SHARE.
           IF WS-LCT-SUB = WS-LCT-COUNT
               MOVE WS-LD-HOURS-LEFT TO WS-LD-SHARE-HOURS
               MOVE WS-LD-GROSS-LEFT TO WS-LD-SHARE-GROSS
           ELSE
               COMPUTE WS-LD-SHARE-HOURS ROUNDED =
                   HOURS-WORKED * LCT-HOURS (WS-LCT-SUB)
                   / WS-LCT-HOURS
               COMPUTE WS-LD-SHARE-GROSS ROUNDED =
                   GROSS-PAY * LCT-HOURS (WS-LCT-SUB)
                   / WS-LCT-HOURS
               IF WS-LD-SHARE-HOURS > WS-LD-HOURS-LEFT
                   MOVE WS-LD-HOURS-LEFT TO WS-LD-SHARE-HOURS
               END-IF
               IF WS-LD-SHARE-GROSS > WS-LD-GROSS-LEFT
                   MOVE WS-LD-GROSS-LEFT TO WS-LD-SHARE-GROSS
               END-IF
               SUBTRACT WS-LD-SHARE-HOURS FROM WS-LD-HOURS-LEFT
               SUBTRACT WS-LD-SHARE-GROSS FROM WS-LD-GROSS-LEFT
           END-IF.
           MOVE LCT-DEPT-CODE (WS-LCT-SUB) TO LW-DEPT-CODE.
           MOVE LCT-JOB-CODE (WS-LCT-SUB)  TO LW-JOB-CODE.
           MOVE WS-LD-SHARE-HOURS          TO LW-HOURS.
           MOVE WS-LD-SHARE-GROSS          TO LW-GROSS.
           PERFORM WRITE-LABOR-WORK.
      *
       WRITE-LABOR-WORK.
           MOVE ACCT-NO TO LW-ACCT-NO.
           WRITE LABOR-WORK-REC.
           IF WS-LABWORK-STATUS NOT = '00'
               DISPLAY 'PAYROL LABOR WORK WRITE FAILED '
                   LW-ACCT-NO ' STATUS ' WS-LABWORK-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       WRITE-LABOR-DISTRIBUTION.
           CLOSE LABOR-WORK.
           PERFORM LOAD-JOB-DESCRIPTIONS.
           SORT LABOR-SORT-WORK
               ON ASCENDING KEY LSW-DEPT-CODE LSW-JOB-CODE LSW-ACCT-NO
               USING LABOR-WORK
               GIVING LABOR-SORTED.
           OPEN OUTPUT LABOR-RPT.
           MOVE WS-RUN-DATE-X TO LDR-HDR-DATE.
           WRITE LABOR-RPT-REC FROM LABOR-HEADER-1.
           MOVE SPACES TO LABOR-RPT-REC.
           WRITE LABOR-RPT-REC AFTER ADVANCING 1 LINES.
           WRITE LABOR-RPT-REC FROM LABOR-HEADER-2
               AFTER ADVANCING 1 LINES.
           MOVE SPACES TO LABOR-RPT-REC.
           WRITE LABOR-RPT-REC AFTER ADVANCING 1 LINES.
           MOVE ZERO TO WS-DGT-COUNT.
           MOVE ZERO TO WS-LD-JOB-EMPS WS-LD-JOB-HOURS WS-LD-JOB-GROSS.
           MOVE ZERO TO WS-LD-DEPT-SHARES WS-LD-DEPT-HOURS
                        WS-LD-DEPT-GROSS.
           MOVE ZERO TO WS-LD-TOTAL-HOURS WS-LD-TOTAL-GROSS.
           MOVE LOW-VALUES TO WS-LD-PREV-DEPT.
           MOVE LOW-VALUES TO WS-LD-PREV-JOB.
           MOVE SPACES     TO WS-LD-PREV-ACCT.
           OPEN INPUT LABOR-SORTED.
           MOVE SPACE TO WS-LS-EOF.
           PERFORM READ-LABOR-SORTED.
           PERFORM UNTIL WS-LS-EOF = 'Y'
               IF LS-DEPT-CODE NOT = WS-LD-PREV-DEPT
                   OR LS-JOB-CODE NOT = WS-LD-PREV-JOB
                   PERFORM WRITE-LABOR-JOB-LINE
                   MOVE LS-JOB-CODE TO WS-LD-PREV-JOB
               END-IF
               IF LS-DEPT-CODE NOT = WS-LD-PREV-DEPT
                   PERFORM WRITE-LABOR-DEPT-LINE
                   MOVE LS-DEPT-CODE TO WS-LD-PREV-DEPT
               END-IF
               PERFORM ADD-LABOR-SHARE
               PERFORM READ-LABOR-SORTED
           END-PERFORM.
           PERFORM WRITE-LABOR-JOB-LINE.
           PERFORM WRITE-LABOR-DEPT-LINE.
           CLOSE LABOR-SORTED.
           MOVE WS-LD-TOTAL-HOURS TO LDT-HOURS-O.
           MOVE WS-LD-TOTAL-GROSS TO LDT-GROSS-O.
           WRITE LABOR-RPT-REC FROM LABOR-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE CT-TOTAL-GROSS TO LDT-REG-GROSS-O.
           IF WS-LD-TOTAL-GROSS = CT-TOTAL-GROSS
               MOVE 'IN BALANCE' TO LDT-RESULT-O
           ELSE
               MOVE 'OUT OF BALANCE' TO LDT-RESULT-O
               DISPLAY 'PAYROL LABOR DISTRIBUTION OUT OF BALANCE '
                   WS-LD-TOTAL-GROSS ' REGISTER ' CT-TOTAL-GROSS
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE LABOR-RPT-REC FROM LABOR-TIE-LINE
               AFTER ADVANCING 1 LINES.
           CLOSE LABOR-RPT.
      *
       READ-LABOR-SORTED.
           READ LABOR-SORTED
               AT END MOVE 'Y' TO WS-LS-EOF
           END-READ.
      *
       ADD-LABOR-SHARE.
           IF LS-ACCT-NO NOT = WS-LD-PREV-ACCT
               ADD 1 TO WS-LD-JOB-EMPS
               MOVE LS-ACCT-NO TO WS-LD-PREV-ACCT
           END-IF.
           ADD 1        TO WS-LD-DEPT-SHARES.
           ADD LS-HOURS TO WS-LD-JOB-HOURS.
           ADD LS-GROSS TO WS-LD-JOB-GROSS.
           ADD LS-HOURS TO WS-LD-DEPT-HOURS.
           ADD LS-GROSS TO WS-LD-DEPT-GROSS.
           ADD LS-HOURS TO WS-LD-TOTAL-HOURS.
           ADD LS-GROSS TO WS-LD-TOTAL-GROSS.
      *
       WRITE-LABOR-JOB-LINE.
           IF WS-LD-JOB-EMPS > ZERO
               MOVE WS-LD-PREV-DEPT TO LDR-DEPT-O
               MOVE WS-LD-PREV-JOB  TO LDR-JOB-O
               PERFORM FIND-JOB-DESCRIPTION
               MOVE WS-LD-JOB-EMPS  TO LDR-EMPS-O
               MOVE WS-LD-JOB-HOURS TO LDR-HOURS-O
               MOVE WS-LD-JOB-GROSS TO LDR-GROSS-O
               WRITE LABOR-RPT-REC FROM LABOR-DETAIL
                   AFTER ADVANCING 1 LINES
           END-IF.
           MOVE ZERO TO WS-LD-JOB-EMPS WS-LD-JOB-HOURS WS-LD-JOB-GROSS.
           MOVE SPACES TO WS-LD-PREV-ACCT.
      *
       WRITE-LABOR-DEPT-LINE.
           IF WS-LD-DEPT-SHARES > ZERO
               MOVE WS-LD-PREV-DEPT  TO LDD-DEPT-O
               MOVE WS-LD-DEPT-HOURS TO LDD-HOURS-O
               MOVE WS-LD-DEPT-GROSS TO LDD-GROSS-O
               WRITE LABOR-RPT-REC FROM LABOR-DEPT-LINE
                   AFTER ADVANCING 1 LINES
               MOVE SPACES TO LABOR-RPT-REC
               WRITE LABOR-RPT-REC AFTER ADVANCING 1 LINES
               PERFORM ADD-DEPT-GROSS-TOTAL
           END-IF.
           MOVE ZERO TO WS-LD-DEPT-SHARES WS-LD-DEPT-HOURS
                        WS-LD-DEPT-GROSS.
      *
       FIND-JOB-DESCRIPTION.
           MOVE SPACES TO LDR-DESC-O.
           IF WS-LD-PREV-JOB = SPACES
               MOVE 'No job code' TO LDR-DESC-O
           ELSE
               PERFORM VARYING WS-JDT-SUB FROM 1 BY 1
                   UNTIL WS-JDT-SUB > WS-JDT-COUNT
                   IF JDT-JOB-CODE (WS-JDT-SUB) = WS-LD-PREV-JOB
                       IF JDT-DEPT-CODE (WS-JDT-SUB) = WS-LD-PREV-DEPT
                           OR LDR-DESC-O = SPACES
                           MOVE JDT-DESC (WS-JDT-SUB) TO LDR-DESC-O
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      *
       LOAD-JOB-DESCRIPTIONS.
           MOVE ZERO TO WS-JDT-COUNT.
           OPEN INPUT JOB-CODE-FILE.
           IF WS-JOBCODE-STATUS = '00'
               MOVE SPACE TO WS-JC-EOF
               PERFORM READ-JOB-CODE
               PERFORM UNTIL WS-JC-EOF = 'Y'
                   PERFORM STORE-ONE-JOB-CODE
                   PERFORM READ-JOB-CODE
               END-PERFORM
               CLOSE JOB-CODE-FILE
           END-IF.
      *
       READ-JOB-CODE.
           READ JOB-CODE-FILE
               AT END MOVE 'Y' TO WS-JC-EOF
           END-READ.
      *
       STORE-ONE-JOB-CODE.
           IF WS-JDT-COUNT < 300
               ADD 1 TO WS-JDT-COUNT
               MOVE JC-DEPT-CODE TO JDT-DEPT-CODE (WS-JDT-COUNT)
               MOVE JC-JOB-CODE  TO JDT-JOB-CODE (WS-JDT-COUNT)
               MOVE JC-DESC      TO JDT-DESC (WS-JDT-COUNT)
           ELSE
               DISPLAY 'PAYROL JOB CODE TABLE FULL - ABEND'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       WRITE-TRAILER.
           MOVE SPACES       TO PRINT-REC.
           MOVE SPACES TO DEDUCT-RGT-REC.
      *
       WRITE-DEDUCT-REGISTER.
           MOVE ACCT-NO    TO WS-DED-KEY.
           MOVE GROSS-PAY  TO WS-DED-GROSS.
           MOVE BIRTH-DATE TO WS-DED-BIRTH-DATE.
           MOVE 'N' TO WS-DRG-PRINTED.
           IF WS-DEDUCT-OPEN = 'Y'
               PERFORM START-ELECTIONS-FOR-ACCT
               PERFORM UNTIL WS-DE-EOF = 'Y'
                   PERFORM READ-NEXT-ELECTION
               END-PERFORM
           END-IF.
           IF WS-DRG-PRINTED = 'Y'
               MOVE ACCT-NO       TO DRW-ACCT-NO-O
               MOVE GROSS-PAY     TO DRW-GROSS-O
               MOVE PRETAX-DED    TO DRW-PRETAX-O
               MOVE TAXABLE-WAGES TO DRW-TAXABLE-O
               WRITE DEDUCT-RGT-REC FROM DEDREG-WAGES-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.
      *
       WRITE-DEDUCT-REGISTER-LINE.
           PERFORM COMPUTE-ONE-ELECTION.
           MOVE DE-CODE    TO DRG-CODE-O.
           MOVE DE-DESC    TO DRG-DESC-O.
           MOVE WS-DED-ONE TO DRG-AMOUNT-O.
           IF WS-DED-TREAT = 'P'
               MOVE 'Pre ' TO DRG-TREAT-O
           ELSE
               IF WS-DED-TREAT = 'R'
                   MOVE 'Roth' TO DRG-TREAT-O
               ELSE
                   MOVE 'Post' TO DRG-TREAT-O
               END-IF
           END-IF.
           WRITE DEDUCT-RGT-REC FROM DEDREG-DETAIL
               AFTER ADVANCING 1 LINES.
           MOVE 'Y' TO WS-DRG-PRINTED.
           MOVE DE-CODE    TO WS-DCT-ADD-CODE.
           MOVE DE-DESC    TO WS-DCT-ADD-DESC.
           MOVE WS-DED-ONE TO WS-DCT-ADD-AMT.
           MOVE SPACES TO TAX-RGT-REC.
      *
       WRITE-TAX-REGISTER.
           IF ALLOWANCES IS NUMERIC
               MOVE ALLOWANCES TO WS-TAX-ALLOWANCES
           ELSE
               MOVE ZERO TO WS-TAX-ALLOWANCES
           END-IF.
           IF FED-TAX > ZERO OR SS-TAX > ZERO OR MED-TAX > ZERO
               OR STATE-TAX > ZERO
               MOVE ACCT-NO           TO TXG-ACCT-NO-O
               MOVE LAST-NAME         TO TXG-LAST-NAME-O
               MOVE FILING-STATUS     TO TXG-STATUS-O
               MOVE WS-TAX-ALLOWANCES TO TXG-ALLOW-O
               MOVE GROSS-PAY         TO TXG-GROSS-O
               MOVE FED-TAX           TO TXG-TAX-O
               MOVE SS-TAX            TO TXG-SS-O
               MOVE MED-TAX           TO TXG-MED-O
               MOVE STATE-CODE        TO TXG-STATE-CODE-O
               MOVE STATE-TAX         TO TXG-STATE-O
               MOVE ER-SS-TAX         TO TXG-ER-SS-O
               MOVE ER-MED-TAX        TO TXG-ER-MED-O
               WRITE TAX-RGT-REC FROM TAXREG-DETAIL
                   AFTER ADVANCING 1 LINES
               ADD FED-TAX    TO WS-TAX-GRAND
               ADD SS-TAX     TO WS-SS-GRAND
               ADD MED-TAX    TO WS-MED-GRAND
               ADD STATE-TAX  TO WS-STATE-GRAND
               ADD ER-SS-TAX  TO WS-ER-SS-GRAND
               ADD ER-MED-TAX TO WS-ER-MED-GRAND
           END-IF.
           IF FED-TAX > ZERO
               MOVE 'TAX '               TO WS-DCT-ADD-CODE
               MOVE 'Income tax withheld' TO WS-DCT-ADD-DESC
               MOVE FED-TAX              TO WS-DCT-ADD-AMT
               PERFORM ADD-DEDUCT-CODE-TOTAL
           END-IF.
           IF SS-TAX > ZERO
               MOVE 'SS  '               TO WS-DCT-ADD-CODE
               MOVE 'Social Security tax' TO WS-DCT-ADD-DESC
               MOVE SS-TAX               TO WS-DCT-ADD-AMT
               PERFORM ADD-DEDUCT-CODE-TOTAL
           END-IF.
           IF MED-TAX > ZERO
               MOVE 'MED '               TO WS-DCT-ADD-CODE
               MOVE 'Medicare tax'       TO WS-DCT-ADD-DESC
               MOVE MED-TAX              TO WS-DCT-ADD-AMT
               PERFORM ADD-DEDUCT-CODE-TOTAL
           END-IF.
           IF STATE-TAX > ZERO
               MOVE 'SIT '               TO WS-DCT-ADD-CODE
               MOVE 'State income tax'   TO WS-DCT-ADD-DESC
               MOVE STATE-TAX            TO WS-DCT-ADD-AMT
               PERFORM ADD-DEDUCT-CODE-TOTAL
               PERFORM ADD-STATE-TAX-TOTAL
           END-IF.
      *
       ADD-STATE-TAX-TOTAL.
           MOVE ZERO TO WS-STT-HIT.
           PERFORM VARYING WS-STT-SUB FROM 1 BY 1
               UNTIL WS-STT-SUB > WS-STT-COUNT
               IF STT-STATE (WS-STT-SUB) = STATE-CODE
                   ADD STATE-TAX TO STT-TOTAL (WS-STT-SUB)
                   MOVE 1 TO WS-STT-HIT
               END-IF
           END-PERFORM.
           IF WS-STT-HIT = ZERO
               IF WS-STT-COUNT < 60
                   ADD 1 TO WS-STT-COUNT
                   MOVE STATE-CODE TO STT-STATE (WS-STT-COUNT)
                   MOVE STATE-TAX  TO STT-TOTAL (WS-STT-COUNT)
               ELSE
                   DISPLAY 'PAYROL STATE TAX TABLE FULL - ABEND'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
      *
       ADD-GARN-CODE-TOTALS.
       WRITE-TAXREG-TRAILER.
           MOVE SPACES TO TAX-RGT-REC.
           WRITE TAX-RGT-REC AFTER ADVANCING 1 LINES.
           MOVE 'Federal income tax withheld' TO TXG-TOT-LABEL-O.
           MOVE WS-TAX-GRAND    TO TXG-TOT-AMOUNT-O.
           WRITE TAX-RGT-REC FROM TAXREG-TOTAL-LINE AFTER ADVANCING 1
               LINES.
           MOVE 'Social Security - employee' TO TXG-TOT-LABEL-O.
           MOVE WS-SS-GRAND     TO TXG-TOT-AMOUNT-O.
           WRITE TAX-RGT-REC FROM TAXREG-TOTAL-LINE AFTER ADVANCING 1
               LINES.
           MOVE 'Social Security - employer' TO TXG-TOT-LABEL-O.
           MOVE WS-ER-SS-GRAND  TO TXG-TOT-AMOUNT-O.
           WRITE TAX-RGT-REC FROM TAXREG-TOTAL-LINE AFTER ADVANCING 1
               LINES.
           MOVE 'Medicare - employee'        TO TXG-TOT-LABEL-O.
           MOVE WS-MED-GRAND    TO TXG-TOT-AMOUNT-O.
           WRITE TAX-RGT-REC FROM TAXREG-TOTAL-LINE AFTER ADVANCING 1
               LINES.
           MOVE 'Medicare - employer'        TO TXG-TOT-LABEL-O.
           MOVE WS-ER-MED-GRAND TO TXG-TOT-AMOUNT-O.
           WRITE TAX-RGT-REC FROM TAXREG-TOTAL-LINE AFTER ADVANCING 1
               LINES.
           PERFORM VARYING WS-STT-SUB FROM 1 BY 1
               UNTIL WS-STT-SUB > WS-STT-COUNT
               MOVE STT-STATE (WS-STT-SUB) TO TXG-ST-STATE-O
               MOVE STT-TOTAL (WS-STT-SUB) TO TXG-ST-AMOUNT-O
               WRITE TAX-RGT-REC FROM TAXREG-STATE-LINE
                   AFTER ADVANCING 1 LINES
           END-PERFORM.
           MOVE SPACES TO TAX-RGT-REC.
           WRITE TAX-RGT-REC AFTER ADVANCING 1 LINES.
           COMPUTE WS-TAX-REMIT = WS-TAX-GRAND + WS-SS-GRAND
               + WS-ER-SS-GRAND + WS-MED-GRAND + WS-ER-MED-GRAND
               + WS-STATE-GRAND.
           MOVE WS-TAX-REMIT TO TXG-TR-TOTAL.
           WRITE TAX-RGT-REC FROM TAXREG-TRAILER AFTER ADVANCING 1
               LINES.
      *
       OPEN-DEDUCT-ELECTIONS.
           MOVE 'N' TO WS-DEDUCT-OPEN.
           IF WS-FINAL-FLAG = 'Y' AND WS-TRIAL-FLAG NOT = 'Y'
               OPEN I-O DEDUCT-ELECT
           ELSE
               OPEN INPUT DEDUCT-ELECT
           END-IF.
           IF WS-DEDUCT-STATUS = '00'
               MOVE 'Y' TO WS-DEDUCT-OPEN
           END-IF.
           MOVE 'N' TO WS-DYIN-OPEN.
           IF (WS-ADJUST-FLAG = 'Y' OR WS-FINAL-FLAG = 'Y')
               AND WS-TRIAL-FLAG NOT = 'Y'
               OPEN I-O DEDUCT-YTD-IN
               IF WS-DYIN-STATUS = '35'
                   OPEN OUTPUT DEDUCT-YTD-IN
                   CLOSE DEDUCT-YTD-IN
                   OPEN I-O DEDUCT-YTD-IN
               END-IF
           ELSE
               OPEN INPUT DEDUCT-YTD-IN
           END-IF.
           IF WS-DYIN-STATUS = '00'
               MOVE 'Y' TO WS-DYIN-OPEN
           END-IF.
      *
       LOAD-DEDUCT-CODES.
           MOVE ZERO TO WS-DCC-COUNT.
           OPEN INPUT DEDUCT-CODE-FILE.
           IF WS-DEDCODE-STATUS = '00'
               MOVE SPACE TO WS-DCC-EOF
               PERFORM READ-DEDUCT-CODE
               PERFORM UNTIL WS-DCC-EOF = 'Y'
                   PERFORM STORE-ONE-DEDUCT-CODE
                   PERFORM READ-DEDUCT-CODE
               END-PERFORM
               CLOSE DEDUCT-CODE-FILE
           END-IF.
      *
       READ-DEDUCT-CODE.
           READ DEDUCT-CODE-FILE
               AT END MOVE 'Y' TO WS-DCC-EOF
           END-READ.
      *
       STORE-ONE-DEDUCT-CODE.
           IF WS-DCC-COUNT < 50
               ADD 1 TO WS-DCC-COUNT
               MOVE DCD-CODE        TO DCC-CODE (WS-DCC-COUNT)
               MOVE DCD-TREAT       TO DCC-TREAT (WS-DCC-COUNT)
               MOVE DCD-RETIRE      TO DCC-RETIRE (WS-DCC-COUNT)
               MOVE DCD-FICA-EXEMPT TO DCC-FICA-EXEMPT (WS-DCC-COUNT)
           ELSE
               DISPLAY 'PAYROL DEDUCT CODE TABLE FULL - ABEND'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       FIND-DEDUCT-TREATMENT.
           MOVE 'A' TO WS-DED-TREAT.
           MOVE 'N' TO WS-DED-RETIRE.
           MOVE 'N' TO WS-DED-FICA-EXEMPT.
           PERFORM VARYING WS-DCC-SUB FROM 1 BY 1
               UNTIL WS-DCC-SUB > WS-DCC-COUNT
               IF DCC-CODE (WS-DCC-SUB) = WS-DCC-KEY
                   MOVE DCC-TREAT (WS-DCC-SUB)  TO WS-DED-TREAT
                   MOVE DCC-RETIRE (WS-DCC-SUB) TO WS-DED-RETIRE
                   MOVE DCC-FICA-EXEMPT (WS-DCC-SUB)
                       TO WS-DED-FICA-EXEMPT
               END-IF
           END-PERFORM.
      *
       START-ELECTIONS-FOR-ACCT.
           PERFORM LOAD-DEFERRAL-BASE.
           MOVE 'Y' TO WS-DE-EOF.
           MOVE WS-DED-KEY TO DE-ACCT-NO.
           MOVE LOW-VALUES TO DE-CODE.
           END-IF.
      *
       SUM-ELECTED-DEDUCTIONS.
           MOVE ZERO TO WS-ELECT-PRETAX.
           MOVE ZERO TO WS-ELECT-PRETAX-FICA.
           IF WS-DEDUCT-OPEN = 'Y'
               PERFORM START-ELECTIONS-FOR-ACCT
               PERFORM UNTIL WS-DE-EOF = 'Y'
                   PERFORM COMPUTE-ONE-ELECTION
                   ADD WS-DED-ONE TO WS-ELECT-DEDUCT
                   MOVE 1 TO WS-ELECT-FOUND
                   IF WS-DED-TREAT = 'P'
                       ADD WS-DED-ONE TO WS-ELECT-PRETAX
                       IF WS-DED-FICA-EXEMPT = 'Y'
                           ADD WS-DED-ONE TO WS-ELECT-PRETAX-FICA
                       END-IF
                   END-IF
                   IF WS-AET-PASS NOT = SPACE
                       PERFORM CAPTURE-ADJ-ELECTION
                   END-IF
                   PERFORM READ-NEXT-ELECTION
               END-PERFORM
           END-IF.
           ELSE
               MOVE DE-AMOUNT TO WS-DED-ONE
           END-IF.
           MOVE DE-CODE TO WS-DCC-KEY.
           PERFORM FIND-DEDUCT-TREATMENT.
           IF WS-DED-RETIRE = 'Y'
               COMPUTE WS-DEFER-ROOM = WS-DEFER-EMP-LIMIT
                   - WS-DEFER-YTD - WS-DEFER-TAKEN
               IF WS-DEFER-ROOM < ZERO
                   MOVE ZERO TO WS-DEFER-ROOM
               END-IF
               IF WS-DED-ONE > WS-DEFER-ROOM
                   MOVE WS-DEFER-ROOM TO WS-DED-ONE
               END-IF
               ADD WS-DED-ONE TO WS-DEFER-TAKEN
           END-IF.
      *
       LOAD-DEFERRAL-BASE.
           MOVE ZERO TO WS-DEFER-YTD.
           MOVE ZERO TO WS-DEFER-TAKEN.
           MOVE WS-DEFER-LIMIT TO WS-DEFER-EMP-LIMIT.
           IF WS-DED-BIRTH-DATE IS NUMERIC
               IF WS-DED-BIRTH-YEAR + WS-CATCHUP-AGE
                   NOT > WS-CURRENT-YEAR
                   ADD WS-CATCHUP-LIMIT TO WS-DEFER-EMP-LIMIT
               END-IF
           END-IF.
           IF WS-YEAREND-FLAG NOT = 'Y' AND WS-DYIN-OPEN = 'Y'
               MOVE 'Y' TO WS-DY-EOF
               MOVE WS-DED-KEY TO DY-ACCT-NO
               MOVE LOW-VALUES TO DY-CODE
               START DEDUCT-YTD-IN KEY NOT < DY-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACE TO WS-DY-EOF
                       PERFORM READ-NEXT-DEDUCT-YTD
               END-START
               PERFORM UNTIL WS-DY-EOF = 'Y'
                   MOVE DY-CODE TO WS-DCC-KEY
                   PERFORM FIND-DEDUCT-TREATMENT
                   IF WS-DED-RETIRE = 'Y'
                       ADD DY-YTD-AMOUNT TO WS-DEFER-YTD
                   END-IF
                   PERFORM READ-NEXT-DEDUCT-YTD
               END-PERFORM
           END-IF.
      *
       READ-NEXT-DEDUCT-YTD.
           READ DEDUCT-YTD-IN NEXT RECORD
               AT END MOVE 'Y' TO WS-DY-EOF
           END-READ.
           IF WS-DY-EOF NOT = 'Y'
               IF DY-ACCT-NO NOT = WS-DED-KEY
                   MOVE 'Y' TO WS-DY-EOF
               END-IF
           END-IF.
      *
       POST-DEDUCT-YTD-RECORDS.
           IF WS-DEDUCT-OPEN = 'Y' AND WS-TRIAL-FLAG NOT = 'Y'
               MOVE ACCT-NO    TO WS-DED-KEY
               MOVE GROSS-PAY  TO WS-DED-GROSS
               MOVE BIRTH-DATE TO WS-DED-BIRTH-DATE
               PERFORM START-ELECTIONS-FOR-ACCT
               PERFORM UNTIL WS-DE-EOF = 'Y'
                   PERFORM COMPUTE-ONE-ELECTION
                   PERFORM POST-ONE-DEDUCT-YTD
                   PERFORM READ-NEXT-ELECTION
               END-PERFORM
           END-IF.
      *
       POST-ONE-DEDUCT-YTD.
           MOVE ZERO TO WS-DY-PRIOR.
           IF WS-YEAREND-FLAG NOT = 'Y' AND WS-DYIN-OPEN = 'Y'
               MOVE WS-DED-KEY TO DY-ACCT-NO
               MOVE DE-CODE    TO DY-CODE
               READ DEDUCT-YTD-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DY-YTD-AMOUNT TO WS-DY-PRIOR
               END-READ
           END-IF.
           MOVE WS-DED-KEY TO DYO-ACCT-NO.
           MOVE DE-CODE    TO DYO-CODE.
           COMPUTE DYO-YTD-AMOUNT = WS-DY-PRIOR + WS-DED-ONE.
           WRITE DEDUCT-YTD-REC-OUT.
           IF WS-DYOUT-STATUS NOT = '00'
               DISPLAY 'PAYROL DEDUCT YTD WRITE FAILED ' DYO-KEY
                   ' STATUS ' WS-DYOUT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       COPY-UNPAID-DEDUCT-YTD.
           MOVE SPACE TO WS-DY-EOF.
           MOVE LOW-VALUES TO DY-KEY.
           START DEDUCT-YTD-IN KEY NOT < DY-KEY
               INVALID KEY MOVE 'Y' TO WS-DY-EOF
           END-START.
           IF WS-DY-EOF NOT = 'Y'
               PERFORM READ-DEDUCT-YTD-SEQ
               PERFORM UNTIL WS-DY-EOF = 'Y'
                   PERFORM COPY-ONE-UNPAID-DEDUCT-YTD
                   PERFORM READ-DEDUCT-YTD-SEQ
               END-PERFORM
           END-IF.
      *
       READ-DEDUCT-YTD-SEQ.
           READ DEDUCT-YTD-IN NEXT RECORD
               AT END MOVE 'Y' TO WS-DY-EOF
           END-READ.
      *
       COPY-ONE-UNPAID-DEDUCT-YTD.
           MOVE 'N' TO WS-DYO-FOUND.
           MOVE DY-KEY TO DYO-KEY.
           READ DEDUCT-YTD-OUT
               INVALID KEY
                   MOVE 'N' TO WS-DYO-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DYO-FOUND
           END-READ.
           IF WS-DYO-FOUND = 'N'
               MOVE DY-KEY        TO DYO-KEY
               MOVE DY-YTD-AMOUNT TO DYO-YTD-AMOUNT
               WRITE DEDUCT-YTD-REC-OUT
           END-IF.
      *
       CAPTURE-ADJ-ELECTION.
           MOVE ZERO TO WS-AET-HIT.
           PERFORM VARYING WS-AET-SUB FROM 1 BY 1
               UNTIL WS-AET-SUB > WS-AET-COUNT
               IF AET-CODE (WS-AET-SUB) = DE-CODE
                   MOVE WS-AET-SUB TO WS-AET-HIT
               END-IF
           END-PERFORM.
           IF WS-AET-HIT = ZERO
               IF WS-AET-COUNT < 50
                   ADD 1 TO WS-AET-COUNT
                   MOVE WS-AET-COUNT TO WS-AET-HIT
                   MOVE DE-CODE TO AET-CODE (WS-AET-HIT)
                   MOVE DE-DESC TO AET-DESC (WS-AET-HIT)
                   MOVE ZERO    TO AET-OLD-AMT (WS-AET-HIT)
                   MOVE ZERO    TO AET-NEW-AMT (WS-AET-HIT)
               ELSE
                   DISPLAY 'PAYROL ADJUST ELECTION TABLE FULL - ABEND'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           IF WS-AET-PASS = 'O'
               MOVE WS-DED-ONE TO AET-OLD-AMT (WS-AET-HIT)
           ELSE
               MOVE WS-DED-ONE TO AET-NEW-AMT (WS-AET-HIT)
           END-IF.
      *
       LOAD-TAX-RATES.
           MOVE ZERO TO WS-TAXBR-COUNT.
           IF TXR-STATUS = 'A'
               MOVE TXR-BASE TO WS-ALLOWANCE-AMT
           ELSE
               IF TXR-STATUS = 'O'
                   MOVE TXR-FLOOR TO WS-SS-WAGE-BASE
                   MOVE TXR-RATE  TO WS-SS-RATE
               ELSE
                   IF TXR-STATUS = 'H'
                       MOVE TXR-RATE TO WS-MED-RATE
                   ELSE
                       IF TXR-STATUS = 'X'
                           MOVE TXR-FLOOR TO WS-ADDL-MED-FLOOR
                           MOVE TXR-RATE  TO WS-ADDL-MED-RATE
                       ELSE
                           IF TXR-STATUS = 'K'
                               MOVE TXR-FLOOR TO WS-DEFER-LIMIT
                               MOVE TXR-BASE  TO WS-CATCHUP-LIMIT
                           ELSE
                               PERFORM STORE-ONE-TAX-BRACKET
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       STORE-ONE-TAX-BRACKET.
           IF WS-TAXBR-COUNT < 50
               ADD 1 TO WS-TAXBR-COUNT
               MOVE TXR-STATUS TO TB-STATUS (WS-TAXBR-COUNT)
               MOVE TXR-FLOOR  TO TB-FLOOR  (WS-TAXBR-COUNT)
               MOVE TXR-RATE   TO TB-RATE   (WS-TAXBR-COUNT)
               MOVE TXR-BASE   TO TB-BASE   (WS-TAXBR-COUNT)
           ELSE
               DISPLAY 'PAYROL TAX BRACKET TABLE FULL - ABEND'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       LOAD-STATE-TAX-RATES.
           MOVE ZERO TO WS-STBR-COUNT.
           OPEN INPUT STATE-TAX-FILE.
           IF WS-STATETAX-STATUS = '00'
               MOVE SPACE TO WS-STR-EOF
               PERFORM READ-STATE-TAX-RATE
               PERFORM UNTIL WS-STR-EOF = 'Y'
                   PERFORM STORE-ONE-STATE-TAX-RATE
                   PERFORM READ-STATE-TAX-RATE
               END-PERFORM
               CLOSE STATE-TAX-FILE
           END-IF.
      *
       READ-STATE-TAX-RATE.
           READ STATE-TAX-FILE
               AT END MOVE 'Y' TO WS-STR-EOF
           END-READ.
      *
       STORE-ONE-STATE-TAX-RATE.
           IF WS-STBR-COUNT < 300
               ADD 1 TO WS-STBR-COUNT
               MOVE STR-STATE  TO SB-STATE  (WS-STBR-COUNT)
               MOVE STR-STATUS TO SB-STATUS (WS-STBR-COUNT)
               MOVE STR-FLOOR  TO SB-FLOOR  (WS-STBR-COUNT)
               MOVE STR-RATE   TO SB-RATE   (WS-STBR-COUNT)
               MOVE STR-BASE   TO SB-BASE   (WS-STBR-COUNT)
           ELSE
               DISPLAY 'PAYROL STATE TAX TABLE FULL - ABEND'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       SET-TAX-INPUTS-FROM-ROSTER.
           MOVE FILING-STATUS-IN TO WS-TAX-STATUS.
           IF ALLOWANCES-IN IS NUMERIC
               MOVE ALLOWANCES-IN TO WS-TAX-ALLOWANCES
           ELSE
               MOVE ZERO TO WS-TAX-ALLOWANCES
           END-IF.
           MOVE STATE-CODE-IN TO WS-TAX-STATE.
           MOVE ZERO TO WS-TAX-YTD-SS-WAGES.
           MOVE ZERO TO WS-TAX-YTD-MED-WAGES.
           IF WS-YEAREND-FLAG NOT = 'Y' AND WS-YTDIN-OPEN = 'Y'
               MOVE ACCT-NO-IN TO YM-ACCT-NO
               READ YTD-MASTER-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE YM-YTD-SS-WAGES  TO WS-TAX-YTD-SS-WAGES
                       MOVE YM-YTD-MED-WAGES TO WS-TAX-YTD-MED-WAGES
               END-READ
           END-IF.
      *
       SET-TAXABLE-WAGES.
           MOVE WS-ELECT-PRETAX TO WS-CALC-PRETAX.
           IF WS-ELECT-PRETAX > WS-CALC-GROSS
               MOVE ZERO TO WS-TAX-GROSS
           ELSE
               COMPUTE WS-TAX-GROSS = WS-CALC-GROSS - WS-ELECT-PRETAX
           END-IF.
           IF WS-ELECT-PRETAX-FICA > WS-CALC-GROSS
               MOVE ZERO TO WS-TAX-FICA-GROSS
           ELSE
               COMPUTE WS-TAX-FICA-GROSS =
                   WS-CALC-GROSS - WS-ELECT-PRETAX-FICA
           END-IF.
           MOVE WS-TAX-GROSS TO WS-CALC-TAXABLE.
      *
       COMPUTE-ALL-TAXES.
           PERFORM COMPUTE-TAX-WITHHOLDING.
           MOVE WS-TAX-AMOUNT TO WS-CALC-FED-TAX.
           PERFORM COMPUTE-FICA-WITHHOLDING.
           PERFORM COMPUTE-STATE-WITHHOLDING.
           COMPUTE WS-TAX-TOTAL = WS-CALC-FED-TAX + WS-CALC-SS-TAX
               + WS-CALC-MED-TAX + WS-CALC-STATE-TAX.
      *
       COMPUTE-FICA-WITHHOLDING.
           COMPUTE WS-FICA-ROOM =
               WS-SS-WAGE-BASE - WS-TAX-YTD-SS-WAGES.
           IF WS-FICA-ROOM < ZERO
               MOVE ZERO TO WS-FICA-ROOM
           END-IF.
           IF WS-TAX-FICA-GROSS > WS-FICA-ROOM
               MOVE WS-FICA-ROOM TO WS-CALC-SS-WAGES
           ELSE
               MOVE WS-TAX-FICA-GROSS TO WS-CALC-SS-WAGES
           END-IF.
           COMPUTE WS-CALC-SS-TAX ROUNDED =
               WS-CALC-SS-WAGES * WS-SS-RATE / 100.
           MOVE WS-CALC-SS-TAX TO WS-CALC-ER-SS-TAX.
           MOVE WS-TAX-FICA-GROSS TO WS-CALC-MED-WAGES.
           COMPUTE WS-CALC-ER-MED-TAX ROUNDED =
               WS-CALC-MED-WAGES * WS-MED-RATE / 100.
           COMPUTE WS-FICA-ROOM = WS-TAX-YTD-MED-WAGES
               + WS-TAX-FICA-GROSS - WS-ADDL-MED-FLOOR.
           IF WS-FICA-ROOM > ZERO
               IF WS-FICA-ROOM > WS-TAX-FICA-GROSS
                   MOVE WS-TAX-FICA-GROSS TO WS-CALC-ADDL-WAGES
               ELSE
                   MOVE WS-FICA-ROOM TO WS-CALC-ADDL-WAGES
               END-IF
           ELSE
               MOVE ZERO TO WS-CALC-ADDL-WAGES
           END-IF.
           COMPUTE WS-CALC-ADDL-TAX ROUNDED =
               WS-CALC-ADDL-WAGES * WS-ADDL-MED-RATE / 100.
           COMPUTE WS-CALC-MED-TAX =
               WS-CALC-ER-MED-TAX + WS-CALC-ADDL-TAX.
      *
       COMPUTE-STATE-WITHHOLDING.
           MOVE ZERO TO WS-CALC-STATE-TAX.
           IF WS-TAX-STATE NOT = SPACES AND WS-TAX-STATUS NOT = SPACE
               AND WS-STBR-COUNT > ZERO
               MOVE ZERO TO WS-STATE-ALLOW-AMT
               PERFORM VARYING WS-SB-SUB FROM 1 BY 1
                   UNTIL WS-SB-SUB > WS-STBR-COUNT
                   IF SB-STATE (WS-SB-SUB) = WS-TAX-STATE
                       AND SB-STATUS (WS-SB-SUB) = 'A'
                       MOVE SB-BASE (WS-SB-SUB) TO WS-STATE-ALLOW-AMT
                   END-IF
               END-PERFORM
               COMPUTE WS-TAXABLE-CALC = WS-TAX-GROSS
                   - (WS-TAX-ALLOWANCES * WS-STATE-ALLOW-AMT)
               IF WS-TAXABLE-CALC < ZERO
                   MOVE ZERO TO WS-TAXABLE-PAY
               ELSE
                   MOVE WS-TAXABLE-CALC TO WS-TAXABLE-PAY
               END-IF
               MOVE ZERO TO WS-SB-HIT
               PERFORM VARYING WS-SB-SUB FROM 1 BY 1
                   UNTIL WS-SB-SUB > WS-STBR-COUNT
                   IF SB-STATE (WS-SB-SUB) = WS-TAX-STATE
                       AND SB-STATUS (WS-SB-SUB) = WS-TAX-STATUS
                       AND SB-FLOOR (WS-SB-SUB) NOT > WS-TAXABLE-PAY
                       IF WS-SB-HIT = ZERO
                           MOVE WS-SB-SUB TO WS-SB-HIT
                       ELSE
                           IF SB-FLOOR (WS-SB-SUB)
                               NOT < SB-FLOOR (WS-SB-HIT)
                               MOVE WS-SB-SUB TO WS-SB-HIT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-SB-HIT NOT = ZERO
                   COMPUTE WS-CALC-STATE-TAX ROUNDED =
                       SB-BASE (WS-SB-HIT)
                       + ((WS-TAXABLE-PAY - SB-FLOOR (WS-SB-HIT))
                          * SB-RATE (WS-SB-HIT) / 100)
               END-IF
           END-IF.
      *
       COMPUTE-TAX-WITHHOLDING.
           MOVE ZERO TO WS-TAX-AMOUNT.
           IF WS-TAX-STATUS = SPACE OR WS-TAXBR-COUNT = ZERO
               MOVE ZERO TO WS-TAXABLE-PAY
           ELSE
               COMPUTE WS-TAXABLE-CALC = WS-TAX-GROSS
                   - (WS-TAX-ALLOWANCES * WS-ALLOWANCE-AMT)
               IF WS-TAXABLE-CALC < ZERO
                   MOVE ZERO TO WS-TAXABLE-PAY
               ELSE
                   MOVE WS-TAXABLE-CALC TO WS-TAXABLE-PAY
               END-IF
               MOVE ZERO TO WS-TB-HIT
               PERFORM VARYING WS-TB-SUB FROM 1 BY 1
                   UNTIL WS-TB-SUB > WS-TAXBR-COUNT
                   IF TB-STATUS (WS-TB-SUB) = WS-TAX-STATUS
                       AND TB-FLOOR (WS-TB-SUB) NOT > WS-TAXABLE-PAY
                       IF WS-TB-HIT = ZERO
                           MOVE WS-TB-SUB TO WS-TB-HIT
                       ELSE
                           IF TB-FLOOR (WS-TB-SUB)
                               NOT < TB-FLOOR (WS-TB-HIT)
                               MOVE WS-TB-SUB TO WS-TB-HIT
                           END-IF
      *
       LOAD-GARNISHMENTS.
           MOVE ZERO TO WS-GARN-COUNT.
           MOVE ZERO TO WS-GTK-COUNT.
           OPEN INPUT GARNISH-IN.
           IF WS-GARNISH-STATUS = '00'
               MOVE SPACE TO WS-GN-EOF
               MOVE GR-AMOUNT   TO GN-AMOUNT   (WS-GARN-COUNT)
               MOVE GR-BALANCE  TO GN-BALANCE  (WS-GARN-COUNT)
               MOVE ZERO TO GN-TAKEN (WS-GARN-COUNT)
               MOVE WS-GARN-COUNT TO WS-GTK-COUNT
               MOVE ZERO TO GTK-TAKEN (WS-GARN-COUNT)
               MOVE 'N'  TO GN-APPLIED  (WS-GARN-COUNT)
               MOVE 'N'  TO GN-REPORTED (WS-GARN-COUNT)
           ELSE
      *
       APPLY-GARNISHMENTS.
           MOVE ZERO TO WS-GARN-TOTAL.
           COMPUTE WS-DISPOSABLE = WS-CALC-GROSS - WS-TAX-TOTAL.
           MOVE 'N' TO WS-GN-NONE-LEFT.
           PERFORM UNTIL WS-GN-NONE-LEFT = 'Y'
               PERFORM PICK-NEXT-GARNISHMENT
           MOVE 'Y' TO GN-APPLIED (WS-GN-PICK).
           COMPUTE WS-GN-CAP ROUNDED =
               WS-DISPOSABLE * GN-CAP-PCT (WS-GN-PICK) / 100.
           COMPUTE WS-GN-ROOM = WS-CALC-GROSS - WS-TAX-TOTAL
               - WS-ELECT-DEDUCT - WS-GARN-TOTAL.
           MOVE GN-AMOUNT (WS-GN-PICK) TO WS-GN-TAKE.
           IF WS-GN-TAKE > GN-BALANCE (WS-GN-PICK)
               MOVE WS-GN-ROOM TO WS-GN-TAKE
           END-IF.
           MOVE WS-GN-TAKE TO GN-TAKEN (WS-GN-PICK).
           MOVE WS-GN-TAKE TO GTK-TAKEN (WS-GN-PICK).
           SUBTRACT WS-GN-TAKE FROM GN-BALANCE (WS-GN-PICK).
           ADD WS-GN-TAKE TO WS-GARN-TOTAL.
      *
               COMPUTE YMO-YTD-GROSS  = YM-YTD-GROSS  + GROSS-PAY
               COMPUTE YMO-YTD-DEDUCT = YM-YTD-DEDUCT + DEDUCTIONS
               COMPUTE YMO-YTD-NET    = YM-YTD-NET    + NET-PAY
               COMPUTE YMO-YTD-FED-TAX   = YM-YTD-FED-TAX   + FED-TAX
               COMPUTE YMO-YTD-SS-WAGES  = YM-YTD-SS-WAGES  + SS-WAGES
               COMPUTE YMO-YTD-SS-TAX    = YM-YTD-SS-TAX    + SS-TAX
               COMPUTE YMO-YTD-MED-WAGES = YM-YTD-MED-WAGES + MED-WAGES
               COMPUTE YMO-YTD-MED-TAX   = YM-YTD-MED-TAX   + MED-TAX
               COMPUTE YMO-YTD-STATE-TAX = YM-YTD-STATE-TAX + STATE-TAX
               COMPUTE YMO-YTD-ER-SS-TAX =
                   YM-YTD-ER-SS-TAX + ER-SS-TAX
               COMPUTE YMO-YTD-ER-MED-TAX =
                   YM-YTD-ER-MED-TAX + ER-MED-TAX
               PERFORM ADD-YTD-IN-BAL-TOTALS
           ELSE
               MOVE GROSS-PAY  TO YMO-YTD-GROSS
               MOVE DEDUCTIONS TO YMO-YTD-DEDUCT
               MOVE NET-PAY    TO YMO-YTD-NET
               MOVE FED-TAX    TO YMO-YTD-FED-TAX
               MOVE SS-WAGES   TO YMO-YTD-SS-WAGES
               MOVE SS-TAX     TO YMO-YTD-SS-TAX
               MOVE MED-WAGES  TO YMO-YTD-MED-WAGES
               MOVE MED-TAX    TO YMO-YTD-MED-TAX
               MOVE STATE-TAX  TO YMO-YTD-STATE-TAX
               MOVE ER-SS-TAX  TO YMO-YTD-ER-SS-TAX
               MOVE ER-MED-TAX TO YMO-YTD-ER-MED-TAX
           END-IF.
           PERFORM ADD-YTD-BAL-TOTALS.
           IF WS-TRIAL-FLAG NOT = 'Y'
               PERFORM CHECK-YTD-OUT-WRITE
           END-IF.
           PERFORM POST-ONE-LEAVE-RECORD.
           PERFORM POST-DEDUCT-YTD-RECORDS.
           PERFORM WRITE-PAY-STUB.
      *
       CHECK-YTD-OUT-WRITE.
               MOVE YM-YTD-GROSS   TO YMO-YTD-GROSS
               MOVE YM-YTD-DEDUCT  TO YMO-YTD-DEDUCT
               MOVE YM-YTD-NET     TO YMO-YTD-NET
               MOVE YM-YTD-FED-TAX    TO YMO-YTD-FED-TAX
               MOVE YM-YTD-SS-WAGES   TO YMO-YTD-SS-WAGES
               MOVE YM-YTD-SS-TAX     TO YMO-YTD-SS-TAX
               MOVE YM-YTD-MED-WAGES  TO YMO-YTD-MED-WAGES
               MOVE YM-YTD-MED-TAX    TO YMO-YTD-MED-TAX
               MOVE YM-YTD-STATE-TAX  TO YMO-YTD-STATE-TAX
               MOVE YM-YTD-ER-SS-TAX  TO YMO-YTD-ER-SS-TAX
               MOVE YM-YTD-ER-MED-TAX TO YMO-YTD-ER-MED-TAX
               PERFORM ADD-YTD-IN-BAL-TOTALS
               PERFORM ADD-YTD-BAL-TOTALS
               WRITE YTD-REC-OUT
           ADD YMO-YTD-GROSS  TO WS-BAL-YTD-OUT-GROSS.
           ADD YMO-YTD-DEDUCT TO WS-BAL-YTD-OUT-DEDUCT.
           ADD YMO-YTD-NET    TO WS-BAL-YTD-OUT-NET.
           ADD YMO-YTD-FED-TAX YMO-YTD-SS-TAX YMO-YTD-MED-TAX
               YMO-YTD-STATE-TAX TO WS-BAL-YTD-OUT-TAX.
      *
       ADD-YTD-IN-BAL-TOTALS.
           ADD YM-YTD-GROSS  TO WS-BAL-YTD-IN-GROSS.
           ADD YM-YTD-DEDUCT TO WS-BAL-YTD-IN-DEDUCT.
           ADD YM-YTD-NET    TO WS-BAL-YTD-IN-NET.
           ADD YM-YTD-FED-TAX YM-YTD-SS-TAX YM-YTD-MED-TAX
               YM-YTD-STATE-TAX TO WS-BAL-YTD-IN-TAX.
      *
       COMPARE-BAL-LEG.
           COMPUTE WS-BAL-DIFF = WS-BAL-ACTUAL - WS-BAL-EXPECT.
           WRITE STUB-REC FROM STUB-DEDUCT-LINE AFTER ADVANCING 1
               LINES.
           WRITE STUB-REC FROM STUB-NET-LINE AFTER ADVANCING 1 LINES.
           PERFORM UNTIL WS-PD-EOF = 'Y'
               OR PD-ACCT-NO NOT = ACCT-NO
               PERFORM WRITE-STUB-PAID-LINE
               PERFORM READ-PAY-DIST
           END-PERFORM.
           MOVE 'Fed Tax '        TO STB-TAX-LABEL.
           MOVE FED-TAX           TO STB-CUR-TAX.
           MOVE YMO-YTD-FED-TAX   TO STB-YTD-TAX.
           WRITE STUB-REC FROM STUB-TAX-LINE AFTER ADVANCING 1 LINES.
           MOVE 'Soc Sec '        TO STB-TAX-LABEL.
           MOVE SS-TAX            TO STB-CUR-TAX.
           MOVE YMO-YTD-SS-TAX    TO STB-YTD-TAX.
           WRITE STUB-REC FROM STUB-TAX-LINE AFTER ADVANCING 1 LINES.
           MOVE 'Medicare'        TO STB-TAX-LABEL.
           MOVE MED-TAX           TO STB-CUR-TAX.
           MOVE YMO-YTD-MED-TAX   TO STB-YTD-TAX.
           WRITE STUB-REC FROM STUB-TAX-LINE AFTER ADVANCING 1 LINES.
           MOVE 'State   '        TO STB-TAX-LABEL.
           MOVE STATE-TAX         TO STB-CUR-TAX.
           MOVE YMO-YTD-STATE-TAX TO STB-YTD-TAX.
           WRITE STUB-REC FROM STUB-TAX-LINE AFTER ADVANCING 1 LINES.
           MOVE WS-VAC-BAL  TO STB-VAC-BAL.
           MOVE WS-SICK-BAL TO STB-SICK-BAL.
           WRITE STUB-REC FROM STUB-LEAVE-LINE AFTER ADVANCING 1
           WRITE STUB-REC FROM STUB-SEP-LINE AFTER ADVANCING 1 LINES.
           MOVE SPACES TO STUB-REC.
           WRITE STUB-REC AFTER ADVANCING 1 LINES.
      *
       WRITE-STUB-PAID-LINE.
           MOVE SPACES TO STB-PAID-REF.
           IF PD-METHOD = 'A'
               IF PD-ACCT-TYPE = 'S'
                   MOVE 'Savings  ' TO STB-PAID-METHOD
               ELSE
                   MOVE 'Checking ' TO STB-PAID-METHOD
               END-IF
               COMPUTE WS-PD-LEN = FUNCTION LENGTH
                   (FUNCTION TRIM (PD-BANK-ACCT-NO TRAILING))
               IF WS-PD-LEN > 4
                   MOVE '****' TO STB-PAID-REF
                   MOVE PD-BANK-ACCT-NO (WS-PD-LEN - 3:4)
                       TO STB-PAID-REF (5:4)
               ELSE
                   MOVE PD-BANK-ACCT-NO TO STB-PAID-REF
               END-IF
           ELSE
               MOVE 'Check    ' TO STB-PAID-METHOD
               MOVE PD-CHECK-NO TO STB-PAID-REF
           END-IF.
           MOVE PD-AMOUNT TO STB-PAID-AMT.
           WRITE STUB-REC FROM STUB-PAID-LINE AFTER ADVANCING 1 LINES.
      *
       ESTABLISH-RUN-DATE.
           OPEN INPUT RUN-DATE-PARM.
               MOVE 'TRIAL' TO RH-HDR-MODE
               MOVE 'TRIAL' TO STB-MODE
               MOVE 'TRIAL' TO AJR-HDR-MODE
               MOVE 'TRIAL' TO SPR-HDR-MODE
               MOVE 'TRIAL' TO CMR-HDR-MODE
               MOVE 'TRIAL' TO PRR-HDR-MODE
               MOVE 'TRIAL' TO LDR-HDR-MODE
               DISPLAY 'PAYROL TRIAL RUN - NO MASTERS UPDATED'
           END-IF.
      *
               MOVE YM-YTD-GROSS   TO YH-YTD-GROSS
               MOVE YM-YTD-DEDUCT  TO YH-YTD-DEDUCT
               MOVE YM-YTD-NET     TO YH-YTD-NET
               MOVE YM-YTD-FED-TAX   TO YH-YTD-FED-TAX
               MOVE YM-YTD-SS-WAGES  TO YH-YTD-SS-WAGES
               MOVE YM-YTD-SS-TAX    TO YH-YTD-SS-TAX
               MOVE YM-YTD-MED-WAGES TO YH-YTD-MED-WAGES
               MOVE YM-YTD-MED-TAX   TO YH-YTD-MED-TAX
               MOVE YM-YTD-STATE-TAX TO YH-YTD-STATE-TAX
               WRITE YTD-HIST-REC
           END-IF.
           MOVE WS-MASTER-YEAR TO YES-YEAR.
               LINES.
           WRITE YEAREND-REC FROM YES-NET-LINE AFTER ADVANCING 1
               LINES.
           MOVE 'YTD Fed Tax    ' TO YES-TAX-LABEL.
           MOVE YM-YTD-FED-TAX    TO YES-TAX-AMT.
           WRITE YEAREND-REC FROM YES-TAX-LINE AFTER ADVANCING 1
               LINES.
           MOVE 'YTD SS Wages   ' TO YES-TAX-LABEL.
           MOVE YM-YTD-SS-WAGES   TO YES-TAX-AMT.
           WRITE YEAREND-REC FROM YES-TAX-LINE AFTER ADVANCING 1
               LINES.
           MOVE 'YTD SS Tax     ' TO YES-TAX-LABEL.
           MOVE YM-YTD-SS-TAX     TO YES-TAX-AMT.
           WRITE YEAREND-REC FROM YES-TAX-LINE AFTER ADVANCING 1
               LINES.
           MOVE 'YTD Med Wages  ' TO YES-TAX-LABEL.
           MOVE YM-YTD-MED-WAGES  TO YES-TAX-AMT.
           WRITE YEAREND-REC FROM YES-TAX-LINE AFTER ADVANCING 1
               LINES.
           MOVE 'YTD Med Tax    ' TO YES-TAX-LABEL.
           MOVE YM-YTD-MED-TAX    TO YES-TAX-AMT.
           WRITE YEAREND-REC FROM YES-TAX-LINE AFTER ADVANCING 1
               LINES.
           MOVE 'YTD State Tax  ' TO YES-TAX-LABEL.
           MOVE YM-YTD-STATE-TAX  TO YES-TAX-AMT.
           WRITE YEAREND-REC FROM YES-TAX-LINE AFTER ADVANCING 1
               LINES.
           WRITE YEAREND-REC FROM YES-SEP-LINE AFTER ADVANCING 1
               LINES.
           MOVE SPACES TO YEAREND-REC.
           MOVE CKSAVE-TAX-GRAND        TO WS-TAX-GRAND.
           MOVE CKSAVE-DEDUCT-TOTALS    TO DEDUCT-CODE-TOTALS.
           MOVE CKSAVE-DEPT-GROSS       TO DEPT-GROSS-TOTALS.
           MOVE CKSAVE-TAX-BUCKETS      TO TAX-GRAND-TOTALS.
           MOVE CKSAVE-STATE-TOTALS     TO STATE-TAX-TOTALS.
           PERFORM RESTORE-GARN-TAKEN.
           MOVE 'N'                    TO WS-FIRST-RECORD.
      *
       RESTORE-GARN-TAKEN.
           MOVE CKSAVE-GARN-TAKEN TO GARN-TAKEN-TOTALS.
           IF WS-GTK-COUNT NOT = WS-GARN-COUNT
               DISPLAY 'PAYROL GARNISHMENT FILE CHANGED SINCE '
                   'CHECKPOINT - ABEND'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-GN-SUB FROM 1 BY 1
               UNTIL WS-GN-SUB > WS-GARN-COUNT
               IF GTK-TAKEN (WS-GN-SUB) > ZERO
                   MOVE GTK-TAKEN (WS-GN-SUB) TO GN-TAKEN (WS-GN-SUB)
                   SUBTRACT GTK-TAKEN (WS-GN-SUB)
                       FROM GN-BALANCE (WS-GN-SUB)
                   MOVE 'Y' TO GN-APPLIED (WS-GN-SUB)
               END-IF
           END-PERFORM.
      *
       SKIP-TO-RESTART-POINT.
           MOVE 'N' TO WS-SKIP-DONE.
           OPEN INPUT ACCT-REC
           PERFORM READ-ACCT-RAW
             PERFORM UNTIL LASTREC-IN = 'Y'
             IF EMP-STATUS-IN = 'T' OR EMP-STATUS-IN = 'I'
                 CONTINUE
             ELSE
                 IF WS-PAY-GROUP = SPACE
                     OR PAY-GROUP-IN = WS-PAY-GROUP
                     PERFORM VALIDATE-ONE-RECORD
                 ELSE
                     IF PAY-GROUP-IN = SPACE
                         MOVE 15 TO WS-REASON-CODE
                         MOVE 'No pay group assigned'
                             TO WS-REASON-TEXT
                         PERFORM WRITE-EXCEPTION
                         MOVE ZERO   TO WS-REASON-CODE
                         MOVE SPACES TO WS-REASON-TEXT
                     END-IF
                 END-IF
             END-IF
             PERFORM READ-ACCT-RAW
                   MOVE 'Allowances not numeric' TO WS-REASON-TEXT
               END-IF
           END-IF.
           IF WS-REASON-CODE = ZERO
               IF PAY-TYPE-IN = 'S'
                   AND (PAY-GROUP-IN = SPACE
                        OR ANNUAL-SALARY-IN IS NOT NUMERIC
                        OR ANNUAL-SALARY-IN = ZERO)
                   MOVE 16 TO WS-REASON-CODE
                   MOVE 'Salary or pay group missing'
                       TO WS-REASON-TEXT
               END-IF
           END-IF.
           IF WS-REASON-CODE = ZERO
               IF (ROUTING-NO-IN = SPACES
                   AND BANK-ACCT-NO-IN NOT = SPACES)
               END-IF
               PERFORM COMPUTE-EMPLOYEE-PAY
               IF WS-REASON-CODE = ZERO
                   MOVE ACCT-REC-IN      TO SW-ROSTER-IMAGE
                   MOVE PAY-CALC-RESULTS TO SW-CALC-IMAGE
                   RELEASE SORT-FIELDS
               END-IF
           END-IF.
           IF WS-REASON-CODE NOT = ZERO
           END-IF.
      *
       COMPUTE-GROSS-FROM-HOURS.
           PERFORM SET-PERIOD-FACTORS.
           IF PAY-TYPE-IN = 'S'
               MOVE HOURS-WORKED-IN TO WS-REG-HOURS
               MOVE ZERO TO WS-OT-HOURS
               MOVE ZERO TO WS-CALC-GROSS
               IF ANNUAL-SALARY-IN IS NUMERIC
                   COMPUTE WS-CALC-GROSS ROUNDED =
                       ANNUAL-SALARY-IN / WS-PERIODS-PER-YEAR
               END-IF
           ELSE
               MOVE ZERO TO WS-OT-HOURS
               IF OT-HOURS-IN IS NUMERIC
                   AND OT-HOURS-IN NOT > HOURS-WORKED-IN
                   MOVE OT-HOURS-IN TO WS-OT-HOURS
               END-IF
               IF WS-PERIOD-OT-FLOOR > ZERO
                   AND HOURS-WORKED-IN > WS-PERIOD-OT-FLOOR
                   IF HOURS-WORKED-IN - WS-PERIOD-OT-FLOOR
                       > WS-OT-HOURS
                       COMPUTE WS-OT-HOURS =
                           HOURS-WORKED-IN - WS-PERIOD-OT-FLOOR
                   END-IF
               END-IF
               COMPUTE WS-REG-HOURS = HOURS-WORKED-IN - WS-OT-HOURS
               COMPUTE WS-CALC-GROSS ROUNDED =
                   (WS-REG-HOURS * PAY-RATE-IN)
                   + (WS-OT-HOURS * PAY-RATE-IN * 1.5)
           END-IF.
      *
       SET-PERIOD-FACTORS.
           IF PAY-GROUP-IN = 'B'
               MOVE 26    TO WS-PERIODS-PER-YEAR
               MOVE 80.00 TO WS-PERIOD-OT-FLOOR
           ELSE
               IF PAY-GROUP-IN = 'M'
                   MOVE 12   TO WS-PERIODS-PER-YEAR
                   MOVE ZERO TO WS-PERIOD-OT-FLOOR
               ELSE
                   MOVE 52    TO WS-PERIODS-PER-YEAR
                   MOVE 40.00 TO WS-PERIOD-OT-FLOOR
               END-IF
           END-IF.
      *
       COMPUTE-EMPLOYEE-PAY.
           PERFORM COMPUTE-GROSS-FROM-HOURS.
           MOVE WS-CALC-GROSS TO GROSS-PAY-IN.
           MOVE ACCT-NO-IN    TO WS-DED-KEY.
           MOVE WS-CALC-GROSS TO WS-DED-GROSS.
           MOVE BIRTH-DATE-IN TO WS-DED-BIRTH-DATE.
           MOVE ZERO TO WS-ELECT-FOUND.
           MOVE ZERO TO WS-ELECT-DEDUCT.
           PERFORM SUM-ELECTED-DEDUCTIONS.
           PERFORM SET-TAX-INPUTS-FROM-ROSTER.
           PERFORM SET-TAXABLE-WAGES.
           PERFORM COMPUTE-ALL-TAXES.
           MOVE ZERO TO WS-GARN-TOTAL.
           IF WS-ELECT-DEDUCT + WS-TAX-TOTAL NOT > WS-CALC-GROSS
               PERFORM APPLY-GARNISHMENTS
           END-IF.
           IF WS-ELECT-FOUND NOT = ZERO OR WS-TAX-TOTAL > ZERO
               OR WS-GARN-TOTAL > ZERO
               COMPUTE DEDUCTIONS-IN =
                   WS-ELECT-DEDUCT + WS-TAX-TOTAL + WS-GARN-TOTAL
           END-IF.
           IF DEDUCTIONS-IN > WS-CALC-GROSS
               MOVE 09 TO WS-REASON-CODE
           ELSE
               COMPUTE WS-CALC-NET = WS-CALC-GROSS - DEDUCTIONS-IN
               IF WS-ELECT-FOUND = ZERO
                   AND WS-TAX-TOTAL = ZERO
                   AND WS-GARN-TOTAL = ZERO
                   AND NET-PAY-IN NOT = WS-CALC-NET
                   MOVE 08 TO WS-REASON-CODE
                  INTO WS-RUN-DATE-X
           END-STRING.
           PERFORM OPEN-DEDUCT-ELECTIONS.
           PERFORM LOAD-DEDUCT-CODES.
           PERFORM LOAD-TAX-RATES.
           PERFORM LOAD-STATE-TAX-RATES.
           OPEN INPUT ACCT-REC.
           MOVE 'N' TO WS-YTDIN-OPEN.
           OPEN INPUT YTD-MASTER-IN.
           IF WS-DEDUCT-OPEN = 'Y'
               CLOSE DEDUCT-ELECT
           END-IF.
           IF WS-DYIN-OPEN = 'Y'
               CLOSE DEDUCT-YTD-IN
           END-IF.
           CLOSE INQUIRY-RPT.
      *
       INQUIRY-ONE-ACCOUNT.
           MOVE PAY-RATE-IN     TO INQ-RATE-O.
           WRITE INQUIRY-REC FROM INQ-HOURS-LINE AFTER ADVANCING 1
               LINES.
           IF EMP-STATUS-IN = 'T' OR EMP-STATUS-IN = 'I'
               IF EMP-STATUS-IN = 'T'
                   MOVE 'Final pay pending' TO INQ-TERM-STAT-O
               ELSE
                   MOVE 'Inactive - paid'   TO INQ-TERM-STAT-O
               END-IF
               MOVE TERM-DATE-IN   TO INQ-TERM-DATE-O
               MOVE TERM-REASON-IN TO INQ-TERM-REASON-O
               WRITE INQUIRY-REC FROM INQ-TERM-LINE
                   AFTER ADVANCING 1 LINES
           ELSE
               PERFORM INQUIRY-PRINT-CURRENT
           END-IF.
           MOVE 'N' TO WS-YM-FOUND.
           IF WS-YTDIN-OPEN = 'Y'
               MOVE ACCT-NO-IN TO YM-ACCT-NO
               MOVE YM-YTD-NET    TO INQ-NET-O
               WRITE INQUIRY-REC FROM INQ-AMOUNT-LINE
                   AFTER ADVANCING 1 LINES
               MOVE 'Tax YTD  '      TO INQ-TAX-LABEL-O
               MOVE YM-YTD-FED-TAX   TO INQ-FED-O
               MOVE YM-YTD-SS-TAX    TO INQ-SS-O
               MOVE YM-YTD-MED-TAX   TO INQ-MED-O
               MOVE YM-YTD-STATE-TAX TO INQ-STATE-O
               WRITE INQUIRY-REC FROM INQ-TAX-LINE
                   AFTER ADVANCING 1 LINES
           ELSE
               MOVE ACCT-NO-IN TO INQ-MSG-ACCT-O
               MOVE 'No YTD record on file' TO INQ-MSG-TEXT-O
               WRITE INQUIRY-REC FROM INQ-MSG-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.
      *
       INQUIRY-PRINT-CURRENT.
           PERFORM COMPUTE-GROSS-FROM-HOURS.
           MOVE ACCT-NO-IN    TO WS-DED-KEY.
           MOVE WS-CALC-GROSS TO WS-DED-GROSS.
           MOVE BIRTH-DATE-IN TO WS-DED-BIRTH-DATE.
           MOVE ZERO TO WS-ELECT-FOUND.
           MOVE ZERO TO WS-ELECT-DEDUCT.
           PERFORM SUM-ELECTED-DEDUCTIONS.
           PERFORM SET-TAX-INPUTS-FROM-ROSTER.
           PERFORM SET-TAXABLE-WAGES.
           PERFORM COMPUTE-ALL-TAXES.
           IF WS-ELECT-FOUND NOT = ZERO OR WS-TAX-TOTAL > ZERO
               COMPUTE WS-INQ-DEDUCT =
                   WS-ELECT-DEDUCT + WS-TAX-TOTAL
           ELSE
               MOVE DEDUCTIONS-IN TO WS-INQ-DEDUCT
           END-IF.
           IF WS-INQ-DEDUCT > WS-CALC-GROSS
               MOVE ZERO TO WS-INQ-NET
           ELSE
               COMPUTE WS-INQ-NET = WS-CALC-GROSS - WS-INQ-DEDUCT
           END-IF.
           MOVE 'Current  '   TO INQ-AMT-LABEL-O.
           MOVE WS-CALC-GROSS TO INQ-GROSS-O.
           MOVE WS-INQ-DEDUCT TO INQ-DEDUCT-O.
           MOVE WS-INQ-NET    TO INQ-NET-O.
           WRITE INQUIRY-REC FROM INQ-AMOUNT-LINE AFTER ADVANCING 1
               LINES.
           MOVE 'Tax Cur  '       TO INQ-TAX-LABEL-O.
           MOVE WS-CALC-FED-TAX   TO INQ-FED-O.
           MOVE WS-CALC-SS-TAX    TO INQ-SS-O.
           MOVE WS-CALC-MED-TAX   TO INQ-MED-O.
           MOVE WS-CALC-STATE-TAX TO INQ-STATE-O.
           WRITE INQUIRY-REC FROM INQ-TAX-LINE AFTER ADVANCING 1
               LINES.
      *
       ADJUST-CHECK.
           MOVE 'N' TO WS-ADJUST-FLAG.
                  INTO WS-RUN-DATE-X
           END-STRING.
           PERFORM OPEN-DEDUCT-ELECTIONS.
           PERFORM LOAD-DEDUCT-CODES.
           PERFORM LOAD-TAX-RATES.
           PERFORM LOAD-STATE-TAX-RATES.
           PERFORM READ-CHECK-NO-CTL.
           OPEN INPUT ACCT-REC.
           MOVE 'N' TO WS-YTDIN-OPEN.
               IF WS-CKISS-STATUS NOT = '00'
                   OPEN OUTPUT CHECK-ISSUE
               END-IF
               OPEN EXTEND EARN-HIST
               IF WS-EARNHIST-STATUS NOT = '00'
                   OPEN OUTPUT EARN-HIST
               END-IF
           END-IF.
           OPEN OUTPUT ADJ-RGT.
           MOVE WS-RUN-DATE-X TO AJR-HDR-DATE.
           IF WS-DEDUCT-OPEN = 'Y'
               CLOSE DEDUCT-ELECT
           END-IF.
           IF WS-DYIN-OPEN = 'Y'
               CLOSE DEDUCT-YTD-IN
           END-IF.
           CLOSE ACH-RPT.
           CLOSE CHECK-FILE.
           CLOSE CHECK-RGT.
           CLOSE ADJ-RGT.
           IF WS-TRIAL-FLAG NOT = 'Y'
               CLOSE CHECK-ISSUE
               CLOSE EARN-HIST
               OPEN OUTPUT CHECK-NO-CTL
               MOVE WS-CHECK-NEXT-NO TO CKNO-NEXT
               WRITE CHECK-NO-CTL-REC
           END-IF.
      *
       COMPUTE-ADJUSTMENT-DELTAS.
           MOVE ZERO         TO OT-HOURS-IN.
           MOVE AJ-OLD-HOURS TO HOURS-WORKED-IN.
           MOVE AJ-OLD-RATE  TO PAY-RATE-IN.
           PERFORM COMPUTE-GROSS-FROM-HOURS.
           MOVE WS-CALC-GROSS TO WS-ADJ-NEW-GROSS.
           COMPUTE WS-ADJ-DELTA-GROSS =
               WS-ADJ-NEW-GROSS - WS-ADJ-OLD-GROSS.
           PERFORM SET-TAX-INPUTS-FROM-ROSTER.
           MOVE AJ-ACCT-NO    TO WS-DED-KEY.
           MOVE BIRTH-DATE-IN TO WS-DED-BIRTH-DATE.
           MOVE ZERO TO WS-AET-COUNT.
           MOVE 'O' TO WS-AET-PASS.
           MOVE WS-ADJ-OLD-GROSS TO WS-CALC-GROSS.
           MOVE WS-ADJ-OLD-GROSS TO WS-DED-GROSS.
           MOVE ZERO TO WS-ELECT-FOUND.
           MOVE ZERO TO WS-ELECT-DEDUCT.
           PERFORM SUM-ELECTED-DEDUCTIONS.
           MOVE WS-ELECT-DEDUCT TO WS-ADJ-OLD-ELECT.
           PERFORM SET-TAXABLE-WAGES.
           PERFORM COMPUTE-ALL-TAXES.
           MOVE WS-TAX-TOTAL TO WS-ADJ-OLD-TAX.
           COMPUTE WS-ADJ-DELTA-FED    = ZERO - WS-CALC-FED-TAX.
           COMPUTE WS-ADJ-DELTA-SSW    = ZERO - WS-CALC-SS-WAGES.
           COMPUTE WS-ADJ-DELTA-SS     = ZERO - WS-CALC-SS-TAX.
           COMPUTE WS-ADJ-DELTA-MEDW   = ZERO - WS-CALC-MED-WAGES.
           COMPUTE WS-ADJ-DELTA-MED    = ZERO - WS-CALC-MED-TAX.
           COMPUTE WS-ADJ-DELTA-STATE  = ZERO - WS-CALC-STATE-TAX.
           COMPUTE WS-ADJ-DELTA-ER-SS  = ZERO - WS-CALC-ER-SS-TAX.
           COMPUTE WS-ADJ-DELTA-ER-MED = ZERO - WS-CALC-ER-MED-TAX.
           COMPUTE WS-ADJ-DELTA-ADDLW  = ZERO - WS-CALC-ADDL-WAGES.
           COMPUTE WS-ADJ-DELTA-ADDL   = ZERO - WS-CALC-ADDL-TAX.
           COMPUTE WS-ADJ-DELTA-PRETAX = ZERO - WS-CALC-PRETAX.
           COMPUTE WS-ADJ-DELTA-TAXABLE = ZERO - WS-CALC-TAXABLE.
           MOVE 'N' TO WS-AET-PASS.
           MOVE WS-ADJ-NEW-GROSS TO WS-CALC-GROSS.
           MOVE WS-ADJ-NEW-GROSS TO WS-DED-GROSS.
           MOVE ZERO TO WS-ELECT-FOUND.
           MOVE ZERO TO WS-ELECT-DEDUCT.
           PERFORM SUM-ELECTED-DEDUCTIONS.
           MOVE SPACE TO WS-AET-PASS.
           PERFORM SET-TAXABLE-WAGES.
           PERFORM COMPUTE-ALL-TAXES.
           MOVE WS-TAX-TOTAL TO WS-ADJ-NEW-TAX.
           ADD WS-CALC-FED-TAX    TO WS-ADJ-DELTA-FED.
           ADD WS-CALC-SS-WAGES   TO WS-ADJ-DELTA-SSW.
           ADD WS-CALC-SS-TAX     TO WS-ADJ-DELTA-SS.
           ADD WS-CALC-MED-WAGES  TO WS-ADJ-DELTA-MEDW.
           ADD WS-CALC-MED-TAX    TO WS-ADJ-DELTA-MED.
           ADD WS-CALC-STATE-TAX  TO WS-ADJ-DELTA-STATE.
           ADD WS-CALC-ER-SS-TAX  TO WS-ADJ-DELTA-ER-SS.
           ADD WS-CALC-ER-MED-TAX TO WS-ADJ-DELTA-ER-MED.
           ADD WS-CALC-ADDL-WAGES TO WS-ADJ-DELTA-ADDLW.
           ADD WS-CALC-ADDL-TAX   TO WS-ADJ-DELTA-ADDL.
           ADD WS-CALC-PRETAX     TO WS-ADJ-DELTA-PRETAX.
           ADD WS-CALC-TAXABLE    TO WS-ADJ-DELTA-TAXABLE.
           COMPUTE WS-ADJ-DELTA-DED =
               (WS-ADJ-NEW-TAX - WS-ADJ-OLD-TAX)
               + (WS-ELECT-DEDUCT - WS-ADJ-OLD-ELECT).
           COMPUTE WS-ADJ-DELTA-NET =
               WS-ADJ-DELTA-GROSS - WS-ADJ-DELTA-DED.
      *
               MOVE FIRST-NAME-IN   TO WS-PAY-FIRST-NAME
               MOVE ROUTING-NO-IN   TO WS-PAY-ROUTING-NO
               MOVE BANK-ACCT-NO-IN TO WS-PAY-BANK-ACCT
               MOVE 'C'             TO WS-PAY-ACCT-TYPE
               MOVE 'N'             TO WS-PAY-METHOD
               MOVE ZERO            TO WS-PAY-CHECK-NO
               MOVE SPACES          TO WS-PAY-TRACE
               IF WS-ADJ-DELTA-NET > ZERO
                   MOVE WS-ADJ-DELTA-NET TO WS-PAY-NET
                   IF WS-PAY-ROUTING-NO NOT = SPACES
                   MOVE 'RECOVERY - NO PAYMENT' TO AJR-DISP-O
               END-IF
               PERFORM POST-ADJUSTMENT-YTD
               IF WS-TRIAL-FLAG NOT = 'Y'
                   PERFORM WRITE-ADJ-EARNINGS-HISTORY
               END-IF
               ADD 1 TO WS-ADJ-COUNT
               ADD WS-ADJ-DELTA-GROSS TO WS-ADJ-TOT-GROSS
               ADD WS-ADJ-DELTA-NET   TO WS-ADJ-TOT-NET
       POST-ADJUSTMENT-YTD.
           IF WS-YTDIN-OPEN = 'Y' AND WS-TRIAL-FLAG NOT = 'Y'
               MOVE 'N' TO WS-YM-FOUND
               MOVE ACCT-NO-IN TO YM-ACCT-NO
               READ YTD-MASTER-IN
                   INVALID KEY
                       MOVE 'N' TO WS-YM-FOUND
                   ADD WS-ADJ-DELTA-GROSS TO YM-YTD-GROSS
                   ADD WS-ADJ-DELTA-DED   TO YM-YTD-DEDUCT
                   ADD WS-ADJ-DELTA-NET   TO YM-YTD-NET
                   ADD WS-ADJ-DELTA-FED   TO YM-YTD-FED-TAX
                   ADD WS-ADJ-DELTA-SSW   TO YM-YTD-SS-WAGES
                   ADD WS-ADJ-DELTA-SS    TO YM-YTD-SS-TAX
                   ADD WS-ADJ-DELTA-MEDW  TO YM-YTD-MED-WAGES
                   ADD WS-ADJ-DELTA-MED   TO YM-YTD-MED-TAX
                   ADD WS-ADJ-DELTA-STATE TO YM-YTD-STATE-TAX
                   ADD WS-ADJ-DELTA-ER-SS TO YM-YTD-ER-SS-TAX
                   ADD WS-ADJ-DELTA-ER-MED TO YM-YTD-ER-MED-TAX
                   REWRITE YTD-REC-IN
               ELSE
                   MOVE ACCT-NO-IN        TO YM-ACCT-NO
                   MOVE LAST-NAME-IN      TO YM-LAST-NAME
                   MOVE FIRST-NAME-IN     TO YM-FIRST-NAME
                   MOVE WS-ADJ-DELTA-GROSS TO YM-YTD-GROSS
                   MOVE WS-ADJ-DELTA-DED  TO YM-YTD-DEDUCT
                   MOVE WS-ADJ-DELTA-NET  TO YM-YTD-NET
                   MOVE WS-ADJ-DELTA-FED  TO YM-YTD-FED-TAX
                   MOVE WS-ADJ-DELTA-SSW  TO YM-YTD-SS-WAGES
                   MOVE WS-ADJ-DELTA-SS   TO YM-YTD-SS-TAX
                   MOVE WS-ADJ-DELTA-MEDW TO YM-YTD-MED-WAGES
                   MOVE WS-ADJ-DELTA-MED  TO YM-YTD-MED-TAX
                   MOVE WS-ADJ-DELTA-STATE TO YM-YTD-STATE-TAX
                   MOVE WS-ADJ-DELTA-ER-SS TO YM-YTD-ER-SS-TAX
                   MOVE WS-ADJ-DELTA-ER-MED TO YM-YTD-ER-MED-TAX
                   WRITE YTD-REC-IN
               END-IF
               IF WS-YTDIN-STATUS NOT = '00'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-DYIN-OPEN = 'Y' AND WS-TRIAL-FLAG NOT = 'Y'
               PERFORM VARYING WS-AET-SUB FROM 1 BY 1
                   UNTIL WS-AET-SUB > WS-AET-COUNT
                   IF AET-NEW-AMT (WS-AET-SUB)
                       NOT = AET-OLD-AMT (WS-AET-SUB)
                       PERFORM POST-ADJUSTMENT-DEDUCT-YTD
                   END-IF
               END-PERFORM
           END-IF.
      *
       POST-ADJUSTMENT-DEDUCT-YTD.
           MOVE 'N' TO WS-DY-FOUND.
           MOVE ACCT-NO-IN           TO DY-ACCT-NO.
           MOVE AET-CODE (WS-AET-SUB) TO DY-CODE.
           READ DEDUCT-YTD-IN
               INVALID KEY
                   MOVE 'N' TO WS-DY-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DY-FOUND
           END-READ.
           IF WS-DY-FOUND = 'Y'
               COMPUTE DY-YTD-AMOUNT = DY-YTD-AMOUNT
                   + AET-NEW-AMT (WS-AET-SUB)
                   - AET-OLD-AMT (WS-AET-SUB)
               REWRITE DEDUCT-YTD-REC-IN
           ELSE
               MOVE ACCT-NO-IN           TO DY-ACCT-NO
               MOVE AET-CODE (WS-AET-SUB) TO DY-CODE
               COMPUTE DY-YTD-AMOUNT = AET-NEW-AMT (WS-AET-SUB)
                   - AET-OLD-AMT (WS-AET-SUB)
               WRITE DEDUCT-YTD-REC-IN
           END-IF.
           IF WS-DYIN-STATUS NOT = '00'
               DISPLAY 'PAYROL DEDUCT YTD ADJUSTMENT FAILED '
                   DY-KEY ' STATUS ' WS-DYIN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       WRITE-ADJREG-LINE.
           WRITE ADJ-RGT-REC FROM ADJREG-DETAIL
               AFTER ADVANCING 1 LINES.
      *
       FINAL-PAY-CHECK.
           MOVE 'N' TO WS-FINAL-FLAG.
           OPEN INPUT FINAL-REQ.
           IF WS-FINAL-STATUS = '00'
               MOVE SPACE TO WS-FINAL-EOF
               PERFORM READ-FINAL-REQ
               IF WS-FINAL-EOF NOT = 'Y'
                   MOVE 'Y' TO WS-FINAL-FLAG
                   PERFORM FINAL-PAY-MODE
               END-IF
               CLOSE FINAL-REQ
           END-IF.
           IF WS-FINAL-FLAG = 'Y'
               IF WS-TRIAL-FLAG NOT = 'Y'
                   OPEN OUTPUT FINAL-REQ
                   CLOSE FINAL-REQ
               END-IF
               GOBACK
           END-IF.
      *
       READ-FINAL-REQ.
           READ FINAL-REQ
               AT END MOVE 'Y' TO WS-FINAL-EOF
           END-READ.
      *
       FINAL-PAY-MODE.
           PERFORM ESTABLISH-RUN-MODE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE SPACES TO WS-RUN-DATE-X.
           STRING WS-CURRENT-YEAR  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CURRENT-DAY   DELIMITED BY SIZE
                  INTO WS-RUN-DATE-X
           END-STRING.
           PERFORM OPEN-DEDUCT-ELECTIONS.
           PERFORM LOAD-DEDUCT-CODES.
           PERFORM LOAD-TAX-RATES.
           PERFORM LOAD-STATE-TAX-RATES.
           PERFORM LOAD-GARNISHMENTS.
           PERFORM READ-CHECK-NO-CTL.
           MOVE 'N' TO WS-YTDIN-OPEN.
           MOVE 'N' TO WS-LEAVEIN-OPEN.
           IF WS-TRIAL-FLAG = 'Y'
               OPEN INPUT ACCT-REC
               OPEN INPUT YTD-MASTER-IN
               OPEN INPUT LEAVE-MASTER-IN
           ELSE
               OPEN I-O ACCT-REC
               OPEN I-O YTD-MASTER-IN
               OPEN I-O LEAVE-MASTER-IN
           END-IF.
           IF WS-YTDIN-STATUS = '00'
               MOVE 'Y' TO WS-YTDIN-OPEN
           END-IF.
           IF WS-LEAVEIN-STATUS = '00'
               MOVE 'Y' TO WS-LEAVEIN-OPEN
           END-IF.
           OPEN OUTPUT CHECK-FILE.
           OPEN OUTPUT CHECK-RGT.
           PERFORM WRITE-CHKREG-HEADERS.
           IF WS-TRIAL-FLAG NOT = 'Y'
               OPEN EXTEND CHECK-ISSUE
               IF WS-CKISS-STATUS NOT = '00'
                   OPEN OUTPUT CHECK-ISSUE
               END-IF
               OPEN EXTEND EARN-HIST
               IF WS-EARNHIST-STATUS NOT = '00'
                   OPEN OUTPUT EARN-HIST
               END-IF
           END-IF.
           OPEN OUTPUT SEP-RPT.
           MOVE WS-RUN-DATE-X TO SPR-HDR-DATE.
           WRITE SEP-RPT-REC FROM SEPREG-HEADER-1.
           MOVE SPACES TO SEP-RPT-REC.
           WRITE SEP-RPT-REC AFTER ADVANCING 1 LINES.
           WRITE SEP-RPT-REC FROM SEPREG-HEADER-2
               AFTER ADVANCING 1 LINES.
           PERFORM UNTIL WS-FINAL-EOF = 'Y'
               PERFORM FINAL-PAY-ONE-ACCOUNT
               PERFORM READ-FINAL-REQ
           END-PERFORM.
           MOVE SPACES TO SEP-RPT-REC.
           WRITE SEP-RPT-REC AFTER ADVANCING 1 LINES.
           MOVE WS-FP-COUNT       TO SPR-TR-COUNT.
           MOVE WS-FP-REJ-COUNT   TO SPR-TR-REJ.
           MOVE WS-FP-TOT-VAC-PAY TO SPR-TR-VAC.
           MOVE WS-FP-TOT-GROSS   TO SPR-TR-GROSS.
           MOVE WS-FP-TOT-NET     TO SPR-TR-NET.
           WRITE SEP-RPT-REC FROM SEPREG-TRAILER
               AFTER ADVANCING 1 LINES.
           IF WS-GARNISH-STATUS = '00' AND WS-TRIAL-FLAG NOT = 'Y'
               PERFORM REWRITE-GARNISH-MASTER
           END-IF.
           PERFORM WRITE-GARNISH-REGISTER.
           CLOSE ACCT-REC.
           IF WS-TRIAL-FLAG NOT = 'Y'
               MOVE ZERO TO WS-DRG-GRAND
               PERFORM VARYING WS-DCT-SUB FROM 1 BY 1
                   UNTIL WS-DCT-SUB > WS-DCT-COUNT
                   ADD DCT-TOTAL (WS-DCT-SUB) TO WS-DRG-GRAND
               END-PERFORM
               PERFORM WRITE-REMITTANCE
           END-IF.
           PERFORM WRITE-CHKREG-TRAILER.
           IF WS-YTDIN-OPEN = 'Y'
               CLOSE YTD-MASTER-IN
           END-IF.
           IF WS-LEAVEIN-OPEN = 'Y'
               CLOSE LEAVE-MASTER-IN
           END-IF.
           IF WS-DEDUCT-OPEN = 'Y'
               CLOSE DEDUCT-ELECT
           END-IF.
           IF WS-DYIN-OPEN = 'Y'
               CLOSE DEDUCT-YTD-IN
           END-IF.
           CLOSE CHECK-FILE.
           CLOSE CHECK-RGT.
           CLOSE SEP-RPT.
           IF WS-TRIAL-FLAG NOT = 'Y'
               CLOSE CHECK-ISSUE
               CLOSE EARN-HIST
               OPEN OUTPUT CHECK-NO-CTL
               MOVE WS-CHECK-NEXT-NO TO CKNO-NEXT
               WRITE CHECK-NO-CTL-REC
               CLOSE CHECK-NO-CTL
           END-IF.
      *
       FINAL-PAY-ONE-ACCOUNT.
           MOVE FR-ACCT-NO   TO SPR-ACCT-NO-O.
           MOVE SPACES       TO SPR-NAME-O.
           MOVE FR-TERM-DATE TO SPR-TERM-DATE-O.
           MOVE SPACES       TO SPR-REASON-O.
           MOVE FR-ACCT-NO TO ACCT-NO-IN.
           READ ACCT-REC.
           IF WS-ACCT-STATUS NOT = '00'
               MOVE 'REJECT - NOT ON ROSTER' TO SPR-DISP-O
               ADD 1 TO WS-FP-REJ-COUNT
               PERFORM WRITE-SEPREG-DETAIL
           ELSE
               STRING FUNCTION TRIM (FIRST-NAME-IN) DELIMITED BY SIZE
                      ' '        DELIMITED BY SIZE
                      FUNCTION TRIM (LAST-NAME-IN) DELIMITED BY SIZE
                      INTO SPR-NAME-O
               END-STRING
               MOVE TERM-DATE-IN   TO SPR-TERM-DATE-O
               MOVE TERM-REASON-IN TO SPR-REASON-O
               IF EMP-STATUS-IN = 'I'
                   MOVE 'REJECT - ALREADY PAID' TO SPR-DISP-O
                   ADD 1 TO WS-FP-REJ-COUNT
                   PERFORM WRITE-SEPREG-DETAIL
               ELSE
                   IF EMP-STATUS-IN NOT = 'T'
                       MOVE 'REJECT - NOT TERMINATED' TO SPR-DISP-O
                       ADD 1 TO WS-FP-REJ-COUNT
                       PERFORM WRITE-SEPREG-DETAIL
                   ELSE
                       PERFORM COMPUTE-FINAL-PAY
                       PERFORM ADD-FINAL-PAY-CODE-TOTALS
                       PERFORM PAY-FINAL-CHECK
                       PERFORM CLOSE-OUT-EMPLOYEE
                       PERFORM WRITE-SEPREG-DETAIL
                       PERFORM WRITE-SEPREG-PAY-LINES
                   END-IF
               END-IF
           END-IF.
      *
       ADD-FINAL-PAY-CODE-TOTALS.
           PERFORM VARYING WS-AET-SUB FROM 1 BY 1
               UNTIL WS-AET-SUB > WS-AET-COUNT
               IF AET-NEW-AMT (WS-AET-SUB) > ZERO
                   MOVE AET-CODE (WS-AET-SUB)    TO WS-DCT-ADD-CODE
                   MOVE AET-DESC (WS-AET-SUB)    TO WS-DCT-ADD-DESC
                   MOVE AET-NEW-AMT (WS-AET-SUB) TO WS-DCT-ADD-AMT
                   PERFORM ADD-DEDUCT-CODE-TOTAL
               END-IF
           END-PERFORM.
           IF WS-GARN-TOTAL > ZERO
               MOVE 'GARN'              TO WS-DCT-ADD-CODE
               MOVE 'Garnishment order' TO WS-DCT-ADD-DESC
               MOVE WS-GARN-TOTAL       TO WS-DCT-ADD-AMT
               PERFORM ADD-DEDUCT-CODE-TOTAL
           END-IF.
      *
       COMPUTE-FINAL-PAY.
           PERFORM COMPUTE-GROSS-FROM-HOURS.
           MOVE WS-CALC-GROSS TO WS-FP-REG-GROSS.
           MOVE 'N' TO WS-LM-FOUND.
           IF WS-LEAVEIN-OPEN = 'Y'
               MOVE ACCT-NO-IN TO LM-ACCT-NO
               READ LEAVE-MASTER-IN
                   INVALID KEY
                       MOVE 'N' TO WS-LM-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-LM-FOUND
               END-READ
           END-IF.
           IF WS-LM-FOUND = 'Y'
               MOVE LM-VAC-BAL TO WS-FP-VAC-HOURS
           ELSE
               MOVE ZERO TO WS-FP-VAC-HOURS
           END-IF.
           COMPUTE WS-FP-VAC-HOURS ROUNDED =
               WS-FP-VAC-HOURS + (HOURS-WORKED-IN * WS-VAC-ACCR-RATE).
           IF PAY-TYPE-IN = 'S'
               COMPUTE WS-FP-VAC-RATE ROUNDED =
                   ANNUAL-SALARY-IN / WS-FP-HOURS-PER-YEAR
           ELSE
               MOVE PAY-RATE-IN TO WS-FP-VAC-RATE
           END-IF.
           COMPUTE WS-FP-VAC-PAY ROUNDED =
               WS-FP-VAC-HOURS * WS-FP-VAC-RATE.
           COMPUTE WS-CALC-GROSS = WS-FP-REG-GROSS + WS-FP-VAC-PAY.
           MOVE ACCT-NO-IN    TO WS-DED-KEY.
           MOVE WS-CALC-GROSS TO WS-DED-GROSS.
           MOVE BIRTH-DATE-IN TO WS-DED-BIRTH-DATE.
           MOVE ZERO TO WS-AET-COUNT.
           MOVE 'N' TO WS-AET-PASS.
           MOVE ZERO TO WS-ELECT-FOUND.
           MOVE ZERO TO WS-ELECT-DEDUCT.
           PERFORM SUM-ELECTED-DEDUCTIONS.
           MOVE SPACE TO WS-AET-PASS.
           PERFORM SET-TAX-INPUTS-FROM-ROSTER.
           PERFORM SET-TAXABLE-WAGES.
           PERFORM COMPUTE-ALL-TAXES.
           IF WS-ELECT-DEDUCT + WS-TAX-TOTAL > WS-CALC-GROSS
               MOVE ZERO TO WS-ELECT-DEDUCT
               MOVE ZERO TO WS-ELECT-PRETAX
               MOVE ZERO TO WS-ELECT-PRETAX-FICA
               MOVE ZERO TO WS-AET-COUNT
               PERFORM SET-TAXABLE-WAGES
               PERFORM COMPUTE-ALL-TAXES
           END-IF.
           MOVE ZERO TO WS-GARN-TOTAL.
           IF WS-ELECT-DEDUCT + WS-TAX-TOTAL NOT > WS-CALC-GROSS
               PERFORM APPLY-GARNISHMENTS
           END-IF.
           MOVE WS-CALC-GROSS TO WS-ADJ-DELTA-GROSS.
           COMPUTE WS-ADJ-DELTA-DED =
               WS-ELECT-DEDUCT + WS-TAX-TOTAL + WS-GARN-TOTAL.
           IF WS-ADJ-DELTA-DED > WS-CALC-GROSS
               MOVE WS-CALC-GROSS TO WS-ADJ-DELTA-DED
           END-IF.
           COMPUTE WS-ADJ-DELTA-NET =
               WS-ADJ-DELTA-GROSS - WS-ADJ-DELTA-DED.
           MOVE WS-CALC-FED-TAX    TO WS-ADJ-DELTA-FED.
           MOVE WS-CALC-SS-WAGES   TO WS-ADJ-DELTA-SSW.
           MOVE WS-CALC-SS-TAX     TO WS-ADJ-DELTA-SS.
           MOVE WS-CALC-MED-WAGES  TO WS-ADJ-DELTA-MEDW.
           MOVE WS-CALC-MED-TAX    TO WS-ADJ-DELTA-MED.
           MOVE WS-CALC-STATE-TAX  TO WS-ADJ-DELTA-STATE.
           MOVE WS-CALC-ER-SS-TAX  TO WS-ADJ-DELTA-ER-SS.
           MOVE WS-CALC-ER-MED-TAX TO WS-ADJ-DELTA-ER-MED.
           MOVE WS-CALC-ADDL-WAGES TO WS-ADJ-DELTA-ADDLW.
           MOVE WS-CALC-ADDL-TAX   TO WS-ADJ-DELTA-ADDL.
           MOVE WS-CALC-PRETAX     TO WS-ADJ-DELTA-PRETAX.
           MOVE WS-CALC-TAXABLE    TO WS-ADJ-DELTA-TAXABLE.
      *
       PAY-FINAL-CHECK.
           MOVE ACCT-NO-IN      TO WS-PAY-ACCT-NO.
           MOVE LAST-NAME-IN    TO WS-PAY-LAST-NAME.
           MOVE FIRST-NAME-IN   TO WS-PAY-FIRST-NAME.
           MOVE ROUTING-NO-IN   TO WS-PAY-ROUTING-NO.
           MOVE BANK-ACCT-NO-IN TO WS-PAY-BANK-ACCT.
           MOVE 'C'             TO WS-PAY-ACCT-TYPE.
           MOVE 'N'             TO WS-PAY-METHOD.
           MOVE ZERO            TO WS-PAY-CHECK-NO.
           MOVE SPACES          TO WS-PAY-TRACE.
           IF WS-ADJ-DELTA-NET > ZERO
               MOVE WS-ADJ-DELTA-NET TO WS-PAY-NET
               PERFORM WRITE-CHECK
               MOVE 'FINAL CHECK ISSUED' TO SPR-DISP-O
           ELSE
               MOVE 'NO NET PAY - NO CHECK' TO SPR-DISP-O
           END-IF.
           PERFORM POST-ADJUSTMENT-YTD.
           IF WS-TRIAL-FLAG NOT = 'Y'
               PERFORM WRITE-FINAL-EARNINGS-HISTORY
           END-IF.
           ADD 1 TO WS-FP-COUNT.
           ADD WS-FP-VAC-PAY      TO WS-FP-TOT-VAC-PAY.
           ADD WS-ADJ-DELTA-GROSS TO WS-FP-TOT-GROSS.
           ADD WS-ADJ-DELTA-NET   TO WS-FP-TOT-NET.
      *
       WRITE-FINAL-EARNINGS-HISTORY.
           MOVE ACCT-NO-IN     TO EH-ACCT-NO.
           MOVE WS-RUN-DATE-X  TO EH-PERIOD-DATE.
           MOVE 'F'            TO EH-ENTRY-TYPE.
           MOVE PAY-GROUP-IN   TO EH-PAY-GROUP.
           MOVE DEPT-CODE-IN   TO EH-DEPT-CODE.
           MOVE LAST-NAME-IN   TO EH-LAST-NAME.
           MOVE FIRST-NAME-IN  TO EH-FIRST-NAME.
           MOVE STATE-CODE-IN  TO EH-STATE-CODE.
           MOVE HOURS-WORKED-IN      TO EH-HOURS.
           MOVE WS-ADJ-DELTA-GROSS   TO EH-GROSS.
           MOVE WS-ADJ-DELTA-PRETAX  TO EH-PRETAX-DED.
           MOVE WS-ADJ-DELTA-TAXABLE TO EH-TAXABLE-WAGES.
           MOVE WS-ADJ-DELTA-FED     TO EH-FED-TAX.
           MOVE WS-ADJ-DELTA-SSW     TO EH-SS-WAGES.
           MOVE WS-ADJ-DELTA-SS      TO EH-SS-TAX.
           MOVE WS-ADJ-DELTA-MEDW    TO EH-MED-WAGES.
           MOVE WS-ADJ-DELTA-MED     TO EH-MED-TAX.
           MOVE WS-ADJ-DELTA-ADDLW   TO EH-ADDL-MED-WAGES.
           MOVE WS-ADJ-DELTA-ADDL    TO EH-ADDL-MED-TAX.
           MOVE WS-ADJ-DELTA-STATE   TO EH-STATE-TAX.
           MOVE WS-ADJ-DELTA-ER-SS   TO EH-ER-SS-TAX.
           MOVE WS-ADJ-DELTA-ER-MED  TO EH-ER-MED-TAX.
           MOVE WS-ADJ-DELTA-DED     TO EH-DEDUCTIONS.
           MOVE WS-ADJ-DELTA-NET     TO EH-NET-PAY.
           PERFORM WRITE-EARN-HIST-REC.
      *
       CLOSE-OUT-EMPLOYEE.
           PERFORM CLOSE-ELECTIONS-FOR-ACCT.
           IF WS-LM-FOUND = 'Y' AND WS-TRIAL-FLAG NOT = 'Y'
               MOVE ZERO TO LM-VAC-BAL
               MOVE ZERO TO LM-SICK-BAL
               REWRITE LEAVE-REC-IN
               IF WS-LEAVEIN-STATUS NOT = '00'
                   DISPLAY 'PAYROL LEAVE CLOSE FAILED '
                       LM-ACCT-NO ' STATUS ' WS-LEAVEIN-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE ZERO TO WS-FP-GARN-OPEN.
           PERFORM VARYING WS-GN-SUB FROM 1 BY 1
               UNTIL WS-GN-SUB > WS-GARN-COUNT
               IF GN-ACCT-NO (WS-GN-SUB) = ACCT-NO-IN
                   ADD GN-BALANCE (WS-GN-SUB) TO WS-FP-GARN-OPEN
               END-IF
           END-PERFORM.
           IF WS-TRIAL-FLAG NOT = 'Y'
               MOVE 'I' TO EMP-STATUS-IN
               REWRITE ACCT-REC-IN
               IF WS-ACCT-STATUS NOT = '00'
                   DISPLAY 'PAYROL ROSTER INACTIVATE FAILED '
                       ACCT-NO-IN ' STATUS ' WS-ACCT-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
      *
       CLOSE-ELECTIONS-FOR-ACCT.
           MOVE ZERO TO WS-FP-ELECT-CLOSED.
           IF WS-DEDUCT-OPEN = 'Y'
               MOVE ACCT-NO-IN TO WS-DED-KEY
               PERFORM START-ELECTIONS-FOR-ACCT
               PERFORM UNTIL WS-DE-EOF = 'Y'
                   ADD 1 TO WS-FP-ELECT-CLOSED
                   IF WS-TRIAL-FLAG NOT = 'Y'
                       DELETE DEDUCT-ELECT RECORD
                       IF WS-DEDUCT-STATUS NOT = '00'
                           DISPLAY 'PAYROL ELECTION CLOSE FAILED '
                               DE-KEY ' STATUS ' WS-DEDUCT-STATUS
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
                   PERFORM READ-NEXT-ELECTION
               END-PERFORM
           END-IF.
      *
       REWRITE-GARNISH-MASTER.
           OPEN OUTPUT GARNISH-IN.
           PERFORM VARYING WS-GN-SUB FROM 1 BY 1
               UNTIL WS-GN-SUB > WS-GARN-COUNT
               MOVE GN-ACCT-NO  (WS-GN-SUB) TO GR-ACCT-NO
               MOVE GN-PRIORITY (WS-GN-SUB) TO GR-PRIORITY
               MOVE GN-PAYEE    (WS-GN-SUB) TO GR-PAYEE
               MOVE GN-CAP-PCT  (WS-GN-SUB) TO GR-CAP-PCT
               MOVE GN-AMOUNT   (WS-GN-SUB) TO GR-AMOUNT
               MOVE GN-BALANCE  (WS-GN-SUB) TO GR-BALANCE
               WRITE GARNISH-REC-IN
           END-PERFORM.
           CLOSE GARNISH-IN.
      *
       WRITE-SEPREG-DETAIL.
           WRITE SEP-RPT-REC FROM SEPREG-DETAIL
               AFTER ADVANCING 1 LINES.
      *
       WRITE-SEPREG-PAY-LINES.
           MOVE WS-FP-VAC-HOURS    TO SPR-VAC-HRS-O.
           MOVE WS-FP-VAC-PAY      TO SPR-VAC-PAY-O.
           MOVE WS-ADJ-DELTA-GROSS TO SPR-GROSS-O.
           MOVE WS-ADJ-DELTA-DED   TO SPR-DEDUCT-O.
           MOVE WS-ADJ-DELTA-NET   TO SPR-NET-O.
           WRITE SEP-RPT-REC FROM SEPREG-PAY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE WS-PAY-CHECK-NO    TO SPR-CHECK-NO-O.
           MOVE WS-FP-ELECT-CLOSED TO SPR-ELECT-O.
           IF WS-LM-FOUND = 'Y'
               MOVE 'YES' TO SPR-LEAVE-O
           ELSE
               MOVE 'NO ' TO SPR-LEAVE-O
           END-IF.
           MOVE WS-FP-GARN-OPEN    TO SPR-GARN-O.
           WRITE SEP-RPT-REC FROM SEPREG-CLOSE-LINE
               AFTER ADVANCING 1 LINES.
      *
       CHECK-MAINT-CHECK.
           MOVE 'N' TO WS-CHKMNT-FLAG.
           OPEN INPUT CHECK-MAINT.
           IF WS-CHKMNT-STATUS = '00'
               MOVE SPACE TO WS-CM-EOF
               PERFORM READ-CHECK-MAINT
               IF WS-CM-EOF NOT = 'Y'
                   MOVE 'Y' TO WS-CHKMNT-FLAG
                   PERFORM CHECK-MAINT-MODE
               END-IF
               CLOSE CHECK-MAINT
           END-IF.
           IF WS-CHKMNT-FLAG = 'Y'
               IF WS-TRIAL-FLAG NOT = 'Y'
                   OPEN OUTPUT CHECK-MAINT
                   CLOSE CHECK-MAINT
               END-IF
               GOBACK
           END-IF.
      *
       READ-CHECK-MAINT.
           READ CHECK-MAINT
               AT END MOVE 'Y' TO WS-CM-EOF
           END-READ.
      *
       CHECK-MAINT-MODE.
           PERFORM ESTABLISH-RUN-MODE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE SPACES TO WS-RUN-DATE-X.
           STRING WS-CURRENT-YEAR  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CURRENT-DAY   DELIMITED BY SIZE
                  INTO WS-RUN-DATE-X
           END-STRING.
           PERFORM LOAD-GL-XREF.
           PERFORM READ-CHECK-NO-CTL.
           MOVE ZERO TO WS-GLJ-DEBITS.
           MOVE ZERO TO WS-GLJ-CREDITS.
           MOVE ZERO TO WS-GLJ-ERRORS.
           OPEN OUTPUT CHKMNT-RGT.
           MOVE WS-RUN-DATE-X TO CMR-HDR-DATE.
           WRITE CHKMNT-RGT-REC FROM CHKMNT-HEADER-1.
           MOVE SPACES TO CHKMNT-RGT-REC.
           WRITE CHKMNT-RGT-REC AFTER ADVANCING 1 LINES.
           WRITE CHKMNT-RGT-REC FROM CHKMNT-HEADER-2
               AFTER ADVANCING 1 LINES.
           MOVE ZERO TO WS-CMT-COUNT.
           PERFORM UNTIL WS-CM-EOF = 'Y'
               PERFORM STORE-ONE-CHECK-MAINT
               PERFORM READ-CHECK-MAINT
           END-PERFORM.
           OPEN INPUT ACCT-REC.
           OPEN OUTPUT CHECK-FILE.
           OPEN OUTPUT CHECK-RGT.
           PERFORM WRITE-CHKREG-HEADERS.
           IF WS-TRIAL-FLAG NOT = 'Y'
               OPEN EXTEND EARN-HIST
               IF WS-EARNHIST-STATUS NOT = '00'
                   OPEN OUTPUT EARN-HIST
               END-IF
               OPEN OUTPUT POSPAY-FILE
               IF WS-GLXREF-STATUS = '00'
                   OPEN OUTPUT CHKMNT-JOURNAL
               ELSE
                   DISPLAY 'PAYROL GL XREF NOT FOUND - NO JOURNAL'
               END-IF
           END-IF.
           OPEN OUTPUT CHECK-ISSUE-WORK.
           OPEN INPUT CHECK-ISSUE.
           IF WS-CKISS-STATUS = '00'
               MOVE SPACE TO WS-CKISS-EOF
               PERFORM READ-CHECK-ISSUE
               PERFORM UNTIL WS-CKISS-EOF = 'Y'
                   PERFORM MAINTAIN-ONE-ISSUED-CHECK
                   PERFORM READ-CHECK-ISSUE
               END-PERFORM
               CLOSE CHECK-ISSUE
           END-IF.
           PERFORM VARYING WS-CMT-SUB FROM 1 BY 1
               UNTIL WS-CMT-SUB > WS-CMT-COUNT
               IF CMT-DONE (WS-CMT-SUB) = 'N'
                   PERFORM REJECT-CHECK-NOT-OUTSTANDING
               END-IF
           END-PERFORM.
           MOVE SPACES TO CHKMNT-RGT-REC.
           WRITE CHKMNT-RGT-REC AFTER ADVANCING 1 LINES.
           MOVE WS-CM-VOID-COUNT  TO CMR-TR-VOID.
           MOVE WS-CM-VOID-AMT    TO CMR-TR-VOID-AMT.
           MOVE WS-CM-REISS-COUNT TO CMR-TR-REISS.
           MOVE WS-CM-REISS-AMT   TO CMR-TR-REISS-AMT.
           MOVE WS-CM-REJ-COUNT   TO CMR-TR-REJ.
           WRITE CHKMNT-RGT-REC FROM CHKMNT-TRAILER
               AFTER ADVANCING 1 LINES.
           PERFORM WRITE-CHKREG-TRAILER.
           CLOSE ACCT-REC.
           CLOSE CHECK-FILE.
           CLOSE CHECK-RGT.
           CLOSE CHECK-ISSUE-WORK.
           CLOSE CHKMNT-RGT.
           IF WS-TRIAL-FLAG NOT = 'Y'
               CLOSE EARN-HIST
               CLOSE POSPAY-FILE
               IF WS-GLXREF-STATUS = '00'
                   CLOSE CHKMNT-JOURNAL
                   IF WS-GLJ-DEBITS NOT = WS-GLJ-CREDITS
                       DISPLAY 'PAYROL CHECK MAINT JOURNAL OUT OF '
                           'BALANCE DR '
                           WS-GLJ-DEBITS ' CR ' WS-GLJ-CREDITS
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   IF WS-GLJ-ERRORS > ZERO
                       DISPLAY 'PAYROL GL ACCOUNTS UNMAPPED '
                           WS-GLJ-ERRORS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               PERFORM REPLACE-CHECK-ISSUE-FILE
               OPEN OUTPUT CHECK-NO-CTL
               MOVE WS-CHECK-NEXT-NO TO CKNO-NEXT
               WRITE CHECK-NO-CTL-REC
               CLOSE CHECK-NO-CTL
           END-IF.
      *
       STORE-ONE-CHECK-MAINT.
           IF CM-ACTION NOT = 'V' AND CM-ACTION NOT = 'S'
               AND CM-ACTION NOT = 'R' AND CM-ACTION NOT = 'E'
               MOVE 'REJECT - BAD ACTION' TO CMR-DISP-O
               PERFORM REJECT-CHECK-MAINT-TRANS
           ELSE
               IF CM-CHECK-NO-X IS NOT NUMERIC
                   MOVE 'REJECT - BAD CHECK NO' TO CMR-DISP-O
                   PERFORM REJECT-CHECK-MAINT-TRANS
               ELSE
                   IF WS-CMT-COUNT < 500
                       ADD 1 TO WS-CMT-COUNT
                       MOVE CM-ACTION   TO CMT-ACTION  (WS-CMT-COUNT)
                       MOVE CM-CHECK-NO TO CMT-CHECK-NO (WS-CMT-COUNT)
                       MOVE CM-USER-ID  TO CMT-USER-ID (WS-CMT-COUNT)
                       MOVE 'N'         TO CMT-DONE    (WS-CMT-COUNT)
                   ELSE
                       DISPLAY 'PAYROL CHECK MAINT TABLE FULL - ABEND'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF
           END-IF.
      *
       REJECT-CHECK-MAINT-TRANS.
           MOVE CM-ACTION     TO CMR-ACTION-O.
           MOVE CM-CHECK-NO-X TO CMR-CHECK-NO-O.
           MOVE SPACES        TO CMR-ACCT-NO-O.
           MOVE SPACES        TO CMR-ISSUE-DATE-O.
           MOVE ZERO          TO CMR-AMOUNT-O.
           MOVE ZERO          TO CMR-NEW-CHECK-O.
           MOVE CM-USER-ID    TO CMR-USER-O.
           ADD 1 TO WS-CM-REJ-COUNT.
           PERFORM WRITE-CHKMNT-LINE.
      *
       REJECT-CHECK-NOT-OUTSTANDING.
           MOVE WS-CMT-SUB TO WS-CMT-HIT.
           PERFORM SET-CHECK-MAINT-ACTION.
           MOVE CMT-CHECK-NO (WS-CMT-SUB) TO CMR-CHECK-NO-O.
           MOVE SPACES        TO CMR-ACCT-NO-O.
           MOVE SPACES        TO CMR-ISSUE-DATE-O.
           MOVE ZERO          TO CMR-AMOUNT-O.
           MOVE ZERO          TO CMR-NEW-CHECK-O.
           MOVE CMT-USER-ID (WS-CMT-SUB) TO CMR-USER-O.
           MOVE 'REJECT - NOT OUTSTANDING' TO CMR-DISP-O.
           ADD 1 TO WS-CM-REJ-COUNT.
           PERFORM WRITE-CHKMNT-LINE.
      *
       SET-CHECK-MAINT-ACTION.
           IF CMT-ACTION (WS-CMT-HIT) = 'V'
               MOVE 'VOID'  TO CMR-ACTION-O
               MOVE 'VOID'  TO WS-CM-GL-KEY
               MOVE 'VOIDED' TO CMR-DISP-O
           ELSE
               IF CMT-ACTION (WS-CMT-HIT) = 'S'
                   MOVE 'STOP'  TO CMR-ACTION-O
                   MOVE 'STOP'  TO WS-CM-GL-KEY
                   MOVE 'STOP PAYMENT' TO CMR-DISP-O
               ELSE
                   IF CMT-ACTION (WS-CMT-HIT) = 'E'
                       MOVE 'ESCH'  TO CMR-ACTION-O
                       MOVE 'ESCH'  TO WS-CM-GL-KEY
                       MOVE 'ESCHEATED TO STATE' TO CMR-DISP-O
                   ELSE
                       MOVE 'REISS' TO CMR-ACTION-O
                       MOVE 'RISS'  TO WS-CM-GL-KEY
                       MOVE 'REISSUED' TO CMR-DISP-O
                   END-IF
               END-IF
           END-IF.
      *
       MAINTAIN-ONE-ISSUED-CHECK.
           MOVE ZERO TO WS-CMT-HIT.
           PERFORM VARYING WS-CMT-SUB FROM 1 BY 1
               UNTIL WS-CMT-SUB > WS-CMT-COUNT
               IF WS-CMT-HIT = ZERO
                   AND CMT-CHECK-NO (WS-CMT-SUB) = CI-CHECK-NO
                   AND CMT-DONE (WS-CMT-SUB) = 'N'
                   MOVE WS-CMT-SUB TO WS-CMT-HIT
               END-IF
           END-PERFORM.
           IF WS-CMT-HIT = ZERO
               MOVE CHECK-ISSUE-REC TO CHECK-ISSUE-WORK-REC
               PERFORM WRITE-CHECK-ISSUE-WORK
           ELSE
               MOVE 'Y' TO CMT-DONE (WS-CMT-HIT)
               PERFORM APPLY-CHECK-MAINT
           END-IF.
      *
       APPLY-CHECK-MAINT.
           PERFORM SET-CHECK-MAINT-ACTION.
           MOVE CI-CHECK-NO   TO CMR-CHECK-NO-O.
           MOVE CI-ACCT-NO    TO CMR-ACCT-NO-O.
           MOVE CI-ISSUE-DATE TO CMR-ISSUE-DATE-O.
           MOVE CI-AMOUNT     TO CMR-AMOUNT-O.
           MOVE ZERO          TO CMR-NEW-CHECK-O.
           MOVE CMT-USER-ID (WS-CMT-HIT) TO CMR-USER-O.
           MOVE 'N' TO WS-CM-ROSTER-FOUND.
           MOVE 'N' TO WS-CM-VENDOR-CHECK.
           IF CI-ACCT-NO (1:2) = 'V-'
               MOVE 'Y' TO WS-CM-VENDOR-CHECK
               MOVE 'VENDOR CHECK - NO GL' TO CMR-DISP-O
           ELSE
               MOVE CI-ACCT-NO TO ACCT-NO-IN
               READ ACCT-REC
               IF WS-ACCT-STATUS = '00'
                   MOVE 'Y' TO WS-CM-ROSTER-FOUND
               END-IF
           END-IF.
           ADD 1         TO WS-CM-VOID-COUNT.
           ADD CI-AMOUNT TO WS-CM-VOID-AMT.
           IF WS-TRIAL-FLAG NOT = 'Y'
               MOVE CI-CHECK-NO   TO PP-CHECK-NO
               MOVE CI-ISSUE-DATE TO PP-ISSUE-DATE
               MOVE CI-AMOUNT     TO PP-AMOUNT
               MOVE CI-ACCT-NO    TO PP-ACCT-NO
               MOVE CI-PAYEE      TO PP-PAYEE
               MOVE 'V'           TO PP-ISSUE-IND
               PERFORM WRITE-POSPAY-REC
               IF WS-CM-ROSTER-FOUND = 'Y'
                   AND CMT-ACTION (WS-CMT-HIT) NOT = 'E'
                   MOVE 'V'         TO WS-CM-EH-TYPE
                   COMPUTE WS-CM-EH-NET = ZERO - CI-AMOUNT
                   MOVE CI-CHECK-NO TO WS-PAY-CHECK-NO
                   PERFORM WRITE-CHKMNT-EARNINGS-HISTORY
               END-IF
               IF WS-GLXREF-STATUS = '00'
                   AND WS-CM-VENDOR-CHECK = 'N'
                   PERFORM WRITE-GL-CHECK-VOID
               END-IF
           END-IF.
           IF CMT-ACTION (WS-CMT-HIT) = 'R'
               PERFORM REISSUE-ONE-CHECK
           END-IF.
           PERFORM WRITE-CHKMNT-LINE.
      *
       REISSUE-ONE-CHECK.
           MOVE CI-ACCT-NO TO WS-PAY-ACCT-NO.
           MOVE CI-PAYEE   TO WS-PAY-PAYEE.
           MOVE CI-AMOUNT  TO WS-PAY-NET.
           MOVE SPACES     TO WS-PAY-TRACE.
           PERFORM WRITE-CHECK.
           MOVE SPACES     TO WS-PAY-PAYEE.
           MOVE WS-PAY-CHECK-NO TO CMR-NEW-CHECK-O.
           MOVE WS-PAY-CHECK-NO TO CIW-CHECK-NO.
           MOVE CI-ACCT-NO      TO CIW-ACCT-NO.
           MOVE WS-RUN-DATE-X   TO CIW-ISSUE-DATE.
           MOVE CI-AMOUNT       TO CIW-AMOUNT.
           MOVE CI-PAYEE        TO CIW-PAYEE.
           PERFORM WRITE-CHECK-ISSUE-WORK.
           ADD 1         TO WS-CM-REISS-COUNT.
           ADD CI-AMOUNT TO WS-CM-REISS-AMT.
           IF WS-TRIAL-FLAG NOT = 'Y'
               MOVE WS-PAY-CHECK-NO TO PP-CHECK-NO
               MOVE WS-RUN-DATE-X   TO PP-ISSUE-DATE
               MOVE CI-AMOUNT       TO PP-AMOUNT
               MOVE CI-ACCT-NO      TO PP-ACCT-NO
               MOVE CI-PAYEE        TO PP-PAYEE
               MOVE 'I'             TO PP-ISSUE-IND
               PERFORM WRITE-POSPAY-REC
               IF WS-CM-ROSTER-FOUND = 'Y'
                   MOVE 'I'       TO WS-CM-EH-TYPE
                   MOVE CI-AMOUNT TO WS-CM-EH-NET
                   PERFORM WRITE-CHKMNT-EARNINGS-HISTORY
               END-IF
               IF WS-GLXREF-STATUS = '00'
                   AND WS-CM-VENDOR-CHECK = 'N'
                   PERFORM WRITE-GL-CHECK-REISSUE
               END-IF
           END-IF.
      *
       WRITE-CHECK-ISSUE-WORK.
           WRITE CHECK-ISSUE-WORK-REC.
           IF WS-CKWORK-STATUS NOT = '00'
               DISPLAY 'PAYROL CHECK ISSUE WORK WRITE FAILED '
                   CIW-CHECK-NO ' STATUS ' WS-CKWORK-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       WRITE-POSPAY-REC.
           WRITE POSPAY-REC.
           IF WS-POSPAY-STATUS NOT = '00'
               DISPLAY 'PAYROL POSITIVE PAY WRITE FAILED '
                   PP-CHECK-NO ' STATUS ' WS-POSPAY-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       WRITE-CHKMNT-EARNINGS-HISTORY.
           MOVE CI-ACCT-NO     TO EH-ACCT-NO.
           MOVE WS-RUN-DATE-X  TO EH-PERIOD-DATE.
           MOVE WS-CM-EH-TYPE  TO EH-ENTRY-TYPE.
           MOVE PAY-GROUP-IN   TO EH-PAY-GROUP.
           MOVE DEPT-CODE-IN   TO EH-DEPT-CODE.
           MOVE LAST-NAME-IN   TO EH-LAST-NAME.
           MOVE FIRST-NAME-IN  TO EH-FIRST-NAME.
           MOVE STATE-CODE-IN  TO EH-STATE-CODE.
           MOVE ZERO           TO EH-HOURS.
           MOVE ZERO           TO EH-GROSS.
           MOVE ZERO           TO EH-PRETAX-DED.
           MOVE ZERO           TO EH-TAXABLE-WAGES.
           MOVE ZERO           TO EH-FED-TAX.
           MOVE ZERO           TO EH-SS-WAGES.
           MOVE ZERO           TO EH-SS-TAX.
           MOVE ZERO           TO EH-MED-WAGES.
           MOVE ZERO           TO EH-MED-TAX.
           MOVE ZERO           TO EH-ADDL-MED-WAGES.
           MOVE ZERO           TO EH-ADDL-MED-TAX.
           MOVE ZERO           TO EH-STATE-TAX.
           MOVE ZERO           TO EH-ER-SS-TAX.
           MOVE ZERO           TO EH-ER-MED-TAX.
           MOVE ZERO           TO EH-DEDUCTIONS.
           MOVE WS-CM-EH-NET   TO EH-NET-PAY.
           MOVE 'C'            TO WS-PAY-METHOD.
           MOVE SPACES         TO WS-PAY-TRACE.
           PERFORM WRITE-EARN-HIST-REC.
      *
       WRITE-GL-CHECK-VOID.
           MOVE 'N'           TO WS-GLX-TYPE.
           MOVE SPACES        TO WS-GLX-KEY.
           PERFORM FIND-GL-ACCT.
           MOVE WS-RUN-DATE-X TO CMJ-DATE.
           MOVE WS-GL-ACCT    TO CMJ-GL-ACCT.
           MOVE 'D'           TO CMJ-DRCR.
           MOVE CI-AMOUNT     TO CMJ-AMOUNT.
           MOVE WS-CM-GL-KEY  TO CMJ-SOURCE.
           WRITE CHKMNT-JOURNAL-REC.
           ADD CI-AMOUNT TO WS-GLJ-DEBITS.
           MOVE 'V'           TO WS-GLX-TYPE.
           MOVE WS-CM-GL-KEY  TO WS-GLX-KEY.
           PERFORM FIND-GL-ACCT.
           MOVE WS-GL-ACCT    TO CMJ-GL-ACCT.
           MOVE 'C'           TO CMJ-DRCR.
           WRITE CHKMNT-JOURNAL-REC.
           ADD CI-AMOUNT TO WS-GLJ-CREDITS.
      *
       WRITE-GL-CHECK-REISSUE.
           MOVE 'V'           TO WS-GLX-TYPE.
           MOVE WS-CM-GL-KEY  TO WS-GLX-KEY.
           PERFORM FIND-GL-ACCT.
           MOVE WS-RUN-DATE-X TO CMJ-DATE.
           MOVE WS-GL-ACCT    TO CMJ-GL-ACCT.
           MOVE 'D'           TO CMJ-DRCR.
           MOVE CI-AMOUNT     TO CMJ-AMOUNT.
           MOVE WS-CM-GL-KEY  TO CMJ-SOURCE.
           WRITE CHKMNT-JOURNAL-REC.
           ADD CI-AMOUNT TO WS-GLJ-DEBITS.
           MOVE 'N'           TO WS-GLX-TYPE.
           MOVE SPACES        TO WS-GLX-KEY.
           PERFORM FIND-GL-ACCT.
           MOVE WS-GL-ACCT    TO CMJ-GL-ACCT.
           MOVE 'C'           TO CMJ-DRCR.
           WRITE CHKMNT-JOURNAL-REC.
           ADD CI-AMOUNT TO WS-GLJ-CREDITS.
      *
       REPLACE-CHECK-ISSUE-FILE.
           OPEN INPUT CHECK-ISSUE-WORK.
           OPEN OUTPUT CHECK-ISSUE.
           MOVE SPACE TO WS-CMW-EOF.
           PERFORM READ-CHECK-ISSUE-WORK.
           PERFORM UNTIL WS-CMW-EOF = 'Y'
               MOVE CHECK-ISSUE-WORK-REC TO CHECK-ISSUE-REC
               WRITE CHECK-ISSUE-REC
               IF WS-CKISS-STATUS NOT = '00'
                   DISPLAY 'PAYROL CHECK ISSUE REWRITE FAILED '
                       CI-CHECK-NO ' STATUS ' WS-CKISS-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM READ-CHECK-ISSUE-WORK
           END-PERFORM.
           CLOSE CHECK-ISSUE-WORK.
           CLOSE CHECK-ISSUE.
      *
       READ-CHECK-ISSUE-WORK.
           READ CHECK-ISSUE-WORK
               AT END MOVE 'Y' TO WS-CMW-EOF
           END-READ.
      *
       WRITE-CHKMNT-LINE.
           WRITE CHKMNT-RGT-REC FROM CHKMNT-DETAIL
               AFTER ADVANCING 1 LINES.
      *
       APPLY-PENDING-RATES.
           MOVE ZERO TO WS-PND-APPLY-COUNT.
           MOVE ZERO TO WS-PND-WAIT-COUNT.
           MOVE ZERO TO WS-PND-DROP-COUNT.
           OPEN OUTPUT PENDRATE-RPT.
           MOVE WS-RUN-DATE-X TO PRR-HDR-DATE.
           WRITE PENDRATE-RPT-REC FROM PENDRATE-HEADER-1.
           MOVE SPACES TO PENDRATE-RPT-REC.
           WRITE PENDRATE-RPT-REC AFTER ADVANCING 1 LINES.
           WRITE PENDRATE-RPT-REC FROM PENDRATE-HEADER-2
               AFTER ADVANCING 1 LINES.
           MOVE 'N' TO WS-PND-FILE-FLAG.
           OPEN INPUT PEND-RATE.
           IF WS-PENDRATE-STATUS = '00'
               MOVE 'Y' TO WS-PND-FILE-FLAG
               CLOSE PEND-RATE
           END-IF.
           IF WS-PND-FILE-FLAG = 'Y'
               SORT PEND-SORT-WORK
                   ON ASCENDING KEY PSW-ACCT-NO PSW-EFF-DATE
                   WITH DUPLICATES IN ORDER
                   USING PEND-RATE
                   GIVING PEND-RATE-SORTED
               OPEN INPUT PEND-RATE-SORTED
               IF WS-TRIAL-FLAG = 'Y'
                   OPEN INPUT ACCT-REC
               ELSE
                   OPEN I-O ACCT-REC
                   OPEN OUTPUT PEND-RATE
                   OPEN EXTEND RATE-HIST
                   IF WS-RATEHIST-STATUS NOT = '00'
                       OPEN OUTPUT RATE-HIST
                   END-IF
               END-IF
               MOVE SPACES TO WS-PND-PREV-ACCT
               MOVE SPACE  TO WS-PND-EOF
               PERFORM READ-PEND-RATE-SORTED
               PERFORM UNTIL WS-PND-EOF = 'Y'
                   PERFORM PROCESS-ONE-PENDING-RATE
                   PERFORM READ-PEND-RATE-SORTED
               END-PERFORM
               CLOSE PEND-RATE-SORTED
               CLOSE ACCT-REC
               IF WS-TRIAL-FLAG NOT = 'Y'
                   CLOSE PEND-RATE
                   CLOSE RATE-HIST
               END-IF
           END-IF.
           MOVE SPACES TO PENDRATE-RPT-REC.
           WRITE PENDRATE-RPT-REC AFTER ADVANCING 1 LINES.
           MOVE WS-PND-APPLY-COUNT TO PRR-TR-APPLIED.
           MOVE WS-PND-WAIT-COUNT  TO PRR-TR-WAIT.
           MOVE WS-PND-DROP-COUNT  TO PRR-TR-DROP.
           WRITE PENDRATE-RPT-REC FROM PENDRATE-TRAILER
               AFTER ADVANCING 1 LINES.
           CLOSE PENDRATE-RPT.
      *
       READ-PEND-RATE-SORTED.
           READ PEND-RATE-SORTED
               AT END MOVE 'Y' TO WS-PND-EOF
           END-READ.
      *
       PROCESS-ONE-PENDING-RATE.
           MOVE 'N' TO WS-PND-KEEP.
           MOVE 'N' TO WS-PND-ADVANCE.
           MOVE PNS-ACCT-NO TO ACCT-NO-IN.
           READ ACCT-REC.
           IF WS-ACCT-STATUS NOT = '00'
               MOVE 'N' TO WS-PND-ON-FILE
               MOVE 'NOT FOUND' TO WS-PND-DISP
               ADD 1 TO WS-PND-DROP-COUNT
           ELSE
               MOVE 'Y' TO WS-PND-ON-FILE
               IF PNS-ACCT-NO NOT = WS-PND-PREV-ACCT
                   MOVE PAY-RATE-IN      TO WS-PND-CUR-RATE
                   MOVE ANNUAL-SALARY-IN TO WS-PND-CUR-SALARY
                   MOVE PNS-ACCT-NO      TO WS-PND-PREV-ACCT
               END-IF
               PERFORM COMPUTE-PENDING-RATE
               IF EMP-STATUS-IN = 'T' OR EMP-STATUS-IN = 'I'
                   MOVE 'INACTIVE' TO WS-PND-DISP
                   ADD 1 TO WS-PND-DROP-COUNT
               ELSE
                   IF WS-PND-DISP = 'REJECTED'
                       ADD 1 TO WS-PND-DROP-COUNT
                   ELSE
                       MOVE 'Y' TO WS-PND-ADVANCE
                       IF PNS-EFF-DATE > WS-RUN-DATE-X
                           OR (WS-PAY-GROUP NOT = SPACE
                               AND PAY-GROUP-IN NOT = WS-PAY-GROUP)
                           MOVE 'PENDING' TO WS-PND-DISP
                           MOVE 'Y' TO WS-PND-KEEP
                           ADD 1 TO WS-PND-WAIT-COUNT
                       ELSE
                           PERFORM APPLY-ONE-PENDING-RATE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM WRITE-PENDRATE-LINE.
           IF WS-PND-ADVANCE = 'Y'
               MOVE WS-PND-NEW-RATE   TO WS-PND-CUR-RATE
               MOVE WS-PND-NEW-SALARY TO WS-PND-CUR-SALARY
           END-IF.
           IF WS-PND-KEEP = 'Y' AND WS-TRIAL-FLAG NOT = 'Y'
               MOVE PEND-RATE-SORTED-REC TO PEND-RATE-REC
               WRITE PEND-RATE-REC
               IF WS-PENDRATE-STATUS NOT = '00'
                   DISPLAY 'PAYROL PENDING RATE WRITE FAILED '
                       PND-ACCT-NO ' STATUS ' WS-PENDRATE-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
      *
       COMPUTE-PENDING-RATE.
           MOVE SPACES            TO WS-PND-DISP.
           MOVE WS-PND-CUR-RATE   TO WS-PND-NEW-RATE.
           MOVE WS-PND-CUR-SALARY TO WS-PND-NEW-SALARY.
           IF PNS-PAY-RATE-X IS NOT NUMERIC
               OR PNS-ANNUAL-SALARY-X IS NOT NUMERIC
               OR PNS-PERCENT-X IS NOT NUMERIC
               MOVE 'REJECTED' TO WS-PND-DISP
           ELSE
               IF PNS-CHANGE-TYPE = 'R'
                   IF PNS-PAY-RATE > ZERO
                       MOVE PNS-PAY-RATE TO WS-PND-NEW-RATE
                   END-IF
                   IF PNS-ANNUAL-SALARY > ZERO
                       MOVE PNS-ANNUAL-SALARY TO WS-PND-NEW-SALARY
                   END-IF
               ELSE
                   IF PNS-CHANGE-TYPE = 'P'
                       COMPUTE WS-PND-NEW-RATE ROUNDED =
                           WS-PND-CUR-RATE * (100 + PNS-PERCENT) / 100
                       COMPUTE WS-PND-NEW-SALARY ROUNDED =
                           WS-PND-CUR-SALARY * (100 + PNS-PERCENT)
                           / 100
                   ELSE
                       IF PNS-CHANGE-TYPE = 'A'
                           ADD PNS-PAY-RATE      TO WS-PND-NEW-RATE
                           ADD PNS-ANNUAL-SALARY TO WS-PND-NEW-SALARY
                       ELSE
                           MOVE 'REJECTED' TO WS-PND-DISP
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-PND-NEW-RATE > 999.99
               OR WS-PND-NEW-SALARY > 9999999.99
               MOVE 'REJECTED' TO WS-PND-DISP
           END-IF.
      *
       APPLY-ONE-PENDING-RATE.
           IF WS-TRIAL-FLAG = 'Y'
               MOVE 'DUE' TO WS-PND-DISP
               ADD 1 TO WS-PND-APPLY-COUNT
           ELSE
               MOVE WS-PND-NEW-RATE   TO PAY-RATE-IN
               MOVE WS-PND-NEW-SALARY TO ANNUAL-SALARY-IN
               REWRITE ACCT-REC-IN
               IF WS-ACCT-STATUS NOT = '00'
                   DISPLAY 'PAYROL PENDING RATE APPLY FAILED '
                       ACCT-NO-IN ' STATUS ' WS-ACCT-STATUS
                   MOVE 8 TO RETURN-CODE
                   MOVE 'FAILED' TO WS-PND-DISP
                   MOVE 'N' TO WS-PND-ADVANCE
                   MOVE 'Y' TO WS-PND-KEEP
                   ADD 1 TO WS-PND-WAIT-COUNT
               ELSE
                   MOVE 'APPLIED' TO WS-PND-DISP
                   ADD 1 TO WS-PND-APPLY-COUNT
                   PERFORM WRITE-RATE-HISTORY
               END-IF
           END-IF.
      *
       WRITE-RATE-HISTORY.
           MOVE PNS-ACCT-NO       TO RTH-ACCT-NO.
           MOVE PNS-EFF-DATE      TO RTH-EFF-DATE.
           MOVE PNS-CHANGE-TYPE   TO RTH-CHANGE-TYPE.
           MOVE WS-PND-CUR-RATE   TO RTH-OLD-RATE.
           MOVE WS-PND-NEW-RATE   TO RTH-NEW-RATE.
           MOVE WS-PND-CUR-SALARY TO RTH-OLD-SALARY.
           MOVE WS-PND-NEW-SALARY TO RTH-NEW-SALARY.
           MOVE PNS-USER-ID       TO RTH-USER-ID.
           MOVE WS-RUN-DATE-X     TO RTH-APPLIED-DATE.
           WRITE RATE-HIST-REC.
           IF WS-RATEHIST-STATUS NOT = '00'
               DISPLAY 'PAYROL RATE HISTORY WRITE FAILED '
                   RTH-ACCT-NO ' STATUS ' WS-RATEHIST-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       WRITE-PENDRATE-LINE.
           MOVE PNS-ACCT-NO TO PRR-ACCT-NO-O.
           IF WS-PND-ON-FILE = 'Y'
               MOVE LAST-NAME-IN      TO PRR-NAME-O
               MOVE DEPT-CODE-IN      TO PRR-DEPT-O
               MOVE PAY-GROUP-IN      TO PRR-GROUP-O
               MOVE WS-PND-CUR-RATE   TO PRR-OLD-RATE-O
               MOVE WS-PND-NEW-RATE   TO PRR-NEW-RATE-O
               MOVE WS-PND-CUR-SALARY TO PRR-OLD-SAL-O
               MOVE WS-PND-NEW-SALARY TO PRR-NEW-SAL-O
           ELSE
               MOVE SPACES TO PRR-NAME-O
               MOVE SPACES TO PRR-DEPT-O
               MOVE SPACES TO PRR-GROUP-O
               MOVE ZERO   TO PRR-OLD-RATE-O
               MOVE ZERO   TO PRR-NEW-RATE-O
               MOVE ZERO   TO PRR-OLD-SAL-O
               MOVE ZERO   TO PRR-NEW-SAL-O
           END-IF.
           MOVE PNS-EFF-DATE TO PRR-EFF-DATE-O.
           IF PNS-CHANGE-TYPE = 'R'
               MOVE 'SET' TO PRR-TYPE-O
           ELSE
               IF PNS-CHANGE-TYPE = 'P'
                   MOVE 'PCT' TO PRR-TYPE-O
               ELSE
                   MOVE 'AMT' TO PRR-TYPE-O
               END-IF
           END-IF.
           MOVE PNS-USER-ID TO PRR-USER-O.
           MOVE WS-PND-DISP TO PRR-DISP-O.
           WRITE PENDRATE-RPT-REC FROM PENDRATE-DETAIL
               AFTER ADVANCING 1 LINES.
      *
       WRITE-REMITTANCE.
           PERFORM LOAD-VENDORS.
           OPEN OUTPUT REMIT-RGT.
           MOVE WS-RUN-DATE-X TO RMR-HDR-DATE.
           WRITE REMIT-RGT-REC FROM REMITREG-HEADER-1.
           MOVE SPACES TO REMIT-RGT-REC.
           WRITE REMIT-RGT-REC AFTER ADVANCING 1 LINES.
           WRITE REMIT-RGT-REC FROM REMITREG-HEADER-2
               AFTER ADVANCING 1 LINES.
           MOVE SPACES TO REMIT-RGT-REC.
           WRITE REMIT-RGT-REC AFTER ADVANCING 1 LINES.
           OPEN OUTPUT REMIT-ACH.
           PERFORM WRITE-REMIT-ACH-HEADERS.
           MOVE 'N' TO WS-RMT-ROSTER-OPEN.
           OPEN INPUT ACCT-REC.
           IF WS-ACCT-STATUS = '00'
               MOVE 'Y' TO WS-RMT-ROSTER-OPEN
           END-IF.
           MOVE ZERO TO WS-RMT-ACH-TOTAL WS-RMT-CHECK-TOTAL
                        WS-RMT-HELD-TOTAL WS-RMT-GARN-TOTAL
                        WS-RMT-HELD-COUNT.
           MOVE ZERO TO WS-RMA-ENTRY-COUNT WS-RMA-ADDENDA-COUNT
                        WS-RMA-TOTAL-CREDIT.
           MOVE 'N' TO WS-RMT-NONE-LEFT.
           PERFORM UNTIL WS-RMT-NONE-LEFT = 'Y'
               PERFORM PICK-NEXT-VENDOR
               IF WS-VNT-PICK = ZERO
                   MOVE 'Y' TO WS-RMT-NONE-LEFT
               ELSE
                   PERFORM REMIT-ONE-VENDOR
               END-IF
           END-PERFORM.
           PERFORM WRITE-UNREMITTED-ITEMS.
           PERFORM WRITE-REMIT-ACH-TRAILER.
           CLOSE REMIT-ACH.
           IF WS-RMT-ROSTER-OPEN = 'Y'
               CLOSE ACCT-REC
           END-IF.
           PERFORM WRITE-REMIT-TOTALS.
           CLOSE REMIT-RGT.
           IF WS-RMT-ERRORS > ZERO
               DISPLAY 'PAYROL VENDOR RECORDS REJECTED ' WS-RMT-ERRORS
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-RMT-HELD-COUNT > ZERO
               DISPLAY 'PAYROL REMITTANCE ITEMS WITHOUT VENDOR '
                   WS-RMT-HELD-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       LOAD-VENDORS.
           MOVE ZERO TO WS-VNT-COUNT.
           MOVE ZERO TO WS-RMT-ERRORS.
           OPEN INPUT VENDOR-FILE.
           IF WS-VENDOR-STATUS = '00'
               MOVE SPACE TO WS-VN-EOF
               PERFORM READ-VENDOR
               PERFORM UNTIL WS-VN-EOF = 'Y'
                   PERFORM STORE-ONE-VENDOR
                   PERFORM READ-VENDOR
               END-PERFORM
               CLOSE VENDOR-FILE
           END-IF.
      *
       READ-VENDOR.
           READ VENDOR-FILE
               AT END MOVE 'Y' TO WS-VN-EOF
           END-READ.
      *
       STORE-ONE-VENDOR.
           MOVE VN-TYPE TO WS-RMT-FIND-TYPE.
           MOVE VN-KEY  TO WS-RMT-FIND-KEY.
           PERFORM FIND-VENDOR.
           IF (VN-TYPE NOT = 'D' AND VN-TYPE NOT = 'G')
               OR (VN-METHOD NOT = 'A' AND VN-METHOD NOT = 'C')
               OR VN-KEY = SPACES
               OR VN-VENDOR-ID (1:2) NOT = 'V-'
               OR VN-VENDOR-ID (3:6) = SPACES
               OR WS-VNT-HIT NOT = ZERO
               DISPLAY 'PAYROL VENDOR RECORD REJECTED ' VN-VENDOR-ID
                   ' ' VN-TYPE ' ' VN-KEY
               ADD 1 TO WS-RMT-ERRORS
           ELSE
               IF WS-VNT-COUNT < 200
                   ADD 1 TO WS-VNT-COUNT
                   MOVE VN-VENDOR-ID    TO VNT-VENDOR-ID (WS-VNT-COUNT)
                   MOVE VN-TYPE         TO VNT-TYPE (WS-VNT-COUNT)
                   MOVE VN-KEY          TO VNT-KEY (WS-VNT-COUNT)
                   MOVE VN-NAME         TO VNT-NAME (WS-VNT-COUNT)
                   MOVE VN-METHOD       TO VNT-METHOD (WS-VNT-COUNT)
                   MOVE VN-ROUTING-NO   TO VNT-ROUTING-NO (WS-VNT-COUNT)
                   MOVE VN-BANK-ACCT-NO
                       TO VNT-BANK-ACCT-NO (WS-VNT-COUNT)
                   MOVE VN-ACCT-TYPE    TO VNT-ACCT-TYPE (WS-VNT-COUNT)
                   MOVE VN-REFERENCE    TO VNT-REFERENCE (WS-VNT-COUNT)
                   MOVE VN-FIPS         TO VNT-FIPS (WS-VNT-COUNT)
                   MOVE 'N'             TO VNT-DONE (WS-VNT-COUNT)
               ELSE
                   DISPLAY 'PAYROL VENDOR TABLE FULL - ABEND'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
      *
       FIND-VENDOR.
           MOVE ZERO TO WS-VNT-HIT.
           PERFORM VARYING WS-VNT-SUB FROM 1 BY 1
               UNTIL WS-VNT-SUB > WS-VNT-COUNT
               IF WS-VNT-HIT = ZERO
                   AND VNT-TYPE (WS-VNT-SUB) = WS-RMT-FIND-TYPE
                   AND VNT-KEY (WS-VNT-SUB)  = WS-RMT-FIND-KEY
                   MOVE WS-VNT-SUB TO WS-VNT-HIT
               END-IF
           END-PERFORM.
      *
       PICK-NEXT-VENDOR.
           MOVE ZERO TO WS-VNT-PICK.
           PERFORM VARYING WS-VNT-SUB FROM 1 BY 1
               UNTIL WS-VNT-SUB > WS-VNT-COUNT
               IF WS-VNT-PICK = ZERO
                   AND VNT-DONE (WS-VNT-SUB) = 'N'
                   MOVE WS-VNT-SUB TO WS-VNT-PICK
               END-IF
           END-PERFORM.
      *
       REMIT-ONE-VENDOR.
           MOVE VNT-VENDOR-ID (WS-VNT-PICK)    TO WS-RMT-VENDOR-ID.
           MOVE VNT-NAME (WS-VNT-PICK)         TO WS-RMT-NAME.
           MOVE VNT-METHOD (WS-VNT-PICK)       TO WS-RMT-METHOD.
           MOVE VNT-ROUTING-NO (WS-VNT-PICK)   TO WS-RMT-ROUTING-NO.
           MOVE VNT-BANK-ACCT-NO (WS-VNT-PICK) TO WS-RMT-BANK-ACCT.
           MOVE VNT-ACCT-TYPE (WS-VNT-PICK)    TO WS-RMT-ACCT-TYPE.
           MOVE VNT-REFERENCE (WS-VNT-PICK)    TO WS-RMT-REFERENCE.
           IF WS-RMT-ROUTING-NO = SPACES OR WS-RMT-BANK-ACCT = SPACES
               MOVE 'C' TO WS-RMT-METHOD
           END-IF.
           MOVE ZERO TO WS-RMT-VEND-DED.
           MOVE ZERO TO WS-RMT-VEND-GARN.
           MOVE 'N'  TO WS-RMT-HDR-DONE.
           PERFORM VARYING WS-VNT-SUB FROM 1 BY 1
               UNTIL WS-VNT-SUB > WS-VNT-COUNT
               IF VNT-VENDOR-ID (WS-VNT-SUB) = WS-RMT-VENDOR-ID
                   AND VNT-DONE (WS-VNT-SUB) = 'N'
                   MOVE 'Y' TO VNT-DONE (WS-VNT-SUB)
                   IF VNT-TYPE (WS-VNT-SUB) = 'D'
                       PERFORM REMIT-VENDOR-DEDUCTIONS
                   ELSE
                       PERFORM REMIT-VENDOR-GARNISHMENTS
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WS-RMT-VEND-TOTAL =
               WS-RMT-VEND-DED + WS-RMT-VEND-GARN.
           IF WS-RMT-VEND-TOTAL > ZERO
               MOVE SPACES TO WS-RMA-PAYMENT
               IF WS-RMT-METHOD = 'A'
                   IF WS-RMT-VEND-DED > ZERO
                       MOVE WS-RMT-VEND-DED  TO WS-RMT-AMOUNT
                       MOVE WS-RMT-REFERENCE TO WS-RMA-IDENT
                       MOVE '0' TO AED-ADDENDA-IND
                       PERFORM WRITE-REMIT-ACH-ENTRY
                   END-IF
                   ADD WS-RMT-VEND-TOTAL TO WS-RMT-ACH-TOTAL
               ELSE
                   PERFORM WRITE-VENDOR-CHECK
                   ADD WS-RMT-VEND-TOTAL TO WS-RMT-CHECK-TOTAL
               END-IF
               MOVE SPACES            TO RMR-VENDOR-O
               MOVE 'Vendor total'    TO RMR-NAME-O
               PERFORM SET-REMIT-METHOD-OUT
               MOVE SPACES            TO RMR-ITEM-O
               MOVE SPACES            TO RMR-REF-O
               MOVE WS-RMT-VEND-TOTAL TO RMR-AMOUNT-O
               MOVE WS-RMA-PAYMENT    TO RMR-PAYMENT-O
               WRITE REMIT-RGT-REC FROM REMITREG-DETAIL
                   AFTER ADVANCING 1 LINES
               MOVE SPACES TO REMIT-RGT-REC
               WRITE REMIT-RGT-REC AFTER ADVANCING 1 LINES
           END-IF.
      *
       REMIT-VENDOR-DEDUCTIONS.
           PERFORM VARYING WS-DCT-SUB FROM 1 BY 1
               UNTIL WS-DCT-SUB > WS-DCT-COUNT
               IF DCT-CODE (WS-DCT-SUB) = VNT-KEY (WS-VNT-SUB)
                   AND DCT-CODE (WS-DCT-SUB) NOT = 'GARN'
                   AND DCT-CODE (WS-DCT-SUB) NOT = 'TAX '
                   AND DCT-CODE (WS-DCT-SUB) NOT = 'SS  '
                   AND DCT-CODE (WS-DCT-SUB) NOT = 'MED '
                   AND DCT-CODE (WS-DCT-SUB) NOT = 'SIT '
                   AND DCT-TOTAL (WS-DCT-SUB) > ZERO
                   PERFORM WRITE-REMIT-VENDOR-HEADER
                   MOVE SPACES                 TO RMR-VENDOR-O
                   MOVE DCT-DESC (WS-DCT-SUB)  TO RMR-NAME-O
                   MOVE SPACES                 TO RMR-METHOD-O
                   MOVE DCT-CODE (WS-DCT-SUB)  TO RMR-ITEM-O
                   MOVE VNT-REFERENCE (WS-VNT-SUB) TO RMR-REF-O
                   MOVE DCT-TOTAL (WS-DCT-SUB) TO RMR-AMOUNT-O
                   MOVE SPACES                 TO RMR-PAYMENT-O
                   WRITE REMIT-RGT-REC FROM REMITREG-DETAIL
                       AFTER ADVANCING 1 LINES
                   ADD DCT-TOTAL (WS-DCT-SUB) TO WS-RMT-VEND-DED
               END-IF
           END-PERFORM.
      *
       REMIT-VENDOR-GARNISHMENTS.
           PERFORM VARYING WS-GN-SUB FROM 1 BY 1
               UNTIL WS-GN-SUB > WS-GARN-COUNT
               IF GN-PAYEE (WS-GN-SUB) = VNT-KEY (WS-VNT-SUB)
                   AND GN-TAKEN (WS-GN-SUB) > ZERO
                   PERFORM REMIT-ONE-GARNISHMENT
               END-IF
           END-PERFORM.
      *
       REMIT-ONE-GARNISHMENT.
           PERFORM WRITE-REMIT-VENDOR-HEADER.
           MOVE GN-TAKEN (WS-GN-SUB) TO WS-RMT-AMOUNT.
           MOVE SPACES TO WS-RMA-PAYMENT.
           IF WS-RMT-METHOD = 'A'
               MOVE VNT-REFERENCE (WS-VNT-SUB) TO WS-RMA-IDENT
               MOVE '1' TO AED-ADDENDA-IND
               PERFORM WRITE-REMIT-ACH-ENTRY
               PERFORM WRITE-CHILD-SUPPORT-ADDENDA
           END-IF.
           MOVE SPACES                     TO RMR-VENDOR-O.
           MOVE GN-PAYEE (WS-GN-SUB)       TO RMR-NAME-O.
           MOVE SPACES                     TO RMR-METHOD-O.
           MOVE GN-ACCT-NO (WS-GN-SUB)     TO RMR-ITEM-O.
           MOVE VNT-REFERENCE (WS-VNT-SUB) TO RMR-REF-O.
           MOVE WS-RMT-AMOUNT              TO RMR-AMOUNT-O.
           MOVE WS-RMA-PAYMENT             TO RMR-PAYMENT-O.
           WRITE REMIT-RGT-REC FROM REMITREG-DETAIL
               AFTER ADVANCING 1 LINES.
           ADD WS-RMT-AMOUNT TO WS-RMT-VEND-GARN.
           ADD WS-RMT-AMOUNT TO WS-RMT-GARN-TOTAL.
      *
       WRITE-REMIT-VENDOR-HEADER.
           IF WS-RMT-HDR-DONE = 'N'
               MOVE 'Y' TO WS-RMT-HDR-DONE
               MOVE WS-RMT-VENDOR-ID TO RMV-VENDOR-O
               MOVE WS-RMT-NAME      TO RMV-NAME-O
               PERFORM SET-REMIT-METHOD-OUT
               MOVE RMR-METHOD-O     TO RMV-METHOD-O
               WRITE REMIT-RGT-REC FROM REMITREG-VENDOR-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.
      *
       SET-REMIT-METHOD-OUT.
           IF WS-RMT-METHOD = 'A'
               MOVE 'ACH' TO RMR-METHOD-O
           ELSE
               MOVE 'CHK' TO RMR-METHOD-O
           END-IF.
      *
       WRITE-REMIT-ACH-HEADERS.
           MOVE WS-CURRENT-YEAR (3:2) TO AFH-CREATION-DATE (1:2).
           MOVE WS-CURRENT-MONTH TO AFH-CREATION-DATE (3:2).
           MOVE WS-CURRENT-DAY   TO AFH-CREATION-DATE (5:2).
           MOVE WS-CURRENT-HOUR   TO AFH-CREATION-TIME (1:2).
           MOVE WS-CURRENT-MINUTE TO AFH-CREATION-TIME (3:2).
           MOVE AFH-CREATION-DATE TO WS-RMA-PAY-DATE.
           MOVE ACH-DEST-ROUTING   TO AFH-DEST-ROUTING.
           MOVE ACH-ORIGIN-ROUTING TO AFH-ORIGIN-ID.
           MOVE ACH-DEST-NAME-BANK TO AFH-DEST-NAME.
           MOVE ACH-ORIGIN-NAME-CO TO AFH-ORIGIN-NAME.
           WRITE REMIT-ACH-REC FROM ACH-FILE-HEADER.
           MOVE AFH-CREATION-DATE TO ABH-DESC-DATE.
           MOVE AFH-CREATION-DATE TO ABH-EFFECTIVE-DATE.
           MOVE ACH-COMPANY-NAME-O TO ABH-COMPANY-NAME.
           MOVE ACH-COMPANY-ID-NO  TO ABH-COMPANY-ID.
           MOVE ACH-ORIGIN-ROUTING (1:8) TO ABH-ORIG-ROUTING.
           MOVE 'CCD'        TO ABH-SEC-CODE.
           MOVE 'REMITTANCE' TO ABH-ENTRY-DESC.
           WRITE REMIT-ACH-REC FROM ACH-BATCH-HEADER.
      *
       WRITE-REMIT-ACH-ENTRY.
           IF WS-RMT-ACCT-TYPE = 'S'
               MOVE '32' TO AED-TRANS-CODE
           ELSE
               MOVE '22' TO AED-TRANS-CODE
           END-IF.
           COMPUTE WS-RMA-AMOUNT-CENTS = WS-RMT-AMOUNT * 100.
           MOVE WS-RMT-ROUTING-NO   TO AED-ROUTING.
           MOVE WS-RMT-BANK-ACCT    TO AED-ACCOUNT-NO.
           MOVE WS-RMA-AMOUNT-CENTS TO AED-AMOUNT.
           MOVE WS-RMA-IDENT        TO AED-IDENTIFICATION.
           MOVE WS-RMT-NAME         TO AED-NAME.
           ADD 1 TO WS-ACH-TRACE-SEQ.
           MOVE ACH-ORIGIN-ROUTING (1:8) TO AED-TRACE-NUMBER (1:8).
           MOVE WS-ACH-TRACE-SEQ TO AED-TRACE-NUMBER (9:7).
           WRITE REMIT-ACH-REC FROM ACH-ENTRY-DETAIL.
           IF WS-REMITACH-STATUS NOT = '00'
               DISPLAY 'PAYROL REMITTANCE ACH WRITE FAILED '
                   WS-RMT-VENDOR-ID ' STATUS ' WS-REMITACH-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           ADD 1                   TO WS-RMA-ENTRY-COUNT.
           ADD WS-RMA-AMOUNT-CENTS TO WS-RMA-TOTAL-CREDIT.
           MOVE AED-TRACE-NUMBER   TO WS-RMA-PAYMENT.
           MOVE '0'                TO AED-ADDENDA-IND.
      *
       WRITE-CHILD-SUPPORT-ADDENDA.
           MOVE SPACES TO WS-RMA-EMP-NAME.
           MOVE 'N'    TO WS-RMA-TERM.
           IF WS-RMT-ROSTER-OPEN = 'Y'
               MOVE GN-ACCT-NO (WS-GN-SUB) TO ACCT-NO-IN
               READ ACCT-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LAST-NAME-IN TO WS-RMA-EMP-NAME
                       IF EMP-STATUS-IN = 'T' OR EMP-STATUS-IN = 'I'
                           MOVE 'Y' TO WS-RMA-TERM
                       END-IF
               END-READ
           END-IF.
           MOVE WS-RMA-AMOUNT-CENTS TO WS-RMA-AMT-Z.
           MOVE SPACES TO AAD-PAYMENT-INFO.
           STRING 'DED*CS*'            DELIMITED BY SIZE
                  FUNCTION TRIM (VNT-REFERENCE (WS-VNT-SUB))
                                       DELIMITED BY SIZE
                  '*'                  DELIMITED BY SIZE
                  WS-RMA-PAY-DATE      DELIMITED BY SIZE
                  '*'                  DELIMITED BY SIZE
                  FUNCTION TRIM (WS-RMA-AMT-Z) DELIMITED BY SIZE
                  '*'                  DELIMITED BY SIZE
                  GN-ACCT-NO (WS-GN-SUB) DELIMITED BY SPACE
                  '*N*'                DELIMITED BY SIZE
                  FUNCTION TRIM (WS-RMA-EMP-NAME) DELIMITED BY SIZE
                  '*'                  DELIMITED BY SIZE
                  FUNCTION TRIM (VNT-FIPS (WS-VNT-SUB))
                                       DELIMITED BY SIZE
                  '*'                  DELIMITED BY SIZE
                  WS-RMA-TERM          DELIMITED BY SIZE
                  '\'                  DELIMITED BY SIZE
                  INTO AAD-PAYMENT-INFO
           END-STRING.
           MOVE AED-TRACE-NUMBER (9:7) TO AAD-ENTRY-SEQ.
           WRITE REMIT-ACH-REC FROM ACH-ADDENDA.
           ADD 1 TO WS-RMA-ADDENDA-COUNT.
      *
       WRITE-REMIT-ACH-TRAILER.
           COMPUTE ABC-ENTRY-COUNT =
               WS-RMA-ENTRY-COUNT + WS-RMA-ADDENDA-COUNT.
           MOVE WS-RMA-TOTAL-CREDIT TO ABC-TOTAL-CREDIT.
           MOVE ACH-COMPANY-ID-NO       TO ABC-COMPANY-ID.
           MOVE ACH-ORIGIN-ROUTING (1:8) TO ABC-ORIG-ROUTING.
           WRITE REMIT-ACH-REC FROM ACH-BATCH-CONTROL.
           MOVE 1                   TO AFC-BATCH-COUNT.
           COMPUTE AFC-BLOCK-COUNT =
               (WS-RMA-ENTRY-COUNT + WS-RMA-ADDENDA-COUNT + 4 + 9)
               / 10.
           COMPUTE AFC-ENTRY-COUNT =
               WS-RMA-ENTRY-COUNT + WS-RMA-ADDENDA-COUNT.
           MOVE WS-RMA-TOTAL-CREDIT TO AFC-TOTAL-CREDIT.
           WRITE REMIT-ACH-REC FROM ACH-FILE-CONTROL.
      *
       WRITE-VENDOR-CHECK.
           MOVE WS-CHECK-NEXT-NO  TO CHK-NO-O.
           MOVE WS-RUN-DATE-X     TO CHK-DATE-O.
           MOVE WS-RMT-NAME       TO CHK-PAYEE-O.
           MOVE WS-RMT-VEND-TOTAL TO CHK-AMT-O.
           MOVE WS-RMT-VEND-TOTAL TO WS-CKW-AMOUNT.
           PERFORM CONVERT-AMOUNT-TO-WORDS.
           WRITE CHECK-REC FROM CHK-SEP-LINE.
           WRITE CHECK-REC FROM CHK-TITLE-LINE AFTER ADVANCING 1
               LINES.
           WRITE CHECK-REC FROM CHK-PAYEE-LINE AFTER ADVANCING 1
               LINES.
           WRITE CHECK-REC FROM WS-CKW-TEXT AFTER ADVANCING 1 LINES.
           WRITE CHECK-REC FROM CHK-SEP-LINE AFTER ADVANCING 1 LINES.
           MOVE SPACES TO CHECK-REC.
           WRITE CHECK-REC AFTER ADVANCING 1 LINES.
           MOVE WS-CHECK-NEXT-NO  TO CI-CHECK-NO.
           MOVE WS-RMT-VENDOR-ID  TO CI-ACCT-NO.
           MOVE WS-RUN-DATE-X     TO CI-ISSUE-DATE.
           MOVE WS-RMT-VEND-TOTAL TO CI-AMOUNT.
           MOVE CHK-PAYEE-O       TO CI-PAYEE.
           WRITE CHECK-ISSUE-REC.
           MOVE WS-CHECK-NEXT-NO  TO CRG-CHECK-NO-O.
           MOVE WS-RMT-VENDOR-ID  TO CRG-ACCT-NO-O.
           MOVE CHK-PAYEE-O       TO CRG-PAYEE-O.
           MOVE WS-RMT-VEND-TOTAL TO CRG-AMOUNT-O.
           WRITE CHECK-RGT-REC FROM CHKREG-DETAIL AFTER ADVANCING 1
               LINES.
           MOVE WS-CHECK-NEXT-NO  TO WS-RMA-PAYMENT.
           ADD 1 TO WS-CHECK-NEXT-NO.
           ADD 1 TO WS-CHECK-COUNT.
           ADD WS-RMT-VEND-TOTAL  TO WS-CHECK-TOTAL.
      *
       WRITE-UNREMITTED-ITEMS.
           MOVE 'N' TO WS-RMT-HDR-DONE.
           PERFORM VARYING WS-DCT-SUB FROM 1 BY 1
               UNTIL WS-DCT-SUB > WS-DCT-COUNT
               IF DCT-CODE (WS-DCT-SUB) NOT = 'GARN'
                   AND DCT-CODE (WS-DCT-SUB) NOT = 'TAX '
                   AND DCT-CODE (WS-DCT-SUB) NOT = 'SS  '
                   AND DCT-CODE (WS-DCT-SUB) NOT = 'MED '
                   AND DCT-CODE (WS-DCT-SUB) NOT = 'SIT '
                   AND DCT-TOTAL (WS-DCT-SUB) > ZERO
                   MOVE 'D'                   TO WS-RMT-FIND-TYPE
                   MOVE DCT-CODE (WS-DCT-SUB) TO WS-RMT-FIND-KEY
                   PERFORM FIND-VENDOR
                   IF WS-VNT-HIT = ZERO
                       MOVE DCT-DESC (WS-DCT-SUB)  TO RMR-NAME-O
                       MOVE DCT-CODE (WS-DCT-SUB)  TO RMR-ITEM-O
                       MOVE SPACES                 TO RMR-REF-O
                       MOVE DCT-TOTAL (WS-DCT-SUB) TO WS-RMT-AMOUNT
                       PERFORM WRITE-UNREMITTED-LINE
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-GN-SUB FROM 1 BY 1
               UNTIL WS-GN-SUB > WS-GARN-COUNT
               IF GN-TAKEN (WS-GN-SUB) > ZERO
                   MOVE 'G'                  TO WS-RMT-FIND-TYPE
                   MOVE GN-PAYEE (WS-GN-SUB) TO WS-RMT-FIND-KEY
                   PERFORM FIND-VENDOR
                   IF WS-VNT-HIT = ZERO
                       MOVE GN-PAYEE (WS-GN-SUB)   TO RMR-NAME-O
                       MOVE GN-ACCT-NO (WS-GN-SUB) TO RMR-ITEM-O
                       MOVE SPACES                 TO RMR-REF-O
                       MOVE GN-TAKEN (WS-GN-SUB)   TO WS-RMT-AMOUNT
                       ADD WS-RMT-AMOUNT TO WS-RMT-GARN-TOTAL
                       PERFORM WRITE-UNREMITTED-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-RMT-HDR-DONE = 'Y'
               MOVE SPACES TO REMIT-RGT-REC
               WRITE REMIT-RGT-REC AFTER ADVANCING 1 LINES
           END-IF.
      *
       WRITE-UNREMITTED-LINE.
           IF WS-RMT-HDR-DONE = 'N'
               MOVE 'Y' TO WS-RMT-HDR-DONE
               MOVE SPACES TO REMIT-RGT-REC
               MOVE 'Not remitted - no vendor on file'
                   TO REMIT-RGT-REC
               WRITE REMIT-RGT-REC AFTER ADVANCING 1 LINES
           END-IF.
           MOVE SPACES        TO RMR-VENDOR-O.
           MOVE SPACES        TO RMR-METHOD-O.
           MOVE WS-RMT-AMOUNT TO RMR-AMOUNT-O.
           MOVE 'HELD'        TO RMR-PAYMENT-O.
           WRITE REMIT-RGT-REC FROM REMITREG-DETAIL
               AFTER ADVANCING 1 LINES.
           ADD WS-RMT-AMOUNT TO WS-RMT-HELD-TOTAL.
           ADD 1             TO WS-RMT-HELD-COUNT.
      *
       WRITE-REMIT-TOTALS.
           MOVE SPACES TO RMR-TOT-RESULT-O.
           MOVE 'Remitted by ACH'      TO RMR-TOT-LABEL-O.
           MOVE WS-RMT-ACH-TOTAL       TO RMR-TOT-AMOUNT-O.
           WRITE REMIT-RGT-REC FROM REMITREG-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'Remitted by check'    TO RMR-TOT-LABEL-O.
           MOVE WS-RMT-CHECK-TOTAL     TO RMR-TOT-AMOUNT-O.
           WRITE REMIT-RGT-REC FROM REMITREG-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'Held - no vendor on file' TO RMR-TOT-LABEL-O.
           MOVE WS-RMT-HELD-TOTAL      TO RMR-TOT-AMOUNT-O.
           WRITE REMIT-RGT-REC FROM REMITREG-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           COMPUTE WS-RMT-GRAND = WS-RMT-ACH-TOTAL
               + WS-RMT-CHECK-TOTAL + WS-RMT-HELD-TOTAL.
           MOVE 'Total remittance'     TO RMR-TOT-LABEL-O.
           MOVE WS-RMT-GRAND           TO RMR-TOT-AMOUNT-O.
           WRITE REMIT-RGT-REC FROM REMITREG-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE WS-DRG-GRAND TO WS-RMT-DED-REG.
           PERFORM VARYING WS-DCT-SUB FROM 1 BY 1
               UNTIL WS-DCT-SUB > WS-DCT-COUNT
               IF DCT-CODE (WS-DCT-SUB) = 'TAX '
                   OR DCT-CODE (WS-DCT-SUB) = 'SS  '
                   OR DCT-CODE (WS-DCT-SUB) = 'MED '
                   OR DCT-CODE (WS-DCT-SUB) = 'SIT '
                   SUBTRACT DCT-TOTAL (WS-DCT-SUB) FROM WS-RMT-DED-REG
               END-IF
           END-PERFORM.
           MOVE 'Deductions register total (excl. taxes)'
                                       TO RMR-TOT-LABEL-O.
           MOVE WS-RMT-DED-REG         TO RMR-TOT-AMOUNT-O.
           IF WS-RMT-GRAND = WS-RMT-DED-REG
               MOVE 'IN BALANCE'     TO RMR-TOT-RESULT-O
           ELSE
               MOVE 'OUT OF BALANCE' TO RMR-TOT-RESULT-O
               DISPLAY 'PAYROL REMITTANCE OUT OF BALANCE '
                   WS-RMT-GRAND ' DEDUCTIONS ' WS-RMT-DED-REG
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE REMIT-RGT-REC FROM REMITREG-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE SPACES TO REMIT-RGT-REC.
           WRITE REMIT-RGT-REC AFTER ADVANCING 1 LINES.
           MOVE SPACES TO RMR-TOT-RESULT-O.
           MOVE 'Garnishments remitted and held' TO RMR-TOT-LABEL-O.
           MOVE WS-RMT-GARN-TOTAL      TO RMR-TOT-AMOUNT-O.
           WRITE REMIT-RGT-REC FROM REMITREG-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'Garnishment register total' TO RMR-TOT-LABEL-O.
           MOVE WS-GRG-GRAND           TO RMR-TOT-AMOUNT-O.
           IF WS-RMT-GARN-TOTAL = WS-GRG-GRAND
               MOVE 'IN BALANCE'     TO RMR-TOT-RESULT-O
           ELSE
               MOVE 'OUT OF BALANCE' TO RMR-TOT-RESULT-O
               DISPLAY 'PAYROL REMITTANCE OUT OF BALANCE '
                   WS-RMT-GARN-TOTAL ' GARNISHMENTS ' WS-GRG-GRAND
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE REMIT-RGT-REC FROM REMITREG-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
