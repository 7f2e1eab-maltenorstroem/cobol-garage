      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PAYQTR.
       AUTHOR.        MALTENORSTROEM.
      *-------------
       ENVIRONMENT DIVISION.
      *-------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QTR-PARM
               ASSIGN TO './data/payrol_quarter.data'
               FILE STATUS IS WS-QTRPARM-STATUS.
           SELECT TAX-RATE-FILE
               ASSIGN TO './data/payrol_taxrate.data'
               FILE STATUS IS WS-TAXRATE-STATUS.
           SELECT EARN-HIST
               ASSIGN TO './data/payrol_earnhist.data'
               FILE STATUS IS WS-EARNHIST-STATUS.
           SELECT RUN-LOG
               ASSIGN TO './data/payrol_runlog.data'
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT HIST-SORT-WORK ASSIGN TO 'payqtrsw'.
           SELECT SORTED-HIST ASSIGN TO './out/payqtr_sorted.data'.
           SELECT QTR-RPT ASSIGN TO './out/payrol_qtremp.data'.
           SELECT F941-RPT ASSIGN TO './out/payrol_941.data'.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  QTR-PARM RECORDING MODE F.
       01  QTR-PARM-REC.
           05  QP-YEAR            PIC 9(04).
           05  QP-YEAR-X          REDEFINES QP-YEAR
                                  PIC X(04).
           05  QP-QUARTER         PIC 9(01).
           05  QP-QUARTER-X       REDEFINES QP-QUARTER
                                  PIC X(01).
      *
       FD  TAX-RATE-FILE RECORDING MODE F.
       01  TAX-RATE-REC.
           05  TXR-STATUS         PIC X(01).
           05  TXR-FLOOR          PIC 9(07)V9(02).
           05  TXR-RATE           PIC 9(02)V9(02).
           05  TXR-BASE           PIC 9(07)V9(02).
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
       FD  RUN-LOG RECORDING MODE F.
       01  RUN-LOG-REC.
           05  RL-PERIOD-DATE     PIC X(10).
           05  RL-START-TS        PIC X(14).
           05  RL-END-TS          PIC X(14).
           05  RL-EMP-COUNT       PIC 9(05).
           05  RL-TOTAL-GROSS     PIC 9(09)V9(02).
           05  RL-TOTAL-DEDUCT    PIC 9(09)V9(02).
           05  RL-TOTAL-NET       PIC 9(09)V9(02).
           05  RL-EXCEPT-COUNT    PIC 9(05).
           05  RL-STATUS          PIC X(01).
           05  RL-PAY-GROUP       PIC X(01).
      *
       SD  HIST-SORT-WORK.
       01  HIST-SORT-REC.
           05  HS-ACCT-NO         PIC X(08).
           05  HS-PERIOD-DATE     PIC X(10).
           05  FILLER             PIC X(207).
      *
       FD  SORTED-HIST RECORDING MODE F.
       01  SORTED-HIST-REC.
           05  SH-ACCT-NO         PIC X(08).
           05  SH-PERIOD-DATE     PIC X(10).
           05  SH-ENTRY-TYPE      PIC X(01).
           05  SH-PAY-GROUP       PIC X(01).
           05  SH-DEPT-CODE       PIC X(04).
           05  SH-LAST-NAME       PIC X(20).
           05  SH-FIRST-NAME      PIC X(15).
           05  SH-STATE-CODE      PIC X(02).
           05  SH-HOURS           PIC S9(03)V9(02).
           05  SH-GROSS           PIC S9(07)V9(02).
           05  SH-PRETAX-DED      PIC S9(07)V9(02).
           05  SH-TAXABLE-WAGES   PIC S9(07)V9(02).
           05  SH-FED-TAX         PIC S9(07)V9(02).
           05  SH-SS-WAGES        PIC S9(07)V9(02).
           05  SH-SS-TAX          PIC S9(07)V9(02).
           05  SH-MED-WAGES       PIC S9(07)V9(02).
           05  SH-MED-TAX         PIC S9(07)V9(02).
           05  SH-ADDL-MED-WAGES  PIC S9(07)V9(02).
           05  SH-ADDL-MED-TAX    PIC S9(07)V9(02).
           05  SH-STATE-TAX       PIC S9(07)V9(02).
           05  SH-ER-SS-TAX       PIC S9(07)V9(02).
           05  SH-ER-MED-TAX      PIC S9(07)V9(02).
           05  SH-DEDUCTIONS      PIC S9(07)V9(02).
           05  SH-NET-PAY         PIC S9(07)V9(02).
           05  SH-PAY-METHOD      PIC X(01).
           05  SH-CHECK-NO        PIC 9(08).
           05  SH-ACH-TRACE       PIC X(15).
      *
       FD  QTR-RPT RECORDING MODE F.
       01  QTR-RPT-REC            PIC X(132).
      *
       FD  F941-RPT RECORDING MODE F.
       01  F941-RPT-REC           PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05 WS-EH-EOF       PIC X VALUE SPACE.
           05 WS-SH-EOF       PIC X VALUE SPACE.
           05 WS-RL-EOF       PIC X VALUE SPACE.
           05 WS-TR-EOF       PIC X VALUE SPACE.
           05 WS-OUT-OF-BAL   PIC X VALUE 'N'.
      *
       01  WS-QTRPARM-STATUS  PIC XX VALUE SPACES.
      *
       01  WS-TAXRATE-STATUS  PIC XX VALUE SPACES.
      *
       01  WS-EARNHIST-STATUS PIC XX VALUE SPACES.
      *
       01  WS-RUNLOG-STATUS   PIC XX VALUE SPACES.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  FILLER                      PIC X(13).
      *
       01  QUARTER-FIELDS.
           05  WS-QTR-YEAR        PIC 9(04)     VALUE ZERO.
           05  WS-QTR-NO          PIC 9(01)     VALUE ZERO.
           05  WS-QTR-FIRST-MONTH PIC 9(02)     VALUE ZERO.
           05  WS-QTR-LAST-MONTH  PIC 9(02)     VALUE ZERO.
           05  WS-QTR-LAST-DAY    PIC X(02)     VALUE SPACES.
           05  WS-QTR-FROM        PIC X(10)     VALUE SPACES.
           05  WS-QTR-TO          PIC X(10)     VALUE SPACES.
      *
       01  TAX-RATE-FIELDS.
           05  WS-SS-RATE         PIC 9(02)V9(02) VALUE 6.20.
           05  WS-MED-RATE        PIC 9(02)V9(02) VALUE 1.45.
           05  WS-ADDL-MED-RATE   PIC 9(02)V9(02) VALUE 0.90.
           05  WS-SS-COMB-RATE    PIC 9(02)V9(02) VALUE ZERO.
           05  WS-MED-COMB-RATE   PIC 9(02)V9(02) VALUE ZERO.
      *
       01  EMPLOYEE-TOTALS.
           05  WS-PREV-ACCT       PIC X(08)     VALUE SPACES.
           05  WS-EMP-LAST-NAME   PIC X(20)     VALUE SPACES.
           05  WS-EMP-FIRST-NAME  PIC X(15)     VALUE SPACES.
           05  WS-EMP-PAYS        PIC 9(03)     VALUE ZERO.
           05  WS-EMP-GROSS       PIC S9(09)V9(02) VALUE ZERO.
           05  WS-EMP-TAXABLE     PIC S9(09)V9(02) VALUE ZERO.
           05  WS-EMP-FED-TAX     PIC S9(09)V9(02) VALUE ZERO.
           05  WS-EMP-SS-TAX      PIC S9(09)V9(02) VALUE ZERO.
           05  WS-EMP-MED-TAX     PIC S9(09)V9(02) VALUE ZERO.
           05  WS-EMP-STATE-TAX   PIC S9(09)V9(02) VALUE ZERO.
           05  WS-EMP-DEDUCT      PIC S9(09)V9(02) VALUE ZERO.
           05  WS-EMP-NET         PIC S9(09)V9(02) VALUE ZERO.
      *
       01  QUARTER-TOTALS.
           05  WS-QT-EMPLOYEES    PIC 9(06)     VALUE ZERO.
           05  WS-QT-GROSS        PIC S9(09)V9(02) VALUE ZERO.
           05  WS-QT-PRETAX       PIC S9(09)V9(02) VALUE ZERO.
           05  WS-QT-TAXABLE      PIC S9(09)V9(02) VALUE ZERO.
           05  WS-QT-FED-TAX      PIC S9(09)V9(02) VALUE ZERO.
           05  WS-QT-SS-WAGES     PIC S9(09)V9(02) VALUE ZERO.
           05  WS-QT-SS-TAX       PIC S9(09)V9(02) VALUE ZERO.
           05  WS-QT-MED-WAGES    PIC S9(09)V9(02) VALUE ZERO.
           05  WS-QT-MED-TAX      PIC S9(09)V9(02) VALUE ZERO.
           05  WS-QT-ADDL-WAGES   PIC S9(09)V9(02) VALUE ZERO.
           05  WS-QT-ADDL-TAX     PIC S9(09)V9(02) VALUE ZERO.
           05  WS-QT-STATE-TAX    PIC S9(09)V9(02) VALUE ZERO.
           05  WS-QT-ER-SS-TAX    PIC S9(09)V9(02) VALUE ZERO.
           05  WS-QT-ER-MED-TAX   PIC S9(09)V9(02) VALUE ZERO.
           05  WS-QT-DEDUCT       PIC S9(09)V9(02) VALUE ZERO.
           05  WS-QT-NET          PIC S9(09)V9(02) VALUE ZERO.
      *
       01  RECONCILE-TOTALS.
           05  WS-HR-COUNT        PIC 9(07)     VALUE ZERO.
           05  WS-HR-GROSS        PIC S9(09)V9(02) VALUE ZERO.
           05  WS-HR-DEDUCT       PIC S9(09)V9(02) VALUE ZERO.
           05  WS-HR-NET          PIC S9(09)V9(02) VALUE ZERO.
           05  WS-HA-COUNT        PIC 9(07)     VALUE ZERO.
           05  WS-HA-GROSS        PIC S9(09)V9(02) VALUE ZERO.
           05  WS-HA-DEDUCT       PIC S9(09)V9(02) VALUE ZERO.
           05  WS-HA-NET          PIC S9(09)V9(02) VALUE ZERO.
           05  WS-RL-RUNS         PIC 9(05)     VALUE ZERO.
           05  WS-RL-EMPS         PIC 9(07)     VALUE ZERO.
           05  WS-RL-GROSS        PIC S9(09)V9(02) VALUE ZERO.
           05  WS-RL-DEDUCT       PIC S9(09)V9(02) VALUE ZERO.
           05  WS-RL-NET          PIC S9(09)V9(02) VALUE ZERO.
           05  WS-DIFF-COUNT      PIC S9(07)    VALUE ZERO.
           05  WS-DIFF-AMOUNT     PIC S9(09)V9(02) VALUE ZERO.
      *
       01  WORKSHEET-FIELDS.
           05  WS-941-SS-TAX      PIC S9(09)V9(02) VALUE ZERO.
           05  WS-941-MED-TAX     PIC S9(09)V9(02) VALUE ZERO.
           05  WS-941-ADDL-TAX    PIC S9(09)V9(02) VALUE ZERO.
           05  WS-941-FICA-TOTAL  PIC S9(09)V9(02) VALUE ZERO.
           05  WS-941-BEFORE-ADJ  PIC S9(09)V9(02) VALUE ZERO.
           05  WS-941-ACTUAL-FICA PIC S9(09)V9(02) VALUE ZERO.
           05  WS-941-CENTS-ADJ   PIC S9(09)V9(02) VALUE ZERO.
           05  WS-941-AFTER-ADJ   PIC S9(09)V9(02) VALUE ZERO.
           05  WS-941-EE-MED      PIC S9(09)V9(02) VALUE ZERO.
      *
       01  QTR-HEADER-1.
           05  FILLER    PIC X(32)
               VALUE 'Quarterly Earnings by Employee  '.
           05  QH1-YEAR       PIC 9(04).
           05  FILLER         PIC X(01) VALUE 'Q'.
           05  QH1-QTR        PIC 9(01).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  QH1-FROM       PIC X(10).
           05  FILLER         PIC X(06) VALUE ' thru '.
           05  QH1-TO         PIC X(10).
           05  FILLER         PIC X(66) VALUE SPACES.
      *
       01  QTR-HEADER-2.
           05  FILLER         PIC X(08) VALUE 'Account '.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE 'Name'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(03) VALUE 'Pay'.
           05  FILLER         PIC X(12) VALUE '       Gross'.
           05  FILLER         PIC X(12) VALUE '     Taxable'.
           05  FILLER         PIC X(12) VALUE '     Fed Tax'.
           05  FILLER         PIC X(12) VALUE '      SS Tax'.
           05  FILLER         PIC X(12) VALUE '    Medicare'.
           05  FILLER         PIC X(12) VALUE '   State Tax'.
           05  FILLER         PIC X(12) VALUE '  Deductions'.
           05  FILLER         PIC X(12) VALUE '         Net'.
           05  FILLER         PIC X(03) VALUE SPACES.
      *
       01  QTR-DETAIL.
           05  QD-ACCT-NO-O       PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  QD-NAME-O          PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  QD-PAYS-O          PIC ZZ9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  QD-GROSS-O         PIC -ZZZ,ZZ9.99.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  QD-TAXABLE-O       PIC -ZZZ,ZZ9.99.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  QD-FED-O           PIC -ZZZ,ZZ9.99.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  QD-SS-O            PIC -ZZZ,ZZ9.99.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  QD-MED-O           PIC -ZZZ,ZZ9.99.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  QD-STATE-O         PIC -ZZZ,ZZ9.99.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  QD-DEDUCT-O        PIC -ZZZ,ZZ9.99.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  QD-NET-O           PIC -ZZZ,ZZ9.99.
           05  FILLER             PIC X(03) VALUE SPACES.
      *
       01  QTR-TOTAL-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  QT-LABEL-O         PIC X(24).
           05  QT-AMOUNT-O        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(90) VALUE SPACES.
      *
       01  QTR-COUNT-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  QC-LABEL-O         PIC X(24).
           05  QC-COUNT-O         PIC ZZZ,ZZ9.
           05  FILLER             PIC X(98) VALUE SPACES.
      *
       01  RCN-HEADER-1.
           05  FILLER    PIC X(42)
               VALUE 'Reconciliation to Run Log for the Quarter '.
           05  FILLER         PIC X(06) VALUE 'Runs  '.
           05  RCN-HDR-RUNS   PIC ZZ,ZZ9.
           05  FILLER         PIC X(78) VALUE SPACES.
      *
       01  RCN-HEADER-2.
           05  FILLER         PIC X(24) VALUE SPACES.
           05  FILLER         PIC X(15) VALUE '        Run Log'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(15) VALUE '        History'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(15) VALUE '     Difference'.
           05  FILLER         PIC X(59) VALUE SPACES.
      *
       01  RCN-AMOUNT-LINE.
           05  RCA-LABEL-O        PIC X(24).
           05  RCA-RUNLOG-O       PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RCA-HIST-O         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RCA-DIFF-O         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(59) VALUE SPACES.
      *
       01  RCN-COUNT-LINE.
           05  RCC-LABEL-O        PIC X(24).
           05  FILLER             PIC X(07) VALUE SPACES.
           05  RCC-RUNLOG-O       PIC ZZZ,ZZ9.
           05  FILLER             PIC X(09) VALUE SPACES.
           05  RCC-HIST-O         PIC ZZZ,ZZ9.
           05  FILLER             PIC X(09) VALUE SPACES.
           05  RCC-DIFF-O         PIC -ZZZ,ZZ9.
           05  FILLER             PIC X(61) VALUE SPACES.
      *
       01  RCN-ADJ-LINE.
           05  FILLER    PIC X(32)
               VALUE 'Off-cycle (not in run log)     '.
           05  RAJ-COUNT-O        PIC ZZZ,ZZ9.
           05  FILLER             PIC X(08) VALUE '  Gross '.
           05  RAJ-GROSS-O        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(06) VALUE '  Net '.
           05  RAJ-NET-O          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(49) VALUE SPACES.
      *
       01  RCN-RESULT-LINE.
           05  FILLER             PIC X(08) VALUE 'Result: '.
           05  RCR-RESULT-O       PIC X(30).
           05  FILLER             PIC X(94) VALUE SPACES.
      *
       01  W941-HEADER-1.
           05  FILLER    PIC X(28)
               VALUE 'Form 941 Worksheet  Quarter '.
           05  W1-YEAR        PIC 9(04).
           05  FILLER         PIC X(01) VALUE 'Q'.
           05  W1-QTR         PIC 9(01).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  W1-FROM        PIC X(10).
           05  FILLER         PIC X(06) VALUE ' thru '.
           05  W1-TO          PIC X(10).
           05  FILLER         PIC X(38) VALUE SPACES.
      *
       01  W941-HEADER-2.
           05  FILLER         PIC X(06) VALUE 'Line  '.
           05  FILLER         PIC X(44) VALUE 'Description'.
           05  FILLER         PIC X(15) VALUE '         Wages '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(15) VALUE '        Amount '.
           05  FILLER         PIC X(18) VALUE SPACES.
      *
       01  W941-AMOUNT-LINE.
           05  WA-LINE-NO-O       PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WA-LABEL-O         PIC X(44).
           05  FILLER             PIC X(17) VALUE SPACES.
           05  WA-AMOUNT-O        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(18) VALUE SPACES.
      *
       01  W941-RATE-LINE.
           05  WR-LINE-NO-O       PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WR-LABEL-O         PIC X(36).
           05  FILLER             PIC X(02) VALUE 'x '.
           05  WR-RATE-O          PIC Z9.99.
           05  FILLER             PIC X(01) VALUE '%'.
           05  WR-WAGES-O         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WR-AMOUNT-O        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(18) VALUE SPACES.
      *
       01  W941-COUNT-LINE.
           05  WC-LINE-NO-O       PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WC-LABEL-O         PIC X(44).
           05  FILLER             PIC X(25) VALUE SPACES.
           05  WC-COUNT-O         PIC ZZZ,ZZ9.
           05  FILLER             PIC X(18) VALUE SPACES.
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           PERFORM ESTABLISH-QUARTER.
           PERFORM LOAD-TAX-RATES.
           SORT HIST-SORT-WORK
               ON ASCENDING KEY HS-ACCT-NO HS-PERIOD-DATE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS SELECT-QUARTER-HISTORY
                   THRU SELECT-QUARTER-HISTORY-EXIT
               GIVING SORTED-HIST.
           OPEN INPUT SORTED-HIST.
           OPEN OUTPUT QTR-RPT.
           OPEN OUTPUT F941-RPT.
           PERFORM WRITE-QTR-HEADERS.
      *
       LIST-EMPLOYEES.
           MOVE SPACES TO WS-PREV-ACCT.
           PERFORM READ-SORTED-HIST.
           PERFORM UNTIL WS-SH-EOF = 'Y'
               IF SH-ACCT-NO NOT = WS-PREV-ACCT
                   IF WS-PREV-ACCT NOT = SPACES
                       PERFORM WRITE-EMPLOYEE-LINE
                   END-IF
                   PERFORM START-EMPLOYEE
               END-IF
               PERFORM ADD-ONE-HISTORY
               PERFORM READ-SORTED-HIST
           END-PERFORM.
           IF WS-PREV-ACCT NOT = SPACES
               PERFORM WRITE-EMPLOYEE-LINE
           END-IF.
           PERFORM WRITE-QTR-TOTALS.
      *
       RECONCILE-RUN-LOG.
           PERFORM SUM-RUN-LOG.
           PERFORM WRITE-RECONCILIATION.
           PERFORM WRITE-941-WORKSHEET.
      *
       CLOSE-STOP.
           CLOSE SORTED-HIST.
           CLOSE QTR-RPT.
           CLOSE F941-RPT.
           IF WS-OUT-OF-BAL = 'Y'
               DISPLAY 'PAYQTR EARNINGS HISTORY DOES NOT AGREE WITH '
                   'RUN LOG FOR ' WS-QTR-FROM ' THRU ' WS-QTR-TO
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       ESTABLISH-QUARTER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO WS-QTR-YEAR.
           COMPUTE WS-QTR-NO = (WS-CURRENT-MONTH + 2) / 3.
           OPEN INPUT QTR-PARM.
           IF WS-QTRPARM-STATUS = '00'
               READ QTR-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF QP-YEAR-X IS NUMERIC
                           AND QP-QUARTER-X IS NUMERIC
                           AND QP-QUARTER > ZERO
                           AND QP-QUARTER < 5
                           MOVE QP-YEAR    TO WS-QTR-YEAR
                           MOVE QP-QUARTER TO WS-QTR-NO
                       ELSE
                           DISPLAY 'PAYQTR BAD QUARTER PARM - '
                               'USING CURRENT QUARTER'
                       END-IF
               END-READ
               CLOSE QTR-PARM
           END-IF.
           COMPUTE WS-QTR-FIRST-MONTH = (WS-QTR-NO * 3) - 2.
           COMPUTE WS-QTR-LAST-MONTH  = WS-QTR-NO * 3.
           IF WS-QTR-NO = 2 OR WS-QTR-NO = 3
               MOVE '30' TO WS-QTR-LAST-DAY
           ELSE
               MOVE '31' TO WS-QTR-LAST-DAY
           END-IF.
           MOVE SPACES TO WS-QTR-FROM.
           STRING WS-QTR-YEAR        DELIMITED BY SIZE
                  '-'                DELIMITED BY SIZE
                  WS-QTR-FIRST-MONTH DELIMITED BY SIZE
                  '-01'              DELIMITED BY SIZE
                  INTO WS-QTR-FROM
           END-STRING.
           MOVE SPACES TO WS-QTR-TO.
           STRING WS-QTR-YEAR        DELIMITED BY SIZE
                  '-'                DELIMITED BY SIZE
                  WS-QTR-LAST-MONTH  DELIMITED BY SIZE
                  '-'                DELIMITED BY SIZE
                  WS-QTR-LAST-DAY    DELIMITED BY SIZE
                  INTO WS-QTR-TO
           END-STRING.
      *
       LOAD-TAX-RATES.
           OPEN INPUT TAX-RATE-FILE.
           IF WS-TAXRATE-STATUS = '00'
               MOVE SPACE TO WS-TR-EOF
               PERFORM READ-TAX-RATE
               PERFORM UNTIL WS-TR-EOF = 'Y'
                   PERFORM STORE-ONE-TAX-RATE
                   PERFORM READ-TAX-RATE
               END-PERFORM
               CLOSE TAX-RATE-FILE
           END-IF.
           COMPUTE WS-SS-COMB-RATE  = WS-SS-RATE * 2.
           COMPUTE WS-MED-COMB-RATE = WS-MED-RATE * 2.
      *
       READ-TAX-RATE.
           READ TAX-RATE-FILE
               AT END MOVE 'Y' TO WS-TR-EOF
           END-READ.
      *
       STORE-ONE-TAX-RATE.
           IF TXR-STATUS = 'O'
               MOVE TXR-RATE TO WS-SS-RATE
           ELSE
               IF TXR-STATUS = 'H'
                   MOVE TXR-RATE TO WS-MED-RATE
               ELSE
                   IF TXR-STATUS = 'X'
                       MOVE TXR-RATE TO WS-ADDL-MED-RATE
                   END-IF
               END-IF
           END-IF.
      *
       SELECT-QUARTER-HISTORY.
           OPEN INPUT EARN-HIST.
           IF WS-EARNHIST-STATUS = '00'
               MOVE SPACE TO WS-EH-EOF
               PERFORM READ-EARN-HIST
               PERFORM UNTIL WS-EH-EOF = 'Y'
                   IF EH-PERIOD-DATE NOT < WS-QTR-FROM
                       AND EH-PERIOD-DATE NOT > WS-QTR-TO
                       MOVE EARN-HIST-REC TO HIST-SORT-REC
                       RELEASE HIST-SORT-REC
                   END-IF
                   PERFORM READ-EARN-HIST
               END-PERFORM
               CLOSE EARN-HIST
           ELSE
               DISPLAY 'PAYQTR NO EARNINGS HISTORY FILE'
           END-IF
           .
      *
       SELECT-QUARTER-HISTORY-EXIT.
           EXIT.
      *
       READ-EARN-HIST.
           READ EARN-HIST
               AT END MOVE 'Y' TO WS-EH-EOF
           END-READ.
      *
       READ-SORTED-HIST.
           READ SORTED-HIST
               AT END MOVE 'Y' TO WS-SH-EOF
           END-READ.
      *
       START-EMPLOYEE.
           MOVE SH-ACCT-NO    TO WS-PREV-ACCT.
           MOVE SH-LAST-NAME  TO WS-EMP-LAST-NAME.
           MOVE SH-FIRST-NAME TO WS-EMP-FIRST-NAME.
           MOVE ZERO TO WS-EMP-PAYS.
           MOVE ZERO TO WS-EMP-GROSS.
           MOVE ZERO TO WS-EMP-TAXABLE.
           MOVE ZERO TO WS-EMP-FED-TAX.
           MOVE ZERO TO WS-EMP-SS-TAX.
           MOVE ZERO TO WS-EMP-MED-TAX.
           MOVE ZERO TO WS-EMP-STATE-TAX.
           MOVE ZERO TO WS-EMP-DEDUCT.
           MOVE ZERO TO WS-EMP-NET.
      *
       ADD-ONE-HISTORY.
           IF SH-ENTRY-TYPE = 'A' OR SH-ENTRY-TYPE = 'F'
               OR SH-ENTRY-TYPE = 'V' OR SH-ENTRY-TYPE = 'I'
               IF SH-ENTRY-TYPE = 'F'
                   ADD 1        TO WS-EMP-PAYS
               END-IF
               ADD 1            TO WS-HA-COUNT
               ADD SH-GROSS      TO WS-HA-GROSS
               ADD SH-DEDUCTIONS TO WS-HA-DEDUCT
               ADD SH-NET-PAY    TO WS-HA-NET
           ELSE
               ADD 1            TO WS-EMP-PAYS
               ADD 1            TO WS-HR-COUNT
               ADD SH-GROSS      TO WS-HR-GROSS
               ADD SH-DEDUCTIONS TO WS-HR-DEDUCT
               ADD SH-NET-PAY    TO WS-HR-NET
           END-IF.
           ADD SH-GROSS          TO WS-EMP-GROSS.
           ADD SH-TAXABLE-WAGES  TO WS-EMP-TAXABLE.
           ADD SH-FED-TAX        TO WS-EMP-FED-TAX.
           ADD SH-SS-TAX         TO WS-EMP-SS-TAX.
           ADD SH-MED-TAX        TO WS-EMP-MED-TAX.
           ADD SH-STATE-TAX      TO WS-EMP-STATE-TAX.
           ADD SH-DEDUCTIONS     TO WS-EMP-DEDUCT.
           ADD SH-NET-PAY        TO WS-EMP-NET.
           ADD SH-GROSS          TO WS-QT-GROSS.
           ADD SH-PRETAX-DED     TO WS-QT-PRETAX.
           ADD SH-TAXABLE-WAGES  TO WS-QT-TAXABLE.
           ADD SH-FED-TAX        TO WS-QT-FED-TAX.
           ADD SH-SS-WAGES       TO WS-QT-SS-WAGES.
           ADD SH-SS-TAX         TO WS-QT-SS-TAX.
           ADD SH-MED-WAGES      TO WS-QT-MED-WAGES.
           ADD SH-MED-TAX        TO WS-QT-MED-TAX.
           ADD SH-ADDL-MED-WAGES TO WS-QT-ADDL-WAGES.
           ADD SH-ADDL-MED-TAX   TO WS-QT-ADDL-TAX.
           ADD SH-STATE-TAX      TO WS-QT-STATE-TAX.
           ADD SH-ER-SS-TAX      TO WS-QT-ER-SS-TAX.
           ADD SH-ER-MED-TAX     TO WS-QT-ER-MED-TAX.
           ADD SH-DEDUCTIONS     TO WS-QT-DEDUCT.
           ADD SH-NET-PAY        TO WS-QT-NET.
      *
       WRITE-EMPLOYEE-LINE.
           IF WS-EMP-GROSS NOT = ZERO
               ADD 1 TO WS-QT-EMPLOYEES
           END-IF.
           MOVE WS-PREV-ACCT TO QD-ACCT-NO-O.
           MOVE SPACES       TO QD-NAME-O.
           STRING FUNCTION TRIM (WS-EMP-LAST-NAME)
                  DELIMITED BY SIZE
                  ', '       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EMP-FIRST-NAME)
                  DELIMITED BY SIZE
                  INTO QD-NAME-O
           END-STRING.
           MOVE WS-EMP-PAYS      TO QD-PAYS-O.
           MOVE WS-EMP-GROSS     TO QD-GROSS-O.
           MOVE WS-EMP-TAXABLE   TO QD-TAXABLE-O.
           MOVE WS-EMP-FED-TAX   TO QD-FED-O.
           MOVE WS-EMP-SS-TAX    TO QD-SS-O.
           MOVE WS-EMP-MED-TAX   TO QD-MED-O.
           MOVE WS-EMP-STATE-TAX TO QD-STATE-O.
           MOVE WS-EMP-DEDUCT    TO QD-DEDUCT-O.
           MOVE WS-EMP-NET       TO QD-NET-O.
           WRITE QTR-RPT-REC FROM QTR-DETAIL AFTER ADVANCING 1 LINES.
      *
       WRITE-QTR-HEADERS.
           MOVE WS-QTR-YEAR TO QH1-YEAR.
           MOVE WS-QTR-NO   TO QH1-QTR.
           MOVE WS-QTR-FROM TO QH1-FROM.
           MOVE WS-QTR-TO   TO QH1-TO.
           WRITE QTR-RPT-REC FROM QTR-HEADER-1.
           MOVE SPACES TO QTR-RPT-REC.
           WRITE QTR-RPT-REC AFTER ADVANCING 1 LINES.
           WRITE QTR-RPT-REC FROM QTR-HEADER-2 AFTER ADVANCING 1
               LINES.
      *
       WRITE-QTR-TOTALS.
           MOVE SPACES TO QTR-RPT-REC.
           WRITE QTR-RPT-REC AFTER ADVANCING 1 LINES.
           MOVE 'Employees paid'      TO QC-LABEL-O.
           MOVE WS-QT-EMPLOYEES       TO QC-COUNT-O.
           WRITE QTR-RPT-REC FROM QTR-COUNT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'Gross pay'           TO QT-LABEL-O.
           MOVE WS-QT-GROSS           TO QT-AMOUNT-O.
           WRITE QTR-RPT-REC FROM QTR-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'Pre-tax deductions'  TO QT-LABEL-O.
           MOVE WS-QT-PRETAX          TO QT-AMOUNT-O.
           WRITE QTR-RPT-REC FROM QTR-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'Taxable wages'       TO QT-LABEL-O.
           MOVE WS-QT-TAXABLE         TO QT-AMOUNT-O.
           WRITE QTR-RPT-REC FROM QTR-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'Federal tax withheld' TO QT-LABEL-O.
           MOVE WS-QT-FED-TAX         TO QT-AMOUNT-O.
           WRITE QTR-RPT-REC FROM QTR-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'Social security tax'  TO QT-LABEL-O.
           MOVE WS-QT-SS-TAX          TO QT-AMOUNT-O.
           WRITE QTR-RPT-REC FROM QTR-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'Medicare tax'        TO QT-LABEL-O.
           MOVE WS-QT-MED-TAX         TO QT-AMOUNT-O.
           WRITE QTR-RPT-REC FROM QTR-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'State tax withheld'  TO QT-LABEL-O.
           MOVE WS-QT-STATE-TAX       TO QT-AMOUNT-O.
           WRITE QTR-RPT-REC FROM QTR-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'Total deductions'    TO QT-LABEL-O.
           MOVE WS-QT-DEDUCT          TO QT-AMOUNT-O.
           WRITE QTR-RPT-REC FROM QTR-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'Net pay'             TO QT-LABEL-O.
           MOVE WS-QT-NET             TO QT-AMOUNT-O.
           WRITE QTR-RPT-REC FROM QTR-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
      *
       SUM-RUN-LOG.
           OPEN INPUT RUN-LOG.
           IF WS-RUNLOG-STATUS = '00'
               MOVE SPACE TO WS-RL-EOF
               PERFORM READ-RUN-LOG
               PERFORM UNTIL WS-RL-EOF = 'Y'
                   IF RL-PERIOD-DATE NOT < WS-QTR-FROM
                       AND RL-PERIOD-DATE NOT > WS-QTR-TO
                       ADD 1               TO WS-RL-RUNS
                       ADD RL-EMP-COUNT    TO WS-RL-EMPS
                       ADD RL-TOTAL-GROSS  TO WS-RL-GROSS
                       ADD RL-TOTAL-DEDUCT TO WS-RL-DEDUCT
                       ADD RL-TOTAL-NET    TO WS-RL-NET
                   END-IF
                   PERFORM READ-RUN-LOG
               END-PERFORM
               CLOSE RUN-LOG
           ELSE
               DISPLAY 'PAYQTR NO RUN LOG FILE'
           END-IF.
      *
       READ-RUN-LOG.
           READ RUN-LOG
               AT END MOVE 'Y' TO WS-RL-EOF
           END-READ.
      *
       WRITE-RECONCILIATION.
           MOVE SPACES TO QTR-RPT-REC.
           WRITE QTR-RPT-REC AFTER ADVANCING 1 LINES.
           MOVE WS-RL-RUNS TO RCN-HDR-RUNS.
           WRITE QTR-RPT-REC FROM RCN-HEADER-1 AFTER ADVANCING 1
               LINES.
           WRITE QTR-RPT-REC FROM RCN-HEADER-2 AFTER ADVANCING 1
               LINES.
           COMPUTE WS-DIFF-COUNT = WS-HR-COUNT - WS-RL-EMPS.
           IF WS-DIFF-COUNT NOT = ZERO
               MOVE 'Y' TO WS-OUT-OF-BAL
           END-IF.
           MOVE 'Employee payments'   TO RCC-LABEL-O.
           MOVE WS-RL-EMPS            TO RCC-RUNLOG-O.
           MOVE WS-HR-COUNT           TO RCC-HIST-O.
           MOVE WS-DIFF-COUNT         TO RCC-DIFF-O.
           WRITE QTR-RPT-REC FROM RCN-COUNT-LINE
               AFTER ADVANCING 1 LINES.
           COMPUTE WS-DIFF-AMOUNT = WS-HR-GROSS - WS-RL-GROSS.
           IF WS-DIFF-AMOUNT NOT = ZERO
               MOVE 'Y' TO WS-OUT-OF-BAL
           END-IF.
           MOVE 'Gross pay'           TO RCA-LABEL-O.
           MOVE WS-RL-GROSS           TO RCA-RUNLOG-O.
           MOVE WS-HR-GROSS           TO RCA-HIST-O.
           MOVE WS-DIFF-AMOUNT        TO RCA-DIFF-O.
           WRITE QTR-RPT-REC FROM RCN-AMOUNT-LINE
               AFTER ADVANCING 1 LINES.
           COMPUTE WS-DIFF-AMOUNT = WS-HR-DEDUCT - WS-RL-DEDUCT.
           IF WS-DIFF-AMOUNT NOT = ZERO
               MOVE 'Y' TO WS-OUT-OF-BAL
           END-IF.
           MOVE 'Deductions'          TO RCA-LABEL-O.
           MOVE WS-RL-DEDUCT          TO RCA-RUNLOG-O.
           MOVE WS-HR-DEDUCT          TO RCA-HIST-O.
           MOVE WS-DIFF-AMOUNT        TO RCA-DIFF-O.
           WRITE QTR-RPT-REC FROM RCN-AMOUNT-LINE
               AFTER ADVANCING 1 LINES.
           COMPUTE WS-DIFF-AMOUNT = WS-HR-NET - WS-RL-NET.
           IF WS-DIFF-AMOUNT NOT = ZERO
               MOVE 'Y' TO WS-OUT-OF-BAL
           END-IF.
           MOVE 'Net pay'             TO RCA-LABEL-O.
           MOVE WS-RL-NET             TO RCA-RUNLOG-O.
           MOVE WS-HR-NET             TO RCA-HIST-O.
           MOVE WS-DIFF-AMOUNT        TO RCA-DIFF-O.
           WRITE QTR-RPT-REC FROM RCN-AMOUNT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE WS-HA-COUNT TO RAJ-COUNT-O.
           MOVE WS-HA-GROSS TO RAJ-GROSS-O.
           MOVE WS-HA-NET   TO RAJ-NET-O.
           WRITE QTR-RPT-REC FROM RCN-ADJ-LINE
               AFTER ADVANCING 1 LINES.
           IF WS-OUT-OF-BAL = 'Y'
               MOVE 'OUT OF BALANCE' TO RCR-RESULT-O
           ELSE
               MOVE 'IN BALANCE'     TO RCR-RESULT-O
           END-IF.
           MOVE SPACES TO QTR-RPT-REC.
           WRITE QTR-RPT-REC AFTER ADVANCING 1 LINES.
           WRITE QTR-RPT-REC FROM RCN-RESULT-LINE
               AFTER ADVANCING 1 LINES.
      *
       WRITE-941-WORKSHEET.
           COMPUTE WS-941-SS-TAX ROUNDED =
               WS-QT-SS-WAGES * WS-SS-COMB-RATE / 100.
           COMPUTE WS-941-MED-TAX ROUNDED =
               WS-QT-MED-WAGES * WS-MED-COMB-RATE / 100.
           COMPUTE WS-941-ADDL-TAX ROUNDED =
               WS-QT-ADDL-WAGES * WS-ADDL-MED-RATE / 100.
           COMPUTE WS-941-FICA-TOTAL =
               WS-941-SS-TAX + WS-941-MED-TAX + WS-941-ADDL-TAX.
           COMPUTE WS-941-BEFORE-ADJ =
               WS-QT-FED-TAX + WS-941-FICA-TOTAL.
           COMPUTE WS-941-ACTUAL-FICA =
               WS-QT-SS-TAX + WS-QT-ER-SS-TAX
               + WS-QT-MED-TAX + WS-QT-ER-MED-TAX.
           COMPUTE WS-941-CENTS-ADJ =
               WS-941-ACTUAL-FICA - WS-941-FICA-TOTAL.
           COMPUTE WS-941-AFTER-ADJ =
               WS-941-BEFORE-ADJ + WS-941-CENTS-ADJ.
           COMPUTE WS-941-EE-MED =
               WS-QT-MED-TAX - WS-QT-ADDL-TAX.
           MOVE WS-QTR-YEAR TO W1-YEAR.
           MOVE WS-QTR-NO   TO W1-QTR.
           MOVE WS-QTR-FROM TO W1-FROM.
           MOVE WS-QTR-TO   TO W1-TO.
           WRITE F941-RPT-REC FROM W941-HEADER-1.
           MOVE SPACES TO F941-RPT-REC.
           WRITE F941-RPT-REC AFTER ADVANCING 1 LINES.
           WRITE F941-RPT-REC FROM W941-HEADER-2 AFTER ADVANCING 1
               LINES.
           MOVE '1'   TO WC-LINE-NO-O.
           MOVE 'Number of employees who received pay'
               TO WC-LABEL-O.
           MOVE WS-QT-EMPLOYEES TO WC-COUNT-O.
           WRITE F941-RPT-REC FROM W941-COUNT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '2'   TO WA-LINE-NO-O.
           MOVE 'Wages, tips and other compensation'
               TO WA-LABEL-O.
           MOVE WS-QT-TAXABLE TO WA-AMOUNT-O.
           WRITE F941-RPT-REC FROM W941-AMOUNT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '3'   TO WA-LINE-NO-O.
           MOVE 'Federal income tax withheld' TO WA-LABEL-O.
           MOVE WS-QT-FED-TAX TO WA-AMOUNT-O.
           WRITE F941-RPT-REC FROM W941-AMOUNT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '5a'  TO WR-LINE-NO-O.
           MOVE 'Taxable social security wages'  TO WR-LABEL-O.
           MOVE WS-SS-COMB-RATE TO WR-RATE-O.
           MOVE WS-QT-SS-WAGES  TO WR-WAGES-O.
           MOVE WS-941-SS-TAX   TO WR-AMOUNT-O.
           WRITE F941-RPT-REC FROM W941-RATE-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '5b'  TO WR-LINE-NO-O.
           MOVE 'Taxable social security tips'   TO WR-LABEL-O.
           MOVE ZERO  TO WR-WAGES-O.
           MOVE ZERO  TO WR-AMOUNT-O.
           WRITE F941-RPT-REC FROM W941-RATE-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '5c'  TO WR-LINE-NO-O.
           MOVE 'Taxable Medicare wages and tips' TO WR-LABEL-O.
           MOVE WS-MED-COMB-RATE TO WR-RATE-O.
           MOVE WS-QT-MED-WAGES  TO WR-WAGES-O.
           MOVE WS-941-MED-TAX   TO WR-AMOUNT-O.
           WRITE F941-RPT-REC FROM W941-RATE-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '5d'  TO WR-LINE-NO-O.
           MOVE 'Wages subject to addl Medicare'  TO WR-LABEL-O.
           MOVE WS-ADDL-MED-RATE TO WR-RATE-O.
           MOVE WS-QT-ADDL-WAGES TO WR-WAGES-O.
           MOVE WS-941-ADDL-TAX  TO WR-AMOUNT-O.
           WRITE F941-RPT-REC FROM W941-RATE-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '5e'  TO WA-LINE-NO-O.
           MOVE 'Total social security and Medicare taxes'
               TO WA-LABEL-O.
           MOVE WS-941-FICA-TOTAL TO WA-AMOUNT-O.
           WRITE F941-RPT-REC FROM W941-AMOUNT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '6'   TO WA-LINE-NO-O.
           MOVE 'Total taxes before adjustments' TO WA-LABEL-O.
           MOVE WS-941-BEFORE-ADJ TO WA-AMOUNT-O.
           WRITE F941-RPT-REC FROM W941-AMOUNT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '7'   TO WA-LINE-NO-O.
           MOVE 'Current quarter fractions of cents'
               TO WA-LABEL-O.
           MOVE WS-941-CENTS-ADJ TO WA-AMOUNT-O.
           WRITE F941-RPT-REC FROM W941-AMOUNT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '10'  TO WA-LINE-NO-O.
           MOVE 'Total taxes after adjustments' TO WA-LABEL-O.
           MOVE WS-941-AFTER-ADJ TO WA-AMOUNT-O.
           WRITE F941-RPT-REC FROM W941-AMOUNT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE SPACES TO F941-RPT-REC.
           WRITE F941-RPT-REC AFTER ADVANCING 1 LINES.
           MOVE SPACES TO WA-LINE-NO-O.
           MOVE 'Gross pay before pre-tax deductions'
               TO WA-LABEL-O.
           MOVE WS-QT-GROSS TO WA-AMOUNT-O.
           WRITE F941-RPT-REC FROM W941-AMOUNT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'Social security withheld from employees'
               TO WA-LABEL-O.
           MOVE WS-QT-SS-TAX TO WA-AMOUNT-O.
           WRITE F941-RPT-REC FROM W941-AMOUNT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'Social security employer share' TO WA-LABEL-O.
           MOVE WS-QT-ER-SS-TAX TO WA-AMOUNT-O.
           WRITE F941-RPT-REC FROM W941-AMOUNT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'Medicare withheld from employees' TO WA-LABEL-O.
           MOVE WS-941-EE-MED TO WA-AMOUNT-O.
           WRITE F941-RPT-REC FROM W941-AMOUNT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'Additional Medicare withheld' TO WA-LABEL-O.
           MOVE WS-QT-ADDL-TAX TO WA-AMOUNT-O.
           WRITE F941-RPT-REC FROM W941-AMOUNT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'Medicare employer share' TO WA-LABEL-O.
           MOVE WS-QT-ER-MED-TAX TO WA-AMOUNT-O.
           WRITE F941-RPT-REC FROM W941-AMOUNT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'State income tax withheld' TO WA-LABEL-O.
           MOVE WS-QT-STATE-TAX TO WA-AMOUNT-O.
           WRITE F941-RPT-REC FROM W941-AMOUNT-LINE
               AFTER ADVANCING 1 LINES.
