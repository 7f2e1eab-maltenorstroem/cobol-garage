               ASSIGN TO './out/payrol_checkissue_new.data'.
           SELECT RECON-RPT ASSIGN TO './out/payrol_bankrec.data'.
           SELECT POSPAY-RPT ASSIGN TO './out/payrol_pospay.data'.
           SELECT DORMANT-DATE-PARM
               ASSIGN TO './data/payrol_dormancy.data'
               FILE STATUS IS WS-DORMANT-STATUS.
           SELECT ESCHEAT-SORT-WORK ASSIGN TO 'bankrecsw'.
           SELECT ESCHEAT-FILE ASSIGN TO './out/payrol_escheat.data'.
           SELECT ESCHEAT-RPT ASSIGN TO './out/payrol_escheatrpt.data'.
      *-------------
       DATA DIVISION.
      *-------------
           05  PP-AMOUNT          PIC 9(07)V9(02).
           05  PP-ACCT-NO         PIC X(08).
           05  PP-PAYEE           PIC X(30).
           05  PP-ISSUE-IND       PIC X(01).
      *
       FD  DORMANT-DATE-PARM RECORDING MODE F.
       01  DORMANT-DATE-PARM-REC  PIC X(10).
      *
       SD  ESCHEAT-SORT-WORK.
       01  ESCHEAT-SORT-REC.
           05  ESW-ACCT-NO        PIC X(08).
           05  ESW-CHECK-NO       PIC 9(08).
           05  ESW-ISSUE-DATE     PIC X(10).
           05  ESW-AMOUNT         PIC 9(07)V9(02).
           05  ESW-PAYEE          PIC X(30).
      *
       FD  ESCHEAT-FILE RECORDING MODE F.
       01  ESCHEAT-REC.
           05  ES-ACCT-NO         PIC X(08).
           05  ES-CHECK-NO        PIC 9(08).
           05  ES-ISSUE-DATE      PIC X(10).
           05  ES-AMOUNT          PIC 9(07)V9(02).
           05  ES-PAYEE           PIC X(30).
      *
       FD  ESCHEAT-RPT RECORDING MODE F.
       01  ESCHEAT-RPT-REC        PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05 WS-ISSUE-EOF    PIC X VALUE SPACE.
           05 WS-CLEARED-EOF  PIC X VALUE SPACE.
           05 WS-ESCHEAT-EOF  PIC X VALUE SPACE.
      *
       01  WS-CKISS-STATUS    PIC XX VALUE SPACES.
      *
       01  WS-STALE-STATUS    PIC XX VALUE SPACES.
      *
       01  WS-STALE-DATE      PIC X(10) VALUE SPACES.
      *
       01  WS-DORMANT-STATUS  PIC XX VALUE SPACES.
      *
       01  WS-DORMANT-DATE    PIC X(10) VALUE SPACES.
      *
       01  ESCHEAT-TABLE.
           05  WS-EST-COUNT       PIC 9(05)     VALUE ZERO.
           05  EST-ENTRY OCCURS 5000 TIMES.
               10  EST-ACCT-NO    PIC X(08).
               10  EST-CHECK-NO   PIC 9(08).
               10  EST-ISSUE-DATE PIC X(10).
               10  EST-AMOUNT     PIC 9(07)V9(02).
               10  EST-PAYEE      PIC X(30).
      *
       01  ESCHEAT-WORK-FIELDS.
           05  WS-EST-SUB         PIC 9(05)     VALUE ZERO.
           05  WS-ESC-PREV-ACCT   PIC X(08)     VALUE SPACES.
           05  WS-ESC-EMP-COUNT   PIC 9(05)     VALUE ZERO.
           05  WS-ESC-EMP-TOTAL   PIC 9(09)V9(02) VALUE ZERO.
           05  WS-ESC-EMPLOYEES   PIC 9(05)     VALUE ZERO.
           05  WS-ESC-COUNT       PIC 9(06)     VALUE ZERO.
           05  WS-ESC-TOTAL       PIC 9(09)V9(02) VALUE ZERO.
      *
       01  CLEARED-TABLE.
           05  WS-CLT-COUNT       PIC 9(05)     VALUE ZERO.
           05  FILLER         PIC X(16) VALUE '  Not on reg    '.
           05  REC-TR-NOREG   PIC ZZZ,ZZ9.
           05  FILLER         PIC X(22) VALUE SPACES.
      *
       01  ESCHEAT-HEADER-1.
           05  FILLER    PIC X(27)
               VALUE 'Unclaimed Property Report  '.
           05  FILLER         PIC X(14) VALUE 'Dormant before'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  ESC-HDR-DORMANT PIC X(10).
           05  FILLER    PIC X(48) VALUE SPACES.
      *
       01  ESCHEAT-HEADER-2.
           05  FILLER         PIC X(08) VALUE 'Account '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(30) VALUE 'Payee'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'Check No'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE 'Issued    '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(12) VALUE '      Amount'.
           05  FILLER         PIC X(24) VALUE SPACES.
      *
       01  ESCHEAT-DETAIL.
           05  ESC-ACCT-NO-O      PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  ESC-PAYEE-O        PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  ESC-CHECK-NO-O     PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  ESC-ISSUE-DATE-O   PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  ESC-AMOUNT-O       PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(24) VALUE SPACES.
      *
       01  ESCHEAT-EMP-TOTAL.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(14) VALUE 'Employee total'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  ESC-EMP-ACCT-O     PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  ESC-EMP-COUNT-O    PIC ZZ,ZZ9.
           05  FILLER             PIC X(08) VALUE ' checks '.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  ESC-EMP-TOTAL-O    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(32) VALUE SPACES.
      *
       01  ESCHEAT-TRAILER.
           05  FILLER         PIC X(21) VALUE 'Employees            '.
           05  ESC-TR-EMPS    PIC ZZ,ZZ9.
           05  FILLER         PIC X(09) VALUE '  Checks '.
           05  ESC-TR-COUNT   PIC ZZZ,ZZ9.
           05  FILLER         PIC X(09) VALUE '  Amount '.
           05  ESC-TR-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(34) VALUE SPACES.
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           PERFORM READ-STALE-DATE.
           PERFORM READ-DORMANT-DATE.
           PERFORM LOAD-CLEARED-CHECKS.
           OPEN INPUT CHECK-ISSUE-IN.
           IF WS-CKISS-STATUS NOT = '00'
           END-PERFORM.
           PERFORM REPORT-UNMATCHED-CLEARED.
           PERFORM WRITE-RECON-TRAILER.
           PERFORM WRITE-ESCHEAT-REPORT.
      *
       CLOSE-STOP.
           CLOSE CHECK-ISSUE-IN.
               END-READ
               CLOSE STALE-DATE-PARM
           END-IF.
      *
       READ-DORMANT-DATE.
           MOVE SPACES TO WS-DORMANT-DATE.
           OPEN INPUT DORMANT-DATE-PARM.
           IF WS-DORMANT-STATUS = '00'
               READ DORMANT-DATE-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DORMANT-DATE-PARM-REC TO WS-DORMANT-DATE
               END-READ
               CLOSE DORMANT-DATE-PARM
           END-IF.
      *
       LOAD-CLEARED-CHECKS.
           MOVE ZERO TO WS-CLT-COUNT.
           MOVE CI-AMOUNT     TO PP-AMOUNT.
           MOVE CI-ACCT-NO    TO PP-ACCT-NO.
           MOVE CI-PAYEE      TO PP-PAYEE.
           MOVE 'I'           TO PP-ISSUE-IND.
           WRITE POSPAY-REC.
           IF WS-CLT-HIT = ZERO
               PERFORM WRITE-OUTSTANDING-LINE
           MOVE CI-ISSUE-DATE TO REC-ISSUE-DATE-O.
           MOVE CI-AMOUNT     TO REC-AMOUNT-O.
           MOVE ZERO          TO REC-CLEARED-O.
           IF WS-DORMANT-DATE NOT = SPACES
               AND CI-ISSUE-DATE < WS-DORMANT-DATE
               MOVE 'DORMANT - ESCHEAT' TO REC-DISP-O
               ADD 1 TO WS-STALE-COUNT
               PERFORM STORE-ONE-ESCHEAT
           ELSE
               IF WS-STALE-DATE NOT = SPACES
                   AND CI-ISSUE-DATE < WS-STALE-DATE
                   MOVE 'STALE-DATED' TO REC-DISP-O
                   ADD 1 TO WS-STALE-COUNT
               ELSE
                   MOVE 'OUTSTANDING' TO REC-DISP-O
               END-IF
           END-IF.
           WRITE RECON-REC FROM RECON-DETAIL AFTER ADVANCING 1 LINES.
      *
           MOVE WS-NOREG-COUNT TO REC-TR-NOREG.
           WRITE RECON-REC FROM RECON-TRAILER-3 AFTER ADVANCING 1
               LINES.
      *
       STORE-ONE-ESCHEAT.
           IF WS-EST-COUNT < 5000
               ADD 1 TO WS-EST-COUNT
               MOVE CI-ACCT-NO    TO EST-ACCT-NO (WS-EST-COUNT)
               MOVE CI-CHECK-NO   TO EST-CHECK-NO (WS-EST-COUNT)
               MOVE CI-ISSUE-DATE TO EST-ISSUE-DATE (WS-EST-COUNT)
               MOVE CI-AMOUNT     TO EST-AMOUNT (WS-EST-COUNT)
               MOVE CI-PAYEE      TO EST-PAYEE (WS-EST-COUNT)
           ELSE
               DISPLAY 'BANKREC ESCHEAT TABLE FULL - ABEND'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       WRITE-ESCHEAT-REPORT.
           IF WS-DORMANT-DATE = SPACES
               DISPLAY 'BANKREC NO DORMANCY DATE - NO ESCHEAT REPORT'
           ELSE
               SORT ESCHEAT-SORT-WORK
                   ON ASCENDING KEY ESW-ACCT-NO ESW-ISSUE-DATE
                       ESW-CHECK-NO
                   INPUT PROCEDURE IS RELEASE-ESCHEAT-CHECKS
                       THRU RELEASE-ESCHEAT-CHECKS-EXIT
                   GIVING ESCHEAT-FILE
               OPEN INPUT ESCHEAT-FILE
               OPEN OUTPUT ESCHEAT-RPT
               MOVE WS-DORMANT-DATE TO ESC-HDR-DORMANT
               WRITE ESCHEAT-RPT-REC FROM ESCHEAT-HEADER-1
               MOVE SPACES TO ESCHEAT-RPT-REC
               WRITE ESCHEAT-RPT-REC AFTER ADVANCING 1 LINES
               WRITE ESCHEAT-RPT-REC FROM ESCHEAT-HEADER-2
                   AFTER ADVANCING 1 LINES
               MOVE SPACES TO WS-ESC-PREV-ACCT
               MOVE SPACE TO WS-ESCHEAT-EOF
               PERFORM READ-ESCHEAT-FILE
               PERFORM UNTIL WS-ESCHEAT-EOF = 'Y'
                   IF ES-ACCT-NO NOT = WS-ESC-PREV-ACCT
                       IF WS-ESC-PREV-ACCT NOT = SPACES
                           PERFORM WRITE-ESCHEAT-EMP-TOTAL
                       END-IF
                       MOVE ES-ACCT-NO TO WS-ESC-PREV-ACCT
                       MOVE ZERO TO WS-ESC-EMP-COUNT
                       MOVE ZERO TO WS-ESC-EMP-TOTAL
                       ADD 1 TO WS-ESC-EMPLOYEES
                   END-IF
                   PERFORM WRITE-ESCHEAT-DETAIL
                   PERFORM READ-ESCHEAT-FILE
               END-PERFORM
               IF WS-ESC-PREV-ACCT NOT = SPACES
                   PERFORM WRITE-ESCHEAT-EMP-TOTAL
               END-IF
               MOVE WS-ESC-EMPLOYEES TO ESC-TR-EMPS
               MOVE WS-ESC-COUNT     TO ESC-TR-COUNT
               MOVE WS-ESC-TOTAL     TO ESC-TR-AMOUNT
               WRITE ESCHEAT-RPT-REC FROM ESCHEAT-TRAILER
                   AFTER ADVANCING 1 LINES
               CLOSE ESCHEAT-FILE
               CLOSE ESCHEAT-RPT
           END-IF.
      *
       RELEASE-ESCHEAT-CHECKS.
           PERFORM VARYING WS-EST-SUB FROM 1 BY 1
               UNTIL WS-EST-SUB > WS-EST-COUNT
               MOVE EST-ACCT-NO (WS-EST-SUB)    TO ESW-ACCT-NO
               MOVE EST-CHECK-NO (WS-EST-SUB)   TO ESW-CHECK-NO
               MOVE EST-ISSUE-DATE (WS-EST-SUB) TO ESW-ISSUE-DATE
               MOVE EST-AMOUNT (WS-EST-SUB)     TO ESW-AMOUNT
               MOVE EST-PAYEE (WS-EST-SUB)      TO ESW-PAYEE
               RELEASE ESCHEAT-SORT-REC
           END-PERFORM
           .
      *
       RELEASE-ESCHEAT-CHECKS-EXIT.
           EXIT.
      *
       READ-ESCHEAT-FILE.
           READ ESCHEAT-FILE
               AT END MOVE 'Y' TO WS-ESCHEAT-EOF
           END-READ.
      *
       WRITE-ESCHEAT-DETAIL.
           MOVE ES-ACCT-NO    TO ESC-ACCT-NO-O.
           MOVE ES-PAYEE      TO ESC-PAYEE-O.
           MOVE ES-CHECK-NO   TO ESC-CHECK-NO-O.
           MOVE ES-ISSUE-DATE TO ESC-ISSUE-DATE-O.
           MOVE ES-AMOUNT     TO ESC-AMOUNT-O.
           WRITE ESCHEAT-RPT-REC FROM ESCHEAT-DETAIL
               AFTER ADVANCING 1 LINES.
           ADD 1         TO WS-ESC-EMP-COUNT.
           ADD ES-AMOUNT TO WS-ESC-EMP-TOTAL.
           ADD 1         TO WS-ESC-COUNT.
           ADD ES-AMOUNT TO WS-ESC-TOTAL.
      *
       WRITE-ESCHEAT-EMP-TOTAL.
           MOVE WS-ESC-PREV-ACCT TO ESC-EMP-ACCT-O.
           MOVE WS-ESC-EMP-COUNT TO ESC-EMP-COUNT-O.
           MOVE WS-ESC-EMP-TOTAL TO ESC-EMP-TOTAL-O.
           WRITE ESCHEAT-RPT-REC FROM ESCHEAT-EMP-TOTAL
               AFTER ADVANCING 1 LINES.
           MOVE SPACES TO ESCHEAT-RPT-REC.
           WRITE ESCHEAT-RPT-REC AFTER ADVANCING 1 LINES.
