               ASSIGN TO './out/payrol_trans_sorted.data'.
           SELECT ACCT-REC  ASSIGN TO './data/payrol.data'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROS-ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT DEPOSIT-DIST
               ASSIGN TO './data/payrol_depdist.data'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DD-KEY
               FILE STATUS IS WS-DEPDIST-STATUS.
           SELECT FINAL-REQ
               ASSIGN TO './data/payrol_final.data'
               FILE STATUS IS WS-FINAL-STATUS.
           SELECT PEND-RATE
               ASSIGN TO './data/payrol_pendrate.data'
               FILE STATUS IS WS-PENDRATE-STATUS.
           SELECT RATE-HIST
               ASSIGN TO './data/payrol_ratehist.data'
               FILE STATUS IS WS-RATEHIST-STATUS.
           SELECT AUDIT-RPT ASSIGN TO './out/payrol_audit.data'.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  TRANS-FILE RECORDING MODE F.
       01  TRANS-REC-RAW          PIC X(143).
      *
       SD  TRANS-SORT-WORK.
       01  TRANS-SORT-FIELDS.
           05  TS-ACTION          PIC X(01).
           05  TS-USER-ID         PIC X(08).
           05  TS-ACCT-NO         PIC X(08).
           05  FILLER             PIC X(126).
      *
       FD  TRANS-SORTED RECORDING MODE F.
       01  TRANS-REC-IN.
           05  TRN-ALLOWANCES-X   REDEFINES TRN-ALLOWANCES
                                  PIC X(02).
           05  TRN-PAY-GROUP      PIC X(01).
           05  TRN-STATE-CODE     PIC X(02).
           05  TRN-BIRTH-DATE     PIC X(08).
           05  TRN-BIRTH-R        REDEFINES TRN-BIRTH-DATE.
               10  TRN-BIRTH-YEAR PIC 9(04).
               10  TRN-BIRTH-MONTH PIC 9(02).
               10  TRN-BIRTH-DAY  PIC 9(02).
           05  TRN-PAY-TYPE       PIC X(01).
           05  TRN-ANNUAL-SALARY  PIC 9(07)V9(02).
           05  TRN-ANNUAL-SALARY-X REDEFINES TRN-ANNUAL-SALARY
                                  PIC X(09).
      *
       01  TRANS-DEP-IN.
           05  TRD-ACTION         PIC X(01).
           05  TRD-USER-ID        PIC X(08).
           05  TRD-ACCT-NO        PIC X(08).
           05  TRD-SEQ            PIC X(02).
           05  TRD-TYPE           PIC X(01).
           05  TRD-AMOUNT         PIC 9(07)V9(02).
           05  TRD-AMOUNT-X       REDEFINES TRD-AMOUNT
                                  PIC X(09).
           05  TRD-PERCENT        PIC 9(03)V9(02).
           05  TRD-PERCENT-X      REDEFINES TRD-PERCENT
                                  PIC X(05).
           05  TRD-ROUTING-NO     PIC X(09).
           05  TRD-BANK-ACCT-NO   PIC X(17).
           05  TRD-ACCT-TYPE      PIC X(01).
           05  FILLER             PIC X(82).
      *
       01  TRANS-TERM-IN.
           05  TRT-ACTION         PIC X(01).
           05  TRT-USER-ID        PIC X(08).
           05  TRT-ACCT-NO        PIC X(08).
           05  TRT-TERM-DATE      PIC X(10).
           05  TRT-TERM-DATE-R    REDEFINES TRT-TERM-DATE.
               10  TRT-TERM-YEAR  PIC 9(04).
               10  TRT-TERM-SEP-1 PIC X(01).
               10  TRT-TERM-MONTH PIC 9(02).
               10  TRT-TERM-SEP-2 PIC X(01).
               10  TRT-TERM-DAY   PIC 9(02).
           05  TRT-TERM-REASON    PIC X(20).
           05  FILLER             PIC X(96).
      *
       01  TRANS-RATE-IN.
           05  TRR-ACTION         PIC X(01).
           05  TRR-USER-ID        PIC X(08).
           05  TRR-ACCT-NO        PIC X(08).
           05  TRR-EFF-DATE       PIC X(10).
           05  TRR-EFF-DATE-R     REDEFINES TRR-EFF-DATE.
               10  TRR-EFF-YEAR   PIC 9(04).
               10  TRR-EFF-SEP-1  PIC X(01).
               10  TRR-EFF-MONTH  PIC 9(02).
               10  TRR-EFF-SEP-2  PIC X(01).
               10  TRR-EFF-DAY    PIC 9(02).
           05  TRR-PAY-RATE       PIC 9(03)V9(02).
           05  TRR-PAY-RATE-X     REDEFINES TRR-PAY-RATE
                                  PIC X(05).
           05  TRR-ANNUAL-SALARY  PIC 9(07)V9(02).
           05  TRR-ANNUAL-SALARY-X REDEFINES TRR-ANNUAL-SALARY
                                  PIC X(09).
           05  FILLER             PIC X(102).
      *
       01  TRANS-MASS-IN.
           05  TRM-ACTION         PIC X(01).
           05  TRM-USER-ID        PIC X(08).
           05  TRM-ACCT-NO        PIC X(08).
           05  TRM-EFF-DATE       PIC X(10).
           05  TRM-SCOPE          PIC X(01).
           05  TRM-SCOPE-CODE     PIC X(04).
           05  TRM-METHOD         PIC X(01).
           05  TRM-PERCENT        PIC 9(03)V9(02).
           05  TRM-PERCENT-X      REDEFINES TRM-PERCENT
                                  PIC X(05).
           05  TRM-RATE-AMOUNT    PIC 9(03)V9(02).
           05  TRM-RATE-AMOUNT-X  REDEFINES TRM-RATE-AMOUNT
                                  PIC X(05).
           05  TRM-SALARY-AMOUNT  PIC 9(07)V9(02).
           05  TRM-SALARY-AMOUNT-X REDEFINES TRM-SALARY-AMOUNT
                                  PIC X(09).
           05  FILLER             PIC X(91).
      *
       FD  ACCT-REC.
       01  ROSTER-FIELDS.
           05  ROS-FILING-STATUS  PIC X(01).
           05  ROS-ALLOWANCES     PIC 9(02).
           05  ROS-PAY-GROUP      PIC X(01).
           05  ROS-STATE-CODE     PIC X(02).
           05  ROS-BIRTH-DATE     PIC X(08).
           05  ROS-PAY-TYPE       PIC X(01).
           05  ROS-ANNUAL-SALARY  PIC 9(07)V9(02).
           05  ROS-OT-HOURS       PIC 9(03)V9(02).
           05  ROS-EMP-STATUS     PIC X(01).
           05  ROS-TERM-DATE      PIC X(10).
           05  ROS-TERM-REASON    PIC X(20).
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
       FD  FINAL-REQ RECORDING MODE F.
       01  FINAL-REQ-REC.
           05  FR-ACCT-NO         PIC X(08).
           05  FR-TERM-DATE       PIC X(10).
           05  FR-USER-ID         PIC X(08).
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
       FD  AUDIT-RPT RECORDING MODE F.
       01  AUDIT-REC              PIC X(110).
       01  WS-TRANS-STATUS    PIC XX VALUE SPACES.
      *
       01  WS-ACCT-STATUS     PIC XX VALUE SPACES.
      *
       01  WS-DEPDIST-STATUS  PIC XX VALUE SPACES.
      *
       01  WS-FINAL-STATUS    PIC XX VALUE SPACES.
      *
       01  WS-PENDRATE-STATUS PIC XX VALUE SPACES.
      *
       01  WS-RATEHIST-STATUS PIC XX VALUE SPACES.
      *
       01  TERM-WORK-FIELDS.
           05  WS-TODAY-X         PIC X(10)     VALUE SPACES.
           05  WS-TERM-DATE       PIC X(10)     VALUE SPACES.
           05  WS-TERM-REASON     PIC X(20)     VALUE SPACES.
      *
       01  WS-DEP-HOLD-REC.
           05  DEPH-TYPE          PIC X(01).
           05  DEPH-AMOUNT        PIC 9(07)V9(02).
           05  DEPH-PERCENT       PIC 9(03)V9(02).
           05  DEPH-ROUTING-NO    PIC X(09).
           05  DEPH-BANK-ACCT-NO  PIC X(17).
           05  DEPH-ACCT-TYPE     PIC X(01).
      *
       01  DEPOSIT-EDIT-FIELDS.
           05  WS-DD-EOF          PIC X         VALUE SPACE.
           05  WS-DD-FOUND        PIC X         VALUE 'N'.
           05  WS-DD-OTHER-LINES  PIC 9(03)     VALUE ZERO.
           05  WS-DD-OTHER-REM    PIC 9(03)     VALUE ZERO.
           05  WS-DD-OTHER-PCT    PIC 9(05)V9(02) VALUE ZERO.
           05  WS-DD-MAX-LINES    PIC 9(03)     VALUE 10.
      *
       01  RATE-CHANGE-FIELDS.
           05  WS-ROS-EOF         PIC X         VALUE SPACE.
           05  WS-MASS-MATCH      PIC 9(05)     VALUE ZERO.
           05  WS-PROJ-RATE       PIC 9(05)V9(02) VALUE ZERO.
           05  WS-PROJ-SALARY     PIC 9(09)V9(02) VALUE ZERO.
           05  WS-EFF-DATE        PIC X(10)     VALUE SPACES.
           05  WS-EFF-DATE-R      REDEFINES WS-EFF-DATE.
               10  WS-EFF-YEAR    PIC 9(04).
               10  WS-EFF-SEP-1   PIC X(01).
               10  WS-EFF-MONTH   PIC 9(02).
               10  WS-EFF-SEP-2   PIC X(01).
               10  WS-EFF-DAY     PIC 9(02).
      *
       01  WS-HOLD-REC.
           05  HOLD-ACCT-NO       PIC X(08).
           05  HOLD-FILING-STATUS PIC X(01).
           05  HOLD-ALLOWANCES    PIC 9(02).
           05  HOLD-PAY-GROUP     PIC X(01).
           05  HOLD-STATE-CODE    PIC X(02).
           05  HOLD-BIRTH-DATE    PIC X(08).
           05  HOLD-PAY-TYPE      PIC X(01).
           05  HOLD-ANNUAL-SALARY PIC 9(07)V9(02).
           05  HOLD-OT-HOURS      PIC 9(03)V9(02).
           05  HOLD-EMP-STATUS    PIC X(01).
           05  HOLD-TERM-DATE     PIC X(10).
           05  HOLD-TERM-REASON   PIC X(20).
      *
       01  WS-NEW-REC.
           05  NEW-ACCT-NO        PIC X(08).
           05  NEW-FILING-STATUS  PIC X(01).
           05  NEW-ALLOWANCES     PIC 9(02).
           05  NEW-PAY-GROUP      PIC X(01).
           05  NEW-STATE-CODE     PIC X(02).
           05  NEW-BIRTH-DATE     PIC X(08).
           05  NEW-PAY-TYPE       PIC X(01).
           05  NEW-ANNUAL-SALARY  PIC 9(07)V9(02).
           05  NEW-OT-HOURS       PIC 9(03)V9(02).
           05  NEW-EMP-STATUS     PIC X(01).
           05  NEW-TERM-DATE      PIC X(10).
           05  NEW-TERM-REASON    PIC X(20).
      *
       01  EDIT-FIELDS.
           05  WS-REASON-CODE     PIC 9(02)     VALUE ZERO.
           05  WS-REG-HOURS       PIC 9(03)V9(02) VALUE ZERO.
           05  WS-OT-HOURS        PIC 9(03)V9(02) VALUE ZERO.
           05  WS-CALC-GROSS      PIC 9(07)V9(02) VALUE ZERO.
           05  WS-PERIODS-PER-YEAR PIC 9(02)    VALUE 52.
           05  WS-PERIOD-OT-FLOOR PIC 9(03)V9(02) VALUE 40.00.
      *
       01  ABA-CHECK-FIELDS.
           05  WS-ABA-ROUTING     PIC X(09)     VALUE SPACES.
           05  WS-TRANS-READ      PIC 9(05)     VALUE ZERO.
           05  WS-ADD-COUNT       PIC 9(05)     VALUE ZERO.
           05  WS-CHG-COUNT       PIC 9(05)     VALUE ZERO.
           05  WS-TERM-COUNT      PIC 9(05)     VALUE ZERO.
           05  WS-REJ-COUNT       PIC 9(05)     VALUE ZERO.
           05  WS-DEP-SET-COUNT   PIC 9(05)     VALUE ZERO.
           05  WS-DEP-DEL-COUNT   PIC 9(05)     VALUE ZERO.
           05  WS-PEND-COUNT      PIC 9(05)     VALUE ZERO.
      *
       01  AUDIT-WORK-FIELDS.
           05  WS-AUD-FIELD       PIC X(12)     VALUE SPACES.
           05  AUD-TR-ADD     PIC ZZ,ZZ9.
           05  FILLER         PIC X(10) VALUE '  Changed '.
           05  AUD-TR-CHG     PIC ZZ,ZZ9.
           05  FILLER         PIC X(13) VALUE '  Terminated '.
           05  AUD-TR-TERM    PIC ZZ,ZZ9.
           05  FILLER         PIC X(11) VALUE '  Rejected '.
           05  AUD-TR-REJ     PIC ZZ,ZZ9.
           05  FILLER         PIC X(19) VALUE SPACES.
      *
       01  AUDIT-TRAILER-2.
           05  FILLER         PIC X(19) VALUE 'Deposit Lines Set  '.
           05  AUD-TR-DEP-SET PIC ZZ,ZZ9.
           05  FILLER         PIC X(10) VALUE '  Removed '.
           05  AUD-TR-DEP-DEL PIC ZZ,ZZ9.
           05  FILLER         PIC X(22)
               VALUE '  Rate Changes Queued '.
           05  AUD-TR-PEND    PIC ZZ,ZZ9.
           05  FILLER         PIC X(41) VALUE SPACES.
      *
       01 WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               CLOSE ACCT-REC
               OPEN I-O ACCT-REC
           END-IF.
           OPEN I-O DEPOSIT-DIST.
           IF WS-DEPDIST-STATUS = '35'
               OPEN OUTPUT DEPOSIT-DIST
               CLOSE DEPOSIT-DIST
               OPEN I-O DEPOSIT-DIST
           END-IF.
           OPEN EXTEND FINAL-REQ.
           IF WS-FINAL-STATUS NOT = '00'
               OPEN OUTPUT FINAL-REQ
           END-IF.
           OPEN EXTEND PEND-RATE.
           IF WS-PENDRATE-STATUS NOT = '00'
               OPEN OUTPUT PEND-RATE
           END-IF.
           OPEN EXTEND RATE-HIST.
           IF WS-RATEHIST-STATUS NOT = '00'
               OPEN OUTPUT RATE-HIST
           END-IF.
           MOVE SPACES TO WS-TODAY-X.
           STRING WS-CURRENT-YEAR  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CURRENT-DAY   DELIMITED BY SIZE
                  INTO WS-TODAY-X
           END-STRING.
           OPEN OUTPUT AUDIT-RPT.
           PERFORM WRITE-AUDIT-HEADERS.
      *
           PERFORM WRITE-AUDIT-TRAILER.
           CLOSE TRANS-SORTED.
           CLOSE ACCT-REC.
           CLOSE DEPOSIT-DIST.
           CLOSE FINAL-REQ.
           CLOSE PEND-RATE.
           CLOSE RATE-HIST.
           CLOSE AUDIT-RPT.
           GOBACK.
      *
                   IF TRN-ACTION = 'D'
                       PERFORM APPLY-DELETE
                   ELSE
                       IF TRN-ACTION = 'S'
                           PERFORM APPLY-DEPOSIT-SET
                       ELSE
                           IF TRN-ACTION = 'X'
                               PERFORM APPLY-DEPOSIT-REMOVE
                           ELSE
                               IF TRN-ACTION = 'T'
                                   PERFORM APPLY-TERMINATE
                               ELSE
                                   IF TRN-ACTION = 'R'
                                       PERFORM APPLY-RATE-CHANGE
                                   ELSE
                                       IF TRN-ACTION = 'M'
                                           PERFORM APPLY-MASS-INCREASE
                                       ELSE
                                           MOVE 20 TO WS-REASON-CODE
                                           MOVE 'Invalid action code'
                                               TO WS-REASON-TEXT
                                           PERFORM WRITE-AUDIT-REJECT
                                       END-IF
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
                   MOVE WS-NEW-REC TO ROSTER-FIELDS
                   REWRITE ROSTER-FIELDS
                   ADD 1 TO WS-CHG-COUNT
                   IF HOLD-PAY-RATE NOT = NEW-PAY-RATE
                       OR HOLD-ANNUAL-SALARY NOT = NEW-ANNUAL-SALARY
                       PERFORM WRITE-IMMEDIATE-RATE-HIST
                   END-IF
               ELSE
                   PERFORM WRITE-AUDIT-REJECT
               END-IF
               MOVE 'Account not on roster' TO WS-REASON-TEXT
               PERFORM WRITE-AUDIT-REJECT
           ELSE
               IF ROS-EMP-STATUS = 'T' OR ROS-EMP-STATUS = 'I'
                   MOVE 40 TO WS-REASON-CODE
                   MOVE 'Employee already terminated'
                       TO WS-REASON-TEXT
                   PERFORM WRITE-AUDIT-REJECT
               ELSE
                   MOVE WS-TODAY-X TO WS-TERM-DATE
                   MOVE 'Deleted from roster' TO WS-TERM-REASON
                   PERFORM TERMINATE-EMPLOYEE
               END-IF
           END-IF.
      *
       APPLY-TERMINATE.
           MOVE TRT-ACCT-NO TO ROS-ACCT-NO.
           READ ACCT-REC.
           IF WS-ACCT-STATUS NOT = '00'
               MOVE 22 TO WS-REASON-CODE
               MOVE 'Account not on roster' TO WS-REASON-TEXT
           ELSE
               IF ROS-EMP-STATUS = 'T' OR ROS-EMP-STATUS = 'I'
                   MOVE 40 TO WS-REASON-CODE
                   MOVE 'Employee already terminated'
                       TO WS-REASON-TEXT
               END-IF
           END-IF.
           IF WS-REASON-CODE = ZERO
               IF TRT-TERM-DATE = SPACES
                   MOVE WS-TODAY-X TO WS-TERM-DATE
               ELSE
                   IF TRT-TERM-YEAR IS NOT NUMERIC
                       OR TRT-TERM-MONTH IS NOT NUMERIC
                       OR TRT-TERM-DAY IS NOT NUMERIC
                       OR TRT-TERM-SEP-1 NOT = '-'
                       OR TRT-TERM-SEP-2 NOT = '-'
                       MOVE 41 TO WS-REASON-CODE
                   ELSE
                       IF TRT-TERM-MONTH < 1 OR TRT-TERM-MONTH > 12
                           OR TRT-TERM-DAY < 1 OR TRT-TERM-DAY > 31
                           OR TRT-TERM-YEAR < 1900
                           MOVE 41 TO WS-REASON-CODE
                       END-IF
                   END-IF
                   IF WS-REASON-CODE = 41
                       MOVE 'Invalid termination date'
                           TO WS-REASON-TEXT
                   ELSE
                       MOVE TRT-TERM-DATE TO WS-TERM-DATE
                   END-IF
               END-IF
           END-IF.
           IF WS-REASON-CODE = ZERO
               IF TRT-TERM-REASON = SPACES
                   MOVE 42 TO WS-REASON-CODE
                   MOVE 'Missing termination reason' TO WS-REASON-TEXT
               ELSE
                   MOVE TRT-TERM-REASON TO WS-TERM-REASON
               END-IF
           END-IF.
           IF WS-REASON-CODE = ZERO
               PERFORM TERMINATE-EMPLOYEE
           ELSE
               PERFORM WRITE-AUDIT-REJECT
           END-IF.
      *
       TERMINATE-EMPLOYEE.
           MOVE 'TERM  ' TO WS-AUD-ACTION.
           MOVE 'EMP-STATUS'   TO WS-AUD-FIELD.
           MOVE ROS-EMP-STATUS TO WS-AUD-BEFORE.
           MOVE 'T'            TO WS-AUD-AFTER.
           PERFORM WRITE-AUDIT-LINE.
           MOVE 'TERM-DATE'    TO WS-AUD-FIELD.
           MOVE ROS-TERM-DATE  TO WS-AUD-BEFORE.
           MOVE WS-TERM-DATE   TO WS-AUD-AFTER.
           PERFORM WRITE-AUDIT-LINE.
           MOVE 'TERM-REASON'  TO WS-AUD-FIELD.
           MOVE ROS-TERM-REASON TO WS-AUD-BEFORE.
           MOVE WS-TERM-REASON TO WS-AUD-AFTER.
           PERFORM WRITE-AUDIT-LINE.
           MOVE 'T'            TO ROS-EMP-STATUS.
           MOVE WS-TERM-DATE   TO ROS-TERM-DATE.
           MOVE WS-TERM-REASON TO ROS-TERM-REASON.
           REWRITE ROSTER-FIELDS.
           ADD 1 TO WS-TERM-COUNT.
           MOVE ROS-ACCT-NO  TO FR-ACCT-NO.
           MOVE WS-TERM-DATE TO FR-TERM-DATE.
           MOVE TRN-USER-ID  TO FR-USER-ID.
           WRITE FINAL-REQ-REC.
           IF WS-FINAL-STATUS NOT = '00'
               DISPLAY 'ROSTUPD FINAL PAY REQUEST WRITE FAILED '
                   FR-ACCT-NO ' STATUS ' WS-FINAL-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM REMOVE-ALL-DEPOSIT-LINES.
      *
       APPLY-RATE-CHANGE.
           MOVE TRR-ACCT-NO TO ROS-ACCT-NO.
           READ ACCT-REC.
           IF WS-ACCT-STATUS NOT = '00'
               MOVE 22 TO WS-REASON-CODE
               MOVE 'Account not on roster' TO WS-REASON-TEXT
           ELSE
               IF ROS-EMP-STATUS = 'T' OR ROS-EMP-STATUS = 'I'
                   MOVE 40 TO WS-REASON-CODE
                   MOVE 'Employee already terminated'
                       TO WS-REASON-TEXT
               END-IF
           END-IF.
           IF WS-REASON-CODE = ZERO
               MOVE TRR-EFF-DATE TO WS-EFF-DATE
               PERFORM VALIDATE-EFF-DATE
           END-IF.
           IF WS-REASON-CODE = ZERO
               IF TRR-PAY-RATE-X IS NOT NUMERIC
                   OR TRR-ANNUAL-SALARY-X IS NOT NUMERIC
                   MOVE 10 TO WS-REASON-CODE
                   MOVE 'Non-numeric amount field'
                       TO WS-REASON-TEXT
               ELSE
                   IF TRR-PAY-RATE = ZERO
                       AND TRR-ANNUAL-SALARY = ZERO
                       MOVE 45 TO WS-REASON-CODE
                       MOVE 'No new rate or salary'
                           TO WS-REASON-TEXT
                   END-IF
               END-IF
           END-IF.
           IF WS-REASON-CODE = ZERO
               MOVE ROS-ACCT-NO       TO PND-ACCT-NO
               MOVE WS-EFF-DATE       TO PND-EFF-DATE
               MOVE 'R'               TO PND-CHANGE-TYPE
               MOVE 'E'               TO PND-SCOPE
               MOVE TRR-PAY-RATE      TO PND-PAY-RATE
               MOVE TRR-ANNUAL-SALARY TO PND-ANNUAL-SALARY
               MOVE ZERO              TO PND-PERCENT
               MOVE TRR-USER-ID       TO PND-USER-ID
               MOVE WS-TODAY-X        TO PND-KEYED-DATE
               PERFORM WRITE-PEND-RATE
               MOVE ROS-PAY-RATE      TO WS-PROJ-RATE
               MOVE ROS-ANNUAL-SALARY TO WS-PROJ-SALARY
               IF TRR-PAY-RATE > ZERO
                   MOVE TRR-PAY-RATE TO WS-PROJ-RATE
               END-IF
               IF TRR-ANNUAL-SALARY > ZERO
                   MOVE TRR-ANNUAL-SALARY TO WS-PROJ-SALARY
               END-IF
               MOVE 'PEND  ' TO WS-AUD-ACTION
               PERFORM AUDIT-PENDING-RATE
           ELSE
               PERFORM WRITE-AUDIT-REJECT
           END-IF.
      *
       APPLY-MASS-INCREASE.
           MOVE TRM-EFF-DATE TO WS-EFF-DATE.
           PERFORM VALIDATE-EFF-DATE.
           IF WS-REASON-CODE = ZERO
               IF (TRM-SCOPE NOT = 'D' AND TRM-SCOPE NOT = 'G')
                   OR TRM-SCOPE-CODE = SPACES
                   MOVE 46 TO WS-REASON-CODE
               ELSE
                   IF TRM-SCOPE = 'G'
                       AND TRM-SCOPE-CODE NOT = 'W'
                       AND TRM-SCOPE-CODE NOT = 'B'
                       AND TRM-SCOPE-CODE NOT = 'M'
                       MOVE 46 TO WS-REASON-CODE
                   END-IF
               END-IF
               IF WS-REASON-CODE = 46
                   MOVE 'Invalid increase scope' TO WS-REASON-TEXT
               END-IF
           END-IF.
           IF WS-REASON-CODE = ZERO
               IF TRM-METHOD = 'P'
                   IF TRM-PERCENT-X IS NOT NUMERIC
                       OR TRM-PERCENT = ZERO
                       MOVE 47 TO WS-REASON-CODE
                   END-IF
               ELSE
                   IF TRM-METHOD = 'A'
                       IF TRM-RATE-AMOUNT-X IS NOT NUMERIC
                           OR TRM-SALARY-AMOUNT-X IS NOT NUMERIC
                           MOVE 47 TO WS-REASON-CODE
                       ELSE
                           IF TRM-RATE-AMOUNT = ZERO
                               AND TRM-SALARY-AMOUNT = ZERO
                               MOVE 47 TO WS-REASON-CODE
                           END-IF
                       END-IF
                   ELSE
                       MOVE 47 TO WS-REASON-CODE
                   END-IF
               END-IF
               IF WS-REASON-CODE = 47
                   MOVE 'Invalid increase amount' TO WS-REASON-TEXT
               END-IF
           END-IF.
           IF WS-REASON-CODE = ZERO
               MOVE ZERO     TO WS-MASS-MATCH
               MOVE 'MASS  ' TO WS-AUD-ACTION
               MOVE 'Y'      TO WS-ROS-EOF
               MOVE LOW-VALUES TO ROS-ACCT-NO
               START ACCT-REC KEY NOT < ROS-ACCT-NO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACE TO WS-ROS-EOF
                       PERFORM READ-NEXT-ROSTER
               END-START
               PERFORM UNTIL WS-ROS-EOF = 'Y'
                   PERFORM QUEUE-MASS-INCREASE
                   PERFORM READ-NEXT-ROSTER
               END-PERFORM
               IF WS-MASS-MATCH = ZERO
                   MOVE 48 TO WS-REASON-CODE
                   MOVE 'No active employees in scope'
                       TO WS-REASON-TEXT
                   PERFORM WRITE-AUDIT-REJECT
               END-IF
           ELSE
               PERFORM WRITE-AUDIT-REJECT
           END-IF.
      *
       READ-NEXT-ROSTER.
           READ ACCT-REC NEXT RECORD
               AT END MOVE 'Y' TO WS-ROS-EOF
           END-READ.
      *
       QUEUE-MASS-INCREASE.
           IF ROS-EMP-STATUS NOT = 'T' AND ROS-EMP-STATUS NOT = 'I'
               AND ((TRM-SCOPE = 'D'
                     AND ROS-DEPT-CODE = TRM-SCOPE-CODE)
                 OR (TRM-SCOPE = 'G'
                     AND ROS-PAY-GROUP = TRM-SCOPE-CODE (1:1)))
               MOVE ZERO              TO PND-PAY-RATE
               MOVE ZERO              TO PND-ANNUAL-SALARY
               MOVE ZERO              TO PND-PERCENT
               MOVE ROS-PAY-RATE      TO WS-PROJ-RATE
               MOVE ROS-ANNUAL-SALARY TO WS-PROJ-SALARY
               IF TRM-METHOD = 'P'
                   MOVE TRM-PERCENT TO PND-PERCENT
                   COMPUTE WS-PROJ-RATE ROUNDED =
                       ROS-PAY-RATE * (100 + TRM-PERCENT) / 100
                   COMPUTE WS-PROJ-SALARY ROUNDED =
                       ROS-ANNUAL-SALARY * (100 + TRM-PERCENT) / 100
               ELSE
                   IF ROS-PAY-TYPE = 'S'
                       MOVE TRM-SALARY-AMOUNT TO PND-ANNUAL-SALARY
                       ADD TRM-SALARY-AMOUNT TO WS-PROJ-SALARY
                   ELSE
                       MOVE TRM-RATE-AMOUNT TO PND-PAY-RATE
                       ADD TRM-RATE-AMOUNT TO WS-PROJ-RATE
                   END-IF
               END-IF
               IF WS-PROJ-RATE NOT = ROS-PAY-RATE
                   OR WS-PROJ-SALARY NOT = ROS-ANNUAL-SALARY
                   MOVE ROS-ACCT-NO    TO PND-ACCT-NO
                   MOVE WS-EFF-DATE    TO PND-EFF-DATE
                   MOVE TRM-METHOD     TO PND-CHANGE-TYPE
                   MOVE TRM-SCOPE      TO PND-SCOPE
                   MOVE TRM-USER-ID    TO PND-USER-ID
                   MOVE WS-TODAY-X     TO PND-KEYED-DATE
                   PERFORM WRITE-PEND-RATE
                   ADD 1 TO WS-MASS-MATCH
                   PERFORM AUDIT-PENDING-RATE
               END-IF
           END-IF.
      *
       VALIDATE-EFF-DATE.
           IF WS-EFF-YEAR IS NOT NUMERIC
               OR WS-EFF-MONTH IS NOT NUMERIC
               OR WS-EFF-DAY IS NOT NUMERIC
               OR WS-EFF-SEP-1 NOT = '-'
               OR WS-EFF-SEP-2 NOT = '-'
               MOVE 44 TO WS-REASON-CODE
           ELSE
               IF WS-EFF-MONTH < 1 OR WS-EFF-MONTH > 12
                   OR WS-EFF-DAY < 1 OR WS-EFF-DAY > 31
                   OR WS-EFF-YEAR < 1900
                   MOVE 44 TO WS-REASON-CODE
               END-IF
           END-IF.
           IF WS-REASON-CODE = 44
               MOVE 'Invalid effective date' TO WS-REASON-TEXT
           END-IF.
      *
       AUDIT-PENDING-RATE.
           MOVE 'PAY-RATE'        TO WS-AUD-FIELD.
           MOVE ROS-PAY-RATE      TO WS-AUD-NUM-ED.
           MOVE WS-AUD-NUM-ED     TO WS-AUD-BEFORE.
           MOVE WS-PROJ-RATE      TO WS-AUD-NUM-ED.
           MOVE WS-AUD-NUM-ED     TO WS-AUD-AFTER.
           PERFORM AUDIT-ONE-FIELD.
           MOVE 'SALARY'          TO WS-AUD-FIELD.
           MOVE ROS-ANNUAL-SALARY TO WS-AUD-NUM-ED.
           MOVE WS-AUD-NUM-ED     TO WS-AUD-BEFORE.
           MOVE WS-PROJ-SALARY    TO WS-AUD-NUM-ED.
           MOVE WS-AUD-NUM-ED     TO WS-AUD-AFTER.
           PERFORM AUDIT-ONE-FIELD.
           MOVE 'EFF-DATE'        TO WS-AUD-FIELD.
           MOVE SPACES            TO WS-AUD-BEFORE.
           MOVE WS-EFF-DATE       TO WS-AUD-AFTER.
           PERFORM WRITE-AUDIT-LINE.
      *
       WRITE-PEND-RATE.
           WRITE PEND-RATE-REC.
           IF WS-PENDRATE-STATUS NOT = '00'
               DISPLAY 'ROSTUPD PENDING RATE WRITE FAILED '
                   PND-ACCT-NO ' STATUS ' WS-PENDRATE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-PEND-COUNT
           END-IF.
      *
       WRITE-IMMEDIATE-RATE-HIST.
           MOVE NEW-ACCT-NO        TO RTH-ACCT-NO.
           MOVE WS-TODAY-X         TO RTH-EFF-DATE.
           MOVE 'C'                TO RTH-CHANGE-TYPE.
           MOVE HOLD-PAY-RATE      TO RTH-OLD-RATE.
           MOVE NEW-PAY-RATE       TO RTH-NEW-RATE.
           MOVE HOLD-ANNUAL-SALARY TO RTH-OLD-SALARY.
           MOVE NEW-ANNUAL-SALARY  TO RTH-NEW-SALARY.
           MOVE TRN-USER-ID        TO RTH-USER-ID.
           MOVE WS-TODAY-X         TO RTH-APPLIED-DATE.
           WRITE RATE-HIST-REC.
           IF WS-RATEHIST-STATUS NOT = '00'
               DISPLAY 'ROSTUPD RATE HISTORY WRITE FAILED '
                   RTH-ACCT-NO ' STATUS ' WS-RATEHIST-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       APPLY-DEPOSIT-SET.
           MOVE TRD-ACCT-NO TO ROS-ACCT-NO.
           READ ACCT-REC.
           IF WS-ACCT-STATUS NOT = '00'
               MOVE 22 TO WS-REASON-CODE
               MOVE 'Account not on roster' TO WS-REASON-TEXT
               PERFORM WRITE-AUDIT-REJECT
           ELSE
               IF ROS-EMP-STATUS = 'T' OR ROS-EMP-STATUS = 'I'
                   MOVE 43 TO WS-REASON-CODE
                   MOVE 'Employee not active' TO WS-REASON-TEXT
               ELSE
                   PERFORM VALIDATE-DEPOSIT-TRANS
               END-IF
               IF WS-REASON-CODE = ZERO
                   PERFORM SCAN-OTHER-DEPOSIT-LINES
               END-IF
               IF WS-REASON-CODE = ZERO
                   PERFORM READ-DEPOSIT-LINE
                   IF WS-DD-FOUND = 'Y'
                       MOVE 'DEPCHG' TO WS-AUD-ACTION
                       MOVE DD-TYPE         TO DEPH-TYPE
                       MOVE DD-AMOUNT       TO DEPH-AMOUNT
                       MOVE DD-PERCENT      TO DEPH-PERCENT
                       MOVE DD-ROUTING-NO   TO DEPH-ROUTING-NO
                       MOVE DD-BANK-ACCT-NO TO DEPH-BANK-ACCT-NO
                       MOVE DD-ACCT-TYPE    TO DEPH-ACCT-TYPE
                   ELSE
                       MOVE 'DEPADD' TO WS-AUD-ACTION
                       MOVE SPACES TO DEPH-TYPE
                       MOVE ZERO   TO DEPH-AMOUNT
                       MOVE ZERO   TO DEPH-PERCENT
                       MOVE SPACES TO DEPH-ROUTING-NO
                       MOVE SPACES TO DEPH-BANK-ACCT-NO
                       MOVE SPACES TO DEPH-ACCT-TYPE
                   END-IF
                   PERFORM BUILD-DEPOSIT-LINE
                   PERFORM AUDIT-DEPOSIT-FIELDS
                   IF WS-DD-FOUND = 'Y'
                       REWRITE DEPOSIT-DIST-REC
                   ELSE
                       WRITE DEPOSIT-DIST-REC
                   END-IF
                   ADD 1 TO WS-DEP-SET-COUNT
               ELSE
                   PERFORM WRITE-AUDIT-REJECT
               END-IF
           END-IF.
      *
       APPLY-DEPOSIT-REMOVE.
           PERFORM READ-DEPOSIT-LINE.
           IF WS-DD-FOUND NOT = 'Y'
               MOVE 30 TO WS-REASON-CODE
               MOVE 'Deposit line not on file' TO WS-REASON-TEXT
               PERFORM WRITE-AUDIT-REJECT
           ELSE
               PERFORM AUDIT-DEPOSIT-REMOVED
               DELETE DEPOSIT-DIST
               ADD 1 TO WS-DEP-DEL-COUNT
           END-IF.
      *
       READ-DEPOSIT-LINE.
           MOVE TRD-ACCT-NO TO DD-ACCT-NO.
           MOVE TRD-SEQ     TO DD-SEQ.
           READ DEPOSIT-DIST
               INVALID KEY
                   MOVE 'N' TO WS-DD-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DD-FOUND
           END-READ.
      *
       BUILD-DEPOSIT-LINE.
           MOVE TRD-ACCT-NO      TO DD-ACCT-NO.
           MOVE TRD-SEQ          TO DD-SEQ.
           MOVE TRD-TYPE         TO DD-TYPE.
           MOVE ZERO             TO DD-AMOUNT.
           MOVE ZERO             TO DD-PERCENT.
           IF TRD-TYPE = 'F'
               MOVE TRD-AMOUNT   TO DD-AMOUNT
           END-IF.
           IF TRD-TYPE = 'P'
               MOVE TRD-PERCENT  TO DD-PERCENT
           END-IF.
           MOVE TRD-ROUTING-NO   TO DD-ROUTING-NO.
           MOVE TRD-BANK-ACCT-NO TO DD-BANK-ACCT-NO.
           IF TRD-ACCT-TYPE = 'S'
               MOVE 'S' TO DD-ACCT-TYPE
           ELSE
               MOVE 'C' TO DD-ACCT-TYPE
           END-IF.
      *
       VALIDATE-DEPOSIT-TRANS.
           IF TRD-SEQ IS NOT NUMERIC OR TRD-SEQ = '00'
               MOVE 23 TO WS-REASON-CODE
               MOVE 'Invalid deposit line number' TO WS-REASON-TEXT
           ELSE
               IF TRD-TYPE NOT = 'F' AND TRD-TYPE NOT = 'P'
                   AND TRD-TYPE NOT = 'R'
                   MOVE 24 TO WS-REASON-CODE
                   MOVE 'Invalid deposit line type' TO WS-REASON-TEXT
               END-IF
           END-IF.
           IF WS-REASON-CODE = ZERO
               IF TRD-TYPE = 'F'
                   IF TRD-AMOUNT-X IS NOT NUMERIC
                       MOVE 25 TO WS-REASON-CODE
                   ELSE
                       IF TRD-AMOUNT = ZERO
                           MOVE 25 TO WS-REASON-CODE
                       END-IF
                   END-IF
               END-IF
               IF TRD-TYPE = 'P'
                   IF TRD-PERCENT-X IS NOT NUMERIC
                       MOVE 25 TO WS-REASON-CODE
                   ELSE
                       IF TRD-PERCENT = ZERO OR TRD-PERCENT > 100
                           MOVE 25 TO WS-REASON-CODE
                       END-IF
                   END-IF
               END-IF
               IF WS-REASON-CODE = 25
                   MOVE 'Invalid deposit amount or pct'
                       TO WS-REASON-TEXT
               END-IF
           END-IF.
           IF WS-REASON-CODE = ZERO
               IF TRD-ROUTING-NO = SPACES OR TRD-BANK-ACCT-NO = SPACES
                   MOVE 06 TO WS-REASON-CODE
                   MOVE 'Incomplete direct deposit data'
                       TO WS-REASON-TEXT
               ELSE
                   IF TRD-ROUTING-NO IS NOT NUMERIC
                       MOVE 05 TO WS-REASON-CODE
                       MOVE 'Invalid routing number'
                           TO WS-REASON-TEXT
                   ELSE
                       MOVE TRD-ROUTING-NO TO WS-ABA-ROUTING
                       PERFORM VALIDATE-ABA-ROUTING
                       IF WS-ABA-OK = 'N'
                           MOVE 11 TO WS-REASON-CODE
                           MOVE 'Routing check digit invalid'
                               TO WS-REASON-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-REASON-CODE = ZERO
               IF TRD-ACCT-TYPE NOT = SPACE AND TRD-ACCT-TYPE NOT = 'C'
                   AND TRD-ACCT-TYPE NOT = 'S'
                   MOVE 26 TO WS-REASON-CODE
                   MOVE 'Invalid deposit account type'
                       TO WS-REASON-TEXT
               END-IF
           END-IF.
      *
       SCAN-OTHER-DEPOSIT-LINES.
           MOVE ZERO TO WS-DD-OTHER-LINES.
           MOVE ZERO TO WS-DD-OTHER-REM.
           MOVE ZERO TO WS-DD-OTHER-PCT.
           MOVE 'Y' TO WS-DD-EOF.
           MOVE TRD-ACCT-NO TO DD-ACCT-NO.
           MOVE LOW-VALUES  TO DD-SEQ.
           START DEPOSIT-DIST KEY NOT < DD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACE TO WS-DD-EOF
                   PERFORM READ-NEXT-DEPOSIT-LINE
           END-START.
           PERFORM UNTIL WS-DD-EOF = 'Y'
               IF DD-SEQ NOT = TRD-SEQ
                   ADD 1 TO WS-DD-OTHER-LINES
                   IF DD-TYPE = 'R'
                       ADD 1 TO WS-DD-OTHER-REM
                   END-IF
                   IF DD-TYPE = 'P'
                       ADD DD-PERCENT TO WS-DD-OTHER-PCT
                   END-IF
               END-IF
               PERFORM READ-NEXT-DEPOSIT-LINE
           END-PERFORM.
           IF TRD-TYPE = 'R' AND WS-DD-OTHER-REM > ZERO
               MOVE 27 TO WS-REASON-CODE
               MOVE 'Remainder account already set' TO WS-REASON-TEXT
           ELSE
               IF TRD-TYPE = 'P'
                   AND WS-DD-OTHER-PCT + TRD-PERCENT > 100
                   MOVE 28 TO WS-REASON-CODE
                   MOVE 'Deposit percents exceed 100'
                       TO WS-REASON-TEXT
               ELSE
                   IF WS-DD-OTHER-LINES NOT < WS-DD-MAX-LINES
                       MOVE 29 TO WS-REASON-CODE
                       MOVE 'Too many deposit lines'
                           TO WS-REASON-TEXT
                   END-IF
               END-IF
           END-IF.
      *
       READ-NEXT-DEPOSIT-LINE.
           READ DEPOSIT-DIST NEXT RECORD
               AT END MOVE 'Y' TO WS-DD-EOF
           END-READ.
           IF WS-DD-EOF NOT = 'Y'
               IF DD-ACCT-NO NOT = TRD-ACCT-NO
                   MOVE 'Y' TO WS-DD-EOF
               END-IF
           END-IF.
      *
       REMOVE-ALL-DEPOSIT-LINES.
           MOVE 'Y' TO WS-DD-EOF.
           MOVE TRD-ACCT-NO TO DD-ACCT-NO.
           MOVE LOW-VALUES  TO DD-SEQ.
           START DEPOSIT-DIST KEY NOT < DD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACE TO WS-DD-EOF
                   PERFORM READ-NEXT-DEPOSIT-LINE
           END-START.
           PERFORM UNTIL WS-DD-EOF = 'Y'
               PERFORM AUDIT-DEPOSIT-REMOVED
               DELETE DEPOSIT-DIST
               ADD 1 TO WS-DEP-DEL-COUNT
               PERFORM READ-NEXT-DEPOSIT-LINE
           END-PERFORM.
      *
       AUDIT-DEPOSIT-REMOVED.
           MOVE 'DEPDEL' TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-FIELD.
           STRING 'DEP' DD-SEQ ' LINE' DELIMITED BY SIZE
               INTO WS-AUD-FIELD
           END-STRING.
           MOVE DD-BANK-ACCT-NO TO WS-AUD-BEFORE.
           MOVE '(GONE)' TO WS-AUD-AFTER.
           PERFORM WRITE-AUDIT-LINE.
      *
       AUDIT-DEPOSIT-FIELDS.
           MOVE SPACES TO WS-AUD-FIELD.
           STRING 'DEP' DD-SEQ ' TYPE' DELIMITED BY SIZE
               INTO WS-AUD-FIELD
           END-STRING.
           MOVE DEPH-TYPE TO WS-AUD-BEFORE.
           MOVE DD-TYPE   TO WS-AUD-AFTER.
           PERFORM AUDIT-ONE-FIELD.
           MOVE 'AMOUNT'    TO WS-AUD-FIELD (7:6).
           MOVE DEPH-AMOUNT TO WS-AUD-NUM-ED.
           MOVE WS-AUD-NUM-ED TO WS-AUD-BEFORE.
           MOVE DD-AMOUNT   TO WS-AUD-NUM-ED.
           MOVE WS-AUD-NUM-ED TO WS-AUD-AFTER.
           PERFORM AUDIT-ONE-FIELD.
           MOVE 'PCT   '     TO WS-AUD-FIELD (7:6).
           MOVE DEPH-PERCENT TO WS-AUD-NUM-ED.
           MOVE WS-AUD-NUM-ED TO WS-AUD-BEFORE.
           MOVE DD-PERCENT   TO WS-AUD-NUM-ED.
           MOVE WS-AUD-NUM-ED TO WS-AUD-AFTER.
           PERFORM AUDIT-ONE-FIELD.
           MOVE 'ROUTNG'        TO WS-AUD-FIELD (7:6).
           MOVE DEPH-ROUTING-NO TO WS-AUD-BEFORE.
           MOVE DD-ROUTING-NO   TO WS-AUD-AFTER.
           PERFORM AUDIT-ONE-FIELD.
           MOVE 'BANKAC'          TO WS-AUD-FIELD (7:6).
           MOVE DEPH-BANK-ACCT-NO TO WS-AUD-BEFORE.
           MOVE DD-BANK-ACCT-NO   TO WS-AUD-AFTER.
           PERFORM AUDIT-ONE-FIELD.
           MOVE 'ACTYPE'       TO WS-AUD-FIELD (7:6).
           MOVE DEPH-ACCT-TYPE TO WS-AUD-BEFORE.
           MOVE DD-ACCT-TYPE   TO WS-AUD-AFTER.
           PERFORM AUDIT-ONE-FIELD.
      *
       BUILD-NEW-FROM-TRANS.
           MOVE TRN-ACCT-NO       TO NEW-ACCT-NO.
           MOVE TRN-FILING-STATUS TO NEW-FILING-STATUS.
           MOVE TRN-ALLOWANCES    TO NEW-ALLOWANCES.
           MOVE TRN-PAY-GROUP     TO NEW-PAY-GROUP.
           MOVE TRN-STATE-CODE    TO NEW-STATE-CODE.
           MOVE TRN-BIRTH-DATE    TO NEW-BIRTH-DATE.
           IF TRN-PAY-TYPE = SPACE
               MOVE 'H' TO NEW-PAY-TYPE
           ELSE
               MOVE TRN-PAY-TYPE TO NEW-PAY-TYPE
           END-IF.
           IF TRN-ANNUAL-SALARY-X IS NUMERIC
               MOVE TRN-ANNUAL-SALARY TO NEW-ANNUAL-SALARY
           ELSE
               MOVE ZERO TO NEW-ANNUAL-SALARY
           END-IF.
           MOVE ZERO TO NEW-OT-HOURS.
           IF TRN-ACTION = 'C'
               AND TRN-HOURS-WORKED-X = HOLD-HOURS-WORKED
               MOVE HOLD-OT-HOURS TO NEW-OT-HOURS
           END-IF.
           IF TRN-ACTION = 'C'
               MOVE HOLD-EMP-STATUS  TO NEW-EMP-STATUS
               MOVE HOLD-TERM-DATE   TO NEW-TERM-DATE
               MOVE HOLD-TERM-REASON TO NEW-TERM-REASON
           ELSE
               MOVE 'A'    TO NEW-EMP-STATUS
               MOVE SPACES TO NEW-TERM-DATE
               MOVE SPACES TO NEW-TERM-REASON
           END-IF.
      *
       VALIDATE-TRANS-IMAGE.
           IF TRN-ACCT-NO = SPACES
               END-IF
           END-IF.
           IF WS-REASON-CODE = ZERO
               IF NEW-PAY-TYPE NOT = 'H'
                   AND NEW-PAY-TYPE NOT = 'S'
                   MOVE 17 TO WS-REASON-CODE
                   MOVE 'Invalid pay type' TO WS-REASON-TEXT
               END-IF
           END-IF.
           IF WS-REASON-CODE = ZERO
               IF NEW-PAY-TYPE = 'S'
                   AND (TRN-PAY-GROUP = SPACE
                        OR TRN-ANNUAL-SALARY-X IS NOT NUMERIC
                        OR TRN-ANNUAL-SALARY = ZERO)
                   MOVE 18 TO WS-REASON-CODE
                   MOVE 'Salary or pay group missing' TO WS-REASON-TEXT
               END-IF
           END-IF.
           IF WS-REASON-CODE = ZERO
               PERFORM SET-PERIOD-FACTORS
               IF NEW-PAY-TYPE = 'S'
                   COMPUTE WS-CALC-GROSS ROUNDED =
                       NEW-ANNUAL-SALARY / WS-PERIODS-PER-YEAR
               ELSE
                   MOVE NEW-OT-HOURS TO WS-OT-HOURS
                   IF WS-OT-HOURS > TRN-HOURS-WORKED
                       MOVE ZERO TO WS-OT-HOURS
                   END-IF
                   IF WS-PERIOD-OT-FLOOR > ZERO
                       AND TRN-HOURS-WORKED > WS-PERIOD-OT-FLOOR
                       IF TRN-HOURS-WORKED - WS-PERIOD-OT-FLOOR
                           > WS-OT-HOURS
                           COMPUTE WS-OT-HOURS =
                               TRN-HOURS-WORKED - WS-PERIOD-OT-FLOOR
                       END-IF
                   END-IF
                   COMPUTE WS-REG-HOURS =
                       TRN-HOURS-WORKED - WS-OT-HOURS
                   COMPUTE WS-CALC-GROSS ROUNDED =
                       (WS-REG-HOURS * TRN-PAY-RATE)
                       + (WS-OT-HOURS * TRN-PAY-RATE * 1.5)
               END-IF
               IF TRN-DEDUCTIONS > WS-CALC-GROSS
                   MOVE 09 TO WS-REASON-CODE
                   MOVE 'Deductions exceed gross pay'
                   MOVE 'Invalid pay group' TO WS-REASON-TEXT
               END-IF
           END-IF.
           IF WS-REASON-CODE = ZERO
               IF TRN-STATE-CODE NOT = SPACES
                   AND (TRN-STATE-CODE IS NOT ALPHABETIC-UPPER
                        OR TRN-STATE-CODE (1:1) = SPACE
                        OR TRN-STATE-CODE (2:1) = SPACE)
                   MOVE 15 TO WS-REASON-CODE
                   MOVE 'Invalid state code' TO WS-REASON-TEXT
               END-IF
           END-IF.
           IF WS-REASON-CODE = ZERO
               IF TRN-BIRTH-DATE NOT = SPACES
                   IF TRN-BIRTH-DATE IS NOT NUMERIC
                       MOVE 16 TO WS-REASON-CODE
                   ELSE
                       IF TRN-BIRTH-MONTH < 1 OR TRN-BIRTH-MONTH > 12
                           OR TRN-BIRTH-DAY < 1 OR TRN-BIRTH-DAY > 31
                           OR TRN-BIRTH-YEAR < 1900
                           MOVE 16 TO WS-REASON-CODE
                       END-IF
                   END-IF
                   IF WS-REASON-CODE = 16
                       MOVE 'Invalid birth date' TO WS-REASON-TEXT
                   END-IF
               END-IF
           END-IF.
           IF WS-REASON-CODE = ZERO
               IF TRN-ROUTING-NO NOT = SPACES
                   AND TRN-BANK-ACCT-NO NOT = SPACES
                   END-IF
               END-IF
           END-IF.
      *
       SET-PERIOD-FACTORS.
           IF TRN-PAY-GROUP = 'B'
               MOVE 26    TO WS-PERIODS-PER-YEAR
               MOVE 80.00 TO WS-PERIOD-OT-FLOOR
           ELSE
               IF TRN-PAY-GROUP = 'M'
                   MOVE 12   TO WS-PERIODS-PER-YEAR
                   MOVE ZERO TO WS-PERIOD-OT-FLOOR
               ELSE
                   MOVE 52    TO WS-PERIODS-PER-YEAR
                   MOVE 40.00 TO WS-PERIOD-OT-FLOOR
               END-IF
           END-IF.
      *
       VALIDATE-ABA-ROUTING.
           COMPUTE WS-ABA-SUM =
           MOVE HOLD-PAY-GROUP    TO WS-AUD-BEFORE.
           MOVE NEW-PAY-GROUP     TO WS-AUD-AFTER.
           PERFORM AUDIT-ONE-FIELD.
           MOVE 'STATE-CODE'      TO WS-AUD-FIELD.
           MOVE HOLD-STATE-CODE   TO WS-AUD-BEFORE.
           MOVE NEW-STATE-CODE    TO WS-AUD-AFTER.
           PERFORM AUDIT-ONE-FIELD.
           MOVE 'BIRTH-DATE'      TO WS-AUD-FIELD.
           MOVE HOLD-BIRTH-DATE   TO WS-AUD-BEFORE.
           MOVE NEW-BIRTH-DATE    TO WS-AUD-AFTER.
           PERFORM AUDIT-ONE-FIELD.
           MOVE 'PAY-TYPE'        TO WS-AUD-FIELD.
           MOVE HOLD-PAY-TYPE     TO WS-AUD-BEFORE.
           MOVE NEW-PAY-TYPE      TO WS-AUD-AFTER.
           PERFORM AUDIT-ONE-FIELD.
           MOVE 'SALARY'          TO WS-AUD-FIELD.
           MOVE HOLD-ANNUAL-SALARY TO WS-AUD-NUM-ED.
           MOVE WS-AUD-NUM-ED     TO WS-AUD-BEFORE.
           MOVE NEW-ANNUAL-SALARY TO WS-AUD-NUM-ED.
           MOVE WS-AUD-NUM-ED     TO WS-AUD-AFTER.
           PERFORM AUDIT-ONE-FIELD.
      *
       AUDIT-ONE-FIELD.
           IF WS-AUD-BEFORE NOT = WS-AUD-AFTER
           END-IF.
      *
       WRITE-AUDIT-LINE.
           IF TRN-ACTION = 'M'
               MOVE ROS-ACCT-NO TO AUD-ACCT-NO-O
           ELSE
               MOVE TRN-ACCT-NO TO AUD-ACCT-NO-O
           END-IF.
           MOVE WS-AUD-ACTION TO AUD-ACTION-O.
           MOVE TRN-USER-ID   TO AUD-USER-O.
           MOVE WS-AUD-FIELD  TO AUD-FIELD-O.
           MOVE WS-TRANS-READ    TO AUD-TR-READ.
           MOVE WS-ADD-COUNT     TO AUD-TR-ADD.
           MOVE WS-CHG-COUNT     TO AUD-TR-CHG.
           MOVE WS-TERM-COUNT    TO AUD-TR-TERM.
           MOVE WS-REJ-COUNT     TO AUD-TR-REJ.
           WRITE AUDIT-REC FROM AUDIT-TRAILER-1 AFTER ADVANCING 1
               LINES.
           MOVE WS-DEP-SET-COUNT TO AUD-TR-DEP-SET.
           MOVE WS-DEP-DEL-COUNT TO AUD-TR-DEP-DEL.
           MOVE WS-PEND-COUNT    TO AUD-TR-PEND.
           WRITE AUDIT-REC FROM AUDIT-TRAILER-2 AFTER ADVANCING 1
               LINES.
