               ACCESS MODE IS RANDOM
               RECORD KEY IS ROS-ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT JOB-CODE-FILE
               ASSIGN TO './data/payrol_jobcode.data'
               FILE STATUS IS WS-JOBCODE-STATUS.
           SELECT LABOR-HOURS
               ASSIGN TO './data/payrol_labor.data'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-KEY
               FILE STATUS IS WS-LABOR-STATUS.
           SELECT HOURS-RPT ASSIGN TO './out/payrol_hours.data'.
           SELECT TC-EXCEPT-RPT
               ASSIGN TO './out/payrol_tcexcept.data'.
      *-------------
       FILE SECTION.
       FD  TIMECARD-FILE RECORDING MODE F.
       01  TIMECARD-REC-RAW       PIC X(34).
      *
       SD  TC-SORT-WORK.
       01  TC-SORT-FIELDS.
           05  TS-ACCT-NO         PIC X(08).
           05  TS-WORK-DATE       PIC X(10).
           05  FILLER             PIC X(16).
      *
       FD  TC-SORTED RECORDING MODE F.
       01  TIMECARD-REC-IN.
           05  TC-TIME-OUT        PIC 9(04).
           05  TC-TIME-OUT-X      REDEFINES TC-TIME-OUT
                                  PIC X(04).
           05  TC-CHARGE-DEPT     PIC X(04).
           05  TC-JOB-CODE        PIC X(04).
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
       FD  JOB-CODE-FILE RECORDING MODE F.
       01  JOB-CODE-REC.
           05  JC-DEPT-CODE       PIC X(04).
           05  JC-JOB-CODE        PIC X(04).
           05  JC-DESC            PIC X(20).
      *
       FD  LABOR-HOURS.
       01  LABOR-HOURS-REC.
           05  LH-KEY.
               10  LH-ACCT-NO     PIC X(08).
               10  LH-DEPT-CODE   PIC X(04).
               10  LH-JOB-CODE    PIC X(04).
           05  LH-HOURS           PIC 9(03)V9(02).
      *
       FD  HOURS-RPT RECORDING MODE F.
       01  HOURS-REC              PIC X(90).
       01  WS-TIMECARD-STATUS PIC XX VALUE SPACES.
      *
       01  WS-ACCT-STATUS     PIC XX VALUE SPACES.
      *
       01  WS-JOBCODE-STATUS  PIC XX VALUE SPACES.
      *
       01  WS-LABOR-STATUS    PIC XX VALUE SPACES.
      *
       01  JOB-CODE-TABLE.
           05  WS-JCT-COUNT       PIC 9(03)     VALUE ZERO.
           05  JCT-ENTRY OCCURS 300 TIMES.
               10  JCT-DEPT-CODE  PIC X(04).
               10  JCT-JOB-CODE   PIC X(04).
      *
       01  CHARGE-HOURS-TABLE.
           05  WS-ECH-COUNT       PIC 9(02)     VALUE ZERO.
           05  ECH-ENTRY OCCURS 30 TIMES.
               10  ECH-DEPT-CODE  PIC X(04).
               10  ECH-JOB-CODE   PIC X(04).
               10  ECH-HOURS      PIC 9(03)V9(02).
      *
       01  CHARGE-WORK-FIELDS.
           05  WS-JC-EOF          PIC X         VALUE SPACE.
           05  WS-JCT-SUB         PIC 9(03)     VALUE ZERO.
           05  WS-JCT-HIT         PIC X         VALUE 'N'.
           05  WS-ECH-SUB         PIC 9(02)     VALUE ZERO.
           05  WS-ECH-HIT         PIC X         VALUE 'N'.
           05  WS-LH-EOF          PIC X         VALUE SPACE.
           05  WS-CHG-DEPT        PIC X(04)     VALUE SPACES.
           05  WS-CHG-JOB         PIC X(04)     VALUE SPACES.
           05  WS-HOME-DEPT       PIC X(04)     VALUE SPACES.
      *
       01  EDIT-FIELDS.
           05  WS-REASON-CODE     PIC 9(02)     VALUE ZERO.
           05  WS-REG-HOURS       PIC 9(03)V9(02) VALUE ZERO.
           05  WS-OT-HOURS        PIC 9(03)V9(02) VALUE ZERO.
           05  WS-CALC-GROSS      PIC 9(07)V9(02) VALUE ZERO.
           05  WS-PERIODS-PER-YEAR PIC 9(02)    VALUE 52.
      *
       01  WORK-WEEK-FIELDS.
           05  WS-WD-YYYYMMDD.
               10  WS-WD-YEAR     PIC X(04).
               10  WS-WD-MONTH    PIC X(02).
               10  WS-WD-DAY      PIC X(02).
           05  WS-WD-NUM          REDEFINES WS-WD-YYYYMMDD
                                  PIC 9(08).
           05  WS-DAY-NUMBER      PIC 9(07)     VALUE ZERO.
           05  WS-WEEK-NO         PIC 9(06)     VALUE ZERO.
           05  WS-PREV-WEEK       PIC 9(06)     VALUE ZERO.
           05  WS-WEEK-HOURS      PIC 9(03)V9(02) VALUE ZERO.
           05  WS-EMP-WEEKS       PIC 9(03)     VALUE ZERO.
           05  WS-OT-WEEK-LIMIT   PIC 9(02)V9(02) VALUE 40.00.
      *
       01  RUN-COUNTS.
           05  WS-PUNCH-READ      PIC 9(05)     VALUE ZERO.
           05  FILLER         PIC X(12) VALUE SPACES.
           05  FILLER         PIC X(07) VALUE 'Punches'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(03) VALUE 'Wks'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(09) VALUE ' Reg Hrs '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(09) VALUE '  OT Hrs '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(09) VALUE ' Tot Hrs '.
           05  FILLER         PIC X(13) VALUE SPACES.
      *
       01  HOURS-DETAIL.
           05  HRS-ACCT-NO-O      PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  HRS-PUNCHES-O      PIC ZZ9.
           05  FILLER             PIC X(06) VALUE SPACES.
           05  HRS-WEEKS-O        PIC ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  HRS-REG-O          PIC ZZ9.99.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  HRS-OT-O           PIC ZZ9.99.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  HRS-TOTAL-O        PIC ZZ9.99.
           05  FILLER             PIC X(16) VALUE SPACES.
      *
       01  HOURS-CHARGE-LINE.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(11) VALUE 'Charged to '.
           05  HRS-CHG-DEPT-O     PIC X(04).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  HRS-CHG-JOB-O      PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  HRS-CHG-HOURS-O    PIC ZZ9.99.
           05  FILLER             PIC X(52) VALUE SPACES.
      *
       01  HOURS-MSG-LINE.
           05  HRS-MSG-ACCT-O     PIC X(08).
               GIVING TC-SORTED.
           OPEN INPUT TC-SORTED.
           OPEN I-O ACCT-REC.
           OPEN I-O LABOR-HOURS.
           IF WS-LABOR-STATUS = '35'
               OPEN OUTPUT LABOR-HOURS
               CLOSE LABOR-HOURS
               OPEN I-O LABOR-HOURS
           END-IF.
           PERFORM LOAD-JOB-CODES.
           OPEN OUTPUT HOURS-RPT.
           OPEN OUTPUT TC-EXCEPT-RPT.
           PERFORM WRITE-HOURS-HEADERS.
           PERFORM WRITE-TC-EXCEPT-TRAILER.
           CLOSE TC-SORTED.
           CLOSE ACCT-REC.
           CLOSE LABOR-HOURS.
           CLOSE HOURS-RPT.
           CLOSE TC-EXCEPT-RPT.
           GOBACK.
                       MOVE TC-ACCT-NO TO WS-PREV-ACCT
                   END-IF
               END-IF
               IF WS-EMP-PUNCHES = ZERO
                   MOVE WS-WEEK-NO TO WS-PREV-WEEK
                   MOVE 1 TO WS-EMP-WEEKS
               ELSE
                   IF WS-WEEK-NO NOT = WS-PREV-WEEK
                       PERFORM CLOSE-WORK-WEEK
                       MOVE WS-WEEK-NO TO WS-PREV-WEEK
                       ADD 1 TO WS-EMP-WEEKS
                   END-IF
               END-IF
               ADD WS-PUNCH-HOURS TO WS-WEEK-HOURS
               ADD WS-PUNCH-HOURS TO WS-EMP-HOURS
               PERFORM ADD-CHARGE-HOURS
               ADD 1 TO WS-EMP-PUNCHES
               ADD 1 TO WS-PUNCH-GOOD
           END-IF.
                   END-IF
               END-IF
           END-IF.
           IF WS-REASON-CODE = ZERO
               MOVE TC-WORK-DATE (1:4) TO WS-WD-YEAR
               MOVE TC-WORK-DATE (6:2) TO WS-WD-MONTH
               MOVE TC-WORK-DATE (9:2) TO WS-WD-DAY
               IF TC-WORK-DATE (5:1) NOT = '-'
                   OR TC-WORK-DATE (8:1) NOT = '-'
                   OR WS-WD-YYYYMMDD IS NOT NUMERIC
                   MOVE 36 TO WS-REASON-CODE
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD (WS-WD-NUM)
                       NOT = ZERO
                       MOVE 36 TO WS-REASON-CODE
                   ELSE
                       COMPUTE WS-DAY-NUMBER =
                           FUNCTION INTEGER-OF-DATE (WS-WD-NUM)
                       COMPUTE WS-WEEK-NO = WS-DAY-NUMBER / 7
                   END-IF
               END-IF
               IF WS-REASON-CODE = 36
                   MOVE 'Work date not a valid date'
                       TO WS-REASON-TEXT
               END-IF
           END-IF.
           IF WS-REASON-CODE = ZERO
               MOVE TC-ACCT-NO TO ROS-ACCT-NO
               READ ACCT-REC
               IF WS-ACCT-STATUS NOT = '00'
                   MOVE 35 TO WS-REASON-CODE
                   MOVE 'Account not on roster' TO WS-REASON-TEXT
               ELSE
                   IF ROS-EMP-STATUS = 'I'
                       MOVE 37 TO WS-REASON-CODE
                       MOVE 'Employee inactive' TO WS-REASON-TEXT
                   END-IF
               END-IF
           END-IF.
           IF WS-REASON-CODE = ZERO
               PERFORM VALIDATE-CHARGE-CODE
           END-IF.
      *
       POST-EMPLOYEE-HOURS.
           PERFORM CLOSE-WORK-WEEK.
           MOVE WS-PREV-ACCT TO ROS-ACCT-NO.
           READ ACCT-REC.
           IF WS-ACCT-STATUS = '00'
               IF ROS-PAY-TYPE = 'S'
                   MOVE WS-EMP-HOURS TO WS-REG-HOURS
                   MOVE ZERO TO WS-OT-HOURS
                   PERFORM SET-PERIODS-PER-YEAR
                   MOVE ZERO TO WS-CALC-GROSS
                   IF ROS-ANNUAL-SALARY IS NUMERIC
                       COMPUTE WS-CALC-GROSS ROUNDED =
                           ROS-ANNUAL-SALARY / WS-PERIODS-PER-YEAR
                   END-IF
               ELSE
                   COMPUTE WS-CALC-GROSS ROUNDED =
                       (WS-REG-HOURS * ROS-PAY-RATE)
                       + (WS-OT-HOURS * ROS-PAY-RATE * 1.5)
               END-IF
               MOVE WS-EMP-HOURS  TO ROS-HOURS-WORKED
               MOVE WS-OT-HOURS   TO ROS-OT-HOURS
               MOVE WS-CALC-GROSS TO ROS-GROSS-PAY
               IF ROS-DEDUCTIONS NOT > WS-CALC-GROSS
                   COMPUTE ROS-NET-PAY =
               MOVE WS-PREV-ACCT     TO HRS-ACCT-NO-O
               MOVE ROS-LAST-NAME    TO HRS-LAST-NAME-O
               MOVE WS-EMP-PUNCHES   TO HRS-PUNCHES-O
               MOVE WS-EMP-WEEKS     TO HRS-WEEKS-O
               MOVE WS-REG-HOURS     TO HRS-REG-O
               MOVE WS-OT-HOURS      TO HRS-OT-O
               MOVE WS-EMP-HOURS     TO HRS-TOTAL-O
               WRITE HOURS-REC FROM HOURS-DETAIL
                   AFTER ADVANCING 1 LINES
               PERFORM WRITE-LABOR-HOURS
           ELSE
               ADD 1 TO WS-EMP-REJ
               MOVE WS-PREV-ACCT TO HRS-MSG-ACCT-O
           END-IF.
           MOVE ZERO TO WS-EMP-HOURS.
           MOVE ZERO TO WS-EMP-PUNCHES.
           MOVE ZERO TO WS-EMP-WEEKS.
           MOVE ZERO TO WS-REG-HOURS.
           MOVE ZERO TO WS-OT-HOURS.
           MOVE ZERO TO WS-ECH-COUNT.
      *
       CLOSE-WORK-WEEK.
           IF WS-WEEK-HOURS > WS-OT-WEEK-LIMIT
               ADD WS-OT-WEEK-LIMIT TO WS-REG-HOURS
               COMPUTE WS-OT-HOURS =
                   WS-OT-HOURS + WS-WEEK-HOURS - WS-OT-WEEK-LIMIT
           ELSE
               ADD WS-WEEK-HOURS TO WS-REG-HOURS
           END-IF.
           MOVE ZERO TO WS-WEEK-HOURS.
      *
       SET-PERIODS-PER-YEAR.
           IF ROS-PAY-GROUP = 'B'
               MOVE 26 TO WS-PERIODS-PER-YEAR
           ELSE
               IF ROS-PAY-GROUP = 'M'
                   MOVE 12 TO WS-PERIODS-PER-YEAR
               ELSE
                   MOVE 52 TO WS-PERIODS-PER-YEAR
               END-IF
           END-IF.
      *
       LOAD-JOB-CODES.
           MOVE ZERO TO WS-JCT-COUNT.
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
           IF WS-JCT-COUNT < 300
               ADD 1 TO WS-JCT-COUNT
               MOVE JC-DEPT-CODE TO JCT-DEPT-CODE (WS-JCT-COUNT)
               MOVE JC-JOB-CODE  TO JCT-JOB-CODE (WS-JCT-COUNT)
           ELSE
               DISPLAY 'TIMECRD JOB CODE TABLE FULL - ABEND'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       VALIDATE-CHARGE-CODE.
           MOVE ROS-DEPT-CODE TO WS-CHG-DEPT.
           IF TC-CHARGE-DEPT NOT = SPACES
               MOVE TC-CHARGE-DEPT TO WS-CHG-DEPT
           END-IF.
           MOVE TC-JOB-CODE TO WS-CHG-JOB.
           MOVE 'N' TO WS-JCT-HIT.
           IF WS-CHG-JOB = SPACES
               IF WS-CHG-DEPT = ROS-DEPT-CODE
                   MOVE 'Y' TO WS-JCT-HIT
               ELSE
                   PERFORM VARYING WS-JCT-SUB FROM 1 BY 1
                       UNTIL WS-JCT-SUB > WS-JCT-COUNT
                       IF JCT-DEPT-CODE (WS-JCT-SUB) = WS-CHG-DEPT
                           MOVE 'Y' TO WS-JCT-HIT
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-JCT-HIT = 'N'
                   MOVE 38 TO WS-REASON-CODE
                   MOVE 'Charge dept not on job table'
                       TO WS-REASON-TEXT
               END-IF
           ELSE
               PERFORM VARYING WS-JCT-SUB FROM 1 BY 1
                   UNTIL WS-JCT-SUB > WS-JCT-COUNT
                   IF JCT-JOB-CODE (WS-JCT-SUB) = WS-CHG-JOB
                       AND (JCT-DEPT-CODE (WS-JCT-SUB) = WS-CHG-DEPT
                            OR JCT-DEPT-CODE (WS-JCT-SUB) = SPACES)
                       MOVE 'Y' TO WS-JCT-HIT
                   END-IF
               END-PERFORM
               IF WS-JCT-HIT = 'N'
                   MOVE 39 TO WS-REASON-CODE
                   MOVE 'Job code not valid for dept'
                       TO WS-REASON-TEXT
               END-IF
           END-IF.
      *
       ADD-CHARGE-HOURS.
           MOVE 'N' TO WS-ECH-HIT.
           PERFORM VARYING WS-ECH-SUB FROM 1 BY 1
               UNTIL WS-ECH-SUB > WS-ECH-COUNT
               IF ECH-DEPT-CODE (WS-ECH-SUB) = WS-CHG-DEPT
                   AND ECH-JOB-CODE (WS-ECH-SUB) = WS-CHG-JOB
                   ADD WS-PUNCH-HOURS TO ECH-HOURS (WS-ECH-SUB)
                   MOVE 'Y' TO WS-ECH-HIT
               END-IF
           END-PERFORM.
           IF WS-ECH-HIT = 'N'
               IF WS-ECH-COUNT < 30
                   ADD 1 TO WS-ECH-COUNT
                   MOVE WS-CHG-DEPT    TO ECH-DEPT-CODE (WS-ECH-COUNT)
                   MOVE WS-CHG-JOB     TO ECH-JOB-CODE (WS-ECH-COUNT)
                   MOVE WS-PUNCH-HOURS TO ECH-HOURS (WS-ECH-COUNT)
               ELSE
                   DISPLAY 'TIMECRD CHARGE CODE TABLE FULL - ABEND'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
      *
       WRITE-LABOR-HOURS.
           MOVE ROS-DEPT-CODE TO WS-HOME-DEPT.
           MOVE 'Y' TO WS-LH-EOF.
           MOVE WS-PREV-ACCT TO LH-ACCT-NO.
           MOVE LOW-VALUES   TO LH-DEPT-CODE.
           MOVE LOW-VALUES   TO LH-JOB-CODE.
           START LABOR-HOURS KEY NOT < LH-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACE TO WS-LH-EOF
                   PERFORM READ-NEXT-LABOR-HOURS
           END-START.
           PERFORM UNTIL WS-LH-EOF = 'Y'
               DELETE LABOR-HOURS
               PERFORM READ-NEXT-LABOR-HOURS
           END-PERFORM.
           PERFORM VARYING WS-ECH-SUB FROM 1 BY 1
               UNTIL WS-ECH-SUB > WS-ECH-COUNT
               PERFORM WRITE-ONE-CHARGE
           END-PERFORM.
      *
       READ-NEXT-LABOR-HOURS.
           READ LABOR-HOURS NEXT RECORD
               AT END MOVE 'Y' TO WS-LH-EOF
           END-READ.
           IF WS-LH-EOF NOT = 'Y'
               IF LH-ACCT-NO NOT = WS-PREV-ACCT
                   MOVE 'Y' TO WS-LH-EOF
               END-IF
           END-IF.
      *
       WRITE-ONE-CHARGE.
           MOVE WS-PREV-ACCT TO LH-ACCT-NO.
           MOVE ECH-DEPT-CODE (WS-ECH-SUB) TO LH-DEPT-CODE.
           MOVE ECH-JOB-CODE (WS-ECH-SUB)  TO LH-JOB-CODE.
           MOVE ECH-HOURS (WS-ECH-SUB)     TO LH-HOURS.
           WRITE LABOR-HOURS-REC.
           IF WS-LABOR-STATUS NOT = '00'
               DISPLAY 'TIMECRD LABOR HOURS WRITE FAILED '
                   LH-ACCT-NO ' STATUS ' WS-LABOR-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-ECH-COUNT > 1
               OR ECH-JOB-CODE (WS-ECH-SUB) NOT = SPACES
               OR ECH-DEPT-CODE (WS-ECH-SUB) NOT = WS-HOME-DEPT
               MOVE ECH-DEPT-CODE (WS-ECH-SUB) TO HRS-CHG-DEPT-O
               MOVE ECH-JOB-CODE (WS-ECH-SUB)  TO HRS-CHG-JOB-O
               MOVE ECH-HOURS (WS-ECH-SUB)     TO HRS-CHG-HOURS-O
               WRITE HOURS-REC FROM HOURS-CHARGE-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.
      *
       WRITE-TC-EXCEPTION.
           MOVE TC-ACCT-NO     TO TXC-ACCT-NO-O.
