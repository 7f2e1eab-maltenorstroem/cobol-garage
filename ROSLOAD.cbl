               ASSIGN TO './data/payrol_bankstat.data'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BS-KEY
               FILE STATUS IS WS-BSTAT-STATUS.
           SELECT RLOG-OLD
               ASSIGN TO './data/payrol_runlog_old.data'
      *
       FD  ACCT-REC.
       01  ROSTER-FIELDS.
           05  ROS-BODY.
               10  ROS-ACCT-NO    PIC X(08).
               10  ROS-REST       PIC X(106).
           05  ROS-STATE-CODE     PIC X(02).
           05  ROS-BIRTH-DATE     PIC X(08).
           05  ROS-PAY-TYPE       PIC X(01).
           05  ROS-ANNUAL-SALARY  PIC 9(07)V9(02).
           05  ROS-OT-HOURS       PIC 9(03)V9(02).
           05  ROS-EMP-STATUS     PIC X(01).
           05  ROS-TERM-DATE      PIC X(10).
           05  ROS-TERM-REASON    PIC X(20).
      *
       FD  YTD-SEQ RECORDING MODE F.
       01  YTD-SEQ-REC            PIC X(76).
      *
       FD  YTD-MASTER.
       01  YTD-REC.
           05  YM-BODY.
               10  YM-ACCT-NO     PIC X(08).
               10  YM-REST        PIC X(68).
           05  YM-YTD-FED-TAX     PIC S9(09)V9(02).
           05  YM-YTD-SS-WAGES    PIC S9(09)V9(02).
           05  YM-YTD-SS-TAX      PIC S9(09)V9(02).
           05  YM-YTD-MED-WAGES   PIC S9(09)V9(02).
           05  YM-YTD-MED-TAX     PIC S9(09)V9(02).
           05  YM-YTD-STATE-TAX   PIC S9(09)V9(02).
           05  YM-YTD-ER-SS-TAX   PIC S9(09)V9(02).
           05  YM-YTD-ER-MED-TAX  PIC S9(09)V9(02).
      *
       FD  DEDUCT-SEQ RECORDING MODE F.
       01  DEDUCT-SEQ-REC         PIC X(44).
      *
       FD  BANK-STAT-FILE.
       01  BANK-STAT-REC.
           05  BS-KEY.
               10  BS-ACCT-NO     PIC X(08).
               10  BS-DIST-SEQ    PIC X(02).
           05  BS-REST            PIC X(29).
           05  BS-LAST-AGED       PIC X(10).
      *
       FD  RLOG-OLD RECORDING MODE F.
           END-READ.
      *
       LOAD-ONE-ROSTER-REC.
           MOVE ACCT-SEQ-REC TO ROS-BODY.
           MOVE SPACES TO ROS-STATE-CODE.
           MOVE SPACES TO ROS-BIRTH-DATE.
           MOVE 'H' TO ROS-PAY-TYPE.
           MOVE ZERO TO ROS-ANNUAL-SALARY.
           MOVE ZERO TO ROS-OT-HOURS.
           MOVE 'A' TO ROS-EMP-STATUS.
           MOVE SPACES TO ROS-TERM-DATE.
           MOVE SPACES TO ROS-TERM-REASON.
           WRITE ROSTER-FIELDS.
           IF WS-ACCT-STATUS = '00'
               ADD 1 TO WS-ACCT-OUT-COUNT
           END-READ.
      *
       LOAD-ONE-YTD-REC.
           MOVE YTD-SEQ-REC TO YM-BODY.
           MOVE ZERO TO YM-YTD-FED-TAX.
           MOVE ZERO TO YM-YTD-SS-WAGES.
           MOVE ZERO TO YM-YTD-SS-TAX.
           MOVE ZERO TO YM-YTD-MED-WAGES.
           MOVE ZERO TO YM-YTD-MED-TAX.
           MOVE ZERO TO YM-YTD-STATE-TAX.
           MOVE ZERO TO YM-YTD-ER-SS-TAX.
           MOVE ZERO TO YM-YTD-ER-MED-TAX.
           WRITE YTD-REC.
           IF WS-YTD-STATUS = '00'
               ADD 1 TO WS-YTD-OUT-COUNT
           END-READ.
      *
       LOAD-ONE-BSTAT-REC.
           MOVE BSTAT-SEQ-REC (1:8)  TO BS-ACCT-NO.
           MOVE '00'                 TO BS-DIST-SEQ.
           MOVE BSTAT-SEQ-REC (9:29) TO BS-REST.
           MOVE SPACES TO BS-LAST-AGED.
           WRITE BANK-STAT-REC.
           IF WS-BSTAT-STATUS = '00'
