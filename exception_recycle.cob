               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXM-ACCOUNT-ID
               FILE STATUS IS WS-EXEMPT-FILE-STATUS.
           SELECT PERIODFILE ASSIGN TO 'period_control.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESUBMITFILE.
           05  EXM-PERCENT    PIC 9V999.
           05  EXM-EFF-DATE   PIC 9(8).
           05  EXM-END-DATE   PIC 9(8).
       FD  PERIODFILE.
       01  PCT-REC.
           05  PCT-PERIOD         PIC 9(6).
           05  PCT-STATUS         PIC X(1).
           05  PCT-CLOSE-DATE     PIC 9(8).
           05  PCT-CLOSED-BY      PIC X(20).
           05  PCT-PPA-APPROVER   PIC X(20).
           05  PCT-PPA-DATE       PIC 9(8).
       WORKING-STORAGE SECTION.
       01  WS-RESUBMIT-STATUS PIC XX.
       01  WS-HISTORY-STATUS  PIC XX.
       01  WS-GL-DEBITS       PIC 9(13)V99 VALUE ZERO.
       01  WS-GL-CREDITS      PIC 9(13)V99 VALUE ZERO.
       01  WS-AUDIT-STATUS    PIC XX.
       01  WS-PERIOD-STATUS   PIC XX.
       01  WS-OPERATOR        PIC X(20).
       01  WS-TIME-FULL       PIC 9(8).
       01  WS-TIME            PIC 9(6).
       PROCEDURE DIVISION.
       BEGIN.
           PERFORM DETERMINE-RUN-DATE
           PERFORM CHECK-PERIOD
           PERFORM LOAD-RATES
           PERFORM SELECT-ACTIVE-FED-RATES
           PERFORM SELECT-ACTIVE-STATE-RATES
                   WS-INFILE-MN-DSP WS-INFILE-SS-DSP
                   DELIMITED BY SIZE INTO WS-INFILE-STAMP
           END-IF.

       CHECK-PERIOD.
           OPEN INPUT PERIODFILE
           IF WS-PERIOD-STATUS = '00'
               MOVE WS-RUN-DATE(1:6) TO PCT-PERIOD
               READ PERIODFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PCT-STATUS = 'C'
                           DISPLAY 'ACCOUNTING PERIOD ' PCT-PERIOD
                               ' IS CLOSED, RUN REJECTED'
                           CLOSE PERIODFILE
                           PERFORM WRITE-AUDIT-LOG
                           STOP RUN
                       END-IF
                       IF PCT-STATUS = 'A'
                           DISPLAY 'ACCOUNTING PERIOD ' PCT-PERIOD
                               ' ADJUSTMENT APPROVED BY '
                               PCT-PPA-APPROVER
                       END-IF
               END-READ
               CLOSE PERIODFILE
           ELSE
               IF WS-PERIOD-STATUS NOT = '35'
                   DISPLAY 'PERIOD CONTROL UNAVAILABLE, STATUS '
                       WS-PERIOD-STATUS
                   PERFORM WRITE-AUDIT-LOG
                   STOP RUN
               END-IF
           END-IF.
