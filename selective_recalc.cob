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
       FD  REQUESTFILE.
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
       01  WS-REQUEST-STATUS  PIC XX.
       01  WS-INFILE-STATUS   PIC XX.
       01  WS-REGISTER-STATUS PIC XX.
       01  WS-REJECT-STATUS   PIC XX.
       01  WS-EXEMPT-FILE-STATUS PIC XX.
       01  WS-PERIOD-STATUS   PIC XX.
       01  WS-EXEMPT-OPEN     PIC X VALUE 'N'.
       01  WS-EXEMPT-AMOUNT   PIC 9(9)V99.
       01  WS-TAXABLE-BALANCE PIC 9(9)V99.
       PROCEDURE DIVISION.
       BEGIN.
           PERFORM DETERMINE-RUN-DATE
           PERFORM CHECK-PERIOD
           PERFORM LOAD-RATES
           PERFORM SELECT-ACTIVE-FED-RATES
           PERFORM SELECT-ACTIVE-STATE-RATES
                   WS-GL-STATUS
               STOP RUN
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
                   STOP RUN
               END-IF
           END-IF.
