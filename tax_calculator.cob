               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYCLE-STATUS.
           SELECT PERIODFILE ASSIGN TO 'period_control.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT EXEMPTFILE ASSIGN TO 'exemptions.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05  CYC-STATUS       PIC X(1).
           05  CYC-START-TIME   PIC X(14).
           05  CYC-END-TIME     PIC X(14).
       FD  PERIODFILE.
       01  PCT-REC.
           05  PCT-PERIOD         PIC 9(6).
           05  PCT-STATUS         PIC X(1).
           05  PCT-CLOSE-DATE     PIC 9(8).
           05  PCT-CLOSED-BY      PIC X(20).
           05  PCT-PPA-APPROVER   PIC X(20).
           05  PCT-PPA-DATE       PIC 9(8).
       FD  EXEMPTFILE.
       01  EXM-REC.
           05  EXM-ACCOUNT-ID PIC X(10).
       01  WS-EXCEPT-STATUS   PIC XX.
       01  WS-GL-STATUS       PIC XX.
       01  WS-CYCLE-STATUS    PIC XX.
       01  WS-PERIOD-STATUS   PIC XX.
       01  WS-EXEMPT-FILE-STATUS PIC XX.
       01  WS-EXEMPT-OPEN     PIC X VALUE 'N'.
       01  WS-EXEMPT-AMOUNT   PIC 9(9)V99.
       PROCEDURE DIVISION.
       BEGIN.
           PERFORM DETERMINE-RUN-DATE
           PERFORM CHECK-PERIOD
           PERFORM DETERMINE-KEY-RANGE
           IF WS-PARTITION-RUN = 'N'
               PERFORM CYCLE-START
                   END-IF
           END-READ
           CLOSE CYCLEFILE.

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
