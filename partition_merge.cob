               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYCLE-STATUS.
           SELECT PERIODFILE ASSIGN TO 'period_control.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MRGTAXFILE.
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
       WORKING-STORAGE SECTION.
       01  WS-MRGTAX-STATUS   PIC XX.
       01  WS-MRGEXC-STATUS   PIC XX.
       01  WS-REPORT-STATUS   PIC XX.
       01  WS-GL-STATUS       PIC XX.
       01  WS-CYCLE-STATUS    PIC XX.
       01  WS-PERIOD-STATUS   PIC XX.
       01  WS-CYCLE-FOUND     PIC X VALUE 'N'.
       01  WS-CYCLE-STEP      PIC X(8) VALUE 'TAXCALC'.
       01  WS-TIME-FULL       PIC 9(8).
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           PERFORM CHECK-PERIOD
           OPEN OUTPUT OUTFILE
           IF WS-OUTFILE-STATUS NOT = '00'
               DISPLAY 'TAXES FILE UNAVAILABLE, STATUS '
               STOP RUN
           END-IF
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
