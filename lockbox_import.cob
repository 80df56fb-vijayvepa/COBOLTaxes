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
       FD  LOCKBOXFILE.
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
       01  WS-LOCKBOX-STATUS  PIC XX.
       01  WS-PAYMENT-STATUS  PIC XX.
       01  WS-SUSPENSE-STATUS PIC XX.
       01  WS-BALANCE-STATUS  PIC XX.
       01  WS-CYCLE-STATUS    PIC XX.
       01  WS-PERIOD-STATUS   PIC XX.
       01  WS-PERIODS-ON-FILE PIC X VALUE 'N'.
       01  WS-PERIOD-CLOSED   PIC X VALUE 'N'.
       01  WS-POST-DATE       PIC 9(8).
       01  WS-LAST-IMPORT     PIC X(14).
       01  WS-POSTED-SINCE    PIC X VALUE 'N'.
       01  WS-SCAN-DONE       PIC X VALUE 'N'.
       01  WS-REL-DEPOSITS    PIC 9(5) VALUE ZERO.
       01  WS-SUS-DEPOSITS    PIC 9(5) VALUE ZERO.
       01  WS-DUP-DEPOSITS    PIC 9(5) VALUE ZERO.
       01  WS-RDR-DEPOSITS    PIC 9(5) VALUE ZERO.
       01  WS-STRAY-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-PAYMENT-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-SUM-IMPORTED    PIC 9(13)V99 VALUE ZERO.
               STOP RUN
           END-IF
           PERFORM CHECK-PENDING-PAYMENTS
           OPEN INPUT PERIODFILE
           IF WS-PERIOD-STATUS = '00'
               MOVE 'Y' TO WS-PERIODS-ON-FILE
           ELSE
               IF WS-PERIOD-STATUS NOT = '35'
                   DISPLAY 'PERIOD CONTROL UNAVAILABLE, STATUS '
                       WS-PERIOD-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN EXTEND SUSPENSEFILE
           IF WS-SUSPENSE-STATUS = '35'
               OPEN OUTPUT SUSPENSEFILE
           PERFORM WRITE-BALANCE-TOTALS
           CLOSE LOCKBOXFILE PAYWORKFILE DEPOSITFILE
               SUSPENSEFILE BALANCEFILE
           IF WS-PERIODS-ON-FILE = 'Y'
               CLOSE PERIODFILE
           END-IF
           IF WS-REL-DEPOSITS > 0
               CALL 'CBL_RENAME_FILE' USING WS-NEW-NAME WS-LIVE-NAME
                   RETURNING WS-RENAME-RC
           DISPLAY 'DEPOSITS IMPORTED  ' WS-REL-DEPOSITS
           DISPLAY 'DEPOSITS SUSPENDED ' WS-SUS-DEPOSITS
           DISPLAY 'DEPOSITS DUPLICATE ' WS-DUP-DEPOSITS
           DISPLAY 'DEPOSITS REDATED   ' WS-RDR-DEPOSITS
           DISPLAY 'STRAY RECORDS      ' WS-STRAY-COUNT
           DISPLAY 'PAYMENTS WRITTEN   ' WS-PAYMENT-COUNT
           DISPLAY 'AMOUNT IMPORTED    ' WS-SUM-IMPORTED
           END-IF.

       RELEASE-DEPOSIT.
           MOVE WS-HDR-DATE TO WS-POST-DATE
           PERFORM CHECK-PERIOD
           IF WS-PERIOD-CLOSED = 'Y'
               MOVE WS-RUN-DATE TO WS-POST-DATE
               ADD 1 TO WS-RDR-DEPOSITS
           END-IF
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                   UNTIL WS-BATCH-IDX > WS-BATCH-SIZE
               PERFORM WRITE-PAYMENT
           MOVE WS-BATCH-ENTRY(WS-BATCH-IDX) TO WS-BATCH-ITEM
           MOVE WS-BI-ACCOUNT-ID TO PAY-ACCOUNT-ID
           MOVE WS-BI-PERIOD     TO PAY-PERIOD
           MOVE WS-POST-DATE     TO PAY-DATE
           MOVE WS-BI-AMOUNT     TO PAY-AMOUNT
           WRITE PAY-REC
           IF WS-PAYMENT-STATUS NOT = '00'
           MOVE 'DUPLICATE DEPOSITS'     TO WS-TL-LABEL
           MOVE WS-DUP-DEPOSITS          TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO BALANCE-REC
           PERFORM WRITE-BALANCE-REC
           MOVE 'DEPOSITS REDATED'       TO WS-TL-LABEL
           MOVE WS-RDR-DEPOSITS          TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO BALANCE-REC
           PERFORM WRITE-BALANCE-REC.

       WRITE-SUSPENSE-REC.
                   WS-BALANCE-STATUS
               STOP RUN
           END-IF.

       CHECK-PERIOD.
           MOVE 'N' TO WS-PERIOD-CLOSED
           IF WS-PERIODS-ON-FILE = 'Y'
               MOVE WS-POST-DATE(1:6) TO PCT-PERIOD
               READ PERIODFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PCT-STATUS = 'C'
                           MOVE 'Y' TO WS-PERIOD-CLOSED
                       END-IF
               END-READ
           END-IF.
