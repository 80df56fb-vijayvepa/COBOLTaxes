               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-ACCOUNT-ID
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT HOLDFILE ASSIGN TO 'hold_master.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT PERIODFILE ASSIGN TO 'period_control.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ITEMFILE.
           05  ITM-PAID           PIC 9(9)V99.
           05  ITM-BALANCE-DUE    PIC 9(9)V99.
           05  ITM-CREDIT         PIC 9(9)V99.
           05  ITM-PAID-TAX       PIC 9(9)V99.
           05  ITM-PAID-STATE     PIC 9(9)V99.
           05  ITM-PAID-INTEREST  PIC 9(9)V99.
           05  ITM-PAID-PENALTY   PIC 9(9)V99.
           05  ITM-ABATED-TAX     PIC 9(9)V99.
           05  ITM-ABATED-STATE   PIC 9(9)V99.
           05  ITM-ABATED-INTEREST PIC 9(9)V99.
           05  ITM-ABATED-PENALTY PIC 9(9)V99.
       FD  REGISTERFILE.
       01  REGISTER-REC.
           05  ASR-TIMESTAMP   PIC X(14).
           05  PLN-PAID-COUNT     PIC 9(3).
           05  PLN-NEXT-DUE-DATE  PIC 9(8).
           05  PLN-LAST-PAY-DATE  PIC 9(8).
       FD  HOLDFILE.
       01  HLD-REC.
           05  HLD-KEY.
               10  HLD-ACCOUNT-ID PIC X(10).
               10  HLD-PERIOD     PIC 9(8).
           05  HLD-REASON         PIC X(4).
           05  HLD-START-DATE     PIC 9(8).
           05  HLD-START-DATE-R REDEFINES HLD-START-DATE.
               10  HLD-START-YYYY PIC 9(4).
               10  HLD-START-MM   PIC 9(2).
               10  HLD-START-DD   PIC 9(2).
           05  HLD-END-DATE       PIC 9(8).
           05  HLD-END-DATE-R REDEFINES HLD-END-DATE.
               10  HLD-END-YYYY   PIC 9(4).
               10  HLD-END-MM     PIC 9(2).
               10  HLD-END-DD     PIC 9(2).
           05  HLD-RESOLUTION     PIC X(1).
           05  HLD-ADJ-TAX        PIC 9(9)V99.
           05  HLD-ADJ-STATE      PIC 9(9)V99.
       FD  PERIODFILE.
       01  PCT-REC.
           05  PCT-PERIOD         PIC 9(6).
           05  PCT-STATUS         PIC X(1).
           05  PCT-CLOSE-DATE     PIC 9(8).
           05  PCT-CLOSED-BY      PIC X(20).
           05  PCT-PPA-APPROVER   PIC X(20).
           05  PCT-PPA-DATE       PIC 9(8).
       WORKING-STORAGE SECTION.
       01  WS-ITEM-STATUS     PIC XX.
       01  WS-REGISTER-STATUS PIC XX.
       01  WS-PLAN-STATUS     PIC XX.
       01  WS-PLANS-ON-FILE   PIC X VALUE 'N'.
       01  WS-PLAN-CURRENT    PIC X VALUE 'N'.
       01  WS-HOLD-STATUS     PIC XX.
       01  WS-PERIOD-STATUS   PIC XX.
       01  WS-HOLDS-ON-FILE   PIC X VALUE 'N'.
       01  WS-HOLD-ACTIVE     PIC X VALUE 'N'.
       01  WS-HOLD-DAYS       PIC S9(9).
       01  WS-ENV-DATE        PIC X(8).
       01  WS-ENV-RATE        PIC X(3).
       01  WS-TIME-FULL       PIC 9(8).
       01  WS-TOTAL-OWED      PIC 9(10)V99.
       01  WS-ITEM-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-ASSESS-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-HELD-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-SUM-INTEREST    PIC 9(11)V99 VALUE ZERO.
       01  WS-SUM-PENALTY     PIC 9(11)V99 VALUE ZERO.
       PROCEDURE DIVISION.
           MOVE WS-TIME-FULL(1:6) TO WS-TIME
           STRING WS-RUN-DATE WS-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP
           PERFORM CHECK-PERIOD
           OPEN I-O ITEMFILE
           IF WS-ITEM-STATUS NOT = '00'
               DISPLAY 'OPEN ITEMS FILE UNAVAILABLE, STATUS '
                   WS-ITEM-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND REGISTERFILE
           IF WS-REGISTER-STATUS = '35'
               OPEN OUTPUT REGISTERFILE
           END-IF
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY 'ASSESSMENT REGISTER UNAVAILABLE, STATUS '
                   WS-REGISTER-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT HOLDFILE
           IF WS-HOLD-STATUS = '00'
               MOVE 'Y' TO WS-HOLDS-ON-FILE
           ELSE
               IF WS-HOLD-STATUS NOT = '35'
                   DISPLAY 'HOLD MASTER UNAVAILABLE, STATUS '
                       WS-HOLD-STATUS
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ITEMFILE NEXT RECORD
                   AT END
           IF WS-PLANS-ON-FILE = 'Y'
               CLOSE PLANFILE
           END-IF
           IF WS-HOLDS-ON-FILE = 'Y'
               CLOSE HOLDFILE
           END-IF
           DISPLAY 'ITEMS READ        ' WS-ITEM-COUNT
           DISPLAY 'ITEMS ASSESSED    ' WS-ASSESS-COUNT
           DISPLAY 'ITEMS ON HOLD     ' WS-HELD-COUNT
           DISPLAY 'INTEREST ASSESSED ' WS-SUM-INTEREST
           DISPLAY 'PENALTY ASSESSED  ' WS-SUM-PENALTY
           STOP RUN.

       ASSESS-ITEM.
           PERFORM CHECK-HOLD
           IF WS-HOLD-ACTIVE = 'Y'
               ADD 1 TO WS-HELD-COUNT
           ELSE
               PERFORM ASSESS-OPEN-ITEM
           END-IF.

       ASSESS-OPEN-ITEM.
           MOVE ITM-PERIOD TO WS-ITEM-PERIOD
           COMPUTE WS-AGE-DAYS =
               (WS-RUN-YYYY - WS-ITM-YYYY) * 360
               + (WS-RUN-MM - WS-ITM-MM) * 30
               + (WS-RUN-DD - WS-ITM-DD)
               - WS-HOLD-DAYS
           IF WS-AGE-DAYS > 30
               COMPUTE WS-MONTHS-LATE =
                   (WS-AGE-DAYS - 30 + 29) / 30
               END-IF
               COMPUTE WS-NEW-INTEREST ROUNDED =
                   WS-PRINCIPAL * WS-INT-RATE * WS-MONTHS-LATE
               IF WS-NEW-INTEREST > ITM-ABATED-INTEREST
                   SUBTRACT ITM-ABATED-INTEREST FROM WS-NEW-INTEREST
               ELSE
                   MOVE ZERO TO WS-NEW-INTEREST
               END-IF
               PERFORM CHECK-PLAN-CURRENT
               IF WS-PLAN-CURRENT = 'Y'
                   MOVE ITM-PENALTY TO WS-NEW-PENALTY
               ELSE
                   COMPUTE WS-NEW-PENALTY ROUNDED =
                       WS-PRINCIPAL * WS-PEN-RATE
                   IF WS-NEW-PENALTY > ITM-ABATED-PENALTY
                       SUBTRACT ITM-ABATED-PENALTY FROM WS-NEW-PENALTY
                   ELSE
                       MOVE ZERO TO WS-NEW-PENALTY
                   END-IF
               END-IF
               IF WS-NEW-INTEREST NOT = ITM-INTEREST
                  OR WS-NEW-PENALTY NOT = ITM-PENALTY
               END-IF
           END-IF.

       CHECK-HOLD.
           MOVE 'N' TO WS-HOLD-ACTIVE
           MOVE ZERO TO WS-HOLD-DAYS
           IF WS-HOLDS-ON-FILE = 'Y'
               MOVE ITM-ACCOUNT-ID TO HLD-ACCOUNT-ID
               MOVE ITM-PERIOD     TO HLD-PERIOD
               READ HOLDFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HLD-RESOLUTION = SPACE
                           IF HLD-START-DATE <= WS-RUN-DATE
                               MOVE 'Y' TO WS-HOLD-ACTIVE
                           END-IF
                       ELSE
                           COMPUTE WS-HOLD-DAYS =
                               (HLD-END-YYYY - HLD-START-YYYY) * 360
                               + (HLD-END-MM - HLD-START-MM) * 30
                               + (HLD-END-DD - HLD-START-DD)
                       END-IF
               END-READ
           END-IF.

       CHECK-PLAN-CURRENT.
           MOVE 'N' TO WS-PLAN-CURRENT
           IF WS-PLANS-ON-FILE = 'Y'
           ADD 1 TO WS-ASSESS-COUNT
           ADD ITM-INTEREST TO WS-SUM-INTEREST
           ADD ITM-PENALTY  TO WS-SUM-PENALTY.

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
