           SELECT AGINGFILE ASSIGN TO 'aging.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGING-STATUS.
           SELECT HOLDFILE ASSIGN TO 'hold_master.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
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
       FD  AGINGFILE.
       01  AGING-REC          PIC X(100).
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
       WORKING-STORAGE SECTION.
       01  WS-ITEM-STATUS     PIC XX.
       01  WS-AGING-STATUS    PIC XX.
       01  WS-HOLD-STATUS     PIC XX.
       01  WS-HOLDS-ON-FILE   PIC X VALUE 'N'.
       01  WS-HOLD-ACTIVE     PIC X VALUE 'N'.
       01  WS-HOLD-DAYS       PIC S9(9).
       01  WS-ENV-DATE        PIC X(8).
       01  WS-RUN-DATE        PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
       01  WS-BUCKET          PIC X(8).
       01  WS-ITEM-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-OPEN-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-HELD-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-SUM-HELD        PIC 9(11)V99 VALUE ZERO.
       01  WS-SUM-CURRENT     PIC 9(11)V99 VALUE ZERO.
       01  WS-SUM-30          PIC 9(11)V99 VALUE ZERO.
       01  WS-SUM-60          PIC 9(11)V99 VALUE ZERO.
                   WS-AGING-STATUS
               STOP RUN
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
           MOVE WS-RUN-DATE TO WS-HL-DATE
           MOVE WS-HEAD-LINE TO AGING-REC
           PERFORM WRITE-AGING-REC
           MOVE WS-SUM-90            TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO AGING-REC
           PERFORM WRITE-AGING-REC
           MOVE 'HELD - NOT AGED'    TO WS-TL-LABEL
           MOVE WS-SUM-HELD          TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO AGING-REC
           PERFORM WRITE-AGING-REC
           MOVE 'INTEREST ACCRUED'   TO WS-TL-LABEL
           MOVE WS-SUM-INTEREST      TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO AGING-REC
           MOVE WS-TOTAL-LINE TO AGING-REC
           PERFORM WRITE-AGING-REC
           CLOSE ITEMFILE AGINGFILE
           IF WS-HOLDS-ON-FILE = 'Y'
               CLOSE HOLDFILE
           END-IF
           DISPLAY 'ITEMS READ        ' WS-ITEM-COUNT
           DISPLAY 'ITEMS OUTSTANDING ' WS-OPEN-COUNT
           DISPLAY 'ITEMS ON HOLD     ' WS-HELD-COUNT
           STOP RUN.

       AGE-ITEM.
           ADD 1 TO WS-OPEN-COUNT
           MOVE ITM-PERIOD TO WS-ITEM-PERIOD
           PERFORM CHECK-HOLD
           COMPUTE WS-AGE-DAYS =
               (WS-RUN-YYYY - WS-ITM-YYYY) * 360
               + (WS-RUN-MM - WS-ITM-MM) * 30
               + (WS-RUN-DD - WS-ITM-DD)
               - WS-HOLD-DAYS
           MOVE ITM-INTEREST TO WS-INTEREST
           MOVE ITM-PENALTY  TO WS-PENALTY
           ADD WS-INTEREST TO WS-SUM-INTEREST
           ADD WS-PENALTY  TO WS-SUM-PENALTY
           IF WS-HOLD-ACTIVE = 'Y'
               MOVE 'HELD    ' TO WS-BUCKET
               ADD ITM-BALANCE-DUE TO WS-SUM-HELD
               ADD 1 TO WS-HELD-COUNT
           ELSE
               PERFORM SET-BUCKET
           END-IF
           MOVE ITM-BALANCE-DUE TO WS-ITEM-TOTAL
           MOVE ITM-ACCOUNT-ID   TO WS-DL-ACCOUNT
           MOVE ITM-PERIOD       TO WS-DL-PERIOD
           MOVE WS-BUCKET        TO WS-DL-BUCKET
           MOVE ITM-BALANCE-DUE  TO WS-DL-DUE
           MOVE WS-INTEREST      TO WS-DL-INTEREST
           MOVE WS-PENALTY       TO WS-DL-PENALTY
           MOVE WS-ITEM-TOTAL    TO WS-DL-TOTAL
           MOVE WS-DETAIL-LINE TO AGING-REC
           PERFORM WRITE-AGING-REC.

       SET-BUCKET.
           IF WS-AGE-DAYS <= 30
               MOVE 'CURRENT ' TO WS-BUCKET
               ADD ITM-BALANCE-DUE TO WS-SUM-CURRENT
                       ADD ITM-BALANCE-DUE TO WS-SUM-90
                   END-IF
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

       WRITE-AGING-REC.
           WRITE AGING-REC
