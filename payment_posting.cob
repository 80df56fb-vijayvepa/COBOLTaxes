               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYCLE-STATUS.
           SELECT DISTRPTFILE ASSIGN TO 'distribution.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTRPT-STATUS.
           SELECT REMITFILE ASSIGN TO 'remittance.txt'
               FILE STATUS IS WS-REMIT-STATUS.
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
       FD  PAYMENTFILE.
       01  PAY-REC.
           05  PAY-ACCOUNT-ID PIC X(10).
           05  CYC-STATUS       PIC X(1).
           05  CYC-START-TIME   PIC X(14).
           05  CYC-END-TIME     PIC X(14).
       FD  DISTRPTFILE.
       01  DISTRPT-REC          PIC X(100).
       FD  REMITFILE.
       01  REMIT-REC.
           05  RMT-RUN-DATE     PIC 9(8).
           05  RMT-JURISDICTION PIC X(4).
           05  RMT-DIST-COUNT   PIC 9(9).
           05  RMT-AMOUNT       PIC 9(11)V99.
       FD  PERIODFILE.
       01  PCT-REC.
           05  PCT-PERIOD         PIC 9(6).
           05  PCT-STATUS         PIC X(1).
           05  PCT-CLOSE-DATE     PIC 9(8).
           05  PCT-CLOSED-BY      PIC X(20).
           05  PCT-PPA-APPROVER   PIC X(20).
           05  PCT-PPA-DATE       PIC 9(8).
       WORKING-STORAGE SECTION.
       01  WS-ITEM-STATUS      PIC XX.
       01  WS-PAYMENT-STATUS   PIC XX.
       01  WS-REFREG-STATUS    PIC XX.
       01  WS-PLAN-STATUS      PIC XX.
       01  WS-CYCLE-STATUS     PIC XX.
       01  WS-DISTRPT-STATUS   PIC XX.
       01  WS-REMIT-STATUS     PIC XX.
       01  WS-PERIOD-STATUS    PIC XX.
       01  WS-PERIODS-ON-FILE  PIC X VALUE 'N'.
       01  WS-PERIOD-CLOSED    PIC X VALUE 'N'.
       01  WS-POST-DATE        PIC 9(8).
       01  WS-REDATED-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-CYCLE-FOUND      PIC X VALUE 'N'.
       01  WS-CYCLE-STEP       PIC X(8) VALUE 'PAYPOST'.
       01  WS-CYCLE-PRED       PIC X(8) VALUE 'LIABLOAD'.
       01  WS-REFUND-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-SUM-OFFSET       PIC 9(11)V99 VALUE ZERO.
       01  WS-SUM-REFUND       PIC 9(11)V99 VALUE ZERO.
       01  WS-SUM-UNAPPLIED    PIC 9(11)V99 VALUE ZERO.
       01  WS-DIST-TYPE        PIC X(8).
       01  WS-DIST-AMOUNT      PIC 9(9)V99.
       01  WS-DIST-LEFT        PIC 9(9)V99.
       01  WS-DIST-NEED        PIC 9(9)V99.
       01  WS-DIST-SHARE       PIC 9(9)V99.
       01  WS-DIST-TAX         PIC 9(9)V99.
       01  WS-DIST-STATE       PIC 9(9)V99.
       01  WS-DIST-INTEREST    PIC 9(9)V99.
       01  WS-DIST-PENALTY     PIC 9(9)V99.
       01  WS-DIST-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-FED-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-STATE-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-OWN-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-SUM-DIST-TAX     PIC 9(11)V99 VALUE ZERO.
       01  WS-SUM-DIST-STATE   PIC 9(11)V99 VALUE ZERO.
       01  WS-SUM-DIST-INTEREST PIC 9(11)V99 VALUE ZERO.
       01  WS-SUM-DIST-PENALTY PIC 9(11)V99 VALUE ZERO.
       01  WS-SUM-DIST-OWN     PIC 9(11)V99 VALUE ZERO.
       01  WS-DIST-HEAD-LINE.
           05  FILLER          PIC X(35)
               VALUE 'PAYMENT DISTRIBUTION REPORT AS OF '.
           05  WS-DH-DATE      PIC 9(8).
       01  WS-DIST-DETAIL-LINE.
           05  WS-DD-TYPE      PIC X(8).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  WS-DD-ACCOUNT   PIC X(10).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  WS-DD-PERIOD    PIC 9(8).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  WS-DD-TAX       PIC Z(9)9.99.
           05  FILLER          PIC X(1) VALUE SPACE.
           05  WS-DD-STATE     PIC Z(9)9.99.
           05  FILLER          PIC X(1) VALUE SPACE.
           05  WS-DD-INTEREST  PIC Z(9)9.99.
           05  FILLER          PIC X(1) VALUE SPACE.
           05  WS-DD-PENALTY   PIC Z(9)9.99.
       01  WS-DIST-TOTAL-LINE.
           05  WS-DT-LABEL     PIC X(24).
           05  WS-DT-VALUE     PIC Z(10)9.99.
       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT 'TAXCALC-RUN-DATE'
           MOVE WS-TIME-FULL(1:6) TO WS-TIME
           STRING WS-RUN-DATE WS-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP
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
           MOVE WS-RUN-DATE TO WS-POST-DATE
           PERFORM CHECK-PERIOD
           IF WS-PERIOD-CLOSED = 'Y'
               DISPLAY 'ACCOUNTING PERIOD ' PCT-PERIOD
                   ' IS CLOSED, RUN REJECTED'
               CLOSE PERIODFILE
               STOP RUN
           END-IF
           PERFORM CYCLE-START
           OPEN INPUT PAYMENTFILE
           IF WS-PAYMENT-STATUS NOT = '00'
                   WS-ITEM-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND REGISTERFILE
           IF WS-REGISTER-STATUS = '35'
               OPEN OUTPUT REGISTERFILE
           END-IF
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY 'PAYMENT REGISTER UNAVAILABLE, STATUS '
                   WS-REGISTER-STATUS
                   WS-REFUND-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND REFREGFILE
           IF WS-REFREG-STATUS = '35'
               OPEN OUTPUT REFREGFILE
           END-IF
           IF WS-REFREG-STATUS NOT = '00'
               DISPLAY 'REFUND REGISTER UNAVAILABLE, STATUS '
                   WS-REFREG-STATUS
                   WS-PLAN-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT DISTRPTFILE
           IF WS-DISTRPT-STATUS NOT = '00'
               DISPLAY 'DISTRIBUTION REPORT UNAVAILABLE, STATUS '
                   WS-DISTRPT-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REMITFILE
           IF WS-REMIT-STATUS NOT = '00'
               DISPLAY 'REMITTANCE FILE UNAVAILABLE, STATUS '
                   WS-REMIT-STATUS
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-DH-DATE
           MOVE WS-DIST-HEAD-LINE TO DISTRPT-REC
           PERFORM WRITE-DISTRPT-REC
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYMENTFILE
                   AT END
                       PERFORM POST-PAYMENT
               END-READ
           END-PERFORM
           PERFORM WRITE-DIST-TOTALS
           PERFORM WRITE-REMITTANCE
           CLOSE PAYMENTFILE ITEMFILE REGISTERFILE UNAPPLIEDFILE
               REFUNDFILE REFREGFILE PLANFILE DISTRPTFILE REMITFILE
           IF WS-PERIODS-ON-FILE = 'Y'
               CLOSE PERIODFILE
           END-IF
           PERFORM CYCLE-COMPLETE
           DISPLAY 'PAYMENTS READ      ' WS-PAYMENT-COUNT
           DISPLAY 'PAYMENTS POSTED    ' WS-POSTED-COUNT
           DISPLAY 'PAYMENTS UNAPPLIED ' WS-UNAPPLIED-COUNT
           DISPLAY 'AMOUNT POSTED      ' WS-SUM-POSTED
           DISPLAY 'PAYMENTS REDATED   ' WS-REDATED-COUNT
           DISPLAY 'OVERPAID ITEMS     ' WS-OVERPAY-COUNT
           DISPLAY 'CREDIT OFFSETS     ' WS-OFFSET-COUNT
           DISPLAY 'AMOUNT OFFSET      ' WS-SUM-OFFSET
           DISPLAY 'REFUNDS WRITTEN    ' WS-REFUND-COUNT
           DISPLAY 'AMOUNT REFUNDED    ' WS-SUM-REFUND
           DISPLAY 'INSTALLMENTS PAID  ' WS-INSTALL-COUNT
           DISPLAY 'FEDERAL REMITTANCE ' WS-SUM-DIST-TAX
           DISPLAY 'STATE REMITTANCE   ' WS-SUM-DIST-STATE
           DISPLAY 'INT/PEN REVENUE    ' WS-SUM-DIST-OWN
           STOP RUN.

       POST-PAYMENT.
                           PERFORM WRITE-UNAPPLIED
                   END-ADD
                   IF WS-FOUND = 'Y'
                       MOVE PAY-AMOUNT TO WS-DIST-AMOUNT
                       PERFORM DISTRIBUTE-PAYMENT
                       IF ITM-PAID >
                               ITM-ASSESSED-TAX + ITM-ASSESSED-STATE
                               + ITM-INTEREST + ITM-PENALTY
                           STOP RUN
                       END-IF
                       PERFORM WRITE-REGISTER
                       MOVE 'PAYMENT' TO WS-DIST-TYPE
                       PERFORM WRITE-DISTRIBUTION
                       PERFORM UPDATE-PLAN
                       IF WS-CREDIT-LEFT > ZERO
                           ADD 1 TO WS-OVERPAY-COUNT
           ADD WS-OFFSET-AMOUNT        TO ITM-PAID
           SUBTRACT WS-OFFSET-AMOUNT FROM ITM-BALANCE-DUE
           SUBTRACT WS-OFFSET-AMOUNT FROM WS-CREDIT-LEFT
           MOVE WS-OFFSET-AMOUNT TO WS-DIST-AMOUNT
           PERFORM DISTRIBUTE-PAYMENT
           REWRITE ITM-REC
           IF WS-ITEM-STATUS NOT = '00'
               DISPLAY 'OPEN ITEMS REWRITE FAILED, STATUS '
                   WS-ITEM-STATUS
               STOP RUN
           END-IF
           MOVE 'OFFSET' TO WS-DIST-TYPE
           PERFORM WRITE-DISTRIBUTION
           ADD 1 TO WS-OFFSET-COUNT
           ADD WS-OFFSET-AMOUNT TO WS-SUM-OFFSET.

           END-READ.

       WRITE-REGISTER.
           MOVE PAY-DATE TO WS-POST-DATE
           PERFORM CHECK-PERIOD
           IF WS-PERIOD-CLOSED = 'Y'
               MOVE WS-RUN-DATE TO WS-POST-DATE
               ADD 1 TO WS-REDATED-COUNT
           END-IF
           MOVE WS-TIMESTAMP   TO REG-TIMESTAMP
           MOVE PAY-ACCOUNT-ID TO REG-ACCOUNT-ID
           MOVE PAY-PERIOD     TO REG-PERIOD
           MOVE WS-POST-DATE   TO REG-PAY-DATE
           MOVE PAY-AMOUNT     TO REG-AMOUNT
           MOVE ITM-BALANCE-DUE TO REG-NEW-DUE
           WRITE REGISTER-REC
                   WS-UNAPPLIED-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-UNAPPLIED-COUNT
           IF PAY-AMOUNT IS NUMERIC
               ADD PAY-AMOUNT TO WS-SUM-UNAPPLIED
           END-IF.

       DISTRIBUTE-PAYMENT.
           MOVE WS-DIST-AMOUNT TO WS-DIST-LEFT
           MOVE ZERO TO WS-DIST-TAX
           MOVE ZERO TO WS-DIST-STATE
           MOVE ZERO TO WS-DIST-INTEREST
           MOVE ZERO TO WS-DIST-PENALTY
           IF ITM-ASSESSED-TAX > ITM-PAID-TAX
               COMPUTE WS-DIST-NEED = ITM-ASSESSED-TAX - ITM-PAID-TAX
               PERFORM DISTRIBUTE-SHARE
               MOVE WS-DIST-SHARE TO WS-DIST-TAX
               ADD WS-DIST-SHARE TO ITM-PAID-TAX
           END-IF
           IF ITM-ASSESSED-STATE > ITM-PAID-STATE
               COMPUTE WS-DIST-NEED =
                   ITM-ASSESSED-STATE - ITM-PAID-STATE
               PERFORM DISTRIBUTE-SHARE
               MOVE WS-DIST-SHARE TO WS-DIST-STATE
               ADD WS-DIST-SHARE TO ITM-PAID-STATE
           END-IF
           IF ITM-INTEREST > ITM-PAID-INTEREST
               COMPUTE WS-DIST-NEED = ITM-INTEREST - ITM-PAID-INTEREST
               PERFORM DISTRIBUTE-SHARE
               MOVE WS-DIST-SHARE TO WS-DIST-INTEREST
               ADD WS-DIST-SHARE TO ITM-PAID-INTEREST
           END-IF
           IF ITM-PENALTY > ITM-PAID-PENALTY
               COMPUTE WS-DIST-NEED = ITM-PENALTY - ITM-PAID-PENALTY
               PERFORM DISTRIBUTE-SHARE
               MOVE WS-DIST-SHARE TO WS-DIST-PENALTY
               ADD WS-DIST-SHARE TO ITM-PAID-PENALTY
           END-IF.

       DISTRIBUTE-SHARE.
           IF WS-DIST-LEFT < WS-DIST-NEED
               MOVE WS-DIST-LEFT TO WS-DIST-SHARE
           ELSE
               MOVE WS-DIST-NEED TO WS-DIST-SHARE
           END-IF
           SUBTRACT WS-DIST-SHARE FROM WS-DIST-LEFT.

       WRITE-DISTRIBUTION.
           MOVE WS-DIST-TYPE     TO WS-DD-TYPE
           MOVE ITM-ACCOUNT-ID   TO WS-DD-ACCOUNT
           MOVE ITM-PERIOD       TO WS-DD-PERIOD
           MOVE WS-DIST-TAX      TO WS-DD-TAX
           MOVE WS-DIST-STATE    TO WS-DD-STATE
           MOVE WS-DIST-INTEREST TO WS-DD-INTEREST
           MOVE WS-DIST-PENALTY  TO WS-DD-PENALTY
           MOVE WS-DIST-DETAIL-LINE TO DISTRPT-REC
           PERFORM WRITE-DISTRPT-REC
           ADD 1 TO WS-DIST-COUNT
           IF WS-DIST-TAX > ZERO
               ADD 1 TO WS-FED-COUNT
               ADD WS-DIST-TAX TO WS-SUM-DIST-TAX
           END-IF
           IF WS-DIST-STATE > ZERO
               ADD 1 TO WS-STATE-COUNT
               ADD WS-DIST-STATE TO WS-SUM-DIST-STATE
           END-IF
           IF WS-DIST-INTEREST > ZERO OR WS-DIST-PENALTY > ZERO
               ADD 1 TO WS-OWN-COUNT
               ADD WS-DIST-INTEREST TO WS-SUM-DIST-INTEREST
               ADD WS-DIST-PENALTY  TO WS-SUM-DIST-PENALTY
               ADD WS-DIST-INTEREST TO WS-SUM-DIST-OWN
               ADD WS-DIST-PENALTY  TO WS-SUM-DIST-OWN
           END-IF.

       WRITE-DIST-TOTALS.
           MOVE 'PAYMENTS POSTED'      TO WS-DT-LABEL
           MOVE WS-SUM-POSTED          TO WS-DT-VALUE
           MOVE WS-DIST-TOTAL-LINE TO DISTRPT-REC
           PERFORM WRITE-DISTRPT-REC
           MOVE 'FEDERAL TAX'          TO WS-DT-LABEL
           MOVE WS-SUM-DIST-TAX        TO WS-DT-VALUE
           MOVE WS-DIST-TOTAL-LINE TO DISTRPT-REC
           PERFORM WRITE-DISTRPT-REC
           MOVE 'STATE TAX'            TO WS-DT-LABEL
           MOVE WS-SUM-DIST-STATE      TO WS-DT-VALUE
           MOVE WS-DIST-TOTAL-LINE TO DISTRPT-REC
           PERFORM WRITE-DISTRPT-REC
           MOVE 'INTEREST'             TO WS-DT-LABEL
           MOVE WS-SUM-DIST-INTEREST   TO WS-DT-VALUE
           MOVE WS-DIST-TOTAL-LINE TO DISTRPT-REC
           PERFORM WRITE-DISTRPT-REC
           MOVE 'PENALTY'              TO WS-DT-LABEL
           MOVE WS-SUM-DIST-PENALTY    TO WS-DT-VALUE
           MOVE WS-DIST-TOTAL-LINE TO DISTRPT-REC
           PERFORM WRITE-DISTRPT-REC
           MOVE 'REFUNDED'             TO WS-DT-LABEL
           MOVE WS-SUM-REFUND          TO WS-DT-VALUE
           MOVE WS-DIST-TOTAL-LINE TO DISTRPT-REC
           PERFORM WRITE-DISTRPT-REC
           MOVE 'UNAPPLIED'            TO WS-DT-LABEL
           MOVE WS-SUM-UNAPPLIED       TO WS-DT-VALUE
           MOVE WS-DIST-TOTAL-LINE TO DISTRPT-REC
           PERFORM WRITE-DISTRPT-REC
           MOVE 'REMIT TO FEDERAL'     TO WS-DT-LABEL
           MOVE WS-SUM-DIST-TAX        TO WS-DT-VALUE
           MOVE WS-DIST-TOTAL-LINE TO DISTRPT-REC
           PERFORM WRITE-DISTRPT-REC
           MOVE 'REMIT TO STATE'       TO WS-DT-LABEL
           MOVE WS-SUM-DIST-STATE      TO WS-DT-VALUE
           MOVE WS-DIST-TOTAL-LINE TO DISTRPT-REC
           PERFORM WRITE-DISTRPT-REC
           MOVE 'RETAINED INT/PENALTY' TO WS-DT-LABEL
           MOVE WS-SUM-DIST-OWN        TO WS-DT-VALUE
           MOVE WS-DIST-TOTAL-LINE TO DISTRPT-REC
           PERFORM WRITE-DISTRPT-REC.

       WRITE-REMITTANCE.
           MOVE WS-RUN-DATE       TO RMT-RUN-DATE
           MOVE 'FED '            TO RMT-JURISDICTION
           MOVE WS-FED-COUNT      TO RMT-DIST-COUNT
           MOVE WS-SUM-DIST-TAX   TO RMT-AMOUNT
           PERFORM WRITE-REMIT-REC
           MOVE 'STAT'            TO RMT-JURISDICTION
           MOVE WS-STATE-COUNT    TO RMT-DIST-COUNT
           MOVE WS-SUM-DIST-STATE TO RMT-AMOUNT
           PERFORM WRITE-REMIT-REC
           MOVE 'OWN '            TO RMT-JURISDICTION
           MOVE WS-OWN-COUNT      TO RMT-DIST-COUNT
           MOVE WS-SUM-DIST-OWN   TO RMT-AMOUNT
           PERFORM WRITE-REMIT-REC.

       WRITE-REMIT-REC.
           WRITE REMIT-REC
           IF WS-REMIT-STATUS NOT = '00'
               DISPLAY 'REMITTANCE FILE WRITE FAILED, STATUS '
                   WS-REMIT-STATUS
               STOP RUN
           END-IF.

       WRITE-DISTRPT-REC.
           WRITE DISTRPT-REC
           IF WS-DISTRPT-STATUS NOT = '00'
               DISPLAY 'DISTRIBUTION REPORT WRITE FAILED, STATUS '
                   WS-DISTRPT-STATUS
               STOP RUN
           END-IF.

       CYCLE-START.
           OPEN I-O CYCLEFILE
                   END-IF
           END-READ
           CLOSE CYCLEFILE.

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
