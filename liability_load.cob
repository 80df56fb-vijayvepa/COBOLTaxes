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
       FD  CYCLEFILE.
       01  CYC-REC.
           05  CYC-KEY.
                   MOVE ZERO           TO ITM-PENALTY
                   MOVE ZERO           TO ITM-PAID
                   MOVE ZERO           TO ITM-CREDIT
                   MOVE ZERO           TO ITM-PAID-TAX
                   MOVE ZERO           TO ITM-PAID-STATE
                   MOVE ZERO           TO ITM-PAID-INTEREST
                   MOVE ZERO           TO ITM-PAID-PENALTY
                   MOVE ZERO           TO ITM-ABATED-TAX
                   MOVE ZERO           TO ITM-ABATED-STATE
                   MOVE ZERO           TO ITM-ABATED-INTEREST
                   MOVE ZERO           TO ITM-ABATED-PENALTY
                   COMPUTE ITM-BALANCE-DUE = OUT-TAX + OUT-STATE-TAX
                   WRITE ITM-REC
                   IF WS-ITEM-STATUS NOT = '00'
                   ADD ITM-BALANCE-DUE TO WS-SUM-DUE
               NOT INVALID KEY
                   MOVE OUT-NAME      TO ITM-NAME
                   IF OUT-TAX > ITM-ABATED-TAX
                       COMPUTE ITM-ASSESSED-TAX =
                           OUT-TAX - ITM-ABATED-TAX
                   ELSE
                       MOVE ZERO TO ITM-ASSESSED-TAX
                   END-IF
                   IF OUT-STATE-TAX > ITM-ABATED-STATE
                       COMPUTE ITM-ASSESSED-STATE =
                           OUT-STATE-TAX - ITM-ABATED-STATE
                   ELSE
                       MOVE ZERO TO ITM-ASSESSED-STATE
                   END-IF
                   IF ITM-PAID >
                           ITM-ASSESSED-TAX + ITM-ASSESSED-STATE
                           + ITM-INTEREST + ITM-PENALTY
                       MOVE ZERO TO ITM-BALANCE-DUE
                   ELSE
                       COMPUTE ITM-BALANCE-DUE =
                           ITM-ASSESSED-TAX + ITM-ASSESSED-STATE
                           + ITM-INTEREST + ITM-PENALTY - ITM-PAID
                   END-IF
                   REWRITE ITM-REC
