       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLREFER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMFILE ASSIGN TO 'open_items.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-KEY
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT ADDRFILE ASSIGN TO 'taxpayer_master.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-ACCOUNT-ID
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT NHISTFILE ASSIGN TO 'notice_history.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTC-KEY
               FILE STATUS IS WS-NHIST-STATUS.
           SELECT HOLDFILE ASSIGN TO 'hold_master.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT REFERFILE ASSIGN TO 'collection_referrals.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-KEY
               FILE STATUS IS WS-REFER-STATUS.
           SELECT PLACEFILE ASSIGN TO 'agency_placements.txt'
               FILE STATUS IS WS-PLACE-STATUS.
           SELECT REGISTERFILE ASSIGN TO 'collection_register.txt'
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT NOADDRFILE ASSIGN TO 'referral_noaddr.txt'
               FILE STATUS IS WS-NOADDR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ITEMFILE.
       01  ITM-REC.
           05  ITM-KEY.
               10  ITM-ACCOUNT-ID PIC X(10).
               10  ITM-PERIOD     PIC 9(8).
           05  ITM-NAME           PIC X(20).
           05  ITM-ASSESSED-TAX   PIC 9(9)V99.
           05  ITM-ASSESSED-STATE PIC 9(9)V99.
           05  ITM-INTEREST       PIC 9(9)V99.
           05  ITM-PENALTY        PIC 9(9)V99.
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
       FD  ADDRFILE.
       01  ADR-REC.
           05  ADR-ACCOUNT-ID PIC X(10).
           05  ADR-FULL-NAME  PIC X(40).
           05  ADR-STREET     PIC X(40).
           05  ADR-CITY       PIC X(25).
           05  ADR-STATE      PIC X(2).
           05  ADR-ZIP        PIC X(10).
           05  ADR-MAIL-STATUS PIC X(1).
           05  ADR-RETURN-DATE PIC 9(8).
       FD  NHISTFILE.
       01  NTC-REC.
           05  NTC-KEY.
               10  NTC-ACCOUNT-ID PIC X(10).
               10  NTC-PERIOD     PIC 9(8).
           05  NTC-LEVEL          PIC 9(1).
           05  NTC-SENT-DATE      PIC 9(8).
           05  NTC-SENT-DATE-R REDEFINES NTC-SENT-DATE.
               10  NTC-SENT-YYYY  PIC 9(4).
               10  NTC-SENT-MM    PIC 9(2).
               10  NTC-SENT-DD    PIC 9(2).
       FD  HOLDFILE.
       01  HLD-REC.
           05  HLD-KEY.
               10  HLD-ACCOUNT-ID PIC X(10).
               10  HLD-PERIOD     PIC 9(8).
           05  HLD-REASON         PIC X(4).
           05  HLD-START-DATE     PIC 9(8).
           05  HLD-END-DATE       PIC 9(8).
           05  HLD-RESOLUTION     PIC X(1).
           05  HLD-ADJ-TAX        PIC 9(9)V99.
           05  HLD-ADJ-STATE      PIC 9(9)V99.
       FD  REFERFILE.
       01  REF-REC.
           05  REF-KEY.
               10  REF-ACCOUNT-ID PIC X(10).
               10  REF-PERIOD     PIC 9(8).
           05  REF-STATUS         PIC X(1).
           05  REF-PLACE-DATE     PIC 9(8).
           05  REF-PLACED-AMOUNT  PIC 9(9)V99.
           05  REF-RECOVERED      PIC 9(9)V99.
           05  REF-COMMISSION     PIC 9(9)V99.
           05  REF-CLOSE-DATE     PIC 9(8).
       FD  PLACEFILE.
       01  PLC-REC.
           05  PLC-TYPE           PIC X(1).
           05  PLC-ACCOUNT-ID     PIC X(10).
           05  PLC-PERIOD         PIC 9(8).
           05  PLC-FULL-NAME      PIC X(40).
           05  PLC-STREET         PIC X(40).
           05  PLC-CITY           PIC X(25).
           05  PLC-STATE          PIC X(2).
           05  PLC-ZIP            PIC X(10).
           05  PLC-TAX-DUE        PIC 9(9)V99.
           05  PLC-INTEREST-DUE   PIC 9(9)V99.
           05  PLC-PENALTY-DUE    PIC 9(9)V99.
           05  PLC-BALANCE-DUE    PIC 9(9)V99.
           05  PLC-NOTICE-DATE    PIC 9(8).
       01  PLC-HDR-REC.
           05  PLC-HDR-TYPE       PIC X(1).
           05  PLC-HDR-SOURCE     PIC X(8).
           05  PLC-HDR-RUN-DATE   PIC 9(8).
           05  PLC-HDR-TIMESTAMP  PIC X(14).
       01  PLC-TRL-REC.
           05  PLC-TRL-TYPE       PIC X(1).
           05  PLC-TRL-COUNT      PIC 9(5).
           05  PLC-TRL-TOTAL      PIC 9(11)V99.
       FD  REGISTERFILE.
       01  CRG-REC.
           05  CRG-TIMESTAMP      PIC X(14).
           05  CRG-ACTION         PIC X(1).
           05  CRG-ACCOUNT-ID     PIC X(10).
           05  CRG-PERIOD         PIC 9(8).
           05  CRG-GROSS          PIC 9(9)V99.
           05  CRG-COMMISSION     PIC 9(9)V99.
           05  CRG-NET            PIC 9(9)V99.
           05  CRG-OPERATOR       PIC X(20).
       FD  NOADDRFILE.
       01  NOADDR-REC.
           05  NOA-ACCOUNT-ID PIC X(10).
           05  NOA-PERIOD     PIC 9(8).
           05  NOA-NAME       PIC X(20).
           05  NOA-REASON     PIC X(25).
       WORKING-STORAGE SECTION.
       01  WS-ITEM-STATUS     PIC XX.
       01  WS-ADDR-STATUS     PIC XX.
       01  WS-NHIST-STATUS    PIC XX.
       01  WS-HOLD-STATUS     PIC XX.
       01  WS-REFER-STATUS    PIC XX.
       01  WS-PLACE-STATUS    PIC XX.
       01  WS-REGISTER-STATUS PIC XX.
       01  WS-NOADDR-STATUS   PIC XX.
       01  WS-HOLDS-ON-FILE   PIC X VALUE 'N'.
       01  WS-ENV-DATE        PIC X(8).
       01  WS-ENV-GRACE       PIC X(3).
       01  WS-GRACE-DAYS      PIC 9(3) VALUE 30.
       01  WS-RUN-DATE        PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY    PIC 9(4).
           05  WS-RUN-MM      PIC 9(2).
           05  WS-RUN-DD      PIC 9(2).
       01  WS-TIME-FULL       PIC 9(8).
       01  WS-TIME            PIC 9(6).
       01  WS-TIMESTAMP       PIC X(14).
       01  WS-OPERATOR        PIC X(20).
       01  WS-EOF             PIC X VALUE 'N'.
       01  WS-FOUND           PIC X VALUE 'N'.
       01  WS-ELIGIBLE        PIC X VALUE 'N'.
       01  WS-DAYS-SINCE      PIC S9(9).
       01  WS-COMPONENT-DUE   PIC S9(9)V99.
       01  WS-ITEM-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-PLACED-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-SUM-PLACED      PIC 9(11)V99 VALUE ZERO.
       01  WS-HELD-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-REFERRED-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-NOADDR-COUNT    PIC 9(9) VALUE ZERO.
       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT 'TAXCALC-RUN-DATE'
           IF WS-ENV-DATE IS NUMERIC AND WS-ENV-DATE NOT = SPACES
               MOVE WS-ENV-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           ACCEPT WS-ENV-GRACE FROM ENVIRONMENT 'COLREFER-GRACE-DAYS'
           IF WS-ENV-GRACE IS NUMERIC AND WS-ENV-GRACE NOT = SPACES
               MOVE WS-ENV-GRACE TO WS-GRACE-DAYS
           END-IF
           ACCEPT WS-TIME-FULL FROM TIME
           MOVE WS-TIME-FULL(1:6) TO WS-TIME
           STRING WS-RUN-DATE WS-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP
           ACCEPT WS-OPERATOR FROM ENVIRONMENT 'USER'
           IF WS-OPERATOR = SPACES
               MOVE 'UNKNOWN' TO WS-OPERATOR
           END-IF
           OPEN INPUT ITEMFILE
           IF WS-ITEM-STATUS NOT = '00'
               DISPLAY 'OPEN ITEMS FILE UNAVAILABLE, STATUS '
                   WS-ITEM-STATUS
               STOP RUN
           END-IF
           OPEN INPUT ADDRFILE
           IF WS-ADDR-STATUS NOT = '00'
               DISPLAY 'TAXPAYER MASTER UNAVAILABLE, STATUS '
                   WS-ADDR-STATUS
               STOP RUN
           END-IF
           OPEN INPUT NHISTFILE
           IF WS-NHIST-STATUS NOT = '00'
               DISPLAY 'NOTICE HISTORY UNAVAILABLE, STATUS '
                   WS-NHIST-STATUS
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
           OPEN I-O REFERFILE
           IF WS-REFER-STATUS = '35'
               OPEN OUTPUT REFERFILE
               IF WS-REFER-STATUS = '00'
                   CLOSE REFERFILE
                   OPEN I-O REFERFILE
               END-IF
           END-IF
           IF WS-REFER-STATUS NOT = '00'
               DISPLAY 'REFERRAL MASTER UNAVAILABLE, STATUS '
                   WS-REFER-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT PLACEFILE
           IF WS-PLACE-STATUS NOT = '00'
               DISPLAY 'PLACEMENT FILE UNAVAILABLE, STATUS '
                   WS-PLACE-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND REGISTERFILE
           IF WS-REGISTER-STATUS = '35'
               OPEN OUTPUT REGISTERFILE
           END-IF
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY 'COLLECTION REGISTER UNAVAILABLE, STATUS '
                   WS-REGISTER-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT NOADDRFILE
           IF WS-NOADDR-STATUS NOT = '00'
               DISPLAY 'NO-ADDRESS FILE UNAVAILABLE, STATUS '
                   WS-NOADDR-STATUS
               STOP RUN
           END-IF
           MOVE SPACES         TO PLC-HDR-REC
           MOVE 'H'            TO PLC-HDR-TYPE
           MOVE 'COLREFER'     TO PLC-HDR-SOURCE
           MOVE WS-RUN-DATE    TO PLC-HDR-RUN-DATE
           MOVE WS-TIMESTAMP   TO PLC-HDR-TIMESTAMP
           PERFORM WRITE-PLACE-REC
           PERFORM UNTIL WS-EOF = 'Y'
               READ ITEMFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ITEM-COUNT
                       IF ITM-BALANCE-DUE > ZERO
                           PERFORM SELECT-REFERRAL
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES          TO PLC-TRL-REC
           MOVE 'T'             TO PLC-TRL-TYPE
           MOVE WS-PLACED-COUNT TO PLC-TRL-COUNT
           MOVE WS-SUM-PLACED   TO PLC-TRL-TOTAL
           PERFORM WRITE-PLACE-REC
           CLOSE ITEMFILE ADDRFILE NHISTFILE REFERFILE PLACEFILE
               REGISTERFILE NOADDRFILE
           IF WS-HOLDS-ON-FILE = 'Y'
               CLOSE HOLDFILE
           END-IF
           DISPLAY 'ITEMS READ          ' WS-ITEM-COUNT
           DISPLAY 'ITEMS PLACED        ' WS-PLACED-COUNT
           DISPLAY 'AMOUNT PLACED       ' WS-SUM-PLACED
           DISPLAY 'ALREADY REFERRED    ' WS-REFERRED-COUNT
           DISPLAY 'SKIPPED ON HOLD     ' WS-HELD-COUNT
           DISPLAY 'NO ADDRESS ON FILE  ' WS-NOADDR-COUNT
           STOP RUN.

       SELECT-REFERRAL.
           MOVE 'N' TO WS-ELIGIBLE
           MOVE ITM-ACCOUNT-ID TO NTC-ACCOUNT-ID
           MOVE ITM-PERIOD     TO NTC-PERIOD
           READ NHISTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NTC-LEVEL = 3
                       COMPUTE WS-DAYS-SINCE =
                           (WS-RUN-YYYY - NTC-SENT-YYYY) * 360
                           + (WS-RUN-MM - NTC-SENT-MM) * 30
                           + (WS-RUN-DD - NTC-SENT-DD)
                       IF WS-DAYS-SINCE > WS-GRACE-DAYS
                           MOVE 'Y' TO WS-ELIGIBLE
                       END-IF
                   END-IF
           END-READ
           IF WS-ELIGIBLE = 'Y'
               PERFORM READ-REFERRAL
               IF WS-FOUND = 'Y'
                   ADD 1 TO WS-REFERRED-COUNT
               ELSE
                   PERFORM CHECK-HOLD
                   IF WS-FOUND = 'Y'
                       ADD 1 TO WS-HELD-COUNT
                   ELSE
                       PERFORM READ-ADDRESS
                       IF WS-FOUND = 'Y'
                           PERFORM WRITE-PLACEMENT
                           PERFORM RECORD-REFERRAL
                           PERFORM WRITE-REGISTER
                       ELSE
                           PERFORM WRITE-NOADDR
                       END-IF
                   END-IF
               END-IF
           END-IF.

       READ-REFERRAL.
           MOVE 'N' TO WS-FOUND
           MOVE ITM-ACCOUNT-ID TO REF-ACCOUNT-ID
           MOVE ITM-PERIOD     TO REF-PERIOD
           READ REFERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ.

       CHECK-HOLD.
           MOVE 'N' TO WS-FOUND
           IF WS-HOLDS-ON-FILE = 'Y'
               MOVE ITM-ACCOUNT-ID TO HLD-ACCOUNT-ID
               MOVE ITM-PERIOD     TO HLD-PERIOD
               READ HOLDFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HLD-RESOLUTION = SPACE
                          AND HLD-START-DATE <= WS-RUN-DATE
                           MOVE 'Y' TO WS-FOUND
                       END-IF
               END-READ
           END-IF.

       READ-ADDRESS.
           MOVE 'N' TO WS-FOUND
           MOVE ITM-ACCOUNT-ID TO ADR-ACCOUNT-ID
           READ ADDRFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ.

       WRITE-PLACEMENT.
           MOVE SPACES         TO PLC-REC
           MOVE 'D'            TO PLC-TYPE
           MOVE ITM-ACCOUNT-ID TO PLC-ACCOUNT-ID
           MOVE ITM-PERIOD     TO PLC-PERIOD
           MOVE ADR-FULL-NAME  TO PLC-FULL-NAME
           MOVE ADR-STREET     TO PLC-STREET
           MOVE ADR-CITY       TO PLC-CITY
           MOVE ADR-STATE      TO PLC-STATE
           MOVE ADR-ZIP        TO PLC-ZIP
           COMPUTE WS-COMPONENT-DUE =
               ITM-ASSESSED-TAX + ITM-ASSESSED-STATE
               - ITM-PAID-TAX - ITM-PAID-STATE
           IF WS-COMPONENT-DUE < ZERO
               MOVE ZERO TO WS-COMPONENT-DUE
           END-IF
           MOVE WS-COMPONENT-DUE TO PLC-TAX-DUE
           COMPUTE WS-COMPONENT-DUE =
               ITM-INTEREST - ITM-PAID-INTEREST
           IF WS-COMPONENT-DUE < ZERO
               MOVE ZERO TO WS-COMPONENT-DUE
           END-IF
           MOVE WS-COMPONENT-DUE TO PLC-INTEREST-DUE
           COMPUTE WS-COMPONENT-DUE =
               ITM-PENALTY - ITM-PAID-PENALTY
           IF WS-COMPONENT-DUE < ZERO
               MOVE ZERO TO WS-COMPONENT-DUE
           END-IF
           MOVE WS-COMPONENT-DUE TO PLC-PENALTY-DUE
           MOVE ITM-BALANCE-DUE TO PLC-BALANCE-DUE
           MOVE NTC-SENT-DATE   TO PLC-NOTICE-DATE
           PERFORM WRITE-PLACE-REC
           ADD 1 TO WS-PLACED-COUNT
           ADD ITM-BALANCE-DUE TO WS-SUM-PLACED.

       RECORD-REFERRAL.
           MOVE ITM-ACCOUNT-ID  TO REF-ACCOUNT-ID
           MOVE ITM-PERIOD      TO REF-PERIOD
           MOVE 'P'             TO REF-STATUS
           MOVE WS-RUN-DATE     TO REF-PLACE-DATE
           MOVE ITM-BALANCE-DUE TO REF-PLACED-AMOUNT
           MOVE ZERO            TO REF-RECOVERED
           MOVE ZERO            TO REF-COMMISSION
           MOVE ZERO            TO REF-CLOSE-DATE
           WRITE REF-REC
           IF WS-REFER-STATUS NOT = '00'
               DISPLAY 'REFERRAL MASTER WRITE FAILED, STATUS '
                   WS-REFER-STATUS
               STOP RUN
           END-IF.

       WRITE-REGISTER.
           MOVE WS-TIMESTAMP    TO CRG-TIMESTAMP
           MOVE 'P'             TO CRG-ACTION
           MOVE ITM-ACCOUNT-ID  TO CRG-ACCOUNT-ID
           MOVE ITM-PERIOD      TO CRG-PERIOD
           MOVE ITM-BALANCE-DUE TO CRG-GROSS
           MOVE ZERO            TO CRG-COMMISSION
           MOVE ZERO            TO CRG-NET
           MOVE WS-OPERATOR     TO CRG-OPERATOR
           WRITE CRG-REC
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY 'COLLECTION REGISTER WRITE FAILED, STATUS '
                   WS-REGISTER-STATUS
               STOP RUN
           END-IF.

       WRITE-PLACE-REC.
           WRITE PLC-REC
           IF WS-PLACE-STATUS NOT = '00'
               DISPLAY 'PLACEMENT FILE WRITE FAILED, STATUS '
                   WS-PLACE-STATUS
               STOP RUN
           END-IF.

       WRITE-NOADDR.
           MOVE ITM-ACCOUNT-ID TO NOA-ACCOUNT-ID
           MOVE ITM-PERIOD     TO NOA-PERIOD
           MOVE ITM-NAME       TO NOA-NAME
           MOVE 'NO ADDRESS ON FILE' TO NOA-REASON
           WRITE NOADDR-REC
           IF WS-NOADDR-STATUS NOT = '00'
               DISPLAY 'NO-ADDRESS FILE WRITE FAILED, STATUS '
                   WS-NOADDR-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-NOADDR-COUNT.
