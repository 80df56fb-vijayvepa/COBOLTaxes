       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLRECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTERFILE ASSIGN TO 'collection_register.txt'
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT REFERFILE ASSIGN TO 'collection_referrals.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-KEY
               FILE STATUS IS WS-REFER-STATUS.
           SELECT RECONFILE ASSIGN TO 'collection_recon.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  RECONFILE.
       01  RECON-REC          PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-REGISTER-STATUS PIC XX.
       01  WS-REFER-STATUS    PIC XX.
       01  WS-RECON-STATUS    PIC XX.
       01  WS-ENV-DATE        PIC X(8).
       01  WS-ENV-MONTH       PIC X(6).
       01  WS-RUN-DATE        PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-MONTH   PIC 9(6).
           05  WS-RUN-DD      PIC 9(2).
       01  WS-RECON-MONTH     PIC 9(6).
       01  WS-EOF             PIC X VALUE 'N'.
       01  WS-OUTSTANDING     PIC S9(9)V99.
       01  WS-REG-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-PLACED-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-RECOVERY-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-RECALL-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-CLOSURE-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-SUM-PLACED      PIC 9(11)V99 VALUE ZERO.
       01  WS-SUM-GROSS       PIC 9(11)V99 VALUE ZERO.
       01  WS-SUM-COMMISSION  PIC 9(11)V99 VALUE ZERO.
       01  WS-SUM-NET         PIC 9(11)V99 VALUE ZERO.
       01  WS-ACTIVE-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-INV-PLACED      PIC 9(11)V99 VALUE ZERO.
       01  WS-INV-RECOVERED   PIC 9(11)V99 VALUE ZERO.
       01  WS-INV-HELD        PIC 9(11)V99 VALUE ZERO.
       01  WS-LIFE-PLACED     PIC 9(11)V99 VALUE ZERO.
       01  WS-LIFE-RECOVERED  PIC 9(11)V99 VALUE ZERO.
       01  WS-LIFE-COMMISSION PIC 9(11)V99 VALUE ZERO.
       01  WS-HEAD-LINE.
           05  FILLER         PIC X(40)
               VALUE 'COLLECTION AGENCY RECONCILIATION MONTH '.
           05  WS-HL-MONTH    PIC 9(6).
           05  FILLER         PIC X(7) VALUE ' AS OF '.
           05  WS-HL-DATE     PIC 9(8).
       01  WS-COLUMN-LINE.
           05  FILLER         PIC X(9)  VALUE 'DATE'.
           05  FILLER         PIC X(9)  VALUE 'ACTION'.
           05  FILLER         PIC X(11) VALUE 'ACCOUNT'.
           05  FILLER         PIC X(9)  VALUE 'PERIOD'.
           05  FILLER         PIC X(14) VALUE '         GROSS'.
           05  FILLER         PIC X(14) VALUE '    COMMISSION'.
           05  FILLER         PIC X(14) VALUE '           NET'.
       01  WS-DETAIL-LINE.
           05  WS-DL-DATE     PIC X(8).
           05  FILLER         PIC X(1) VALUE SPACE.
           05  WS-DL-ACTION   PIC X(8).
           05  FILLER         PIC X(1) VALUE SPACE.
           05  WS-DL-ACCOUNT  PIC X(10).
           05  FILLER         PIC X(1) VALUE SPACE.
           05  WS-DL-PERIOD   PIC 9(8).
           05  FILLER         PIC X(1) VALUE SPACE.
           05  WS-DL-GROSS    PIC Z(9)9.99.
           05  FILLER         PIC X(1) VALUE SPACE.
           05  WS-DL-COMM     PIC Z(9)9.99.
           05  FILLER         PIC X(1) VALUE SPACE.
           05  WS-DL-NET      PIC Z(9)9.99.
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL    PIC X(30).
           05  WS-TL-VALUE    PIC Z(8)9.
       01  WS-AMOUNT-LINE.
           05  WS-AL-LABEL    PIC X(30).
           05  WS-AL-VALUE    PIC Z(10)9.99.
       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT 'TAXCALC-RUN-DATE'
           IF WS-ENV-DATE IS NUMERIC AND WS-ENV-DATE NOT = SPACES
               MOVE WS-ENV-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-RUN-MONTH TO WS-RECON-MONTH
           ACCEPT WS-ENV-MONTH FROM ENVIRONMENT 'COLRECON-MONTH'
           IF WS-ENV-MONTH IS NUMERIC AND WS-ENV-MONTH NOT = SPACES
               MOVE WS-ENV-MONTH TO WS-RECON-MONTH
           END-IF
           OPEN INPUT REGISTERFILE
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY 'COLLECTION REGISTER UNAVAILABLE, STATUS '
                   WS-REGISTER-STATUS
               STOP RUN
           END-IF
           OPEN INPUT REFERFILE
           IF WS-REFER-STATUS NOT = '00'
               DISPLAY 'REFERRAL MASTER UNAVAILABLE, STATUS '
                   WS-REFER-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT RECONFILE
           IF WS-RECON-STATUS NOT = '00'
               DISPLAY 'RECONCILIATION REPORT UNAVAILABLE, STATUS '
                   WS-RECON-STATUS
               STOP RUN
           END-IF
           MOVE WS-RECON-MONTH TO WS-HL-MONTH
           MOVE WS-RUN-DATE    TO WS-HL-DATE
           MOVE WS-HEAD-LINE TO RECON-REC
           PERFORM WRITE-RECON-REC
           MOVE WS-COLUMN-LINE TO RECON-REC
           PERFORM WRITE-RECON-REC
           PERFORM UNTIL WS-EOF = 'Y'
               READ REGISTERFILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REG-COUNT
                       IF CRG-TIMESTAMP(1:6) = WS-RECON-MONTH
                           PERFORM REPORT-ACTIVITY
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REFERFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TOTAL-INVENTORY
               END-READ
           END-PERFORM
           PERFORM WRITE-RECON-TOTALS
           CLOSE REGISTERFILE REFERFILE RECONFILE
           DISPLAY 'REGISTER RECORDS  ' WS-REG-COUNT
           DISPLAY 'PLACED IN MONTH   ' WS-PLACED-COUNT
           DISPLAY 'RECOVERIES        ' WS-RECOVERY-COUNT
           DISPLAY 'HELD BY AGENCY    ' WS-ACTIVE-COUNT
           STOP RUN.

       REPORT-ACTIVITY.
           IF CRG-ACTION = 'P'
               MOVE 'PLACED' TO WS-DL-ACTION
               ADD 1 TO WS-PLACED-COUNT
               ADD CRG-GROSS TO WS-SUM-PLACED
           ELSE
               IF CRG-ACTION = 'V'
                   MOVE 'RECOVERY' TO WS-DL-ACTION
                   ADD 1 TO WS-RECOVERY-COUNT
                   ADD CRG-GROSS      TO WS-SUM-GROSS
                   ADD CRG-COMMISSION TO WS-SUM-COMMISSION
                   ADD CRG-NET        TO WS-SUM-NET
               ELSE
                   IF CRG-ACTION = 'R'
                       MOVE 'RECALLED' TO WS-DL-ACTION
                       ADD 1 TO WS-RECALL-COUNT
                   ELSE
                       MOVE 'CLOSED' TO WS-DL-ACTION
                       ADD 1 TO WS-CLOSURE-COUNT
                   END-IF
               END-IF
           END-IF
           MOVE CRG-TIMESTAMP(1:8) TO WS-DL-DATE
           MOVE CRG-ACCOUNT-ID  TO WS-DL-ACCOUNT
           MOVE CRG-PERIOD      TO WS-DL-PERIOD
           MOVE CRG-GROSS       TO WS-DL-GROSS
           MOVE CRG-COMMISSION  TO WS-DL-COMM
           MOVE CRG-NET         TO WS-DL-NET
           MOVE WS-DETAIL-LINE TO RECON-REC
           PERFORM WRITE-RECON-REC.

       TOTAL-INVENTORY.
           ADD REF-PLACED-AMOUNT TO WS-LIFE-PLACED
           ADD REF-RECOVERED     TO WS-LIFE-RECOVERED
           ADD REF-COMMISSION    TO WS-LIFE-COMMISSION
           IF REF-STATUS = 'P'
               ADD 1 TO WS-ACTIVE-COUNT
               ADD REF-PLACED-AMOUNT TO WS-INV-PLACED
               ADD REF-RECOVERED     TO WS-INV-RECOVERED
               COMPUTE WS-OUTSTANDING =
                   REF-PLACED-AMOUNT - REF-RECOVERED
               IF WS-OUTSTANDING > ZERO
                   ADD WS-OUTSTANDING TO WS-INV-HELD
               END-IF
           END-IF.

       WRITE-RECON-TOTALS.
           MOVE 'PLACEMENTS IN MONTH'      TO WS-TL-LABEL
           MOVE WS-PLACED-COUNT            TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO RECON-REC
           PERFORM WRITE-RECON-REC
           MOVE 'AMOUNT PLACED'            TO WS-AL-LABEL
           MOVE WS-SUM-PLACED              TO WS-AL-VALUE
           MOVE WS-AMOUNT-LINE TO RECON-REC
           PERFORM WRITE-RECON-REC
           MOVE 'RECOVERIES IN MONTH'      TO WS-TL-LABEL
           MOVE WS-RECOVERY-COUNT          TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO RECON-REC
           PERFORM WRITE-RECON-REC
           MOVE 'GROSS RECOVERED'          TO WS-AL-LABEL
           MOVE WS-SUM-GROSS               TO WS-AL-VALUE
           MOVE WS-AMOUNT-LINE TO RECON-REC
           PERFORM WRITE-RECON-REC
           MOVE 'AGENCY COMMISSION'        TO WS-AL-LABEL
           MOVE WS-SUM-COMMISSION          TO WS-AL-VALUE
           MOVE WS-AMOUNT-LINE TO RECON-REC
           PERFORM WRITE-RECON-REC
           MOVE 'NET REMITTED TO PAYMENTS' TO WS-AL-LABEL
           MOVE WS-SUM-NET                 TO WS-AL-VALUE
           MOVE WS-AMOUNT-LINE TO RECON-REC
           PERFORM WRITE-RECON-REC
           MOVE 'RECALLS IN MONTH'         TO WS-TL-LABEL
           MOVE WS-RECALL-COUNT            TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO RECON-REC
           PERFORM WRITE-RECON-REC
           MOVE 'CLOSURES IN MONTH'        TO WS-TL-LABEL
           MOVE WS-CLOSURE-COUNT           TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO RECON-REC
           PERFORM WRITE-RECON-REC
           MOVE 'ACCOUNTS HELD BY AGENCY'  TO WS-TL-LABEL
           MOVE WS-ACTIVE-COUNT            TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO RECON-REC
           PERFORM WRITE-RECON-REC
           MOVE 'HELD - AMOUNT PLACED'     TO WS-AL-LABEL
           MOVE WS-INV-PLACED              TO WS-AL-VALUE
           MOVE WS-AMOUNT-LINE TO RECON-REC
           PERFORM WRITE-RECON-REC
           MOVE 'HELD - RECOVERED TO DATE' TO WS-AL-LABEL
           MOVE WS-INV-RECOVERED           TO WS-AL-VALUE
           MOVE WS-AMOUNT-LINE TO RECON-REC
           PERFORM WRITE-RECON-REC
           MOVE 'HELD - OUTSTANDING'       TO WS-AL-LABEL
           MOVE WS-INV-HELD                TO WS-AL-VALUE
           MOVE WS-AMOUNT-LINE TO RECON-REC
           PERFORM WRITE-RECON-REC
           MOVE 'LIFETIME PLACED'          TO WS-AL-LABEL
           MOVE WS-LIFE-PLACED             TO WS-AL-VALUE
           MOVE WS-AMOUNT-LINE TO RECON-REC
           PERFORM WRITE-RECON-REC
           MOVE 'LIFETIME RECOVERED'       TO WS-AL-LABEL
           MOVE WS-LIFE-RECOVERED          TO WS-AL-VALUE
           MOVE WS-AMOUNT-LINE TO RECON-REC
           PERFORM WRITE-RECON-REC
           MOVE 'LIFETIME COMMISSION'      TO WS-AL-LABEL
           MOVE WS-LIFE-COMMISSION         TO WS-AL-VALUE
           MOVE WS-AMOUNT-LINE TO RECON-REC
           PERFORM WRITE-RECON-REC.

       WRITE-RECON-REC.
           WRITE RECON-REC
           IF WS-RECON-STATUS NOT = '00'
               DISPLAY 'RECONCILIATION REPORT WRITE FAILED, STATUS '
                   WS-RECON-STATUS
               STOP RUN
           END-IF.
