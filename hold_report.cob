       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDFILE ASSIGN TO 'hold_master.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT ITEMFILE ASSIGN TO 'open_items.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-KEY
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT HOLDRPTFILE ASSIGN TO 'hold_report.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  HOLDRPTFILE.
       01  HOLDRPT-REC        PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-HOLD-STATUS     PIC XX.
       01  WS-ITEM-STATUS     PIC XX.
       01  WS-HOLDRPT-STATUS  PIC XX.
       01  WS-ENV-DATE        PIC X(8).
       01  WS-RUN-DATE        PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY    PIC 9(4).
           05  WS-RUN-MM      PIC 9(2).
           05  WS-RUN-DD      PIC 9(2).
       01  WS-EOF             PIC X VALUE 'N'.
       01  WS-HOLD-DAYS       PIC S9(9).
       01  WS-ITEM-DUE        PIC 9(9)V99.
       01  WS-HOLD-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-ACTIVE-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-REINSTATE-COUNT PIC 9(9) VALUE ZERO.
       01  WS-ADJUST-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-SUM-HELD        PIC 9(11)V99 VALUE ZERO.
       01  WS-HEAD-LINE.
           05  FILLER         PIC X(24)
               VALUE 'HELD ITEMS REPORT AS OF '.
           05  WS-HL-DATE     PIC 9(8).
       01  WS-COLUMN-LINE.
           05  FILLER         PIC X(11) VALUE 'ACCOUNT'.
           05  FILLER         PIC X(9)  VALUE 'PERIOD'.
           05  FILLER         PIC X(5)  VALUE 'RSN'.
           05  FILLER         PIC X(9)  VALUE 'START'.
           05  FILLER         PIC X(9)  VALUE 'RESOLVED'.
           05  FILLER         PIC X(11) VALUE 'STATUS'.
           05  FILLER         PIC X(7)  VALUE '  DAYS'.
           05  FILLER         PIC X(13) VALUE '  BALANCE DUE'.
       01  WS-DETAIL-LINE.
           05  WS-DL-ACCOUNT  PIC X(10).
           05  FILLER         PIC X(1) VALUE SPACE.
           05  WS-DL-PERIOD   PIC 9(8).
           05  FILLER         PIC X(1) VALUE SPACE.
           05  WS-DL-REASON   PIC X(4).
           05  FILLER         PIC X(1) VALUE SPACE.
           05  WS-DL-START    PIC 9(8).
           05  FILLER         PIC X(1) VALUE SPACE.
           05  WS-DL-END      PIC 9(8) BLANK WHEN ZERO.
           05  FILLER         PIC X(1) VALUE SPACE.
           05  WS-DL-STATUS   PIC X(10).
           05  FILLER         PIC X(1) VALUE SPACE.
           05  WS-DL-DAYS     PIC Z(5)9.
           05  FILLER         PIC X(1) VALUE SPACE.
           05  WS-DL-DUE      PIC Z(9)9.99.
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL    PIC X(20).
           05  WS-TL-VALUE    PIC Z(8)9.
       01  WS-AMOUNT-LINE.
           05  WS-AL-LABEL    PIC X(20).
           05  WS-AL-VALUE    PIC Z(10)9.99.
       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT 'TAXCALC-RUN-DATE'
           IF WS-ENV-DATE IS NUMERIC AND WS-ENV-DATE NOT = SPACES
               MOVE WS-ENV-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           OPEN INPUT HOLDFILE
           IF WS-HOLD-STATUS NOT = '00'
               DISPLAY 'HOLD MASTER UNAVAILABLE, STATUS '
                   WS-HOLD-STATUS
               STOP RUN
           END-IF
           OPEN INPUT ITEMFILE
           IF WS-ITEM-STATUS NOT = '00'
               DISPLAY 'OPEN ITEMS FILE UNAVAILABLE, STATUS '
                   WS-ITEM-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT HOLDRPTFILE
           IF WS-HOLDRPT-STATUS NOT = '00'
               DISPLAY 'HOLD REPORT UNAVAILABLE, STATUS '
                   WS-HOLDRPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-HL-DATE
           MOVE WS-HEAD-LINE TO HOLDRPT-REC
           PERFORM WRITE-HOLDRPT-REC
           MOVE WS-COLUMN-LINE TO HOLDRPT-REC
           PERFORM WRITE-HOLDRPT-REC
           PERFORM UNTIL WS-EOF = 'Y'
               READ HOLDFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-HOLD-COUNT
                       PERFORM REPORT-HOLD
               END-READ
           END-PERFORM
           MOVE 'HOLDS ON FILE'      TO WS-TL-LABEL
           MOVE WS-HOLD-COUNT        TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO HOLDRPT-REC
           PERFORM WRITE-HOLDRPT-REC
           MOVE 'HOLDS ACTIVE'       TO WS-TL-LABEL
           MOVE WS-ACTIVE-COUNT      TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO HOLDRPT-REC
           PERFORM WRITE-HOLDRPT-REC
           MOVE 'HOLDS REINSTATED'   TO WS-TL-LABEL
           MOVE WS-REINSTATE-COUNT   TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO HOLDRPT-REC
           PERFORM WRITE-HOLDRPT-REC
           MOVE 'HOLDS ADJUSTED'     TO WS-TL-LABEL
           MOVE WS-ADJUST-COUNT      TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO HOLDRPT-REC
           PERFORM WRITE-HOLDRPT-REC
           MOVE 'BALANCE UNDER HOLD' TO WS-AL-LABEL
           MOVE WS-SUM-HELD          TO WS-AL-VALUE
           MOVE WS-AMOUNT-LINE TO HOLDRPT-REC
           PERFORM WRITE-HOLDRPT-REC
           CLOSE HOLDFILE ITEMFILE HOLDRPTFILE
           DISPLAY 'HOLDS READ        ' WS-HOLD-COUNT
           DISPLAY 'HOLDS ACTIVE      ' WS-ACTIVE-COUNT
           STOP RUN.

       REPORT-HOLD.
           MOVE ZERO TO WS-ITEM-DUE
           MOVE HLD-ACCOUNT-ID TO ITM-ACCOUNT-ID
           MOVE HLD-PERIOD     TO ITM-PERIOD
           READ ITEMFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ITM-BALANCE-DUE TO WS-ITEM-DUE
           END-READ
           IF HLD-RESOLUTION = SPACE
               MOVE 'ACTIVE' TO WS-DL-STATUS
               ADD 1 TO WS-ACTIVE-COUNT
               ADD WS-ITEM-DUE TO WS-SUM-HELD
               COMPUTE WS-HOLD-DAYS =
                   (WS-RUN-YYYY - HLD-START-YYYY) * 360
                   + (WS-RUN-MM - HLD-START-MM) * 30
                   + (WS-RUN-DD - HLD-START-DD)
           ELSE
               IF HLD-RESOLUTION = 'A'
                   MOVE 'ADJUSTED' TO WS-DL-STATUS
                   ADD 1 TO WS-ADJUST-COUNT
               ELSE
                   MOVE 'REINSTATED' TO WS-DL-STATUS
                   ADD 1 TO WS-REINSTATE-COUNT
               END-IF
               COMPUTE WS-HOLD-DAYS =
                   (HLD-END-YYYY - HLD-START-YYYY) * 360
                   + (HLD-END-MM - HLD-START-MM) * 30
                   + (HLD-END-DD - HLD-START-DD)
           END-IF
           IF WS-HOLD-DAYS < ZERO
               MOVE ZERO TO WS-HOLD-DAYS
           END-IF
           MOVE HLD-ACCOUNT-ID TO WS-DL-ACCOUNT
           MOVE HLD-PERIOD     TO WS-DL-PERIOD
           MOVE HLD-REASON     TO WS-DL-REASON
           MOVE HLD-START-DATE TO WS-DL-START
           MOVE HLD-END-DATE   TO WS-DL-END
           MOVE WS-HOLD-DAYS   TO WS-DL-DAYS
           MOVE WS-ITEM-DUE    TO WS-DL-DUE
           MOVE WS-DETAIL-LINE TO HOLDRPT-REC
           PERFORM WRITE-HOLDRPT-REC.

       WRITE-HOLDRPT-REC.
           WRITE HOLDRPT-REC
           IF WS-HOLDRPT-STATUS NOT = '00'
               DISPLAY 'HOLD REPORT WRITE FAILED, STATUS '
                   WS-HOLDRPT-STATUS
               STOP RUN
           END-IF.
