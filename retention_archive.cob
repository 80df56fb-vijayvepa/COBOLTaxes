       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETARCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETAINFILE ASSIGN TO 'retention_table.txt'
               FILE STATUS IS WS-RETAIN-STATUS.
           SELECT CONTROLFILE ASSIGN TO 'archive_control.txt'
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT REPORTFILE ASSIGN TO 'retention_archive.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT HISTORYFILE ASSIGN TO 'tax_history.txt'
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT HISTKEEPFILE ASSIGN TO 'tax_history.txt.new'
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT HISTARCFILE ASSIGN TO 'tax_history.arc'
               FILE STATUS IS WS-ARC-STATUS.
           SELECT PAYREGFILE ASSIGN TO 'payment_register.txt'
               FILE STATUS IS WS-PAYREG-STATUS.
           SELECT PAYKEEPFILE ASSIGN TO 'payment_register.txt.new'
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT PAYARCFILE ASSIGN TO 'payment_register.arc'
               FILE STATUS IS WS-ARC-STATUS.
           SELECT POSTREGFILE ASSIGN TO 'posting_register.txt'
               FILE STATUS IS WS-POSTREG-STATUS.
           SELECT POSTKEEPFILE ASSIGN TO 'posting_register.txt.new'
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT POSTARCFILE ASSIGN TO 'posting_register.arc'
               FILE STATUS IS WS-ARC-STATUS.
           SELECT REFREGFILE ASSIGN TO 'refund_register.txt'
               FILE STATUS IS WS-REFREG-STATUS.
           SELECT REFKEEPFILE ASSIGN TO 'refund_register.txt.new'
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT REFARCFILE ASSIGN TO 'refund_register.arc'
               FILE STATUS IS WS-ARC-STATUS.
           SELECT NHISTFILE ASSIGN TO 'notice_history.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTC-KEY
               FILE STATUS IS WS-NHIST-STATUS.
           SELECT NTCARCFILE ASSIGN TO 'notice_history.arc'
               FILE STATUS IS WS-ARC-STATUS.
           SELECT ITEMFILE ASSIGN TO 'open_items.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-KEY
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT ITEMARCFILE ASSIGN TO 'open_items.arc'
               FILE STATUS IS WS-ARC-STATUS.
           SELECT PAYKEYFILE ASSIGN TO 'retention_paykey.wrk'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PKY-KEY
               FILE STATUS IS WS-PAYKEY-STATUS.
           SELECT XREFFILE ASSIGN TO 'account_xref.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-ABSORBED-ID
               FILE STATUS IS WS-XREF-STATUS.
           SELECT LOGFILE ASSIGN TO 'retention_log.wrk'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT LOGKEEPFILE ASSIGN TO 'retention_log.new'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT LOGARCFILE ASSIGN TO 'retention_log.arc'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETAINFILE.
       01  RTN-REC.
           05  RTN-FILE-CODE      PIC X(4).
           05  RTN-YEARS          PIC 9(2).
       FD  CONTROLFILE.
       01  ACT-REC.
           05  ACT-RUN-DATE       PIC 9(8).
           05  ACT-TIMESTAMP      PIC X(14).
           05  ACT-MODE           PIC X(1).
           05  ACT-FILE-CODE      PIC X(4).
           05  ACT-CUTOFF-DATE    PIC 9(8).
           05  ACT-READ           PIC 9(9).
           05  ACT-KEPT           PIC 9(9).
           05  ACT-ARCHIVED       PIC 9(9).
           05  ACT-AMOUNT-KEPT    PIC 9(11)V99.
           05  ACT-AMOUNT-ARCHIVED PIC 9(11)V99.
           05  ACT-ARCHIVE-NAME   PIC X(40).
           05  ACT-ACCOUNT-ID     PIC X(10).
           05  ACT-OPERATOR       PIC X(20).
       FD  REPORTFILE.
       01  REPORT-REC             PIC X(100).
       FD  HISTORYFILE.
       01  HIST-REC.
           05  HIST-ACCOUNT-ID    PIC X(10).
           05  HIST-PERIOD        PIC 9(8).
           05  HIST-BALANCE       PIC 9(9)V99.
           05  HIST-TAX           PIC 9(9)V99.
           05  HIST-STATE-TAX     PIC 9(9)V99.
           05  HIST-EXEMPT        PIC 9(9)V99.
       FD  HISTKEEPFILE.
       01  HIST-KEEP-REC          PIC X(62).
       FD  HISTARCFILE.
       01  HIST-ARC-REC           PIC X(62).
       FD  PAYREGFILE.
       01  PAYREG-REC.
           05  PRG-TIMESTAMP      PIC X(14).
           05  PRG-ACCOUNT-ID     PIC X(10).
           05  PRG-PERIOD         PIC 9(8).
           05  PRG-PAY-DATE       PIC 9(8).
           05  PRG-AMOUNT         PIC 9(9)V99.
           05  PRG-NEW-DUE        PIC 9(9)V99.
       FD  PAYKEEPFILE.
       01  PAY-KEEP-REC           PIC X(62).
       FD  PAYARCFILE.
       01  PAY-ARC-REC            PIC X(62).
       FD  POSTREGFILE.
       01  POSTREG-REC.
           05  TRG-TIMESTAMP      PIC X(14).
           05  TRG-ACCOUNT-ID     PIC X(10).
           05  TRG-TYPE           PIC X(1).
           05  TRG-ADJ-CODE       PIC X(1).
           05  TRG-AMOUNT         PIC 9(9)V99.
           05  TRG-OLD-BALANCE    PIC 9(9)V99.
           05  TRG-NEW-BALANCE    PIC 9(9)V99.
       FD  POSTKEEPFILE.
       01  POST-KEEP-REC          PIC X(59).
       FD  POSTARCFILE.
       01  POST-ARC-REC           PIC X(59).
       FD  REFREGFILE.
       01  REFREG-REC.
           05  RRG-TIMESTAMP      PIC X(14).
           05  RRG-ACCOUNT-ID     PIC X(10).
           05  RRG-NAME           PIC X(20).
           05  RRG-AMOUNT         PIC 9(9)V99.
       FD  REFKEEPFILE.
       01  REF-KEEP-REC           PIC X(55).
       FD  REFARCFILE.
       01  REF-ARC-REC            PIC X(55).
       FD  NHISTFILE.
       01  NTC-REC.
           05  NTC-KEY.
               10  NTC-ACCOUNT-ID PIC X(10).
               10  NTC-PERIOD     PIC 9(8).
           05  NTC-LEVEL          PIC 9(1).
           05  NTC-SENT-DATE      PIC 9(8).
       FD  NTCARCFILE.
       01  NTC-ARC-REC            PIC X(27).
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
       FD  ITEMARCFILE.
       01  ITEM-ARC-REC           PIC X(203).
       FD  PAYKEYFILE.
       01  PKY-REC.
           05  PKY-KEY.
               10  PKY-ACCOUNT-ID PIC X(10).
               10  PKY-PERIOD     PIC 9(8).
       FD  XREFFILE.
       01  XRF-REC.
           05  XRF-ABSORBED-ID    PIC X(10).
           05  XRF-SURVIVOR-ID    PIC X(10).
           05  XRF-MERGE-DATE     PIC 9(8).
           05  XRF-OPERATOR       PIC X(20).
       FD  LOGFILE.
       01  LOG-REC.
           05  LOG-DATE           PIC X(8).
           05  FILLER             PIC X(392).
       FD  LOGKEEPFILE.
       01  LOG-KEEP-REC           PIC X(400).
       FD  LOGARCFILE.
       01  LOG-ARC-REC            PIC X(400).
       WORKING-STORAGE SECTION.
       01  WS-RETAIN-STATUS   PIC XX.
       01  WS-CONTROL-STATUS  PIC XX.
       01  WS-REPORT-STATUS   PIC XX.
       01  WS-HISTORY-STATUS  PIC XX.
       01  WS-PAYREG-STATUS   PIC XX.
       01  WS-POSTREG-STATUS  PIC XX.
       01  WS-REFREG-STATUS   PIC XX.
       01  WS-NHIST-STATUS    PIC XX.
       01  WS-ITEM-STATUS     PIC XX.
       01  WS-LOG-STATUS      PIC XX.
       01  WS-KEEP-STATUS     PIC XX.
       01  WS-ARC-STATUS      PIC XX.
       01  WS-PAYKEY-STATUS   PIC XX.
       01  WS-XREF-STATUS     PIC XX.
       01  WS-ITEMS-ON-FILE   PIC X VALUE 'N'.
       01  WS-PAYKEYS-ON-FILE PIC X VALUE 'N'.
       01  WS-XREFS-ON-FILE   PIC X VALUE 'N'.
       01  WS-PAY-KEPT        PIC X VALUE 'N'.
       01  WS-PAY-HELD-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-OPERATOR        PIC X(20).
       01  WS-TIME-FULL       PIC 9(8).
       01  WS-TIME            PIC 9(6).
       01  WS-RUN-DATE        PIC 9(8).
       01  WS-ENV-DATE        PIC X(8).
       01  WS-TIMESTAMP       PIC X(14).
       01  WS-MODE            PIC X(1).
       01  WS-RESTORE-ACCOUNT PIC X(10).
       01  WS-ENV-ARCHIVE-DATE PIC X(8).
       01  WS-ARCHIVE-DATE    PIC 9(8).
       01  WS-EOF             PIC X VALUE 'N'.
       01  WS-FOUND           PIC X VALUE 'N'.
       01  WS-RTB-IDX         PIC 9(2).
       01  WS-RTB-COUNT       PIC 9(2) VALUE ZERO.
       01  WS-RTB-TABLE.
           05  WS-RTB OCCURS 10 TIMES.
               10  WS-RTB-CODE        PIC X(4).
               10  WS-RTB-YEARS       PIC 9(2).
       01  WS-FILE-CODE       PIC X(4).
       01  WS-RETAIN-CODE     PIC X(4).
       01  WS-RETAIN-YEARS    PIC 9(2).
       01  WS-CUTOFF-DATE     PIC 9(8).
       01  WS-REC-DATE        PIC 9(8).
       01  WS-REC-DATE-X      PIC X(8).
       01  WS-LIVE-NAME       PIC X(40).
       01  WS-KEEP-NAME       PIC X(40).
       01  WS-ARC-WORK-NAME   PIC X(40).
       01  WS-ARC-PREFIX      PIC X(30).
       01  WS-ARC-NAME        PIC X(40).
       01  WS-LOG-WORK-NAME   PIC X(40) VALUE 'retention_log.wrk'.
       01  WS-PAYKEY-WORK-NAME PIC X(40) VALUE 'retention_paykey.wrk'.
       01  WS-RENAME-RC       PIC S9(9) COMP-5.
       01  WS-COPY-RC         PIC S9(9) COMP-5.
       01  WS-DELETE-RC       PIC S9(9) COMP-5.
       01  WS-CHK-RC          PIC S9(9) COMP-5.
       01  WS-FILE-INFO.
           05  WS-FILE-SIZE       PIC X(8) COMP-X.
           05  WS-FILE-DD         PIC X COMP-X.
           05  WS-FILE-MM         PIC X COMP-X.
           05  WS-FILE-YYYY       PIC 9(4) COMP-X.
           05  WS-FILE-HH         PIC X COMP-X.
           05  WS-FILE-MN         PIC X COMP-X.
           05  WS-FILE-SS         PIC X COMP-X.
           05  WS-FILE-HS         PIC X COMP-X.
       01  WS-READ-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-KEPT-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-ARC-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-KEPT-AMOUNT     PIC 9(11)V99 VALUE ZERO.
       01  WS-ARC-AMOUNT      PIC 9(11)V99 VALUE ZERO.
       01  WS-REC-AMOUNT      PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-READ      PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-ARCHIVED  PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-RESTORED  PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-ARC-AMOUNT PIC 9(11)V99 VALUE ZERO.
       01  WS-HEAD-LINE.
           05  FILLER         PIC X(26)
               VALUE 'RETENTION ARCHIVE REPORT  '.
           05  WS-HL-DATE     PIC 9(8).
           05  FILLER         PIC X(7) VALUE '  MODE '.
           05  WS-HL-MODE     PIC X(7).
           05  FILLER         PIC X(1) VALUE SPACE.
           05  WS-HL-ACCOUNT  PIC X(10).
       01  WS-COLUMN-LINE.
           05  FILLER         PIC X(23) VALUE 'FILE'.
           05  FILLER         PIC X(3)  VALUE 'YRS'.
           05  FILLER         PIC X(9)  VALUE ' CUTOFF'.
           05  FILLER         PIC X(10) VALUE '      READ'.
           05  FILLER         PIC X(10) VALUE '      KEPT'.
           05  FILLER         PIC X(10) VALUE '  ARCHIVED'.
           05  FILLER         PIC X(15) VALUE '    AMOUNT KEPT'.
           05  FILLER         PIC X(15) VALUE '  AMOUNT ARCHVD'.
       01  WS-DETAIL-LINE.
           05  WS-DL-FILE     PIC X(22).
           05  FILLER         PIC X(1) VALUE SPACE.
           05  WS-DL-YEARS    PIC Z9.
           05  FILLER         PIC X(1) VALUE SPACE.
           05  WS-DL-CUTOFF   PIC 9(8) BLANK WHEN ZERO.
           05  FILLER         PIC X(1) VALUE SPACE.
           05  WS-DL-READ     PIC Z(8)9.
           05  FILLER         PIC X(1) VALUE SPACE.
           05  WS-DL-KEPT     PIC Z(8)9.
           05  FILLER         PIC X(1) VALUE SPACE.
           05  WS-DL-ARCHIVED PIC Z(8)9.
           05  FILLER         PIC X(1) VALUE SPACE.
           05  WS-DL-KEPT-AMT PIC Z(10)9.99.
           05  FILLER         PIC X(1) VALUE SPACE.
           05  WS-DL-ARC-AMT  PIC Z(10)9.99.
       01  WS-NAME-LINE.
           05  FILLER         PIC X(26) VALUE '    ARCHIVE FILE'.
           05  WS-NL-NAME     PIC X(40).
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL    PIC X(24).
           05  WS-TL-VALUE    PIC Z(8)9.
       01  WS-AMOUNT-LINE.
           05  WS-AL-LABEL    PIC X(24).
           05  WS-AL-VALUE    PIC Z(10)9.99.
       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT 'TAXCALC-RUN-DATE'
           IF WS-ENV-DATE NOT = SPACES AND WS-ENV-DATE IS NUMERIC
               MOVE WS-ENV-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           ACCEPT WS-TIME-FULL FROM TIME
           MOVE WS-TIME-FULL(1:6) TO WS-TIME
           STRING WS-RUN-DATE WS-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP
           ACCEPT WS-OPERATOR FROM ENVIRONMENT 'USER'
           IF WS-OPERATOR = SPACES
               MOVE 'UNKNOWN' TO WS-OPERATOR
           END-IF
           ACCEPT WS-MODE FROM ENVIRONMENT 'RETARCH-MODE'
           IF WS-MODE NOT = 'R'
               MOVE 'A' TO WS-MODE
           END-IF
           IF WS-MODE = 'R'
               ACCEPT WS-RESTORE-ACCOUNT
                   FROM ENVIRONMENT 'RETARCH-ACCOUNT'
               ACCEPT WS-ENV-ARCHIVE-DATE
                   FROM ENVIRONMENT 'RETARCH-ARCHIVE-DATE'
               IF WS-RESTORE-ACCOUNT = SPACES
                   DISPLAY 'RETARCH-ACCOUNT REQUIRED FOR RESTORE'
                   STOP RUN
               END-IF
               IF WS-ENV-ARCHIVE-DATE = SPACES
                  OR WS-ENV-ARCHIVE-DATE IS NOT NUMERIC
                   DISPLAY 'RETARCH-ARCHIVE-DATE INVALID: '
                       WS-ENV-ARCHIVE-DATE
                   STOP RUN
               END-IF
               MOVE WS-ENV-ARCHIVE-DATE TO WS-ARCHIVE-DATE
           END-IF
           OPEN OUTPUT REPORTFILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ARCHIVE REPORT UNAVAILABLE, STATUS '
                   WS-REPORT-STATUS
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-HL-DATE
           IF WS-MODE = 'R'
               MOVE 'RESTORE' TO WS-HL-MODE
               MOVE WS-RESTORE-ACCOUNT TO WS-HL-ACCOUNT
           ELSE
               MOVE 'ARCHIVE' TO WS-HL-MODE
               MOVE SPACES TO WS-HL-ACCOUNT
           END-IF
           MOVE WS-HEAD-LINE TO REPORT-REC
           PERFORM WRITE-REPORT-REC
           MOVE WS-COLUMN-LINE TO REPORT-REC
           PERFORM WRITE-REPORT-REC
           PERFORM LOAD-RETENTION
           IF WS-MODE = 'R'
               PERFORM RUN-RESTORE
           ELSE
               PERFORM RUN-ARCHIVE
           END-IF
           MOVE 'RECORDS READ'         TO WS-TL-LABEL
           MOVE WS-TOTAL-READ          TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-REC
           PERFORM WRITE-REPORT-REC
           IF WS-MODE = 'R'
               MOVE 'RECORDS RESTORED'  TO WS-TL-LABEL
               MOVE WS-TOTAL-RESTORED   TO WS-TL-VALUE
           ELSE
               MOVE 'RECORDS ARCHIVED'  TO WS-TL-LABEL
               MOVE WS-TOTAL-ARCHIVED   TO WS-TL-VALUE
           END-IF
           MOVE WS-TOTAL-LINE TO REPORT-REC
           PERFORM WRITE-REPORT-REC
           IF WS-MODE = 'R'
               MOVE 'AMOUNT RESTORED'   TO WS-AL-LABEL
           ELSE
               MOVE 'AMOUNT ARCHIVED'   TO WS-AL-LABEL
           END-IF
           MOVE WS-TOTAL-ARC-AMOUNT    TO WS-AL-VALUE
           MOVE WS-AMOUNT-LINE TO REPORT-REC
           PERFORM WRITE-REPORT-REC
           CLOSE REPORTFILE
           DISPLAY 'RECORDS READ        ' WS-TOTAL-READ
           IF WS-MODE = 'R'
               DISPLAY 'RECORDS RESTORED    ' WS-TOTAL-RESTORED
           ELSE
               DISPLAY 'RECORDS ARCHIVED    ' WS-TOTAL-ARCHIVED
               DISPLAY 'ITEMS KEPT FOR REG  ' WS-PAY-HELD-COUNT
           END-IF
           DISPLAY 'AMOUNT              ' WS-TOTAL-ARC-AMOUNT
           STOP RUN.

       LOAD-RETENTION.
           MOVE 7 TO WS-RTB-COUNT
           MOVE 'HIST' TO WS-RTB-CODE(1)
           MOVE 7      TO WS-RTB-YEARS(1)
           MOVE 'PREG' TO WS-RTB-CODE(2)
           MOVE 2      TO WS-RTB-YEARS(2)
           MOVE 'TREG' TO WS-RTB-CODE(3)
           MOVE 2      TO WS-RTB-YEARS(3)
           MOVE 'RREG' TO WS-RTB-CODE(4)
           MOVE 2      TO WS-RTB-YEARS(4)
           MOVE 'NTCH' TO WS-RTB-CODE(5)
           MOVE 2      TO WS-RTB-YEARS(5)
           MOVE 'ITEM' TO WS-RTB-CODE(6)
           MOVE 7      TO WS-RTB-YEARS(6)
           MOVE 'LOGS' TO WS-RTB-CODE(7)
           MOVE 2      TO WS-RTB-YEARS(7)
           OPEN INPUT RETAINFILE
           IF WS-RETAIN-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RETAINFILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM APPLY-RETENTION-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RETAINFILE
           ELSE
               IF WS-RETAIN-STATUS NOT = '35'
                   DISPLAY 'RETENTION TABLE UNAVAILABLE, STATUS '
                       WS-RETAIN-STATUS
                   STOP RUN
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF.

       APPLY-RETENTION-ENTRY.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-RTB-IDX FROM 1 BY 1
                   UNTIL WS-RTB-IDX > WS-RTB-COUNT
                   OR WS-FOUND = 'Y'
               IF WS-RTB-CODE(WS-RTB-IDX) = RTN-FILE-CODE
                   MOVE 'Y' TO WS-FOUND
                   IF RTN-YEARS IS NUMERIC AND RTN-YEARS > ZERO
                       MOVE RTN-YEARS TO WS-RTB-YEARS(WS-RTB-IDX)
                   ELSE
                       DISPLAY 'RETENTION YEARS INVALID FOR '
                           RTN-FILE-CODE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               DISPLAY 'RETENTION CODE NOT RECOGNISED ' RTN-FILE-CODE
           END-IF.

       GET-CUTOFF.
           MOVE ZERO TO WS-RETAIN-YEARS
           PERFORM VARYING WS-RTB-IDX FROM 1 BY 1
                   UNTIL WS-RTB-IDX > WS-RTB-COUNT
               IF WS-RTB-CODE(WS-RTB-IDX) = WS-RETAIN-CODE
                   MOVE WS-RTB-YEARS(WS-RTB-IDX) TO WS-RETAIN-YEARS
               END-IF
           END-PERFORM
           COMPUTE WS-CUTOFF-DATE =
               WS-RUN-DATE - WS-RETAIN-YEARS * 10000.

       RUN-ARCHIVE.
           PERFORM CHECK-PRIOR-ARCHIVE
           OPEN EXTEND CONTROLFILE
           IF WS-CONTROL-STATUS = '35'
               OPEN OUTPUT CONTROLFILE
           END-IF
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'ARCHIVE CONTROL FILE UNAVAILABLE, STATUS '
                   WS-CONTROL-STATUS
               STOP RUN
           END-IF
           PERFORM ARCHIVE-HISTORY
           PERFORM ARCHIVE-PAY-REGISTER
           PERFORM ARCHIVE-POST-REGISTER
           PERFORM ARCHIVE-REFUND-REGISTER
           OPEN I-O ITEMFILE
           IF WS-ITEM-STATUS = '00'
               MOVE 'Y' TO WS-ITEMS-ON-FILE
           ELSE
               IF WS-ITEM-STATUS NOT = '35'
                   DISPLAY 'OPEN ITEMS FILE UNAVAILABLE, STATUS '
                       WS-ITEM-STATUS
                   STOP RUN
               END-IF
           END-IF
           IF WS-ITEMS-ON-FILE = 'Y'
               PERFORM PURGE-OPEN-ITEMS
           END-IF
           PERFORM ARCHIVE-NOTICES
           IF WS-ITEMS-ON-FILE = 'Y'
               CLOSE ITEMFILE
           END-IF
           MOVE 'LOGS' TO WS-RETAIN-CODE
           MOVE 'BLOG' TO WS-FILE-CODE
           MOVE 'balance_maint.log' TO WS-LIVE-NAME
           MOVE 'balance_maint' TO WS-ARC-PREFIX
           PERFORM ARCHIVE-LOG
           MOVE 'ALOG' TO WS-FILE-CODE
           MOVE 'taxpayer_maint.log' TO WS-LIVE-NAME
           MOVE 'taxpayer_maint' TO WS-ARC-PREFIX
           PERFORM ARCHIVE-LOG
           MOVE 'RLOG' TO WS-FILE-CODE
           MOVE 'rates_maint.log' TO WS-LIVE-NAME
           MOVE 'rates_maint' TO WS-ARC-PREFIX
           PERFORM ARCHIVE-LOG
           MOVE 'ELOG' TO WS-FILE-CODE
           MOVE 'exempt_maint.log' TO WS-LIVE-NAME
           MOVE 'exempt_maint' TO WS-ARC-PREFIX
           PERFORM ARCHIVE-LOG
           MOVE 'PLOG' TO WS-FILE-CODE
           MOVE 'plan_maint.log' TO WS-LIVE-NAME
           MOVE 'plan_maint' TO WS-ARC-PREFIX
           PERFORM ARCHIVE-LOG
           MOVE 'HLOG' TO WS-FILE-CODE
           MOVE 'hold_maint.log' TO WS-LIVE-NAME
           MOVE 'hold_maint' TO WS-ARC-PREFIX
           PERFORM ARCHIVE-LOG
           MOVE 'OLOG' TO WS-FILE-CODE
           MOVE 'operator_maint.log' TO WS-LIVE-NAME
           MOVE 'operator_maint' TO WS-ARC-PREFIX
           PERFORM ARCHIVE-LOG
           CALL 'CBL_DELETE_FILE' USING WS-PAYKEY-WORK-NAME
               RETURNING WS-DELETE-RC
           CLOSE CONTROLFILE.

       CHECK-PRIOR-ARCHIVE.
           OPEN INPUT CONTROLFILE
           IF WS-CONTROL-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CONTROLFILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ACT-RUN-DATE = WS-RUN-DATE
                              AND ACT-MODE = 'A'
                               DISPLAY 'ARCHIVE ALREADY RUN FOR '
                                   WS-RUN-DATE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROLFILE
           ELSE
               IF WS-CONTROL-STATUS NOT = '35'
                   DISPLAY 'ARCHIVE CONTROL FILE UNAVAILABLE, STATUS '
                       WS-CONTROL-STATUS
                   STOP RUN
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF.

       START-FILE.
           MOVE ZERO TO WS-READ-COUNT
           MOVE ZERO TO WS-KEPT-COUNT
           MOVE ZERO TO WS-ARC-COUNT
           MOVE ZERO TO WS-KEPT-AMOUNT
           MOVE ZERO TO WS-ARC-AMOUNT
           PERFORM GET-CUTOFF
           MOVE SPACES TO WS-ARC-NAME
           STRING WS-ARC-PREFIX DELIMITED BY SPACE
               '_' WS-RUN-DATE '.arc' DELIMITED BY SIZE
               INTO WS-ARC-NAME
           MOVE 'N' TO WS-EOF.

       OPEN-ARCHIVE-OUTPUT.
           IF WS-ARC-STATUS NOT = '00'
               DISPLAY 'ARCHIVE WORK FILE UNAVAILABLE, STATUS '
                   WS-ARC-STATUS
               STOP RUN
           END-IF
           IF WS-KEEP-STATUS NOT = '00'
               DISPLAY 'RETAINED WORK FILE UNAVAILABLE, STATUS '
                   WS-KEEP-STATUS
               STOP RUN
           END-IF.

       FINISH-FILE.
           IF WS-KEEP-NAME NOT = SPACES
               CALL 'CBL_RENAME_FILE' USING WS-KEEP-NAME WS-LIVE-NAME
                   RETURNING WS-RENAME-RC
               IF WS-RENAME-RC NOT = 0
                   DISPLAY 'RENAME FAILED FOR ' WS-LIVE-NAME
                       ' RC ' WS-RENAME-RC
                   STOP RUN
               END-IF
           END-IF
           CALL 'CBL_RENAME_FILE' USING WS-ARC-WORK-NAME WS-ARC-NAME
               RETURNING WS-RENAME-RC
           IF WS-RENAME-RC NOT = 0
               DISPLAY 'RENAME FAILED FOR ' WS-ARC-NAME
                   ' RC ' WS-RENAME-RC
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE       TO ACT-RUN-DATE
           MOVE WS-TIMESTAMP      TO ACT-TIMESTAMP
           MOVE 'A'               TO ACT-MODE
           MOVE WS-FILE-CODE      TO ACT-FILE-CODE
           MOVE WS-CUTOFF-DATE    TO ACT-CUTOFF-DATE
           MOVE WS-READ-COUNT     TO ACT-READ
           MOVE WS-KEPT-COUNT     TO ACT-KEPT
           MOVE WS-ARC-COUNT      TO ACT-ARCHIVED
           MOVE WS-KEPT-AMOUNT    TO ACT-AMOUNT-KEPT
           MOVE WS-ARC-AMOUNT     TO ACT-AMOUNT-ARCHIVED
           MOVE WS-ARC-NAME       TO ACT-ARCHIVE-NAME
           MOVE SPACES            TO ACT-ACCOUNT-ID
           MOVE WS-OPERATOR       TO ACT-OPERATOR
           PERFORM WRITE-CONTROL-REC
           MOVE WS-LIVE-NAME      TO WS-DL-FILE
           MOVE WS-RETAIN-YEARS   TO WS-DL-YEARS
           MOVE WS-CUTOFF-DATE    TO WS-DL-CUTOFF
           MOVE WS-READ-COUNT     TO WS-DL-READ
           MOVE WS-KEPT-COUNT     TO WS-DL-KEPT
           MOVE WS-ARC-COUNT      TO WS-DL-ARCHIVED
           MOVE WS-KEPT-AMOUNT    TO WS-DL-KEPT-AMT
           MOVE WS-ARC-AMOUNT     TO WS-DL-ARC-AMT
           MOVE WS-DETAIL-LINE TO REPORT-REC
           PERFORM WRITE-REPORT-REC
           MOVE WS-ARC-NAME TO WS-NL-NAME
           MOVE WS-NAME-LINE TO REPORT-REC
           PERFORM WRITE-REPORT-REC
           ADD WS-READ-COUNT TO WS-TOTAL-READ
           ADD WS-ARC-COUNT  TO WS-TOTAL-ARCHIVED
           ADD WS-ARC-AMOUNT TO WS-TOTAL-ARC-AMOUNT.

       ARCHIVE-HISTORY.
           MOVE 'HIST' TO WS-FILE-CODE
           MOVE 'HIST' TO WS-RETAIN-CODE
           MOVE 'tax_history.txt' TO WS-LIVE-NAME
           MOVE 'tax_history.txt.new' TO WS-KEEP-NAME
           MOVE 'tax_history.arc' TO WS-ARC-WORK-NAME
           MOVE 'tax_history' TO WS-ARC-PREFIX
           PERFORM START-FILE
           OPEN INPUT HISTORYFILE
           IF WS-HISTORY-STATUS = '00'
               OPEN OUTPUT HISTKEEPFILE HISTARCFILE
               PERFORM OPEN-ARCHIVE-OUTPUT
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HISTORYFILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           COMPUTE WS-REC-AMOUNT =
                               HIST-TAX + HIST-STATE-TAX
                           IF HIST-PERIOD < WS-CUTOFF-DATE
                               WRITE HIST-ARC-REC FROM HIST-REC
                               ADD 1 TO WS-ARC-COUNT
                               ADD WS-REC-AMOUNT TO WS-ARC-AMOUNT
                           ELSE
                               WRITE HIST-KEEP-REC FROM HIST-REC
                               ADD 1 TO WS-KEPT-COUNT
                               ADD WS-REC-AMOUNT TO WS-KEPT-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORYFILE HISTKEEPFILE HISTARCFILE
               PERFORM FINISH-FILE
           ELSE
               IF WS-HISTORY-STATUS NOT = '35'
                   DISPLAY 'HISTORY FILE UNAVAILABLE, STATUS '
                       WS-HISTORY-STATUS
                   STOP RUN
               END-IF
           END-IF.

       ARCHIVE-PAY-REGISTER.
           MOVE 'PREG' TO WS-FILE-CODE
           MOVE 'PREG' TO WS-RETAIN-CODE
           MOVE 'payment_register.txt' TO WS-LIVE-NAME
           MOVE 'payment_register.txt.new' TO WS-KEEP-NAME
           MOVE 'payment_register.arc' TO WS-ARC-WORK-NAME
           MOVE 'payment_register' TO WS-ARC-PREFIX
           PERFORM START-FILE
           OPEN OUTPUT PAYKEYFILE
           IF WS-PAYKEY-STATUS NOT = '00'
               DISPLAY 'PAYMENT KEY WORK FILE UNAVAILABLE, STATUS '
                   WS-PAYKEY-STATUS
               STOP RUN
           END-IF
           OPEN INPUT XREFFILE
           IF WS-XREF-STATUS = '00'
               MOVE 'Y' TO WS-XREFS-ON-FILE
           ELSE
               IF WS-XREF-STATUS NOT = '35'
                   DISPLAY 'ACCOUNT XREF UNAVAILABLE, STATUS '
                       WS-XREF-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT PAYREGFILE
           IF WS-PAYREG-STATUS = '00'
               OPEN OUTPUT PAYKEEPFILE PAYARCFILE
               PERFORM OPEN-ARCHIVE-OUTPUT
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAYREGFILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM GET-TIMESTAMP-DATE
                           IF WS-REC-DATE < WS-CUTOFF-DATE
                               WRITE PAY-ARC-REC FROM PAYREG-REC
                               ADD 1 TO WS-ARC-COUNT
                               ADD PRG-AMOUNT TO WS-ARC-AMOUNT
                           ELSE
                               WRITE PAY-KEEP-REC FROM PAYREG-REC
                               ADD 1 TO WS-KEPT-COUNT
                               ADD PRG-AMOUNT TO WS-KEPT-AMOUNT
                               PERFORM RECORD-PAY-KEY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYREGFILE PAYKEEPFILE PAYARCFILE
               PERFORM FINISH-FILE
           ELSE
               IF WS-PAYREG-STATUS NOT = '35'
                   DISPLAY 'PAYMENT REGISTER UNAVAILABLE, STATUS '
                       WS-PAYREG-STATUS
                   STOP RUN
               END-IF
           END-IF
           CLOSE PAYKEYFILE
           IF WS-XREFS-ON-FILE = 'Y'
               CLOSE XREFFILE
           END-IF.

       RECORD-PAY-KEY.
           MOVE PRG-ACCOUNT-ID TO PKY-ACCOUNT-ID
           IF WS-XREFS-ON-FILE = 'Y'
               MOVE PRG-ACCOUNT-ID TO XRF-ABSORBED-ID
               READ XREFFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE XRF-SURVIVOR-ID TO PKY-ACCOUNT-ID
               END-READ
           END-IF
           MOVE PRG-PERIOD TO PKY-PERIOD
           WRITE PKY-REC
           IF WS-PAYKEY-STATUS NOT = '00'
              AND WS-PAYKEY-STATUS NOT = '22'
               DISPLAY 'PAYMENT KEY WORK FILE WRITE FAILED, STATUS '
                   WS-PAYKEY-STATUS
               STOP RUN
           END-IF.

       GET-TIMESTAMP-DATE.
           IF WS-FILE-CODE = 'PREG'
               MOVE PRG-TIMESTAMP(1:8) TO WS-REC-DATE-X
           ELSE
               IF WS-FILE-CODE = 'TREG'
                   MOVE TRG-TIMESTAMP(1:8) TO WS-REC-DATE-X
               ELSE
                   IF WS-FILE-CODE = 'RREG'
                       MOVE RRG-TIMESTAMP(1:8) TO WS-REC-DATE-X
                   ELSE
                       MOVE LOG-DATE TO WS-REC-DATE-X
                   END-IF
               END-IF
           END-IF
           IF WS-REC-DATE-X IS NUMERIC
               MOVE WS-REC-DATE-X TO WS-REC-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-REC-DATE
           END-IF.

       ARCHIVE-POST-REGISTER.
           MOVE 'TREG' TO WS-FILE-CODE
           MOVE 'TREG' TO WS-RETAIN-CODE
           MOVE 'posting_register.txt' TO WS-LIVE-NAME
           MOVE 'posting_register.txt.new' TO WS-KEEP-NAME
           MOVE 'posting_register.arc' TO WS-ARC-WORK-NAME
           MOVE 'posting_register' TO WS-ARC-PREFIX
           PERFORM START-FILE
           OPEN INPUT POSTREGFILE
           IF WS-POSTREG-STATUS = '00'
               OPEN OUTPUT POSTKEEPFILE POSTARCFILE
               PERFORM OPEN-ARCHIVE-OUTPUT
               PERFORM UNTIL WS-EOF = 'Y'
                   READ POSTREGFILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM GET-TIMESTAMP-DATE
                           IF WS-REC-DATE < WS-CUTOFF-DATE
                               WRITE POST-ARC-REC FROM POSTREG-REC
                               ADD 1 TO WS-ARC-COUNT
                               ADD TRG-AMOUNT TO WS-ARC-AMOUNT
                           ELSE
                               WRITE POST-KEEP-REC FROM POSTREG-REC
                               ADD 1 TO WS-KEPT-COUNT
                               ADD TRG-AMOUNT TO WS-KEPT-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTREGFILE POSTKEEPFILE POSTARCFILE
               PERFORM FINISH-FILE
           ELSE
               IF WS-POSTREG-STATUS NOT = '35'
                   DISPLAY 'POSTING REGISTER UNAVAILABLE, STATUS '
                       WS-POSTREG-STATUS
                   STOP RUN
               END-IF
           END-IF.

       ARCHIVE-REFUND-REGISTER.
           MOVE 'RREG' TO WS-FILE-CODE
           MOVE 'RREG' TO WS-RETAIN-CODE
           MOVE 'refund_register.txt' TO WS-LIVE-NAME
           MOVE 'refund_register.txt.new' TO WS-KEEP-NAME
           MOVE 'refund_register.arc' TO WS-ARC-WORK-NAME
           MOVE 'refund_register' TO WS-ARC-PREFIX
           PERFORM START-FILE
           OPEN INPUT REFREGFILE
           IF WS-REFREG-STATUS = '00'
               OPEN OUTPUT REFKEEPFILE REFARCFILE
               PERFORM OPEN-ARCHIVE-OUTPUT
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REFREGFILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM GET-TIMESTAMP-DATE
                           IF WS-REC-DATE < WS-CUTOFF-DATE
                               WRITE REF-ARC-REC FROM REFREG-REC
                               ADD 1 TO WS-ARC-COUNT
                               ADD RRG-AMOUNT TO WS-ARC-AMOUNT
                           ELSE
                               WRITE REF-KEEP-REC FROM REFREG-REC
                               ADD 1 TO WS-KEPT-COUNT
                               ADD RRG-AMOUNT TO WS-KEPT-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFREGFILE REFKEEPFILE REFARCFILE
               PERFORM FINISH-FILE
           ELSE
               IF WS-REFREG-STATUS NOT = '35'
                   DISPLAY 'REFUND REGISTER UNAVAILABLE, STATUS '
                       WS-REFREG-STATUS
                   STOP RUN
               END-IF
           END-IF.

       PURGE-OPEN-ITEMS.
           MOVE 'ITEM' TO WS-FILE-CODE
           MOVE 'ITEM' TO WS-RETAIN-CODE
           MOVE 'open_items.txt' TO WS-LIVE-NAME
           MOVE SPACES TO WS-KEEP-NAME
           MOVE 'open_items.arc' TO WS-ARC-WORK-NAME
           MOVE 'open_items' TO WS-ARC-PREFIX
           PERFORM START-FILE
           OPEN INPUT PAYKEYFILE
           IF WS-PAYKEY-STATUS = '00'
               MOVE 'Y' TO WS-PAYKEYS-ON-FILE
           ELSE
               IF WS-PAYKEY-STATUS NOT = '35'
                   DISPLAY 'PAYMENT KEY WORK FILE UNAVAILABLE, STATUS '
                       WS-PAYKEY-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT ITEMARCFILE
           MOVE '00' TO WS-KEEP-STATUS
           PERFORM OPEN-ARCHIVE-OUTPUT
           MOVE LOW-VALUES TO ITM-KEY
           START ITEMFILE KEY IS NOT LESS THAN ITM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ITEMFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE 'N' TO WS-PAY-KEPT
                       IF ITM-PERIOD < WS-CUTOFF-DATE
                          AND ITM-BALANCE-DUE = ZERO
                          AND ITM-CREDIT = ZERO
                           PERFORM CHECK-PAY-KEY
                           IF WS-PAY-KEPT = 'Y'
                               ADD 1 TO WS-PAY-HELD-COUNT
                           END-IF
                       END-IF
                       IF ITM-PERIOD < WS-CUTOFF-DATE
                          AND ITM-BALANCE-DUE = ZERO
                          AND ITM-CREDIT = ZERO
                          AND WS-PAY-KEPT = 'N'
                           WRITE ITEM-ARC-REC FROM ITM-REC
                           DELETE ITEMFILE RECORD
                           IF WS-ITEM-STATUS NOT = '00'
                               DISPLAY
                                   'OPEN ITEMS DELETE FAILED, STATUS '
                                   WS-ITEM-STATUS
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-ARC-COUNT
                           ADD ITM-PAID TO WS-ARC-AMOUNT
                       ELSE
                           ADD 1 TO WS-KEPT-COUNT
                           ADD ITM-PAID TO WS-KEPT-AMOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ITEMARCFILE
           IF WS-PAYKEYS-ON-FILE = 'Y'
               CLOSE PAYKEYFILE
           END-IF
           PERFORM FINISH-FILE.

       CHECK-PAY-KEY.
           IF WS-PAYKEYS-ON-FILE = 'Y'
               MOVE ITM-ACCOUNT-ID TO PKY-ACCOUNT-ID
               MOVE ITM-PERIOD     TO PKY-PERIOD
               READ PAYKEYFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PAY-KEPT
               END-READ
           END-IF.

       ARCHIVE-NOTICES.
           MOVE 'NTCH' TO WS-FILE-CODE
           MOVE 'NTCH' TO WS-RETAIN-CODE
           MOVE 'notice_history.txt' TO WS-LIVE-NAME
           MOVE SPACES TO WS-KEEP-NAME
           MOVE 'notice_history.arc' TO WS-ARC-WORK-NAME
           MOVE 'notice_history' TO WS-ARC-PREFIX
           PERFORM START-FILE
           OPEN I-O NHISTFILE
           IF WS-NHIST-STATUS = '00'
               OPEN OUTPUT NTCARCFILE
               MOVE '00' TO WS-KEEP-STATUS
               PERFORM OPEN-ARCHIVE-OUTPUT
               MOVE LOW-VALUES TO NTC-KEY
               START NHISTFILE KEY IS NOT LESS THAN NTC-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ NHISTFILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM CHECK-NOTICE-ITEM
                           IF NTC-SENT-DATE < WS-CUTOFF-DATE
                              AND WS-FOUND = 'N'
                               PERFORM ARCHIVE-ONE-NOTICE
                           ELSE
                               ADD 1 TO WS-KEPT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NHISTFILE NTCARCFILE
               PERFORM FINISH-FILE
           ELSE
               IF WS-NHIST-STATUS NOT = '35'
                   DISPLAY 'NOTICE HISTORY UNAVAILABLE, STATUS '
                       WS-NHIST-STATUS
                   STOP RUN
               END-IF
           END-IF.

       ARCHIVE-ONE-NOTICE.
           WRITE NTC-ARC-REC FROM NTC-REC
           DELETE NHISTFILE RECORD
           IF WS-NHIST-STATUS NOT = '00'
               DISPLAY 'NOTICE HISTORY DELETE FAILED, STATUS '
                   WS-NHIST-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-ARC-COUNT.

       CHECK-NOTICE-ITEM.
           MOVE 'N' TO WS-FOUND
           IF WS-ITEMS-ON-FILE = 'Y'
               MOVE NTC-KEY TO ITM-KEY
               READ ITEMFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ITM-BALANCE-DUE > ZERO
                           MOVE 'Y' TO WS-FOUND
                       END-IF
               END-READ
           END-IF.

       ARCHIVE-LOG.
           MOVE SPACES TO WS-KEEP-NAME
           MOVE 'retention_log.arc' TO WS-ARC-WORK-NAME
           PERFORM START-FILE
           CALL 'CBL_CHECK_FILE_EXIST' USING WS-LIVE-NAME WS-FILE-INFO
               RETURNING WS-CHK-RC
           IF WS-CHK-RC = 0
               CALL 'CBL_RENAME_FILE' USING WS-LIVE-NAME
                   WS-LOG-WORK-NAME
                   RETURNING WS-RENAME-RC
               IF WS-RENAME-RC NOT = 0
                   DISPLAY 'RENAME FAILED FOR ' WS-LIVE-NAME
                       ' RC ' WS-RENAME-RC
                   STOP RUN
               END-IF
               OPEN INPUT LOGFILE
               IF WS-LOG-STATUS NOT = '00'
                   DISPLAY 'CHANGE LOG UNAVAILABLE, STATUS '
                       WS-LOG-STATUS
                   STOP RUN
               END-IF
               OPEN OUTPUT LOGKEEPFILE LOGARCFILE
               PERFORM OPEN-ARCHIVE-OUTPUT
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LOGFILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM GET-TIMESTAMP-DATE
                           IF WS-REC-DATE < WS-CUTOFF-DATE
                               WRITE LOG-ARC-REC FROM LOG-REC
                               ADD 1 TO WS-ARC-COUNT
                           ELSE
                               WRITE LOG-KEEP-REC FROM LOG-REC
                               ADD 1 TO WS-KEPT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOGFILE LOGKEEPFILE LOGARCFILE
               MOVE 'retention_log.new' TO WS-KEEP-NAME
               PERFORM FINISH-FILE
               CALL 'CBL_DELETE_FILE' USING WS-LOG-WORK-NAME
                   RETURNING WS-DELETE-RC
           END-IF.

       RUN-RESTORE.
           PERFORM CHECK-PRIOR-RESTORE
           OPEN EXTEND CONTROLFILE
           IF WS-CONTROL-STATUS = '35'
               OPEN OUTPUT CONTROLFILE
           END-IF
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'ARCHIVE CONTROL FILE UNAVAILABLE, STATUS '
                   WS-CONTROL-STATUS
               STOP RUN
           END-IF
           PERFORM RESTORE-HISTORY
           PERFORM RESTORE-PAY-REGISTER
           PERFORM RESTORE-POST-REGISTER
           PERFORM RESTORE-REFUND-REGISTER
           PERFORM RESTORE-OPEN-ITEMS
           PERFORM RESTORE-NOTICES
           CLOSE CONTROLFILE.

       CHECK-PRIOR-RESTORE.
           OPEN INPUT CONTROLFILE
           IF WS-CONTROL-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CONTROLFILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ACT-MODE = 'R'
                              AND ACT-ACCOUNT-ID = WS-RESTORE-ACCOUNT
                              AND ACT-CUTOFF-DATE = WS-ARCHIVE-DATE
                               DISPLAY 'ACCOUNT ' WS-RESTORE-ACCOUNT
                                   ' ALREADY RESTORED FROM ARCHIVE '
                                   WS-ARCHIVE-DATE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROLFILE
           ELSE
               IF WS-CONTROL-STATUS NOT = '35'
                   DISPLAY 'ARCHIVE CONTROL FILE UNAVAILABLE, STATUS '
                       WS-CONTROL-STATUS
                   STOP RUN
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF.

       STAGE-ARCHIVE.
           MOVE ZERO TO WS-READ-COUNT
           MOVE ZERO TO WS-KEPT-COUNT
           MOVE ZERO TO WS-ARC-COUNT
           MOVE ZERO TO WS-KEPT-AMOUNT
           MOVE ZERO TO WS-ARC-AMOUNT
           MOVE 'N' TO WS-EOF
           MOVE SPACES TO WS-ARC-NAME
           STRING WS-ARC-PREFIX DELIMITED BY SPACE
               '_' WS-ARCHIVE-DATE '.arc' DELIMITED BY SIZE
               INTO WS-ARC-NAME
           CALL 'CBL_CHECK_FILE_EXIST' USING WS-ARC-NAME WS-FILE-INFO
               RETURNING WS-CHK-RC
           IF WS-CHK-RC = 0
               MOVE 'Y' TO WS-FOUND
               CALL 'CBL_COPY_FILE' USING WS-ARC-NAME WS-ARC-WORK-NAME
                   RETURNING WS-COPY-RC
               IF WS-COPY-RC NOT = 0
                   DISPLAY 'ARCHIVE COPY FAILED FOR ' WS-ARC-NAME
                   STOP RUN
               END-IF
           ELSE
               MOVE 'N' TO WS-FOUND
               DISPLAY 'NO ARCHIVE ' WS-ARC-NAME
           END-IF.

       CHECK-ARCHIVE-INPUT.
           IF WS-ARC-STATUS NOT = '00'
               DISPLAY 'ARCHIVE WORK FILE UNAVAILABLE, STATUS '
                   WS-ARC-STATUS
               STOP RUN
           END-IF.

       FINISH-RESTORE.
           CALL 'CBL_DELETE_FILE' USING WS-ARC-WORK-NAME
               RETURNING WS-DELETE-RC
           MOVE WS-RUN-DATE       TO ACT-RUN-DATE
           MOVE WS-TIMESTAMP      TO ACT-TIMESTAMP
           MOVE 'R'               TO ACT-MODE
           MOVE WS-FILE-CODE      TO ACT-FILE-CODE
           MOVE WS-ARCHIVE-DATE   TO ACT-CUTOFF-DATE
           MOVE WS-READ-COUNT     TO ACT-READ
           MOVE WS-KEPT-COUNT     TO ACT-KEPT
           MOVE WS-ARC-COUNT      TO ACT-ARCHIVED
           MOVE ZERO              TO ACT-AMOUNT-KEPT
           MOVE WS-ARC-AMOUNT     TO ACT-AMOUNT-ARCHIVED
           MOVE WS-ARC-NAME       TO ACT-ARCHIVE-NAME
           MOVE WS-RESTORE-ACCOUNT TO ACT-ACCOUNT-ID
           MOVE WS-OPERATOR       TO ACT-OPERATOR
           PERFORM WRITE-CONTROL-REC
           MOVE WS-LIVE-NAME      TO WS-DL-FILE
           MOVE ZERO              TO WS-DL-YEARS
           MOVE WS-ARCHIVE-DATE   TO WS-DL-CUTOFF
           MOVE WS-READ-COUNT     TO WS-DL-READ
           MOVE WS-KEPT-COUNT     TO WS-DL-KEPT
           MOVE WS-ARC-COUNT      TO WS-DL-ARCHIVED
           MOVE ZERO              TO WS-DL-KEPT-AMT
           MOVE WS-ARC-AMOUNT     TO WS-DL-ARC-AMT
           MOVE WS-DETAIL-LINE TO REPORT-REC
           PERFORM WRITE-REPORT-REC
           ADD WS-READ-COUNT TO WS-TOTAL-READ
           ADD WS-ARC-COUNT  TO WS-TOTAL-RESTORED
           ADD WS-ARC-AMOUNT TO WS-TOTAL-ARC-AMOUNT.

       RESTORE-HISTORY.
           MOVE 'HIST' TO WS-FILE-CODE
           MOVE 'tax_history.txt' TO WS-LIVE-NAME
           MOVE 'tax_history.arc' TO WS-ARC-WORK-NAME
           MOVE 'tax_history' TO WS-ARC-PREFIX
           PERFORM STAGE-ARCHIVE
           IF WS-FOUND = 'Y'
               OPEN INPUT HISTARCFILE
               PERFORM CHECK-ARCHIVE-INPUT
               OPEN EXTEND HISTORYFILE
               IF WS-HISTORY-STATUS = '35'
                   OPEN OUTPUT HISTORYFILE
               END-IF
               IF WS-HISTORY-STATUS NOT = '00'
                   DISPLAY 'HISTORY FILE UNAVAILABLE, STATUS '
                       WS-HISTORY-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HISTARCFILE INTO HIST-REC
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF HIST-ACCOUNT-ID = WS-RESTORE-ACCOUNT
                               WRITE HIST-REC
                               ADD 1 TO WS-ARC-COUNT
                               COMPUTE WS-REC-AMOUNT =
                                   HIST-TAX + HIST-STATE-TAX
                               ADD WS-REC-AMOUNT TO WS-ARC-AMOUNT
                           ELSE
                               ADD 1 TO WS-KEPT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTARCFILE HISTORYFILE
               PERFORM FINISH-RESTORE
           END-IF.

       RESTORE-PAY-REGISTER.
           MOVE 'PREG' TO WS-FILE-CODE
           MOVE 'payment_register.txt' TO WS-LIVE-NAME
           MOVE 'payment_register.arc' TO WS-ARC-WORK-NAME
           MOVE 'payment_register' TO WS-ARC-PREFIX
           PERFORM STAGE-ARCHIVE
           IF WS-FOUND = 'Y'
               OPEN INPUT PAYARCFILE
               PERFORM CHECK-ARCHIVE-INPUT
               OPEN EXTEND PAYREGFILE
               IF WS-PAYREG-STATUS = '35'
                   OPEN OUTPUT PAYREGFILE
               END-IF
               IF WS-PAYREG-STATUS NOT = '00'
                   DISPLAY 'PAYMENT REGISTER UNAVAILABLE, STATUS '
                       WS-PAYREG-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAYARCFILE INTO PAYREG-REC
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF PRG-ACCOUNT-ID = WS-RESTORE-ACCOUNT
                               WRITE PAYREG-REC
                               ADD 1 TO WS-ARC-COUNT
                               ADD PRG-AMOUNT TO WS-ARC-AMOUNT
                           ELSE
                               ADD 1 TO WS-KEPT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYARCFILE PAYREGFILE
               PERFORM FINISH-RESTORE
           END-IF.

       RESTORE-POST-REGISTER.
           MOVE 'TREG' TO WS-FILE-CODE
           MOVE 'posting_register.txt' TO WS-LIVE-NAME
           MOVE 'posting_register.arc' TO WS-ARC-WORK-NAME
           MOVE 'posting_register' TO WS-ARC-PREFIX
           PERFORM STAGE-ARCHIVE
           IF WS-FOUND = 'Y'
               OPEN INPUT POSTARCFILE
               PERFORM CHECK-ARCHIVE-INPUT
               OPEN EXTEND POSTREGFILE
               IF WS-POSTREG-STATUS = '35'
                   OPEN OUTPUT POSTREGFILE
               END-IF
               IF WS-POSTREG-STATUS NOT = '00'
                   DISPLAY 'POSTING REGISTER UNAVAILABLE, STATUS '
                       WS-POSTREG-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ POSTARCFILE INTO POSTREG-REC
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF TRG-ACCOUNT-ID = WS-RESTORE-ACCOUNT
                               WRITE POSTREG-REC
                               ADD 1 TO WS-ARC-COUNT
                               ADD TRG-AMOUNT TO WS-ARC-AMOUNT
                           ELSE
                               ADD 1 TO WS-KEPT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTARCFILE POSTREGFILE
               PERFORM FINISH-RESTORE
           END-IF.

       RESTORE-REFUND-REGISTER.
           MOVE 'RREG' TO WS-FILE-CODE
           MOVE 'refund_register.txt' TO WS-LIVE-NAME
           MOVE 'refund_register.arc' TO WS-ARC-WORK-NAME
           MOVE 'refund_register' TO WS-ARC-PREFIX
           PERFORM STAGE-ARCHIVE
           IF WS-FOUND = 'Y'
               OPEN INPUT REFARCFILE
               PERFORM CHECK-ARCHIVE-INPUT
               OPEN EXTEND REFREGFILE
               IF WS-REFREG-STATUS = '35'
                   OPEN OUTPUT REFREGFILE
               END-IF
               IF WS-REFREG-STATUS NOT = '00'
                   DISPLAY 'REFUND REGISTER UNAVAILABLE, STATUS '
                       WS-REFREG-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REFARCFILE INTO REFREG-REC
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF RRG-ACCOUNT-ID = WS-RESTORE-ACCOUNT
                               WRITE REFREG-REC
                               ADD 1 TO WS-ARC-COUNT
                               ADD RRG-AMOUNT TO WS-ARC-AMOUNT
                           ELSE
                               ADD 1 TO WS-KEPT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFARCFILE REFREGFILE
               PERFORM FINISH-RESTORE
           END-IF.

       RESTORE-OPEN-ITEMS.
           MOVE 'ITEM' TO WS-FILE-CODE
           MOVE 'open_items.txt' TO WS-LIVE-NAME
           MOVE 'open_items.arc' TO WS-ARC-WORK-NAME
           MOVE 'open_items' TO WS-ARC-PREFIX
           PERFORM STAGE-ARCHIVE
           IF WS-FOUND = 'Y'
               OPEN INPUT ITEMARCFILE
               PERFORM CHECK-ARCHIVE-INPUT
               OPEN I-O ITEMFILE
               IF WS-ITEM-STATUS = '35'
                   OPEN OUTPUT ITEMFILE
                   IF WS-ITEM-STATUS = '00'
                       CLOSE ITEMFILE
                       OPEN I-O ITEMFILE
                   END-IF
               END-IF
               IF WS-ITEM-STATUS NOT = '00'
                   DISPLAY 'OPEN ITEMS FILE UNAVAILABLE, STATUS '
                       WS-ITEM-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ITEMARCFILE INTO ITM-REC
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF ITM-ACCOUNT-ID = WS-RESTORE-ACCOUNT
                               PERFORM RESTORE-ONE-ITEM
                           ELSE
                               ADD 1 TO WS-KEPT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEMARCFILE ITEMFILE
               PERFORM FINISH-RESTORE
           END-IF.

       RESTORE-ONE-ITEM.
           WRITE ITM-REC
               INVALID KEY
                   DISPLAY 'OPEN ITEM ALREADY ON FILE ' ITM-KEY
                   ADD 1 TO WS-KEPT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-ARC-COUNT
                   ADD ITM-PAID TO WS-ARC-AMOUNT
           END-WRITE.

       RESTORE-NOTICES.
           MOVE 'NTCH' TO WS-FILE-CODE
           MOVE 'notice_history.txt' TO WS-LIVE-NAME
           MOVE 'notice_history.arc' TO WS-ARC-WORK-NAME
           MOVE 'notice_history' TO WS-ARC-PREFIX
           PERFORM STAGE-ARCHIVE
           IF WS-FOUND = 'Y'
               OPEN INPUT NTCARCFILE
               PERFORM CHECK-ARCHIVE-INPUT
               OPEN I-O NHISTFILE
               IF WS-NHIST-STATUS = '35'
                   OPEN OUTPUT NHISTFILE
                   IF WS-NHIST-STATUS = '00'
                       CLOSE NHISTFILE
                       OPEN I-O NHISTFILE
                   END-IF
               END-IF
               IF WS-NHIST-STATUS NOT = '00'
                   DISPLAY 'NOTICE HISTORY UNAVAILABLE, STATUS '
                       WS-NHIST-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ NTCARCFILE INTO NTC-REC
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF NTC-ACCOUNT-ID = WS-RESTORE-ACCOUNT
                               PERFORM RESTORE-ONE-NOTICE
                           ELSE
                               ADD 1 TO WS-KEPT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NTCARCFILE NHISTFILE
               PERFORM FINISH-RESTORE
           END-IF.

       RESTORE-ONE-NOTICE.
           WRITE NTC-REC
               INVALID KEY
                   DISPLAY 'NOTICE ALREADY ON FILE ' NTC-KEY
                   ADD 1 TO WS-KEPT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-ARC-COUNT
           END-WRITE.

       WRITE-CONTROL-REC.
           WRITE ACT-REC
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'ARCHIVE CONTROL WRITE FAILED, STATUS '
                   WS-CONTROL-STATUS
               STOP RUN
           END-IF.

       WRITE-REPORT-REC.
           WRITE REPORT-REC
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ARCHIVE REPORT WRITE FAILED, STATUS '
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.
