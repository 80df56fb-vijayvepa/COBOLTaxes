       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMRG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGEFILE ASSIGN TO 'merge_requests.txt'
               FILE STATUS IS WS-MERGE-STATUS.
           SELECT REJECTFILE ASSIGN TO 'merge_requests.rej'
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT MASTERFILE ASSIGN TO 'balances.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ADDRFILE ASSIGN TO 'taxpayer_master.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-ACCOUNT-ID
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT ITEMFILE ASSIGN TO 'open_items.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-KEY
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT PLANFILE ASSIGN TO 'payment_plans.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-ACCOUNT-ID
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT EXEMPTFILE ASSIGN TO 'exemptions.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXM-ACCOUNT-ID
               FILE STATUS IS WS-EXEMPT-STATUS.
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
           SELECT XREFFILE ASSIGN TO 'account_xref.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-ABSORBED-ID
               FILE STATUS IS WS-XREF-STATUS.
           SELECT HISTORYFILE ASSIGN TO 'tax_history.txt'
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT HISTWORKFILE ASSIGN TO 'tax_history.txt.new'
               FILE STATUS IS WS-HISTWORK-STATUS.
           SELECT MREGFILE ASSIGN TO 'merge_register.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MREG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MERGEFILE.
       01  MRG-REC.
           05  MRG-SURVIVOR-ID    PIC X(10).
           05  MRG-ABSORBED-ID    PIC X(10).
       FD  REJECTFILE.
       01  REJECT-REC.
           05  REJ-SURVIVOR-ID    PIC X(10).
           05  REJ-ABSORBED-ID    PIC X(10).
           05  REJ-REASON         PIC X(25).
       FD  MASTERFILE.
       01  MST-REC.
           05  MST-ACCOUNT-ID PIC X(10).
           05  MST-NAME       PIC X(20).
           05  MST-BALANCE    PIC 9(9)V99.
           05  MST-ADJ-CODE   PIC X(1).
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
       FD  PLANFILE.
       01  PLN-REC.
           05  PLN-ACCOUNT-ID     PIC X(10).
           05  PLN-STATUS         PIC X(1).
           05  PLN-START-DATE     PIC 9(8).
           05  PLN-INSTALL-AMOUNT PIC 9(9)V99.
           05  PLN-INSTALL-COUNT  PIC 9(3).
           05  PLN-PAID-COUNT     PIC 9(3).
           05  PLN-NEXT-DUE-DATE  PIC 9(8).
           05  PLN-LAST-PAY-DATE  PIC 9(8).
       FD  EXEMPTFILE.
       01  EXM-REC.
           05  EXM-ACCOUNT-ID PIC X(10).
           05  EXM-TYPE       PIC X(4).
           05  EXM-METHOD     PIC X(1).
           05  EXM-AMOUNT     PIC 9(9)V99.
           05  EXM-PERCENT    PIC 9V999.
           05  EXM-EFF-DATE   PIC 9(8).
           05  EXM-END-DATE   PIC 9(8).
       FD  NHISTFILE.
       01  NTC-REC.
           05  NTC-KEY.
               10  NTC-ACCOUNT-ID PIC X(10).
               10  NTC-PERIOD     PIC 9(8).
           05  NTC-LEVEL          PIC 9(1).
           05  NTC-SENT-DATE      PIC 9(8).
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
       FD  XREFFILE.
       01  XRF-REC.
           05  XRF-ABSORBED-ID    PIC X(10).
           05  XRF-SURVIVOR-ID    PIC X(10).
           05  XRF-MERGE-DATE     PIC 9(8).
           05  XRF-OPERATOR       PIC X(20).
       FD  HISTORYFILE.
       01  HIST-REC.
           05  HIST-ACCOUNT-ID    PIC X(10).
           05  HIST-PERIOD        PIC 9(8).
           05  HIST-BALANCE       PIC 9(9)V99.
           05  HIST-TAX           PIC 9(9)V99.
           05  HIST-STATE-TAX     PIC 9(9)V99.
           05  HIST-EXEMPT        PIC 9(9)V99.
       FD  HISTWORKFILE.
       01  HIST-WORK-REC          PIC X(62).
       FD  MREGFILE.
       01  MREG-REC.
           05  MREG-TIMESTAMP     PIC X(14).
           05  MREG-OPERATOR      PIC X(20).
           05  MREG-SURVIVOR-ID   PIC X(10).
           05  MREG-ABSORBED-ID   PIC X(10).
           05  MREG-FILE          PIC X(4).
           05  MREG-ACTION        PIC X(1).
           05  MREG-BEFORE        PIC X(203).
           05  MREG-AFTER         PIC X(203).
       WORKING-STORAGE SECTION.
       01  WS-MERGE-STATUS    PIC XX.
       01  WS-REJECT-STATUS   PIC XX.
       01  WS-MASTER-STATUS   PIC XX.
       01  WS-ADDR-STATUS     PIC XX.
       01  WS-ITEM-STATUS     PIC XX.
       01  WS-PLAN-STATUS     PIC XX.
       01  WS-EXEMPT-STATUS   PIC XX.
       01  WS-NHIST-STATUS    PIC XX.
       01  WS-HOLD-STATUS     PIC XX.
       01  WS-REFER-STATUS    PIC XX.
       01  WS-XREF-STATUS     PIC XX.
       01  WS-HISTORY-STATUS  PIC XX.
       01  WS-HISTWORK-STATUS PIC XX.
       01  WS-MREG-STATUS     PIC XX.
       01  WS-ADDRS-ON-FILE   PIC X VALUE 'N'.
       01  WS-ITEMS-ON-FILE   PIC X VALUE 'N'.
       01  WS-PLANS-ON-FILE   PIC X VALUE 'N'.
       01  WS-EXEMPTS-ON-FILE PIC X VALUE 'N'.
       01  WS-NOTICES-ON-FILE PIC X VALUE 'N'.
       01  WS-HOLDS-ON-FILE   PIC X VALUE 'N'.
       01  WS-REFERS-ON-FILE  PIC X VALUE 'N'.
       01  WS-NEW-NAME        PIC X(21) VALUE 'tax_history.txt.new'.
       01  WS-LIVE-NAME       PIC X(21) VALUE 'tax_history.txt'.
       01  WS-RENAME-RC       PIC S9(9) COMP-5.
       01  WS-OPERATOR        PIC X(20).
       01  WS-TIME-FULL       PIC 9(8).
       01  WS-TIME            PIC 9(6).
       01  WS-RUN-DATE        PIC 9(8).
       01  WS-ENV-DATE        PIC X(8).
       01  WS-TIMESTAMP       PIC X(14).
       01  WS-EOF             PIC X VALUE 'N'.
       01  WS-SCAN-DONE       PIC X VALUE 'N'.
       01  WS-VALID           PIC X VALUE 'Y'.
       01  WS-REASON          PIC X(25).
       01  WS-FOUND           PIC X VALUE 'N'.
       01  WS-SURVIVOR-PLAN   PIC X VALUE 'N'.
       01  WS-SURVIVOR-EXEMPT PIC X VALUE 'N'.
       01  WS-SURVIVOR-NAME   PIC X(20).
       01  WS-MREG-SURVIVOR   PIC X(10).
       01  WS-MREG-ABSORBED   PIC X(10).
       01  WS-MREG-FILE       PIC X(4).
       01  WS-MREG-ACTION     PIC X(1).
       01  WS-BEFORE-IMAGE    PIC X(203).
       01  WS-AFTER-IMAGE     PIC X(203).
       01  WS-ABSORBED-IMAGE  PIC X(203).
       01  WS-TOTAL-OWED      PIC 9(9)V99.
       01  WS-ABSORBED-BALANCE PIC 9(9)V99.
       01  WS-ABS-ITEM.
           05  WS-ABS-KEY             PIC X(18).
           05  WS-ABS-NAME            PIC X(20).
           05  WS-ABS-ASSESSED-TAX    PIC 9(9)V99.
           05  WS-ABS-ASSESSED-STATE  PIC 9(9)V99.
           05  WS-ABS-INTEREST        PIC 9(9)V99.
           05  WS-ABS-PENALTY         PIC 9(9)V99.
           05  WS-ABS-PAID            PIC 9(9)V99.
           05  WS-ABS-BALANCE-DUE     PIC 9(9)V99.
           05  WS-ABS-CREDIT          PIC 9(9)V99.
           05  WS-ABS-PAID-TAX        PIC 9(9)V99.
           05  WS-ABS-PAID-STATE      PIC 9(9)V99.
           05  WS-ABS-PAID-INTEREST   PIC 9(9)V99.
           05  WS-ABS-PAID-PENALTY    PIC 9(9)V99.
           05  WS-ABS-ABATED-TAX      PIC 9(9)V99.
           05  WS-ABS-ABATED-STATE    PIC 9(9)V99.
           05  WS-ABS-ABATED-INTEREST PIC 9(9)V99.
           05  WS-ABS-ABATED-PENALTY  PIC 9(9)V99.
       01  WS-ABS-NOTICE.
           05  WS-ABS-NTC-KEY         PIC X(18).
           05  WS-ABS-NTC-LEVEL       PIC 9(1).
           05  WS-ABS-NTC-SENT-DATE   PIC 9(8).
       01  WS-ABS-HOLD.
           05  WS-ABS-HLD-KEY         PIC X(18).
           05  WS-ABS-HLD-REASON      PIC X(4).
           05  WS-ABS-HLD-START-DATE  PIC 9(8).
           05  WS-ABS-HLD-END-DATE    PIC 9(8).
           05  WS-ABS-HLD-RESOLUTION  PIC X(1).
           05  WS-ABS-HLD-ADJ-TAX     PIC 9(9)V99.
           05  WS-ABS-HLD-ADJ-STATE   PIC 9(9)V99.
       01  WS-ABS-REFER.
           05  WS-ABS-REF-KEY         PIC X(18).
           05  WS-ABS-REF-STATUS      PIC X(1).
           05  WS-ABS-REF-DATA        PIC X(49).
       01  WS-SCAN-PERIOD     PIC 9(8).
       01  WS-PRD-IDX         PIC 9(4).
       01  WS-PRD-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-PRD-TABLE.
           05  WS-PRD OCCURS 500 TIMES PIC 9(8).
       01  WS-MRG-IDX         PIC 9(4).
       01  WS-MRG-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-MRG-TABLE.
           05  WS-MRG OCCURS 500 TIMES.
               10  WS-MRG-ABSORBED    PIC X(10).
               10  WS-MRG-SURVIVOR    PIC X(10).
       01  WS-REQUEST-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-MERGED-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-REJECT-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-ITEM-MOVED      PIC 9(9) VALUE ZERO.
       01  WS-ITEM-COMBINED   PIC 9(9) VALUE ZERO.
       01  WS-NOTICE-MOVED    PIC 9(9) VALUE ZERO.
       01  WS-HOLD-MOVED      PIC 9(9) VALUE ZERO.
       01  WS-REFER-MOVED     PIC 9(9) VALUE ZERO.
       01  WS-HIST-MOVED      PIC 9(9) VALUE ZERO.
       01  WS-BALANCE-MOVED   PIC 9(11)V99 VALUE ZERO.
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
           OPEN INPUT MERGEFILE
           IF WS-MERGE-STATUS NOT = '00'
               DISPLAY 'MERGE REQUEST FILE UNAVAILABLE, STATUS '
                   WS-MERGE-STATUS
               STOP RUN
           END-IF
           OPEN I-O MASTERFILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'BALANCES FILE UNAVAILABLE, STATUS '
                   WS-MASTER-STATUS
               STOP RUN
           END-IF
           OPEN I-O XREFFILE
           IF WS-XREF-STATUS = '35'
               OPEN OUTPUT XREFFILE
               IF WS-XREF-STATUS = '00'
                   CLOSE XREFFILE
                   OPEN I-O XREFFILE
               END-IF
           END-IF
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'ACCOUNT XREF FILE UNAVAILABLE, STATUS '
                   WS-XREF-STATUS
               STOP RUN
           END-IF
           PERFORM OPEN-OPTIONAL-FILES
           OPEN OUTPUT REJECTFILE
           IF WS-REJECT-STATUS NOT = '00'
               DISPLAY 'REJECT FILE UNAVAILABLE, STATUS '
                   WS-REJECT-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND MREGFILE
           IF WS-MREG-STATUS = '35'
               OPEN OUTPUT MREGFILE
           END-IF
           IF WS-MREG-STATUS NOT = '00'
               DISPLAY 'MERGE REGISTER UNAVAILABLE, STATUS '
                   WS-MREG-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MERGEFILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REQUEST-COUNT
                       PERFORM PROCESS-MERGE
               END-READ
           END-PERFORM
           CLOSE MERGEFILE MASTERFILE XREFFILE REJECTFILE
           PERFORM CLOSE-OPTIONAL-FILES
           IF WS-MRG-COUNT > ZERO
               PERFORM MERGE-HISTORY
           END-IF
           CLOSE MREGFILE
           DISPLAY 'MERGE REQUESTS READ     ' WS-REQUEST-COUNT
           DISPLAY 'ACCOUNTS MERGED         ' WS-MERGED-COUNT
           DISPLAY 'REQUESTS REJECTED       ' WS-REJECT-COUNT
           DISPLAY 'OPEN ITEMS MOVED        ' WS-ITEM-MOVED
           DISPLAY 'OPEN ITEMS COMBINED     ' WS-ITEM-COMBINED
           DISPLAY 'NOTICES MOVED           ' WS-NOTICE-MOVED
           DISPLAY 'HOLDS MOVED             ' WS-HOLD-MOVED
           DISPLAY 'REFERRALS MOVED         ' WS-REFER-MOVED
           DISPLAY 'HISTORY ROWS MOVED      ' WS-HIST-MOVED
           DISPLAY 'BALANCE MOVED           ' WS-BALANCE-MOVED
           STOP RUN.

       OPEN-OPTIONAL-FILES.
           OPEN I-O ADDRFILE
           IF WS-ADDR-STATUS = '00'
               MOVE 'Y' TO WS-ADDRS-ON-FILE
           ELSE
               IF WS-ADDR-STATUS NOT = '35'
                   DISPLAY 'ADDRESS MASTER UNAVAILABLE, STATUS '
                       WS-ADDR-STATUS
                   STOP RUN
               END-IF
           END-IF
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
           OPEN I-O PLANFILE
           IF WS-PLAN-STATUS = '00'
               MOVE 'Y' TO WS-PLANS-ON-FILE
           ELSE
               IF WS-PLAN-STATUS NOT = '35'
                   DISPLAY 'PAYMENT PLAN FILE UNAVAILABLE, STATUS '
                       WS-PLAN-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O EXEMPTFILE
           IF WS-EXEMPT-STATUS = '00'
               MOVE 'Y' TO WS-EXEMPTS-ON-FILE
           ELSE
               IF WS-EXEMPT-STATUS NOT = '35'
                   DISPLAY 'EXEMPTION MASTER UNAVAILABLE, STATUS '
                       WS-EXEMPT-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O NHISTFILE
           IF WS-NHIST-STATUS = '00'
               MOVE 'Y' TO WS-NOTICES-ON-FILE
           ELSE
               IF WS-NHIST-STATUS NOT = '35'
                   DISPLAY 'NOTICE HISTORY UNAVAILABLE, STATUS '
                       WS-NHIST-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O HOLDFILE
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
           IF WS-REFER-STATUS = '00'
               MOVE 'Y' TO WS-REFERS-ON-FILE
           ELSE
               IF WS-REFER-STATUS NOT = '35'
                   DISPLAY 'REFERRAL MASTER UNAVAILABLE, STATUS '
                       WS-REFER-STATUS
                   STOP RUN
               END-IF
           END-IF.

       CLOSE-OPTIONAL-FILES.
           IF WS-ADDRS-ON-FILE = 'Y'
               CLOSE ADDRFILE
           END-IF
           IF WS-ITEMS-ON-FILE = 'Y'
               CLOSE ITEMFILE
           END-IF
           IF WS-PLANS-ON-FILE = 'Y'
               CLOSE PLANFILE
           END-IF
           IF WS-EXEMPTS-ON-FILE = 'Y'
               CLOSE EXEMPTFILE
           END-IF
           IF WS-NOTICES-ON-FILE = 'Y'
               CLOSE NHISTFILE
           END-IF
           IF WS-HOLDS-ON-FILE = 'Y'
               CLOSE HOLDFILE
           END-IF
           IF WS-REFERS-ON-FILE = 'Y'
               CLOSE REFERFILE
           END-IF.

       PROCESS-MERGE.
           MOVE 'Y' TO WS-VALID
           MOVE SPACES TO WS-REASON
           MOVE MRG-SURVIVOR-ID TO WS-MREG-SURVIVOR
           MOVE MRG-ABSORBED-ID TO WS-MREG-ABSORBED
           PERFORM VALIDATE-MERGE
           IF WS-VALID = 'N'
               PERFORM WRITE-REJECT
           ELSE
               IF WS-MRG-COUNT >= 500
                   DISPLAY 'MERGE TABLE FULL, RUN STOPPED'
                   STOP RUN
               END-IF
               PERFORM MERGE-BALANCES
               IF WS-ADDRS-ON-FILE = 'Y'
                   PERFORM MERGE-ADDRESS
               END-IF
               IF WS-ITEMS-ON-FILE = 'Y'
                   PERFORM MERGE-OPEN-ITEMS
               END-IF
               IF WS-PLANS-ON-FILE = 'Y'
                   PERFORM MERGE-PLAN
               END-IF
               IF WS-EXEMPTS-ON-FILE = 'Y'
                   PERFORM MERGE-EXEMPTION
               END-IF
               IF WS-NOTICES-ON-FILE = 'Y'
                   PERFORM MERGE-NOTICES
               END-IF
               IF WS-HOLDS-ON-FILE = 'Y'
                   PERFORM MERGE-HOLDS
               END-IF
               IF WS-REFERS-ON-FILE = 'Y'
                   PERFORM MERGE-REFERRALS
               END-IF
               PERFORM WRITE-XREF
               ADD 1 TO WS-MRG-COUNT
               MOVE MRG-ABSORBED-ID TO WS-MRG-ABSORBED(WS-MRG-COUNT)
               MOVE MRG-SURVIVOR-ID TO WS-MRG-SURVIVOR(WS-MRG-COUNT)
               ADD 1 TO WS-MERGED-COUNT
           END-IF.

       VALIDATE-MERGE.
           IF MRG-SURVIVOR-ID = SPACES OR MRG-ABSORBED-ID = SPACES
               MOVE 'N' TO WS-VALID
               MOVE 'ACCOUNT ID MISSING' TO WS-REASON
           ELSE
               IF MRG-SURVIVOR-ID = MRG-ABSORBED-ID
                   MOVE 'N' TO WS-VALID
                   MOVE 'SURVIVOR EQUALS ABSORBED' TO WS-REASON
               END-IF
           END-IF
           IF WS-VALID = 'Y'
               MOVE MRG-ABSORBED-ID TO XRF-ABSORBED-ID
               READ XREFFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-VALID
                       MOVE 'ABSORBED ALREADY MERGED' TO WS-REASON
               END-READ
           END-IF
           IF WS-VALID = 'Y'
               MOVE MRG-SURVIVOR-ID TO XRF-ABSORBED-ID
               READ XREFFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-VALID
                       MOVE 'SURVIVOR ALREADY MERGED' TO WS-REASON
               END-READ
           END-IF
           IF WS-VALID = 'Y'
               MOVE MRG-ABSORBED-ID TO MST-ACCOUNT-ID
               READ MASTERFILE
                   INVALID KEY
                       MOVE 'N' TO WS-VALID
                       MOVE 'ABSORBED NOT ON BALANCES' TO WS-REASON
               END-READ
           END-IF
           IF WS-VALID = 'Y'
               MOVE MRG-SURVIVOR-ID TO MST-ACCOUNT-ID
               READ MASTERFILE
                   INVALID KEY
                       MOVE 'N' TO WS-VALID
                       MOVE 'SURVIVOR NOT ON BALANCES' TO WS-REASON
                   NOT INVALID KEY
                       MOVE MST-NAME TO WS-SURVIVOR-NAME
               END-READ
           END-IF
           IF WS-VALID = 'Y' AND WS-PLANS-ON-FILE = 'Y'
               MOVE 'N' TO WS-SURVIVOR-PLAN
               MOVE MRG-SURVIVOR-ID TO PLN-ACCOUNT-ID
               READ PLANFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SURVIVOR-PLAN
               END-READ
               IF WS-SURVIVOR-PLAN = 'Y'
                   MOVE MRG-ABSORBED-ID TO PLN-ACCOUNT-ID
                   READ PLANFILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'N' TO WS-VALID
                           MOVE 'BOTH ACCOUNTS ON PLANS'
                               TO WS-REASON
                   END-READ
               END-IF
           END-IF
           IF WS-VALID = 'Y' AND WS-EXEMPTS-ON-FILE = 'Y'
               MOVE 'N' TO WS-SURVIVOR-EXEMPT
               MOVE MRG-SURVIVOR-ID TO EXM-ACCOUNT-ID
               READ EXEMPTFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SURVIVOR-EXEMPT
               END-READ
               IF WS-SURVIVOR-EXEMPT = 'Y'
                   MOVE MRG-ABSORBED-ID TO EXM-ACCOUNT-ID
                   READ EXEMPTFILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'N' TO WS-VALID
                           MOVE 'BOTH ACCOUNTS EXEMPT'
                               TO WS-REASON
                   END-READ
               END-IF
           END-IF.

       MERGE-BALANCES.
           MOVE MRG-ABSORBED-ID TO MST-ACCOUNT-ID
           READ MASTERFILE
               INVALID KEY
                   DISPLAY 'BALANCES READ FAILED FOR ' MRG-ABSORBED-ID
                   STOP RUN
           END-READ
           MOVE MST-REC TO WS-ABSORBED-IMAGE
           MOVE MST-BALANCE TO WS-ABSORBED-BALANCE
           ADD MST-BALANCE TO WS-BALANCE-MOVED
           DELETE MASTERFILE RECORD
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'BALANCES DELETE FAILED, STATUS '
                   WS-MASTER-STATUS
               STOP RUN
           END-IF
           MOVE 'BAL ' TO WS-MREG-FILE
           MOVE 'D' TO WS-MREG-ACTION
           MOVE WS-ABSORBED-IMAGE TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           PERFORM WRITE-MERGE-REGISTER
           MOVE MRG-SURVIVOR-ID TO MST-ACCOUNT-ID
           READ MASTERFILE
               INVALID KEY
                   DISPLAY 'BALANCES READ FAILED FOR ' MRG-SURVIVOR-ID
                   STOP RUN
           END-READ
           MOVE MST-REC TO WS-BEFORE-IMAGE
           ADD WS-ABSORBED-BALANCE TO MST-BALANCE
           REWRITE MST-REC
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'BALANCES REWRITE FAILED, STATUS '
                   WS-MASTER-STATUS
               STOP RUN
           END-IF
           MOVE 'C' TO WS-MREG-ACTION
           MOVE MST-REC TO WS-AFTER-IMAGE
           PERFORM WRITE-MERGE-REGISTER.

       MERGE-ADDRESS.
           MOVE MRG-ABSORBED-ID TO ADR-ACCOUNT-ID
           READ ADDRFILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ
           IF WS-FOUND = 'Y'
               MOVE ADR-REC TO WS-ABSORBED-IMAGE
               DELETE ADDRFILE RECORD
               IF WS-ADDR-STATUS NOT = '00'
                   DISPLAY 'ADDRESS MASTER DELETE FAILED, STATUS '
                       WS-ADDR-STATUS
                   STOP RUN
               END-IF
               MOVE 'ADR ' TO WS-MREG-FILE
               MOVE WS-ABSORBED-IMAGE TO WS-BEFORE-IMAGE
               MOVE MRG-SURVIVOR-ID TO ADR-ACCOUNT-ID
               READ ADDRFILE
                   INVALID KEY
                       MOVE 'N' TO WS-FOUND
               END-READ
               IF WS-FOUND = 'Y'
                   MOVE 'D' TO WS-MREG-ACTION
                   MOVE SPACES TO WS-AFTER-IMAGE
               ELSE
                   MOVE WS-ABSORBED-IMAGE TO ADR-REC
                   MOVE MRG-SURVIVOR-ID TO ADR-ACCOUNT-ID
                   WRITE ADR-REC
                   IF WS-ADDR-STATUS NOT = '00'
                       DISPLAY 'ADDRESS MASTER WRITE FAILED, STATUS '
                           WS-ADDR-STATUS
                       STOP RUN
                   END-IF
                   MOVE 'M' TO WS-MREG-ACTION
                   MOVE ADR-REC TO WS-AFTER-IMAGE
               END-IF
               PERFORM WRITE-MERGE-REGISTER
           END-IF.

       MERGE-OPEN-ITEMS.
           MOVE ZERO TO WS-PRD-COUNT
           MOVE MRG-ABSORBED-ID TO ITM-ACCOUNT-ID
           MOVE ZERO TO ITM-PERIOD
           MOVE 'N' TO WS-SCAN-DONE
           START ITEMFILE KEY IS NOT LESS THAN ITM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ ITEMFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF ITM-ACCOUNT-ID NOT = MRG-ABSORBED-ID
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           MOVE ITM-PERIOD TO WS-SCAN-PERIOD
                           PERFORM ADD-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > WS-PRD-COUNT
               PERFORM MOVE-OPEN-ITEM
           END-PERFORM.

       ADD-PERIOD.
           IF WS-PRD-COUNT >= 500
               DISPLAY 'MERGE PERIOD TABLE FULL FOR ' MRG-ABSORBED-ID
               STOP RUN
           END-IF
           ADD 1 TO WS-PRD-COUNT
           MOVE WS-SCAN-PERIOD TO WS-PRD(WS-PRD-COUNT).

       MOVE-OPEN-ITEM.
           MOVE MRG-ABSORBED-ID TO ITM-ACCOUNT-ID
           MOVE WS-PRD(WS-PRD-IDX) TO ITM-PERIOD
           READ ITEMFILE
               INVALID KEY
                   DISPLAY 'OPEN ITEMS READ FAILED FOR ' ITM-KEY
                   STOP RUN
           END-READ
           MOVE ITM-REC TO WS-ABS-ITEM
           MOVE ITM-REC TO WS-ABSORBED-IMAGE
           DELETE ITEMFILE RECORD
           IF WS-ITEM-STATUS NOT = '00'
               DISPLAY 'OPEN ITEMS DELETE FAILED, STATUS '
                   WS-ITEM-STATUS
               STOP RUN
           END-IF
           MOVE 'ITM ' TO WS-MREG-FILE
           MOVE MRG-SURVIVOR-ID TO ITM-ACCOUNT-ID
           MOVE WS-PRD(WS-PRD-IDX) TO ITM-PERIOD
           READ ITEMFILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ
           IF WS-FOUND = 'Y'
               MOVE 'D' TO WS-MREG-ACTION
               MOVE WS-ABSORBED-IMAGE TO WS-BEFORE-IMAGE
               MOVE SPACES TO WS-AFTER-IMAGE
               PERFORM WRITE-MERGE-REGISTER
               MOVE ITM-REC TO WS-BEFORE-IMAGE
               PERFORM COMBINE-OPEN-ITEM
               REWRITE ITM-REC
               IF WS-ITEM-STATUS NOT = '00'
                   DISPLAY 'OPEN ITEMS REWRITE FAILED, STATUS '
                       WS-ITEM-STATUS
                   STOP RUN
               END-IF
               MOVE 'C' TO WS-MREG-ACTION
               ADD 1 TO WS-ITEM-COMBINED
           ELSE
               MOVE WS-ABS-ITEM TO ITM-REC
               MOVE MRG-SURVIVOR-ID TO ITM-ACCOUNT-ID
               MOVE WS-SURVIVOR-NAME TO ITM-NAME
               WRITE ITM-REC
               IF WS-ITEM-STATUS NOT = '00'
                   DISPLAY 'OPEN ITEMS WRITE FAILED, STATUS '
                       WS-ITEM-STATUS
                   STOP RUN
               END-IF
               MOVE 'M' TO WS-MREG-ACTION
               MOVE WS-ABSORBED-IMAGE TO WS-BEFORE-IMAGE
               ADD 1 TO WS-ITEM-MOVED
           END-IF
           MOVE ITM-REC TO WS-AFTER-IMAGE
           PERFORM WRITE-MERGE-REGISTER.

       COMBINE-OPEN-ITEM.
           ADD WS-ABS-ASSESSED-TAX    TO ITM-ASSESSED-TAX
           ADD WS-ABS-ASSESSED-STATE  TO ITM-ASSESSED-STATE
           ADD WS-ABS-INTEREST        TO ITM-INTEREST
           ADD WS-ABS-PENALTY         TO ITM-PENALTY
           ADD WS-ABS-PAID            TO ITM-PAID
           ADD WS-ABS-PAID-TAX        TO ITM-PAID-TAX
           ADD WS-ABS-PAID-STATE      TO ITM-PAID-STATE
           ADD WS-ABS-PAID-INTEREST   TO ITM-PAID-INTEREST
           ADD WS-ABS-PAID-PENALTY    TO ITM-PAID-PENALTY
           ADD WS-ABS-ABATED-TAX      TO ITM-ABATED-TAX
           ADD WS-ABS-ABATED-STATE    TO ITM-ABATED-STATE
           ADD WS-ABS-ABATED-INTEREST TO ITM-ABATED-INTEREST
           ADD WS-ABS-ABATED-PENALTY  TO ITM-ABATED-PENALTY
           COMPUTE WS-TOTAL-OWED =
               ITM-ASSESSED-TAX + ITM-ASSESSED-STATE
               + ITM-INTEREST + ITM-PENALTY
           IF ITM-PAID > WS-TOTAL-OWED
               MOVE ZERO TO ITM-BALANCE-DUE
               COMPUTE ITM-CREDIT = ITM-PAID - WS-TOTAL-OWED
           ELSE
               COMPUTE ITM-BALANCE-DUE = WS-TOTAL-OWED - ITM-PAID
               MOVE ZERO TO ITM-CREDIT
           END-IF.

       MERGE-PLAN.
           MOVE MRG-ABSORBED-ID TO PLN-ACCOUNT-ID
           READ PLANFILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ
           IF WS-FOUND = 'Y'
               MOVE PLN-REC TO WS-BEFORE-IMAGE
               DELETE PLANFILE RECORD
               IF WS-PLAN-STATUS NOT = '00'
                   DISPLAY 'PAYMENT PLAN DELETE FAILED, STATUS '
                       WS-PLAN-STATUS
                   STOP RUN
               END-IF
               MOVE MRG-SURVIVOR-ID TO PLN-ACCOUNT-ID
               WRITE PLN-REC
               IF WS-PLAN-STATUS NOT = '00'
                   DISPLAY 'PAYMENT PLAN WRITE FAILED, STATUS '
                       WS-PLAN-STATUS
                   STOP RUN
               END-IF
               MOVE 'PLN ' TO WS-MREG-FILE
               MOVE 'M' TO WS-MREG-ACTION
               MOVE PLN-REC TO WS-AFTER-IMAGE
               PERFORM WRITE-MERGE-REGISTER
           END-IF.

       MERGE-EXEMPTION.
           MOVE MRG-ABSORBED-ID TO EXM-ACCOUNT-ID
           READ EXEMPTFILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ
           IF WS-FOUND = 'Y'
               MOVE EXM-REC TO WS-BEFORE-IMAGE
               DELETE EXEMPTFILE RECORD
               IF WS-EXEMPT-STATUS NOT = '00'
                   DISPLAY 'EXEMPTION MASTER DELETE FAILED, STATUS '
                       WS-EXEMPT-STATUS
                   STOP RUN
               END-IF
               MOVE MRG-SURVIVOR-ID TO EXM-ACCOUNT-ID
               WRITE EXM-REC
               IF WS-EXEMPT-STATUS NOT = '00'
                   DISPLAY 'EXEMPTION MASTER WRITE FAILED, STATUS '
                       WS-EXEMPT-STATUS
                   STOP RUN
               END-IF
               MOVE 'EXM ' TO WS-MREG-FILE
               MOVE 'M' TO WS-MREG-ACTION
               MOVE EXM-REC TO WS-AFTER-IMAGE
               PERFORM WRITE-MERGE-REGISTER
           END-IF.

       MERGE-NOTICES.
           MOVE ZERO TO WS-PRD-COUNT
           MOVE MRG-ABSORBED-ID TO NTC-ACCOUNT-ID
           MOVE ZERO TO NTC-PERIOD
           MOVE 'N' TO WS-SCAN-DONE
           START NHISTFILE KEY IS NOT LESS THAN NTC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ NHISTFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF NTC-ACCOUNT-ID NOT = MRG-ABSORBED-ID
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           MOVE NTC-PERIOD TO WS-SCAN-PERIOD
                           PERFORM ADD-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > WS-PRD-COUNT
               PERFORM MOVE-NOTICE
           END-PERFORM.

       MOVE-NOTICE.
           MOVE MRG-ABSORBED-ID TO NTC-ACCOUNT-ID
           MOVE WS-PRD(WS-PRD-IDX) TO NTC-PERIOD
           READ NHISTFILE
               INVALID KEY
                   DISPLAY 'NOTICE HISTORY READ FAILED FOR ' NTC-KEY
                   STOP RUN
           END-READ
           MOVE NTC-REC TO WS-ABS-NOTICE
           MOVE NTC-REC TO WS-ABSORBED-IMAGE
           DELETE NHISTFILE RECORD
           IF WS-NHIST-STATUS NOT = '00'
               DISPLAY 'NOTICE HISTORY DELETE FAILED, STATUS '
                   WS-NHIST-STATUS
               STOP RUN
           END-IF
           MOVE 'NTC ' TO WS-MREG-FILE
           MOVE MRG-SURVIVOR-ID TO NTC-ACCOUNT-ID
           MOVE WS-PRD(WS-PRD-IDX) TO NTC-PERIOD
           READ NHISTFILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ
           IF WS-FOUND = 'Y'
               MOVE 'D' TO WS-MREG-ACTION
               MOVE WS-ABSORBED-IMAGE TO WS-BEFORE-IMAGE
               MOVE SPACES TO WS-AFTER-IMAGE
               PERFORM WRITE-MERGE-REGISTER
               IF WS-ABS-NTC-LEVEL > NTC-LEVEL
                   MOVE NTC-REC TO WS-BEFORE-IMAGE
                   MOVE WS-ABS-NTC-LEVEL TO NTC-LEVEL
                   MOVE WS-ABS-NTC-SENT-DATE TO NTC-SENT-DATE
                   REWRITE NTC-REC
                   IF WS-NHIST-STATUS NOT = '00'
                       DISPLAY
                           'NOTICE HISTORY REWRITE FAILED, STATUS '
                           WS-NHIST-STATUS
                       STOP RUN
                   END-IF
                   MOVE 'C' TO WS-MREG-ACTION
                   MOVE NTC-REC TO WS-AFTER-IMAGE
                   PERFORM WRITE-MERGE-REGISTER
               END-IF
           ELSE
               MOVE WS-ABS-NOTICE TO NTC-REC
               MOVE MRG-SURVIVOR-ID TO NTC-ACCOUNT-ID
               WRITE NTC-REC
               IF WS-NHIST-STATUS NOT = '00'
                   DISPLAY 'NOTICE HISTORY WRITE FAILED, STATUS '
                       WS-NHIST-STATUS
                   STOP RUN
               END-IF
               MOVE 'M' TO WS-MREG-ACTION
               MOVE WS-ABSORBED-IMAGE TO WS-BEFORE-IMAGE
               MOVE NTC-REC TO WS-AFTER-IMAGE
               PERFORM WRITE-MERGE-REGISTER
               ADD 1 TO WS-NOTICE-MOVED
           END-IF.

       MERGE-HOLDS.
           MOVE ZERO TO WS-PRD-COUNT
           MOVE MRG-ABSORBED-ID TO HLD-ACCOUNT-ID
           MOVE ZERO TO HLD-PERIOD
           MOVE 'N' TO WS-SCAN-DONE
           START HOLDFILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ HOLDFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF HLD-ACCOUNT-ID NOT = MRG-ABSORBED-ID
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           MOVE HLD-PERIOD TO WS-SCAN-PERIOD
                           PERFORM ADD-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > WS-PRD-COUNT
               PERFORM MOVE-HOLD
           END-PERFORM.

       MOVE-HOLD.
           MOVE MRG-ABSORBED-ID TO HLD-ACCOUNT-ID
           MOVE WS-PRD(WS-PRD-IDX) TO HLD-PERIOD
           READ HOLDFILE
               INVALID KEY
                   DISPLAY 'HOLD MASTER READ FAILED FOR ' HLD-KEY
                   STOP RUN
           END-READ
           MOVE HLD-REC TO WS-ABS-HOLD
           MOVE HLD-REC TO WS-ABSORBED-IMAGE
           DELETE HOLDFILE RECORD
           IF WS-HOLD-STATUS NOT = '00'
               DISPLAY 'HOLD MASTER DELETE FAILED, STATUS '
                   WS-HOLD-STATUS
               STOP RUN
           END-IF
           MOVE 'HLD ' TO WS-MREG-FILE
           MOVE MRG-SURVIVOR-ID TO HLD-ACCOUNT-ID
           MOVE WS-PRD(WS-PRD-IDX) TO HLD-PERIOD
           READ HOLDFILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ
           IF WS-FOUND = 'Y'
               MOVE 'D' TO WS-MREG-ACTION
               MOVE WS-ABSORBED-IMAGE TO WS-BEFORE-IMAGE
               MOVE SPACES TO WS-AFTER-IMAGE
               PERFORM WRITE-MERGE-REGISTER
               IF HLD-RESOLUTION NOT = SPACE
                  AND WS-ABS-HLD-RESOLUTION = SPACE
                   MOVE HLD-REC TO WS-BEFORE-IMAGE
                   MOVE WS-ABS-HOLD TO HLD-REC
                   MOVE MRG-SURVIVOR-ID TO HLD-ACCOUNT-ID
                   REWRITE HLD-REC
                   IF WS-HOLD-STATUS NOT = '00'
                       DISPLAY 'HOLD MASTER REWRITE FAILED, STATUS '
                           WS-HOLD-STATUS
                       STOP RUN
                   END-IF
                   MOVE 'C' TO WS-MREG-ACTION
                   MOVE HLD-REC TO WS-AFTER-IMAGE
                   PERFORM WRITE-MERGE-REGISTER
               END-IF
           ELSE
               MOVE WS-ABS-HOLD TO HLD-REC
               MOVE MRG-SURVIVOR-ID TO HLD-ACCOUNT-ID
               WRITE HLD-REC
               IF WS-HOLD-STATUS NOT = '00'
                   DISPLAY 'HOLD MASTER WRITE FAILED, STATUS '
                       WS-HOLD-STATUS
                   STOP RUN
               END-IF
               MOVE 'M' TO WS-MREG-ACTION
               MOVE WS-ABSORBED-IMAGE TO WS-BEFORE-IMAGE
               MOVE HLD-REC TO WS-AFTER-IMAGE
               PERFORM WRITE-MERGE-REGISTER
               ADD 1 TO WS-HOLD-MOVED
           END-IF.

       MERGE-REFERRALS.
           MOVE ZERO TO WS-PRD-COUNT
           MOVE MRG-ABSORBED-ID TO REF-ACCOUNT-ID
           MOVE ZERO TO REF-PERIOD
           MOVE 'N' TO WS-SCAN-DONE
           START REFERFILE KEY IS NOT LESS THAN REF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ REFERFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF REF-ACCOUNT-ID NOT = MRG-ABSORBED-ID
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           MOVE REF-PERIOD TO WS-SCAN-PERIOD
                           PERFORM ADD-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > WS-PRD-COUNT
               PERFORM MOVE-REFERRAL
           END-PERFORM.

       MOVE-REFERRAL.
           MOVE MRG-ABSORBED-ID TO REF-ACCOUNT-ID
           MOVE WS-PRD(WS-PRD-IDX) TO REF-PERIOD
           READ REFERFILE
               INVALID KEY
                   DISPLAY 'REFERRAL MASTER READ FAILED FOR ' REF-KEY
                   STOP RUN
           END-READ
           MOVE REF-REC TO WS-ABS-REFER
           MOVE REF-REC TO WS-ABSORBED-IMAGE
           DELETE REFERFILE RECORD
           IF WS-REFER-STATUS NOT = '00'
               DISPLAY 'REFERRAL MASTER DELETE FAILED, STATUS '
                   WS-REFER-STATUS
               STOP RUN
           END-IF
           MOVE 'REF ' TO WS-MREG-FILE
           MOVE MRG-SURVIVOR-ID TO REF-ACCOUNT-ID
           MOVE WS-PRD(WS-PRD-IDX) TO REF-PERIOD
           READ REFERFILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ
           IF WS-FOUND = 'Y'
               MOVE 'D' TO WS-MREG-ACTION
               MOVE WS-ABSORBED-IMAGE TO WS-BEFORE-IMAGE
               MOVE SPACES TO WS-AFTER-IMAGE
               PERFORM WRITE-MERGE-REGISTER
               IF REF-STATUS NOT = 'P' AND WS-ABS-REF-STATUS = 'P'
                   MOVE REF-REC TO WS-BEFORE-IMAGE
                   MOVE WS-ABS-REFER TO REF-REC
                   MOVE MRG-SURVIVOR-ID TO REF-ACCOUNT-ID
                   REWRITE REF-REC
                   IF WS-REFER-STATUS NOT = '00'
                       DISPLAY
                           'REFERRAL MASTER REWRITE FAILED, STATUS '
                           WS-REFER-STATUS
                       STOP RUN
                   END-IF
                   MOVE 'C' TO WS-MREG-ACTION
                   MOVE REF-REC TO WS-AFTER-IMAGE
                   PERFORM WRITE-MERGE-REGISTER
               END-IF
           ELSE
               MOVE WS-ABS-REFER TO REF-REC
               MOVE MRG-SURVIVOR-ID TO REF-ACCOUNT-ID
               WRITE REF-REC
               IF WS-REFER-STATUS NOT = '00'
                   DISPLAY 'REFERRAL MASTER WRITE FAILED, STATUS '
                       WS-REFER-STATUS
                   STOP RUN
               END-IF
               MOVE 'M' TO WS-MREG-ACTION
               MOVE WS-ABSORBED-IMAGE TO WS-BEFORE-IMAGE
               MOVE REF-REC TO WS-AFTER-IMAGE
               PERFORM WRITE-MERGE-REGISTER
               ADD 1 TO WS-REFER-MOVED
           END-IF.

       WRITE-XREF.
           MOVE MRG-ABSORBED-ID TO XRF-ABSORBED-ID
           MOVE MRG-SURVIVOR-ID TO XRF-SURVIVOR-ID
           MOVE WS-RUN-DATE     TO XRF-MERGE-DATE
           MOVE WS-OPERATOR     TO XRF-OPERATOR
           WRITE XRF-REC
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'ACCOUNT XREF WRITE FAILED, STATUS '
                   WS-XREF-STATUS
               STOP RUN
           END-IF
           MOVE 'XRF ' TO WS-MREG-FILE
           MOVE 'X' TO WS-MREG-ACTION
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE XRF-REC TO WS-AFTER-IMAGE
           PERFORM WRITE-MERGE-REGISTER
           PERFORM RELINK-XREF.

       RELINK-XREF.
           MOVE LOW-VALUES TO XRF-ABSORBED-ID
           MOVE 'N' TO WS-SCAN-DONE
           START XREFFILE KEY IS NOT LESS THAN XRF-ABSORBED-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ XREFFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF XRF-SURVIVOR-ID = MRG-ABSORBED-ID
                           MOVE XRF-REC TO WS-BEFORE-IMAGE
                           MOVE MRG-SURVIVOR-ID TO XRF-SURVIVOR-ID
                           REWRITE XRF-REC
                           IF WS-XREF-STATUS NOT = '00'
                               DISPLAY 'XREF REWRITE FAILED, STATUS '
                                   WS-XREF-STATUS
                               STOP RUN
                           END-IF
                           MOVE 'C' TO WS-MREG-ACTION
                           MOVE XRF-REC TO WS-AFTER-IMAGE
                           PERFORM WRITE-MERGE-REGISTER
                       END-IF
               END-READ
           END-PERFORM.

       MERGE-HISTORY.
           OPEN INPUT HISTORYFILE
           IF WS-HISTORY-STATUS = '00'
               OPEN OUTPUT HISTWORKFILE
               IF WS-HISTWORK-STATUS NOT = '00'
                   DISPLAY 'HISTORY WORK FILE UNAVAILABLE, STATUS '
                       WS-HISTWORK-STATUS
                   STOP RUN
               END-IF
               MOVE 'HIST' TO WS-MREG-FILE
               MOVE 'M' TO WS-MREG-ACTION
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HISTORYFILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM COPY-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE HISTORYFILE HISTWORKFILE
               CALL 'CBL_RENAME_FILE' USING WS-NEW-NAME WS-LIVE-NAME
                   RETURNING WS-RENAME-RC
               IF WS-RENAME-RC NOT = 0
                   DISPLAY 'HISTORY FILE RENAME FAILED, RC '
                       WS-RENAME-RC
                   STOP RUN
               END-IF
           ELSE
               IF WS-HISTORY-STATUS NOT = '35'
                   DISPLAY 'HISTORY FILE UNAVAILABLE, STATUS '
                       WS-HISTORY-STATUS
                   STOP RUN
               END-IF
           END-IF.

       COPY-HISTORY-ROW.
           PERFORM VARYING WS-MRG-IDX FROM 1 BY 1
                   UNTIL WS-MRG-IDX > WS-MRG-COUNT
               IF HIST-ACCOUNT-ID = WS-MRG-ABSORBED(WS-MRG-IDX)
                   MOVE HIST-REC TO WS-BEFORE-IMAGE
                   MOVE WS-MRG-SURVIVOR(WS-MRG-IDX) TO HIST-ACCOUNT-ID
                   MOVE HIST-REC TO WS-AFTER-IMAGE
                   MOVE WS-MRG-SURVIVOR(WS-MRG-IDX)
                       TO WS-MREG-SURVIVOR
                   MOVE WS-MRG-ABSORBED(WS-MRG-IDX)
                       TO WS-MREG-ABSORBED
                   PERFORM WRITE-MERGE-REGISTER
                   ADD 1 TO WS-HIST-MOVED
               END-IF
           END-PERFORM
           MOVE HIST-REC TO HIST-WORK-REC
           WRITE HIST-WORK-REC
           IF WS-HISTWORK-STATUS NOT = '00'
               DISPLAY 'HISTORY WORK FILE WRITE FAILED, STATUS '
                   WS-HISTWORK-STATUS
               STOP RUN
           END-IF.

       WRITE-MERGE-REGISTER.
           MOVE WS-TIMESTAMP    TO MREG-TIMESTAMP
           MOVE WS-OPERATOR     TO MREG-OPERATOR
           MOVE WS-MREG-SURVIVOR TO MREG-SURVIVOR-ID
           MOVE WS-MREG-ABSORBED TO MREG-ABSORBED-ID
           MOVE WS-MREG-FILE    TO MREG-FILE
           MOVE WS-MREG-ACTION  TO MREG-ACTION
           MOVE WS-BEFORE-IMAGE TO MREG-BEFORE
           MOVE WS-AFTER-IMAGE  TO MREG-AFTER
           WRITE MREG-REC
           IF WS-MREG-STATUS NOT = '00'
               DISPLAY 'MERGE REGISTER WRITE FAILED, STATUS '
                   WS-MREG-STATUS
               STOP RUN
           END-IF.

       WRITE-REJECT.
           MOVE MRG-SURVIVOR-ID TO REJ-SURVIVOR-ID
           MOVE MRG-ABSORBED-ID TO REJ-ABSORBED-ID
           MOVE WS-REASON       TO REJ-REASON
           WRITE REJECT-REC
           IF WS-REJECT-STATUS NOT = '00'
               DISPLAY 'REJECT FILE WRITE FAILED, STATUS '
                   WS-REJECT-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-REJECT-COUNT.
