               FILE STATUS IS WS-NOTICE-STATUS.
           SELECT NOADDRFILE ASSIGN TO 'notice_noaddr.txt'
               FILE STATUS IS WS-NOADDR-STATUS.
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
           SELECT MAILFILE ASSIGN TO 'notice_mail.txt'
               FILE STATUS IS WS-MAIL-STATUS.
           SELECT MAILCTLFILE ASSIGN TO 'mail_control.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCT-JOB-ID
               FILE STATUS IS WS-MCTL-STATUS.
           SELECT MAILSORT ASSIGN TO 'delnotc.srt'.
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
       FD  ADDRFILE.
       01  ADR-REC.
           05  ADR-ACCOUNT-ID PIC X(10).
           05  ADR-CITY       PIC X(25).
           05  ADR-STATE      PIC X(2).
           05  ADR-ZIP        PIC X(10).
           05  ADR-MAIL-STATUS PIC X(1).
           05  ADR-RETURN-DATE PIC 9(8).
       FD  NHISTFILE.
       01  NTC-REC.
           05  NTC-KEY.
           05  NOA-PERIOD     PIC 9(8).
           05  NOA-NAME       PIC X(20).
           05  NOA-REASON     PIC X(25).
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
       FD  MAILFILE.
       01  MAIL-REC.
           05  MAL-TYPE           PIC X(1).
           05  MAL-PIECE-NO       PIC 9(7).
           05  MAL-BATCH-NO       PIC 9(5).
           05  MAL-DOC-TYPE       PIC X(4).
           05  MAL-ACCOUNT-ID     PIC X(10).
           05  MAL-PERIOD         PIC 9(8).
           05  MAL-PAGES          PIC 9(3).
           05  MAL-AMOUNT         PIC 9(10)V99.
           05  MAL-FULL-NAME      PIC X(40).
           05  MAL-STREET         PIC X(40).
           05  MAL-CITY           PIC X(25).
           05  MAL-STATE          PIC X(2).
           05  MAL-ZIP            PIC X(10).
       01  MAIL-HDR-REC.
           05  MHD-TYPE           PIC X(1).
           05  MHD-JOB-ID         PIC X(22).
           05  MHD-RUN-DATE       PIC 9(8).
           05  MHD-FILE-NAME      PIC X(20).
       01  MAIL-BATCH-REC.
           05  MBH-TYPE           PIC X(1).
           05  MBH-BATCH-NO       PIC 9(5).
           05  MBH-DOC-TYPE       PIC X(4).
           05  MBH-ZIP3           PIC X(3).
       01  MAIL-LINE-REC.
           05  MLN-TYPE           PIC X(1).
           05  MLN-PIECE-NO       PIC 9(7).
           05  MLN-PAGE           PIC 9(3).
           05  MLN-LINE           PIC 9(3).
           05  MLN-TEXT           PIC X(80).
       01  MAIL-BTRL-REC.
           05  MBT-TYPE           PIC X(1).
           05  MBT-BATCH-NO       PIC 9(5).
           05  MBT-PIECES         PIC 9(7).
           05  MBT-PAGES          PIC 9(7).
           05  MBT-AMOUNT         PIC 9(11)V99.
       01  MAIL-TRL-REC.
           05  MTR-TYPE           PIC X(1).
           05  MTR-JOB-ID         PIC X(22).
           05  MTR-BATCHES        PIC 9(5).
           05  MTR-PIECES         PIC 9(7).
           05  MTR-PAGES          PIC 9(7).
           05  MTR-AMOUNT         PIC 9(11)V99.
           05  MTR-RECORDS        PIC 9(9).
       FD  MAILCTLFILE.
       01  MCT-REC.
           05  MCT-JOB-ID         PIC X(22).
           05  MCT-FILE-NAME      PIC X(20).
           05  MCT-RUN-DATE       PIC 9(8).
           05  MCT-BATCHES        PIC 9(5).
           05  MCT-PIECES         PIC 9(7).
           05  MCT-PAGES          PIC 9(7).
           05  MCT-AMOUNT         PIC 9(11)V99.
           05  MCT-RECORDS        PIC 9(9).
           05  MCT-STATUS         PIC X(1).
           05  MCT-CONFIRM-DATE   PIC 9(8).
           05  MCT-CONF-PIECES    PIC 9(7).
           05  MCT-CONF-PAGES     PIC 9(7).
           05  MCT-CONF-AMOUNT    PIC 9(11)V99.
           05  MCT-RETURNED       PIC 9(7).
       SD  MAILSORT.
       01  SRT-REC.
           05  SRT-DOC-TYPE       PIC X(4).
           05  SRT-ZIP            PIC X(10).
           05  SRT-ACCOUNT-ID     PIC X(10).
           05  SRT-PERIOD         PIC 9(8).
           05  SRT-AMOUNT         PIC 9(10)V99.
           05  SRT-FULL-NAME      PIC X(40).
           05  SRT-STREET         PIC X(40).
           05  SRT-CITY           PIC X(25).
           05  SRT-STATE          PIC X(2).
           05  SRT-LINE-COUNT     PIC 9(3).
           05  SRT-LINE           PIC X(80) OCCURS 30 TIMES.
       WORKING-STORAGE SECTION.
       01  WS-ITEM-STATUS     PIC XX.
       01  WS-ADDR-STATUS     PIC XX.
       01  WS-NHIST-STATUS    PIC XX.
       01  WS-NOTICE-STATUS   PIC XX.
       01  WS-NOADDR-STATUS   PIC XX.
       01  WS-HOLD-STATUS     PIC XX.
       01  WS-REFER-STATUS    PIC XX.
       01  WS-MAIL-STATUS     PIC XX.
       01  WS-MCTL-STATUS     PIC XX.
       01  WS-HOLDS-ON-FILE   PIC X VALUE 'N'.
       01  WS-HOLD-ACTIVE     PIC X VALUE 'N'.
       01  WS-HOLD-DAYS       PIC S9(9).
       01  WS-REFERS-ON-FILE  PIC X VALUE 'N'.
       01  WS-REFERRED        PIC X VALUE 'N'.
       01  WS-ENV-DATE        PIC X(8).
       01  WS-RUN-DATE        PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY    PIC 9(4).
           05  WS-RUN-MM      PIC 9(2).
           05  WS-RUN-DD      PIC 9(2).
       01  WS-TIME-FULL       PIC 9(8).
       01  WS-TIME            PIC 9(6).
       01  WS-TIMESTAMP       PIC X(14).
       01  WS-JOB-ID          PIC X(22).
       01  WS-ITEM-PERIOD     PIC 9(8).
       01  WS-ITEM-PERIOD-R REDEFINES WS-ITEM-PERIOD.
           05  WS-ITM-YYYY    PIC 9(4).
       01  WS-LEVEL2-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-LEVEL3-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-NOADDR-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-HELD-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-REFERRED-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-SORT-EOF        PIC X VALUE 'N'.
       01  WS-NOADDR-REASON   PIC X(25).
       01  WS-BADADDR-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-PAGE-LINES      PIC 9(3) VALUE 60.
       01  WS-LINE-IDX        PIC 9(3).
       01  WS-PAGE-NO         PIC 9(3).
       01  WS-PAGE-LINE       PIC 9(3).
       01  WS-PIECE-PAGES     PIC 9(3).
       01  WS-BATCH-DOC-TYPE  PIC X(4) VALUE SPACES.
       01  WS-BATCH-ZIP3      PIC X(3) VALUE SPACES.
       01  WS-BATCH-NO        PIC 9(5) VALUE ZERO.
       01  WS-BATCH-PIECES    PIC 9(7) VALUE ZERO.
       01  WS-BATCH-PAGES     PIC 9(7) VALUE ZERO.
       01  WS-BATCH-AMOUNT    PIC 9(11)V99 VALUE ZERO.
       01  WS-PIECE-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-PAGE-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-MAIL-AMOUNT     PIC 9(11)V99 VALUE ZERO.
       01  WS-MAIL-RECORDS    PIC 9(9) VALUE ZERO.
       01  WS-HEAD-LINE.
           05  WS-HL-TITLE    PIC X(40).
           05  FILLER         PIC X(6) VALUE SPACES.
           05  WS-ML-LABEL    PIC X(26).
           05  WS-ML-AMOUNT   PIC Z(9)9.99.
       PROCEDURE DIVISION.
       MAIN SECTION.
       BEGIN.
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT 'TAXCALC-RUN-DATE'
           IF WS-ENV-DATE IS NUMERIC AND WS-ENV-DATE NOT = SPACES
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           ACCEPT WS-TIME-FULL FROM TIME
           MOVE WS-TIME-FULL(1:6) TO WS-TIME
           STRING WS-RUN-DATE WS-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP
           STRING 'DELNOTC ' WS-TIMESTAMP DELIMITED BY SIZE
               INTO WS-JOB-ID
           OPEN INPUT ITEMFILE
           IF WS-ITEM-STATUS NOT = '00'
               DISPLAY 'OPEN ITEMS FILE UNAVAILABLE, STATUS '
                   WS-NOADDR-STATUS
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
           OPEN INPUT REFERFILE
           IF WS-REFER-STATUS = '00'
               MOVE 'Y' TO WS-REFERS-ON-FILE
           ELSE
               IF WS-REFER-STATUS NOT = '35'
                   DISPLAY 'REFERRAL MASTER UNAVAILABLE, STATUS '
                       WS-REFER-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT MAILFILE
           IF WS-MAIL-STATUS NOT = '00'
               DISPLAY 'MAIL FILE UNAVAILABLE, STATUS '
                   WS-MAIL-STATUS
               STOP RUN
           END-IF
           OPEN I-O MAILCTLFILE
           IF WS-MCTL-STATUS = '35'
               OPEN OUTPUT MAILCTLFILE
               IF WS-MCTL-STATUS = '00'
                   CLOSE MAILCTLFILE
                   OPEN I-O MAILCTLFILE
               END-IF
           END-IF
           IF WS-MCTL-STATUS NOT = '00'
               DISPLAY 'MAIL CONTROL UNAVAILABLE, STATUS '
                   WS-MCTL-STATUS
               STOP RUN
           END-IF
           SORT MAILSORT
               ON ASCENDING KEY SRT-DOC-TYPE SRT-ZIP SRT-ACCOUNT-ID
                   SRT-PERIOD
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS PRODUCE-NOTICES
               OUTPUT PROCEDURE IS WRITE-MAIL-FILE
           CLOSE ITEMFILE ADDRFILE NHISTFILE NOTICEFILE NOADDRFILE
               MAILFILE MAILCTLFILE
           IF WS-HOLDS-ON-FILE = 'Y'
               CLOSE HOLDFILE
           END-IF
           IF WS-REFERS-ON-FILE = 'Y'
               CLOSE REFERFILE
           END-IF
           DISPLAY 'ITEMS READ          ' WS-ITEM-COUNT
           DISPLAY 'NOTICES PRINTED     ' WS-NOTICE-COUNT
           DISPLAY 'FIRST REMINDERS     ' WS-LEVEL1-COUNT
           DISPLAY 'SECOND DEMANDS      ' WS-LEVEL2-COUNT
           DISPLAY 'FINAL NOTICES       ' WS-LEVEL3-COUNT
           DISPLAY 'NO ADDRESS ON FILE  ' WS-NOADDR-COUNT
           DISPLAY 'ADDRESS RETURNED    ' WS-BADADDR-COUNT
           DISPLAY 'SUPPRESSED ON HOLD  ' WS-HELD-COUNT
           DISPLAY 'REFERRED TO AGENCY  ' WS-REFERRED-COUNT
           DISPLAY 'MAIL JOB            ' WS-JOB-ID
           DISPLAY 'MAIL BATCHES        ' WS-BATCH-NO
           DISPLAY 'MAIL PIECES         ' WS-PIECE-COUNT
           DISPLAY 'MAIL PAGES          ' WS-PAGE-COUNT
           STOP RUN.

       SELECT-NOTICE.
           MOVE ITM-PERIOD TO WS-ITEM-PERIOD
           PERFORM CHECK-HOLD
           COMPUTE WS-AGE-DAYS =
               (WS-RUN-YYYY - WS-ITM-YYYY) * 360
               + (WS-RUN-MM - WS-ITM-MM) * 30
               + (WS-RUN-DD - WS-ITM-DD)
               - WS-HOLD-DAYS
           MOVE ZERO TO WS-NOTICE-LEVEL
           IF WS-HOLD-ACTIVE = 'Y'
               ADD 1 TO WS-HELD-COUNT
           ELSE
               PERFORM CHECK-REFERRAL
               IF WS-REFERRED = 'Y'
                   ADD 1 TO WS-REFERRED-COUNT
               ELSE
                   PERFORM SET-NOTICE-LEVEL
               END-IF
           END-IF
           IF WS-NOTICE-LEVEL > ZERO
               IF WS-NOTICE-LEVEL > WS-LAST-LEVEL
                   PERFORM READ-ADDRESS
                   IF WS-FOUND = 'Y'
                       IF ADR-MAIL-STATUS = 'B'
                           MOVE 'ADDRESS UNDELIVERABLE'
                               TO WS-NOADDR-REASON
                           PERFORM WRITE-NOADDR
                           ADD 1 TO WS-BADADDR-COUNT
                       ELSE
                           PERFORM PRINT-NOTICE
                           PERFORM RECORD-NOTICE
                       END-IF
                   ELSE
                       MOVE 'NO ADDRESS ON FILE' TO WS-NOADDR-REASON
                       PERFORM WRITE-NOADDR
                       ADD 1 TO WS-NOADDR-COUNT
                   END-IF
               END-IF
           END-IF.

       SET-NOTICE-LEVEL.
           IF WS-AGE-DAYS > 90
               MOVE 3 TO WS-NOTICE-LEVEL
           ELSE
               IF WS-AGE-DAYS > 60
                   MOVE 2 TO WS-NOTICE-LEVEL
               ELSE
                   IF WS-AGE-DAYS > 30
                       MOVE 1 TO WS-NOTICE-LEVEL
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

       CHECK-REFERRAL.
           MOVE 'N' TO WS-REFERRED
           IF WS-REFERS-ON-FILE = 'Y'
               MOVE ITM-ACCOUNT-ID TO REF-ACCOUNT-ID
               MOVE ITM-PERIOD     TO REF-PERIOD
               READ REFERFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REF-STATUS = 'P'
                           MOVE 'Y' TO WS-REFERRED
                       END-IF
               END-READ
           END-IF.

       READ-NOTICE-HISTORY.
           MOVE 'N' TO WS-HIST-FOUND
           MOVE ZERO TO WS-LAST-LEVEL
           END-READ.

       PRINT-NOTICE.
           MOVE SPACES         TO SRT-REC
           STRING 'NTC' WS-NOTICE-LEVEL DELIMITED BY SIZE
               INTO SRT-DOC-TYPE
           MOVE ADR-ZIP        TO SRT-ZIP
           MOVE ITM-ACCOUNT-ID TO SRT-ACCOUNT-ID
           MOVE ITM-PERIOD     TO SRT-PERIOD
           MOVE ADR-FULL-NAME  TO SRT-FULL-NAME
           MOVE ADR-STREET     TO SRT-STREET
           MOVE ADR-CITY       TO SRT-CITY
           MOVE ADR-STATE      TO SRT-STATE
           MOVE ZERO           TO SRT-LINE-COUNT
           IF WS-NOTICE-LEVEL = 1
               MOVE 'FIRST REMINDER - PAYMENT PAST DUE'
                   TO WS-HL-TITLE
           PERFORM WRITE-NOTICE-LINE
           MOVE ALL '-' TO NOTICE-REC
           PERFORM WRITE-NOTICE-LINE
           MOVE ITM-BALANCE-DUE TO SRT-AMOUNT
           RELEASE SRT-REC
           ADD 1 TO WS-NOTICE-COUNT.

       RECORD-NOTICE.
               DISPLAY 'NOTICE FILE WRITE FAILED, STATUS '
                   WS-NOTICE-STATUS
               STOP RUN
           END-IF
           ADD 1 TO SRT-LINE-COUNT
           IF SRT-LINE-COUNT > 30
               DISPLAY 'NOTICE TOO LONG FOR MAIL FILE, ACCOUNT '
                   ITM-ACCOUNT-ID
               STOP RUN
           END-IF
           MOVE NOTICE-REC TO SRT-LINE(SRT-LINE-COUNT).

       WRITE-NOADDR.
           MOVE ITM-ACCOUNT-ID TO NOA-ACCOUNT-ID
           MOVE ITM-PERIOD     TO NOA-PERIOD
           MOVE ITM-NAME       TO NOA-NAME
           MOVE WS-NOADDR-REASON TO NOA-REASON
           WRITE NOADDR-REC
           IF WS-NOADDR-STATUS NOT = '00'
               DISPLAY 'NO-ADDRESS FILE WRITE FAILED, STATUS '
                   WS-NOADDR-STATUS
               STOP RUN
           END-IF.

       PRODUCE-NOTICES SECTION.
       PRODUCE-NOTICES-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ITEMFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ITEM-COUNT
                       IF ITM-BALANCE-DUE > ZERO
                           PERFORM SELECT-NOTICE
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-MAIL-FILE SECTION.
       WRITE-MAIL-FILE-START.
           MOVE SPACES          TO MAIL-HDR-REC
           MOVE 'H'             TO MHD-TYPE
           MOVE WS-JOB-ID       TO MHD-JOB-ID
           MOVE WS-RUN-DATE     TO MHD-RUN-DATE
           MOVE 'notice_mail.txt' TO MHD-FILE-NAME
           PERFORM WRITE-MAIL-REC
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN MAILSORT
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SRT-DOC-TYPE NOT = WS-BATCH-DOC-TYPE
                          OR SRT-ZIP(1:3) NOT = WS-BATCH-ZIP3
                           IF WS-BATCH-NO > 0
                               PERFORM WRITE-BATCH-TRAILER
                           END-IF
                           PERFORM WRITE-BATCH-HEADER
                       END-IF
                       PERFORM WRITE-MAIL-PIECE
               END-RETURN
           END-PERFORM
           IF WS-BATCH-NO > 0
               PERFORM WRITE-BATCH-TRAILER
           END-IF
           PERFORM WRITE-MAIL-TRAILER
           PERFORM RECORD-MAIL-CONTROL.

       MAIL-OUT SECTION.
       WRITE-BATCH-HEADER.
           ADD 1 TO WS-BATCH-NO
           MOVE SRT-DOC-TYPE TO WS-BATCH-DOC-TYPE
           MOVE SRT-ZIP(1:3) TO WS-BATCH-ZIP3
           MOVE ZERO TO WS-BATCH-PIECES
           MOVE ZERO TO WS-BATCH-PAGES
           MOVE ZERO TO WS-BATCH-AMOUNT
           MOVE SPACES            TO MAIL-BATCH-REC
           MOVE 'B'               TO MBH-TYPE
           MOVE WS-BATCH-NO       TO MBH-BATCH-NO
           MOVE WS-BATCH-DOC-TYPE TO MBH-DOC-TYPE
           MOVE WS-BATCH-ZIP3     TO MBH-ZIP3
           PERFORM WRITE-MAIL-REC.

       WRITE-MAIL-PIECE.
           ADD 1 TO WS-PIECE-COUNT
           COMPUTE WS-PIECE-PAGES =
               (SRT-LINE-COUNT + WS-PAGE-LINES - 1) / WS-PAGE-LINES
           MOVE SPACES          TO MAIL-REC
           MOVE 'A'             TO MAL-TYPE
           MOVE WS-PIECE-COUNT  TO MAL-PIECE-NO
           MOVE WS-BATCH-NO     TO MAL-BATCH-NO
           MOVE SRT-DOC-TYPE    TO MAL-DOC-TYPE
           MOVE SRT-ACCOUNT-ID  TO MAL-ACCOUNT-ID
           MOVE SRT-PERIOD      TO MAL-PERIOD
           MOVE WS-PIECE-PAGES  TO MAL-PAGES
           MOVE SRT-AMOUNT      TO MAL-AMOUNT
           MOVE SRT-FULL-NAME   TO MAL-FULL-NAME
           MOVE SRT-STREET      TO MAL-STREET
           MOVE SRT-CITY        TO MAL-CITY
           MOVE SRT-STATE       TO MAL-STATE
           MOVE SRT-ZIP         TO MAL-ZIP
           PERFORM WRITE-MAIL-REC
           MOVE 1 TO WS-PAGE-NO
           MOVE ZERO TO WS-PAGE-LINE
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > SRT-LINE-COUNT
               IF WS-PAGE-LINE = WS-PAGE-LINES
                   ADD 1 TO WS-PAGE-NO
                   MOVE ZERO TO WS-PAGE-LINE
               END-IF
               ADD 1 TO WS-PAGE-LINE
               MOVE SPACES         TO MAIL-LINE-REC
               MOVE 'P'            TO MLN-TYPE
               MOVE WS-PIECE-COUNT TO MLN-PIECE-NO
               MOVE WS-PAGE-NO     TO MLN-PAGE
               MOVE WS-PAGE-LINE   TO MLN-LINE
               MOVE SRT-LINE(WS-LINE-IDX) TO MLN-TEXT
               PERFORM WRITE-MAIL-REC
           END-PERFORM
           ADD 1 TO WS-BATCH-PIECES
           ADD WS-PIECE-PAGES TO WS-BATCH-PAGES
           ADD SRT-AMOUNT     TO WS-BATCH-AMOUNT
           ADD WS-PIECE-PAGES TO WS-PAGE-COUNT
           ADD SRT-AMOUNT     TO WS-MAIL-AMOUNT.

       WRITE-BATCH-TRAILER.
           MOVE SPACES          TO MAIL-BTRL-REC
           MOVE 'E'             TO MBT-TYPE
           MOVE WS-BATCH-NO     TO MBT-BATCH-NO
           MOVE WS-BATCH-PIECES TO MBT-PIECES
           MOVE WS-BATCH-PAGES  TO MBT-PAGES
           MOVE WS-BATCH-AMOUNT TO MBT-AMOUNT
           PERFORM WRITE-MAIL-REC.

       WRITE-MAIL-TRAILER.
           MOVE SPACES          TO MAIL-TRL-REC
           MOVE 'T'             TO MTR-TYPE
           MOVE WS-JOB-ID       TO MTR-JOB-ID
           MOVE WS-BATCH-NO     TO MTR-BATCHES
           MOVE WS-PIECE-COUNT  TO MTR-PIECES
           MOVE WS-PAGE-COUNT   TO MTR-PAGES
           MOVE WS-MAIL-AMOUNT  TO MTR-AMOUNT
           COMPUTE MTR-RECORDS = WS-MAIL-RECORDS + 1
           PERFORM WRITE-MAIL-REC.

       WRITE-MAIL-REC.
           WRITE MAIL-REC
           IF WS-MAIL-STATUS NOT = '00'
               DISPLAY 'MAIL FILE WRITE FAILED, STATUS '
                   WS-MAIL-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-MAIL-RECORDS.

       RECORD-MAIL-CONTROL.
           MOVE SPACES          TO MCT-REC
           MOVE WS-JOB-ID       TO MCT-JOB-ID
           MOVE 'notice_mail.txt' TO MCT-FILE-NAME
           MOVE WS-RUN-DATE     TO MCT-RUN-DATE
           MOVE WS-BATCH-NO     TO MCT-BATCHES
           MOVE WS-PIECE-COUNT  TO MCT-PIECES
           MOVE WS-PAGE-COUNT   TO MCT-PAGES
           MOVE WS-MAIL-AMOUNT  TO MCT-AMOUNT
           MOVE WS-MAIL-RECORDS TO MCT-RECORDS
           MOVE 'S'             TO MCT-STATUS
           MOVE ZERO            TO MCT-CONFIRM-DATE
           MOVE ZERO            TO MCT-CONF-PIECES
           MOVE ZERO            TO MCT-CONF-PAGES
           MOVE ZERO            TO MCT-CONF-AMOUNT
           MOVE ZERO            TO MCT-RETURNED
           WRITE MCT-REC
           IF WS-MCTL-STATUS NOT = '00'
               DISPLAY 'MAIL CONTROL WRITE FAILED, STATUS '
                   WS-MCTL-STATUS
               STOP RUN
           END-IF.
