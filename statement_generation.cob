               FILE STATUS IS WS-NOADDR-STATUS.
           SELECT MISMATCHFILE ASSIGN TO 'stmt_mismatch.txt'
               FILE STATUS IS WS-MISMATCH-STATUS.
           SELECT MAILFILE ASSIGN TO 'stmt_mail.txt'
               FILE STATUS IS WS-MAIL-STATUS.
           SELECT MAILCTLFILE ASSIGN TO 'mail_control.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCT-JOB-ID
               FILE STATUS IS WS-MCTL-STATUS.
           SELECT MAILSORT ASSIGN TO 'taxstmt.srt'.
       DATA DIVISION.
       FILE SECTION.
       FD  TAXFILE.
           05  ADR-CITY       PIC X(25).
           05  ADR-STATE      PIC X(2).
           05  ADR-ZIP        PIC X(10).
           05  ADR-MAIL-STATUS PIC X(1).
           05  ADR-RETURN-DATE PIC 9(8).
       FD  RATESFILE.
       01  RATE-REC.
           05  RATE-JURISDICTION  PIC X(4).
           05  MIS-STATED-TAX  PIC 9(9)V99.
           05  MIS-RECOMP-TAX  PIC 9(9)V99.
           05  MIS-REASON      PIC X(25).
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
       01  WS-TAX-STATUS      PIC XX.
       01  WS-ADDR-STATUS     PIC XX.
       01  WS-STMT-STATUS     PIC XX.
       01  WS-NOADDR-STATUS   PIC XX.
       01  WS-MISMATCH-STATUS PIC XX.
       01  WS-MAIL-STATUS     PIC XX.
       01  WS-MCTL-STATUS     PIC XX.
       01  WS-EOF             PIC X VALUE 'N'.
       01  WS-FOUND           PIC X VALUE 'N'.
       01  WS-ENV-DATE        PIC X(8).
       01  WS-RUN-DATE        PIC 9(8).
       01  WS-TIME-FULL       PIC 9(8).
       01  WS-TIME            PIC 9(6).
       01  WS-TIMESTAMP       PIC X(14).
       01  WS-JOB-ID          PIC X(22).
       01  WS-ACTIVE-DATE     PIC 9(8) VALUE ZERO.
       01  WS-RATE-IDX        PIC 9(3).
       01  WS-RATE-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-STMT-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-NOADDR-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-MISMATCH-COUNT  PIC 9(9) VALUE ZERO.
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
           05  FILLER         PIC X(22) VALUE 'TAX NOTICE FOR PERIOD '.
           05  WS-HL-DATE     PIC 9(8).
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-BL-TAX      PIC Z(9)9.99.
       PROCEDURE DIVISION.
       MAIN SECTION.
       BEGIN.
           PERFORM DETERMINE-RUN-DATE
           ACCEPT WS-TIME-FULL FROM TIME
           MOVE WS-TIME-FULL(1:6) TO WS-TIME
           STRING WS-RUN-DATE WS-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP
           STRING 'TAXSTMT ' WS-TIMESTAMP DELIMITED BY SIZE
               INTO WS-JOB-ID
           PERFORM LOAD-RATES
           PERFORM SELECT-ACTIVE-FED-RATES
           IF WS-FED-BRACKET-COUNT = 0
                   WS-MISMATCH-STATUS
               STOP RUN
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
               INPUT PROCEDURE IS PRODUCE-STATEMENTS
               OUTPUT PROCEDURE IS WRITE-MAIL-FILE
           CLOSE TAXFILE ADDRFILE STMTFILE NOADDRFILE MISMATCHFILE
               MAILFILE MAILCTLFILE
           DISPLAY 'STATEMENTS PRINTED    ' WS-STMT-COUNT
           DISPLAY 'ACCOUNTS WITH NO ADDRESS ' WS-NOADDR-COUNT
           DISPLAY 'ADDRESS UNDELIVERABLE ' WS-BADADDR-COUNT
           DISPLAY 'BRACKET MISMATCHES    ' WS-MISMATCH-COUNT
           DISPLAY 'MAIL JOB              ' WS-JOB-ID
           DISPLAY 'MAIL BATCHES          ' WS-BATCH-NO
           DISPLAY 'MAIL PIECES           ' WS-PIECE-COUNT
           DISPLAY 'MAIL PAGES            ' WS-PAGE-COUNT
           STOP RUN.

       DETERMINE-RUN-DATE.
           ADD 1 TO WS-MISMATCH-COUNT.

       PRINT-STATEMENT.
           MOVE SPACES         TO SRT-REC
           MOVE 'STMT'         TO SRT-DOC-TYPE
           MOVE ADR-ZIP        TO SRT-ZIP
           MOVE OUT-ACCOUNT-ID TO SRT-ACCOUNT-ID
           MOVE WS-RUN-DATE    TO SRT-PERIOD
           MOVE ADR-FULL-NAME  TO SRT-FULL-NAME
           MOVE ADR-STREET     TO SRT-STREET
           MOVE ADR-CITY       TO SRT-CITY
           MOVE ADR-STATE      TO SRT-STATE
           MOVE ZERO           TO SRT-LINE-COUNT
           MOVE WS-RUN-DATE TO WS-HL-DATE
           MOVE WS-HEAD-LINE TO STMT-REC
           PERFORM WRITE-STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE ALL '-' TO STMT-REC
           PERFORM WRITE-STMT-LINE
           MOVE WS-TOTAL-DUE TO SRT-AMOUNT
           RELEASE SRT-REC
           ADD 1 TO WS-STMT-COUNT.

       WRITE-STMT-LINE.
               DISPLAY 'STATEMENT FILE WRITE FAILED, STATUS '
                   WS-STMT-STATUS
               STOP RUN
           END-IF
           ADD 1 TO SRT-LINE-COUNT
           IF SRT-LINE-COUNT > 30
               DISPLAY 'STATEMENT TOO LONG FOR MAIL FILE, ACCOUNT '
                   OUT-ACCOUNT-ID
               STOP RUN
           END-IF
           MOVE STMT-REC TO SRT-LINE(SRT-LINE-COUNT).

       WRITE-NOADDR.
           MOVE OUT-ACCOUNT-ID TO NOA-ACCOUNT-ID
           MOVE OUT-NAME       TO NOA-NAME
           MOVE WS-NOADDR-REASON TO NOA-REASON
           WRITE NOADDR-REC
           IF WS-NOADDR-STATUS NOT = '00'
               DISPLAY 'NO-ADDRESS FILE WRITE FAILED, STATUS '
                   WS-NOADDR-STATUS
               STOP RUN
           END-IF.

       PRODUCE-STATEMENTS SECTION.
       PRODUCE-STATEMENTS-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TAXFILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM READ-ADDRESS
                       IF WS-FOUND = 'Y'
                           PERFORM VERIFY-BRACKET-TOTAL
                           IF WS-RECOMP-OK = 'Y'
                               IF ADR-MAIL-STATUS = 'B'
                                   MOVE 'ADDRESS UNDELIVERABLE'
                                       TO WS-NOADDR-REASON
                                   PERFORM WRITE-NOADDR
                                   ADD 1 TO WS-BADADDR-COUNT
                               ELSE
                                   PERFORM PRINT-STATEMENT
                               END-IF
                           ELSE
                               PERFORM WRITE-MISMATCH
                           END-IF
                       ELSE
                           MOVE 'NO ADDRESS ON FILE' TO WS-NOADDR-REASON
                           PERFORM WRITE-NOADDR
                           ADD 1 TO WS-NOADDR-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-MAIL-FILE SECTION.
       WRITE-MAIL-FILE-START.
           MOVE SPACES          TO MAIL-HDR-REC
           MOVE 'H'             TO MHD-TYPE
           MOVE WS-JOB-ID       TO MHD-JOB-ID
           MOVE WS-RUN-DATE     TO MHD-RUN-DATE
           MOVE 'stmt_mail.txt' TO MHD-FILE-NAME
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
           MOVE 'stmt_mail.txt' TO MCT-FILE-NAME
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
