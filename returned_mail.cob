       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILRETN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNFILE ASSIGN TO 'mail_returns.txt'
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT REJECTFILE ASSIGN TO 'mail_returns.rej'
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT ADDRFILE ASSIGN TO 'taxpayer_master.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-ACCOUNT-ID
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT MAILCTLFILE ASSIGN TO 'mail_control.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCT-JOB-ID
               FILE STATUS IS WS-MCTL-STATUS.
           SELECT CHANGELOGFILE ASSIGN TO 'taxpayer_maint.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETURNFILE.
       01  RTN-REC.
           05  RTN-TYPE           PIC X(1).
           05  RTN-JOB-ID         PIC X(22).
           05  RTN-ACCOUNT-ID     PIC X(10).
           05  RTN-REASON-CODE    PIC X(4).
           05  RTN-DATE           PIC 9(8).
           05  RTN-ZIP            PIC X(10).
           05  RTN-PIECES         PIC 9(7).
           05  RTN-PAGES          PIC 9(7).
           05  RTN-AMOUNT         PIC 9(11)V99.
       FD  REJECTFILE.
       01  REJECT-REC.
           05  REJ-TYPE           PIC X(1).
           05  REJ-JOB-ID         PIC X(22).
           05  REJ-ACCOUNT-ID     PIC X(10).
           05  REJ-REASON-CODE    PIC X(4).
           05  REJ-DATE           PIC 9(8).
           05  REJ-ZIP            PIC X(10).
           05  REJ-PIECES         PIC 9(7).
           05  REJ-PAGES          PIC 9(7).
           05  REJ-AMOUNT         PIC 9(11)V99.
           05  REJ-REASON         PIC X(25).
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
       FD  CHANGELOGFILE.
       01  LOG-REC.
           05  LOG-TIMESTAMP  PIC X(14).
           05  LOG-OPERATOR   PIC X(20).
           05  LOG-APPROVER   PIC X(20).
           05  LOG-ACTION     PIC X(1).
           05  LOG-BEFORE     PIC X(136).
           05  LOG-AFTER      PIC X(136).
       WORKING-STORAGE SECTION.
       01  WS-RETURN-STATUS   PIC XX.
       01  WS-REJECT-STATUS   PIC XX.
       01  WS-ADDR-STATUS     PIC XX.
       01  WS-MCTL-STATUS     PIC XX.
       01  WS-LOG-STATUS      PIC XX.
       01  WS-ENV-DATE        PIC X(8).
       01  WS-RUN-DATE        PIC 9(8).
       01  WS-TIME-FULL       PIC 9(8).
       01  WS-TIME            PIC 9(6).
       01  WS-TIMESTAMP       PIC X(14).
       01  WS-OPERATOR        PIC X(20).
       01  WS-EOF             PIC X VALUE 'N'.
       01  WS-FOUND           PIC X VALUE 'N'.
       01  WS-JOB-FOUND       PIC X VALUE 'N'.
       01  WS-VALID           PIC X VALUE 'Y'.
       01  WS-REASON          PIC X(25).
       01  WS-BEFORE-IMAGE    PIC X(136).
       01  WS-RETURN-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-CONFIRM-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-OUT-OF-BAL-COUNT PIC 9(9) VALUE ZERO.
       01  WS-FLAGGED-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-ALREADY-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-REJECT-COUNT    PIC 9(9) VALUE ZERO.
       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT 'TAXCALC-RUN-DATE'
           IF WS-ENV-DATE IS NUMERIC AND WS-ENV-DATE NOT = SPACES
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
           OPEN INPUT RETURNFILE
           IF WS-RETURN-STATUS NOT = '00'
               DISPLAY 'MAIL RETURN FILE UNAVAILABLE, STATUS '
                   WS-RETURN-STATUS
               STOP RUN
           END-IF
           OPEN I-O ADDRFILE
           IF WS-ADDR-STATUS NOT = '00'
               DISPLAY 'TAXPAYER MASTER UNAVAILABLE, STATUS '
                   WS-ADDR-STATUS
               STOP RUN
           END-IF
           OPEN I-O MAILCTLFILE
           IF WS-MCTL-STATUS NOT = '00'
               DISPLAY 'MAIL CONTROL UNAVAILABLE, STATUS '
                   WS-MCTL-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REJECTFILE
           IF WS-REJECT-STATUS NOT = '00'
               DISPLAY 'MAIL REJECT FILE UNAVAILABLE, STATUS '
                   WS-REJECT-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND CHANGELOGFILE
           IF WS-LOG-STATUS = '35'
               OPEN OUTPUT CHANGELOGFILE
           END-IF
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'CHANGE LOG UNAVAILABLE, STATUS '
                   WS-LOG-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RETURNFILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RETURN-COUNT
                       PERFORM PROCESS-RETURN
               END-READ
           END-PERFORM
           CLOSE RETURNFILE ADDRFILE MAILCTLFILE REJECTFILE
               CHANGELOGFILE
           DISPLAY 'RETURNS READ        ' WS-RETURN-COUNT
           DISPLAY 'JOBS CONFIRMED      ' WS-CONFIRM-COUNT
           DISPLAY 'JOBS OUT OF BALANCE ' WS-OUT-OF-BAL-COUNT
           DISPLAY 'ADDRESSES FLAGGED   ' WS-FLAGGED-COUNT
           DISPLAY 'ALREADY FLAGGED     ' WS-ALREADY-COUNT
           DISPLAY 'RETURNS REJECTED    ' WS-REJECT-COUNT
           STOP RUN.

       PROCESS-RETURN.
           PERFORM VALIDATE-RETURN
           IF WS-VALID = 'N'
               PERFORM WRITE-REJECT
           ELSE
               IF RTN-TYPE = 'C'
                   PERFORM CONFIRM-JOB
               ELSE
                   PERFORM FLAG-ADDRESS
               END-IF
           END-IF.

       VALIDATE-RETURN.
           MOVE 'Y' TO WS-VALID
           IF RTN-TYPE NOT = 'C' AND RTN-TYPE NOT = 'U'
               MOVE 'N' TO WS-VALID
               MOVE 'INVALID RETURN TYPE' TO WS-REASON
           ELSE
               PERFORM READ-MAIL-CONTROL
               IF RTN-TYPE = 'C'
                   PERFORM VALIDATE-CONFIRMATION
               ELSE
                   PERFORM VALIDATE-UNDELIVERABLE
               END-IF
           END-IF.

       VALIDATE-CONFIRMATION.
           IF WS-JOB-FOUND = 'N'
               MOVE 'N' TO WS-VALID
               MOVE 'MAIL JOB NOT ON FILE' TO WS-REASON
           ELSE
               IF MCT-STATUS NOT = 'S'
                   MOVE 'N' TO WS-VALID
                   MOVE 'MAIL JOB ALREADY CONFIRMED' TO WS-REASON
               ELSE
                   IF RTN-PIECES NOT NUMERIC
                      OR RTN-PAGES NOT NUMERIC
                      OR RTN-AMOUNT NOT NUMERIC
                       MOVE 'N' TO WS-VALID
                       MOVE 'INVALID CONTROL TOTALS' TO WS-REASON
                   END-IF
               END-IF
           END-IF.

       VALIDATE-UNDELIVERABLE.
           PERFORM READ-ADDRESS
           IF WS-FOUND = 'N'
               MOVE 'N' TO WS-VALID
               MOVE 'ACCOUNT NOT ON FILE' TO WS-REASON
           ELSE
               IF RTN-ZIP NOT = SPACES AND RTN-ZIP NOT = ADR-ZIP
                   MOVE 'N' TO WS-VALID
                   MOVE 'ADDRESS SINCE CHANGED' TO WS-REASON
               END-IF
           END-IF.

       READ-MAIL-CONTROL.
           MOVE 'N' TO WS-JOB-FOUND
           MOVE RTN-JOB-ID TO MCT-JOB-ID
           READ MAILCTLFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-JOB-FOUND
           END-READ.

       READ-ADDRESS.
           MOVE 'N' TO WS-FOUND
           MOVE RTN-ACCOUNT-ID TO ADR-ACCOUNT-ID
           READ ADDRFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ.

       CONFIRM-JOB.
           IF RTN-DATE IS NUMERIC AND RTN-DATE NOT = ZERO
               MOVE RTN-DATE    TO MCT-CONFIRM-DATE
           ELSE
               MOVE WS-RUN-DATE TO MCT-CONFIRM-DATE
           END-IF
           MOVE RTN-PIECES TO MCT-CONF-PIECES
           MOVE RTN-PAGES  TO MCT-CONF-PAGES
           MOVE RTN-AMOUNT TO MCT-CONF-AMOUNT
           IF RTN-PIECES = MCT-PIECES AND RTN-PAGES = MCT-PAGES
              AND RTN-AMOUNT = MCT-AMOUNT
               MOVE 'C' TO MCT-STATUS
               ADD 1 TO WS-CONFIRM-COUNT
           ELSE
               MOVE 'X' TO MCT-STATUS
               ADD 1 TO WS-OUT-OF-BAL-COUNT
               DISPLAY 'MAIL JOB OUT OF BALANCE ' MCT-JOB-ID
           END-IF
           PERFORM REWRITE-MAIL-CONTROL.

       FLAG-ADDRESS.
           IF ADR-MAIL-STATUS = 'B'
               ADD 1 TO WS-ALREADY-COUNT
           ELSE
               MOVE ADR-REC TO WS-BEFORE-IMAGE
               MOVE 'B' TO ADR-MAIL-STATUS
               IF RTN-DATE IS NUMERIC AND RTN-DATE NOT = ZERO
                   MOVE RTN-DATE    TO ADR-RETURN-DATE
               ELSE
                   MOVE WS-RUN-DATE TO ADR-RETURN-DATE
               END-IF
               REWRITE ADR-REC
               IF WS-ADDR-STATUS NOT = '00'
                   DISPLAY 'TAXPAYER MASTER REWRITE FAILED, STATUS '
                       WS-ADDR-STATUS
                   STOP RUN
               END-IF
               PERFORM WRITE-LOG
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           IF WS-JOB-FOUND = 'Y'
               ADD 1 TO MCT-RETURNED
               PERFORM REWRITE-MAIL-CONTROL
           END-IF.

       REWRITE-MAIL-CONTROL.
           REWRITE MCT-REC
           IF WS-MCTL-STATUS NOT = '00'
               DISPLAY 'MAIL CONTROL REWRITE FAILED, STATUS '
                   WS-MCTL-STATUS
               STOP RUN
           END-IF.

       WRITE-LOG.
           MOVE WS-TIMESTAMP    TO LOG-TIMESTAMP
           MOVE WS-OPERATOR     TO LOG-OPERATOR
           MOVE SPACES          TO LOG-APPROVER
           MOVE 'R'             TO LOG-ACTION
           MOVE WS-BEFORE-IMAGE TO LOG-BEFORE
           MOVE ADR-REC         TO LOG-AFTER
           WRITE LOG-REC
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'CHANGE LOG WRITE FAILED, STATUS '
                   WS-LOG-STATUS
               STOP RUN
           END-IF.

       WRITE-REJECT.
           MOVE RTN-TYPE        TO REJ-TYPE
           MOVE RTN-JOB-ID      TO REJ-JOB-ID
           MOVE RTN-ACCOUNT-ID  TO REJ-ACCOUNT-ID
           MOVE RTN-REASON-CODE TO REJ-REASON-CODE
           MOVE RTN-DATE        TO REJ-DATE
           MOVE RTN-ZIP         TO REJ-ZIP
           MOVE RTN-PIECES      TO REJ-PIECES
           MOVE RTN-PAGES       TO REJ-PAGES
           MOVE RTN-AMOUNT      TO REJ-AMOUNT
           MOVE WS-REASON       TO REJ-REASON
           WRITE REJECT-REC
           IF WS-REJECT-STATUS NOT = '00'
               DISPLAY 'MAIL REJECT FILE WRITE FAILED, STATUS '
                   WS-REJECT-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-REJECT-COUNT.
