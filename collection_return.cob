       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLRETN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNFILE ASSIGN TO 'agency_returns.txt'
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT REJECTFILE ASSIGN TO 'agency_returns.rej'
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT REFERFILE ASSIGN TO 'collection_referrals.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-KEY
               FILE STATUS IS WS-REFER-STATUS.
           SELECT REGISTERFILE ASSIGN TO 'collection_register.txt'
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT PAYMENTFILE ASSIGN TO 'payments.txt'
               FILE STATUS IS WS-PAYMENT-STATUS.
           SELECT PAYWORKFILE ASSIGN TO 'payments.txt.new'
               FILE STATUS IS WS-PAYMENT-STATUS.
           SELECT DEPOSITFILE ASSIGN TO 'deposit_control.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-NUMBER
               FILE STATUS IS WS-DEPOSIT-STATUS.
           SELECT CYCLEFILE ASSIGN TO 'cycle_control.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYCLE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETURNFILE.
       01  RTN-REC.
           05  RTN-TYPE           PIC X(1).
           05  RTN-ACCOUNT-ID     PIC X(10).
           05  RTN-PERIOD         PIC 9(8).
           05  RTN-DATE           PIC 9(8).
           05  RTN-GROSS          PIC 9(9)V99.
           05  RTN-COMMISSION     PIC 9(9)V99.
       FD  REJECTFILE.
       01  REJECT-REC.
           05  REJ-TYPE           PIC X(1).
           05  REJ-ACCOUNT-ID     PIC X(10).
           05  REJ-PERIOD         PIC 9(8).
           05  REJ-DATE           PIC 9(8).
           05  REJ-GROSS          PIC 9(9)V99.
           05  REJ-COMMISSION     PIC 9(9)V99.
           05  REJ-REASON         PIC X(25).
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
       FD  PAYMENTFILE.
       01  PAY-REC.
           05  PAY-ACCOUNT-ID PIC X(10).
           05  PAY-PERIOD     PIC 9(8).
           05  PAY-DATE       PIC 9(8).
           05  PAY-AMOUNT     PIC 9(9)V99.
       FD  PAYWORKFILE.
       01  PAYWORK-REC        PIC X(37).
       FD  DEPOSITFILE.
       01  DEP-REC.
           05  DEP-NUMBER     PIC X(10).
           05  DEP-DATE       PIC 9(8).
           05  DEP-ITEM-COUNT PIC 9(5).
           05  DEP-AMOUNT     PIC 9(11)V99.
           05  DEP-STATUS     PIC X(1).
           05  DEP-TIMESTAMP  PIC X(14).
       FD  CYCLEFILE.
       01  CYC-REC.
           05  CYC-KEY.
               10  CYC-RUN-DATE PIC 9(8).
               10  CYC-STEP     PIC X(8).
           05  CYC-STATUS       PIC X(1).
           05  CYC-START-TIME   PIC X(14).
           05  CYC-END-TIME     PIC X(14).
       WORKING-STORAGE SECTION.
       01  WS-RETURN-STATUS   PIC XX.
       01  WS-REJECT-STATUS   PIC XX.
       01  WS-REFER-STATUS    PIC XX.
       01  WS-REGISTER-STATUS PIC XX.
       01  WS-PAYMENT-STATUS  PIC XX.
       01  WS-DEPOSIT-STATUS  PIC XX.
       01  WS-CYCLE-STATUS    PIC XX.
       01  WS-ENV-DATE        PIC X(8).
       01  WS-RUN-DATE        PIC 9(8).
       01  WS-TIME-FULL       PIC 9(8).
       01  WS-TIME            PIC 9(6).
       01  WS-TIMESTAMP       PIC X(14).
       01  WS-OPERATOR        PIC X(20).
       01  WS-EOF             PIC X VALUE 'N'.
       01  WS-FOUND           PIC X VALUE 'N'.
       01  WS-VALID           PIC X VALUE 'Y'.
       01  WS-REASON          PIC X(25).
       01  WS-SCAN-DONE       PIC X VALUE 'N'.
       01  WS-LAST-IMPORT     PIC X(14).
       01  WS-POSTED-SINCE    PIC X VALUE 'N'.
       01  WS-IMPORT-PENDING  PIC X VALUE 'N'.
       01  WS-NEW-NAME        PIC X(21) VALUE 'payments.txt.new'.
       01  WS-LIVE-NAME       PIC X(21) VALUE 'payments.txt'.
       01  WS-RENAME-RC       PIC S9(9) COMP-5.
       01  WS-DEPOSIT-NO      PIC X(10).
       01  WS-NET-AMOUNT      PIC 9(9)V99.
       01  WS-RETURN-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-RECOVERY-COUNT  PIC 9(5) VALUE ZERO.
       01  WS-RECALL-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-CLOSURE-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-REJECT-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-SUM-GROSS       PIC 9(11)V99 VALUE ZERO.
       01  WS-SUM-COMMISSION  PIC 9(11)V99 VALUE ZERO.
       01  WS-SUM-NET         PIC 9(11)V99 VALUE ZERO.
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
           STRING 'AG' WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-DEPOSIT-NO
           OPEN INPUT RETURNFILE
           IF WS-RETURN-STATUS NOT = '00'
               DISPLAY 'AGENCY RETURN FILE UNAVAILABLE, STATUS '
                   WS-RETURN-STATUS
               STOP RUN
           END-IF
           OPEN I-O DEPOSITFILE
           IF WS-DEPOSIT-STATUS = '35'
               OPEN OUTPUT DEPOSITFILE
               IF WS-DEPOSIT-STATUS = '00'
                   CLOSE DEPOSITFILE
                   OPEN I-O DEPOSITFILE
               END-IF
           END-IF
           IF WS-DEPOSIT-STATUS NOT = '00'
               DISPLAY 'DEPOSIT CONTROL UNAVAILABLE, STATUS '
                   WS-DEPOSIT-STATUS
               STOP RUN
           END-IF
           MOVE WS-DEPOSIT-NO TO DEP-NUMBER
           READ DEPOSITFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'AGENCY RETURNS ALREADY IMPORTED AS '
                       WS-DEPOSIT-NO
                   STOP RUN
           END-READ
           PERFORM CHECK-PENDING-PAYMENTS
           IF WS-IMPORT-PENDING = 'Y'
               OPEN EXTEND PAYMENTFILE
           ELSE
               OPEN OUTPUT PAYWORKFILE
           END-IF
           IF WS-PAYMENT-STATUS NOT = '00'
               DISPLAY 'PAYMENTS FILE UNAVAILABLE, STATUS '
                   WS-PAYMENT-STATUS
               STOP RUN
           END-IF
           OPEN I-O REFERFILE
           IF WS-REFER-STATUS NOT = '00'
               DISPLAY 'REFERRAL MASTER UNAVAILABLE, STATUS '
                   WS-REFER-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REJECTFILE
           IF WS-REJECT-STATUS NOT = '00'
               DISPLAY 'AGENCY REJECT FILE UNAVAILABLE, STATUS '
                   WS-REJECT-STATUS
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
           PERFORM UNTIL WS-EOF = 'Y'
               READ RETURNFILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RETURN-COUNT
                       PERFORM PROCESS-RETURN
               END-READ
           END-PERFORM
           IF WS-RECOVERY-COUNT > 0
               PERFORM RECORD-DEPOSIT
           END-IF
           CLOSE RETURNFILE DEPOSITFILE REFERFILE
               REJECTFILE REGISTERFILE
           IF WS-IMPORT-PENDING = 'Y'
               CLOSE PAYMENTFILE
           ELSE
               CLOSE PAYWORKFILE
               IF WS-RECOVERY-COUNT > 0
                   CALL 'CBL_RENAME_FILE' USING WS-NEW-NAME WS-LIVE-NAME
                       RETURNING WS-RENAME-RC
                   IF WS-RENAME-RC NOT = 0
                       DISPLAY 'PAYMENTS FILE RENAME FAILED, RC '
                           WS-RENAME-RC
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY 'NO RECOVERIES POSTED, PAYMENTS FILE '
                       'UNCHANGED'
               END-IF
           END-IF
           DISPLAY 'RETURNS READ        ' WS-RETURN-COUNT
           DISPLAY 'RECOVERIES POSTED   ' WS-RECOVERY-COUNT
           DISPLAY 'GROSS RECOVERED     ' WS-SUM-GROSS
           DISPLAY 'AGENCY COMMISSION   ' WS-SUM-COMMISSION
           DISPLAY 'NET TO PAYMENTS     ' WS-SUM-NET
           DISPLAY 'RECALLS             ' WS-RECALL-COUNT
           DISPLAY 'CLOSURES            ' WS-CLOSURE-COUNT
           DISPLAY 'RETURNS REJECTED    ' WS-REJECT-COUNT
           STOP RUN.

       PROCESS-RETURN.
           PERFORM VALIDATE-RETURN
           IF WS-VALID = 'N'
               PERFORM WRITE-REJECT
           ELSE
               IF RTN-TYPE = 'P'
                   PERFORM POST-RECOVERY
               ELSE
                   PERFORM CLEAR-REFERRAL
               END-IF
           END-IF.

       VALIDATE-RETURN.
           MOVE 'Y' TO WS-VALID
           IF RTN-TYPE NOT = 'P' AND RTN-TYPE NOT = 'R'
                   AND RTN-TYPE NOT = 'C'
               MOVE 'N' TO WS-VALID
               MOVE 'INVALID RETURN TYPE' TO WS-REASON
           ELSE
               PERFORM READ-REFERRAL
               IF WS-FOUND = 'N'
                   MOVE 'N' TO WS-VALID
                   MOVE 'NOT REFERRED' TO WS-REASON
               ELSE
                   IF REF-STATUS NOT = 'P'
                       MOVE 'N' TO WS-VALID
                       MOVE 'REFERRAL NOT ACTIVE' TO WS-REASON
                   ELSE
                       IF RTN-TYPE = 'P'
                           PERFORM VALIDATE-RECOVERY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VALIDATE-RECOVERY.
           IF RTN-GROSS NOT NUMERIC OR RTN-GROSS = ZERO
               MOVE 'N' TO WS-VALID
               MOVE 'INVALID GROSS AMOUNT' TO WS-REASON
           ELSE
               IF RTN-COMMISSION NOT NUMERIC
                   MOVE 'N' TO WS-VALID
                   MOVE 'INVALID COMMISSION' TO WS-REASON
               ELSE
                   IF RTN-COMMISSION >= RTN-GROSS
                       MOVE 'N' TO WS-VALID
                       MOVE 'COMMISSION EXCEEDS GROSS' TO WS-REASON
                   END-IF
               END-IF
           END-IF.

       READ-REFERRAL.
           MOVE 'N' TO WS-FOUND
           MOVE RTN-ACCOUNT-ID TO REF-ACCOUNT-ID
           MOVE RTN-PERIOD     TO REF-PERIOD
           READ REFERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ.

       POST-RECOVERY.
           COMPUTE WS-NET-AMOUNT = RTN-GROSS - RTN-COMMISSION
           MOVE RTN-ACCOUNT-ID TO PAY-ACCOUNT-ID
           MOVE RTN-PERIOD     TO PAY-PERIOD
           IF RTN-DATE IS NUMERIC AND RTN-DATE NOT = ZERO
               MOVE RTN-DATE   TO PAY-DATE
           ELSE
               MOVE WS-RUN-DATE TO PAY-DATE
           END-IF
           MOVE WS-NET-AMOUNT  TO PAY-AMOUNT
           IF WS-IMPORT-PENDING = 'Y'
               WRITE PAY-REC
           ELSE
               WRITE PAYWORK-REC FROM PAY-REC
           END-IF
           IF WS-PAYMENT-STATUS NOT = '00'
               DISPLAY 'PAYMENTS FILE WRITE FAILED, STATUS '
                   WS-PAYMENT-STATUS
               STOP RUN
           END-IF
           ADD RTN-GROSS      TO REF-RECOVERED
           ADD RTN-COMMISSION TO REF-COMMISSION
           PERFORM REWRITE-REFERRAL
           MOVE 'V'            TO CRG-ACTION
           MOVE RTN-GROSS      TO CRG-GROSS
           MOVE RTN-COMMISSION TO CRG-COMMISSION
           MOVE WS-NET-AMOUNT  TO CRG-NET
           PERFORM WRITE-REGISTER
           ADD 1 TO WS-RECOVERY-COUNT
           ADD RTN-GROSS      TO WS-SUM-GROSS
           ADD RTN-COMMISSION TO WS-SUM-COMMISSION
           ADD WS-NET-AMOUNT  TO WS-SUM-NET.

       CLEAR-REFERRAL.
           MOVE RTN-TYPE    TO REF-STATUS
           MOVE WS-RUN-DATE TO REF-CLOSE-DATE
           PERFORM REWRITE-REFERRAL
           MOVE RTN-TYPE    TO CRG-ACTION
           MOVE ZERO        TO CRG-GROSS
           MOVE ZERO        TO CRG-COMMISSION
           MOVE ZERO        TO CRG-NET
           PERFORM WRITE-REGISTER
           IF RTN-TYPE = 'R'
               ADD 1 TO WS-RECALL-COUNT
           ELSE
               ADD 1 TO WS-CLOSURE-COUNT
           END-IF.

       REWRITE-REFERRAL.
           REWRITE REF-REC
           IF WS-REFER-STATUS NOT = '00'
               DISPLAY 'REFERRAL MASTER REWRITE FAILED, STATUS '
                   WS-REFER-STATUS
               STOP RUN
           END-IF.

       WRITE-REGISTER.
           MOVE WS-TIMESTAMP   TO CRG-TIMESTAMP
           MOVE RTN-ACCOUNT-ID TO CRG-ACCOUNT-ID
           MOVE RTN-PERIOD     TO CRG-PERIOD
           MOVE WS-OPERATOR    TO CRG-OPERATOR
           WRITE CRG-REC
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY 'COLLECTION REGISTER WRITE FAILED, STATUS '
                   WS-REGISTER-STATUS
               STOP RUN
           END-IF.

       WRITE-REJECT.
           MOVE RTN-TYPE       TO REJ-TYPE
           MOVE RTN-ACCOUNT-ID TO REJ-ACCOUNT-ID
           MOVE RTN-PERIOD     TO REJ-PERIOD
           MOVE RTN-DATE       TO REJ-DATE
           MOVE RTN-GROSS      TO REJ-GROSS
           MOVE RTN-COMMISSION TO REJ-COMMISSION
           MOVE WS-REASON      TO REJ-REASON
           WRITE REJECT-REC
           IF WS-REJECT-STATUS NOT = '00'
               DISPLAY 'AGENCY REJECT FILE WRITE FAILED, STATUS '
                   WS-REJECT-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-REJECT-COUNT.

       RECORD-DEPOSIT.
           MOVE WS-DEPOSIT-NO     TO DEP-NUMBER
           MOVE WS-RUN-DATE       TO DEP-DATE
           MOVE WS-RECOVERY-COUNT TO DEP-ITEM-COUNT
           MOVE WS-SUM-NET        TO DEP-AMOUNT
           MOVE 'P'               TO DEP-STATUS
           MOVE WS-TIMESTAMP      TO DEP-TIMESTAMP
           WRITE DEP-REC
           IF WS-DEPOSIT-STATUS NOT = '00'
               DISPLAY 'DEPOSIT CONTROL WRITE FAILED, STATUS '
                   WS-DEPOSIT-STATUS
               STOP RUN
           END-IF.

       CHECK-PENDING-PAYMENTS.
           MOVE SPACES TO WS-LAST-IMPORT
           MOVE 'N' TO WS-SCAN-DONE
           MOVE LOW-VALUES TO DEP-NUMBER
           START DEPOSITFILE KEY IS NOT LESS THAN DEP-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ DEPOSITFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF DEP-TIMESTAMP > WS-LAST-IMPORT
                           MOVE DEP-TIMESTAMP TO WS-LAST-IMPORT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LAST-IMPORT NOT = SPACES
               PERFORM CHECK-PAYPOST-SINCE-IMPORT
               IF WS-POSTED-SINCE = 'N'
                   MOVE 'Y' TO WS-IMPORT-PENDING
               END-IF
           END-IF.

       CHECK-PAYPOST-SINCE-IMPORT.
           MOVE 'N' TO WS-POSTED-SINCE
           OPEN INPUT CYCLEFILE
           IF WS-CYCLE-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-CYCLE-STATUS NOT = '00'
                   DISPLAY 'CYCLE CONTROL UNAVAILABLE, STATUS '
                       WS-CYCLE-STATUS
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-SCAN-DONE
               MOVE LOW-VALUES TO CYC-KEY
               START CYCLEFILE KEY IS NOT LESS THAN CYC-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ CYCLEFILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                           IF CYC-STEP = 'PAYPOST'
                              AND CYC-STATUS = 'C'
                              AND CYC-END-TIME >= WS-LAST-IMPORT
                               MOVE 'Y' TO WS-POSTED-SINCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CYCLEFILE
           END-IF.
