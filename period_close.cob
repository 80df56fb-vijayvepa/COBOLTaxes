       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODFILE ASSIGN TO 'period_control.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT OPERFILE ASSIGN TO 'operator_security.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT HISTORYFILE ASSIGN TO 'tax_history.txt'
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REGISTERFILE ASSIGN TO 'payment_register.txt'
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT RELEASEFILE ASSIGN TO 'gl_release.txt'
               FILE STATUS IS WS-RELEASE-STATUS.
           SELECT SNAPSHOTFILE ASSIGN TO 'period_snapshot.txt'
               FILE STATUS IS WS-SNAPSHOT-STATUS.
           SELECT CLOSERPTFILE ASSIGN TO 'period_close.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSERPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIODFILE.
       01  PCT-REC.
           05  PCT-PERIOD         PIC 9(6).
           05  PCT-STATUS         PIC X(1).
           05  PCT-CLOSE-DATE     PIC 9(8).
           05  PCT-CLOSED-BY      PIC X(20).
           05  PCT-PPA-APPROVER   PIC X(20).
           05  PCT-PPA-DATE       PIC 9(8).
       FD  OPERFILE.
       01  OPR-REC.
           05  OPR-ID         PIC X(20).
           05  OPR-NAME       PIC X(30).
           05  OPR-ROLE       PIC X(1).
           05  OPR-STATUS     PIC X(1).
           05  OPR-ADDED-DATE PIC 9(8).
       FD  HISTORYFILE.
       01  HIST-REC.
           05  HIST-ACCOUNT-ID    PIC X(10).
           05  HIST-PERIOD        PIC 9(8).
           05  HIST-BALANCE       PIC 9(9)V99.
           05  HIST-TAX           PIC 9(9)V99.
           05  HIST-STATE-TAX     PIC 9(9)V99.
           05  HIST-EXEMPT        PIC 9(9)V99.
       FD  REGISTERFILE.
       01  REGISTER-REC.
           05  REG-TIMESTAMP   PIC X(14).
           05  REG-ACCOUNT-ID  PIC X(10).
           05  REG-PERIOD      PIC 9(8).
           05  REG-PAY-DATE    PIC 9(8).
           05  REG-AMOUNT      PIC 9(9)V99.
           05  REG-NEW-DUE     PIC 9(9)V99.
       FD  RELEASEFILE.
       01  GL-REC.
           05  GL-REC-TYPE        PIC X(1).
           05  GL-ACCOUNT-CODE    PIC X(10).
           05  GL-DEBIT-CREDIT    PIC X(2).
           05  GL-AMOUNT          PIC 9(11)V99.
           05  GL-PERIOD          PIC 9(8).
       FD  SNAPSHOTFILE.
       01  SNP-REC.
           05  SNP-PERIOD         PIC 9(6).
           05  SNP-TYPE           PIC X(1).
           05  SNP-TIMESTAMP      PIC X(14).
           05  SNP-OPERATOR       PIC X(20).
           05  SNP-HIST-COUNT     PIC 9(9).
           05  SNP-HIST-TAX       PIC 9(11)V99.
           05  SNP-HIST-STATE     PIC 9(11)V99.
           05  SNP-HIST-EXEMPT    PIC 9(11)V99.
           05  SNP-PAY-COUNT      PIC 9(9).
           05  SNP-PAY-AMOUNT     PIC 9(11)V99.
           05  SNP-GL-COUNT       PIC 9(9).
           05  SNP-GL-DEBITS      PIC 9(13)V99.
           05  SNP-GL-CREDITS     PIC 9(13)V99.
       FD  CLOSERPTFILE.
       01  CLOSERPT-REC       PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-PERIOD-STATUS   PIC XX.
       01  WS-HISTORY-STATUS  PIC XX.
       01  WS-REGISTER-STATUS PIC XX.
       01  WS-RELEASE-STATUS  PIC XX.
       01  WS-SNAPSHOT-STATUS PIC XX.
       01  WS-CLOSERPT-STATUS PIC XX.
       01  WS-OPER-STATUS     PIC XX.
       01  WS-ENV-DATE        PIC X(8).
       01  WS-ENV-PERIOD      PIC X(6).
       01  WS-ENV-ACTION      PIC X(1).
       01  WS-RUN-DATE        PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-PERIOD  PIC 9(6).
           05  WS-RUN-DD      PIC 9(2).
       01  WS-TIME-FULL       PIC 9(8).
       01  WS-TIME            PIC 9(6).
       01  WS-TIMESTAMP       PIC X(14).
       01  WS-OPERATOR        PIC X(20).
       01  WS-APPROVER        PIC X(20).
       01  WS-APPROVER-ROLE   PIC X(1).
       01  WS-CLOSE-PERIOD    PIC 9(6).
       01  WS-ACTION          PIC X(1).
       01  WS-FOUND           PIC X VALUE 'N'.
       01  WS-EOF             PIC X VALUE 'N'.
       01  WS-ON-FILE         PIC X VALUE 'N'.
       01  WS-HIST-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-SUM-TAX         PIC 9(11)V99 VALUE ZERO.
       01  WS-SUM-STATE       PIC 9(11)V99 VALUE ZERO.
       01  WS-SUM-EXEMPT      PIC 9(11)V99 VALUE ZERO.
       01  WS-PAY-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-SUM-PAID        PIC 9(11)V99 VALUE ZERO.
       01  WS-GL-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-SUM-DEBITS      PIC 9(13)V99 VALUE ZERO.
       01  WS-SUM-CREDITS     PIC 9(13)V99 VALUE ZERO.
       01  WS-HEAD-LINE.
           05  FILLER         PIC X(26)
               VALUE 'PERIOD CLOSE REPORT AS OF '.
           05  WS-HL-DATE     PIC 9(8).
       01  WS-PERIOD-LINE.
           05  FILLER         PIC X(20) VALUE 'ACCOUNTING PERIOD'.
           05  WS-PL-PERIOD   PIC 9(6).
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-PL-TEXT     PIC X(32).
       01  WS-OPERATOR-LINE.
           05  WS-OL-LABEL    PIC X(20).
           05  WS-OL-NAME     PIC X(20).
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL    PIC X(30).
           05  WS-TL-VALUE    PIC Z(8)9.
       01  WS-AMOUNT-LINE.
           05  WS-AL-LABEL    PIC X(30).
           05  WS-AL-VALUE    PIC Z(12)9.99.
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
           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT 'PERCLOSE-PERIOD'
           IF WS-ENV-PERIOD IS NOT NUMERIC OR WS-ENV-PERIOD = SPACES
               DISPLAY 'PERCLOSE-PERIOD MUST BE YYYYMM'
               STOP RUN
           END-IF
           MOVE WS-ENV-PERIOD TO WS-CLOSE-PERIOD
           IF WS-CLOSE-PERIOD(5:2) < '01' OR
                   WS-CLOSE-PERIOD(5:2) > '12'
               DISPLAY 'PERCLOSE-PERIOD MONTH INVALID '
                   WS-CLOSE-PERIOD
               STOP RUN
           END-IF
           ACCEPT WS-ENV-ACTION FROM ENVIRONMENT 'PERCLOSE-ACTION'
           IF WS-ENV-ACTION = 'A'
               MOVE 'A' TO WS-ACTION
           ELSE
               MOVE 'C' TO WS-ACTION
           END-IF
           OPEN I-O PERIODFILE
           IF WS-PERIOD-STATUS = '35'
               OPEN OUTPUT PERIODFILE
               IF WS-PERIOD-STATUS = '00'
                   CLOSE PERIODFILE
                   OPEN I-O PERIODFILE
               END-IF
           END-IF
           IF WS-PERIOD-STATUS NOT = '00'
               DISPLAY 'PERIOD CONTROL UNAVAILABLE, STATUS '
                   WS-PERIOD-STATUS
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FOUND
           MOVE WS-CLOSE-PERIOD TO PCT-PERIOD
           READ PERIODFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ
           OPEN OUTPUT CLOSERPTFILE
           IF WS-CLOSERPT-STATUS NOT = '00'
               DISPLAY 'CLOSE REPORT UNAVAILABLE, STATUS '
                   WS-CLOSERPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-HL-DATE
           MOVE WS-HEAD-LINE TO CLOSERPT-REC
           PERFORM WRITE-CLOSERPT-REC
           MOVE WS-CLOSE-PERIOD TO WS-PL-PERIOD
           IF WS-ACTION = 'A'
               PERFORM APPROVE-ADJUSTMENT
           ELSE
               PERFORM CLOSE-PERIOD
           END-IF
           CLOSE PERIODFILE CLOSERPTFILE
           STOP RUN.

       CLOSE-PERIOD.
           IF WS-CLOSE-PERIOD NOT < WS-RUN-PERIOD
               MOVE 'REJECTED - PERIOD NOT ENDED' TO WS-PL-TEXT
               PERFORM WRITE-PERIOD-LINE
               DISPLAY 'PERIOD ' WS-CLOSE-PERIOD ' HAS NOT ENDED'
           ELSE
               IF WS-FOUND = 'Y' AND PCT-STATUS = 'C'
                   MOVE 'REJECTED - ALREADY CLOSED' TO WS-PL-TEXT
                   PERFORM WRITE-PERIOD-LINE
                   DISPLAY 'PERIOD ' WS-CLOSE-PERIOD
                       ' IS ALREADY CLOSED'
               ELSE
                   IF WS-FOUND = 'Y' AND PCT-STATUS = 'A'
                       MOVE 'R' TO SNP-TYPE
                       MOVE 'RECLOSED' TO WS-PL-TEXT
                   ELSE
                       MOVE 'C' TO SNP-TYPE
                       MOVE 'CLOSED' TO WS-PL-TEXT
                   END-IF
                   PERFORM WRITE-PERIOD-LINE
                   PERFORM TOTAL-HISTORY
                   PERFORM TOTAL-PAYMENTS
                   PERFORM TOTAL-GL-RELEASE
                   PERFORM WRITE-SNAPSHOT
                   PERFORM WRITE-CLOSE-TOTALS
                   PERFORM UPDATE-CONTROL
                   DISPLAY 'PERIOD ' WS-CLOSE-PERIOD ' ' WS-PL-TEXT
                   DISPLAY 'HISTORY RECORDS   ' WS-HIST-COUNT
                   DISPLAY 'PAYMENTS          ' WS-PAY-COUNT
                   DISPLAY 'GL ENTRIES        ' WS-GL-COUNT
               END-IF
           END-IF.

       APPROVE-ADJUSTMENT.
           ACCEPT WS-APPROVER FROM ENVIRONMENT 'PERCLOSE-APPROVER'
           IF WS-FOUND = 'N' OR PCT-STATUS NOT = 'C'
               MOVE 'REJECTED - PERIOD NOT CLOSED' TO WS-PL-TEXT
               PERFORM WRITE-PERIOD-LINE
               DISPLAY 'PERIOD ' WS-CLOSE-PERIOD ' IS NOT CLOSED'
           ELSE
               IF WS-APPROVER = SPACES
                   MOVE 'REJECTED - APPROVER MISSING' TO WS-PL-TEXT
                   PERFORM WRITE-PERIOD-LINE
                   DISPLAY 'PERCLOSE-APPROVER REQUIRED'
               ELSE
                   IF WS-APPROVER = WS-OPERATOR
                       MOVE 'REJECTED - APPROVER IS OPERATOR'
                           TO WS-PL-TEXT
                       PERFORM WRITE-PERIOD-LINE
                       DISPLAY 'APPROVER MUST DIFFER FROM OPERATOR'
                   ELSE
                       PERFORM LOAD-APPROVER-ROLE
                       IF WS-APPROVER-ROLE NOT = 'S'
                           MOVE 'REJECTED - NOT A SUPERVISOR'
                               TO WS-PL-TEXT
                           PERFORM WRITE-PERIOD-LINE
                           DISPLAY 'APPROVER MUST BE ACTIVE SUPERVISOR'
                       ELSE
                           PERFORM RECORD-APPROVAL
                       END-IF
                   END-IF
               END-IF
           END-IF.

       RECORD-APPROVAL.
           MOVE 'A'           TO PCT-STATUS
           MOVE WS-APPROVER   TO PCT-PPA-APPROVER
           MOVE WS-RUN-DATE   TO PCT-PPA-DATE
           REWRITE PCT-REC
           IF WS-PERIOD-STATUS NOT = '00'
               DISPLAY 'PERIOD CONTROL REWRITE FAILED, '
                   'STATUS ' WS-PERIOD-STATUS
               STOP RUN
           END-IF
           MOVE 'ADJUSTMENT APPROVED' TO WS-PL-TEXT
           PERFORM WRITE-PERIOD-LINE
           MOVE 'APPROVED BY'   TO WS-OL-LABEL
           MOVE WS-APPROVER     TO WS-OL-NAME
           MOVE WS-OPERATOR-LINE TO CLOSERPT-REC
           PERFORM WRITE-CLOSERPT-REC
           DISPLAY 'PERIOD ' WS-CLOSE-PERIOD
               ' OPEN FOR ADJUSTMENT, APPROVER '
               WS-APPROVER.

       LOAD-APPROVER-ROLE.
           OPEN INPUT OPERFILE
           IF WS-OPER-STATUS NOT = '00'
               DISPLAY 'OPERATOR SECURITY FILE UNAVAILABLE, STATUS '
                   WS-OPER-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO WS-APPROVER-ROLE
           MOVE WS-APPROVER TO OPR-ID
           READ OPERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPR-STATUS = 'A'
                       MOVE OPR-ROLE TO WS-APPROVER-ROLE
                   END-IF
           END-READ
           CLOSE OPERFILE.

       TOTAL-HISTORY.
           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-ON-FILE
           OPEN INPUT HISTORYFILE
           IF WS-HISTORY-STATUS = '00'
               MOVE 'Y' TO WS-ON-FILE
           ELSE
               IF WS-HISTORY-STATUS NOT = '35'
                   DISPLAY 'HISTORY FILE UNAVAILABLE, STATUS '
                       WS-HISTORY-STATUS
                   STOP RUN
               END-IF
           END-IF
           IF WS-ON-FILE = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HISTORYFILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF HIST-PERIOD(1:6) = WS-CLOSE-PERIOD
                               ADD 1 TO WS-HIST-COUNT
                               ADD HIST-TAX       TO WS-SUM-TAX
                               ADD HIST-STATE-TAX TO WS-SUM-STATE
                               ADD HIST-EXEMPT    TO WS-SUM-EXEMPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORYFILE
           END-IF.

       TOTAL-PAYMENTS.
           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-ON-FILE
           OPEN INPUT REGISTERFILE
           IF WS-REGISTER-STATUS = '00'
               MOVE 'Y' TO WS-ON-FILE
           ELSE
               IF WS-REGISTER-STATUS NOT = '35'
                   DISPLAY 'PAYMENT REGISTER UNAVAILABLE, STATUS '
                       WS-REGISTER-STATUS
                   STOP RUN
               END-IF
           END-IF
           IF WS-ON-FILE = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REGISTERFILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF REG-PAY-DATE(1:6) = WS-CLOSE-PERIOD
                               ADD 1 TO WS-PAY-COUNT
                               ADD REG-AMOUNT TO WS-SUM-PAID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTERFILE
           END-IF.

       TOTAL-GL-RELEASE.
           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-ON-FILE
           OPEN INPUT RELEASEFILE
           IF WS-RELEASE-STATUS = '00'
               MOVE 'Y' TO WS-ON-FILE
           ELSE
               IF WS-RELEASE-STATUS NOT = '35'
                   DISPLAY 'GL RELEASE FILE UNAVAILABLE, STATUS '
                       WS-RELEASE-STATUS
                   STOP RUN
               END-IF
           END-IF
           IF WS-ON-FILE = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RELEASEFILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF GL-REC-TYPE = 'D' AND
                                   GL-PERIOD(1:6) = WS-CLOSE-PERIOD
                               ADD 1 TO WS-GL-COUNT
                               IF GL-DEBIT-CREDIT = 'DR'
                                   ADD GL-AMOUNT TO WS-SUM-DEBITS
                               ELSE
                                   ADD GL-AMOUNT TO WS-SUM-CREDITS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELEASEFILE
           END-IF.

       WRITE-SNAPSHOT.
           OPEN EXTEND SNAPSHOTFILE
           IF WS-SNAPSHOT-STATUS = '35'
               OPEN OUTPUT SNAPSHOTFILE
           END-IF
           IF WS-SNAPSHOT-STATUS NOT = '00'
               DISPLAY 'PERIOD SNAPSHOT UNAVAILABLE, STATUS '
                   WS-SNAPSHOT-STATUS
               STOP RUN
           END-IF
           MOVE WS-CLOSE-PERIOD TO SNP-PERIOD
           MOVE WS-TIMESTAMP    TO SNP-TIMESTAMP
           MOVE WS-OPERATOR     TO SNP-OPERATOR
           MOVE WS-HIST-COUNT   TO SNP-HIST-COUNT
           MOVE WS-SUM-TAX      TO SNP-HIST-TAX
           MOVE WS-SUM-STATE    TO SNP-HIST-STATE
           MOVE WS-SUM-EXEMPT   TO SNP-HIST-EXEMPT
           MOVE WS-PAY-COUNT    TO SNP-PAY-COUNT
           MOVE WS-SUM-PAID     TO SNP-PAY-AMOUNT
           MOVE WS-GL-COUNT     TO SNP-GL-COUNT
           MOVE WS-SUM-DEBITS   TO SNP-GL-DEBITS
           MOVE WS-SUM-CREDITS  TO SNP-GL-CREDITS
           WRITE SNP-REC
           IF WS-SNAPSHOT-STATUS NOT = '00'
               DISPLAY 'PERIOD SNAPSHOT WRITE FAILED, STATUS '
                   WS-SNAPSHOT-STATUS
               STOP RUN
           END-IF
           CLOSE SNAPSHOTFILE.

       UPDATE-CONTROL.
           MOVE WS-CLOSE-PERIOD TO PCT-PERIOD
           MOVE 'C'             TO PCT-STATUS
           MOVE WS-RUN-DATE     TO PCT-CLOSE-DATE
           MOVE WS-OPERATOR     TO PCT-CLOSED-BY
           IF WS-FOUND = 'Y'
               REWRITE PCT-REC
           ELSE
               MOVE SPACES TO PCT-PPA-APPROVER
               MOVE ZERO   TO PCT-PPA-DATE
               WRITE PCT-REC
           END-IF
           IF WS-PERIOD-STATUS NOT = '00'
               DISPLAY 'PERIOD CONTROL WRITE FAILED, STATUS '
                   WS-PERIOD-STATUS
               STOP RUN
           END-IF.

       WRITE-CLOSE-TOTALS.
           MOVE 'CLOSED BY'          TO WS-OL-LABEL
           MOVE WS-OPERATOR          TO WS-OL-NAME
           MOVE WS-OPERATOR-LINE TO CLOSERPT-REC
           PERFORM WRITE-CLOSERPT-REC
           MOVE 'HISTORY RECORDS'    TO WS-TL-LABEL
           MOVE WS-HIST-COUNT        TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO CLOSERPT-REC
           PERFORM WRITE-CLOSERPT-REC
           MOVE 'FEDERAL TAX'        TO WS-AL-LABEL
           MOVE WS-SUM-TAX           TO WS-AL-VALUE
           MOVE WS-AMOUNT-LINE TO CLOSERPT-REC
           PERFORM WRITE-CLOSERPT-REC
           MOVE 'STATE TAX'          TO WS-AL-LABEL
           MOVE WS-SUM-STATE         TO WS-AL-VALUE
           MOVE WS-AMOUNT-LINE TO CLOSERPT-REC
           PERFORM WRITE-CLOSERPT-REC
           MOVE 'EXEMPTIONS'         TO WS-AL-LABEL
           MOVE WS-SUM-EXEMPT        TO WS-AL-VALUE
           MOVE WS-AMOUNT-LINE TO CLOSERPT-REC
           PERFORM WRITE-CLOSERPT-REC
           MOVE 'PAYMENTS'           TO WS-TL-LABEL
           MOVE WS-PAY-COUNT         TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO CLOSERPT-REC
           PERFORM WRITE-CLOSERPT-REC
           MOVE 'PAYMENT AMOUNT'     TO WS-AL-LABEL
           MOVE WS-SUM-PAID          TO WS-AL-VALUE
           MOVE WS-AMOUNT-LINE TO CLOSERPT-REC
           PERFORM WRITE-CLOSERPT-REC
           MOVE 'GL ENTRIES RELEASED' TO WS-TL-LABEL
           MOVE WS-GL-COUNT          TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO CLOSERPT-REC
           PERFORM WRITE-CLOSERPT-REC
           MOVE 'GL DEBITS'          TO WS-AL-LABEL
           MOVE WS-SUM-DEBITS        TO WS-AL-VALUE
           MOVE WS-AMOUNT-LINE TO CLOSERPT-REC
           PERFORM WRITE-CLOSERPT-REC
           MOVE 'GL CREDITS'         TO WS-AL-LABEL
           MOVE WS-SUM-CREDITS       TO WS-AL-VALUE
           MOVE WS-AMOUNT-LINE TO CLOSERPT-REC
           PERFORM WRITE-CLOSERPT-REC.

       WRITE-PERIOD-LINE.
           MOVE WS-PERIOD-LINE TO CLOSERPT-REC
           PERFORM WRITE-CLOSERPT-REC.

       WRITE-CLOSERPT-REC.
           WRITE CLOSERPT-REC
           IF WS-CLOSERPT-STATUS NOT = '00'
               DISPLAY 'CLOSE REPORT WRITE FAILED, STATUS '
                   WS-CLOSERPT-STATUS
               STOP RUN
           END-IF.
