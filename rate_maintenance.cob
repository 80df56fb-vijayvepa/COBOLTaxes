       FILE-CONTROL.
           SELECT RATESFILE ASSIGN TO 'rates.txt'
               FILE STATUS IS WS-RATES-STATUS.
           SELECT OPERFILE ASSIGN TO 'operator_security.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT APPROVALFILE ASSIGN TO 'pending_approvals.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-KEY
               FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT MAINTFILE ASSIGN TO 'rates_maint.txt'
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT REJECTFILE ASSIGN TO 'rates_maint.rej'
           05  RATE-BRACKET-LOW   PIC 9(9)V99.
           05  RATE-BRACKET-HIGH  PIC 9(9)V99.
           05  RATE-PERCENT       PIC V999.
       FD  OPERFILE.
       01  OPR-REC.
           05  OPR-ID         PIC X(20).
           05  OPR-NAME       PIC X(30).
           05  OPR-ROLE       PIC X(1).
           05  OPR-STATUS     PIC X(1).
           05  OPR-ADDED-DATE PIC 9(8).
       FD  APPROVALFILE.
       01  APR-REC.
           05  APR-KEY.
               10  APR-PROGRAM    PIC X(8).
               10  APR-SUBMIT-TS  PIC X(14).
               10  APR-SEQ        PIC 9(5).
           05  APR-STATUS         PIC X(1).
           05  APR-SUBMITTER      PIC X(20).
           05  APR-ACCOUNT-ID     PIC X(10).
           05  APR-REASON         PIC X(25).
           05  APR-APPROVER       PIC X(20).
           05  APR-DECIDED-TS     PIC X(14).
           05  APR-APPLIED-TS     PIC X(14).
           05  APR-TRANSACTION    PIC X(80).
       FD  MAINTFILE.
       01  MNT-REC.
           05  MNT-ACTION         PIC X(1).
       01  LOG-REC.
           05  LOG-TIMESTAMP  PIC X(14).
           05  LOG-OPERATOR   PIC X(20).
           05  LOG-APPROVER   PIC X(20).
           05  LOG-ACTION     PIC X(1).
           05  LOG-BEFORE     PIC X(37).
           05  LOG-AFTER      PIC X(37).
       01  WS-MAINT-STATUS    PIC XX.
       01  WS-REJECT-STATUS   PIC XX.
       01  WS-LOG-STATUS      PIC XX.
       01  WS-OPER-STATUS     PIC XX.
       01  WS-APPROVAL-STATUS PIC XX.
       01  WS-OPERATOR        PIC X(20).
       01  WS-OPERATOR-ROLE   PIC X(1).
       01  WS-SUBMITTER       PIC X(20).
       01  WS-APPROVER        PIC X(20).
       01  WS-RELEASING       PIC X VALUE 'N'.
       01  WS-QUEUE-REASON    PIC X(25).
       01  WS-QUEUE-SEQ       PIC 9(5) VALUE ZERO.
       01  WS-APR-EOF         PIC X VALUE 'N'.
       01  WS-TIME-FULL       PIC 9(8).
       01  WS-TIME            PIC 9(6).
       01  WS-RUN-DATE        PIC 9(8).
       01  WS-LOG-TABLE.
           05  WS-LOG-ENTRY OCCURS 200 TIMES.
               10  WS-LOG-ACTION  PIC X(1).
               10  WS-LOG-SUBMITTER PIC X(20).
               10  WS-LOG-APPROVER  PIC X(20).
               10  WS-LOG-BEFORE  PIC X(37).
               10  WS-LOG-AFTER   PIC X(37).
       01  WS-REL-IDX         PIC 9(3).
       01  WS-REL-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-REL-TABLE.
           05  WS-REL-KEY OCCURS 200 TIMES PIC X(27).
       01  WS-MAINT-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-ADD-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-CHANGE-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-DELETE-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-REJECT-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-QUEUE-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-RELEASE-COUNT   PIC 9(9) VALUE ZERO.
       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF WS-OPERATOR = SPACES
               MOVE 'UNKNOWN' TO WS-OPERATOR
           END-IF
           PERFORM LOAD-OPERATOR-ROLE
           PERFORM LOAD-RATES
           OPEN INPUT MAINTFILE
           IF WS-MAINT-STATUS NOT = '00'
                   WS-LOG-STATUS
               STOP RUN
           END-IF
           OPEN I-O APPROVALFILE
           IF WS-APPROVAL-STATUS = '35'
               OPEN OUTPUT APPROVALFILE
               IF WS-APPROVAL-STATUS = '00'
                   CLOSE APPROVALFILE
                   OPEN I-O APPROVALFILE
               END-IF
           END-IF
           IF WS-APPROVAL-STATUS NOT = '00'
               DISPLAY 'APPROVAL QUEUE UNAVAILABLE, STATUS '
                   WS-APPROVAL-STATUS
               STOP RUN
           END-IF
           PERFORM APPLY-RELEASED
           PERFORM UNTIL WS-EOF = 'Y'
               READ MAINTFILE
                   AT END
           IF WS-SET-VALID = 'Y'
               PERFORM REWRITE-RATES
               PERFORM WRITE-CHANGE-LOG-ENTRIES
               PERFORM MARK-RELEASED-APPLIED
               DISPLAY 'RATES FILE UPDATED'
           ELSE
               PERFORM WRITE-ABANDONED-MARKER
               DISPLAY 'RATES FILE NOT UPDATED, SET VALIDATION FAILED'
           END-IF
           CLOSE CHANGELOGFILE APPROVALFILE
           DISPLAY 'MAINT TRANSACTIONS READ ' WS-MAINT-COUNT
           DISPLAY 'RATE ROWS ADDED         ' WS-ADD-COUNT
           DISPLAY 'RATE ROWS CHANGED       ' WS-CHANGE-COUNT
           DISPLAY 'RATE ROWS DELETED       ' WS-DELETE-COUNT
           DISPLAY 'TRANSACTIONS REJECTED   ' WS-REJECT-COUNT
           DISPLAY 'HELD FOR APPROVAL       ' WS-QUEUE-COUNT
           DISPLAY 'APPROVED ITEMS APPLIED  ' WS-RELEASE-COUNT
           STOP RUN.

       LOAD-OPERATOR-ROLE.
           OPEN INPUT OPERFILE
           IF WS-OPER-STATUS NOT = '00'
               DISPLAY 'OPERATOR SECURITY FILE UNAVAILABLE, STATUS '
                   WS-OPER-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO WS-OPERATOR-ROLE
           MOVE WS-OPERATOR TO OPR-ID
           READ OPERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPR-STATUS = 'A'
                       MOVE OPR-ROLE TO WS-OPERATOR-ROLE
                   END-IF
           END-READ
           CLOSE OPERFILE
           MOVE WS-OPERATOR TO WS-SUBMITTER
           MOVE SPACES TO WS-APPROVER.

       LOAD-RATES.
           OPEN INPUT RATESFILE
           IF WS-RATES-STATUS = '35'
       APPLY-MAINT.
           MOVE 'Y' TO WS-VALID
           MOVE SPACES TO WS-REASON
           IF WS-RELEASING = 'N'
               PERFORM CHECK-AUTHORITY
           END-IF
           IF WS-VALID = 'Y'
               PERFORM VALIDATE-TRANSACTION
           END-IF
           IF WS-VALID = 'Y'
               IF WS-RELEASING = 'N'
                   MOVE 'RATE TABLE CHANGE' TO WS-QUEUE-REASON
                   PERFORM QUEUE-APPROVAL
               ELSE
                   IF MNT-ACTION = 'A'
                       PERFORM ADD-RATE
                   ELSE
                       IF MNT-ACTION = 'C'
                           PERFORM CHANGE-RATE
                       ELSE
                           PERFORM DELETE-RATE
                       END-IF
                   END-IF
               END-IF
           END-IF
               PERFORM WRITE-REJECT
           END-IF.

       CHECK-AUTHORITY.
           IF WS-OPERATOR-ROLE NOT = 'R'
               MOVE 'N' TO WS-VALID
               MOVE 'OPERATOR NOT AUTHORIZED' TO WS-REASON
           END-IF.

       QUEUE-APPROVAL.
           ADD 1 TO WS-QUEUE-SEQ
           MOVE SPACES TO APR-REC
           MOVE 'RATEMNT'       TO APR-PROGRAM
           MOVE WS-TIMESTAMP    TO APR-SUBMIT-TS
           MOVE WS-QUEUE-SEQ    TO APR-SEQ
           MOVE 'P'             TO APR-STATUS
           MOVE WS-OPERATOR     TO APR-SUBMITTER
           MOVE MNT-JURISDICTION TO APR-ACCOUNT-ID
           MOVE WS-QUEUE-REASON TO APR-REASON
           MOVE MNT-REC         TO APR-TRANSACTION
           WRITE APR-REC
           IF WS-APPROVAL-STATUS NOT = '00'
               DISPLAY 'APPROVAL QUEUE WRITE FAILED, STATUS '
                   WS-APPROVAL-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-QUEUE-COUNT.

       APPLY-RELEASED.
           MOVE 'RATEMNT' TO APR-PROGRAM
           MOVE LOW-VALUES TO APR-SUBMIT-TS
           MOVE ZERO TO APR-SEQ
           MOVE 'N' TO WS-APR-EOF
           START APPROVALFILE KEY IS NOT LESS THAN APR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-APR-EOF
           END-START
           PERFORM UNTIL WS-APR-EOF = 'Y'
               READ APPROVALFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-APR-EOF
                   NOT AT END
                       IF APR-PROGRAM NOT = 'RATEMNT'
                           MOVE 'Y' TO WS-APR-EOF
                       ELSE
                           IF APR-STATUS = 'A'
                               PERFORM APPLY-ONE-RELEASED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       APPLY-ONE-RELEASED.
           MOVE APR-TRANSACTION TO MNT-REC
           MOVE APR-SUBMITTER   TO WS-SUBMITTER
           MOVE APR-APPROVER    TO WS-APPROVER
           MOVE 'Y' TO WS-RELEASING
           PERFORM APPLY-MAINT
           IF WS-VALID = 'Y'
               IF WS-REL-COUNT >= 200
                   DISPLAY 'RELEASED ITEM TABLE FULL, TOO MANY CHANGES'
                   STOP RUN
               END-IF
               ADD 1 TO WS-REL-COUNT
               MOVE APR-KEY TO WS-REL-KEY(WS-REL-COUNT)
           ELSE
               MOVE 'F' TO APR-STATUS
               MOVE WS-TIMESTAMP TO APR-APPLIED-TS
               PERFORM REWRITE-APPROVAL
           END-IF
           MOVE 'N' TO WS-RELEASING
           MOVE WS-OPERATOR TO WS-SUBMITTER
           MOVE SPACES TO WS-APPROVER.

       MARK-RELEASED-APPLIED.
           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                   UNTIL WS-REL-IDX > WS-REL-COUNT
               MOVE WS-REL-KEY(WS-REL-IDX) TO APR-KEY
               READ APPROVALFILE
                   INVALID KEY
                       DISPLAY 'APPROVAL QUEUE ENTRY MISSING '
                           APR-KEY
                   NOT INVALID KEY
                       MOVE 'C' TO APR-STATUS
                       MOVE WS-TIMESTAMP TO APR-APPLIED-TS
                       PERFORM REWRITE-APPROVAL
                       ADD 1 TO WS-RELEASE-COUNT
               END-READ
           END-PERFORM.

       REWRITE-APPROVAL.
           REWRITE APR-REC
           IF WS-APPROVAL-STATUS NOT = '00'
               DISPLAY 'APPROVAL QUEUE REWRITE FAILED, STATUS '
                   WS-APPROVAL-STATUS
               STOP RUN
           END-IF.

       VALIDATE-TRANSACTION.
           IF MNT-ACTION NOT = 'A' AND MNT-ACTION NOT = 'C'
              AND MNT-ACTION NOT = 'D'
           END-IF
           ADD 1 TO WS-LOG-COUNT
           MOVE MNT-ACTION      TO WS-LOG-ACTION(WS-LOG-COUNT)
           MOVE WS-SUBMITTER    TO WS-LOG-SUBMITTER(WS-LOG-COUNT)
           MOVE WS-APPROVER     TO WS-LOG-APPROVER(WS-LOG-COUNT)
           MOVE WS-BEFORE-IMAGE TO WS-LOG-BEFORE(WS-LOG-COUNT)
           MOVE WS-AFTER-IMAGE  TO WS-LOG-AFTER(WS-LOG-COUNT).

           PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
                   UNTIL WS-LOG-IDX > WS-LOG-COUNT
               MOVE WS-TIMESTAMP TO LOG-TIMESTAMP
               MOVE WS-LOG-SUBMITTER(WS-LOG-IDX) TO LOG-OPERATOR
               MOVE WS-LOG-APPROVER(WS-LOG-IDX)  TO LOG-APPROVER
               MOVE WS-LOG-ACTION(WS-LOG-IDX) TO LOG-ACTION
               MOVE WS-LOG-BEFORE(WS-LOG-IDX) TO LOG-BEFORE
               MOVE WS-LOG-AFTER(WS-LOG-IDX)  TO LOG-AFTER
           IF WS-LOG-COUNT > 0
               MOVE WS-TIMESTAMP TO LOG-TIMESTAMP
               MOVE WS-OPERATOR  TO LOG-OPERATOR
               MOVE SPACES       TO LOG-APPROVER
               MOVE 'X'          TO LOG-ACTION
               MOVE 'RUN ABANDONED' TO LOG-BEFORE
               MOVE 'RATES FILE NOT UPDATED' TO LOG-AFTER
