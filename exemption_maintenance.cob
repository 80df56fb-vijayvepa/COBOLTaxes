               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXM-ACCOUNT-ID
               FILE STATUS IS WS-EXEMPT-STATUS.
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
           SELECT MAINTFILE ASSIGN TO 'exempt_maint.txt'
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT REJECTFILE ASSIGN TO 'exempt_maint.rej'
           05  EXM-PERCENT    PIC 9V999.
           05  EXM-EFF-DATE   PIC 9(8).
           05  EXM-END-DATE   PIC 9(8).
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
           05  MNT-ACTION     PIC X(1).
       01  LOG-REC.
           05  LOG-TIMESTAMP  PIC X(14).
           05  LOG-OPERATOR   PIC X(20).
           05  LOG-APPROVER   PIC X(20).
           05  LOG-ACTION     PIC X(1).
           05  LOG-BEFORE     PIC X(46).
           05  LOG-AFTER      PIC X(46).
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
       01  WS-NEEDS-APPROVAL  PIC X VALUE 'N'.
       01  WS-QUEUE-REASON    PIC X(25).
       01  WS-QUEUE-SEQ       PIC 9(5) VALUE ZERO.
       01  WS-APR-EOF         PIC X VALUE 'N'.
       01  WS-TIME-FULL       PIC 9(8).
       01  WS-TIME            PIC 9(6).
       01  WS-RUN-DATE        PIC 9(8).
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
           OPEN INPUT MAINTFILE
           IF WS-MAINT-STATUS NOT = '00'
               DISPLAY 'MAINTENANCE FILE UNAVAILABLE, STATUS '
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
               END-READ
           END-PERFORM
           CLOSE MAINTFILE EXEMPTFILE REJECTFILE CHANGELOGFILE
               APPROVALFILE
           DISPLAY 'MAINT TRANSACTIONS READ ' WS-MAINT-COUNT
           DISPLAY 'EXEMPTIONS ADDED        ' WS-ADD-COUNT
           DISPLAY 'EXEMPTIONS CHANGED      ' WS-CHANGE-COUNT
           DISPLAY 'EXEMPTIONS DELETED      ' WS-DELETE-COUNT
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

       APPLY-MAINT.
           MOVE 'Y' TO WS-VALID
           MOVE 'N' TO WS-NEEDS-APPROVAL
           MOVE SPACES TO WS-REASON
           IF WS-RELEASING = 'N'
               PERFORM CHECK-AUTHORITY
           END-IF
           IF WS-VALID = 'Y'
               IF MNT-ACCOUNT-ID = SPACES
                   MOVE 'N' TO WS-VALID
                   MOVE 'ACCOUNT ID MISSING' TO WS-REASON
               ELSE
                   IF WS-RELEASING = 'N'
                       PERFORM CHECK-APPROVAL
                   END-IF
                   IF WS-NEEDS-APPROVAL = 'Y'
                       PERFORM QUEUE-APPROVAL
                   ELSE
                       IF WS-VALID = 'Y'
                           PERFORM DISPATCH-MAINT
                       END-IF
                   END-IF
               END-IF
               PERFORM WRITE-REJECT
           END-IF.

       DISPATCH-MAINT.
           IF MNT-ACTION = 'A'
               PERFORM ADD-EXEMPTION
           ELSE
               IF MNT-ACTION = 'C'
                   PERFORM CHANGE-EXEMPTION
               ELSE
                   IF MNT-ACTION = 'D'
                       PERFORM DELETE-EXEMPTION
                   ELSE
                       MOVE 'N' TO WS-VALID
                       MOVE 'INVALID ACTION CODE' TO WS-REASON
                   END-IF
               END-IF
           END-IF.

       CHECK-AUTHORITY.
           IF WS-OPERATOR-ROLE NOT = 'C'
              AND WS-OPERATOR-ROLE NOT = 'S'
               MOVE 'N' TO WS-VALID
               MOVE 'OPERATOR NOT AUTHORIZED' TO WS-REASON
           ELSE
               IF MNT-ACTION = 'D' AND WS-OPERATOR-ROLE NOT = 'S'
                   MOVE 'N' TO WS-VALID
                   MOVE 'DELETE NEEDS SUPERVISOR' TO WS-REASON
               END-IF
           END-IF.

       CHECK-APPROVAL.
           IF MNT-ACTION = 'A'
               PERFORM VALIDATE-FIELDS
               IF WS-VALID = 'Y'
                   PERFORM READ-EXEMPTION
                   IF WS-FOUND = 'Y'
                       MOVE 'N' TO WS-VALID
                       MOVE 'EXEMPTION ALREADY ON FILE' TO WS-REASON
                   ELSE
                       MOVE 'Y' TO WS-NEEDS-APPROVAL
                       MOVE 'EXEMPTION ADD' TO WS-QUEUE-REASON
                   END-IF
               END-IF
           END-IF.

       QUEUE-APPROVAL.
           ADD 1 TO WS-QUEUE-SEQ
           MOVE SPACES TO APR-REC
           MOVE 'EXMPMNT'       TO APR-PROGRAM
           MOVE WS-TIMESTAMP    TO APR-SUBMIT-TS
           MOVE WS-QUEUE-SEQ    TO APR-SEQ
           MOVE 'P'             TO APR-STATUS
           MOVE WS-OPERATOR     TO APR-SUBMITTER
           MOVE MNT-ACCOUNT-ID  TO APR-ACCOUNT-ID
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
           MOVE 'EXMPMNT' TO APR-PROGRAM
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
                       IF APR-PROGRAM NOT = 'EXMPMNT'
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
               MOVE 'C' TO APR-STATUS
               ADD 1 TO WS-RELEASE-COUNT
           ELSE
               MOVE 'F' TO APR-STATUS
           END-IF
           MOVE WS-TIMESTAMP TO APR-APPLIED-TS
           REWRITE APR-REC
           IF WS-APPROVAL-STATUS NOT = '00'
               DISPLAY 'APPROVAL QUEUE REWRITE FAILED, STATUS '
                   WS-APPROVAL-STATUS
               STOP RUN
           END-IF
           MOVE 'N' TO WS-RELEASING
           MOVE WS-OPERATOR TO WS-SUBMITTER
           MOVE SPACES TO WS-APPROVER.

       ADD-EXEMPTION.
           PERFORM VALIDATE-FIELDS
           IF WS-VALID = 'Y'

       WRITE-CHANGE-LOG.
           MOVE WS-TIMESTAMP    TO LOG-TIMESTAMP
           MOVE WS-SUBMITTER    TO LOG-OPERATOR
           MOVE WS-APPROVER     TO LOG-APPROVER
           MOVE MNT-ACTION      TO LOG-ACTION
           MOVE WS-BEFORE-IMAGE TO LOG-BEFORE
           MOVE EXM-REC         TO LOG-AFTER
