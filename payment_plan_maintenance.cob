               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-ACCOUNT-ID
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT OPERFILE ASSIGN TO 'operator_security.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT MAINTFILE ASSIGN TO 'plan_maint.txt'
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT REJECTFILE ASSIGN TO 'plan_maint.rej'
           05  PLN-PAID-COUNT     PIC 9(3).
           05  PLN-NEXT-DUE-DATE  PIC 9(8).
           05  PLN-LAST-PAY-DATE  PIC 9(8).
       FD  OPERFILE.
       01  OPR-REC.
           05  OPR-ID         PIC X(20).
           05  OPR-NAME       PIC X(30).
           05  OPR-ROLE       PIC X(1).
           05  OPR-STATUS     PIC X(1).
           05  OPR-ADDED-DATE PIC 9(8).
       FD  MAINTFILE.
       01  MNT-REC.
           05  MNT-ACTION         PIC X(1).
       01  LOG-REC.
           05  LOG-TIMESTAMP  PIC X(14).
           05  LOG-OPERATOR   PIC X(20).
           05  LOG-APPROVER   PIC X(20).
           05  LOG-ACTION     PIC X(1).
           05  LOG-BEFORE     PIC X(54).
           05  LOG-AFTER      PIC X(54).
       01  WS-MAINT-STATUS    PIC XX.
       01  WS-REJECT-STATUS   PIC XX.
       01  WS-LOG-STATUS      PIC XX.
       01  WS-OPER-STATUS     PIC XX.
       01  WS-OPERATOR        PIC X(20).
       01  WS-OPERATOR-ROLE   PIC X(1).
       01  WS-TIME-FULL       PIC 9(8).
       01  WS-TIME            PIC 9(6).
       01  WS-RUN-DATE        PIC 9(8).
           IF WS-OPERATOR = SPACES
               MOVE 'UNKNOWN' TO WS-OPERATOR
           END-IF
           PERFORM LOAD-OPERATOR-ROLE
           OPEN INPUT MAINTFILE
           IF WS-MAINT-STATUS NOT = '00'
               DISPLAY 'MAINTENANCE FILE UNAVAILABLE, STATUS '
           DISPLAY 'TRANSACTIONS REJECTED   ' WS-REJECT-COUNT
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
           CLOSE OPERFILE.

       APPLY-MAINT.
           MOVE 'Y' TO WS-VALID
           MOVE SPACES TO WS-REASON
           PERFORM CHECK-AUTHORITY
           IF WS-VALID = 'Y'
               IF MNT-ACCOUNT-ID = SPACES
                   MOVE 'N' TO WS-VALID
                   MOVE 'ACCOUNT ID MISSING' TO WS-REASON
               ELSE
                   IF MNT-ACTION = 'A'
                       PERFORM ADD-PLAN
                   ELSE
                       IF MNT-ACTION = 'C'
                           PERFORM CHANGE-PLAN
                       ELSE
                           IF MNT-ACTION = 'D'
                               PERFORM DELETE-PLAN
                           ELSE
                               MOVE 'N' TO WS-VALID
                               MOVE 'INVALID ACTION CODE' TO WS-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
               PERFORM WRITE-REJECT
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

       ADD-PLAN.
           IF MNT-INSTALL-AMOUNT NOT NUMERIC
               MOVE 'N' TO WS-VALID
       WRITE-CHANGE-LOG.
           MOVE WS-TIMESTAMP    TO LOG-TIMESTAMP
           MOVE WS-OPERATOR     TO LOG-OPERATOR
           MOVE SPACES          TO LOG-APPROVER
           MOVE MNT-ACTION      TO LOG-ACTION
           MOVE WS-BEFORE-IMAGE TO LOG-BEFORE
           MOVE PLN-REC         TO LOG-AFTER
