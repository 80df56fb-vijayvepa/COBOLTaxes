               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-ACCOUNT-ID
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT OPERFILE ASSIGN TO 'operator_security.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT MAINTFILE ASSIGN TO 'taxpayer_maint.txt'
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT REJECTFILE ASSIGN TO 'taxpayer_maint.rej'
           05  ADR-CITY       PIC X(25).
           05  ADR-STATE      PIC X(2).
           05  ADR-ZIP        PIC X(10).
           05  ADR-MAIL-STATUS PIC X(1).
           05  ADR-RETURN-DATE PIC 9(8).
       FD  OPERFILE.
       01  OPR-REC.
           05  OPR-ID         PIC X(20).
           05  OPR-NAME       PIC X(30).
           05  OPR-ROLE       PIC X(1).
           05  OPR-STATUS     PIC X(1).
           05  OPR-ADDED-DATE PIC 9(8).
       FD  MAINTFILE.
       01  MNT-REC.
           05  MNT-ACTION     PIC X(1).
       01  LOG-REC.
           05  LOG-TIMESTAMP  PIC X(14).
           05  LOG-OPERATOR   PIC X(20).
           05  LOG-APPROVER   PIC X(20).
           05  LOG-ACTION     PIC X(1).
           05  LOG-BEFORE     PIC X(136).
           05  LOG-AFTER      PIC X(136).
       WORKING-STORAGE SECTION.
       01  WS-ADDR-STATUS     PIC XX.
       01  WS-MAINT-STATUS    PIC XX.
       01  WS-REJECT-STATUS   PIC XX.
       01  WS-LOG-STATUS      PIC XX.
       01  WS-OPER-STATUS     PIC XX.
       01  WS-OPERATOR        PIC X(20).
       01  WS-OPERATOR-ROLE   PIC X(1).
       01  WS-TIME-FULL       PIC 9(8).
       01  WS-TIME            PIC 9(6).
       01  WS-RUN-DATE        PIC 9(8).
       01  WS-VALID           PIC X VALUE 'Y'.
       01  WS-REASON          PIC X(25).
       01  WS-FOUND           PIC X VALUE 'N'.
       01  WS-BEFORE-IMAGE    PIC X(136).
       01  WS-MAINT-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-ADD-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-CHANGE-COUNT    PIC 9(9) VALUE ZERO.
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
                       PERFORM ADD-TAXPAYER
                   ELSE
                       IF MNT-ACTION = 'C'
                           PERFORM CHANGE-TAXPAYER
                       ELSE
                           IF MNT-ACTION = 'D'
                               PERFORM DELETE-TAXPAYER
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

       ADD-TAXPAYER.
           PERFORM READ-ADDRESS
           IF WS-FOUND = 'Y'
               MOVE MNT-CITY       TO ADR-CITY
               MOVE MNT-STATE      TO ADR-STATE
               MOVE MNT-ZIP        TO ADR-ZIP
               MOVE SPACE          TO ADR-MAIL-STATUS
               MOVE ZERO           TO ADR-RETURN-DATE
               WRITE ADR-REC
               IF WS-ADDR-STATUS NOT = '00'
                   DISPLAY 'TAXPAYER MASTER WRITE FAILED, STATUS '
               IF MNT-ZIP NOT = SPACES
                   MOVE MNT-ZIP TO ADR-ZIP
               END-IF
               IF MNT-STREET NOT = SPACES OR MNT-CITY NOT = SPACES
                  OR MNT-STATE NOT = SPACES OR MNT-ZIP NOT = SPACES
                   MOVE SPACE TO ADR-MAIL-STATUS
                   MOVE ZERO  TO ADR-RETURN-DATE
               END-IF
               REWRITE ADR-REC
               IF WS-ADDR-STATUS NOT = '00'
                   DISPLAY 'TAXPAYER MASTER REWRITE FAILED, STATUS '
       WRITE-CHANGE-LOG.
           MOVE WS-TIMESTAMP    TO LOG-TIMESTAMP
           MOVE WS-OPERATOR     TO LOG-OPERATOR
           MOVE SPACES          TO LOG-APPROVER
           MOVE MNT-ACTION      TO LOG-ACTION
           MOVE WS-BEFORE-IMAGE TO LOG-BEFORE
           MOVE ADR-REC         TO LOG-AFTER
