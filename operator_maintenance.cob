       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERFILE ASSIGN TO 'operator_security.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT MAINTFILE ASSIGN TO 'operator_maint.txt'
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT REJECTFILE ASSIGN TO 'operator_maint.rej'
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT CHANGELOGFILE ASSIGN TO 'operator_maint.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
           05  MNT-OPR-ID     PIC X(20).
           05  MNT-NAME       PIC X(30).
           05  MNT-ROLE       PIC X(1).
           05  MNT-STATUS     PIC X(1).
       FD  REJECTFILE.
       01  REJECT-REC.
           05  REJ-ACTION     PIC X(1).
           05  REJ-OPR-ID     PIC X(20).
           05  REJ-ROLE       PIC X(1).
           05  REJ-STATUS     PIC X(1).
           05  REJ-REASON     PIC X(25).
       FD  CHANGELOGFILE.
       01  LOG-REC.
           05  LOG-TIMESTAMP  PIC X(14).
           05  LOG-OPERATOR   PIC X(20).
           05  LOG-APPROVER   PIC X(20).
           05  LOG-ACTION     PIC X(1).
           05  LOG-BEFORE     PIC X(60).
           05  LOG-AFTER      PIC X(60).
       WORKING-STORAGE SECTION.
       01  WS-OPER-STATUS     PIC XX.
       01  WS-MAINT-STATUS    PIC XX.
       01  WS-REJECT-STATUS   PIC XX.
       01  WS-LOG-STATUS      PIC XX.
       01  WS-OPERATOR        PIC X(20).
       01  WS-OPERATOR-ROLE   PIC X(1).
       01  WS-INITIAL-LOAD    PIC X VALUE 'N'.
       01  WS-TIME-FULL       PIC 9(8).
       01  WS-TIME            PIC 9(6).
       01  WS-RUN-DATE        PIC 9(8).
       01  WS-TIMESTAMP       PIC X(14).
       01  WS-EOF             PIC X VALUE 'N'.
       01  WS-VALID           PIC X VALUE 'Y'.
       01  WS-REASON          PIC X(25).
       01  WS-FOUND           PIC X VALUE 'N'.
       01  WS-BEFORE-IMAGE    PIC X(60).
       01  WS-MAINT-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-ADD-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-CHANGE-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-DELETE-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-REJECT-COUNT    PIC 9(9) VALUE ZERO.
       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-FULL FROM TIME
           MOVE WS-TIME-FULL(1:6) TO WS-TIME
           STRING WS-RUN-DATE WS-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP
           ACCEPT WS-OPERATOR FROM ENVIRONMENT 'USER'
           IF WS-OPERATOR = SPACES
               MOVE 'UNKNOWN' TO WS-OPERATOR
           END-IF
           OPEN INPUT MAINTFILE
           IF WS-MAINT-STATUS NOT = '00'
               DISPLAY 'MAINTENANCE FILE UNAVAILABLE, STATUS '
                   WS-MAINT-STATUS
               STOP RUN
           END-IF
           OPEN I-O OPERFILE
           IF WS-OPER-STATUS = '35'
               OPEN OUTPUT OPERFILE
               IF WS-OPER-STATUS = '00'
                   MOVE 'Y' TO WS-INITIAL-LOAD
                   CLOSE OPERFILE
                   OPEN I-O OPERFILE
               END-IF
           END-IF
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
           IF WS-INITIAL-LOAD = 'Y'
               DISPLAY 'OPERATOR SECURITY FILE CREATED BY '
                   WS-OPERATOR
           END-IF
           OPEN OUTPUT REJECTFILE
           IF WS-REJECT-STATUS NOT = '00'
               DISPLAY 'REJECT FILE UNAVAILABLE, STATUS '
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
               READ MAINTFILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-MAINT-COUNT
                       PERFORM APPLY-MAINT
               END-READ
           END-PERFORM
           CLOSE MAINTFILE OPERFILE REJECTFILE CHANGELOGFILE
           DISPLAY 'MAINT TRANSACTIONS READ ' WS-MAINT-COUNT
           DISPLAY 'OPERATORS ADDED         ' WS-ADD-COUNT
           DISPLAY 'OPERATORS CHANGED       ' WS-CHANGE-COUNT
           DISPLAY 'OPERATORS DELETED       ' WS-DELETE-COUNT
           DISPLAY 'TRANSACTIONS REJECTED   ' WS-REJECT-COUNT
           STOP RUN.

       APPLY-MAINT.
           MOVE 'Y' TO WS-VALID
           MOVE SPACES TO WS-REASON
           PERFORM CHECK-AUTHORITY
           IF WS-VALID = 'Y'
               IF MNT-ACTION = 'A'
                   PERFORM ADD-OPERATOR
               ELSE
                   IF MNT-ACTION = 'C'
                       PERFORM CHANGE-OPERATOR
                   ELSE
                       IF MNT-ACTION = 'D'
                           PERFORM DELETE-OPERATOR
                       ELSE
                           MOVE 'N' TO WS-VALID
                           MOVE 'INVALID ACTION CODE' TO WS-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-VALID = 'N'
               PERFORM WRITE-REJECT
           END-IF.

       CHECK-AUTHORITY.
           IF MNT-OPR-ID = SPACES
               MOVE 'N' TO WS-VALID
               MOVE 'OPERATOR ID MISSING' TO WS-REASON
           ELSE
               IF WS-INITIAL-LOAD = 'Y'
                   IF MNT-ACTION NOT = 'A'
                       MOVE 'N' TO WS-VALID
                       MOVE 'INITIAL LOAD ADDS ONLY' TO WS-REASON
                   END-IF
               ELSE
                   IF WS-OPERATOR-ROLE NOT = 'S'
                       MOVE 'N' TO WS-VALID
                       MOVE 'OPERATOR NOT AUTHORIZED' TO WS-REASON
                   ELSE
                       IF MNT-OPR-ID = WS-OPERATOR
                           MOVE 'N' TO WS-VALID
                           MOVE 'CANNOT CHANGE OWN ENTRY' TO WS-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VALIDATE-FIELDS.
           IF MNT-ROLE NOT = 'C' AND MNT-ROLE NOT = 'S'
              AND MNT-ROLE NOT = 'R'
               MOVE 'N' TO WS-VALID
               MOVE 'INVALID ROLE CODE' TO WS-REASON
           ELSE
               IF MNT-STATUS NOT = 'A' AND MNT-STATUS NOT = 'I'
                   MOVE 'N' TO WS-VALID
                   MOVE 'INVALID STATUS CODE' TO WS-REASON
               END-IF
           END-IF.

       ADD-OPERATOR.
           IF MNT-STATUS = SPACE
               MOVE 'A' TO MNT-STATUS
           END-IF
           PERFORM VALIDATE-FIELDS
           IF WS-VALID = 'Y'
               PERFORM READ-OPERATOR
               IF WS-FOUND = 'Y'
                   MOVE 'N' TO WS-VALID
                   MOVE 'OPERATOR ALREADY ON FILE' TO WS-REASON
               ELSE
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE MNT-OPR-ID  TO OPR-ID
                   MOVE MNT-NAME    TO OPR-NAME
                   MOVE MNT-ROLE    TO OPR-ROLE
                   MOVE MNT-STATUS  TO OPR-STATUS
                   MOVE WS-RUN-DATE TO OPR-ADDED-DATE
                   WRITE OPR-REC
                   IF WS-OPER-STATUS NOT = '00'
                       DISPLAY 'OPERATOR FILE WRITE FAILED, STATUS '
                           WS-OPER-STATUS
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ADD-COUNT
                   PERFORM WRITE-CHANGE-LOG
               END-IF
           END-IF.

       CHANGE-OPERATOR.
           PERFORM READ-OPERATOR
           IF WS-FOUND = 'N'
               MOVE 'N' TO WS-VALID
               MOVE 'OPERATOR NOT ON FILE' TO WS-REASON
           ELSE
               MOVE OPR-REC TO WS-BEFORE-IMAGE
               IF MNT-ROLE = SPACE
                   MOVE OPR-ROLE TO MNT-ROLE
               END-IF
               IF MNT-STATUS = SPACE
                   MOVE OPR-STATUS TO MNT-STATUS
               END-IF
               PERFORM VALIDATE-FIELDS
               IF WS-VALID = 'Y'
                   IF MNT-NAME NOT = SPACES
                       MOVE MNT-NAME TO OPR-NAME
                   END-IF
                   MOVE MNT-ROLE   TO OPR-ROLE
                   MOVE MNT-STATUS TO OPR-STATUS
                   REWRITE OPR-REC
                   IF WS-OPER-STATUS NOT = '00'
                       DISPLAY 'OPERATOR FILE REWRITE FAILED, STATUS '
                           WS-OPER-STATUS
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM WRITE-CHANGE-LOG
               END-IF
           END-IF.

       DELETE-OPERATOR.
           PERFORM READ-OPERATOR
           IF WS-FOUND = 'N'
               MOVE 'N' TO WS-VALID
               MOVE 'OPERATOR NOT ON FILE' TO WS-REASON
           ELSE
               MOVE OPR-REC TO WS-BEFORE-IMAGE
               DELETE OPERFILE RECORD
               IF WS-OPER-STATUS NOT = '00'
                   DISPLAY 'OPERATOR FILE DELETE FAILED, STATUS '
                       WS-OPER-STATUS
                   STOP RUN
               END-IF
               MOVE SPACES TO OPR-REC
               ADD 1 TO WS-DELETE-COUNT
               PERFORM WRITE-CHANGE-LOG
           END-IF.

       READ-OPERATOR.
           MOVE 'N' TO WS-FOUND
           MOVE MNT-OPR-ID TO OPR-ID
           READ OPERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ.

       WRITE-CHANGE-LOG.
           MOVE WS-TIMESTAMP    TO LOG-TIMESTAMP
           MOVE WS-OPERATOR     TO LOG-OPERATOR
           MOVE SPACES          TO LOG-APPROVER
           MOVE MNT-ACTION      TO LOG-ACTION
           MOVE WS-BEFORE-IMAGE TO LOG-BEFORE
           MOVE OPR-REC         TO LOG-AFTER
           WRITE LOG-REC
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'CHANGE LOG WRITE FAILED, STATUS '
                   WS-LOG-STATUS
               STOP RUN
           END-IF.

       WRITE-REJECT.
           MOVE MNT-ACTION     TO REJ-ACTION
           MOVE MNT-OPR-ID     TO REJ-OPR-ID
           MOVE MNT-ROLE       TO REJ-ROLE
           MOVE MNT-STATUS     TO REJ-STATUS
           MOVE WS-REASON      TO REJ-REASON
           WRITE REJECT-REC
           IF WS-REJECT-STATUS NOT = '00'
               DISPLAY 'REJECT FILE WRITE FAILED, STATUS '
                   WS-REJECT-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-REJECT-COUNT.
