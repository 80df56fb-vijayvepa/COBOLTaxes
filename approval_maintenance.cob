       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVALFILE ASSIGN TO 'pending_approvals.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-KEY
               FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT OPERFILE ASSIGN TO 'operator_security.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT MAINTFILE ASSIGN TO 'approval_maint.txt'
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT REJECTFILE ASSIGN TO 'approval_maint.rej'
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT APPRPTFILE ASSIGN TO 'pending_approvals.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  OPERFILE.
       01  OPR-REC.
           05  OPR-ID         PIC X(20).
           05  OPR-NAME       PIC X(30).
           05  OPR-ROLE       PIC X(1).
           05  OPR-STATUS     PIC X(1).
           05  OPR-ADDED-DATE PIC 9(8).
       FD  MAINTFILE.
       01  MNT-REC.
           05  MNT-DECISION   PIC X(1).
           05  MNT-PROGRAM    PIC X(8).
           05  MNT-SUBMIT-TS  PIC X(14).
           05  MNT-SEQ        PIC 9(5).
       FD  REJECTFILE.
       01  REJECT-REC.
           05  REJ-DECISION   PIC X(1).
           05  REJ-PROGRAM    PIC X(8).
           05  REJ-SUBMIT-TS  PIC X(14).
           05  REJ-SEQ        PIC 9(5).
           05  REJ-REASON     PIC X(25).
       FD  APPRPTFILE.
       01  APPRPT-REC         PIC X(120).
       WORKING-STORAGE SECTION.
       01  WS-APPROVAL-STATUS PIC XX.
       01  WS-OPER-STATUS     PIC XX.
       01  WS-MAINT-STATUS    PIC XX.
       01  WS-REJECT-STATUS   PIC XX.
       01  WS-APPRPT-STATUS   PIC XX.
       01  WS-OPERATOR        PIC X(20).
       01  WS-OPERATOR-ROLE   PIC X(1).
       01  WS-TIME-FULL       PIC 9(8).
       01  WS-TIME            PIC 9(6).
       01  WS-RUN-DATE        PIC 9(8).
       01  WS-TIMESTAMP       PIC X(14).
       01  WS-EOF             PIC X VALUE 'N'.
       01  WS-VALID           PIC X VALUE 'Y'.
       01  WS-REASON          PIC X(25).
       01  WS-MAINT-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-APPROVE-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-DECLINE-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-REJECT-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-PENDING-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-RELEASED-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-HEAD-LINE.
           05  FILLER         PIC X(23)
               VALUE 'PENDING APPROVALS AS OF'.
           05  FILLER         PIC X(1) VALUE SPACE.
           05  WS-HL-DATE     PIC 9(8).
       01  WS-COLUMN-LINE.
           05  FILLER         PIC X(9)  VALUE 'PROGRAM'.
           05  FILLER         PIC X(15) VALUE 'SUBMITTED'.
           05  FILLER         PIC X(6)  VALUE 'SEQ'.
           05  FILLER         PIC X(3)  VALUE 'ST'.
           05  FILLER         PIC X(21) VALUE 'SUBMITTER'.
           05  FILLER         PIC X(11) VALUE 'ACCOUNT'.
           05  FILLER         PIC X(26) VALUE 'REASON'.
           05  FILLER         PIC X(20) VALUE 'APPROVER'.
       01  WS-DETAIL-LINE.
           05  WS-DL-PROGRAM  PIC X(8).
           05  FILLER         PIC X(1) VALUE SPACE.
           05  WS-DL-TS       PIC X(14).
           05  FILLER         PIC X(1) VALUE SPACE.
           05  WS-DL-SEQ      PIC 9(5).
           05  FILLER         PIC X(1) VALUE SPACE.
           05  WS-DL-STATUS   PIC X(1).
           05  FILLER         PIC X(2) VALUE SPACE.
           05  WS-DL-SUBMITTER PIC X(20).
           05  FILLER         PIC X(1) VALUE SPACE.
           05  WS-DL-ACCOUNT  PIC X(10).
           05  FILLER         PIC X(1) VALUE SPACE.
           05  WS-DL-REASON   PIC X(25).
           05  FILLER         PIC X(1) VALUE SPACE.
           05  WS-DL-APPROVER PIC X(20).
       01  WS-IMAGE-LINE.
           05  FILLER         PIC X(9) VALUE SPACES.
           05  FILLER         PIC X(12) VALUE 'TRANSACTION '.
           05  WS-IL-IMAGE    PIC X(80).
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL    PIC X(24).
           05  WS-TL-VALUE    PIC Z(8)9.
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
           PERFORM LOAD-OPERATOR-ROLE
           OPEN INPUT MAINTFILE
           IF WS-MAINT-STATUS NOT = '00'
               DISPLAY 'MAINTENANCE FILE UNAVAILABLE, STATUS '
                   WS-MAINT-STATUS
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
           OPEN OUTPUT REJECTFILE
           IF WS-REJECT-STATUS NOT = '00'
               DISPLAY 'REJECT FILE UNAVAILABLE, STATUS '
                   WS-REJECT-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MAINTFILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-MAINT-COUNT
                       PERFORM APPLY-DECISION
               END-READ
           END-PERFORM
           CLOSE MAINTFILE REJECTFILE
           PERFORM WRITE-PENDING-REPORT
           CLOSE APPROVALFILE
           DISPLAY 'DECISIONS READ          ' WS-MAINT-COUNT
           DISPLAY 'ITEMS APPROVED          ' WS-APPROVE-COUNT
           DISPLAY 'ITEMS DECLINED          ' WS-DECLINE-COUNT
           DISPLAY 'DECISIONS REJECTED      ' WS-REJECT-COUNT
           DISPLAY 'AWAITING APPROVAL       ' WS-PENDING-COUNT
           DISPLAY 'APPROVED NOT YET APPLIED' WS-RELEASED-COUNT
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

       APPLY-DECISION.
           MOVE 'Y' TO WS-VALID
           MOVE SPACES TO WS-REASON
           IF MNT-DECISION NOT = 'A' AND MNT-DECISION NOT = 'R'
               MOVE 'N' TO WS-VALID
               MOVE 'INVALID DECISION CODE' TO WS-REASON
           ELSE
               MOVE MNT-PROGRAM   TO APR-PROGRAM
               MOVE MNT-SUBMIT-TS TO APR-SUBMIT-TS
               MOVE MNT-SEQ       TO APR-SEQ
               READ APPROVALFILE
                   INVALID KEY
                       MOVE 'N' TO WS-VALID
                       MOVE 'QUEUE ENTRY NOT ON FILE' TO WS-REASON
                   NOT INVALID KEY
                       PERFORM CHECK-DECISION
               END-READ
           END-IF
           IF WS-VALID = 'Y'
               PERFORM RECORD-DECISION
           ELSE
               PERFORM WRITE-REJECT
           END-IF.

       CHECK-DECISION.
           IF WS-OPERATOR-ROLE NOT = 'S'
              AND (APR-PROGRAM NOT = 'RATEMNT'
                   OR WS-OPERATOR-ROLE NOT = 'R')
               MOVE 'N' TO WS-VALID
               MOVE 'OPERATOR NOT AUTHORIZED' TO WS-REASON
           ELSE
               IF APR-SUBMITTER = WS-OPERATOR
                   MOVE 'N' TO WS-VALID
                   MOVE 'APPROVER IS SUBMITTER' TO WS-REASON
               ELSE
                   IF MNT-DECISION = 'A' AND APR-STATUS NOT = 'P'
                       MOVE 'N' TO WS-VALID
                       MOVE 'ENTRY NOT PENDING' TO WS-REASON
                   ELSE
                       IF APR-STATUS NOT = 'P' AND APR-STATUS NOT = 'A'
                           MOVE 'N' TO WS-VALID
                           MOVE 'ENTRY ALREADY CLOSED' TO WS-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       RECORD-DECISION.
           MOVE MNT-DECISION TO APR-STATUS
           MOVE WS-OPERATOR  TO APR-APPROVER
           MOVE WS-TIMESTAMP TO APR-DECIDED-TS
           REWRITE APR-REC
           IF WS-APPROVAL-STATUS NOT = '00'
               DISPLAY 'APPROVAL QUEUE REWRITE FAILED, STATUS '
                   WS-APPROVAL-STATUS
               STOP RUN
           END-IF
           IF MNT-DECISION = 'A'
               ADD 1 TO WS-APPROVE-COUNT
           ELSE
               ADD 1 TO WS-DECLINE-COUNT
           END-IF.

       WRITE-PENDING-REPORT.
           OPEN OUTPUT APPRPTFILE
           IF WS-APPRPT-STATUS NOT = '00'
               DISPLAY 'APPROVAL REPORT UNAVAILABLE, STATUS '
                   WS-APPRPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-HL-DATE
           MOVE WS-HEAD-LINE TO APPRPT-REC
           PERFORM WRITE-APPRPT-REC
           MOVE WS-COLUMN-LINE TO APPRPT-REC
           PERFORM WRITE-APPRPT-REC
           MOVE LOW-VALUES TO APR-KEY
           MOVE 'N' TO WS-EOF
           START APPROVALFILE KEY IS NOT LESS THAN APR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ APPROVALFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF APR-STATUS = 'P' OR APR-STATUS = 'A'
                           PERFORM WRITE-PENDING-LINE
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO APPRPT-REC
           PERFORM WRITE-APPRPT-REC
           MOVE 'AWAITING APPROVAL' TO WS-TL-LABEL
           MOVE WS-PENDING-COUNT TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO APPRPT-REC
           PERFORM WRITE-APPRPT-REC
           MOVE 'APPROVED NOT YET APPLIED' TO WS-TL-LABEL
           MOVE WS-RELEASED-COUNT TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO APPRPT-REC
           PERFORM WRITE-APPRPT-REC
           CLOSE APPRPTFILE.

       WRITE-PENDING-LINE.
           IF APR-STATUS = 'P'
               ADD 1 TO WS-PENDING-COUNT
           ELSE
               ADD 1 TO WS-RELEASED-COUNT
           END-IF
           MOVE APR-PROGRAM    TO WS-DL-PROGRAM
           MOVE APR-SUBMIT-TS  TO WS-DL-TS
           MOVE APR-SEQ        TO WS-DL-SEQ
           MOVE APR-STATUS     TO WS-DL-STATUS
           MOVE APR-SUBMITTER  TO WS-DL-SUBMITTER
           MOVE APR-ACCOUNT-ID TO WS-DL-ACCOUNT
           MOVE APR-REASON     TO WS-DL-REASON
           MOVE APR-APPROVER   TO WS-DL-APPROVER
           MOVE WS-DETAIL-LINE TO APPRPT-REC
           PERFORM WRITE-APPRPT-REC
           MOVE APR-TRANSACTION TO WS-IL-IMAGE
           MOVE WS-IMAGE-LINE TO APPRPT-REC
           PERFORM WRITE-APPRPT-REC.

       WRITE-APPRPT-REC.
           WRITE APPRPT-REC
           IF WS-APPRPT-STATUS NOT = '00'
               DISPLAY 'APPROVAL REPORT WRITE FAILED, STATUS '
                   WS-APPRPT-STATUS
               STOP RUN
           END-IF.

       WRITE-REJECT.
           MOVE MNT-DECISION  TO REJ-DECISION
           MOVE MNT-PROGRAM   TO REJ-PROGRAM
           MOVE MNT-SUBMIT-TS TO REJ-SUBMIT-TS
           MOVE MNT-SEQ       TO REJ-SEQ
           MOVE WS-REASON     TO REJ-REASON
           WRITE REJECT-REC
           IF WS-REJECT-STATUS NOT = '00'
               DISPLAY 'REJECT FILE WRITE FAILED, STATUS '
                   WS-REJECT-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-REJECT-COUNT.
