       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDFILE ASSIGN TO 'hold_master.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT ITEMFILE ASSIGN TO 'open_items.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-KEY
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT MAINTFILE ASSIGN TO 'hold_maint.txt'
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT REJECTFILE ASSIGN TO 'hold_maint.rej'
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT CHANGELOGFILE ASSIGN TO 'hold_maint.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT REGISTERFILE ASSIGN TO 'abatement_register.txt'
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT GLFILE ASSIGN TO 'gl_extract.txt'
               FILE STATUS IS WS-GL-STATUS.
           SELECT PERIODFILE ASSIGN TO 'period_control.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLDFILE.
       01  HLD-REC.
           05  HLD-KEY.
               10  HLD-ACCOUNT-ID PIC X(10).
               10  HLD-PERIOD     PIC 9(8).
           05  HLD-REASON         PIC X(4).
           05  HLD-START-DATE     PIC 9(8).
           05  HLD-END-DATE       PIC 9(8).
           05  HLD-RESOLUTION     PIC X(1).
           05  HLD-ADJ-TAX        PIC 9(9)V99.
           05  HLD-ADJ-STATE      PIC 9(9)V99.
       FD  ITEMFILE.
       01  ITM-REC.
           05  ITM-KEY.
               10  ITM-ACCOUNT-ID PIC X(10).
               10  ITM-PERIOD     PIC 9(8).
           05  ITM-NAME           PIC X(20).
           05  ITM-ASSESSED-TAX   PIC 9(9)V99.
           05  ITM-ASSESSED-STATE PIC 9(9)V99.
           05  ITM-INTEREST       PIC 9(9)V99.
           05  ITM-PENALTY        PIC 9(9)V99.
           05  ITM-PAID           PIC 9(9)V99.
           05  ITM-BALANCE-DUE    PIC 9(9)V99.
           05  ITM-CREDIT         PIC 9(9)V99.
           05  ITM-PAID-TAX       PIC 9(9)V99.
           05  ITM-PAID-STATE     PIC 9(9)V99.
           05  ITM-PAID-INTEREST  PIC 9(9)V99.
           05  ITM-PAID-PENALTY   PIC 9(9)V99.
           05  ITM-ABATED-TAX     PIC 9(9)V99.
           05  ITM-ABATED-STATE   PIC 9(9)V99.
           05  ITM-ABATED-INTEREST PIC 9(9)V99.
           05  ITM-ABATED-PENALTY PIC 9(9)V99.
       FD  MAINTFILE.
       01  MNT-REC.
           05  MNT-ACTION         PIC X(1).
           05  MNT-ACCOUNT-ID     PIC X(10).
           05  MNT-PERIOD         PIC 9(8).
           05  MNT-REASON         PIC X(4).
           05  MNT-START-DATE     PIC 9(8).
           05  MNT-END-DATE       PIC 9(8).
           05  MNT-RESOLUTION     PIC X(1).
           05  MNT-ADJ-TAX        PIC 9(9)V99.
           05  MNT-ADJ-STATE      PIC 9(9)V99.
           05  MNT-APPROVER       PIC X(20).
       FD  REJECTFILE.
       01  REJECT-REC.
           05  REJ-ACTION         PIC X(1).
           05  REJ-ACCOUNT-ID     PIC X(10).
           05  REJ-PERIOD         PIC 9(8).
           05  REJ-REASON-CODE    PIC X(4).
           05  REJ-RESOLUTION     PIC X(1).
           05  REJ-REASON         PIC X(25).
       FD  CHANGELOGFILE.
       01  LOG-REC.
           05  LOG-TIMESTAMP      PIC X(14).
           05  LOG-OPERATOR       PIC X(20).
           05  LOG-APPROVER       PIC X(20).
           05  LOG-ACTION         PIC X(1).
           05  LOG-BEFORE         PIC X(61).
           05  LOG-AFTER          PIC X(61).
       FD  REGISTERFILE.
       01  REGISTER-REC.
           05  ABR-TIMESTAMP      PIC X(14).
           05  ABR-ACCOUNT-ID     PIC X(10).
           05  ABR-PERIOD         PIC 9(8).
           05  ABR-COMPONENT      PIC X(4).
           05  ABR-AMOUNT         PIC 9(9)V99.
           05  ABR-REASON         PIC X(4).
           05  ABR-APPROVER       PIC X(20).
           05  ABR-OPERATOR       PIC X(20).
           05  ABR-NEW-DUE        PIC 9(9)V99.
       FD  GLFILE.
       01  GL-REC.
           05  GL-REC-TYPE        PIC X(1).
           05  GL-ACCOUNT-CODE    PIC X(10).
           05  GL-DEBIT-CREDIT    PIC X(2).
           05  GL-AMOUNT          PIC 9(11)V99.
           05  GL-PERIOD          PIC 9(8).
       01  GL-HDR-REC.
           05  GL-HDR-TYPE        PIC X(1).
           05  GL-HDR-SOURCE      PIC X(8).
           05  GL-HDR-RUN-DATE    PIC 9(8).
           05  GL-HDR-TIMESTAMP   PIC X(14).
       01  GL-TRL-REC.
           05  GL-TRL-TYPE        PIC X(1).
           05  GL-TRL-COUNT       PIC 9(5).
           05  GL-TRL-HASH        PIC 9(13)V99.
           05  GL-TRL-DEBITS      PIC 9(13)V99.
           05  GL-TRL-CREDITS     PIC 9(13)V99.
       FD  PERIODFILE.
       01  PCT-REC.
           05  PCT-PERIOD         PIC 9(6).
           05  PCT-STATUS         PIC X(1).
           05  PCT-CLOSE-DATE     PIC 9(8).
           05  PCT-CLOSED-BY      PIC X(20).
           05  PCT-PPA-APPROVER   PIC X(20).
           05  PCT-PPA-DATE       PIC 9(8).
       WORKING-STORAGE SECTION.
       01  WS-HOLD-STATUS     PIC XX.
       01  WS-ITEM-STATUS     PIC XX.
       01  WS-MAINT-STATUS    PIC XX.
       01  WS-REJECT-STATUS   PIC XX.
       01  WS-LOG-STATUS      PIC XX.
       01  WS-REGISTER-STATUS PIC XX.
       01  WS-GL-STATUS       PIC XX.
       01  WS-PERIOD-STATUS   PIC XX.
       01  WS-OPERATOR        PIC X(20).
       01  WS-APPROVER        PIC X(20).
       01  WS-TIME-FULL       PIC 9(8).
       01  WS-TIME            PIC 9(6).
       01  WS-RUN-DATE        PIC 9(8).
       01  WS-TIMESTAMP       PIC X(14).
       01  WS-EOF             PIC X VALUE 'N'.
       01  WS-VALID           PIC X VALUE 'Y'.
       01  WS-REASON          PIC X(25).
       01  WS-FOUND           PIC X VALUE 'N'.
       01  WS-ITEM-FOUND      PIC X VALUE 'N'.
       01  WS-BEFORE-IMAGE    PIC X(61).
       01  WS-TOTAL-OWED      PIC 9(10)V99.
       01  WS-COMPONENT       PIC X(4).
       01  WS-ABATE-AMOUNT    PIC 9(9)V99.
       01  WS-ADJ-TAX-AMT     PIC 9(9)V99.
       01  WS-ADJ-STATE-AMT   PIC 9(9)V99.
       01  WS-SUM-TAX         PIC 9(11)V99 VALUE ZERO.
       01  WS-SUM-STATE       PIC 9(11)V99 VALUE ZERO.
       01  WS-SUM-ABATED      PIC 9(11)V99 VALUE ZERO.
       01  WS-GL-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-GL-HASH         PIC 9(13)V99 VALUE ZERO.
       01  WS-GL-DEBITS       PIC 9(13)V99 VALUE ZERO.
       01  WS-GL-CREDITS      PIC 9(13)V99 VALUE ZERO.
       01  WS-MAINT-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-ADD-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-CHANGE-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-REINSTATE-COUNT PIC 9(9) VALUE ZERO.
       01  WS-ADJUST-COUNT    PIC 9(9) VALUE ZERO.
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
           PERFORM CHECK-PERIOD
           OPEN INPUT MAINTFILE
           IF WS-MAINT-STATUS NOT = '00'
               DISPLAY 'MAINTENANCE FILE UNAVAILABLE, STATUS '
                   WS-MAINT-STATUS
               STOP RUN
           END-IF
           OPEN I-O HOLDFILE
           IF WS-HOLD-STATUS = '35'
               OPEN OUTPUT HOLDFILE
               IF WS-HOLD-STATUS = '00'
                   CLOSE HOLDFILE
                   OPEN I-O HOLDFILE
               END-IF
           END-IF
           IF WS-HOLD-STATUS NOT = '00'
               DISPLAY 'HOLD MASTER UNAVAILABLE, STATUS '
                   WS-HOLD-STATUS
               STOP RUN
           END-IF
           OPEN I-O ITEMFILE
           IF WS-ITEM-STATUS NOT = '00'
               DISPLAY 'OPEN ITEMS FILE UNAVAILABLE, STATUS '
                   WS-ITEM-STATUS
               STOP RUN
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
           OPEN EXTEND REGISTERFILE
           IF WS-REGISTER-STATUS = '35'
               OPEN OUTPUT REGISTERFILE
           END-IF
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY 'ABATEMENT REGISTER UNAVAILABLE, STATUS '
                   WS-REGISTER-STATUS
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
           CLOSE MAINTFILE HOLDFILE ITEMFILE REJECTFILE CHANGELOGFILE
               REGISTERFILE
           IF WS-SUM-ABATED > ZERO
               PERFORM WRITE-GL-EXTRACT
           END-IF
           DISPLAY 'MAINT TRANSACTIONS READ ' WS-MAINT-COUNT
           DISPLAY 'HOLDS ADDED             ' WS-ADD-COUNT
           DISPLAY 'HOLDS CHANGED           ' WS-CHANGE-COUNT
           DISPLAY 'HOLDS REINSTATED        ' WS-REINSTATE-COUNT
           DISPLAY 'HOLDS ADJUSTED          ' WS-ADJUST-COUNT
           DISPLAY 'HOLDS DELETED           ' WS-DELETE-COUNT
           DISPLAY 'TRANSACTIONS REJECTED   ' WS-REJECT-COUNT
           DISPLAY 'TAX ADJUSTED            ' WS-SUM-TAX
           DISPLAY 'STATE TAX ADJUSTED      ' WS-SUM-STATE
           STOP RUN.

       APPLY-MAINT.
           MOVE 'Y' TO WS-VALID
           MOVE SPACES TO WS-REASON
           MOVE SPACES TO WS-APPROVER
           IF MNT-ACCOUNT-ID = SPACES
               MOVE 'N' TO WS-VALID
               MOVE 'ACCOUNT ID MISSING' TO WS-REASON
           ELSE
               IF MNT-PERIOD NOT NUMERIC OR MNT-PERIOD = ZERO
                   MOVE 'N' TO WS-VALID
                   MOVE 'BAD PERIOD' TO WS-REASON
               ELSE
                   IF MNT-ACTION = 'A'
                       PERFORM ADD-HOLD
                   ELSE
                       IF MNT-ACTION = 'C'
                           PERFORM CHANGE-HOLD
                       ELSE
                           IF MNT-ACTION = 'R'
                               PERFORM RESOLVE-HOLD
                           ELSE
                               IF MNT-ACTION = 'D'
                                   PERFORM DELETE-HOLD
                               ELSE
                                   MOVE 'N' TO WS-VALID
                                   MOVE 'INVALID ACTION CODE'
                                       TO WS-REASON
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-VALID = 'N'
               PERFORM WRITE-REJECT
           END-IF.

       ADD-HOLD.
           PERFORM VALIDATE-FIELDS
           IF WS-VALID = 'Y'
               PERFORM READ-ITEM
               IF WS-ITEM-FOUND = 'N'
                   MOVE 'N' TO WS-VALID
                   MOVE 'NO OPEN ITEM FOR KEY' TO WS-REASON
               END-IF
           END-IF
           IF WS-VALID = 'Y'
               PERFORM READ-HOLD
               IF WS-FOUND = 'Y'
                   MOVE 'N' TO WS-VALID
                   MOVE 'HOLD ALREADY ON FILE' TO WS-REASON
               ELSE
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE MNT-ACCOUNT-ID TO HLD-ACCOUNT-ID
                   MOVE MNT-PERIOD     TO HLD-PERIOD
                   MOVE MNT-REASON     TO HLD-REASON
                   MOVE MNT-START-DATE TO HLD-START-DATE
                   MOVE ZERO           TO HLD-END-DATE
                   MOVE SPACE          TO HLD-RESOLUTION
                   MOVE ZERO           TO HLD-ADJ-TAX
                   MOVE ZERO           TO HLD-ADJ-STATE
                   WRITE HLD-REC
                   IF WS-HOLD-STATUS NOT = '00'
                       DISPLAY 'HOLD MASTER WRITE FAILED, STATUS '
                           WS-HOLD-STATUS
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ADD-COUNT
                   PERFORM WRITE-CHANGE-LOG
               END-IF
           END-IF.

       VALIDATE-FIELDS.
           IF MNT-REASON NOT = 'APPL'
              AND MNT-REASON NOT = 'BKRP'
              AND MNT-REASON NOT = 'AUDT'
               MOVE 'N' TO WS-VALID
               MOVE 'INVALID HOLD REASON' TO WS-REASON
           ELSE
               IF MNT-START-DATE NOT NUMERIC
                  OR MNT-START-DATE = ZERO
                   MOVE 'N' TO WS-VALID
                   MOVE 'BAD START DATE' TO WS-REASON
               END-IF
           END-IF.

       CHANGE-HOLD.
           PERFORM VALIDATE-FIELDS
           IF WS-VALID = 'Y'
               PERFORM READ-HOLD
               IF WS-FOUND = 'N'
                   MOVE 'N' TO WS-VALID
                   MOVE 'HOLD NOT ON FILE' TO WS-REASON
               ELSE
                   IF HLD-RESOLUTION NOT = SPACE
                       MOVE 'N' TO WS-VALID
                       MOVE 'HOLD ALREADY RESOLVED' TO WS-REASON
                   ELSE
                       MOVE HLD-REC TO WS-BEFORE-IMAGE
                       MOVE MNT-REASON     TO HLD-REASON
                       MOVE MNT-START-DATE TO HLD-START-DATE
                       REWRITE HLD-REC
                       IF WS-HOLD-STATUS NOT = '00'
                           DISPLAY 'HOLD MASTER REWRITE FAILED, STATUS '
                               WS-HOLD-STATUS
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CHANGE-COUNT
                       PERFORM WRITE-CHANGE-LOG
                   END-IF
               END-IF
           END-IF.

       RESOLVE-HOLD.
           PERFORM READ-HOLD
           IF WS-FOUND = 'N'
               MOVE 'N' TO WS-VALID
               MOVE 'HOLD NOT ON FILE' TO WS-REASON
           ELSE
               IF HLD-RESOLUTION NOT = SPACE
                   MOVE 'N' TO WS-VALID
                   MOVE 'HOLD ALREADY RESOLVED' TO WS-REASON
               ELSE
                   PERFORM VALIDATE-RESOLUTION
               END-IF
           END-IF
           IF WS-VALID = 'Y'
               MOVE HLD-REC TO WS-BEFORE-IMAGE
               MOVE MNT-END-DATE   TO HLD-END-DATE
               IF HLD-END-DATE = ZERO
                   MOVE WS-RUN-DATE TO HLD-END-DATE
               END-IF
               MOVE MNT-RESOLUTION TO HLD-RESOLUTION
               IF MNT-RESOLUTION = 'A'
                   MOVE MNT-ADJ-TAX   TO HLD-ADJ-TAX
                   MOVE MNT-ADJ-STATE TO HLD-ADJ-STATE
                   MOVE MNT-APPROVER  TO WS-APPROVER
                   PERFORM ADJUST-ITEM
                   ADD 1 TO WS-ADJUST-COUNT
               ELSE
                   ADD 1 TO WS-REINSTATE-COUNT
               END-IF
               REWRITE HLD-REC
               IF WS-HOLD-STATUS NOT = '00'
                   DISPLAY 'HOLD MASTER REWRITE FAILED, STATUS '
                       WS-HOLD-STATUS
                   STOP RUN
               END-IF
               PERFORM WRITE-CHANGE-LOG
           END-IF.

       VALIDATE-RESOLUTION.
           IF MNT-RESOLUTION NOT = 'R' AND MNT-RESOLUTION NOT = 'A'
               MOVE 'N' TO WS-VALID
               MOVE 'INVALID RESOLUTION CODE' TO WS-REASON
           ELSE
               IF MNT-END-DATE NOT NUMERIC
                   MOVE 'N' TO WS-VALID
                   MOVE 'BAD RESOLUTION DATE' TO WS-REASON
               ELSE
                   IF MNT-END-DATE NOT = ZERO
                      AND MNT-END-DATE < HLD-START-DATE
                       MOVE 'N' TO WS-VALID
                       MOVE 'RESOLVED BEFORE START' TO WS-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-VALID = 'Y' AND MNT-RESOLUTION = 'A'
               IF MNT-ADJ-TAX NOT NUMERIC
                  OR MNT-ADJ-STATE NOT NUMERIC
                   MOVE 'N' TO WS-VALID
                   MOVE 'BAD ADJUSTED AMOUNT' TO WS-REASON
               ELSE
                   PERFORM READ-ITEM
                   IF WS-ITEM-FOUND = 'N'
                       MOVE 'N' TO WS-VALID
                       MOVE 'NO OPEN ITEM FOR KEY' TO WS-REASON
                   ELSE
                       PERFORM VALIDATE-ADJUSTMENT
                   END-IF
               END-IF
           END-IF.

       VALIDATE-ADJUSTMENT.
           IF MNT-ADJ-TAX > ITM-ASSESSED-TAX
              OR MNT-ADJ-STATE > ITM-ASSESSED-STATE
               MOVE 'N' TO WS-VALID
               MOVE 'ADJUSTMENT ABOVE ASSESSED' TO WS-REASON
           ELSE
               IF MNT-ADJ-TAX < ITM-PAID-TAX
                  OR MNT-ADJ-STATE < ITM-PAID-STATE
                   MOVE 'N' TO WS-VALID
                   MOVE 'ADJUSTMENT BELOW PAID' TO WS-REASON
               ELSE
                   IF MNT-ADJ-TAX < ITM-ASSESSED-TAX
                      OR MNT-ADJ-STATE < ITM-ASSESSED-STATE
                       IF MNT-APPROVER = SPACES
                          OR MNT-APPROVER = WS-OPERATOR
                           MOVE 'N' TO WS-VALID
                           MOVE 'APPROVER MISSING' TO WS-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ADJUST-ITEM.
           COMPUTE WS-ADJ-TAX-AMT = ITM-ASSESSED-TAX - MNT-ADJ-TAX
           COMPUTE WS-ADJ-STATE-AMT =
               ITM-ASSESSED-STATE - MNT-ADJ-STATE
           MOVE MNT-ADJ-TAX   TO ITM-ASSESSED-TAX
           MOVE MNT-ADJ-STATE TO ITM-ASSESSED-STATE
           ADD WS-ADJ-TAX-AMT   TO ITM-ABATED-TAX
           ADD WS-ADJ-STATE-AMT TO ITM-ABATED-STATE
           COMPUTE WS-TOTAL-OWED =
               ITM-ASSESSED-TAX + ITM-ASSESSED-STATE
               + ITM-INTEREST + ITM-PENALTY
           IF ITM-PAID > WS-TOTAL-OWED
               MOVE ZERO TO ITM-BALANCE-DUE
           ELSE
               COMPUTE ITM-BALANCE-DUE = WS-TOTAL-OWED - ITM-PAID
           END-IF
           REWRITE ITM-REC
           IF WS-ITEM-STATUS NOT = '00'
               DISPLAY 'OPEN ITEMS REWRITE FAILED, STATUS '
                   WS-ITEM-STATUS
               STOP RUN
           END-IF
           IF WS-ADJ-TAX-AMT > ZERO
               MOVE 'TAX '         TO WS-COMPONENT
               MOVE WS-ADJ-TAX-AMT TO WS-ABATE-AMOUNT
               ADD WS-ADJ-TAX-AMT  TO WS-SUM-TAX
               PERFORM WRITE-REGISTER
           END-IF
           IF WS-ADJ-STATE-AMT > ZERO
               MOVE 'STAT'           TO WS-COMPONENT
               MOVE WS-ADJ-STATE-AMT TO WS-ABATE-AMOUNT
               ADD WS-ADJ-STATE-AMT  TO WS-SUM-STATE
               PERFORM WRITE-REGISTER
           END-IF.

       WRITE-REGISTER.
           MOVE WS-TIMESTAMP      TO ABR-TIMESTAMP
           MOVE ITM-ACCOUNT-ID    TO ABR-ACCOUNT-ID
           MOVE ITM-PERIOD        TO ABR-PERIOD
           MOVE WS-COMPONENT      TO ABR-COMPONENT
           MOVE WS-ABATE-AMOUNT   TO ABR-AMOUNT
           MOVE HLD-REASON        TO ABR-REASON
           MOVE WS-APPROVER       TO ABR-APPROVER
           MOVE WS-OPERATOR       TO ABR-OPERATOR
           MOVE ITM-BALANCE-DUE   TO ABR-NEW-DUE
           WRITE REGISTER-REC
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY 'ABATEMENT REGISTER WRITE FAILED, STATUS '
                   WS-REGISTER-STATUS
               STOP RUN
           END-IF
           ADD WS-ABATE-AMOUNT TO WS-SUM-ABATED.

       DELETE-HOLD.
           PERFORM READ-HOLD
           IF WS-FOUND = 'N'
               MOVE 'N' TO WS-VALID
               MOVE 'HOLD NOT ON FILE' TO WS-REASON
           ELSE
               MOVE HLD-REC TO WS-BEFORE-IMAGE
               DELETE HOLDFILE RECORD
               IF WS-HOLD-STATUS NOT = '00'
                   DISPLAY 'HOLD MASTER DELETE FAILED, STATUS '
                       WS-HOLD-STATUS
                   STOP RUN
               END-IF
               MOVE SPACES TO HLD-REC
               ADD 1 TO WS-DELETE-COUNT
               PERFORM WRITE-CHANGE-LOG
           END-IF.

       READ-HOLD.
           MOVE 'N' TO WS-FOUND
           MOVE MNT-ACCOUNT-ID TO HLD-ACCOUNT-ID
           MOVE MNT-PERIOD     TO HLD-PERIOD
           READ HOLDFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ.

       READ-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND
           MOVE MNT-ACCOUNT-ID TO ITM-ACCOUNT-ID
           MOVE MNT-PERIOD     TO ITM-PERIOD
           READ ITEMFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ITEM-FOUND
           END-READ.

       WRITE-CHANGE-LOG.
           MOVE WS-TIMESTAMP    TO LOG-TIMESTAMP
           MOVE WS-OPERATOR     TO LOG-OPERATOR
           MOVE WS-APPROVER     TO LOG-APPROVER
           MOVE MNT-ACTION      TO LOG-ACTION
           MOVE WS-BEFORE-IMAGE TO LOG-BEFORE
           MOVE HLD-REC         TO LOG-AFTER
           WRITE LOG-REC
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'CHANGE LOG WRITE FAILED, STATUS '
                   WS-LOG-STATUS
               STOP RUN
           END-IF.

       WRITE-REJECT.
           MOVE MNT-ACTION     TO REJ-ACTION
           MOVE MNT-ACCOUNT-ID TO REJ-ACCOUNT-ID
           MOVE MNT-PERIOD     TO REJ-PERIOD
           MOVE MNT-REASON     TO REJ-REASON-CODE
           MOVE MNT-RESOLUTION TO REJ-RESOLUTION
           MOVE WS-REASON      TO REJ-REASON
           WRITE REJECT-REC
           IF WS-REJECT-STATUS NOT = '00'
               DISPLAY 'REJECT FILE WRITE FAILED, STATUS '
                   WS-REJECT-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-REJECT-COUNT.

       WRITE-GL-EXTRACT.
           OPEN EXTEND GLFILE
           IF WS-GL-STATUS = '35'
               OPEN OUTPUT GLFILE
           END-IF
           IF WS-GL-STATUS NOT = '00'
               DISPLAY 'GL EXTRACT FILE UNAVAILABLE, STATUS '
                   WS-GL-STATUS
               STOP RUN
           END-IF
           MOVE 'HOLDADJ' TO GL-HDR-SOURCE
           PERFORM WRITE-GL-HEADER
           IF WS-SUM-TAX > ZERO
               MOVE 'TAXPAYABLE' TO GL-ACCOUNT-CODE
               MOVE 'DR'         TO GL-DEBIT-CREDIT
               MOVE WS-SUM-TAX   TO GL-AMOUNT
               MOVE WS-RUN-DATE  TO GL-PERIOD
               PERFORM WRITE-GL-DETAIL
               MOVE 'TAXEXPENSE' TO GL-ACCOUNT-CODE
               MOVE 'CR'         TO GL-DEBIT-CREDIT
               MOVE WS-SUM-TAX   TO GL-AMOUNT
               MOVE WS-RUN-DATE  TO GL-PERIOD
               PERFORM WRITE-GL-DETAIL
           END-IF
           IF WS-SUM-STATE > ZERO
               MOVE 'STTAXPAY'   TO GL-ACCOUNT-CODE
               MOVE 'DR'         TO GL-DEBIT-CREDIT
               MOVE WS-SUM-STATE TO GL-AMOUNT
               MOVE WS-RUN-DATE  TO GL-PERIOD
               PERFORM WRITE-GL-DETAIL
               MOVE 'STTAXEXP'   TO GL-ACCOUNT-CODE
               MOVE 'CR'         TO GL-DEBIT-CREDIT
               MOVE WS-SUM-STATE TO GL-AMOUNT
               MOVE WS-RUN-DATE  TO GL-PERIOD
               PERFORM WRITE-GL-DETAIL
           END-IF
           PERFORM WRITE-GL-TRAILER
           CLOSE GLFILE.

       WRITE-GL-HEADER.
           MOVE ZERO TO WS-GL-COUNT
           MOVE ZERO TO WS-GL-HASH
           MOVE ZERO TO WS-GL-DEBITS
           MOVE ZERO TO WS-GL-CREDITS
           MOVE 'H'          TO GL-HDR-TYPE
           MOVE WS-RUN-DATE  TO GL-HDR-RUN-DATE
           MOVE WS-TIMESTAMP TO GL-HDR-TIMESTAMP
           WRITE GL-HDR-REC
           PERFORM CHECK-GL-STATUS.

       WRITE-GL-DETAIL.
           MOVE 'D' TO GL-REC-TYPE
           WRITE GL-REC
           PERFORM CHECK-GL-STATUS
           ADD 1 TO WS-GL-COUNT
           ADD GL-AMOUNT TO WS-GL-HASH
           IF GL-DEBIT-CREDIT = 'DR'
               ADD GL-AMOUNT TO WS-GL-DEBITS
           ELSE
               ADD GL-AMOUNT TO WS-GL-CREDITS
           END-IF.

       WRITE-GL-TRAILER.
           MOVE 'T'           TO GL-TRL-TYPE
           MOVE WS-GL-COUNT   TO GL-TRL-COUNT
           MOVE WS-GL-HASH    TO GL-TRL-HASH
           MOVE WS-GL-DEBITS  TO GL-TRL-DEBITS
           MOVE WS-GL-CREDITS TO GL-TRL-CREDITS
           WRITE GL-TRL-REC
           PERFORM CHECK-GL-STATUS.

       CHECK-GL-STATUS.
           IF WS-GL-STATUS NOT = '00'
               DISPLAY 'GL EXTRACT FILE WRITE FAILED, STATUS '
                   WS-GL-STATUS
               STOP RUN
           END-IF.

       CHECK-PERIOD.
           OPEN INPUT PERIODFILE
           IF WS-PERIOD-STATUS = '00'
               MOVE WS-RUN-DATE(1:6) TO PCT-PERIOD
               READ PERIODFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PCT-STATUS = 'C'
                           DISPLAY 'ACCOUNTING PERIOD ' PCT-PERIOD
                               ' IS CLOSED, RUN REJECTED'
                           CLOSE PERIODFILE
                           STOP RUN
                       END-IF
                       IF PCT-STATUS = 'A'
                           DISPLAY 'ACCOUNTING PERIOD ' PCT-PERIOD
                               ' ADJUSTMENT APPROVED BY '
                               PCT-PPA-APPROVER
                       END-IF
               END-READ
               CLOSE PERIODFILE
           ELSE
               IF WS-PERIOD-STATUS NOT = '35'
                   DISPLAY 'PERIOD CONTROL UNAVAILABLE, STATUS '
                       WS-PERIOD-STATUS
                   STOP RUN
               END-IF
           END-IF.
