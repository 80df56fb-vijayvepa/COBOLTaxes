       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABATEPST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMFILE ASSIGN TO 'open_items.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-KEY
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT ABATEFILE ASSIGN TO 'abatements.txt'
               FILE STATUS IS WS-ABATE-STATUS.
           SELECT REJECTFILE ASSIGN TO 'abatements.rej'
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT REGISTERFILE ASSIGN TO 'abatement_register.txt'
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT GLFILE ASSIGN TO 'gl_extract.txt'
               FILE STATUS IS WS-GL-STATUS.
           SELECT PERIODFILE ASSIGN TO 'period_control.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT HOLDFILE ASSIGN TO 'hold_master.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT REFERFILE ASSIGN TO 'collection_referrals.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-KEY
               FILE STATUS IS WS-REFER-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  ABATEFILE.
       01  ABT-REC.
           05  ABT-ACCOUNT-ID     PIC X(10).
           05  ABT-PERIOD         PIC 9(8).
           05  ABT-COMPONENT      PIC X(4).
           05  ABT-AMOUNT         PIC 9(9)V99.
           05  ABT-REASON         PIC X(4).
           05  ABT-APPROVER       PIC X(20).
       FD  REJECTFILE.
       01  REJECT-REC.
           05  REJ-ACCOUNT-ID     PIC X(10).
           05  REJ-PERIOD         PIC 9(8).
           05  REJ-COMPONENT      PIC X(4).
           05  REJ-AMOUNT         PIC 9(9)V99.
           05  REJ-ABATE-REASON   PIC X(4).
           05  REJ-APPROVER       PIC X(20).
           05  REJ-REASON         PIC X(25).
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
       WORKING-STORAGE SECTION.
       01  WS-ITEM-STATUS     PIC XX.
       01  WS-ABATE-STATUS    PIC XX.
       01  WS-REJECT-STATUS   PIC XX.
       01  WS-REGISTER-STATUS PIC XX.
       01  WS-GL-STATUS       PIC XX.
       01  WS-PERIOD-STATUS   PIC XX.
       01  WS-HOLD-STATUS     PIC XX.
       01  WS-REFER-STATUS    PIC XX.
       01  WS-HOLDS-ON-FILE   PIC X VALUE 'N'.
       01  WS-HOLD-ACTIVE     PIC X VALUE 'N'.
       01  WS-REFERS-ON-FILE  PIC X VALUE 'N'.
       01  WS-REFERRED        PIC X VALUE 'N'.
       01  WS-ENV-DATE        PIC X(8).
       01  WS-ENV-MODE        PIC X(1).
       01  WS-ENV-LIMIT       PIC X(7).
       01  WS-WRITEOFF-LIMIT  PIC 9(5)V99 VALUE 5.00.
       01  WS-OPERATOR        PIC X(20).
       01  WS-TIME-FULL       PIC 9(8).
       01  WS-TIME            PIC 9(6).
       01  WS-RUN-DATE        PIC 9(8).
       01  WS-TIMESTAMP       PIC X(14).
       01  WS-EOF             PIC X VALUE 'N'.
       01  WS-FOUND           PIC X VALUE 'N'.
       01  WS-VALID           PIC X VALUE 'Y'.
       01  WS-REASON          PIC X(25).
       01  WS-COMPONENT       PIC X(4).
       01  WS-ABATE-AMOUNT    PIC 9(9)V99.
       01  WS-ABATE-REASON    PIC X(4).
       01  WS-APPROVER        PIC X(20).
       01  WS-COMP-OPEN       PIC 9(9)V99.
       01  WS-WRITEOFF-LEFT   PIC 9(9)V99.
       01  WS-TOTAL-OWED      PIC 9(10)V99.
       01  WS-TRANS-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-ITEM-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-ABATE-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-WRITEOFF-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-HELD-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-REFERRED-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-REJECT-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-SUM-TAX         PIC 9(11)V99 VALUE ZERO.
       01  WS-SUM-STATE       PIC 9(11)V99 VALUE ZERO.
       01  WS-SUM-INTEREST    PIC 9(11)V99 VALUE ZERO.
       01  WS-SUM-PENALTY     PIC 9(11)V99 VALUE ZERO.
       01  WS-GL-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-GL-HASH         PIC 9(13)V99 VALUE ZERO.
       01  WS-GL-DEBITS       PIC 9(13)V99 VALUE ZERO.
       01  WS-GL-CREDITS      PIC 9(13)V99 VALUE ZERO.
       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT 'TAXCALC-RUN-DATE'
           IF WS-ENV-DATE IS NUMERIC AND WS-ENV-DATE NOT = SPACES
               MOVE WS-ENV-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           ACCEPT WS-ENV-MODE FROM ENVIRONMENT 'ABATE-MODE'
           ACCEPT WS-ENV-LIMIT FROM ENVIRONMENT 'ABATE-WRITEOFF-LIMIT'
           IF WS-ENV-LIMIT IS NUMERIC AND WS-ENV-LIMIT NOT = SPACES
               MOVE WS-ENV-LIMIT TO WS-WRITEOFF-LIMIT(1:7)
           END-IF
           ACCEPT WS-TIME-FULL FROM TIME
           MOVE WS-TIME-FULL(1:6) TO WS-TIME
           STRING WS-RUN-DATE WS-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP
           ACCEPT WS-OPERATOR FROM ENVIRONMENT 'USER'
           IF WS-OPERATOR = SPACES
               MOVE 'UNKNOWN' TO WS-OPERATOR
           END-IF
           PERFORM CHECK-PERIOD
           OPEN I-O ITEMFILE
           IF WS-ITEM-STATUS NOT = '00'
               DISPLAY 'OPEN ITEMS FILE UNAVAILABLE, STATUS '
                   WS-ITEM-STATUS
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
           IF WS-ENV-MODE = 'W'
               PERFORM WRITEOFF-SMALL-BALANCES
           ELSE
               PERFORM POST-ABATEMENTS
           END-IF
           CLOSE ITEMFILE REGISTERFILE
           IF WS-SUM-TAX > ZERO OR WS-SUM-STATE > ZERO
               PERFORM WRITE-GL-EXTRACT
           END-IF
           DISPLAY 'ABATEMENTS READ     ' WS-TRANS-COUNT
           DISPLAY 'ABATEMENTS POSTED   ' WS-ABATE-COUNT
           DISPLAY 'ABATEMENTS REJECTED ' WS-REJECT-COUNT
           DISPLAY 'ITEMS SCANNED       ' WS-ITEM-COUNT
           DISPLAY 'ITEMS WRITTEN OFF   ' WS-WRITEOFF-COUNT
           DISPLAY 'SKIPPED ON HOLD     ' WS-HELD-COUNT
           DISPLAY 'SKIPPED AT AGENCY   ' WS-REFERRED-COUNT
           DISPLAY 'TAX ABATED          ' WS-SUM-TAX
           DISPLAY 'STATE TAX ABATED    ' WS-SUM-STATE
           DISPLAY 'INTEREST ABATED     ' WS-SUM-INTEREST
           DISPLAY 'PENALTY ABATED      ' WS-SUM-PENALTY
           STOP RUN.

       POST-ABATEMENTS.
           OPEN INPUT ABATEFILE
           IF WS-ABATE-STATUS NOT = '00'
               DISPLAY 'ABATEMENT FILE UNAVAILABLE, STATUS '
                   WS-ABATE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REJECTFILE
           IF WS-REJECT-STATUS NOT = '00'
               DISPLAY 'REJECT FILE UNAVAILABLE, STATUS '
                   WS-REJECT-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ABATEFILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TRANS-COUNT
                       PERFORM PROCESS-ABATEMENT
               END-READ
           END-PERFORM
           CLOSE ABATEFILE REJECTFILE.

       PROCESS-ABATEMENT.
           PERFORM VALIDATE-ABATEMENT
           IF WS-VALID = 'Y'
               PERFORM READ-ITEM
               IF WS-FOUND = 'N'
                   MOVE 'N' TO WS-VALID
                   MOVE 'NO OPEN ITEM FOR KEY' TO WS-REASON
               END-IF
           END-IF
           IF WS-VALID = 'Y'
               MOVE ABT-COMPONENT TO WS-COMPONENT
               PERFORM COMPUTE-COMPONENT-OPEN
               IF ABT-AMOUNT > WS-COMP-OPEN
                   MOVE 'N' TO WS-VALID
                   MOVE 'EXCEEDS COMPONENT BALANCE' TO WS-REASON
               ELSE
                   IF ABT-AMOUNT > ITM-BALANCE-DUE
                       MOVE 'N' TO WS-VALID
                       MOVE 'EXCEEDS BALANCE DUE' TO WS-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-VALID = 'Y'
               MOVE ABT-AMOUNT   TO WS-ABATE-AMOUNT
               MOVE ABT-REASON   TO WS-ABATE-REASON
               MOVE ABT-APPROVER TO WS-APPROVER
               PERFORM APPLY-ABATEMENT
               PERFORM REWRITE-ITEM
               PERFORM WRITE-REGISTER
           ELSE
               PERFORM WRITE-REJECT
           END-IF.

       VALIDATE-ABATEMENT.
           MOVE 'Y' TO WS-VALID
           MOVE SPACES TO WS-REASON
           IF ABT-ACCOUNT-ID = SPACES
               MOVE 'N' TO WS-VALID
               MOVE 'ACCOUNT ID MISSING' TO WS-REASON
           ELSE
               IF ABT-PERIOD NOT NUMERIC OR ABT-PERIOD = ZERO
                   MOVE 'N' TO WS-VALID
                   MOVE 'BAD PERIOD' TO WS-REASON
               ELSE
                   IF ABT-COMPONENT NOT = 'TAX '
                      AND ABT-COMPONENT NOT = 'STAT'
                      AND ABT-COMPONENT NOT = 'INT '
                      AND ABT-COMPONENT NOT = 'PEN '
                       MOVE 'N' TO WS-VALID
                       MOVE 'INVALID COMPONENT' TO WS-REASON
                   ELSE
                       IF ABT-AMOUNT NOT NUMERIC
                          OR ABT-AMOUNT = ZERO
                           MOVE 'N' TO WS-VALID
                           MOVE 'BAD AMOUNT' TO WS-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-VALID = 'Y'
               IF ABT-REASON NOT = 'WAIV'
                  AND ABT-REASON NOT = 'UNCL'
                  AND ABT-REASON NOT = 'SMBL'
                  AND ABT-REASON NOT = 'CORR'
                   MOVE 'N' TO WS-VALID
                   MOVE 'INVALID REASON CODE' TO WS-REASON
               ELSE
                   IF ABT-REASON = 'WAIV'
                      AND ABT-COMPONENT NOT = 'INT '
                      AND ABT-COMPONENT NOT = 'PEN '
                       MOVE 'N' TO WS-VALID
                       MOVE 'WAIVER ONLY FOR INT/PEN' TO WS-REASON
                   ELSE
                       IF ABT-APPROVER = SPACES
                           MOVE 'N' TO WS-VALID
                           MOVE 'APPROVER MISSING' TO WS-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       READ-ITEM.
           MOVE 'N' TO WS-FOUND
           MOVE ABT-ACCOUNT-ID TO ITM-ACCOUNT-ID
           MOVE ABT-PERIOD     TO ITM-PERIOD
           READ ITEMFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ.

       COMPUTE-COMPONENT-OPEN.
           MOVE ZERO TO WS-COMP-OPEN
           IF WS-COMPONENT = 'TAX '
               IF ITM-ASSESSED-TAX > ITM-PAID-TAX
                   COMPUTE WS-COMP-OPEN =
                       ITM-ASSESSED-TAX - ITM-PAID-TAX
               END-IF
           ELSE
               IF WS-COMPONENT = 'STAT'
                   IF ITM-ASSESSED-STATE > ITM-PAID-STATE
                       COMPUTE WS-COMP-OPEN =
                           ITM-ASSESSED-STATE - ITM-PAID-STATE
                   END-IF
               ELSE
                   IF WS-COMPONENT = 'INT '
                       IF ITM-INTEREST > ITM-PAID-INTEREST
                           COMPUTE WS-COMP-OPEN =
                               ITM-INTEREST - ITM-PAID-INTEREST
                       END-IF
                   ELSE
                       IF ITM-PENALTY > ITM-PAID-PENALTY
                           COMPUTE WS-COMP-OPEN =
                               ITM-PENALTY - ITM-PAID-PENALTY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       APPLY-ABATEMENT.
           IF WS-COMPONENT = 'TAX '
               SUBTRACT WS-ABATE-AMOUNT FROM ITM-ASSESSED-TAX
               ADD WS-ABATE-AMOUNT TO ITM-ABATED-TAX
               ADD WS-ABATE-AMOUNT TO WS-SUM-TAX
           ELSE
               IF WS-COMPONENT = 'STAT'
                   SUBTRACT WS-ABATE-AMOUNT FROM ITM-ASSESSED-STATE
                   ADD WS-ABATE-AMOUNT TO ITM-ABATED-STATE
                   ADD WS-ABATE-AMOUNT TO WS-SUM-STATE
               ELSE
                   IF WS-COMPONENT = 'INT '
                       SUBTRACT WS-ABATE-AMOUNT FROM ITM-INTEREST
                       ADD WS-ABATE-AMOUNT TO ITM-ABATED-INTEREST
                       ADD WS-ABATE-AMOUNT TO WS-SUM-INTEREST
                   ELSE
                       SUBTRACT WS-ABATE-AMOUNT FROM ITM-PENALTY
                       ADD WS-ABATE-AMOUNT TO ITM-ABATED-PENALTY
                       ADD WS-ABATE-AMOUNT TO WS-SUM-PENALTY
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-TOTAL-OWED =
               ITM-ASSESSED-TAX + ITM-ASSESSED-STATE
               + ITM-INTEREST + ITM-PENALTY
           IF ITM-PAID > WS-TOTAL-OWED
               MOVE ZERO TO ITM-BALANCE-DUE
           ELSE
               COMPUTE ITM-BALANCE-DUE = WS-TOTAL-OWED - ITM-PAID
           END-IF
           ADD 1 TO WS-ABATE-COUNT.

       REWRITE-ITEM.
           REWRITE ITM-REC
           IF WS-ITEM-STATUS NOT = '00'
               DISPLAY 'OPEN ITEMS REWRITE FAILED, STATUS '
                   WS-ITEM-STATUS
               STOP RUN
           END-IF.

       WRITEOFF-SMALL-BALANCES.
           OPEN INPUT HOLDFILE
           IF WS-HOLD-STATUS = '00'
               MOVE 'Y' TO WS-HOLDS-ON-FILE
           ELSE
               IF WS-HOLD-STATUS NOT = '35'
                   DISPLAY 'HOLD MASTER UNAVAILABLE, STATUS '
                       WS-HOLD-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT REFERFILE
           IF WS-REFER-STATUS = '00'
               MOVE 'Y' TO WS-REFERS-ON-FILE
           ELSE
               IF WS-REFER-STATUS NOT = '35'
                   DISPLAY 'REFERRAL MASTER UNAVAILABLE, STATUS '
                       WS-REFER-STATUS
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ITEMFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ITEM-COUNT
                       IF ITM-BALANCE-DUE > ZERO
                          AND ITM-BALANCE-DUE <= WS-WRITEOFF-LIMIT
                           PERFORM SELECT-WRITEOFF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HOLDS-ON-FILE = 'Y'
               CLOSE HOLDFILE
           END-IF
           IF WS-REFERS-ON-FILE = 'Y'
               CLOSE REFERFILE
           END-IF.

       SELECT-WRITEOFF.
           PERFORM CHECK-HOLD
           IF WS-HOLD-ACTIVE = 'Y'
               ADD 1 TO WS-HELD-COUNT
           ELSE
               PERFORM CHECK-REFERRAL
               IF WS-REFERRED = 'Y'
                   ADD 1 TO WS-REFERRED-COUNT
               ELSE
                   PERFORM WRITEOFF-ITEM
               END-IF
           END-IF.

       CHECK-HOLD.
           MOVE 'N' TO WS-HOLD-ACTIVE
           IF WS-HOLDS-ON-FILE = 'Y'
               MOVE ITM-ACCOUNT-ID TO HLD-ACCOUNT-ID
               MOVE ITM-PERIOD     TO HLD-PERIOD
               READ HOLDFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HLD-RESOLUTION = SPACE
                           MOVE 'Y' TO WS-HOLD-ACTIVE
                       END-IF
               END-READ
           END-IF.

       CHECK-REFERRAL.
           MOVE 'N' TO WS-REFERRED
           IF WS-REFERS-ON-FILE = 'Y'
               MOVE ITM-ACCOUNT-ID TO REF-ACCOUNT-ID
               MOVE ITM-PERIOD     TO REF-PERIOD
               READ REFERFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REF-STATUS = 'P'
                           MOVE 'Y' TO WS-REFERRED
                       END-IF
               END-READ
           END-IF.

       WRITEOFF-ITEM.
           MOVE ITM-BALANCE-DUE  TO WS-WRITEOFF-LEFT
           MOVE 'SMBL'           TO WS-ABATE-REASON
           MOVE 'AUTO WRITE-OFF' TO WS-APPROVER
           MOVE 'PEN '           TO WS-COMPONENT
           PERFORM WRITEOFF-COMPONENT
           MOVE 'INT '           TO WS-COMPONENT
           PERFORM WRITEOFF-COMPONENT
           MOVE 'STAT'           TO WS-COMPONENT
           PERFORM WRITEOFF-COMPONENT
           MOVE 'TAX '           TO WS-COMPONENT
           PERFORM WRITEOFF-COMPONENT
           PERFORM REWRITE-ITEM
           ADD 1 TO WS-WRITEOFF-COUNT.

       WRITEOFF-COMPONENT.
           PERFORM COMPUTE-COMPONENT-OPEN
           IF WS-COMP-OPEN > WS-WRITEOFF-LEFT
               MOVE WS-WRITEOFF-LEFT TO WS-ABATE-AMOUNT
           ELSE
               MOVE WS-COMP-OPEN TO WS-ABATE-AMOUNT
           END-IF
           IF WS-ABATE-AMOUNT > ZERO
               SUBTRACT WS-ABATE-AMOUNT FROM WS-WRITEOFF-LEFT
               PERFORM APPLY-ABATEMENT
               PERFORM WRITE-REGISTER
           END-IF.

       WRITE-REGISTER.
           MOVE WS-TIMESTAMP    TO ABR-TIMESTAMP
           MOVE ITM-ACCOUNT-ID  TO ABR-ACCOUNT-ID
           MOVE ITM-PERIOD      TO ABR-PERIOD
           MOVE WS-COMPONENT    TO ABR-COMPONENT
           MOVE WS-ABATE-AMOUNT TO ABR-AMOUNT
           MOVE WS-ABATE-REASON TO ABR-REASON
           MOVE WS-APPROVER     TO ABR-APPROVER
           MOVE WS-OPERATOR     TO ABR-OPERATOR
           MOVE ITM-BALANCE-DUE TO ABR-NEW-DUE
           WRITE REGISTER-REC
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY 'ABATEMENT REGISTER WRITE FAILED, STATUS '
                   WS-REGISTER-STATUS
               STOP RUN
           END-IF.

       WRITE-REJECT.
           MOVE ABT-ACCOUNT-ID TO REJ-ACCOUNT-ID
           MOVE ABT-PERIOD     TO REJ-PERIOD
           MOVE ABT-COMPONENT  TO REJ-COMPONENT
           MOVE ABT-AMOUNT     TO REJ-AMOUNT
           MOVE ABT-REASON     TO REJ-ABATE-REASON
           MOVE ABT-APPROVER   TO REJ-APPROVER
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
           MOVE 'ABATE' TO GL-HDR-SOURCE
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
