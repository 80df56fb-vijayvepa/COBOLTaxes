       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUESTFILE ASSIGN TO 'transcript_requests.txt'
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT MASTERFILE ASSIGN TO 'balances.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ADDRFILE ASSIGN TO 'taxpayer_master.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-ACCOUNT-ID
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT ITEMFILE ASSIGN TO 'open_items.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-KEY
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT NHISTFILE ASSIGN TO 'notice_history.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTC-KEY
               FILE STATUS IS WS-NHIST-STATUS.
           SELECT PLANFILE ASSIGN TO 'payment_plans.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-ACCOUNT-ID
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT EXEMPTFILE ASSIGN TO 'exemptions.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXM-ACCOUNT-ID
               FILE STATUS IS WS-EXEMPT-STATUS.
           SELECT HISTORYFILE ASSIGN TO 'tax_history.txt'
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT ASSESSFILE ASSIGN TO 'assessment_register.txt'
               FILE STATUS IS WS-ASSESS-STATUS.
           SELECT REGISTERFILE ASSIGN TO 'payment_register.txt'
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT REFREGFILE ASSIGN TO 'refund_register.txt'
               FILE STATUS IS WS-REFREG-STATUS.
           SELECT ABATEFILE ASSIGN TO 'abatement_register.txt'
               FILE STATUS IS WS-ABATE-STATUS.
           SELECT SORTWORK ASSIGN TO 'transcpt.srt'.
           SELECT TRANSCRIPTFILE ASSIGN TO 'transcript.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSCRIPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REQUESTFILE.
       01  REQUEST-REC.
           05  TRQ-ACCOUNT-ID     PIC X(10).
       FD  MASTERFILE.
       01  MST-REC.
           05  MST-ACCOUNT-ID     PIC X(10).
           05  MST-NAME           PIC X(20).
           05  MST-BALANCE        PIC 9(9)V99.
           05  MST-ADJ-CODE       PIC X(1).
       FD  ADDRFILE.
       01  ADR-REC.
           05  ADR-ACCOUNT-ID     PIC X(10).
           05  ADR-FULL-NAME      PIC X(40).
           05  ADR-STREET         PIC X(40).
           05  ADR-CITY           PIC X(25).
           05  ADR-STATE          PIC X(2).
           05  ADR-ZIP            PIC X(10).
           05  ADR-MAIL-STATUS    PIC X(1).
           05  ADR-RETURN-DATE    PIC 9(8).
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
       FD  NHISTFILE.
       01  NTC-REC.
           05  NTC-KEY.
               10  NTC-ACCOUNT-ID PIC X(10).
               10  NTC-PERIOD     PIC 9(8).
           05  NTC-LEVEL          PIC 9(1).
           05  NTC-SENT-DATE      PIC 9(8).
       FD  PLANFILE.
       01  PLN-REC.
           05  PLN-ACCOUNT-ID     PIC X(10).
           05  PLN-STATUS         PIC X(1).
           05  PLN-START-DATE     PIC 9(8).
           05  PLN-INSTALL-AMOUNT PIC 9(9)V99.
           05  PLN-INSTALL-COUNT  PIC 9(3).
           05  PLN-PAID-COUNT     PIC 9(3).
           05  PLN-NEXT-DUE-DATE  PIC 9(8).
           05  PLN-LAST-PAY-DATE  PIC 9(8).
       FD  EXEMPTFILE.
       01  EXM-REC.
           05  EXM-ACCOUNT-ID     PIC X(10).
           05  EXM-TYPE           PIC X(4).
           05  EXM-METHOD         PIC X(1).
           05  EXM-AMOUNT         PIC 9(9)V99.
           05  EXM-PERCENT        PIC 9V999.
           05  EXM-EFF-DATE       PIC 9(8).
           05  EXM-END-DATE       PIC 9(8).
       FD  HISTORYFILE.
       01  HIST-REC.
           05  HIST-ACCOUNT-ID    PIC X(10).
           05  HIST-PERIOD        PIC 9(8).
           05  HIST-BALANCE       PIC 9(9)V99.
           05  HIST-TAX           PIC 9(9)V99.
           05  HIST-STATE-TAX     PIC 9(9)V99.
           05  HIST-EXEMPT        PIC 9(9)V99.
       FD  ASSESSFILE.
       01  ASSESS-REC.
           05  ASR-TIMESTAMP      PIC X(14).
           05  ASR-ACCOUNT-ID     PIC X(10).
           05  ASR-PERIOD         PIC 9(8).
           05  ASR-INTEREST       PIC 9(9)V99.
           05  ASR-PENALTY        PIC 9(9)V99.
           05  ASR-NEW-DUE        PIC 9(9)V99.
       FD  REGISTERFILE.
       01  REGISTER-REC.
           05  REG-TIMESTAMP      PIC X(14).
           05  REG-ACCOUNT-ID     PIC X(10).
           05  REG-PERIOD         PIC 9(8).
           05  REG-PAY-DATE       PIC 9(8).
           05  REG-AMOUNT         PIC 9(9)V99.
           05  REG-NEW-DUE        PIC 9(9)V99.
       FD  REFREGFILE.
       01  REFREG-REC.
           05  RRG-TIMESTAMP      PIC X(14).
           05  RRG-ACCOUNT-ID     PIC X(10).
           05  RRG-NAME           PIC X(20).
           05  RRG-AMOUNT         PIC 9(9)V99.
       FD  ABATEFILE.
       01  ABATE-REC.
           05  ABR-TIMESTAMP      PIC X(14).
           05  ABR-ACCOUNT-ID     PIC X(10).
           05  ABR-PERIOD         PIC 9(8).
           05  ABR-COMPONENT      PIC X(4).
           05  ABR-AMOUNT         PIC 9(9)V99.
           05  ABR-REASON         PIC X(4).
           05  ABR-APPROVER       PIC X(20).
           05  ABR-OPERATOR       PIC X(20).
           05  ABR-NEW-DUE        PIC 9(9)V99.
       SD  SORTWORK.
       01  SRT-REC.
           05  SRT-ACCOUNT-ID     PIC X(10).
           05  SRT-DATE           PIC 9(8).
           05  SRT-SEQ            PIC 9(1).
           05  SRT-PERIOD         PIC 9(8).
           05  SRT-EVENT          PIC X(10).
           05  SRT-AMOUNT-1       PIC 9(9)V99.
           05  SRT-AMOUNT-2       PIC 9(9)V99.
           05  SRT-AMOUNT-3       PIC 9(9)V99.
           05  SRT-TEXT           PIC X(12).
       FD  TRANSCRIPTFILE.
       01  TRANSCRIPT-REC         PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-REQUEST-STATUS    PIC XX.
       01  WS-MASTER-STATUS     PIC XX.
       01  WS-ADDR-STATUS       PIC XX.
       01  WS-ITEM-STATUS       PIC XX.
       01  WS-NHIST-STATUS      PIC XX.
       01  WS-PLAN-STATUS       PIC XX.
       01  WS-EXEMPT-STATUS     PIC XX.
       01  WS-HISTORY-STATUS    PIC XX.
       01  WS-ASSESS-STATUS     PIC XX.
       01  WS-REGISTER-STATUS   PIC XX.
       01  WS-REFREG-STATUS     PIC XX.
       01  WS-ABATE-STATUS      PIC XX.
       01  WS-TRANSCRIPT-STATUS PIC XX.
       01  WS-NHIST-OPEN        PIC X VALUE 'N'.
       01  WS-PLAN-OPEN         PIC X VALUE 'N'.
       01  WS-EXEMPT-OPEN       PIC X VALUE 'N'.
       01  WS-ENV-DATE          PIC X(8).
       01  WS-ENV-ACCOUNT       PIC X(10).
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-SORT-EOF          PIC X VALUE 'N'.
       01  WS-SCAN-DONE         PIC X VALUE 'N'.
       01  WS-FOUND             PIC X VALUE 'N'.
       01  WS-PRINT-EVENT       PIC X VALUE 'N'.
       01  WS-CHECK-ACCOUNT     PIC X(10).
       01  WS-PREV-ACCOUNT      PIC X(10).
       01  WS-TRQ-IDX           PIC 9(3).
       01  WS-TRQ-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-TRQ-TABLE.
           05  WS-TRQ-ACCOUNT OCCURS 100 TIMES PIC X(10).
       01  WS-PRD-IDX           PIC 9(3).
       01  WS-PRD-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-PRD-TABLE.
           05  WS-PRD OCCURS 200 TIMES.
               10  WS-PRD-PERIOD    PIC 9(8).
               10  WS-PRD-ASSESSED  PIC 9(11)V99.
               10  WS-PRD-INTPEN    PIC S9(11)V99.
       01  WS-NEW-AMOUNT        PIC 9(11)V99.
       01  WS-CHANGE            PIC S9(11)V99.
       01  WS-RUN-BALANCE       PIC S9(11)V99.
       01  WS-ACCT-ASSESSED     PIC S9(11)V99.
       01  WS-ACCT-INTPEN       PIC S9(11)V99.
       01  WS-ACCT-PAID         PIC S9(11)V99.
       01  WS-ACCT-REFUND       PIC S9(11)V99.
       01  WS-ACCT-ABATED       PIC S9(11)V99.
       01  WS-ACCT-ITEM-DUE     PIC S9(11)V99.
       01  WS-ACCOUNT-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-EVENT-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-LINE-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-HEAD-LINE.
           05  FILLER           PIC X(23)
               VALUE 'ACCOUNT TRANSCRIPT FOR '.
           05  WS-HL-ACCOUNT    PIC X(10).
           05  FILLER           PIC X(7) VALUE ' AS OF '.
           05  WS-HL-DATE       PIC 9(8).
       01  WS-CITY-LINE.
           05  WS-CL-CITY       PIC X(25).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  WS-CL-STATE      PIC X(2).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  WS-CL-ZIP        PIC X(10).
       01  WS-BALANCE-LINE.
           05  FILLER           PIC X(26)
               VALUE 'BALANCE SUBJECT TO TAX    '.
           05  WS-BL-BALANCE    PIC Z(9)9.99.
       01  WS-EXEMPT-LINE.
           05  FILLER           PIC X(10) VALUE 'EXEMPTION '.
           05  WS-XL-TYPE       PIC X(4).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  WS-XL-METHOD     PIC X(1).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  WS-XL-AMOUNT     PIC Z(9)9.99.
           05  FILLER           PIC X(1) VALUE SPACE.
           05  WS-XL-PERCENT    PIC 9.999.
           05  FILLER           PIC X(6) VALUE ' FROM '.
           05  WS-XL-EFF-DATE   PIC 9(8).
           05  FILLER           PIC X(4) VALUE ' TO '.
           05  WS-XL-END-DATE   PIC 9(8).
       01  WS-PLAN-LINE.
           05  FILLER           PIC X(13) VALUE 'PAYMENT PLAN '.
           05  WS-PL-STATUS     PIC X(1).
           05  FILLER           PIC X(7) VALUE ' START '.
           05  WS-PL-START      PIC 9(8).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  WS-PL-AMOUNT     PIC Z(9)9.99.
           05  FILLER           PIC X(1) VALUE SPACE.
           05  WS-PL-PAID       PIC ZZ9.
           05  FILLER           PIC X(4) VALUE ' OF '.
           05  WS-PL-COUNT      PIC ZZ9.
           05  FILLER           PIC X(10) VALUE ' NEXT DUE '.
           05  WS-PL-NEXT-DUE   PIC 9(8).
       01  WS-COLUMN-LINE.
           05  FILLER           PIC X(9)  VALUE 'DATE'.
           05  FILLER           PIC X(9)  VALUE 'PERIOD'.
           05  FILLER           PIC X(11) VALUE 'EVENT'.
           05  FILLER           PIC X(14) VALUE '     AMOUNT 1'.
           05  FILLER           PIC X(14) VALUE '     AMOUNT 2'.
           05  FILLER           PIC X(14) VALUE '     AMOUNT 3'.
           05  FILLER           PIC X(15) VALUE '       BALANCE'.
       01  WS-DETAIL-LINE.
           05  WS-DL-DATE       PIC 9(8) BLANK WHEN ZERO.
           05  FILLER           PIC X(1) VALUE SPACE.
           05  WS-DL-PERIOD     PIC 9(8) BLANK WHEN ZERO.
           05  FILLER           PIC X(1) VALUE SPACE.
           05  WS-DL-EVENT      PIC X(10).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  WS-DL-AMOUNT-1   PIC Z(9)9.99 BLANK WHEN ZERO.
           05  FILLER           PIC X(1) VALUE SPACE.
           05  WS-DL-AMOUNT-2   PIC Z(9)9.99 BLANK WHEN ZERO.
           05  FILLER           PIC X(1) VALUE SPACE.
           05  WS-DL-AMOUNT-3   PIC Z(9)9.99 BLANK WHEN ZERO.
           05  FILLER           PIC X(1) VALUE SPACE.
           05  WS-DL-BALANCE    PIC Z(10)9.99-.
           05  FILLER           PIC X(1) VALUE SPACE.
           05  WS-DL-TEXT       PIC X(12).
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL      PIC X(26).
           05  WS-TL-VALUE      PIC Z(10)9.99-.
       PROCEDURE DIVISION.
       MAIN SECTION.
       BEGIN.
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT 'TAXCALC-RUN-DATE'
           IF WS-ENV-DATE IS NUMERIC AND WS-ENV-DATE NOT = SPACES
               MOVE WS-ENV-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           PERFORM LOAD-REQUESTS
           IF WS-TRQ-COUNT = 0
               DISPLAY 'NO ACCOUNTS REQUESTED FOR TRANSCRIPT'
               STOP RUN
           END-IF
           OPEN INPUT MASTERFILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'BALANCES FILE UNAVAILABLE, STATUS '
                   WS-MASTER-STATUS
               STOP RUN
           END-IF
           OPEN INPUT ADDRFILE
           IF WS-ADDR-STATUS NOT = '00'
               DISPLAY 'TAXPAYER MASTER UNAVAILABLE, STATUS '
                   WS-ADDR-STATUS
               STOP RUN
           END-IF
           OPEN INPUT ITEMFILE
           IF WS-ITEM-STATUS NOT = '00'
               DISPLAY 'OPEN ITEMS FILE UNAVAILABLE, STATUS '
                   WS-ITEM-STATUS
               STOP RUN
           END-IF
           OPEN INPUT NHISTFILE
           IF WS-NHIST-STATUS = '00'
               MOVE 'Y' TO WS-NHIST-OPEN
           ELSE
               IF WS-NHIST-STATUS NOT = '35'
                   DISPLAY 'NOTICE HISTORY UNAVAILABLE, STATUS '
                       WS-NHIST-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT PLANFILE
           IF WS-PLAN-STATUS = '00'
               MOVE 'Y' TO WS-PLAN-OPEN
           ELSE
               IF WS-PLAN-STATUS NOT = '35'
                   DISPLAY 'PLAN MASTER UNAVAILABLE, STATUS '
                       WS-PLAN-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT EXEMPTFILE
           IF WS-EXEMPT-STATUS = '00'
               MOVE 'Y' TO WS-EXEMPT-OPEN
           ELSE
               IF WS-EXEMPT-STATUS NOT = '35'
                   DISPLAY 'EXEMPTION MASTER UNAVAILABLE, STATUS '
                       WS-EXEMPT-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT TRANSCRIPTFILE
           IF WS-TRANSCRIPT-STATUS NOT = '00'
               DISPLAY 'TRANSCRIPT REPORT UNAVAILABLE, STATUS '
                   WS-TRANSCRIPT-STATUS
               STOP RUN
           END-IF
           SORT SORTWORK
               ON ASCENDING KEY SRT-ACCOUNT-ID SRT-DATE SRT-SEQ
                   SRT-PERIOD
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS SELECT-EVENTS
               OUTPUT PROCEDURE IS PRINT-TRANSCRIPT
           CLOSE MASTERFILE ADDRFILE ITEMFILE TRANSCRIPTFILE
           IF WS-NHIST-OPEN = 'Y'
               CLOSE NHISTFILE
           END-IF
           IF WS-PLAN-OPEN = 'Y'
               CLOSE PLANFILE
           END-IF
           IF WS-EXEMPT-OPEN = 'Y'
               CLOSE EXEMPTFILE
           END-IF
           DISPLAY 'ACCOUNTS REQUESTED      ' WS-TRQ-COUNT
           DISPLAY 'TRANSCRIPTS PRINTED     ' WS-ACCOUNT-COUNT
           DISPLAY 'EVENTS SELECTED         ' WS-EVENT-COUNT
           DISPLAY 'TRANSCRIPT LINES        ' WS-LINE-COUNT
           STOP RUN.

       LOAD-REQUESTS.
           ACCEPT WS-ENV-ACCOUNT FROM ENVIRONMENT 'TRANSCPT-ACCOUNT'
           IF WS-ENV-ACCOUNT NOT = SPACES
               MOVE 1 TO WS-TRQ-COUNT
               MOVE WS-ENV-ACCOUNT TO WS-TRQ-ACCOUNT(1)
           ELSE
               OPEN INPUT REQUESTFILE
               IF WS-REQUEST-STATUS NOT = '00'
                   DISPLAY 'TRANSCRIPT REQUESTS UNAVAILABLE, STATUS '
                       WS-REQUEST-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REQUESTFILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE TRQ-ACCOUNT-ID TO WS-CHECK-ACCOUNT
                           PERFORM FIND-REQUEST
                           IF WS-FOUND = 'N'
                              AND TRQ-ACCOUNT-ID NOT = SPACES
                               ADD 1 TO WS-TRQ-COUNT
                               IF WS-TRQ-COUNT > 100
                                   DISPLAY 'REQUEST TABLE FULL, '
                                       'TOO MANY ROWS'
                                   CLOSE REQUESTFILE
                                   STOP RUN
                               END-IF
                               MOVE TRQ-ACCOUNT-ID
                                   TO WS-TRQ-ACCOUNT(WS-TRQ-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REQUESTFILE
               MOVE 'N' TO WS-EOF
           END-IF.

       FIND-REQUEST.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-TRQ-IDX FROM 1 BY 1
                   UNTIL WS-TRQ-IDX > WS-TRQ-COUNT
                   OR WS-FOUND = 'Y'
               IF WS-TRQ-ACCOUNT(WS-TRQ-IDX) = WS-CHECK-ACCOUNT
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.

       SELECT-EVENTS SECTION.
       SELECT-EVENTS-START.
           PERFORM VARYING WS-TRQ-IDX FROM 1 BY 1
                   UNTIL WS-TRQ-IDX > WS-TRQ-COUNT
               MOVE WS-TRQ-ACCOUNT(WS-TRQ-IDX) TO WS-CHECK-ACCOUNT
               PERFORM SELECT-ACCOUNT-EVENTS
           END-PERFORM
           PERFORM SELECT-HISTORY-EVENTS
           PERFORM SELECT-ASSESSMENT-EVENTS
           PERFORM SELECT-PAYMENT-EVENTS
           PERFORM SELECT-REFUND-EVENTS
           PERFORM SELECT-ABATEMENT-EVENTS.

       EVENT-SELECTION SECTION.
       SELECT-ACCOUNT-EVENTS.
           PERFORM CLEAR-EVENT
           MOVE ZERO      TO SRT-DATE
           MOVE 0         TO SRT-SEQ
           MOVE ZERO      TO SRT-PERIOD
           MOVE 'ACCOUNT' TO SRT-EVENT
           PERFORM RELEASE-EVENT
           MOVE 'N' TO WS-SCAN-DONE
           MOVE WS-CHECK-ACCOUNT TO ITM-ACCOUNT-ID
           MOVE ZERO             TO ITM-PERIOD
           START ITEMFILE KEY IS NOT LESS THAN ITM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ ITEMFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF ITM-ACCOUNT-ID NOT = WS-CHECK-ACCOUNT
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           IF ITM-INTEREST > ZERO
                              OR ITM-PENALTY > ZERO
                               PERFORM CLEAR-EVENT
                               MOVE WS-RUN-DATE  TO SRT-DATE
                               MOVE 9            TO SRT-SEQ
                               MOVE ITM-PERIOD   TO SRT-PERIOD
                               MOVE 'INT/PEN'    TO SRT-EVENT
                               MOVE ITM-INTEREST TO SRT-AMOUNT-1
                               MOVE ITM-PENALTY  TO SRT-AMOUNT-2
                               MOVE 'TO DATE'    TO SRT-TEXT
                               PERFORM RELEASE-EVENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NHIST-OPEN = 'Y'
               PERFORM SELECT-NOTICE-EVENTS
           END-IF
           IF WS-PLAN-OPEN = 'Y'
               PERFORM SELECT-PLAN-EVENTS
           END-IF.

       SELECT-NOTICE-EVENTS.
           MOVE 'N' TO WS-SCAN-DONE
           MOVE WS-CHECK-ACCOUNT TO NTC-ACCOUNT-ID
           MOVE ZERO             TO NTC-PERIOD
           START NHISTFILE KEY IS NOT LESS THAN NTC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ NHISTFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF NTC-ACCOUNT-ID NOT = WS-CHECK-ACCOUNT
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           PERFORM CLEAR-EVENT
                           MOVE NTC-SENT-DATE TO SRT-DATE
                           MOVE 4             TO SRT-SEQ
                           MOVE NTC-PERIOD    TO SRT-PERIOD
                           MOVE 'NOTICE'      TO SRT-EVENT
                           STRING 'LEVEL ' NTC-LEVEL
                               DELIMITED BY SIZE INTO SRT-TEXT
                           PERFORM RELEASE-EVENT
                       END-IF
               END-READ
           END-PERFORM.

       SELECT-PLAN-EVENTS.
           MOVE WS-CHECK-ACCOUNT TO PLN-ACCOUNT-ID
           READ PLANFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM CLEAR-EVENT
                   MOVE PLN-START-DATE     TO SRT-DATE
                   MOVE 5                  TO SRT-SEQ
                   MOVE ZERO               TO SRT-PERIOD
                   MOVE 'PLAN START'       TO SRT-EVENT
                   MOVE PLN-INSTALL-AMOUNT TO SRT-AMOUNT-1
                   STRING PLN-INSTALL-COUNT ' INSTALLS'
                       DELIMITED BY SIZE INTO SRT-TEXT
                   PERFORM RELEASE-EVENT
                   IF PLN-PAID-COUNT > 0
                       PERFORM CLEAR-EVENT
                       MOVE PLN-LAST-PAY-DATE  TO SRT-DATE
                       MOVE 5                  TO SRT-SEQ
                       MOVE ZERO               TO SRT-PERIOD
                       MOVE 'PLAN PAID'        TO SRT-EVENT
                       MOVE PLN-INSTALL-AMOUNT TO SRT-AMOUNT-1
                       STRING PLN-PAID-COUNT ' OF ' PLN-INSTALL-COUNT
                           DELIMITED BY SIZE INTO SRT-TEXT
                       PERFORM RELEASE-EVENT
                   END-IF
           END-READ.

       SELECT-HISTORY-EVENTS.
           OPEN INPUT HISTORYFILE
           IF WS-HISTORY-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HISTORYFILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE HIST-ACCOUNT-ID TO WS-CHECK-ACCOUNT
                           PERFORM FIND-REQUEST
                           IF WS-FOUND = 'Y'
                               PERFORM CLEAR-EVENT
                               MOVE HIST-PERIOD    TO SRT-DATE
                               MOVE 1              TO SRT-SEQ
                               MOVE HIST-PERIOD    TO SRT-PERIOD
                               MOVE 'ASSESSED'     TO SRT-EVENT
                               MOVE HIST-TAX       TO SRT-AMOUNT-1
                               MOVE HIST-STATE-TAX TO SRT-AMOUNT-2
                               MOVE HIST-EXEMPT    TO SRT-AMOUNT-3
                               PERFORM RELEASE-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORYFILE
           ELSE
               IF WS-HISTORY-STATUS NOT = '35'
                   DISPLAY 'HISTORY FILE NOT READ, STATUS '
                       WS-HISTORY-STATUS
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF.

       SELECT-ASSESSMENT-EVENTS.
           OPEN INPUT ASSESSFILE
           IF WS-ASSESS-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ASSESSFILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE ASR-ACCOUNT-ID TO WS-CHECK-ACCOUNT
                           PERFORM FIND-REQUEST
                           IF WS-FOUND = 'Y'
                               PERFORM CLEAR-EVENT
                               MOVE ASR-TIMESTAMP(1:8) TO SRT-DATE
                               MOVE 2             TO SRT-SEQ
                               MOVE ASR-PERIOD    TO SRT-PERIOD
                               MOVE 'INT/PEN'     TO SRT-EVENT
                               MOVE ASR-INTEREST  TO SRT-AMOUNT-1
                               MOVE ASR-PENALTY   TO SRT-AMOUNT-2
                               PERFORM RELEASE-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSESSFILE
           ELSE
               IF WS-ASSESS-STATUS NOT = '35'
                   DISPLAY 'ASSESSMENT REGISTER NOT READ, STATUS '
                       WS-ASSESS-STATUS
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF.

       SELECT-PAYMENT-EVENTS.
           OPEN INPUT REGISTERFILE
           IF WS-REGISTER-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REGISTERFILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE REG-ACCOUNT-ID TO WS-CHECK-ACCOUNT
                           PERFORM FIND-REQUEST
                           IF WS-FOUND = 'Y'
                               PERFORM CLEAR-EVENT
                               MOVE REG-PAY-DATE TO SRT-DATE
                               MOVE 6            TO SRT-SEQ
                               MOVE REG-PERIOD   TO SRT-PERIOD
                               MOVE 'PAYMENT'    TO SRT-EVENT
                               MOVE REG-AMOUNT   TO SRT-AMOUNT-1
                               PERFORM RELEASE-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTERFILE
           ELSE
               IF WS-REGISTER-STATUS NOT = '35'
                   DISPLAY 'PAYMENT REGISTER NOT READ, STATUS '
                       WS-REGISTER-STATUS
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF.

       SELECT-REFUND-EVENTS.
           OPEN INPUT REFREGFILE
           IF WS-REFREG-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REFREGFILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE RRG-ACCOUNT-ID TO WS-CHECK-ACCOUNT
                           PERFORM FIND-REQUEST
                           IF WS-FOUND = 'Y'
                               PERFORM CLEAR-EVENT
                               MOVE RRG-TIMESTAMP(1:8) TO SRT-DATE
                               MOVE 7            TO SRT-SEQ
                               MOVE ZERO         TO SRT-PERIOD
                               MOVE 'REFUND'     TO SRT-EVENT
                               MOVE RRG-AMOUNT   TO SRT-AMOUNT-1
                               PERFORM RELEASE-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFREGFILE
           ELSE
               IF WS-REFREG-STATUS NOT = '35'
                   DISPLAY 'REFUND REGISTER NOT READ, STATUS '
                       WS-REFREG-STATUS
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF.

       SELECT-ABATEMENT-EVENTS.
           OPEN INPUT ABATEFILE
           IF WS-ABATE-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ABATEFILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE ABR-ACCOUNT-ID TO WS-CHECK-ACCOUNT
                           PERFORM FIND-REQUEST
                           IF WS-FOUND = 'Y'
                               PERFORM CLEAR-EVENT
                               MOVE ABR-TIMESTAMP(1:8) TO SRT-DATE
                               MOVE 8             TO SRT-SEQ
                               MOVE ABR-PERIOD    TO SRT-PERIOD
                               MOVE 'ABATEMENT'   TO SRT-EVENT
                               MOVE ABR-AMOUNT    TO SRT-AMOUNT-1
                               MOVE ABR-COMPONENT TO SRT-TEXT(1:4)
                               MOVE ABR-REASON    TO SRT-TEXT(6:4)
                               PERFORM RELEASE-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABATEFILE
           ELSE
               IF WS-ABATE-STATUS NOT = '35'
                   DISPLAY 'ABATEMENT REGISTER NOT READ, STATUS '
                       WS-ABATE-STATUS
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF.

       CLEAR-EVENT.
           MOVE WS-CHECK-ACCOUNT TO SRT-ACCOUNT-ID
           MOVE ZERO   TO SRT-AMOUNT-1
           MOVE ZERO   TO SRT-AMOUNT-2
           MOVE ZERO   TO SRT-AMOUNT-3
           MOVE SPACES TO SRT-TEXT.

       RELEASE-EVENT.
           RELEASE SRT-REC
           ADD 1 TO WS-EVENT-COUNT.

       PRINT-TRANSCRIPT SECTION.
       PRINT-TRANSCRIPT-START.
           MOVE SPACES TO WS-PREV-ACCOUNT
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORTWORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SRT-ACCOUNT-ID NOT = WS-PREV-ACCOUNT
                           IF WS-PREV-ACCOUNT NOT = SPACES
                               PERFORM PRINT-ACCOUNT-TRAILER
                           END-IF
                           MOVE SRT-ACCOUNT-ID TO WS-PREV-ACCOUNT
                           PERFORM PRINT-ACCOUNT-HEADER
                       END-IF
                       IF SRT-SEQ NOT = 0
                           PERFORM PRINT-EVENT
                       END-IF
               END-RETURN
           END-PERFORM
           IF WS-PREV-ACCOUNT NOT = SPACES
               PERFORM PRINT-ACCOUNT-TRAILER
           END-IF.

       TRANSCRIPT-OUT SECTION.
       PRINT-ACCOUNT-HEADER.
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE ZERO TO WS-PRD-COUNT
           MOVE ZERO TO WS-RUN-BALANCE
           MOVE ZERO TO WS-ACCT-ASSESSED
           MOVE ZERO TO WS-ACCT-INTPEN
           MOVE ZERO TO WS-ACCT-PAID
           MOVE ZERO TO WS-ACCT-REFUND
           MOVE ZERO TO WS-ACCT-ABATED
           MOVE SRT-ACCOUNT-ID TO WS-HL-ACCOUNT
           MOVE WS-RUN-DATE    TO WS-HL-DATE
           MOVE WS-HEAD-LINE TO TRANSCRIPT-REC
           PERFORM WRITE-TRANSCRIPT-REC
           MOVE SRT-ACCOUNT-ID TO ADR-ACCOUNT-ID
           READ ADDRFILE
               INVALID KEY
                   MOVE 'NO ADDRESS ON FILE' TO TRANSCRIPT-REC
                   PERFORM WRITE-TRANSCRIPT-REC
               NOT INVALID KEY
                   MOVE ADR-FULL-NAME TO TRANSCRIPT-REC
                   PERFORM WRITE-TRANSCRIPT-REC
                   MOVE ADR-STREET TO TRANSCRIPT-REC
                   PERFORM WRITE-TRANSCRIPT-REC
                   MOVE ADR-CITY  TO WS-CL-CITY
                   MOVE ADR-STATE TO WS-CL-STATE
                   MOVE ADR-ZIP   TO WS-CL-ZIP
                   MOVE WS-CITY-LINE TO TRANSCRIPT-REC
                   PERFORM WRITE-TRANSCRIPT-REC
           END-READ
           MOVE SRT-ACCOUNT-ID TO MST-ACCOUNT-ID
           READ MASTERFILE
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON BALANCES FILE' TO TRANSCRIPT-REC
                   PERFORM WRITE-TRANSCRIPT-REC
               NOT INVALID KEY
                   MOVE MST-BALANCE TO WS-BL-BALANCE
                   MOVE WS-BALANCE-LINE TO TRANSCRIPT-REC
                   PERFORM WRITE-TRANSCRIPT-REC
           END-READ
           IF WS-EXEMPT-OPEN = 'Y'
               MOVE SRT-ACCOUNT-ID TO EXM-ACCOUNT-ID
               READ EXEMPTFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EXM-TYPE     TO WS-XL-TYPE
                       MOVE EXM-METHOD   TO WS-XL-METHOD
                       MOVE EXM-AMOUNT   TO WS-XL-AMOUNT
                       MOVE EXM-PERCENT  TO WS-XL-PERCENT
                       MOVE EXM-EFF-DATE TO WS-XL-EFF-DATE
                       MOVE EXM-END-DATE TO WS-XL-END-DATE
                       MOVE WS-EXEMPT-LINE TO TRANSCRIPT-REC
                       PERFORM WRITE-TRANSCRIPT-REC
               END-READ
           END-IF
           IF WS-PLAN-OPEN = 'Y'
               MOVE SRT-ACCOUNT-ID TO PLN-ACCOUNT-ID
               READ PLANFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PLN-STATUS         TO WS-PL-STATUS
                       MOVE PLN-START-DATE     TO WS-PL-START
                       MOVE PLN-INSTALL-AMOUNT TO WS-PL-AMOUNT
                       MOVE PLN-PAID-COUNT     TO WS-PL-PAID
                       MOVE PLN-INSTALL-COUNT  TO WS-PL-COUNT
                       MOVE PLN-NEXT-DUE-DATE  TO WS-PL-NEXT-DUE
                       MOVE WS-PLAN-LINE TO TRANSCRIPT-REC
                       PERFORM WRITE-TRANSCRIPT-REC
               END-READ
           END-IF
           MOVE WS-COLUMN-LINE TO TRANSCRIPT-REC
           PERFORM WRITE-TRANSCRIPT-REC.

       PRINT-EVENT.
           MOVE ZERO TO WS-CHANGE
           MOVE 'Y' TO WS-PRINT-EVENT
           IF SRT-SEQ = 1
               PERFORM FIND-PERIOD
               COMPUTE WS-NEW-AMOUNT = SRT-AMOUNT-1 + SRT-AMOUNT-2
               COMPUTE WS-CHANGE =
                   WS-NEW-AMOUNT - WS-PRD-ASSESSED(WS-PRD-IDX)
               MOVE WS-NEW-AMOUNT TO WS-PRD-ASSESSED(WS-PRD-IDX)
               ADD WS-CHANGE TO WS-ACCT-ASSESSED
           END-IF
           IF SRT-SEQ = 2 OR SRT-SEQ = 9
               PERFORM FIND-PERIOD
               COMPUTE WS-NEW-AMOUNT = SRT-AMOUNT-1 + SRT-AMOUNT-2
               COMPUTE WS-CHANGE =
                   WS-NEW-AMOUNT - WS-PRD-INTPEN(WS-PRD-IDX)
               MOVE WS-NEW-AMOUNT TO WS-PRD-INTPEN(WS-PRD-IDX)
               ADD WS-CHANGE TO WS-ACCT-INTPEN
               IF SRT-SEQ = 9 AND WS-CHANGE = ZERO
                   MOVE 'N' TO WS-PRINT-EVENT
               END-IF
           END-IF
           IF SRT-SEQ = 6
               COMPUTE WS-CHANGE = ZERO - SRT-AMOUNT-1
               ADD SRT-AMOUNT-1 TO WS-ACCT-PAID
           END-IF
           IF SRT-SEQ = 7
               MOVE SRT-AMOUNT-1 TO WS-CHANGE
               ADD SRT-AMOUNT-1 TO WS-ACCT-REFUND
           END-IF
           IF SRT-SEQ = 8
               COMPUTE WS-CHANGE = ZERO - SRT-AMOUNT-1
               ADD SRT-AMOUNT-1 TO WS-ACCT-ABATED
               IF SRT-TEXT(1:4) = 'INT ' OR SRT-TEXT(1:4) = 'PEN '
                   PERFORM FIND-PERIOD
                   SUBTRACT SRT-AMOUNT-1
                       FROM WS-PRD-INTPEN(WS-PRD-IDX)
               END-IF
           END-IF
           ADD WS-CHANGE TO WS-RUN-BALANCE
           IF WS-PRINT-EVENT = 'Y'
               MOVE SRT-DATE       TO WS-DL-DATE
               MOVE SRT-PERIOD     TO WS-DL-PERIOD
               MOVE SRT-EVENT      TO WS-DL-EVENT
               MOVE SRT-AMOUNT-1   TO WS-DL-AMOUNT-1
               MOVE SRT-AMOUNT-2   TO WS-DL-AMOUNT-2
               MOVE SRT-AMOUNT-3   TO WS-DL-AMOUNT-3
               MOVE WS-RUN-BALANCE TO WS-DL-BALANCE
               MOVE SRT-TEXT       TO WS-DL-TEXT
               MOVE WS-DETAIL-LINE TO TRANSCRIPT-REC
               PERFORM WRITE-TRANSCRIPT-REC
           END-IF.

       FIND-PERIOD.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > WS-PRD-COUNT
                   OR WS-FOUND = 'Y'
               IF WS-PRD-PERIOD(WS-PRD-IDX) = SRT-PERIOD
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               SUBTRACT 1 FROM WS-PRD-IDX
           ELSE
               IF WS-PRD-COUNT >= 200
                   DISPLAY 'TRANSCRIPT PERIOD TABLE FULL FOR '
                       SRT-ACCOUNT-ID
                   STOP RUN
               END-IF
               ADD 1 TO WS-PRD-COUNT
               MOVE WS-PRD-COUNT TO WS-PRD-IDX
               MOVE SRT-PERIOD TO WS-PRD-PERIOD(WS-PRD-IDX)
               MOVE ZERO TO WS-PRD-ASSESSED(WS-PRD-IDX)
               MOVE ZERO TO WS-PRD-INTPEN(WS-PRD-IDX)
           END-IF.

       PRINT-ACCOUNT-TRAILER.
           MOVE 'TOTAL ASSESSED'         TO WS-TL-LABEL
           MOVE WS-ACCT-ASSESSED         TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO TRANSCRIPT-REC
           PERFORM WRITE-TRANSCRIPT-REC
           MOVE 'TOTAL INTEREST/PENALTY' TO WS-TL-LABEL
           MOVE WS-ACCT-INTPEN           TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO TRANSCRIPT-REC
           PERFORM WRITE-TRANSCRIPT-REC
           MOVE 'TOTAL PAID'             TO WS-TL-LABEL
           MOVE WS-ACCT-PAID             TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO TRANSCRIPT-REC
           PERFORM WRITE-TRANSCRIPT-REC
           MOVE 'TOTAL REFUNDED'         TO WS-TL-LABEL
           MOVE WS-ACCT-REFUND           TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO TRANSCRIPT-REC
           PERFORM WRITE-TRANSCRIPT-REC
           MOVE 'TOTAL ABATED'           TO WS-TL-LABEL
           MOVE WS-ACCT-ABATED           TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO TRANSCRIPT-REC
           PERFORM WRITE-TRANSCRIPT-REC
           MOVE 'TRANSCRIPT BALANCE'     TO WS-TL-LABEL
           MOVE WS-RUN-BALANCE           TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO TRANSCRIPT-REC
           PERFORM WRITE-TRANSCRIPT-REC
           MOVE ZERO TO WS-ACCT-ITEM-DUE
           MOVE 'N' TO WS-SCAN-DONE
           MOVE WS-PREV-ACCOUNT TO ITM-ACCOUNT-ID
           MOVE ZERO            TO ITM-PERIOD
           START ITEMFILE KEY IS NOT LESS THAN ITM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ ITEMFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF ITM-ACCOUNT-ID NOT = WS-PREV-ACCOUNT
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           PERFORM PRINT-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'OPEN ITEMS BALANCE DUE' TO WS-TL-LABEL
           MOVE WS-ACCT-ITEM-DUE         TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO TRANSCRIPT-REC
           PERFORM WRITE-TRANSCRIPT-REC
           MOVE ALL '-' TO TRANSCRIPT-REC
           PERFORM WRITE-TRANSCRIPT-REC.

       PRINT-OPEN-ITEM.
           MOVE ZERO        TO WS-DL-DATE
           MOVE ITM-PERIOD  TO WS-DL-PERIOD
           MOVE 'OPEN ITEM' TO WS-DL-EVENT
           COMPUTE WS-DL-AMOUNT-1 =
               ITM-ASSESSED-TAX + ITM-ASSESSED-STATE
           COMPUTE WS-DL-AMOUNT-2 = ITM-INTEREST + ITM-PENALTY
           MOVE ITM-PAID        TO WS-DL-AMOUNT-3
           MOVE ITM-BALANCE-DUE TO WS-DL-BALANCE
           MOVE 'DUE NOW'       TO WS-DL-TEXT
           MOVE WS-DETAIL-LINE TO TRANSCRIPT-REC
           PERFORM WRITE-TRANSCRIPT-REC
           ADD ITM-BALANCE-DUE TO WS-ACCT-ITEM-DUE.

       WRITE-TRANSCRIPT-REC.
           WRITE TRANSCRIPT-REC
           IF WS-TRANSCRIPT-STATUS NOT = '00'
               DISPLAY 'TRANSCRIPT REPORT WRITE FAILED, STATUS '
                   WS-TRANSCRIPT-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-LINE-COUNT.
