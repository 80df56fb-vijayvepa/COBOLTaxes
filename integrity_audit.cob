               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REGISTERFILE ASSIGN TO 'payment_register.txt'
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT REFREGFILE ASSIGN TO 'refund_register.txt'
               FILE STATUS IS WS-REFREG-STATUS.
           SELECT SORTWORK ASSIGN TO 'fileaudt.srt'.
           SELECT XREFFILE ASSIGN TO 'account_xref.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-ABSORBED-ID
               FILE STATUS IS WS-XREF-STATUS.
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
           SELECT NHISTFILE ASSIGN TO 'notice_history.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTC-KEY
               FILE STATUS IS WS-NHIST-STATUS.
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
           SELECT AUDITRPTFILE ASSIGN TO 'integrity_audit.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITRPT-STATUS.
           05  ADR-CITY       PIC X(25).
           05  ADR-STATE      PIC X(2).
           05  ADR-ZIP        PIC X(10).
           05  ADR-MAIL-STATUS PIC X(1).
           05  ADR-RETURN-DATE PIC 9(8).
       FD  ITEMFILE.
       01  ITM-REC.
           05  ITM-KEY.
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
       FD  HISTORYFILE.
       01  HIST-REC.
           05  HIST-ACCOUNT-ID    PIC X(10).
           05  REG-PAY-DATE    PIC 9(8).
           05  REG-AMOUNT      PIC 9(9)V99.
           05  REG-NEW-DUE     PIC 9(9)V99.
       FD  REFREGFILE.
       01  REFREG-REC.
           05  RRG-TIMESTAMP      PIC X(14).
           05  RRG-ACCOUNT-ID     PIC X(10).
           05  RRG-NAME           PIC X(20).
           05  RRG-AMOUNT         PIC 9(9)V99.
       SD  SORTWORK.
       01  SORT-REC.
           05  SORT-ACCOUNT-ID    PIC X(10).
           05  SORT-PERIOD        PIC 9(8).
           05  SORT-TYPE          PIC X(1).
           05  SORT-AMOUNT        PIC 9(9)V99.
       FD  XREFFILE.
       01  XRF-REC.
           05  XRF-ABSORBED-ID    PIC X(10).
           05  XRF-SURVIVOR-ID    PIC X(10).
           05  XRF-MERGE-DATE     PIC 9(8).
           05  XRF-OPERATOR       PIC X(20).
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
           05  EXM-ACCOUNT-ID PIC X(10).
           05  EXM-TYPE       PIC X(4).
           05  EXM-METHOD     PIC X(1).
           05  EXM-AMOUNT     PIC 9(9)V99.
           05  EXM-PERCENT    PIC 9V999.
           05  EXM-EFF-DATE   PIC 9(8).
           05  EXM-END-DATE   PIC 9(8).
       FD  NHISTFILE.
       01  NTC-REC.
           05  NTC-KEY.
               10  NTC-ACCOUNT-ID PIC X(10).
               10  NTC-PERIOD     PIC 9(8).
           05  NTC-LEVEL          PIC 9(1).
           05  NTC-SENT-DATE      PIC 9(8).
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
       FD  AUDITRPTFILE.
       01  AUDITRPT-REC       PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-ITEM-STATUS     PIC XX.
       01  WS-HISTORY-STATUS  PIC XX.
       01  WS-REGISTER-STATUS PIC XX.
       01  WS-REFREG-STATUS   PIC XX.
       01  WS-AUDITRPT-STATUS PIC XX.
       01  WS-XREF-STATUS     PIC XX.
       01  WS-PLAN-STATUS     PIC XX.
       01  WS-EXEMPT-STATUS   PIC XX.
       01  WS-NHIST-STATUS    PIC XX.
       01  WS-HOLD-STATUS     PIC XX.
       01  WS-REFER-STATUS    PIC XX.
       01  WS-PLANS-ON-FILE   PIC X VALUE 'N'.
       01  WS-EXEMPTS-ON-FILE PIC X VALUE 'N'.
       01  WS-NOTICES-ON-FILE PIC X VALUE 'N'.
       01  WS-HOLDS-ON-FILE   PIC X VALUE 'N'.
       01  WS-REFERS-ON-FILE  PIC X VALUE 'N'.
       01  WS-RUN-DATE        PIC 9(8).
       01  WS-ENV-DATE        PIC X(8).
       01  WS-EOF             PIC X VALUE 'N'.
       01  WS-FOUND           PIC X VALUE 'N'.
       01  WS-SORT-EOF        PIC X VALUE 'N'.
       01  WS-PREV-ACCOUNT    PIC X(10).
       01  WS-PEND-VALID      PIC X VALUE 'N'.
       01  WS-PEND-PERIOD     PIC 9(8).
       01  WS-PEND-AMOUNT     PIC 9(11)V99.
       01  WS-XRF-IDX         PIC 9(4).
       01  WS-XRF-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-XRF-TABLE.
           05  WS-XRF OCCURS 500 TIMES.
               10  WS-XRF-ABSORBED    PIC X(10).
               10  WS-XRF-SURVIVOR    PIC X(10).
       01  WS-MAP-ACCOUNT     PIC X(10).
       01  WS-CHECK-ACCOUNT   PIC X(10).
       01  WS-SCAN-DONE       PIC X VALUE 'N'.
       01  WS-ACCT-TALLY      PIC 9(11)V99.
       01  WS-ACCT-REFUND     PIC 9(11)V99.
       01  WS-MASTER-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-HIST-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-REG-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-REFUND-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-ERROR-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-WARN-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-HEAD-LINE.
           05  WS-TL-LABEL    PIC X(24).
           05  WS-TL-VALUE    PIC Z(8)9.
       PROCEDURE DIVISION.
       MAIN SECTION.
       BEGIN.
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT 'TAXCALC-RUN-DATE'
           IF WS-ENV-DATE IS NUMERIC AND WS-ENV-DATE NOT = SPACES
           MOVE WS-RUN-DATE TO WS-HL-DATE
           MOVE WS-HEAD-LINE TO AUDITRPT-REC
           PERFORM WRITE-AUDITRPT-REC
           PERFORM LOAD-XREF
           PERFORM CHECK-OPEN-ITEMS
           PERFORM CHECK-BALANCES
           PERFORM CHECK-HISTORY
           PERFORM CHECK-REGISTER
           IF WS-XRF-COUNT > ZERO
               PERFORM CHECK-MERGED-ACCOUNTS
           END-IF
           MOVE 'OPEN ITEMS READ'      TO WS-TL-LABEL
           MOVE WS-ITEM-COUNT          TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO AUDITRPT-REC
           MOVE WS-REG-COUNT           TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO AUDITRPT-REC
           PERFORM WRITE-AUDITRPT-REC
           MOVE 'REFUND RECORDS READ'  TO WS-TL-LABEL
           MOVE WS-REFUND-COUNT        TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO AUDITRPT-REC
           PERFORM WRITE-AUDITRPT-REC
           MOVE 'MERGED ACCOUNTS CHECKED' TO WS-TL-LABEL
           MOVE WS-XRF-COUNT           TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO AUDITRPT-REC
           PERFORM WRITE-AUDITRPT-REC
           MOVE 'ERRORS'               TO WS-TL-LABEL
           MOVE WS-ERROR-COUNT         TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO AUDITRPT-REC
                               MOVE HIST-TAX TO WS-DL-AMOUNT
                               PERFORM WRITE-EXCEPTION
                           END-IF
                           MOVE HIST-ACCOUNT-ID TO WS-MAP-ACCOUNT
                           PERFORM MAP-MERGED-ACCOUNT
                           IF WS-MAP-ACCOUNT NOT = HIST-ACCOUNT-ID
                               MOVE 'E' TO WS-DL-SEVERITY
                               MOVE HIST-ACCOUNT-ID TO WS-DL-ACCOUNT
                               MOVE HIST-PERIOD     TO WS-DL-PERIOD
                               MOVE 'HISTORY ON MERGED ACCOUNT'
                                   TO WS-DL-MESSAGE
                               MOVE HIST-TAX TO WS-DL-AMOUNT
                               PERFORM WRITE-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORYFILE
               DISPLAY 'PAYMENT REGISTER NOT CHECKED, STATUS '
                   WS-REGISTER-STATUS
           ELSE
               SORT SORTWORK
                   ON ASCENDING KEY SORT-ACCOUNT-ID SORT-PERIOD
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS SELECT-REGISTER
                   OUTPUT PROCEDURE IS CHECK-TALLIES
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-XREF.
           OPEN INPUT XREFFILE
           IF WS-XREF-STATUS = '00'
               MOVE LOW-VALUES TO XRF-ABSORBED-ID
               START XREFFILE KEY IS NOT LESS THAN XRF-ABSORBED-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ XREFFILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-XRF-COUNT >= 500
                               DISPLAY 'XREF TABLE FULL'
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-XRF-COUNT
                           MOVE XRF-ABSORBED-ID
                               TO WS-XRF-ABSORBED(WS-XRF-COUNT)
                           MOVE XRF-SURVIVOR-ID
                               TO WS-XRF-SURVIVOR(WS-XRF-COUNT)
                   END-READ
               END-PERFORM
               CLOSE XREFFILE
           ELSE
               IF WS-XREF-STATUS NOT = '35'
                   DISPLAY 'ACCOUNT XREF NOT CHECKED, STATUS '
                       WS-XREF-STATUS
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF.

       MAP-MERGED-ACCOUNT.
           PERFORM VARYING WS-XRF-IDX FROM 1 BY 1
                   UNTIL WS-XRF-IDX > WS-XRF-COUNT
               IF WS-XRF-ABSORBED(WS-XRF-IDX) = WS-MAP-ACCOUNT
                   MOVE WS-XRF-SURVIVOR(WS-XRF-IDX) TO WS-MAP-ACCOUNT
                   MOVE WS-XRF-COUNT TO WS-XRF-IDX
               END-IF
           END-PERFORM.

       CHECK-MERGED-ACCOUNTS.
           OPEN INPUT PLANFILE
           IF WS-PLAN-STATUS = '00'
               MOVE 'Y' TO WS-PLANS-ON-FILE
           END-IF
           OPEN INPUT EXEMPTFILE
           IF WS-EXEMPT-STATUS = '00'
               MOVE 'Y' TO WS-EXEMPTS-ON-FILE
           END-IF
           OPEN INPUT NHISTFILE
           IF WS-NHIST-STATUS = '00'
               MOVE 'Y' TO WS-NOTICES-ON-FILE
           END-IF
           OPEN INPUT HOLDFILE
           IF WS-HOLD-STATUS = '00'
               MOVE 'Y' TO WS-HOLDS-ON-FILE
           END-IF
           OPEN INPUT REFERFILE
           IF WS-REFER-STATUS = '00'
               MOVE 'Y' TO WS-REFERS-ON-FILE
           END-IF
           PERFORM VARYING WS-XRF-IDX FROM 1 BY 1
                   UNTIL WS-XRF-IDX > WS-XRF-COUNT
               MOVE WS-XRF-ABSORBED(WS-XRF-IDX) TO WS-CHECK-ACCOUNT
               PERFORM CHECK-ONE-MERGE
           END-PERFORM
           IF WS-PLANS-ON-FILE = 'Y'
               CLOSE PLANFILE
           END-IF
           IF WS-EXEMPTS-ON-FILE = 'Y'
               CLOSE EXEMPTFILE
           END-IF
           IF WS-NOTICES-ON-FILE = 'Y'
               CLOSE NHISTFILE
           END-IF
           IF WS-HOLDS-ON-FILE = 'Y'
               CLOSE HOLDFILE
           END-IF
           IF WS-REFERS-ON-FILE = 'Y'
               CLOSE REFERFILE
           END-IF.

       CHECK-ONE-MERGE.
           MOVE 'E' TO WS-DL-SEVERITY
           MOVE WS-CHECK-ACCOUNT TO WS-DL-ACCOUNT
           MOVE ZERO TO WS-DL-PERIOD
           MOVE ZERO TO WS-DL-AMOUNT
           MOVE WS-XRF-SURVIVOR(WS-XRF-IDX) TO MST-ACCOUNT-ID
           READ MASTERFILE
               INVALID KEY
                   MOVE 'MERGE SURVIVOR NOT ON MASTER'
                       TO WS-DL-MESSAGE
                   PERFORM WRITE-EXCEPTION
           END-READ
           MOVE WS-CHECK-ACCOUNT TO MST-ACCOUNT-ID
           READ MASTERFILE
               NOT INVALID KEY
                   MOVE 'MERGED ACCOUNT ON BALANCES'
                       TO WS-DL-MESSAGE
                   MOVE MST-BALANCE TO WS-DL-AMOUNT
                   PERFORM WRITE-EXCEPTION
                   MOVE ZERO TO WS-DL-AMOUNT
           END-READ
           MOVE WS-CHECK-ACCOUNT TO ADR-ACCOUNT-ID
           READ ADDRFILE
               NOT INVALID KEY
                   MOVE 'MERGED ACCOUNT ON TAXPAYER MAST'
                       TO WS-DL-MESSAGE
                   PERFORM WRITE-EXCEPTION
           END-READ
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
                           MOVE ITM-PERIOD TO WS-DL-PERIOD
                           MOVE 'MERGED ACCOUNT HAS OPEN ITEM'
                               TO WS-DL-MESSAGE
                           MOVE ITM-BALANCE-DUE TO WS-DL-AMOUNT
                           PERFORM WRITE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-DL-PERIOD
           MOVE ZERO TO WS-DL-AMOUNT
           IF WS-PLANS-ON-FILE = 'Y'
               MOVE WS-CHECK-ACCOUNT TO PLN-ACCOUNT-ID
               READ PLANFILE
                   NOT INVALID KEY
                       MOVE 'MERGED ACCOUNT HAS PAYMENT PLAN'
                           TO WS-DL-MESSAGE
                       PERFORM WRITE-EXCEPTION
               END-READ
           END-IF
           IF WS-EXEMPTS-ON-FILE = 'Y'
               MOVE WS-CHECK-ACCOUNT TO EXM-ACCOUNT-ID
               READ EXEMPTFILE
                   NOT INVALID KEY
                       MOVE 'MERGED ACCOUNT HAS EXEMPTION'
                           TO WS-DL-MESSAGE
                       PERFORM WRITE-EXCEPTION
               END-READ
           END-IF
           IF WS-NOTICES-ON-FILE = 'Y'
               PERFORM CHECK-MERGED-NOTICES
           END-IF
           IF WS-HOLDS-ON-FILE = 'Y'
               PERFORM CHECK-MERGED-HOLDS
           END-IF
           IF WS-REFERS-ON-FILE = 'Y'
               PERFORM CHECK-MERGED-REFERRALS
           END-IF.

       CHECK-MERGED-NOTICES.
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
                           MOVE NTC-PERIOD TO WS-DL-PERIOD
                           MOVE 'MERGED ACCOUNT HAS NOTICE'
                               TO WS-DL-MESSAGE
                           PERFORM WRITE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-MERGED-HOLDS.
           MOVE 'N' TO WS-SCAN-DONE
           MOVE WS-CHECK-ACCOUNT TO HLD-ACCOUNT-ID
           MOVE ZERO             TO HLD-PERIOD
           START HOLDFILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ HOLDFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF HLD-ACCOUNT-ID NOT = WS-CHECK-ACCOUNT
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           MOVE HLD-PERIOD TO WS-DL-PERIOD
                           MOVE 'MERGED ACCOUNT HAS HOLD'
                               TO WS-DL-MESSAGE
                           PERFORM WRITE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-MERGED-REFERRALS.
           MOVE 'N' TO WS-SCAN-DONE
           MOVE WS-CHECK-ACCOUNT TO REF-ACCOUNT-ID
           MOVE ZERO             TO REF-PERIOD
           START REFERFILE KEY IS NOT LESS THAN REF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ REFERFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF REF-ACCOUNT-ID NOT = WS-CHECK-ACCOUNT
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           MOVE REF-PERIOD TO WS-DL-PERIOD
                           MOVE 'MERGED ACCOUNT HAS REFERRAL'
                               TO WS-DL-MESSAGE
                           MOVE REF-PLACED-AMOUNT TO WS-DL-AMOUNT
                           PERFORM WRITE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-EXCEPTION.
           IF WS-DL-SEVERITY = 'E'
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               ADD 1 TO WS-WARN-COUNT
           END-IF
           MOVE WS-DETAIL-LINE TO AUDITRPT-REC
           PERFORM WRITE-AUDITRPT-REC.

       WRITE-AUDITRPT-REC.
           WRITE AUDITRPT-REC
           IF WS-AUDITRPT-STATUS NOT = '00'
               DISPLAY 'AUDIT REPORT WRITE FAILED, STATUS '
                   WS-AUDITRPT-STATUS
               STOP RUN
           END-IF.

       SELECT-REGISTER SECTION.
       SELECT-REGISTER-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ REGISTERFILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REG-COUNT
                       PERFORM TALLY-REGISTER
               END-READ
           END-PERFORM
           CLOSE REGISTERFILE
           MOVE 'N' TO WS-EOF
           PERFORM LOAD-REFUNDS.

       REGISTER-SELECTION SECTION.
       TALLY-REGISTER.
           MOVE REG-ACCOUNT-ID TO WS-MAP-ACCOUNT
           PERFORM MAP-MERGED-ACCOUNT
           MOVE WS-MAP-ACCOUNT TO SORT-ACCOUNT-ID
           MOVE REG-PERIOD     TO SORT-PERIOD
           MOVE 'P'            TO SORT-TYPE
           MOVE REG-AMOUNT     TO SORT-AMOUNT
           RELEASE SORT-REC.

       LOAD-REFUNDS.
           OPEN INPUT REFREGFILE
           IF WS-REFREG-STATUS NOT = '35'
               IF WS-REFREG-STATUS NOT = '00'
                   DISPLAY 'REFUND REGISTER NOT CHECKED, STATUS '
                       WS-REFREG-STATUS
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ REFREGFILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-REFUND-COUNT
                               PERFORM TALLY-REFUND
                       END-READ
                   END-PERFORM
                   CLOSE REFREGFILE
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF.

       TALLY-REFUND.
           MOVE RRG-ACCOUNT-ID TO WS-MAP-ACCOUNT
           PERFORM MAP-MERGED-ACCOUNT
           MOVE WS-MAP-ACCOUNT TO SORT-ACCOUNT-ID
           MOVE ZERO           TO SORT-PERIOD
           MOVE 'R'            TO SORT-TYPE
           MOVE RRG-AMOUNT     TO SORT-AMOUNT
           RELEASE SORT-REC.

       CHECK-TALLIES SECTION.
       CHECK-TALLIES-START.
           MOVE SPACES TO WS-PREV-ACCOUNT
           MOVE 'N' TO WS-PEND-VALID
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORTWORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SORT-ACCOUNT-ID NOT = WS-PREV-ACCOUNT
                           IF WS-PREV-ACCOUNT NOT = SPACES
                               PERFORM COMMIT-PENDING-TALLY
                               PERFORM CHECK-ONE-ACCOUNT
                           END-IF
                           MOVE SORT-ACCOUNT-ID TO WS-PREV-ACCOUNT
                           MOVE ZERO TO WS-ACCT-TALLY
                           MOVE ZERO TO WS-ACCT-REFUND
                       END-IF
                       IF SORT-TYPE = 'R'
                           ADD SORT-AMOUNT TO WS-ACCT-REFUND
                       ELSE
                           IF WS-PEND-VALID = 'Y'
                              AND SORT-PERIOD NOT = WS-PEND-PERIOD
                               PERFORM COMMIT-PENDING-TALLY
                           END-IF
                           IF WS-PEND-VALID = 'N'
                               MOVE 'Y' TO WS-PEND-VALID
                               MOVE SORT-PERIOD TO WS-PEND-PERIOD
                               MOVE ZERO TO WS-PEND-AMOUNT
                           END-IF
                           ADD SORT-AMOUNT TO WS-PEND-AMOUNT
                           ADD SORT-AMOUNT TO WS-ACCT-TALLY
                       END-IF
               END-RETURN
           END-PERFORM
           IF WS-PREV-ACCOUNT NOT = SPACES
               PERFORM COMMIT-PENDING-TALLY
               PERFORM CHECK-ONE-ACCOUNT
           END-IF.

       TALLY-CHECK SECTION.
       COMMIT-PENDING-TALLY.
           IF WS-PEND-VALID = 'Y'
               PERFORM CHECK-ONE-TALLY
               MOVE 'N' TO WS-PEND-VALID
           END-IF.

       CHECK-ONE-TALLY.
           MOVE 'N' TO WS-FOUND
           MOVE WS-PREV-ACCOUNT TO ITM-ACCOUNT-ID
           MOVE WS-PEND-PERIOD  TO ITM-PERIOD
           READ ITEMFILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FOUND = 'N'
               MOVE 'E' TO WS-DL-SEVERITY
               MOVE WS-PREV-ACCOUNT TO WS-DL-ACCOUNT
               MOVE WS-PEND-PERIOD  TO WS-DL-PERIOD
               MOVE 'REGISTER PAYMENT HAS NO ITEM'
                   TO WS-DL-MESSAGE
               MOVE WS-PEND-AMOUNT TO WS-DL-AMOUNT
               PERFORM WRITE-EXCEPTION
           END-IF.

       CHECK-ONE-ACCOUNT.
           MOVE WS-PREV-ACCOUNT TO WS-CHECK-ACCOUNT
           MOVE ZERO TO WS-ACCT-PAID
           MOVE 'N' TO WS-SCAN-DONE
           MOVE WS-CHECK-ACCOUNT TO ITM-ACCOUNT-ID
               MOVE WS-ACCT-TALLY TO WS-DL-AMOUNT
               PERFORM WRITE-EXCEPTION
           END-IF.
