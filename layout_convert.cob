       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAYCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDITEMFILE ASSIGN TO 'open_items.old'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-ITM-KEY
               FILE STATUS IS WS-OLD-ITEM-STATUS.
           SELECT ITEMFILE ASSIGN TO 'open_items.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-KEY
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT OLDADDRFILE ASSIGN TO 'taxpayer_master.old'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-ADR-ACCOUNT-ID
               FILE STATUS IS WS-OLD-ADDR-STATUS.
           SELECT ADDRFILE ASSIGN TO 'taxpayer_master.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-ACCOUNT-ID
               FILE STATUS IS WS-ADDR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLDITEMFILE.
       01  OLD-ITM-REC.
           05  OLD-ITM-KEY.
               10  OLD-ITM-ACCOUNT-ID PIC X(10).
               10  OLD-ITM-PERIOD     PIC 9(8).
           05  OLD-ITM-NAME           PIC X(20).
           05  OLD-ITM-ASSESSED-TAX   PIC 9(9)V99.
           05  OLD-ITM-ASSESSED-STATE PIC 9(9)V99.
           05  OLD-ITM-INTEREST       PIC 9(9)V99.
           05  OLD-ITM-PENALTY        PIC 9(9)V99.
           05  OLD-ITM-PAID           PIC 9(9)V99.
           05  OLD-ITM-BALANCE-DUE    PIC 9(9)V99.
           05  OLD-ITM-CREDIT         PIC 9(9)V99.
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
       FD  OLDADDRFILE.
       01  OLD-ADR-REC.
           05  OLD-ADR-ACCOUNT-ID PIC X(10).
           05  OLD-ADR-FULL-NAME  PIC X(40).
           05  OLD-ADR-STREET     PIC X(40).
           05  OLD-ADR-CITY       PIC X(25).
           05  OLD-ADR-STATE      PIC X(2).
           05  OLD-ADR-ZIP        PIC X(10).
       FD  ADDRFILE.
       01  ADR-REC.
           05  ADR-ACCOUNT-ID PIC X(10).
           05  ADR-FULL-NAME  PIC X(40).
           05  ADR-STREET     PIC X(40).
           05  ADR-CITY       PIC X(25).
           05  ADR-STATE      PIC X(2).
           05  ADR-ZIP        PIC X(10).
           05  ADR-MAIL-STATUS PIC X(1).
           05  ADR-RETURN-DATE PIC 9(8).
       WORKING-STORAGE SECTION.
       01  WS-OLD-ITEM-STATUS PIC XX.
       01  WS-ITEM-STATUS     PIC XX.
       01  WS-OLD-ADDR-STATUS PIC XX.
       01  WS-ADDR-STATUS     PIC XX.
       01  WS-EOF             PIC X VALUE 'N'.
       01  WS-DIST-LEFT       PIC 9(9)V99.
       01  WS-DIST-NEED       PIC 9(9)V99.
       01  WS-DIST-SHARE      PIC 9(9)V99.
       01  WS-ITEM-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-ADDR-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-UNSPREAD-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-SUM-PAID        PIC 9(11)V99 VALUE ZERO.
       01  WS-SUM-UNSPREAD    PIC 9(11)V99 VALUE ZERO.
       PROCEDURE DIVISION.
       BEGIN.
           PERFORM CONVERT-ITEMS
           PERFORM CONVERT-ADDRESSES
           DISPLAY 'OPEN ITEMS CONVERTED    ' WS-ITEM-COUNT
           DISPLAY 'PAID AMOUNT SEEDED      ' WS-SUM-PAID
           DISPLAY 'ITEMS PAID OVER OWED    ' WS-UNSPREAD-COUNT
           DISPLAY 'PAID NOT SPREAD         ' WS-SUM-UNSPREAD
           DISPLAY 'TAXPAYERS CONVERTED     ' WS-ADDR-COUNT
           STOP RUN.

       CONVERT-ITEMS.
           OPEN INPUT OLDITEMFILE
           IF WS-OLD-ITEM-STATUS = '35'
               DISPLAY 'NO OPEN ITEMS TO CONVERT'
           ELSE
               IF WS-OLD-ITEM-STATUS NOT = '00'
                   DISPLAY 'OLD OPEN ITEMS FILE UNAVAILABLE, STATUS '
                       WS-OLD-ITEM-STATUS
                   STOP RUN
               END-IF
               OPEN INPUT ITEMFILE
               IF WS-ITEM-STATUS NOT = '35'
                   IF WS-ITEM-STATUS = '00'
                       CLOSE ITEMFILE
                   END-IF
                   DISPLAY 'OPEN ITEMS FILE ALREADY PRESENT, STATUS '
                       WS-ITEM-STATUS
                   CLOSE OLDITEMFILE
                   STOP RUN
               END-IF
               OPEN OUTPUT ITEMFILE
               IF WS-ITEM-STATUS NOT = '00'
                   DISPLAY 'OPEN ITEMS FILE UNAVAILABLE, STATUS '
                       WS-ITEM-STATUS
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OLDITEMFILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CONVERT-ONE-ITEM
                   END-READ
               END-PERFORM
               CLOSE OLDITEMFILE ITEMFILE
           END-IF.

       CONVERT-ONE-ITEM.
           MOVE OLD-ITM-ACCOUNT-ID     TO ITM-ACCOUNT-ID
           MOVE OLD-ITM-PERIOD         TO ITM-PERIOD
           MOVE OLD-ITM-NAME           TO ITM-NAME
           MOVE OLD-ITM-ASSESSED-TAX   TO ITM-ASSESSED-TAX
           MOVE OLD-ITM-ASSESSED-STATE TO ITM-ASSESSED-STATE
           MOVE OLD-ITM-INTEREST       TO ITM-INTEREST
           MOVE OLD-ITM-PENALTY        TO ITM-PENALTY
           MOVE OLD-ITM-PAID           TO ITM-PAID
           MOVE OLD-ITM-BALANCE-DUE    TO ITM-BALANCE-DUE
           MOVE OLD-ITM-CREDIT         TO ITM-CREDIT
           MOVE ZERO TO ITM-ABATED-TAX
           MOVE ZERO TO ITM-ABATED-STATE
           MOVE ZERO TO ITM-ABATED-INTEREST
           MOVE ZERO TO ITM-ABATED-PENALTY
           PERFORM SEED-PAID
           WRITE ITM-REC
           IF WS-ITEM-STATUS NOT = '00'
               DISPLAY 'OPEN ITEMS WRITE FAILED, STATUS '
                   WS-ITEM-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           ADD ITM-PAID TO WS-SUM-PAID.

       SEED-PAID.
           MOVE ITM-PAID TO WS-DIST-LEFT
           MOVE ZERO TO ITM-PAID-TAX
           MOVE ZERO TO ITM-PAID-STATE
           MOVE ZERO TO ITM-PAID-INTEREST
           MOVE ZERO TO ITM-PAID-PENALTY
           MOVE ITM-ASSESSED-TAX TO WS-DIST-NEED
           PERFORM SEED-SHARE
           MOVE WS-DIST-SHARE TO ITM-PAID-TAX
           MOVE ITM-ASSESSED-STATE TO WS-DIST-NEED
           PERFORM SEED-SHARE
           MOVE WS-DIST-SHARE TO ITM-PAID-STATE
           MOVE ITM-INTEREST TO WS-DIST-NEED
           PERFORM SEED-SHARE
           MOVE WS-DIST-SHARE TO ITM-PAID-INTEREST
           MOVE ITM-PENALTY TO WS-DIST-NEED
           PERFORM SEED-SHARE
           MOVE WS-DIST-SHARE TO ITM-PAID-PENALTY
           IF WS-DIST-LEFT > ZERO
               ADD 1 TO WS-UNSPREAD-COUNT
               ADD WS-DIST-LEFT TO WS-SUM-UNSPREAD
           END-IF.

       SEED-SHARE.
           IF WS-DIST-LEFT < WS-DIST-NEED
               MOVE WS-DIST-LEFT TO WS-DIST-SHARE
           ELSE
               MOVE WS-DIST-NEED TO WS-DIST-SHARE
           END-IF
           SUBTRACT WS-DIST-SHARE FROM WS-DIST-LEFT.

       CONVERT-ADDRESSES.
           OPEN INPUT OLDADDRFILE
           IF WS-OLD-ADDR-STATUS = '35'
               DISPLAY 'NO TAXPAYER MASTER TO CONVERT'
           ELSE
               IF WS-OLD-ADDR-STATUS NOT = '00'
                   DISPLAY 'OLD TAXPAYER MASTER UNAVAILABLE, STATUS '
                       WS-OLD-ADDR-STATUS
                   STOP RUN
               END-IF
               OPEN INPUT ADDRFILE
               IF WS-ADDR-STATUS NOT = '35'
                   IF WS-ADDR-STATUS = '00'
                       CLOSE ADDRFILE
                   END-IF
                   DISPLAY 'TAXPAYER MASTER ALREADY PRESENT, STATUS '
                       WS-ADDR-STATUS
                   CLOSE OLDADDRFILE
                   STOP RUN
               END-IF
               OPEN OUTPUT ADDRFILE
               IF WS-ADDR-STATUS NOT = '00'
                   DISPLAY 'TAXPAYER MASTER UNAVAILABLE, STATUS '
                       WS-ADDR-STATUS
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OLDADDRFILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CONVERT-ONE-ADDRESS
                   END-READ
               END-PERFORM
               CLOSE OLDADDRFILE ADDRFILE
           END-IF.

       CONVERT-ONE-ADDRESS.
           MOVE OLD-ADR-ACCOUNT-ID TO ADR-ACCOUNT-ID
           MOVE OLD-ADR-FULL-NAME  TO ADR-FULL-NAME
           MOVE OLD-ADR-STREET     TO ADR-STREET
           MOVE OLD-ADR-CITY       TO ADR-CITY
           MOVE OLD-ADR-STATE      TO ADR-STATE
           MOVE OLD-ADR-ZIP        TO ADR-ZIP
           MOVE SPACE              TO ADR-MAIL-STATUS
           MOVE ZERO               TO ADR-RETURN-DATE
           WRITE ADR-REC
           IF WS-ADDR-STATUS NOT = '00'
               DISPLAY 'TAXPAYER MASTER WRITE FAILED, STATUS '
                   WS-ADDR-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-ADDR-COUNT.
