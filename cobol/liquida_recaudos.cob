       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDA-RECAUDOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLER-FILE
               ASSIGN TO DYNAMIC WS-BILLER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BILLER-STATUS.
           SELECT BILLCOLL-FILE
               ASSIGN TO DYNAMIC WS-BILLCOLL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BILLCOLL-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO DYNAMIC WS-BUSDATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JSEAL-FILE
               ASSIGN TO DYNAMIC WS-JSEAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JSEAL-STATUS.
           SELECT REMIT-FILE
               ASSIGN TO DYNAMIC WS-REMIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.
           SELECT LOCK-FILE
               ASSIGN TO DYNAMIC WS-LOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BILLER-FILE.
       01  BILLER-RECORD.
           05 BL-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 BL-NAME           PIC X(20).
           05 FILLER            PIC X(1).
           05 BL-SETTLE-ID      PIC X(5).
           05 FILLER            PIC X(1).
           05 BL-REF-LEN        PIC 9(2).
           05 FILLER            PIC X(1).
           05 BL-REF-CLASS      PIC X(1).
           05 FILLER            PIC X(1).
           05 BL-CHECK-RULE     PIC X(1).
           05 FILLER            PIC X(1).
           05 BL-COMM-FLAT      PIC 9(5)V99.
           05 FILLER            PIC X(1).
           05 BL-COMM-RATE      PIC 9V9(4).
           05 FILLER            PIC X(1).
           05 BL-STATUS         PIC X(1).
       FD  BILLCOLL-FILE.
       01  BILLCOLL-RECORD.
           05 BC-BILLER         PIC X(5).
           05 FILLER            PIC X(1).
           05 BC-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 BC-MONTO          PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 BC-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 BC-REFERENCE      PIC X(25).
           05 FILLER            PIC X(1).
           05 BC-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 BC-SEQ            PIC 9(7).
           05 FILLER            PIC X(1).
           05 BC-STATUS         PIC X(1).
           05 FILLER            PIC X(1).
           05 BC-SETTLE-DATE    PIC X(8).
       FD  ACCOUNTS-FILE.
       01  ACCOUNTS-RECORD.
           05 AC-ID             PIC X(5).
           05 AC-NOMBRE         PIC X(20).
           05 AC-SALDO          PIC S9(7)V99.
           05 AC-OVERDRAFT-LIMIT PIC 9(7)V99.
           05 AC-CURRENCY       PIC X(3).
           05 AC-TYPE           PIC X(1).
               88 AC-ES-CHECKING VALUE 'C'.
               88 AC-ES-SAVINGS  VALUE 'S'.
               88 AC-ES-LOAN     VALUE 'L'.
           05 AC-CUST-ID        PIC X(5).
           05 AC-STATUS         PIC X(1).
               88 AC-ST-BLOCKED VALUE 'F', 'C'.
       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05 BD-DATE           PIC 9(8).
       FD  JOURNAL-FILE.
       01  J-REC.
           05 J-TXT             PIC X(136).
       FD  JSEAL-FILE.
       01  JSEAL-RECORD.
           05 JS-TYPE           PIC X(7).
           05 FILLER            PIC X(1).
           05 JS-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 JS-SEQ            PIC 9(7).
           05 FILLER            PIC X(1).
           05 JS-HASH           PIC 9(9).
           05 FILLER            PIC X(1).
           05 JS-LINES          PIC 9(7).
           05 FILLER            PIC X(1).
           05 JS-STAMP          PIC X(14).
           05 FILLER            PIC X(1).
           05 JS-SOURCE         PIC X(60).
       FD  REMIT-FILE.
       01  REMIT-LINE           PIC X(100).
       FD LOCK-FILE.
       01 LOCK-RECORD.
           05 LK-STATE   PIC X(8).
           05 FILLER     PIC X(1).
           05 LK-PROGRAM PIC X(24).
           05 FILLER     PIC X(1).
           05 LK-STAMP   PIC X(14).
       WORKING-STORAGE SECTION.
       01 WS-LOCK-PATH      PIC X(200).
       01 WS-LOCK-STATUS    PIC XX.
       01 WS-LOCK-PROGRAM   PIC X(24) VALUE "LIQUIDA-RECAUDOS".
       01 WS-LOCK-OVERRIDE  PIC X(1).
       01 WS-LOCK-STALE-TXT PIC X(4).
       01 WS-LOCK-STALE-MIN PIC 9(4) VALUE 30.
       01 WS-LOCK-DATE      PIC 9(8).
       01 WS-LOCK-TIME      PIC 9(6).
       01 WS-LOCK-NOW-SECS  PIC 9(9).
       01 WS-LOCK-HELD-SECS PIC 9(9).
       01 WS-LOCK-AGE-MIN   PIC S9(7).
       01 WS-LOCK-DAY-INT   PIC 9(8).
       01 WS-LOCK-HH        PIC 9(2).
       01 WS-LOCK-MM        PIC 9(2).
       01 WS-LOCK-SS        PIC 9(2).
       01 WS-LOCK-HELD      PIC X(1).
       01 WS-LOCK-HOLDER    PIC X(24).
       01 WS-LOCK-HELD-STAMP PIC X(14).
       01  WS-BILLER-PATH       PIC X(200).
       01  WS-BILLCOLL-PATH     PIC X(200).
       01  WS-ACCOUNTS-PATH     PIC X(200).
       01  WS-BUSDATE-PATH      PIC X(200).
       01  WS-JOURNAL-PATH      PIC X(200).
       01  WS-REMIT-PATH        PIC X(200).
       01  WS-REMIT-PREFIX      PIC X(100).
       01  WS-BILLER-STATUS     PIC XX.
       01  WS-BILLCOLL-STATUS   PIC XX.
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-BUSDATE-STATUS    PIC XX.
       01  WS-JOURNAL-STATUS    PIC XX.
       01  WS-REMIT-STATUS      PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  WS-CLEARING-ACCOUNT  PIC X(5).
       01  WS-INCOME-ACCOUNT    PIC X(5).
       01  BILLER-TABLE.
           05 BILLER-ENTRY OCCURS 2000 TIMES.
               10 BL-ID-TBL       PIC X(5).
               10 BL-NAME-TBL     PIC X(20).
               10 BL-SETTLE-TBL   PIC X(5).
               10 BL-FLAT-TBL     PIC 9(5)V99.
               10 BL-RATE-TBL     PIC 9V9(4).
               10 BL-STATUS-TBL   PIC X(1).
       01  WS-BL-INDEX          PIC 9(4) VALUE 1.
       01  WS-BL-COUNT          PIC 9(4) VALUE 0.
       01  BILLCOLL-TABLE.
           05 BILLCOLL-ENTRY OCCURS 20000 TIMES.
               10 BC-BILLER-TBL   PIC X(5).
               10 BC-ACCOUNT-TBL  PIC X(5).
               10 BC-MONTO-TBL    PIC 9(7)V99.
               10 BC-CURRENCY-TBL PIC X(3).
               10 BC-REF-TBL      PIC X(25).
               10 BC-DATE-TBL     PIC 9(8).
               10 BC-SEQ-TBL      PIC 9(7).
               10 BC-STATUS-TBL   PIC X(1).
               10 BC-SETTLE-TBL   PIC X(8).
               10 BC-COMM-TBL     PIC 9(7)V99.
               10 BC-PICK-TBL     PIC X(1).
       01  WS-BC-INDEX          PIC 9(5) VALUE 1.
       01  WS-BC-COUNT          PIC 9(5) VALUE 0.
       01  ACCOUNTS-TABLE.
           05 ACCOUNT-ENTRY OCCURS 50000 TIMES.
               10 AC-REC-TBL      PIC X(60).
       01  WS-AC-INDEX          PIC 9(6) VALUE 1.
       01  WS-AC-COUNT          PIC 9(6) VALUE 0.
       01  WS-SETTLE-IX         PIC 9(6) VALUE 0.
       01  WS-SETTLE-CCY        PIC X(3).
       01  WS-HOLD-REASON       PIC X(40).
       01  WS-ITEM-COMM         PIC 9(7)V99.
       01  WS-BILL-ITEMS        PIC 9(7) VALUE 0.
       01  WS-BILL-GROSS        PIC 9(9)V99 VALUE 0.
       01  WS-BILL-COMM         PIC 9(9)V99 VALUE 0.
       01  WS-BILL-NET          PIC 9(9)V99 VALUE 0.
       01  WS-BILL-SKIPPED      PIC 9(7) VALUE 0.
       01  WS-SETTLED-BILLERS   PIC 9(5) VALUE 0.
       01  WS-HELD-BILLERS      PIC 9(5) VALUE 0.
       01  WS-TOTAL-ITEMS       PIC 9(7) VALUE 0.
       01  WS-TOTAL-GROSS       PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-COMM        PIC 9(11)V99 VALUE 0.
       01  WS-ACC-TOUCHED       PIC X VALUE 'N'.
       01  WS-JOURNAL-ID        PIC X(5).
       01  WS-JOURNAL-AMT       PIC 9(7)V99.
       01  WS-JOURNAL-TIPO      PIC X(1).
       01  WS-JOURNAL-TAG       PIC X(5).
       01  WS-JRN-DATE          PIC 9(8) VALUE 0.
       01  WS-JRN-SEQ           PIC 9(7) VALUE 0.
       01  WS-JRN-CURRENCY      PIC X(3) VALUE "USD".
       01  WS-JRN-BALANCE       PIC S9(7)V99 VALUE 0.
       01  WS-JRN-BAL-ABS       PIC 9(7)V99.
       01  WS-JRN-SIGN          PIC X(1).
       01  WS-JRN-EXT           PIC X(48).
       01  WS-JRN-PROGRAM       PIC X(16) VALUE "LIQUIDA-RECAUDOS".
       01  WS-ACCWORK-PATH      PIC X(200).
       01  WS-ACCLIVE-PATH      PIC X(200).
       01  WS-PATH-LEN          PIC 9(3).
       01  WS-CHK-COUNT         PIC 9(6) VALUE 0.
       01  WS-CHK-TOTAL         PIC S9(13)V99 VALUE 0.
       01  WS-VFY-COUNT         PIC 9(6).
       01  WS-VFY-TOTAL         PIC S9(13)V99.
       01  WS-VERIFY-OK         PIC X VALUE 'N'.
       01  WS-VFY-EOF           PIC X VALUE 'N'.
       01  WS-JSEAL-PATH      PIC X(200).
       01  WS-JSEAL-STATUS    PIC XX.
       01  WS-CHAIN-LOADED    PIC X VALUE 'N'.
       01  WS-CHAIN-EOF       PIC X VALUE 'N'.
       01  WS-CHAIN-SEQ       PIC 9(7) VALUE 0.
       01  WS-CHAIN-HASH      PIC 9(9) VALUE 0.
       01  WS-CHAIN-POS       PIC 9(3).
       01  WS-CHAIN-ACC       PIC 9(12).
       01  WS-CHAIN-SAVE      PIC X(136).
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-BILLER-PATH
           ACCEPT WS-BILLER-PATH FROM ENVIRONMENT "BILLERS_PATH"
           IF WS-BILLER-PATH = SPACES
               MOVE "accounts/BILLERS.DAT" TO WS-BILLER-PATH
           END-IF
           MOVE SPACES TO WS-BILLCOLL-PATH
           ACCEPT WS-BILLCOLL-PATH
               FROM ENVIRONMENT "BILL_COLLECTIONS_PATH"
           IF WS-BILLCOLL-PATH = SPACES
               MOVE "accounts/BILL_COLLECTIONS.DAT" TO WS-BILLCOLL-PATH
           END-IF
           MOVE SPACES TO WS-ACCOUNTS-PATH
           ACCEPT WS-ACCOUNTS-PATH FROM ENVIRONMENT "ACCOUNTS_PATH"
           IF WS-ACCOUNTS-PATH = SPACES
               MOVE "accounts/ACCOUNTS.DAT" TO WS-ACCOUNTS-PATH
           END-IF
           MOVE SPACES TO WS-BUSDATE-PATH
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_PATH"
           IF WS-BUSDATE-PATH = SPACES
               MOVE "accounts/BUSINESS_DATE.DAT" TO WS-BUSDATE-PATH
           END-IF
           MOVE SPACES TO WS-JOURNAL-PATH
           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT "JOURNAL_PATH"
           IF WS-JOURNAL-PATH = SPACES
               MOVE "accounts/JOURNAL.LOG" TO WS-JOURNAL-PATH
           END-IF
           MOVE SPACES TO WS-REMIT-PREFIX
           ACCEPT WS-REMIT-PREFIX FROM ENVIRONMENT "BILL_REMIT_PREFIX"
           IF WS-REMIT-PREFIX = SPACES
               MOVE "accounts/BILL_REMIT_" TO WS-REMIT-PREFIX
           END-IF
           MOVE SPACES TO WS-CLEARING-ACCOUNT
           ACCEPT WS-CLEARING-ACCOUNT
               FROM ENVIRONMENT "BILLPAY_CLEARING_ACCOUNT"
           IF WS-CLEARING-ACCOUNT = SPACES
               MOVE "99994" TO WS-CLEARING-ACCOUNT
           END-IF
           MOVE SPACES TO WS-INCOME-ACCOUNT
           ACCEPT WS-INCOME-ACCOUNT
               FROM ENVIRONMENT "BILLPAY_INCOME_ACCOUNT"
           IF WS-INCOME-ACCOUNT = SPACES
               MOVE "99993" TO WS-INCOME-ACCOUNT
           END-IF
           PERFORM READ-BUSINESS-DATE
           MOVE WS-TODAY TO WS-JRN-DATE
           PERFORM BUILD-REMIT-PATH
           PERFORM LOAD-BILLER-TABLE
           IF WS-BL-COUNT = 0
               DISPLAY "NO BILLERS ON FILE"
               STOP RUN
           END-IF
           PERFORM LOAD-BILLCOLL-TABLE
           IF WS-BC-COUNT = 0
               DISPLAY "NO BILL COLLECTIONS ON FILE"
               STOP RUN
           END-IF
           PERFORM ACQUIRE-ACCOUNTS-LOCK
           PERFORM LOAD-ACCOUNTS-TABLE
           PERFORM SETTLE-ALL-BILLERS
           PERFORM RELEASE-ACCOUNTS-LOCK
           DISPLAY "BILLERS SETTLED " WS-SETTLED-BILLERS
               " HELD " WS-HELD-BILLERS
               " ITEMS " WS-TOTAL-ITEMS
               " GROSS " WS-TOTAL-GROSS
               " COMMISSION " WS-TOTAL-COMM
           STOP RUN.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSDATE-FILE
                   AT END
                       ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   NOT AT END
                       IF BD-DATE NUMERIC
                           MOVE BD-DATE TO WS-TODAY
                       ELSE
                           ACCEPT WS-TODAY FROM DATE YYYYMMDD
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           ELSE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
           END-IF.

       BUILD-REMIT-PATH.
           MOVE 100 TO WS-PATH-LEN
           PERFORM UNTIL WS-PATH-LEN = 0
                   OR WS-REMIT-PREFIX(WS-PATH-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-PATH-LEN
           END-PERFORM
           MOVE SPACES TO WS-REMIT-PATH
           STRING WS-REMIT-PREFIX(1:WS-PATH-LEN) WS-TODAY ".DAT"
               DELIMITED BY SIZE
               INTO WS-REMIT-PATH.

       LOAD-BILLER-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-BL-COUNT
           OPEN INPUT BILLER-FILE
           IF WS-BILLER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-BL-COUNT >= 2000
                   READ BILLER-FILE INTO BILLER-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BL-ID NOT = SPACES
                           ADD 1 TO WS-BL-COUNT
                           MOVE BL-ID TO BL-ID-TBL(WS-BL-COUNT)
                           MOVE BL-NAME TO BL-NAME-TBL(WS-BL-COUNT)
                           MOVE BL-SETTLE-ID
                               TO BL-SETTLE-TBL(WS-BL-COUNT)
                           IF BL-COMM-FLAT NUMERIC
                               MOVE BL-COMM-FLAT
                                   TO BL-FLAT-TBL(WS-BL-COUNT)
                           ELSE
                               MOVE 0 TO BL-FLAT-TBL(WS-BL-COUNT)
                           END-IF
                           IF BL-COMM-RATE NUMERIC
                               MOVE BL-COMM-RATE
                                   TO BL-RATE-TBL(WS-BL-COUNT)
                           ELSE
                               MOVE 0 TO BL-RATE-TBL(WS-BL-COUNT)
                           END-IF
                           MOVE BL-STATUS
                               TO BL-STATUS-TBL(WS-BL-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BILLER-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-BILLCOLL-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-BC-COUNT
           OPEN INPUT BILLCOLL-FILE
           IF WS-BILLCOLL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BILLCOLL-FILE INTO BILLCOLL-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BC-BILLER NOT = SPACES
                               AND BC-MONTO NUMERIC
                           IF WS-BC-COUNT >= 20000
                               DISPLAY "BILL COLLECTIONS EXCEED TABLE "
                                   "CAPACITY"
                               CLOSE BILLCOLL-FILE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-BC-COUNT
                           MOVE BC-BILLER TO BC-BILLER-TBL(WS-BC-COUNT)
                           MOVE BC-ACCOUNT
                               TO BC-ACCOUNT-TBL(WS-BC-COUNT)
                           MOVE BC-MONTO TO BC-MONTO-TBL(WS-BC-COUNT)
                           MOVE BC-CURRENCY
                               TO BC-CURRENCY-TBL(WS-BC-COUNT)
                           MOVE BC-REFERENCE TO BC-REF-TBL(WS-BC-COUNT)
                           IF BC-DATE NUMERIC
                               MOVE BC-DATE TO BC-DATE-TBL(WS-BC-COUNT)
                           ELSE
                               MOVE 0 TO BC-DATE-TBL(WS-BC-COUNT)
                           END-IF
                           IF BC-SEQ NUMERIC
                               MOVE BC-SEQ TO BC-SEQ-TBL(WS-BC-COUNT)
                           ELSE
                               MOVE 0 TO BC-SEQ-TBL(WS-BC-COUNT)
                           END-IF
                           MOVE BC-STATUS TO BC-STATUS-TBL(WS-BC-COUNT)
                           MOVE BC-SETTLE-DATE
                               TO BC-SETTLE-TBL(WS-BC-COUNT)
                           MOVE 0 TO BC-COMM-TBL(WS-BC-COUNT)
                           MOVE 'N' TO BC-PICK-TBL(WS-BC-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BILLCOLL-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-ACCOUNTS-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-AC-COUNT
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "ERROR ACCOUNTS OPEN " WS-ACCOUNTS-STATUS
               PERFORM RELEASE-ACCOUNTS-LOCK
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y' OR WS-AC-COUNT >= 50000
               READ ACCOUNTS-FILE INTO ACCOUNTS-RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-AC-COUNT
                   MOVE ACCOUNTS-RECORD TO AC-REC-TBL(WS-AC-COUNT)
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           MOVE 'N' TO WS-EOF.

       SETTLE-ALL-BILLERS.
           OPEN EXTEND REMIT-FILE
           IF WS-REMIT-STATUS NOT = "00" AND
                   WS-REMIT-STATUS NOT = "05"
               CLOSE REMIT-FILE
               OPEN OUTPUT REMIT-FILE
           END-IF
           MOVE 1 TO WS-BL-INDEX
           PERFORM UNTIL WS-BL-INDEX > WS-BL-COUNT
               PERFORM SETTLE-ONE-BILLER
               ADD 1 TO WS-BL-INDEX
           END-PERFORM
           IF WS-SETTLED-BILLERS > 0
               MOVE SPACES TO REMIT-LINE
               STRING "Z " WS-TODAY " BILLERS " WS-SETTLED-BILLERS
                   " ITEMS " WS-TOTAL-ITEMS
                   " GROSS " WS-TOTAL-GROSS
                   DELIMITED BY SIZE
                   INTO REMIT-LINE
               WRITE REMIT-LINE
           END-IF
           CLOSE REMIT-FILE
           IF WS-ACC-TOUCHED = 'Y'
               PERFORM REWRITE-ACCOUNTS-FILE
               IF WS-VERIFY-OK = 'Y'
                   PERFORM REWRITE-BILLCOLL-FILE
               ELSE
                   MOVE 0 TO WS-SETTLED-BILLERS
                   DISPLAY "ERROR - MASTER NOT REPLACED - "
                       "BILL COLLECTIONS LEFT PENDING"
               END-IF
           END-IF
           PERFORM REPORT-UNKNOWN-BILLERS.

       SETTLE-ONE-BILLER.
           MOVE SPACES TO WS-HOLD-REASON
           MOVE 0 TO WS-BILL-ITEMS
           MOVE 0 TO WS-BILL-GROSS
           MOVE 0 TO WS-BILL-COMM
           MOVE 0 TO WS-BILL-SKIPPED
           PERFORM FIND-SETTLEMENT-ACCOUNT
           PERFORM PICK-BILLER-COLLECTIONS
           IF WS-BILL-ITEMS > 0 OR WS-BILL-SKIPPED > 0
               IF WS-HOLD-REASON NOT = SPACES
                   ADD 1 TO WS-HELD-BILLERS
                   DISPLAY "BILLER HELD " BL-ID-TBL(WS-BL-INDEX)
                       " - " WS-HOLD-REASON
               ELSE
               IF WS-BILL-SKIPPED > 0
                   DISPLAY "BILLER " BL-ID-TBL(WS-BL-INDEX)
                       " ITEMS LEFT PENDING - CURRENCY "
                       "DIFFERS FROM SETTLEMENT ACCOUNT "
                       WS-BILL-SKIPPED
               END-IF
               END-IF
           END-IF
           IF WS-HOLD-REASON = SPACES AND WS-BILL-ITEMS > 0
               IF WS-BILL-COMM > WS-BILL-GROSS
                   MOVE WS-BILL-GROSS TO WS-BILL-COMM
               END-IF
               COMPUTE WS-BILL-NET = WS-BILL-GROSS - WS-BILL-COMM
               PERFORM POST-BILLER-SETTLEMENT
               PERFORM WRITE-BILLER-REMITTANCE
               ADD 1 TO WS-SETTLED-BILLERS
               ADD WS-BILL-ITEMS TO WS-TOTAL-ITEMS
               ADD WS-BILL-GROSS TO WS-TOTAL-GROSS
               ADD WS-BILL-COMM TO WS-TOTAL-COMM
               DISPLAY "BILLER SETTLED " BL-ID-TBL(WS-BL-INDEX)
                   " ITEMS " WS-BILL-ITEMS
                   " GROSS " WS-BILL-GROSS
                   " COMMISSION " WS-BILL-COMM
                   " NET " WS-BILL-NET
           END-IF.

       FIND-SETTLEMENT-ACCOUNT.
           MOVE 0 TO WS-SETTLE-IX
           MOVE SPACES TO WS-SETTLE-CCY
           MOVE 1 TO WS-AC-INDEX
           PERFORM UNTIL WS-AC-INDEX > WS-AC-COUNT
               MOVE AC-REC-TBL(WS-AC-INDEX) TO ACCOUNTS-RECORD
               IF AC-ID = BL-SETTLE-TBL(WS-BL-INDEX)
                   MOVE WS-AC-INDEX TO WS-SETTLE-IX
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-AC-INDEX
           END-PERFORM
           IF WS-SETTLE-IX = 0
               MOVE "SETTLEMENT ACCOUNT NOT FOUND" TO WS-HOLD-REASON
           ELSE
               MOVE AC-CURRENCY TO WS-SETTLE-CCY
               IF AC-ES-LOAN
                   MOVE "SETTLEMENT ACCOUNT IS A LOAN"
                       TO WS-HOLD-REASON
               ELSE
               IF AC-ST-BLOCKED
                   MOVE "SETTLEMENT ACCOUNT BLOCKED" TO WS-HOLD-REASON
               END-IF
               END-IF
           END-IF.

       PICK-BILLER-COLLECTIONS.
           MOVE 1 TO WS-BC-INDEX
           PERFORM UNTIL WS-BC-INDEX > WS-BC-COUNT
               MOVE 'N' TO BC-PICK-TBL(WS-BC-INDEX)
               IF BC-BILLER-TBL(WS-BC-INDEX) = BL-ID-TBL(WS-BL-INDEX)
                       AND BC-STATUS-TBL(WS-BC-INDEX) = 'P'
                       AND BC-DATE-TBL(WS-BC-INDEX) <= WS-TODAY
                   IF BC-CURRENCY-TBL(WS-BC-INDEX) = WS-SETTLE-CCY
                       MOVE 'Y' TO BC-PICK-TBL(WS-BC-INDEX)
                       COMPUTE WS-ITEM-COMM ROUNDED =
                           BL-FLAT-TBL(WS-BL-INDEX)
                           + BC-MONTO-TBL(WS-BC-INDEX)
                               * BL-RATE-TBL(WS-BL-INDEX)
                       IF WS-ITEM-COMM > BC-MONTO-TBL(WS-BC-INDEX)
                           MOVE BC-MONTO-TBL(WS-BC-INDEX)
                               TO WS-ITEM-COMM
                       END-IF
                       MOVE WS-ITEM-COMM TO BC-COMM-TBL(WS-BC-INDEX)
                       ADD 1 TO WS-BILL-ITEMS
                       ADD BC-MONTO-TBL(WS-BC-INDEX) TO WS-BILL-GROSS
                       ADD WS-ITEM-COMM TO WS-BILL-COMM
                   ELSE
                       ADD 1 TO WS-BILL-SKIPPED
                   END-IF
               END-IF
               ADD 1 TO WS-BC-INDEX
           END-PERFORM.

       POST-BILLER-SETTLEMENT.
           MOVE WS-CLEARING-ACCOUNT TO WS-JOURNAL-ID
           MOVE WS-BILL-GROSS TO WS-JOURNAL-AMT
           MOVE 'D' TO WS-JOURNAL-TIPO
           MOVE "BPSET" TO WS-JOURNAL-TAG
           MOVE WS-SETTLE-CCY TO WS-JRN-CURRENCY
           MOVE 0 TO WS-JRN-BALANCE
           PERFORM WRITE-JOURNAL-LINE
           IF WS-BILL-NET > 0
               MOVE AC-REC-TBL(WS-SETTLE-IX) TO ACCOUNTS-RECORD
               ADD WS-BILL-NET TO AC-SALDO
               MOVE ACCOUNTS-RECORD TO AC-REC-TBL(WS-SETTLE-IX)
               MOVE AC-ID TO WS-JOURNAL-ID
               MOVE WS-BILL-NET TO WS-JOURNAL-AMT
               MOVE 'C' TO WS-JOURNAL-TIPO
               MOVE "BPSET" TO WS-JOURNAL-TAG
               MOVE AC-SALDO TO WS-JRN-BALANCE
               PERFORM WRITE-JOURNAL-LINE
               MOVE 'Y' TO WS-ACC-TOUCHED
           END-IF
           IF WS-BILL-COMM > 0
               MOVE WS-INCOME-ACCOUNT TO WS-JOURNAL-ID
               MOVE WS-BILL-COMM TO WS-JOURNAL-AMT
               MOVE 'C' TO WS-JOURNAL-TIPO
               MOVE "BPCOM" TO WS-JOURNAL-TAG
               MOVE 0 TO WS-JRN-BALANCE
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           MOVE 'Y' TO WS-ACC-TOUCHED.

       WRITE-BILLER-REMITTANCE.
           MOVE SPACES TO REMIT-LINE
           STRING "H " BL-ID-TBL(WS-BL-INDEX)
               " " BL-NAME-TBL(WS-BL-INDEX)
               " " BL-SETTLE-TBL(WS-BL-INDEX)
               " " WS-TODAY " " WS-SETTLE-CCY
               DELIMITED BY SIZE
               INTO REMIT-LINE
           WRITE REMIT-LINE
           MOVE 1 TO WS-BC-INDEX
           PERFORM UNTIL WS-BC-INDEX > WS-BC-COUNT
               IF BC-PICK-TBL(WS-BC-INDEX) = 'Y'
                   MOVE SPACES TO REMIT-LINE
                   STRING "D " BL-ID-TBL(WS-BL-INDEX)
                       " " BC-REF-TBL(WS-BC-INDEX)
                       " " BC-MONTO-TBL(WS-BC-INDEX)
                       " " BC-COMM-TBL(WS-BC-INDEX)
                       " " BC-DATE-TBL(WS-BC-INDEX)
                       " " BC-SEQ-TBL(WS-BC-INDEX)
                       DELIMITED BY SIZE
                       INTO REMIT-LINE
                   WRITE REMIT-LINE
                   MOVE 'S' TO BC-STATUS-TBL(WS-BC-INDEX)
                   MOVE WS-TODAY TO BC-SETTLE-TBL(WS-BC-INDEX)
               END-IF
               ADD 1 TO WS-BC-INDEX
           END-PERFORM
           MOVE SPACES TO REMIT-LINE
           STRING "T " BL-ID-TBL(WS-BL-INDEX)
               " ITEMS " WS-BILL-ITEMS
               " GROSS " WS-BILL-GROSS
               " COMMISSION " WS-BILL-COMM
               " NET " WS-BILL-NET
               DELIMITED BY SIZE
               INTO REMIT-LINE
           WRITE REMIT-LINE.

       REPORT-UNKNOWN-BILLERS.
           MOVE 1 TO WS-BC-INDEX
           PERFORM UNTIL WS-BC-INDEX > WS-BC-COUNT
               IF BC-STATUS-TBL(WS-BC-INDEX) = 'P'
                   MOVE 1 TO WS-BL-INDEX
                   PERFORM UNTIL WS-BL-INDEX > WS-BL-COUNT
                       IF BL-ID-TBL(WS-BL-INDEX)
                               = BC-BILLER-TBL(WS-BC-INDEX)
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-BL-INDEX
                   END-PERFORM
                   IF WS-BL-INDEX > WS-BL-COUNT
                       DISPLAY "COLLECTION FOR UNKNOWN BILLER "
                           BC-BILLER-TBL(WS-BC-INDEX) " REF "
                           BC-REF-TBL(WS-BC-INDEX) " LEFT PENDING"
                   END-IF
               END-IF
               ADD 1 TO WS-BC-INDEX
           END-PERFORM.

       REWRITE-BILLCOLL-FILE.
           OPEN OUTPUT BILLCOLL-FILE
           MOVE 1 TO WS-BC-INDEX
           PERFORM UNTIL WS-BC-INDEX > WS-BC-COUNT
               MOVE SPACES TO BILLCOLL-RECORD
               MOVE BC-BILLER-TBL(WS-BC-INDEX) TO BC-BILLER
               MOVE BC-ACCOUNT-TBL(WS-BC-INDEX) TO BC-ACCOUNT
               MOVE BC-MONTO-TBL(WS-BC-INDEX) TO BC-MONTO
               MOVE BC-CURRENCY-TBL(WS-BC-INDEX) TO BC-CURRENCY
               MOVE BC-REF-TBL(WS-BC-INDEX) TO BC-REFERENCE
               MOVE BC-DATE-TBL(WS-BC-INDEX) TO BC-DATE
               MOVE BC-SEQ-TBL(WS-BC-INDEX) TO BC-SEQ
               MOVE BC-STATUS-TBL(WS-BC-INDEX) TO BC-STATUS
               MOVE BC-SETTLE-TBL(WS-BC-INDEX) TO BC-SETTLE-DATE
               WRITE BILLCOLL-RECORD
               ADD 1 TO WS-BC-INDEX
           END-PERFORM
           CLOSE BILLCOLL-FILE.

       REWRITE-ACCOUNTS-FILE.
           MOVE WS-ACCOUNTS-PATH TO WS-ACCLIVE-PATH
           PERFORM BUILD-ACCOUNTS-WORK-PATH
           MOVE WS-ACCWORK-PATH TO WS-ACCOUNTS-PATH
           MOVE 0 TO WS-CHK-COUNT
           MOVE 0 TO WS-CHK-TOTAL
           OPEN OUTPUT ACCOUNTS-FILE
           MOVE 1 TO WS-AC-INDEX
           PERFORM UNTIL WS-AC-INDEX > WS-AC-COUNT
               MOVE AC-REC-TBL(WS-AC-INDEX) TO ACCOUNTS-RECORD
               WRITE ACCOUNTS-RECORD
               ADD 1 TO WS-CHK-COUNT
               IF AC-SALDO NUMERIC
                   ADD AC-SALDO TO WS-CHK-TOTAL
               END-IF
               ADD 1 TO WS-AC-INDEX
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           PERFORM VERIFY-ACCOUNTS-WORK-FILE
           MOVE WS-ACCLIVE-PATH TO WS-ACCOUNTS-PATH
           PERFORM SWAP-IN-ACCOUNTS-WORK.

       BUILD-ACCOUNTS-WORK-PATH.
           MOVE 200 TO WS-PATH-LEN
           PERFORM UNTIL WS-PATH-LEN = 0
                   OR WS-ACCLIVE-PATH(WS-PATH-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-PATH-LEN
           END-PERFORM
           MOVE SPACES TO WS-ACCWORK-PATH
           STRING WS-ACCLIVE-PATH(1:WS-PATH-LEN) ".NEW"
               DELIMITED BY SIZE
               INTO WS-ACCWORK-PATH.

       VERIFY-ACCOUNTS-WORK-FILE.
           MOVE 'N' TO WS-VERIFY-OK
           MOVE 'N' TO WS-VFY-EOF
           MOVE 0 TO WS-VFY-COUNT
           MOVE 0 TO WS-VFY-TOTAL
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS = "00"
               PERFORM UNTIL WS-VFY-EOF = 'Y'
                   READ ACCOUNTS-FILE
                   AT END MOVE 'Y' TO WS-VFY-EOF
                   NOT AT END
                       ADD 1 TO WS-VFY-COUNT
                       IF AC-SALDO NUMERIC
                           ADD AC-SALDO TO WS-VFY-TOTAL
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNTS-FILE
               IF WS-VFY-COUNT = WS-CHK-COUNT
                       AND WS-VFY-TOTAL = WS-CHK-TOTAL
                   MOVE 'Y' TO WS-VERIFY-OK
               END-IF
           END-IF.

       SWAP-IN-ACCOUNTS-WORK.
           IF WS-VERIFY-OK = 'Y'
               CALL "CBL_RENAME_FILE"
                   USING WS-ACCWORK-PATH WS-ACCLIVE-PATH
               IF RETURN-CODE NOT = 0
                   MOVE 'N' TO WS-VERIFY-OK
                   DISPLAY "ERROR - ACCOUNTS WORK FILE SWAP FAILED "
                       "RC " RETURN-CODE
               END-IF
           ELSE
               DISPLAY "ERROR - ACCOUNTS WORK FILE DOES NOT VERIFY "
                   "- OLD MASTER LEFT IN PLACE"
           END-IF.

       WRITE-JOURNAL-LINE.
           MOVE SPACES TO J-TXT
           STRING "OK " WS-JOURNAL-ID " " WS-JOURNAL-AMT " "
                   WS-JOURNAL-TIPO " " WS-JOURNAL-TAG
               DELIMITED BY SIZE
               INTO J-TXT
           PERFORM BUILD-JOURNAL-EXTENSION
           PERFORM LOAD-JOURNAL-CHAIN
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00" AND
                   WS-JOURNAL-STATUS NOT = "05"
               CLOSE JOURNAL-FILE
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           PERFORM CHAIN-JOURNAL-LINE
           WRITE J-REC
           CLOSE JOURNAL-FILE.

       BUILD-JOURNAL-EXTENSION.
           IF WS-JRN-DATE = 0
               ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
           END-IF
           ADD 1 TO WS-JRN-SEQ
           IF WS-JRN-BALANCE < 0
               MOVE '-' TO WS-JRN-SIGN
               COMPUTE WS-JRN-BAL-ABS = WS-JRN-BALANCE * -1
           ELSE
               MOVE '+' TO WS-JRN-SIGN
               MOVE WS-JRN-BALANCE TO WS-JRN-BAL-ABS
           END-IF
           MOVE SPACES TO WS-JRN-EXT
           STRING WS-JRN-DATE " " WS-JRN-SEQ " " WS-JRN-CURRENCY " "
                   WS-JRN-PROGRAM " " WS-JRN-SIGN WS-JRN-BAL-ABS
               DELIMITED BY SIZE
               INTO WS-JRN-EXT
           MOVE WS-JRN-EXT TO J-TXT(30:48).

       ACQUIRE-ACCOUNTS-LOCK.
           MOVE SPACES TO WS-LOCK-PATH
           ACCEPT WS-LOCK-PATH FROM ENVIRONMENT "ACCOUNTS_LOCK_PATH"
           IF WS-LOCK-PATH = SPACES
               MOVE "accounts/ACCOUNTS.LCK" TO WS-LOCK-PATH
           END-IF
           MOVE SPACES TO WS-LOCK-STALE-TXT
           ACCEPT WS-LOCK-STALE-TXT
               FROM ENVIRONMENT "LOCK_STALE_MINUTES"
           IF WS-LOCK-STALE-TXT NOT = SPACES
                   AND WS-LOCK-STALE-TXT NUMERIC
               MOVE WS-LOCK-STALE-TXT TO WS-LOCK-STALE-MIN
           END-IF
           MOVE SPACES TO WS-LOCK-OVERRIDE
           ACCEPT WS-LOCK-OVERRIDE FROM ENVIRONMENT "LOCK_OVERRIDE"
           MOVE SPACES TO WS-LOCK-HELD
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = "00"
               READ LOCK-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LK-STATE = "LOCKED"
                           MOVE "Y" TO WS-LOCK-HELD
                           MOVE LK-PROGRAM TO WS-LOCK-HOLDER
                           MOVE LK-STAMP TO WS-LOCK-HELD-STAMP
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF
           IF WS-LOCK-HELD = "Y"
               PERFORM JUDGE-EXISTING-LOCK
           END-IF
           ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOCK-TIME FROM TIME
           OPEN OUTPUT LOCK-FILE
           MOVE SPACES TO LOCK-RECORD
           MOVE "LOCKED" TO LK-STATE
           MOVE WS-LOCK-PROGRAM TO LK-PROGRAM
           STRING WS-LOCK-DATE WS-LOCK-TIME
               DELIMITED BY SIZE
               INTO LK-STAMP
           WRITE LOCK-RECORD
           CLOSE LOCK-FILE.

       JUDGE-EXISTING-LOCK.
           IF WS-LOCK-HELD-STAMP(1:14) NOT NUMERIC
               DISPLAY "ACCOUNTS LOCK UNREADABLE - HELD BY "
                   WS-LOCK-HOLDER
               STOP RUN
           END-IF
           ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOCK-TIME FROM TIME
           COMPUTE WS-LOCK-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-LOCK-DATE)
           MOVE WS-LOCK-TIME(1:2) TO WS-LOCK-HH
           MOVE WS-LOCK-TIME(3:2) TO WS-LOCK-MM
           MOVE WS-LOCK-TIME(5:2) TO WS-LOCK-SS
           COMPUTE WS-LOCK-NOW-SECS = WS-LOCK-DAY-INT * 86400
               + WS-LOCK-HH * 3600 + WS-LOCK-MM * 60 + WS-LOCK-SS
           MOVE WS-LOCK-HELD-STAMP(1:8) TO WS-LOCK-DATE
           COMPUTE WS-LOCK-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-LOCK-DATE)
           MOVE WS-LOCK-HELD-STAMP(9:2) TO WS-LOCK-HH
           MOVE WS-LOCK-HELD-STAMP(11:2) TO WS-LOCK-MM
           MOVE WS-LOCK-HELD-STAMP(13:2) TO WS-LOCK-SS
           COMPUTE WS-LOCK-HELD-SECS = WS-LOCK-DAY-INT * 86400
               + WS-LOCK-HH * 3600 + WS-LOCK-MM * 60 + WS-LOCK-SS
           COMPUTE WS-LOCK-AGE-MIN =
               (WS-LOCK-NOW-SECS - WS-LOCK-HELD-SECS) / 60
           IF WS-LOCK-AGE-MIN > WS-LOCK-STALE-MIN
               DISPLAY "STALE ACCOUNTS LOCK HELD BY " WS-LOCK-HOLDER
                   " SINCE " WS-LOCK-HELD-STAMP
               IF WS-LOCK-OVERRIDE = "Y"
                   DISPLAY "LOCK_OVERRIDE ACCEPTED - PROCEEDING"
               ELSE
                   DISPLAY "SET LOCK_OVERRIDE=Y TO BREAK THE LOCK"
                   STOP RUN
               END-IF
           ELSE
               DISPLAY "ACCOUNTS FILE LOCKED BY " WS-LOCK-HOLDER
                   " SINCE " WS-LOCK-HELD-STAMP
                   " - REFUSING TO START"
               STOP RUN
           END-IF.

       RELEASE-ACCOUNTS-LOCK.
           OPEN OUTPUT LOCK-FILE
           MOVE SPACES TO LOCK-RECORD
           MOVE "RELEASED" TO LK-STATE
           MOVE WS-LOCK-PROGRAM TO LK-PROGRAM
           ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOCK-TIME FROM TIME
           STRING WS-LOCK-DATE WS-LOCK-TIME
               DELIMITED BY SIZE
               INTO LK-STAMP
           WRITE LOCK-RECORD
           CLOSE LOCK-FILE.

       LOAD-JOURNAL-CHAIN.
           IF WS-CHAIN-LOADED = 'N'
               MOVE 'Y' TO WS-CHAIN-LOADED
               MOVE J-TXT TO WS-CHAIN-SAVE
               MOVE 0 TO WS-CHAIN-SEQ
               MOVE 0 TO WS-CHAIN-HASH
               MOVE 'N' TO WS-CHAIN-EOF
               OPEN INPUT JOURNAL-FILE
               IF WS-JOURNAL-STATUS = "00"
                   PERFORM UNTIL WS-CHAIN-EOF = 'Y'
                       READ JOURNAL-FILE
                       AT END MOVE 'Y' TO WS-CHAIN-EOF
                       NOT AT END
                           IF J-TXT(121:7) NUMERIC
                                   AND J-TXT(128:9) NUMERIC
                               MOVE J-TXT(121:7) TO WS-CHAIN-SEQ
                               MOVE J-TXT(128:9) TO WS-CHAIN-HASH
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE JOURNAL-FILE
               END-IF
               IF WS-CHAIN-SEQ = 0
                   PERFORM LOAD-JOURNAL-SEAL
               END-IF
               MOVE WS-CHAIN-SAVE TO J-TXT
           END-IF.

       LOAD-JOURNAL-SEAL.
           MOVE SPACES TO WS-JSEAL-PATH
           ACCEPT WS-JSEAL-PATH FROM ENVIRONMENT "JOURNAL_SEAL_PATH"
           IF WS-JSEAL-PATH = SPACES
               MOVE "accounts/JOURNAL_SEAL.DAT" TO WS-JSEAL-PATH
           END-IF
           MOVE 'N' TO WS-CHAIN-EOF
           OPEN INPUT JSEAL-FILE
           IF WS-JSEAL-STATUS = "00"
               PERFORM UNTIL WS-CHAIN-EOF = 'Y'
                   READ JSEAL-FILE
                   AT END MOVE 'Y' TO WS-CHAIN-EOF
                   NOT AT END
                       IF JS-SEQ NUMERIC AND JS-HASH NUMERIC
                           MOVE JS-SEQ TO WS-CHAIN-SEQ
                           MOVE JS-HASH TO WS-CHAIN-HASH
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE JSEAL-FILE
           END-IF.

       CHAIN-JOURNAL-LINE.
           ADD 1 TO WS-CHAIN-SEQ
           MOVE WS-CHAIN-SEQ TO J-TXT(121:7)
           MOVE WS-CHAIN-HASH TO WS-CHAIN-ACC
           PERFORM VARYING WS-CHAIN-POS FROM 1 BY 1
                   UNTIL WS-CHAIN-POS > 127
               COMPUTE WS-CHAIN-ACC = FUNCTION MOD(
                   WS-CHAIN-ACC * 257
                   + FUNCTION ORD(J-TXT(WS-CHAIN-POS:1)), 999999937)
           END-PERFORM
           MOVE WS-CHAIN-ACC TO WS-CHAIN-HASH
           MOVE WS-CHAIN-HASH TO J-TXT(128:9).
