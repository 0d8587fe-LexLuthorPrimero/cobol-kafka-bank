       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTA-CAJAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT BOXES-FILE
               ASSIGN TO DYNAMIC WS-BOXES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BOXES-STATUS.
           SELECT RENTALS-FILE
               ASSIGN TO DYNAMIC WS-RENTALS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RENTALS-STATUS.
           SELECT RATES-FILE
               ASSIGN TO DYNAMIC WS-RATES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RATES-STATUS.
           SELECT CUSTOMERS-FILE
               ASSIGN TO DYNAMIC WS-CUSTOMERS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMERS-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO DYNAMIC WS-BUSDATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT BILLING-FILE
               ASSIGN TO DYNAMIC WS-BILLING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BILLING-STATUS.
           SELECT DELINQ-FILE
               ASSIGN TO DYNAMIC WS-DELINQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DELINQ-STATUS.
           SELECT NOTICES-FILE
               ASSIGN TO DYNAMIC WS-NOTICES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NOTICES-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JSEAL-FILE
               ASSIGN TO DYNAMIC WS-JSEAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JSEAL-STATUS.
           SELECT LOCK-FILE
               ASSIGN TO DYNAMIC WS-LOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
       01  ACCOUNTS-RECORD.
           05 AC-ID             PIC X(5).
           05 AC-NOMBRE         PIC X(20).
           05 AC-SALDO          PIC S9(7)V99.
           05 AC-OVERDRAFT-LIMIT PIC 9(7)V99.
           05 AC-CURRENCY       PIC X(3).
           05 AC-TYPE           PIC X(1).
           05 AC-CUST-ID        PIC X(5).
           05 AC-STATUS         PIC X(1).
               88 AC-ST-BLOCKED VALUE 'F', 'C'.
       FD  BOXES-FILE.
       01  BOX-RECORD.
           05 SB-BRANCH         PIC X(4).
           05 FILLER            PIC X(1).
           05 SB-BOX            PIC X(6).
           05 FILLER            PIC X(1).
           05 SB-SIZE           PIC X(1).
           05 FILLER            PIC X(1).
           05 SB-STATUS         PIC X(1).
           05 FILLER            PIC X(1).
           05 SB-SINCE          PIC 9(8).
       FD  RENTALS-FILE.
       01  RENTAL-RECORD.
           05 SR-BRANCH         PIC X(4).
           05 FILLER            PIC X(1).
           05 SR-BOX            PIC X(6).
           05 FILLER            PIC X(1).
           05 SR-CUST           PIC X(5).
           05 FILLER            PIC X(1).
           05 SR-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 SR-START          PIC 9(8).
           05 FILLER            PIC X(1).
           05 SR-NEXT-DUE       PIC 9(8).
           05 FILLER            PIC X(1).
           05 SR-STATUS         PIC X(1).
               88 SR-ST-ACTIVE     VALUE 'A'.
               88 SR-ST-ARREARS    VALUE 'L'.
               88 SR-ST-NOTICED    VALUE 'N'.
               88 SR-ST-FORCED     VALUE 'F'.
               88 SR-ST-CLOSED     VALUE 'C'.
           05 FILLER            PIC X(1).
           05 SR-ARREARS        PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 SR-ARREARS-SINCE  PIC 9(8).
           05 FILLER            PIC X(1).
           05 SR-NOTICES        PIC 9(1).
           05 FILLER            PIC X(1).
           05 SR-NOTICE-DATE    PIC 9(8).
           05 FILLER            PIC X(1).
           05 SR-CLOSED         PIC 9(8).
       FD  RATES-FILE.
       01  RATE-RECORD.
           05 SZ-SIZE           PIC X(1).
           05 FILLER            PIC X(1).
           05 SZ-RENT           PIC 9(5)V99.
           05 FILLER            PIC X(1).
           05 SZ-NAME           PIC X(10).
       FD  CUSTOMERS-FILE.
       01  CUST-REC.
           05 CUST-ID           PIC X(5).
           05 CUST-NAME         PIC X(20).
           05 CUST-ADDRESS      PIC X(30).
       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05 BD-DATE           PIC 9(8).
       FD  BILLING-FILE.
       01  BILLING-LINE         PIC X(100).
       FD  DELINQ-FILE.
       01  DELINQ-LINE          PIC X(120).
       FD  NOTICES-FILE.
       01  NOTICE-RECORD.
           05 NT-KIND           PIC X(5).
           05 FILLER            PIC X(1).
           05 NT-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 NT-BRANCH         PIC X(4).
           05 FILLER            PIC X(1).
           05 NT-BOX            PIC X(6).
           05 FILLER            PIC X(1).
           05 NT-CUST           PIC X(5).
           05 FILLER            PIC X(1).
           05 NT-NAME           PIC X(20).
           05 FILLER            PIC X(1).
           05 NT-ADDRESS        PIC X(30).
           05 FILLER            PIC X(1).
           05 NT-ARREARS        PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 NT-SINCE          PIC 9(8).
           05 FILLER            PIC X(1).
           05 NT-DRILL-DATE     PIC 9(8).
       01  NOTICE-TRAILER REDEFINES NOTICE-RECORD.
           05 NX-TAG            PIC X(5).
           05 FILLER            PIC X(1).
           05 NX-COUNT          PIC 9(7).
           05 FILLER            PIC X(100).
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
       01 WS-LOCK-PROGRAM   PIC X(24) VALUE "RENTA-CAJAS".
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
       01  WS-ACCOUNTS-PATH     PIC X(200).
       01  WS-BOXES-PATH        PIC X(200).
       01  WS-RENTALS-PATH      PIC X(200).
       01  WS-RATES-PATH        PIC X(200).
       01  WS-CUSTOMERS-PATH    PIC X(200).
       01  WS-BUSDATE-PATH      PIC X(200).
       01  WS-BILLING-PATH      PIC X(200).
       01  WS-DELINQ-PATH       PIC X(200).
       01  WS-NOTICES-PATH      PIC X(200).
       01  WS-JOURNAL-PATH      PIC X(200).
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-BOXES-STATUS      PIC XX.
       01  WS-RENTALS-STATUS    PIC XX.
       01  WS-RATES-STATUS      PIC XX.
       01  WS-CUSTOMERS-STATUS  PIC XX.
       01  WS-BUSDATE-STATUS    PIC XX.
       01  WS-BILLING-STATUS    PIC XX.
       01  WS-DELINQ-STATUS     PIC XX.
       01  WS-NOTICES-STATUS    PIC XX.
       01  WS-JOURNAL-STATUS    PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  WS-DAY-TODAY         PIC 9(8).
       01  WS-DAY-SINCE         PIC 9(8).
       01  WS-DAY-NOTICE        PIC 9(8).
       01  WS-DAYS-OVERDUE      PIC 9(5).
       01  WS-DAYS-TXT          PIC X(3).
       01  WS-DRILL-DAYS        PIC 9(3) VALUE 90.
       01  WS-NOTICE-DAYS       PIC 9(3) VALUE 30.
       01  RATE-TABLE.
           05 RATE-ENTRY OCCURS 20 TIMES.
               10 SZ-SIZE-TBL       PIC X(1).
               10 SZ-RENT-TBL       PIC 9(5)V99.
       01  WS-SZ-INDEX          PIC 9(2) VALUE 1.
       01  WS-SZ-COUNT          PIC 9(2) VALUE 0.
       01  BOX-TABLE.
           05 BOX-ENTRY OCCURS 20000 TIMES.
               10 SB-BRANCH-TBL     PIC X(4).
               10 SB-BOX-TBL        PIC X(6).
               10 SB-SIZE-TBL       PIC X(1).
       01  WS-SB-INDEX          PIC 9(5) VALUE 1.
       01  WS-SB-COUNT          PIC 9(5) VALUE 0.
       01  RENTAL-TABLE.
           05 RENTAL-ENTRY OCCURS 20000 TIMES.
               10 SR-REC-TBL        PIC X(82).
       01  WS-SR-INDEX          PIC 9(5) VALUE 1.
       01  WS-SR-COUNT          PIC 9(5) VALUE 0.
       01  CUSTOMER-TABLE.
           05 CUSTOMER-ENTRY OCCURS 50000 TIMES.
               10 CU-ID-TBL         PIC X(5).
               10 CU-NAME-TBL       PIC X(20).
               10 CU-ADDRESS-TBL    PIC X(30).
       01  WS-CU-INDEX          PIC 9(6) VALUE 1.
       01  WS-CU-COUNT          PIC 9(6) VALUE 0.
       01  WS-CUST-NAME         PIC X(20).
       01  WS-CUST-ADDRESS      PIC X(30).
       01  ACCOUNTS-TABLE.
           05 ACCOUNT-ENTRY OCCURS 50000 TIMES.
               10 AC-REC-TBL      PIC X(60).
       01  WS-AC-INDEX          PIC 9(6) VALUE 1.
       01  WS-AC-COUNT          PIC 9(6) VALUE 0.
       01  WS-AC-IX             PIC 9(6) VALUE 0.
       01  WS-RENT              PIC 9(5)V99.
       01  WS-RENT-FOUND        PIC X(1).
       01  WS-CHARGE-AMT        PIC 9(7)V99.
       01  WS-AVAILABLE         PIC S9(9)V99.
       01  WS-COLLECTED         PIC X(1).
       01  WS-FAIL-REASON       PIC X(30).
       01  WS-YEARS-BILLED      PIC 9(2).
       01  WS-DUE-YEAR          PIC 9(4).
       01  WS-DUE-MMDD          PIC X(4).
       01  WS-DRILL-DATE        PIC 9(8).
       01  WS-DRILL-DUE         PIC X(1).
       01  WS-BILLED-COUNT      PIC 9(5) VALUE 0.
       01  WS-BILLED-TOTAL      PIC 9(9)V99 VALUE 0.
       01  WS-COLLECT-COUNT     PIC 9(5) VALUE 0.
       01  WS-COLLECT-TOTAL     PIC 9(9)V99 VALUE 0.
       01  WS-UNPAID-COUNT      PIC 9(5) VALUE 0.
       01  WS-UNPAID-TOTAL      PIC 9(9)V99 VALUE 0.
       01  WS-DELINQ-COUNT      PIC 9(5) VALUE 0.
       01  WS-DELINQ-TOTAL      PIC 9(9)V99 VALUE 0.
       01  WS-NOTICE-COUNT      PIC 9(7) VALUE 0.
       01  WS-DRILL-COUNT       PIC 9(5) VALUE 0.
       01  WS-EDIT-AMT          PIC Z(8)9.99.
       01  WS-ACC-TOUCHED       PIC X VALUE 'N'.
       01  WS-JOURNAL-ID        PIC X(5).
       01  WS-JOURNAL-AMT       PIC 9(7)V99.
       01  WS-JOURNAL-TIPO      PIC X(1).
       01  WS-JOURNAL-TAG       PIC X(6).
       01  WS-JOURNAL-REF       PIC X(25).
       01  WS-JRN-DATE          PIC 9(8) VALUE 0.
       01  WS-JRN-SEQ           PIC 9(7) VALUE 0.
       01  WS-JRN-CURRENCY      PIC X(3) VALUE "USD".
       01  WS-JRN-BALANCE       PIC S9(7)V99 VALUE 0.
       01  WS-JRN-BAL-ABS       PIC 9(7)V99.
       01  WS-JRN-SIGN          PIC X(1).
       01  WS-JRN-EXT           PIC X(48).
       01  WS-JRN-PROGRAM       PIC X(16) VALUE "RENTA-CAJAS".
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
           MOVE SPACES TO WS-ACCOUNTS-PATH
           ACCEPT WS-ACCOUNTS-PATH FROM ENVIRONMENT "ACCOUNTS_PATH"
           IF WS-ACCOUNTS-PATH = SPACES
               MOVE "accounts/ACCOUNTS.DAT" TO WS-ACCOUNTS-PATH
           END-IF
           MOVE SPACES TO WS-BOXES-PATH
           ACCEPT WS-BOXES-PATH FROM ENVIRONMENT "SDB_BOXES_PATH"
           IF WS-BOXES-PATH = SPACES
               MOVE "accounts/SDB_BOXES.DAT" TO WS-BOXES-PATH
           END-IF
           MOVE SPACES TO WS-RENTALS-PATH
           ACCEPT WS-RENTALS-PATH FROM ENVIRONMENT "SDB_RENTALS_PATH"
           IF WS-RENTALS-PATH = SPACES
               MOVE "accounts/SDB_RENTALS.DAT" TO WS-RENTALS-PATH
           END-IF
           MOVE SPACES TO WS-RATES-PATH
           ACCEPT WS-RATES-PATH FROM ENVIRONMENT "SDB_RATES_PATH"
           IF WS-RATES-PATH = SPACES
               MOVE "accounts/SDB_RATES.DAT" TO WS-RATES-PATH
           END-IF
           MOVE SPACES TO WS-CUSTOMERS-PATH
           ACCEPT WS-CUSTOMERS-PATH FROM ENVIRONMENT "CUSTOMERS_PATH"
           IF WS-CUSTOMERS-PATH = SPACES
               MOVE "accounts/CUSTOMERS.DAT" TO WS-CUSTOMERS-PATH
           END-IF
           MOVE SPACES TO WS-BUSDATE-PATH
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_PATH"
           IF WS-BUSDATE-PATH = SPACES
               MOVE "accounts/BUSINESS_DATE.DAT" TO WS-BUSDATE-PATH
           END-IF
           MOVE SPACES TO WS-BILLING-PATH
           ACCEPT WS-BILLING-PATH
               FROM ENVIRONMENT "SDB_BILLING_RPT_PATH"
           IF WS-BILLING-PATH = SPACES
               MOVE "accounts/SDB_BILLING.RPT" TO WS-BILLING-PATH
           END-IF
           MOVE SPACES TO WS-DELINQ-PATH
           ACCEPT WS-DELINQ-PATH FROM ENVIRONMENT "SDB_DELINQUENT_PATH"
           IF WS-DELINQ-PATH = SPACES
               MOVE "accounts/SDB_DELINQUENT.RPT" TO WS-DELINQ-PATH
           END-IF
           MOVE SPACES TO WS-NOTICES-PATH
           ACCEPT WS-NOTICES-PATH FROM ENVIRONMENT "SDB_NOTICES_PATH"
           IF WS-NOTICES-PATH = SPACES
               MOVE "accounts/SDB_NOTICES.DAT" TO WS-NOTICES-PATH
           END-IF
           MOVE SPACES TO WS-JOURNAL-PATH
           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT "JOURNAL_PATH"
           IF WS-JOURNAL-PATH = SPACES
               MOVE "accounts/JOURNAL.LOG" TO WS-JOURNAL-PATH
           END-IF
           MOVE SPACES TO WS-DAYS-TXT
           ACCEPT WS-DAYS-TXT FROM ENVIRONMENT "SDB_DRILL_DAYS"
           IF WS-DAYS-TXT NOT = SPACES AND WS-DAYS-TXT NUMERIC
               MOVE WS-DAYS-TXT TO WS-DRILL-DAYS
           END-IF
           MOVE SPACES TO WS-DAYS-TXT
           ACCEPT WS-DAYS-TXT FROM ENVIRONMENT "SDB_NOTICE_DAYS"
           IF WS-DAYS-TXT NOT = SPACES AND WS-DAYS-TXT NUMERIC
               MOVE WS-DAYS-TXT TO WS-NOTICE-DAYS
           END-IF
           PERFORM READ-BUSINESS-DATE
           COMPUTE WS-DAY-TODAY = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-BOX-TABLE
           PERFORM LOAD-RENTAL-TABLE
           PERFORM LOAD-CUSTOMER-TABLE
           OPEN OUTPUT BILLING-FILE
           MOVE SPACES TO BILLING-LINE
           STRING "SAFE DEPOSIT RENT BILLING " WS-TODAY
               DELIMITED BY SIZE
               INTO BILLING-LINE
           WRITE BILLING-LINE
           OPEN OUTPUT DELINQ-FILE
           MOVE SPACES TO DELINQ-LINE
           STRING "SAFE DEPOSIT RENT DELINQUENCY " WS-TODAY
               " DRILLING AFTER " WS-DRILL-DAYS " DAYS UNPAID"
               " NOTICE PERIOD " WS-NOTICE-DAYS " DAYS"
               DELIMITED BY SIZE
               INTO DELINQ-LINE
           WRITE DELINQ-LINE
           OPEN OUTPUT NOTICES-FILE
           IF WS-SR-COUNT > 0
               PERFORM ACQUIRE-ACCOUNTS-LOCK
               PERFORM LOAD-ACCOUNTS-TABLE
               MOVE 1 TO WS-SR-INDEX
               PERFORM UNTIL WS-SR-INDEX > WS-SR-COUNT
                   MOVE SR-REC-TBL(WS-SR-INDEX) TO RENTAL-RECORD
                   IF NOT SR-ST-CLOSED
                       PERFORM BILL-ONE-RENTAL
                       PERFORM ADVANCE-DRILLING-WORKFLOW
                       MOVE RENTAL-RECORD TO SR-REC-TBL(WS-SR-INDEX)
                   END-IF
                   ADD 1 TO WS-SR-INDEX
               END-PERFORM
               IF WS-ACC-TOUCHED = 'Y'
                   PERFORM REWRITE-ACCOUNTS-FILE
                   IF WS-VERIFY-OK = 'Y'
                       PERFORM REWRITE-RENTAL-FILE
                   ELSE
                       DISPLAY "ERROR - MASTER NOT REPLACED - RENTAL "
                           "REGISTER LEFT UNCHANGED"
                   END-IF
               ELSE
                   PERFORM REWRITE-RENTAL-FILE
               END-IF
               PERFORM RELEASE-ACCOUNTS-LOCK
           ELSE
               DISPLAY "NO SAFE DEPOSIT RENTALS"
           END-IF
           MOVE SPACES TO NOTICE-TRAILER
           MOVE "TRL  " TO NX-TAG
           MOVE WS-NOTICE-COUNT TO NX-COUNT
           WRITE NOTICE-RECORD
           CLOSE NOTICES-FILE
           MOVE SPACES TO BILLING-LINE
           MOVE WS-BILLED-TOTAL TO WS-EDIT-AMT
           STRING "RENT DEBITED " WS-BILLED-COUNT " AMOUNT " WS-EDIT-AMT
               DELIMITED BY SIZE
               INTO BILLING-LINE
           WRITE BILLING-LINE
           MOVE SPACES TO BILLING-LINE
           MOVE WS-COLLECT-TOTAL TO WS-EDIT-AMT
           STRING "ARREARS COLLECTED " WS-COLLECT-COUNT " AMOUNT "
               WS-EDIT-AMT
               DELIMITED BY SIZE
               INTO BILLING-LINE
           WRITE BILLING-LINE
           MOVE SPACES TO BILLING-LINE
           MOVE WS-UNPAID-TOTAL TO WS-EDIT-AMT
           STRING "RENT UNPAID " WS-UNPAID-COUNT " AMOUNT " WS-EDIT-AMT
               DELIMITED BY SIZE
               INTO BILLING-LINE
           WRITE BILLING-LINE
           CLOSE BILLING-FILE
           MOVE SPACES TO DELINQ-LINE
           MOVE WS-DELINQ-TOTAL TO WS-EDIT-AMT
           STRING "DELINQUENT BOXES " WS-DELINQ-COUNT " ARREARS "
               WS-EDIT-AMT " NOTICES ISSUED " WS-NOTICE-COUNT
               " DRILLING DUE " WS-DRILL-COUNT
               DELIMITED BY SIZE
               INTO DELINQ-LINE
           WRITE DELINQ-LINE
           CLOSE DELINQ-FILE
           DISPLAY "SAFE DEPOSIT RENT DEBITED " WS-BILLED-COUNT
               " ARREARS COLLECTED " WS-COLLECT-COUNT
               " UNPAID " WS-UNPAID-COUNT
               " DELINQUENT " WS-DELINQ-COUNT
               " NOTICES " WS-NOTICE-COUNT
               " DRILLING DUE " WS-DRILL-COUNT
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

       LOAD-RATE-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-SZ-COUNT
           OPEN INPUT RATES-FILE
           IF WS-RATES-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-SZ-COUNT >= 20
                   READ RATES-FILE INTO RATE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SZ-SIZE NOT = SPACES AND SZ-RENT NUMERIC
                           ADD 1 TO WS-SZ-COUNT
                           MOVE SZ-SIZE TO SZ-SIZE-TBL(WS-SZ-COUNT)
                           MOVE SZ-RENT TO SZ-RENT-TBL(WS-SZ-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RATES-FILE
           ELSE
               DISPLAY "NO SAFE DEPOSIT RENT TABLE - NO RENT BILLED"
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-BOX-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-SB-COUNT
           OPEN INPUT BOXES-FILE
           IF WS-BOXES-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-SB-COUNT >= 20000
                   READ BOXES-FILE INTO BOX-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SB-BRANCH NOT = SPACES
                           ADD 1 TO WS-SB-COUNT
                           MOVE SB-BRANCH
                               TO SB-BRANCH-TBL(WS-SB-COUNT)
                           MOVE SB-BOX TO SB-BOX-TBL(WS-SB-COUNT)
                           MOVE SB-SIZE TO SB-SIZE-TBL(WS-SB-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BOXES-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-RENTAL-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-SR-COUNT
           OPEN INPUT RENTALS-FILE
           IF WS-RENTALS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-SR-COUNT >= 20000
                   READ RENTALS-FILE INTO RENTAL-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SR-BRANCH NOT = SPACES
                           ADD 1 TO WS-SR-COUNT
                           MOVE RENTAL-RECORD
                               TO SR-REC-TBL(WS-SR-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RENTALS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-CUSTOMER-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-CU-COUNT
           OPEN INPUT CUSTOMERS-FILE
           IF WS-CUSTOMERS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-CU-COUNT >= 50000
                   READ CUSTOMERS-FILE INTO CUST-REC
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CUST-ID NOT = SPACES
                           ADD 1 TO WS-CU-COUNT
                           MOVE CUST-ID TO CU-ID-TBL(WS-CU-COUNT)
                           MOVE CUST-NAME TO CU-NAME-TBL(WS-CU-COUNT)
                           MOVE CUST-ADDRESS
                               TO CU-ADDRESS-TBL(WS-CU-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMERS-FILE
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

       BILL-ONE-RENTAL.
           MOVE 0 TO WS-AC-IX
           MOVE 1 TO WS-AC-INDEX
           PERFORM UNTIL WS-AC-INDEX > WS-AC-COUNT
               IF AC-REC-TBL(WS-AC-INDEX)(1:5) = SR-ACCOUNT
                   MOVE WS-AC-INDEX TO WS-AC-IX
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-AC-INDEX
           END-PERFORM
           MOVE 'N' TO WS-RENT-FOUND
           MOVE 0 TO WS-RENT
           MOVE 1 TO WS-SB-INDEX
           PERFORM UNTIL WS-SB-INDEX > WS-SB-COUNT
               IF SB-BRANCH-TBL(WS-SB-INDEX) = SR-BRANCH
                       AND SB-BOX-TBL(WS-SB-INDEX) = SR-BOX
                   MOVE 1 TO WS-SZ-INDEX
                   PERFORM UNTIL WS-SZ-INDEX > WS-SZ-COUNT
                       IF SZ-SIZE-TBL(WS-SZ-INDEX)
                               = SB-SIZE-TBL(WS-SB-INDEX)
                           MOVE 'Y' TO WS-RENT-FOUND
                           MOVE SZ-RENT-TBL(WS-SZ-INDEX) TO WS-RENT
                       END-IF
                       ADD 1 TO WS-SZ-INDEX
                   END-PERFORM
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-SB-INDEX
           END-PERFORM
           IF SR-ARREARS NUMERIC AND SR-ARREARS > 0
               MOVE SR-ARREARS TO WS-CHARGE-AMT
               PERFORM COLLECT-RENT
               IF WS-COLLECTED = 'Y'
                   ADD 1 TO WS-COLLECT-COUNT
                   ADD WS-CHARGE-AMT TO WS-COLLECT-TOTAL
                   MOVE "ARREARS COLLECTED" TO WS-FAIL-REASON
                   PERFORM WRITE-BILLING-LINE
                   MOVE 0 TO SR-ARREARS
                   MOVE 0 TO SR-ARREARS-SINCE
                   IF NOT SR-ST-FORCED
                       MOVE 'A' TO SR-STATUS
                       MOVE 0 TO SR-NOTICES
                       MOVE 0 TO SR-NOTICE-DATE
                   END-IF
               END-IF
           END-IF
           IF WS-RENT-FOUND NOT = 'Y'
               IF SR-NEXT-DUE <= WS-TODAY AND NOT SR-ST-FORCED
                   DISPLAY "NO RENT FOR BOX SIZE - NOT BILLED "
                       SR-BRANCH " " SR-BOX
               END-IF
           ELSE
               MOVE 0 TO WS-YEARS-BILLED
               PERFORM UNTIL SR-NEXT-DUE > WS-TODAY
                       OR SR-ST-FORCED OR WS-YEARS-BILLED >= 10
                   MOVE WS-RENT TO WS-CHARGE-AMT
                   PERFORM BILL-ONE-YEAR
                   PERFORM ADVANCE-NEXT-DUE
                   ADD 1 TO WS-YEARS-BILLED
               END-PERFORM
           END-IF.

       BILL-ONE-YEAR.
           IF SR-ARREARS > 0
               MOVE 'N' TO WS-COLLECTED
               MOVE "PRIOR RENT UNPAID" TO WS-FAIL-REASON
           ELSE
               PERFORM COLLECT-RENT
           END-IF
           IF WS-COLLECTED = 'Y'
               ADD 1 TO WS-BILLED-COUNT
               ADD WS-CHARGE-AMT TO WS-BILLED-TOTAL
               MOVE "RENT DEBITED" TO WS-FAIL-REASON
           ELSE
               ADD 1 TO WS-UNPAID-COUNT
               ADD WS-CHARGE-AMT TO WS-UNPAID-TOTAL
               ADD WS-CHARGE-AMT TO SR-ARREARS
               IF SR-ARREARS-SINCE NOT NUMERIC
                       OR SR-ARREARS-SINCE = 0
                   MOVE SR-NEXT-DUE TO SR-ARREARS-SINCE
               END-IF
               IF SR-ST-ACTIVE
                   MOVE 'L' TO SR-STATUS
               END-IF
           END-IF
           PERFORM WRITE-BILLING-LINE.

       COLLECT-RENT.
           MOVE 'N' TO WS-COLLECTED
           MOVE SPACES TO WS-FAIL-REASON
           IF WS-AC-IX = 0
               MOVE "BILLING ACCOUNT NOT FOUND" TO WS-FAIL-REASON
           ELSE
               MOVE AC-REC-TBL(WS-AC-IX) TO ACCOUNTS-RECORD
               COMPUTE WS-AVAILABLE = AC-SALDO + AC-OVERDRAFT-LIMIT
               EVALUATE TRUE
                   WHEN AC-ST-BLOCKED
                       MOVE "ACCOUNT FROZEN OR CLOSED"
                           TO WS-FAIL-REASON
                   WHEN WS-AVAILABLE < WS-CHARGE-AMT
                       MOVE "INSUFFICIENT FUNDS" TO WS-FAIL-REASON
                   WHEN OTHER
                       SUBTRACT WS-CHARGE-AMT FROM AC-SALDO
                       MOVE ACCOUNTS-RECORD TO AC-REC-TBL(WS-AC-IX)
                       MOVE AC-ID TO WS-JOURNAL-ID
                       MOVE WS-CHARGE-AMT TO WS-JOURNAL-AMT
                       MOVE 'D' TO WS-JOURNAL-TIPO
                       MOVE "SDBRNT" TO WS-JOURNAL-TAG
                       MOVE AC-CURRENCY TO WS-JRN-CURRENCY
                       MOVE AC-SALDO TO WS-JRN-BALANCE
                       MOVE SPACES TO WS-JOURNAL-REF
                       STRING "SDB " SR-BRANCH " " SR-BOX
                           DELIMITED BY SIZE
                           INTO WS-JOURNAL-REF
                       PERFORM WRITE-JOURNAL-LINE
                       MOVE 'Y' TO WS-ACC-TOUCHED
                       MOVE 'Y' TO WS-COLLECTED
               END-EVALUATE
           END-IF.

       ADVANCE-NEXT-DUE.
           MOVE SR-NEXT-DUE(1:4) TO WS-DUE-YEAR
           ADD 1 TO WS-DUE-YEAR
           MOVE SR-START(5:4) TO WS-DUE-MMDD
           IF WS-DUE-MMDD = "0229"
               IF FUNCTION MOD(WS-DUE-YEAR, 4) NOT = 0
                       OR (FUNCTION MOD(WS-DUE-YEAR, 100) = 0
                           AND FUNCTION MOD(WS-DUE-YEAR, 400) NOT = 0)
                   MOVE "0228" TO WS-DUE-MMDD
               END-IF
           END-IF
           MOVE WS-DUE-YEAR TO SR-NEXT-DUE(1:4)
           MOVE WS-DUE-MMDD TO SR-NEXT-DUE(5:4).

       WRITE-BILLING-LINE.
           MOVE WS-CHARGE-AMT TO WS-EDIT-AMT
           MOVE SPACES TO BILLING-LINE
           STRING SR-BRANCH " " SR-BOX " " SR-CUST " " SR-ACCOUNT
               " DUE " SR-NEXT-DUE " " WS-EDIT-AMT " " WS-FAIL-REASON
               DELIMITED BY SIZE
               INTO BILLING-LINE
           WRITE BILLING-LINE.

       ADVANCE-DRILLING-WORKFLOW.
           MOVE 'N' TO WS-DRILL-DUE
           MOVE 0 TO WS-DRILL-DATE
           IF SR-ARREARS > 0 AND SR-ARREARS-SINCE NUMERIC
                   AND SR-ARREARS-SINCE > 0 AND NOT SR-ST-FORCED
               COMPUTE WS-DAY-SINCE =
                   FUNCTION INTEGER-OF-DATE(SR-ARREARS-SINCE)
               IF WS-DAY-TODAY > WS-DAY-SINCE
                   COMPUTE WS-DAYS-OVERDUE =
                       WS-DAY-TODAY - WS-DAY-SINCE
               ELSE
                   MOVE 0 TO WS-DAYS-OVERDUE
               END-IF
               MOVE 0 TO WS-DAY-NOTICE
               IF SR-NOTICE-DATE NUMERIC AND SR-NOTICE-DATE > 0
                   COMPUTE WS-DAY-NOTICE =
                       FUNCTION INTEGER-OF-DATE(SR-NOTICE-DATE)
                       + WS-NOTICE-DAYS
               END-IF
               EVALUATE TRUE
                   WHEN SR-ST-ARREARS
                           AND WS-DAYS-OVERDUE >= WS-DRILL-DAYS
                       MOVE 'N' TO SR-STATUS
                       MOVE 1 TO SR-NOTICES
                       MOVE WS-TODAY TO SR-NOTICE-DATE
                       COMPUTE WS-DRILL-DATE =
                           FUNCTION DATE-OF-INTEGER(WS-DAY-TODAY
                               + WS-NOTICE-DAYS + WS-NOTICE-DAYS)
                       MOVE "FIRST" TO NT-KIND
                       PERFORM WRITE-NOTICE-LETTER
                   WHEN SR-ST-NOTICED AND SR-NOTICES < 2
                           AND WS-DAY-NOTICE <= WS-DAY-TODAY
                       MOVE 2 TO SR-NOTICES
                       MOVE WS-TODAY TO SR-NOTICE-DATE
                       COMPUTE WS-DRILL-DATE =
                           FUNCTION DATE-OF-INTEGER(WS-DAY-TODAY
                               + WS-NOTICE-DAYS)
                       MOVE "FINAL" TO NT-KIND
                       PERFORM WRITE-NOTICE-LETTER
                   WHEN SR-ST-NOTICED
                       COMPUTE WS-DRILL-DATE =
                           FUNCTION DATE-OF-INTEGER(WS-DAY-NOTICE)
                       IF WS-DAY-NOTICE <= WS-DAY-TODAY
                           MOVE 'Y' TO WS-DRILL-DUE
                           ADD 1 TO WS-DRILL-COUNT
                       END-IF
               END-EVALUATE
               PERFORM WRITE-DELINQUENCY-LINE
           END-IF.

       FIND-LESSEE-DETAILS.
           MOVE SPACES TO WS-CUST-NAME
           MOVE SPACES TO WS-CUST-ADDRESS
           MOVE 1 TO WS-CU-INDEX
           PERFORM UNTIL WS-CU-INDEX > WS-CU-COUNT
               IF CU-ID-TBL(WS-CU-INDEX) = SR-CUST
                   MOVE CU-NAME-TBL(WS-CU-INDEX) TO WS-CUST-NAME
                   MOVE CU-ADDRESS-TBL(WS-CU-INDEX) TO WS-CUST-ADDRESS
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CU-INDEX
           END-PERFORM.

       WRITE-NOTICE-LETTER.
           PERFORM FIND-LESSEE-DETAILS
           MOVE WS-TODAY TO NT-DATE
           MOVE SR-BRANCH TO NT-BRANCH
           MOVE SR-BOX TO NT-BOX
           MOVE SR-CUST TO NT-CUST
           MOVE WS-CUST-NAME TO NT-NAME
           MOVE WS-CUST-ADDRESS TO NT-ADDRESS
           MOVE SR-ARREARS TO NT-ARREARS
           MOVE SR-ARREARS-SINCE TO NT-SINCE
           MOVE WS-DRILL-DATE TO NT-DRILL-DATE
           WRITE NOTICE-RECORD
           ADD 1 TO WS-NOTICE-COUNT
           DISPLAY "SAFE DEPOSIT " NT-KIND " NOTICE " SR-BRANCH " "
               SR-BOX " LESSEE " SR-CUST " DRILL ON OR AFTER "
               WS-DRILL-DATE.

       WRITE-DELINQUENCY-LINE.
           PERFORM FIND-LESSEE-DETAILS
           ADD 1 TO WS-DELINQ-COUNT
           ADD SR-ARREARS TO WS-DELINQ-TOTAL
           MOVE SR-ARREARS TO WS-EDIT-AMT
           MOVE SPACES TO DELINQ-LINE
           STRING SR-BRANCH " " SR-BOX " " SR-CUST " " WS-CUST-NAME
               " " SR-ACCOUNT " " WS-EDIT-AMT " SINCE "
               SR-ARREARS-SINCE " DAYS " WS-DAYS-OVERDUE
               " STATUS " SR-STATUS " NOTICES " SR-NOTICES
               DELIMITED BY SIZE
               INTO DELINQ-LINE
           IF WS-DRILL-DATE > 0
               MOVE " DRILL ON/AFTER " TO DELINQ-LINE(94:16)
               MOVE WS-DRILL-DATE TO DELINQ-LINE(110:8)
           END-IF
           IF WS-DRILL-DUE = 'Y'
               MOVE " DRILLING DUE  " TO DELINQ-LINE(94:16)
           END-IF
           WRITE DELINQ-LINE.

       REWRITE-RENTAL-FILE.
           OPEN OUTPUT RENTALS-FILE
           MOVE 1 TO WS-SR-INDEX
           PERFORM UNTIL WS-SR-INDEX > WS-SR-COUNT
               MOVE SR-REC-TBL(WS-SR-INDEX) TO RENTAL-RECORD
               WRITE RENTAL-RECORD
               ADD 1 TO WS-SR-INDEX
           END-PERFORM
           CLOSE RENTALS-FILE.

       WRITE-JOURNAL-LINE.
           MOVE SPACES TO J-TXT
           STRING "OK " WS-JOURNAL-ID " " WS-JOURNAL-AMT " "
                   WS-JOURNAL-TIPO " " WS-JOURNAL-TAG
               DELIMITED BY SIZE
               INTO J-TXT
           PERFORM BUILD-JOURNAL-EXTENSION
           MOVE WS-JOURNAL-REF TO J-TXT(79:25)
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
                   DISPLAY "ERROR - ACCOUNTS WORK FILE SWAP FAILED "
                       "RC " RETURN-CODE
               END-IF
           ELSE
               DISPLAY "ERROR - ACCOUNTS WORK FILE DOES NOT VERIFY "
                   "- OLD MASTER LEFT IN PLACE"
           END-IF.

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
