       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE-CUENTAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT REQUESTS-FILE
               ASSIGN TO DYNAMIC WS-REQUESTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REQUESTS-STATUS.
           SELECT ACCRUAL-FILE
               ASSIGN TO DYNAMIC WS-ACCRUAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-STATUS.
           SELECT HOLDS-FILE
               ASSIGN TO DYNAMIC WS-HOLDS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT PENDING-FILE
               ASSIGN TO DYNAMIC WS-PENDING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT CASES-FILE
               ASSIGN TO DYNAMIC WS-CASES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CASES-STATUS.
           SELECT GARNISH-FILE
               ASSIGN TO DYNAMIC WS-GARNISH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GARNISH-STATUS.
           SELECT TERMDEP-FILE
               ASSIGN TO DYNAMIC WS-TERMDEP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TERMDEP-STATUS.
           SELECT LOAN-MASTER-FILE
               ASSIGN TO DYNAMIC WS-LOAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT CARDS-FILE
               ASSIGN TO DYNAMIC WS-CARDS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CARDS-STATUS.
           SELECT ORDERS-FILE
               ASSIGN TO "accounts/STANDING_ORDERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ORDERS-STATUS.
           SELECT MANDATES-FILE
               ASSIGN TO DYNAMIC WS-MANDATES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MANDATES-STATUS.
           SELECT CUSTOMERS-FILE
               ASSIGN TO DYNAMIC WS-CUSTOMERS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMERS-STATUS.
           SELECT WITHHOLD-FILE
               ASSIGN TO DYNAMIC WS-WITHHOLD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WITHHOLD-STATUS.
           SELECT ISSUE-FILE
               ASSIGN TO DYNAMIC WS-ISSUE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ISSUE-STATUS.
           SELECT CHGAUDIT-FILE
               ASSIGN TO "accounts/MAINT_AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHGAUDIT-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JSEAL-FILE
               ASSIGN TO DYNAMIC WS-JSEAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JSEAL-STATUS.
           SELECT STATEMENT-FILE
               ASSIGN TO DYNAMIC WS-STATEMENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
           SELECT BLOCKED-FILE
               ASSIGN TO DYNAMIC WS-BLOCKED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BLOCKED-STATUS.
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
       FD  REQUESTS-FILE.
       01  CLOSE-REQUEST-RECORD.
           05 CQ-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 CQ-METHOD         PIC X(1).
               88 CQ-BY-TRANSFER VALUE 'T'.
               88 CQ-BY-CHEQUE   VALUE 'C'.
           05 FILLER            PIC X(1).
           05 CQ-TARGET         PIC X(5).
           05 FILLER            PIC X(1).
           05 CQ-PAYEE          PIC X(20).
       FD  ACCRUAL-FILE.
       01  ACR-REC.
           05 ACR-ID            PIC X(5).
           05 FILLER            PIC X(1).
           05 ACR-AMOUNT        PIC S9(7)V99.
       FD  HOLDS-FILE.
       01  HOLD-RECORD.
           05 HD-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 HD-MONTO          PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 HD-TIMESTAMP      PIC X(14).
       FD  PENDING-FILE.
       01  PEND-RECORD.
           05 PEND-ID           PIC X(5).
           05 FILLER            PIC X(1).
           05 PEND-TO-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 PEND-MONTO        PIC 9(7)V99.
       FD  CASES-FILE.
       01  CASE-RECORD.
           05 CS-CASE-ID        PIC X(10).
           05 FILLER            PIC X(1).
           05 CS-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 CS-AMOUNT         PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 CS-STATUS         PIC X(1).
           05 FILLER            PIC X(1).
           05 CS-OPENED         PIC 9(8).
       FD  GARNISH-FILE.
       01  GARNISH-RECORD.
           05 GO-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 GO-AUTHORITY      PIC X(20).
           05 FILLER            PIC X(1).
           05 GO-AMOUNT         PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 GO-ALL-FUNDS      PIC X(1).
           05 FILLER            PIC X(1).
           05 GO-EFF-DATE       PIC 9(8).
           05 FILLER            PIC X(1).
           05 GO-SEIZED         PIC 9(7)V99.
       FD  TERMDEP-FILE.
       01  TERMDEP-RECORD.
           05 TD-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 TD-PRINCIPAL      PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 TD-RATE           PIC 9V9(4).
           05 FILLER            PIC X(1).
           05 TD-OPEN           PIC 9(8).
           05 FILLER            PIC X(1).
           05 TD-MATURITY       PIC 9(8).
           05 FILLER            PIC X(1).
           05 TD-ROLLOVER       PIC X(1).
           05 FILLER            PIC X(1).
           05 TD-LINKED         PIC X(5).
           05 FILLER            PIC X(1).
           05 TD-STATUS         PIC X(1).
       FD  LOAN-MASTER-FILE.
       01  LOAN-RECORD.
           05 LN-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 LN-ORIG-PRINCIPAL PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 LN-BALANCE        PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 LN-RATE           PIC 9V9(4).
           05 FILLER            PIC X(1).
           05 LN-TERM           PIC 9(3).
           05 FILLER            PIC X(1).
           05 LN-PAYMENT        PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 LN-NEXT-DUE       PIC 9(8).
           05 FILLER            PIC X(1).
           05 LN-DISB-ACCT      PIC X(5).
           05 FILLER            PIC X(1).
           05 LN-OPENED         PIC X(8).
           05 FILLER            PIC X(1).
           05 LN-STATUS         PIC X(1).
       FD  CARDS-FILE.
       01  CARD-RECORD.
           05 CD-NUMBER         PIC X(16).
           05 FILLER            PIC X(1).
           05 CD-AC-ID          PIC X(5).
           05 FILLER            PIC X(1).
           05 CD-STATUS         PIC X(1).
           05 FILLER            PIC X(1).
           05 CD-EXPIRY         PIC 9(8).
           05 FILLER            PIC X(1).
           05 CD-LAST-USED      PIC 9(8).
           05 FILLER            PIC X(1).
           05 CD-REPLACES       PIC X(16).
           05 FILLER            PIC X(1).
           05 CD-REASON         PIC X(4).
       FD  ORDERS-FILE.
       01  SO-REC.
           05 SO-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 SO-MONTO          PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 SO-DIA            PIC 9(2).
           05 FILLER            PIC X(1).
           05 SO-STATUS         PIC X(1).
       FD  MANDATES-FILE.
       01  MANDATE-RECORD.
           05 MD-REF            PIC X(10).
           05 FILLER            PIC X(1).
           05 MD-CREDITOR       PIC X(20).
           05 FILLER            PIC X(1).
           05 MD-DEBTOR         PIC X(5).
           05 FILLER            PIC X(1).
           05 MD-AMOUNT         PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 MD-MAX            PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 MD-START          PIC 9(8).
           05 FILLER            PIC X(1).
           05 MD-END            PIC 9(8).
           05 FILLER            PIC X(1).
           05 MD-DAY            PIC 9(2).
           05 FILLER            PIC X(1).
           05 MD-STATUS         PIC X(1).
           05 FILLER            PIC X(1).
           05 MD-REPRESENTED    PIC X(1).
       FD  CUSTOMERS-FILE.
       01  CUST-REC.
           05 CUST-ID           PIC X(5).
           05 CUST-NAME         PIC X(20).
           05 CUST-ADDRESS      PIC X(30).
           05 CUST-TAX-ID       PIC X(11).
           05 CUST-DOD          PIC X(8).
           05 CUST-TAX-CERT     PIC X(1).
       FD  WITHHOLD-FILE.
       01  WITHHOLD-RECORD.
           05 WH-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 WH-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 WH-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 WH-GROSS          PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 WH-TAX            PIC 9(7)V99.
       FD  ISSUE-FILE.
       01  ISSUE-RECORD.
           05 CI-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 CI-CHECK-NO       PIC 9(6).
           05 FILLER            PIC X(1).
           05 CI-AMOUNT         PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 CI-PAYEE          PIC X(20).
           05 FILLER            PIC X(1).
           05 CI-STATUS         PIC X(1).
           05 FILLER            PIC X(1).
           05 CI-ISSUED         PIC X(8).
       FD  CHGAUDIT-FILE.
       01  CHGAUDIT-LINE        PIC X(100).
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
       FD  STATEMENT-FILE.
       01  STATEMENT-LINE       PIC X(100).
       FD  BLOCKED-FILE.
       01  BLOCKED-LINE         PIC X(100).
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
       01 WS-LOCK-PROGRAM   PIC X(24) VALUE "CIERRE-CUENTAS".
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
       01  WS-REQUESTS-PATH     PIC X(200).
       01  WS-ACCRUAL-PATH      PIC X(200).
       01  WS-HOLDS-PATH        PIC X(200).
       01  WS-PENDING-PATH      PIC X(200).
       01  WS-CASES-PATH        PIC X(200).
       01  WS-GARNISH-PATH      PIC X(200).
       01  WS-TERMDEP-PATH      PIC X(200).
       01  WS-LOAN-PATH         PIC X(200).
       01  WS-CARDS-PATH        PIC X(200).
       01  WS-MANDATES-PATH     PIC X(200).
       01  WS-CUSTOMERS-PATH    PIC X(200).
       01  WS-WITHHOLD-PATH     PIC X(200).
       01  WS-ISSUE-PATH        PIC X(200).
       01  WS-JOURNAL-PATH      PIC X(200).
       01  WS-STATEMENT-PATH    PIC X(200).
       01  WS-BLOCKED-PATH      PIC X(200).
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-REQUESTS-STATUS   PIC XX.
       01  WS-ACCRUAL-STATUS    PIC XX.
       01  WS-HOLDS-STATUS      PIC XX.
       01  WS-PENDING-STATUS    PIC XX.
       01  WS-CASES-STATUS      PIC XX.
       01  WS-GARNISH-STATUS    PIC XX.
       01  WS-TERMDEP-STATUS    PIC XX.
       01  WS-LOAN-STATUS       PIC XX.
       01  WS-CARDS-STATUS      PIC XX.
       01  WS-ORDERS-STATUS     PIC XX.
       01  WS-MANDATES-STATUS   PIC XX.
       01  WS-CUSTOMERS-STATUS  PIC XX.
       01  WS-WITHHOLD-STATUS   PIC XX.
       01  WS-ISSUE-STATUS      PIC XX.
       01  WS-CHGAUDIT-STATUS   PIC XX.
       01  WS-JOURNAL-STATUS    PIC XX.
       01  WS-STATEMENT-STATUS  PIC XX.
       01  WS-BLOCKED-STATUS    PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  WS-NOW               PIC 9(6).
       01  WS-OFFICIAL-ACCT     PIC X(5) VALUE "OFCHK".
       01  WS-OFFICIAL-TXT      PIC X(5).
       01  WS-FEE-TXT           PIC X(9).
       01  WS-FEE-TXT-N REDEFINES WS-FEE-TXT PIC 9(7)V99.
       01  WS-CLOSING-FEE       PIC 9(7)V99 VALUE 0.
       01  WS-WHT-RATE-TXT      PIC X(6).
       01  WS-WHT-RATE          PIC 9V9(4) VALUE 0.1000.
       01  ACCOUNTS-TABLE.
           05 ACCOUNT-ENTRY OCCURS 50000 TIMES.
               10 AC-REC-TBL      PIC X(60).
       01  WS-AC-INDEX          PIC 9(6) VALUE 1.
       01  WS-AC-COUNT          PIC 9(6) VALUE 0.
       01  WS-CUST-IX           PIC 9(6) VALUE 0.
       01  WS-TARGET-IX         PIC 9(6) VALUE 0.
       01  WS-OFCHK-IX          PIC 9(6) VALUE 0.
       01  REQUEST-TABLE.
           05 REQUEST-ENTRY OCCURS 5000 TIMES.
               10 RQ-REC-TBL      PIC X(35).
               10 RQ-KEEP-TBL     PIC X(1).
       01  WS-RQ-INDEX          PIC 9(5) VALUE 1.
       01  WS-RQ-COUNT          PIC 9(5) VALUE 0.
       01  BLOCKER-TABLE.
           05 BLOCKER-ENTRY OCCURS 20000 TIMES.
               10 BK-ID-TBL       PIC X(5).
               10 BK-REASON-TBL   PIC X(50).
       01  WS-BK-INDEX          PIC 9(5) VALUE 1.
       01  WS-BK-COUNT          PIC 9(5) VALUE 0.
       01  WS-BK-ID             PIC X(5).
       01  WS-BK-REASON         PIC X(50).
       01  WS-EDIT-AMT          PIC Z(6)9.99.
       01  ACCRUAL-TABLE.
           05 ACCRUAL-ENTRY OCCURS 50000 TIMES.
               10 AR-ID-TBL       PIC X(5).
               10 AR-AMOUNT-TBL   PIC S9(7)V99.
               10 AR-USED-TBL     PIC X(1).
       01  WS-AR-INDEX          PIC 9(6) VALUE 1.
       01  WS-AR-COUNT          PIC 9(6) VALUE 0.
       01  CARDS-TABLE.
           05 CARD-ENTRY OCCURS 20000 TIMES PIC X(64).
       01  WS-CD-INDEX          PIC 9(5) VALUE 1.
       01  WS-CD-COUNT          PIC 9(5) VALUE 0.
       01  ORDERS-TABLE.
           05 ORDER-ENTRY OCCURS 10000 TIMES.
               10 SO-REC-TBL      PIC X(21).
               10 SO-DROP-TBL     PIC X(1).
       01  WS-SO-INDEX          PIC 9(5) VALUE 1.
       01  WS-SO-COUNT          PIC 9(5) VALUE 0.
       01  MANDATES-TABLE.
           05 MANDATE-ENTRY OCCURS 10000 TIMES PIC X(82).
       01  WS-MD-INDEX          PIC 9(5) VALUE 1.
       01  WS-MD-COUNT          PIC 9(5) VALUE 0.
       01  CERT-TABLE.
           05 CERT-ENTRY OCCURS 50000 TIMES.
               10 CT-CUST-TBL     PIC X(5).
               10 CT-CERT-TBL     PIC X(1).
       01  WS-CT-INDEX          PIC 9(6) VALUE 1.
       01  WS-CT-COUNT          PIC 9(6) VALUE 0.
       01  CHEQUE-TABLE.
           05 CHEQUE-ENTRY OCCURS 5000 TIMES.
               10 CQ-NO-TBL       PIC 9(6).
               10 CQ-AMOUNT-TBL   PIC 9(7)V99.
               10 CQ-PAYEE-TBL    PIC X(20).
       01  WS-CQ-INDEX          PIC 9(5) VALUE 1.
       01  WS-CQ-COUNT          PIC 9(5) VALUE 0.
       01  WS-NEXT-SERIAL       PIC 9(6) VALUE 0.
       01  WS-BLOCK-COUNT       PIC 9(3).
       01  WS-KEEP-REQUEST      PIC X(1).
       01  WS-OPEN-SALDO        PIC S9(7)V99.
       01  WS-ACCRUED           PIC S9(9)V99.
       01  WS-INT-GROSS         PIC S9(7)V99.
       01  WS-WHT-TAX           PIC 9(7)V99.
       01  WS-FEE-DUE           PIC 9(7)V99.
       01  WS-PAYOUT            PIC 9(7)V99.
       01  WS-CERTIFIED         PIC X VALUE 'N'.
       01  WS-CARD-CANCEL       PIC 9(3).
       01  WS-ORDER-CANCEL      PIC 9(3).
       01  WS-MAND-REVOKE       PIC 9(3).
       01  WS-CHEQUE-NO         PIC 9(6).
       01  WS-CLOSED-COUNT      PIC 9(5) VALUE 0.
       01  WS-BLOCKED-COUNT     PIC 9(5) VALUE 0.
       01  WS-PAYOUT-TOTAL      PIC 9(11)V99 VALUE 0.
       01  WS-ACC-TOUCHED       PIC X VALUE 'N'.
       01  WS-EDIT-BAL          PIC -(7)9.99.
       01  WS-IMG-REC           PIC X(60).
       01  WS-IMG               PIC X(70).
       01  WS-BEFORE-IMAGE      PIC X(70).
       01  WS-AFTER-IMAGE       PIC X(70).
       01  WS-JOURNAL-ID        PIC X(5).
       01  WS-JOURNAL-AMT       PIC 9(7)V99.
       01  WS-JOURNAL-TIPO      PIC X(1).
       01  WS-JOURNAL-TAG       PIC X(6).
       01  WS-JRN-DATE          PIC 9(8) VALUE 0.
       01  WS-JRN-SEQ           PIC 9(7) VALUE 0.
       01  WS-JRN-CURRENCY      PIC X(3) VALUE "USD".
       01  WS-JRN-BALANCE       PIC S9(7)V99 VALUE 0.
       01  WS-JRN-BAL-ABS       PIC 9(7)V99.
       01  WS-JRN-SIGN          PIC X(1).
       01  WS-JRN-EXT           PIC X(48).
       01  WS-JRN-PROGRAM       PIC X(16) VALUE "CIERRE-CUENTAS".
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
           MOVE SPACES TO WS-REQUESTS-PATH
           ACCEPT WS-REQUESTS-PATH
               FROM ENVIRONMENT "CLOSURE_REQUESTS_PATH"
           IF WS-REQUESTS-PATH = SPACES
               MOVE "accounts/CLOSURE_REQUESTS.DAT" TO WS-REQUESTS-PATH
           END-IF
           MOVE SPACES TO WS-ACCRUAL-PATH
           ACCEPT WS-ACCRUAL-PATH FROM ENVIRONMENT "ACCRUAL_PATH"
           IF WS-ACCRUAL-PATH = SPACES
               MOVE "accounts/ACCRUAL.DAT" TO WS-ACCRUAL-PATH
           END-IF
           MOVE SPACES TO WS-HOLDS-PATH
           ACCEPT WS-HOLDS-PATH FROM ENVIRONMENT "HOLDS_PATH"
           IF WS-HOLDS-PATH = SPACES
               MOVE "accounts/HOLDS.DAT" TO WS-HOLDS-PATH
           END-IF
           MOVE SPACES TO WS-PENDING-PATH
           ACCEPT WS-PENDING-PATH FROM ENVIRONMENT "PENDING_PATH"
           IF WS-PENDING-PATH = SPACES
               MOVE "accounts/PENDING_APPROVAL.DAT" TO WS-PENDING-PATH
           END-IF
           MOVE SPACES TO WS-CASES-PATH
           ACCEPT WS-CASES-PATH FROM ENVIRONMENT "DISPUTES_PATH"
           IF WS-CASES-PATH = SPACES
               MOVE "accounts/DISPUTES.DAT" TO WS-CASES-PATH
           END-IF
           MOVE SPACES TO WS-GARNISH-PATH
           ACCEPT WS-GARNISH-PATH FROM ENVIRONMENT "GARNISH_ORDERS_PATH"
           IF WS-GARNISH-PATH = SPACES
               MOVE "accounts/GARNISH_ORDERS.DAT" TO WS-GARNISH-PATH
           END-IF
           MOVE SPACES TO WS-TERMDEP-PATH
           ACCEPT WS-TERMDEP-PATH FROM ENVIRONMENT "TERM_DEPOSITS_PATH"
           IF WS-TERMDEP-PATH = SPACES
               MOVE "accounts/TERM_DEPOSITS.DAT" TO WS-TERMDEP-PATH
           END-IF
           MOVE SPACES TO WS-LOAN-PATH
           ACCEPT WS-LOAN-PATH FROM ENVIRONMENT "LOAN_MASTER_PATH"
           IF WS-LOAN-PATH = SPACES
               MOVE "accounts/LOAN_MASTER.DAT" TO WS-LOAN-PATH
           END-IF
           MOVE SPACES TO WS-CARDS-PATH
           ACCEPT WS-CARDS-PATH FROM ENVIRONMENT "CARDS_PATH"
           IF WS-CARDS-PATH = SPACES
               MOVE "accounts/CARDS.DAT" TO WS-CARDS-PATH
           END-IF
           MOVE SPACES TO WS-MANDATES-PATH
           ACCEPT WS-MANDATES-PATH FROM ENVIRONMENT "MANDATES_PATH"
           IF WS-MANDATES-PATH = SPACES
               MOVE "accounts/MANDATES.DAT" TO WS-MANDATES-PATH
           END-IF
           MOVE SPACES TO WS-CUSTOMERS-PATH
           ACCEPT WS-CUSTOMERS-PATH FROM ENVIRONMENT "CUSTOMERS_PATH"
           IF WS-CUSTOMERS-PATH = SPACES
               MOVE "accounts/CUSTOMERS.DAT" TO WS-CUSTOMERS-PATH
           END-IF
           MOVE SPACES TO WS-WITHHOLD-PATH
           ACCEPT WS-WITHHOLD-PATH FROM ENVIRONMENT "WITHHOLDING_PATH"
           IF WS-WITHHOLD-PATH = SPACES
               MOVE "accounts/WITHHOLDING.DAT" TO WS-WITHHOLD-PATH
           END-IF
           MOVE SPACES TO WS-ISSUE-PATH
           ACCEPT WS-ISSUE-PATH FROM ENVIRONMENT "CHECK_ISSUE_PATH"
           IF WS-ISSUE-PATH = SPACES
               MOVE "accounts/CHECK_ISSUE.DAT" TO WS-ISSUE-PATH
           END-IF
           MOVE SPACES TO WS-JOURNAL-PATH
           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT "JOURNAL_PATH"
           IF WS-JOURNAL-PATH = SPACES
               MOVE "accounts/JOURNAL.LOG" TO WS-JOURNAL-PATH
           END-IF
           MOVE SPACES TO WS-STATEMENT-PATH
           ACCEPT WS-STATEMENT-PATH
               FROM ENVIRONMENT "CLOSURE_STATEMENT_PATH"
           IF WS-STATEMENT-PATH = SPACES
               MOVE "accounts/CLOSURE_STATEMENTS.RPT"
                   TO WS-STATEMENT-PATH
           END-IF
           MOVE SPACES TO WS-BLOCKED-PATH
           ACCEPT WS-BLOCKED-PATH
               FROM ENVIRONMENT "CLOSURE_BLOCKED_RPT_PATH"
           IF WS-BLOCKED-PATH = SPACES
               MOVE "accounts/CLOSURE_BLOCKED.RPT" TO WS-BLOCKED-PATH
           END-IF
           MOVE SPACES TO WS-OFFICIAL-TXT
           ACCEPT WS-OFFICIAL-TXT
               FROM ENVIRONMENT "OFFICIAL_CHECKS_ACCT"
           IF WS-OFFICIAL-TXT NOT = SPACES
               MOVE WS-OFFICIAL-TXT TO WS-OFFICIAL-ACCT
           END-IF
           MOVE SPACES TO WS-FEE-TXT
           ACCEPT WS-FEE-TXT FROM ENVIRONMENT "CLOSING_FEE"
           IF WS-FEE-TXT NOT = SPACES AND WS-FEE-TXT NUMERIC
               MOVE WS-FEE-TXT-N TO WS-CLOSING-FEE
           END-IF
           MOVE SPACES TO WS-WHT-RATE-TXT
           ACCEPT WS-WHT-RATE-TXT FROM ENVIRONMENT "WITHHOLD_RATE"
           IF WS-WHT-RATE-TXT NOT = SPACES
                   AND WS-WHT-RATE-TXT NUMERIC
               MOVE WS-WHT-RATE-TXT TO WS-WHT-RATE
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-CLOSE-REQUESTS
           IF WS-RQ-COUNT = 0
               DISPLAY "NO CLOSURE REQUESTS"
               STOP RUN
           END-IF
           PERFORM LOAD-BLOCKERS
           PERFORM LOAD-ACCRUALS
           PERFORM LOAD-CARDS
           PERFORM LOAD-ORDERS
           PERFORM LOAD-MANDATES
           PERFORM LOAD-CERT-TABLE
           PERFORM LOAD-NEXT-SERIAL
           PERFORM ACQUIRE-ACCOUNTS-LOCK
           PERFORM LOAD-ACCOUNTS-TABLE
           PERFORM FIND-OFFICIAL-ACCOUNT
           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT BLOCKED-FILE
           MOVE SPACES TO BLOCKED-LINE
           STRING "BLOCKED ACCOUNT CLOSURES " WS-TODAY
               DELIMITED BY SIZE
               INTO BLOCKED-LINE
           WRITE BLOCKED-LINE
           MOVE 1 TO WS-RQ-INDEX
           PERFORM UNTIL WS-RQ-INDEX > WS-RQ-COUNT
               MOVE RQ-REC-TBL(WS-RQ-INDEX) TO CLOSE-REQUEST-RECORD
               PERFORM PROCESS-ONE-CLOSURE
               MOVE WS-KEEP-REQUEST TO RQ-KEEP-TBL(WS-RQ-INDEX)
               ADD 1 TO WS-RQ-INDEX
           END-PERFORM
           MOVE SPACES TO BLOCKED-LINE
           STRING "CLOSURES BLOCKED " WS-BLOCKED-COUNT
               DELIMITED BY SIZE
               INTO BLOCKED-LINE
           WRITE BLOCKED-LINE
           CLOSE BLOCKED-FILE
           CLOSE STATEMENT-FILE
           IF WS-ACC-TOUCHED = 'Y'
               PERFORM REWRITE-ACCOUNTS-FILE
               IF WS-VERIFY-OK = 'Y'
                   PERFORM REWRITE-ACCRUALS
                   PERFORM REWRITE-CARDS
                   PERFORM REWRITE-ORDERS
                   PERFORM REWRITE-MANDATES
                   PERFORM APPEND-CHEQUE-ISSUES
                   PERFORM REWRITE-CLOSE-REQUESTS
               ELSE
                   DISPLAY "ERROR - MASTER NOT REPLACED - CLOSURE "
                       "REQUESTS AND LINKED FILES LEFT UNCHANGED"
               END-IF
           ELSE
               PERFORM REWRITE-CLOSE-REQUESTS
           END-IF
           PERFORM RELEASE-ACCOUNTS-LOCK
           DISPLAY "ACCOUNT CLOSURE - CLOSED " WS-CLOSED-COUNT
               " BLOCKED " WS-BLOCKED-COUNT
               " PAID OUT " WS-PAYOUT-TOTAL
           STOP RUN.

       LOAD-CLOSE-REQUESTS.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-RQ-COUNT
           OPEN INPUT REQUESTS-FILE
           IF WS-REQUESTS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-RQ-COUNT >= 5000
                   READ REQUESTS-FILE INTO CLOSE-REQUEST-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CQ-ACCOUNT NOT = SPACES
                           ADD 1 TO WS-RQ-COUNT
                           MOVE CLOSE-REQUEST-RECORD
                               TO RQ-REC-TBL(WS-RQ-COUNT)
                           MOVE 'N' TO RQ-KEEP-TBL(WS-RQ-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE REQUESTS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       ADD-BLOCKER.
           IF WS-BK-COUNT < 20000
               ADD 1 TO WS-BK-COUNT
               MOVE WS-BK-ID TO BK-ID-TBL(WS-BK-COUNT)
               MOVE WS-BK-REASON TO BK-REASON-TBL(WS-BK-COUNT)
           END-IF.

       LOAD-BLOCKERS.
           MOVE 0 TO WS-BK-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HOLDS-FILE INTO HOLD-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HD-ID NOT = SPACES
                           MOVE HD-ID TO WS-BK-ID
                           MOVE SPACES TO WS-BK-REASON
                           IF HD-MONTO NUMERIC
                               MOVE HD-MONTO TO WS-EDIT-AMT
                               STRING "HOLD OF " WS-EDIT-AMT
                                   " PLACED " HD-TIMESTAMP(1:8)
                                   DELIMITED BY SIZE
                                   INTO WS-BK-REASON
                           ELSE
                               MOVE "HOLD ON FUNDS" TO WS-BK-REASON
                           END-IF
                           PERFORM ADD-BLOCKER
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PENDING-FILE INTO PEND-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-BK-REASON
                       STRING "PAYMENT PENDING APPROVAL "
                           PEND-ID " TO " PEND-TO-ID
                           DELIMITED BY SIZE
                           INTO WS-BK-REASON
                       IF PEND-ID NOT = SPACES
                           MOVE PEND-ID TO WS-BK-ID
                           PERFORM ADD-BLOCKER
                       END-IF
                       IF PEND-TO-ID NOT = SPACES
                               AND PEND-TO-ID NOT = PEND-ID
                           MOVE PEND-TO-ID TO WS-BK-ID
                           PERFORM ADD-BLOCKER
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT CASES-FILE
           IF WS-CASES-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CASES-FILE INTO CASE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CS-ACCOUNT NOT = SPACES
                               AND CS-STATUS NOT = 'C'
                           MOVE CS-ACCOUNT TO WS-BK-ID
                           MOVE SPACES TO WS-BK-REASON
                           STRING "OPEN DISPUTE CASE " CS-CASE-ID
                               DELIMITED BY SIZE
                               INTO WS-BK-REASON
                           PERFORM ADD-BLOCKER
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CASES-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT GARNISH-FILE
           IF WS-GARNISH-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GARNISH-FILE INTO GARNISH-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GO-SEIZED NOT NUMERIC
                           MOVE 0 TO GO-SEIZED
                       END-IF
                       IF GO-ID NOT = SPACES
                               AND GO-AMOUNT NUMERIC
                               AND (GO-ALL-FUNDS = 'Y'
                                   OR GO-SEIZED < GO-AMOUNT)
                           MOVE GO-ID TO WS-BK-ID
                           MOVE SPACES TO WS-BK-REASON
                           STRING "GARNISHMENT ORDER " GO-AUTHORITY
                               DELIMITED BY SIZE
                               INTO WS-BK-REASON
                           PERFORM ADD-BLOCKER
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE GARNISH-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT TERMDEP-FILE
           IF WS-TERMDEP-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TERMDEP-FILE INTO TERMDEP-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TD-LINKED NOT = SPACES
                               AND TD-STATUS = 'A'
                           MOVE TD-LINKED TO WS-BK-ID
                           MOVE SPACES TO WS-BK-REASON
                           STRING "LINKED TERM DEPOSIT " TD-ID
                               " MATURES " TD-MATURITY
                               DELIMITED BY SIZE
                               INTO WS-BK-REASON
                           PERFORM ADD-BLOCKER
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE TERMDEP-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-LOAN-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LOAN-MASTER-FILE INTO LOAN-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LN-DISB-ACCT NOT = SPACES
                               AND LN-STATUS NOT = 'P'
                               AND LN-STATUS NOT = 'W'
                           MOVE LN-DISB-ACCT TO WS-BK-ID
                           MOVE SPACES TO WS-BK-REASON
                           STRING "LOAN " LN-ID
                               " REPAID FROM THIS ACCOUNT"
                               DELIMITED BY SIZE
                               INTO WS-BK-REASON
                           PERFORM ADD-BLOCKER
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-ACCRUALS.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-AR-COUNT
           OPEN INPUT ACCRUAL-FILE
           IF WS-ACCRUAL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-AR-COUNT >= 50000
                   READ ACCRUAL-FILE INTO ACR-REC
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ACR-ID NOT = SPACES AND ACR-AMOUNT NUMERIC
                           ADD 1 TO WS-AR-COUNT
                           MOVE ACR-ID TO AR-ID-TBL(WS-AR-COUNT)
                           MOVE ACR-AMOUNT TO AR-AMOUNT-TBL(WS-AR-COUNT)
                           MOVE 'N' TO AR-USED-TBL(WS-AR-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCRUAL-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-CARDS.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-CD-COUNT
           OPEN INPUT CARDS-FILE
           IF WS-CARDS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-CD-COUNT >= 20000
                   READ CARDS-FILE INTO CARD-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CD-COUNT
                       MOVE CARD-RECORD TO CARD-ENTRY(WS-CD-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CARDS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-ORDERS.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-SO-COUNT
           OPEN INPUT ORDERS-FILE
           IF WS-ORDERS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-SO-COUNT >= 10000
                   READ ORDERS-FILE INTO SO-REC
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-SO-COUNT
                       MOVE SO-REC TO SO-REC-TBL(WS-SO-COUNT)
                       MOVE 'N' TO SO-DROP-TBL(WS-SO-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ORDERS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-MANDATES.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-MD-COUNT
           OPEN INPUT MANDATES-FILE
           IF WS-MANDATES-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-MD-COUNT >= 10000
                   READ MANDATES-FILE INTO MANDATE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-MD-COUNT
                       MOVE MANDATE-RECORD TO MANDATE-ENTRY(WS-MD-COUNT)
                   END-READ
               END-PERFORM
               CLOSE MANDATES-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-CERT-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-CT-COUNT
           OPEN INPUT CUSTOMERS-FILE
           IF WS-CUSTOMERS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-CT-COUNT >= 50000
                   READ CUSTOMERS-FILE INTO CUST-REC
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CT-COUNT
                       MOVE CUST-ID TO CT-CUST-TBL(WS-CT-COUNT)
                       MOVE CUST-TAX-CERT TO CT-CERT-TBL(WS-CT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CUSTOMERS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-NEXT-SERIAL.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-NEXT-SERIAL
           OPEN INPUT ISSUE-FILE
           IF WS-ISSUE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ISSUE-FILE INTO ISSUE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CI-CHECK-NO NUMERIC
                               AND CI-CHECK-NO > WS-NEXT-SERIAL
                           MOVE CI-CHECK-NO TO WS-NEXT-SERIAL
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ISSUE-FILE
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

       FIND-OFFICIAL-ACCOUNT.
           MOVE 0 TO WS-OFCHK-IX
           MOVE 1 TO WS-AC-INDEX
           PERFORM UNTIL WS-AC-INDEX > WS-AC-COUNT
               MOVE AC-REC-TBL(WS-AC-INDEX) TO ACCOUNTS-RECORD
               IF AC-ID = WS-OFFICIAL-ACCT
                   MOVE WS-AC-INDEX TO WS-OFCHK-IX
                   MOVE WS-AC-COUNT TO WS-AC-INDEX
               END-IF
               ADD 1 TO WS-AC-INDEX
           END-PERFORM.

       PROCESS-ONE-CLOSURE.
           MOVE 'N' TO WS-KEEP-REQUEST
           MOVE 0 TO WS-BLOCK-COUNT
           MOVE 0 TO WS-CUST-IX
           MOVE 0 TO WS-TARGET-IX
           MOVE 1 TO WS-AC-INDEX
           PERFORM UNTIL WS-AC-INDEX > WS-AC-COUNT
               MOVE AC-REC-TBL(WS-AC-INDEX) TO ACCOUNTS-RECORD
               IF AC-ID = CQ-ACCOUNT
                   MOVE WS-AC-INDEX TO WS-CUST-IX
               END-IF
               IF AC-ID = CQ-TARGET AND CQ-BY-TRANSFER
                   MOVE WS-AC-INDEX TO WS-TARGET-IX
               END-IF
               ADD 1 TO WS-AC-INDEX
           END-PERFORM
           IF WS-CUST-IX = 0
               MOVE "ACCOUNT NOT ON MASTER - REQUEST DROPPED"
                   TO WS-BK-REASON
               PERFORM WRITE-BLOCKED-LINE
               ADD 1 TO WS-BLOCKED-COUNT
           ELSE
               MOVE AC-REC-TBL(WS-CUST-IX) TO ACCOUNTS-RECORD
               IF AC-STATUS = 'C'
                   MOVE "ACCOUNT ALREADY CLOSED - REQUEST DROPPED"
                       TO WS-BK-REASON
                   PERFORM WRITE-BLOCKED-LINE
                   ADD 1 TO WS-BLOCKED-COUNT
               ELSE
                   MOVE 'Y' TO WS-KEEP-REQUEST
                   PERFORM CHECK-CLOSURE-BLOCKERS
                   IF WS-BLOCK-COUNT > 0
                       ADD 1 TO WS-BLOCKED-COUNT
                       DISPLAY "CLOSURE BLOCKED " CQ-ACCOUNT
                   ELSE
                       MOVE 'N' TO WS-KEEP-REQUEST
                       PERFORM SETTLE-ONE-CLOSURE
                   END-IF
               END-IF
           END-IF.

       CHECK-CLOSURE-BLOCKERS.
           IF AC-STATUS = 'F'
               MOVE "ACCOUNT FROZEN" TO WS-BK-REASON
               PERFORM WRITE-BLOCKED-LINE
           END-IF
           IF AC-TYPE = 'L'
               MOVE "LOAN ACCOUNT - SETTLE THROUGH LOAN SERVICING"
                   TO WS-BK-REASON
               PERFORM WRITE-BLOCKED-LINE
           END-IF
           IF AC-ID = WS-OFFICIAL-ACCT
               MOVE "OFFICIAL CHECKS ACCOUNT CANNOT BE CLOSED"
                   TO WS-BK-REASON
               PERFORM WRITE-BLOCKED-LINE
           END-IF
           MOVE 1 TO WS-BK-INDEX
           PERFORM UNTIL WS-BK-INDEX > WS-BK-COUNT
               IF BK-ID-TBL(WS-BK-INDEX) = CQ-ACCOUNT
                   MOVE BK-REASON-TBL(WS-BK-INDEX) TO WS-BK-REASON
                   PERFORM WRITE-BLOCKED-LINE
               END-IF
               ADD 1 TO WS-BK-INDEX
           END-PERFORM
           MOVE 0 TO WS-ACCRUED
           MOVE 1 TO WS-AR-INDEX
           PERFORM UNTIL WS-AR-INDEX > WS-AR-COUNT
               IF AR-ID-TBL(WS-AR-INDEX) = CQ-ACCOUNT
                   ADD AR-AMOUNT-TBL(WS-AR-INDEX) TO WS-ACCRUED
               END-IF
               ADD 1 TO WS-AR-INDEX
           END-PERFORM
           IF AC-SALDO + WS-ACCRUED < 0
               COMPUTE WS-EDIT-BAL = AC-SALDO + WS-ACCRUED
               MOVE SPACES TO WS-BK-REASON
               STRING "DEBIT BALANCE " WS-EDIT-BAL
                   " MUST BE CLEARED FIRST"
                   DELIMITED BY SIZE
                   INTO WS-BK-REASON
               PERFORM WRITE-BLOCKED-LINE
           END-IF
           EVALUATE TRUE
               WHEN CQ-BY-TRANSFER
                   IF WS-TARGET-IX = 0 OR CQ-TARGET = CQ-ACCOUNT
                       MOVE "PAYOUT ACCOUNT MISSING OR NOT ON MASTER"
                           TO WS-BK-REASON
                       PERFORM WRITE-BLOCKED-LINE
                   ELSE
                       MOVE AC-REC-TBL(WS-TARGET-IX) TO ACCOUNTS-RECORD
                       IF AC-ST-BLOCKED
                           MOVE "PAYOUT ACCOUNT FROZEN OR CLOSED"
                               TO WS-BK-REASON
                           PERFORM WRITE-BLOCKED-LINE
                       ELSE
                       IF AC-CURRENCY NOT =
                               AC-REC-TBL(WS-CUST-IX)(44:3)
                           MOVE "PAYOUT ACCOUNT IN ANOTHER CURRENCY"
                               TO WS-BK-REASON
                           PERFORM WRITE-BLOCKED-LINE
                       END-IF
                       END-IF
                       MOVE AC-REC-TBL(WS-CUST-IX) TO ACCOUNTS-RECORD
                   END-IF
               WHEN CQ-BY-CHEQUE
                   IF WS-OFCHK-IX = 0
                       MOVE "OFFICIAL CHECKS ACCOUNT NOT ON MASTER"
                           TO WS-BK-REASON
                       PERFORM WRITE-BLOCKED-LINE
                   END-IF
               WHEN OTHER
                   MOVE "PAYOUT METHOD MUST BE T (TRANSFER) OR C "
                       & "(CHEQUE)"
                       TO WS-BK-REASON
                   PERFORM WRITE-BLOCKED-LINE
           END-EVALUATE.

       WRITE-BLOCKED-LINE.
           ADD 1 TO WS-BLOCK-COUNT
           MOVE SPACES TO BLOCKED-LINE
           STRING "ACCOUNT " CQ-ACCOUNT " BLOCKED - " WS-BK-REASON
               DELIMITED BY SIZE
               INTO BLOCKED-LINE
           WRITE BLOCKED-LINE.

       SETTLE-ONE-CLOSURE.
           MOVE AC-REC-TBL(WS-CUST-IX) TO ACCOUNTS-RECORD
           MOVE ACCOUNTS-RECORD TO WS-IMG-REC
           PERFORM BUILD-ACCOUNT-IMAGE
           MOVE WS-IMG TO WS-BEFORE-IMAGE
           MOVE AC-SALDO TO WS-OPEN-SALDO
           MOVE AC-CURRENCY TO WS-JRN-CURRENCY
           MOVE AC-ID TO WS-JOURNAL-ID
           MOVE 0 TO WS-INT-GROSS
           MOVE 0 TO WS-WHT-TAX
           MOVE 0 TO WS-FEE-DUE
           MOVE 0 TO WS-PAYOUT
           MOVE 0 TO WS-CHEQUE-NO
           IF WS-ACCRUED NOT = 0
               PERFORM CAPITALIZE-FINAL-INTEREST
           END-IF
           IF WS-CLOSING-FEE > 0 AND AC-SALDO > 0
               IF AC-SALDO < WS-CLOSING-FEE
                   MOVE AC-SALDO TO WS-FEE-DUE
               ELSE
                   MOVE WS-CLOSING-FEE TO WS-FEE-DUE
               END-IF
               SUBTRACT WS-FEE-DUE FROM AC-SALDO
               MOVE WS-FEE-DUE TO WS-JOURNAL-AMT
               MOVE 'D' TO WS-JOURNAL-TIPO
               MOVE "CLSFEE" TO WS-JOURNAL-TAG
               MOVE AC-SALDO TO WS-JRN-BALANCE
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           PERFORM CANCEL-LINKED-ITEMS
           IF AC-SALDO > 0
               MOVE AC-SALDO TO WS-PAYOUT
               PERFORM PAY-OUT-BALANCE
           END-IF
           MOVE 'C' TO AC-STATUS
           MOVE ACCOUNTS-RECORD TO AC-REC-TBL(WS-CUST-IX)
           MOVE ACCOUNTS-RECORD TO WS-IMG-REC
           PERFORM BUILD-ACCOUNT-IMAGE
           MOVE WS-IMG TO WS-AFTER-IMAGE
           PERFORM WRITE-CHANGE-AUDIT
           MOVE 'Y' TO WS-ACC-TOUCHED
           ADD 1 TO WS-CLOSED-COUNT
           ADD WS-PAYOUT TO WS-PAYOUT-TOTAL
           PERFORM WRITE-CLOSURE-STATEMENT
           DISPLAY "ACCOUNT CLOSED " AC-ID " PAID OUT " WS-PAYOUT.

       CAPITALIZE-FINAL-INTEREST.
           MOVE WS-ACCRUED TO WS-INT-GROSS
           MOVE 1 TO WS-AR-INDEX
           PERFORM UNTIL WS-AR-INDEX > WS-AR-COUNT
               IF AR-ID-TBL(WS-AR-INDEX) = AC-ID
                   MOVE 'Y' TO AR-USED-TBL(WS-AR-INDEX)
               END-IF
               ADD 1 TO WS-AR-INDEX
           END-PERFORM
           ADD WS-INT-GROSS TO AC-SALDO
           MOVE AC-SALDO TO WS-JRN-BALANCE
           MOVE "CLSINT" TO WS-JOURNAL-TAG
           IF WS-INT-GROSS < 0
               COMPUTE WS-JOURNAL-AMT = WS-INT-GROSS * -1
               MOVE 'D' TO WS-JOURNAL-TIPO
           ELSE
               MOVE WS-INT-GROSS TO WS-JOURNAL-AMT
               MOVE 'C' TO WS-JOURNAL-TIPO
           END-IF
           PERFORM WRITE-JOURNAL-LINE
           IF WS-INT-GROSS > 0 AND WS-CT-COUNT > 0
               MOVE 'N' TO WS-CERTIFIED
               MOVE 1 TO WS-CT-INDEX
               PERFORM UNTIL WS-CT-INDEX > WS-CT-COUNT
                   IF CT-CUST-TBL(WS-CT-INDEX) = AC-CUST-ID
                       IF CT-CERT-TBL(WS-CT-INDEX) = 'Y'
                           MOVE 'Y' TO WS-CERTIFIED
                       END-IF
                       MOVE WS-CT-COUNT TO WS-CT-INDEX
                   END-IF
                   ADD 1 TO WS-CT-INDEX
               END-PERFORM
               IF WS-CERTIFIED = 'N'
                   COMPUTE WS-WHT-TAX ROUNDED =
                       WS-INT-GROSS * WS-WHT-RATE
               END-IF
           END-IF
           IF WS-WHT-TAX > 0
               SUBTRACT WS-WHT-TAX FROM AC-SALDO
               MOVE WS-WHT-TAX TO WS-JOURNAL-AMT
               MOVE 'D' TO WS-JOURNAL-TIPO
               MOVE "WHT" TO WS-JOURNAL-TAG
               MOVE AC-SALDO TO WS-JRN-BALANCE
               PERFORM WRITE-JOURNAL-LINE
               PERFORM WRITE-WITHHOLD-RECORD
           END-IF.

       WRITE-WITHHOLD-RECORD.
           OPEN EXTEND WITHHOLD-FILE
           IF WS-WITHHOLD-STATUS NOT = "00" AND
                   WS-WITHHOLD-STATUS NOT = "05"
               CLOSE WITHHOLD-FILE
               OPEN OUTPUT WITHHOLD-FILE
           END-IF
           MOVE SPACES TO WITHHOLD-RECORD
           MOVE WS-TODAY TO WH-DATE
           MOVE AC-ID TO WH-ID
           MOVE AC-CUST-ID TO WH-CUST-ID
           MOVE WS-INT-GROSS TO WH-GROSS
           MOVE WS-WHT-TAX TO WH-TAX
           WRITE WITHHOLD-RECORD
           CLOSE WITHHOLD-FILE.

       CANCEL-LINKED-ITEMS.
           MOVE 0 TO WS-CARD-CANCEL
           MOVE 0 TO WS-ORDER-CANCEL
           MOVE 0 TO WS-MAND-REVOKE
           MOVE 1 TO WS-CD-INDEX
           PERFORM UNTIL WS-CD-INDEX > WS-CD-COUNT
               MOVE CARD-ENTRY(WS-CD-INDEX) TO CARD-RECORD
               IF CD-AC-ID = AC-ID
                       AND CD-STATUS NOT = 'C'
                       AND CD-STATUS NOT = 'R'
                   MOVE 'C' TO CD-STATUS
                   MOVE "CLSD" TO CD-REASON
                   MOVE CARD-RECORD TO CARD-ENTRY(WS-CD-INDEX)
                   ADD 1 TO WS-CARD-CANCEL
                   DISPLAY "CARD CANCELLED " CD-NUMBER
               END-IF
               ADD 1 TO WS-CD-INDEX
           END-PERFORM
           MOVE 1 TO WS-SO-INDEX
           PERFORM UNTIL WS-SO-INDEX > WS-SO-COUNT
               MOVE SO-REC-TBL(WS-SO-INDEX) TO SO-REC
               IF SO-ID = AC-ID AND SO-DROP-TBL(WS-SO-INDEX) = 'N'
                   MOVE 'Y' TO SO-DROP-TBL(WS-SO-INDEX)
                   ADD 1 TO WS-ORDER-CANCEL
                   DISPLAY "STANDING ORDER CANCELLED " SO-ID
               END-IF
               ADD 1 TO WS-SO-INDEX
           END-PERFORM
           MOVE 1 TO WS-MD-INDEX
           PERFORM UNTIL WS-MD-INDEX > WS-MD-COUNT
               MOVE MANDATE-ENTRY(WS-MD-INDEX) TO MANDATE-RECORD
               IF MD-DEBTOR = AC-ID AND MD-STATUS NOT = 'R'
                   MOVE 'R' TO MD-STATUS
                   MOVE MANDATE-RECORD TO MANDATE-ENTRY(WS-MD-INDEX)
                   ADD 1 TO WS-MAND-REVOKE
                   DISPLAY "MANDATE REVOKED " MD-REF
               END-IF
               ADD 1 TO WS-MD-INDEX
           END-PERFORM.

       PAY-OUT-BALANCE.
           SUBTRACT WS-PAYOUT FROM AC-SALDO
           MOVE WS-PAYOUT TO WS-JOURNAL-AMT
           MOVE 'D' TO WS-JOURNAL-TIPO
           MOVE AC-SALDO TO WS-JRN-BALANCE
           IF CQ-BY-TRANSFER
               MOVE "CLSOUT" TO WS-JOURNAL-TAG
               PERFORM WRITE-JOURNAL-LINE
               MOVE ACCOUNTS-RECORD TO AC-REC-TBL(WS-CUST-IX)
               MOVE AC-REC-TBL(WS-TARGET-IX) TO ACCOUNTS-RECORD
               ADD WS-PAYOUT TO AC-SALDO
               MOVE ACCOUNTS-RECORD TO AC-REC-TBL(WS-TARGET-IX)
               MOVE AC-ID TO WS-JOURNAL-ID
               MOVE 'C' TO WS-JOURNAL-TIPO
               MOVE "CLSIN" TO WS-JOURNAL-TAG
               MOVE AC-SALDO TO WS-JRN-BALANCE
               PERFORM WRITE-JOURNAL-LINE
           ELSE
               MOVE "OFCHK" TO WS-JOURNAL-TAG
               PERFORM WRITE-JOURNAL-LINE
               MOVE ACCOUNTS-RECORD TO AC-REC-TBL(WS-CUST-IX)
               MOVE AC-REC-TBL(WS-OFCHK-IX) TO ACCOUNTS-RECORD
               ADD WS-PAYOUT TO AC-SALDO
               MOVE ACCOUNTS-RECORD TO AC-REC-TBL(WS-OFCHK-IX)
               MOVE AC-ID TO WS-JOURNAL-ID
               MOVE 'C' TO WS-JOURNAL-TIPO
               MOVE AC-CURRENCY TO WS-JRN-CURRENCY
               MOVE AC-SALDO TO WS-JRN-BALANCE
               PERFORM WRITE-JOURNAL-LINE
               ADD 1 TO WS-NEXT-SERIAL
               MOVE WS-NEXT-SERIAL TO WS-CHEQUE-NO
               IF WS-CQ-COUNT < 5000
                   ADD 1 TO WS-CQ-COUNT
                   MOVE WS-NEXT-SERIAL TO CQ-NO-TBL(WS-CQ-COUNT)
                   MOVE WS-PAYOUT TO CQ-AMOUNT-TBL(WS-CQ-COUNT)
                   IF CQ-PAYEE = SPACES
                       MOVE AC-REC-TBL(WS-CUST-IX)(6:20)
                           TO CQ-PAYEE-TBL(WS-CQ-COUNT)
                   ELSE
                       MOVE CQ-PAYEE TO CQ-PAYEE-TBL(WS-CQ-COUNT)
                   END-IF
               END-IF
           END-IF
           MOVE AC-REC-TBL(WS-CUST-IX) TO ACCOUNTS-RECORD.

       BUILD-ACCOUNT-IMAGE.
           MOVE SPACES TO WS-IMG
           STRING WS-IMG-REC(1:5) " " WS-IMG-REC(6:20) " "
               WS-IMG-REC(26:9) " " WS-IMG-REC(35:9) " "
               WS-IMG-REC(44:4) " " WS-IMG-REC(48:1) " "
               WS-IMG-REC(49:5) " " WS-IMG-REC(54:1)
               DELIMITED BY SIZE
               INTO WS-IMG.

       WRITE-CHANGE-AUDIT.
           ACCEPT WS-NOW FROM TIME
           OPEN EXTEND CHGAUDIT-FILE
           IF WS-CHGAUDIT-STATUS NOT = "00" AND
                   WS-CHGAUDIT-STATUS NOT = "05"
               CLOSE CHGAUDIT-FILE
               OPEN OUTPUT CHGAUDIT-FILE
           END-IF
           MOVE SPACES TO CHGAUDIT-LINE
           STRING "CHG ACCOUNT CLOSE  " AC-ID " "
               "CIERRE-CUENTAS     " WS-TODAY WS-NOW
               DELIMITED BY SIZE
               INTO CHGAUDIT-LINE
           WRITE CHGAUDIT-LINE
           MOVE SPACES TO CHGAUDIT-LINE
           STRING "BEF " WS-BEFORE-IMAGE
               DELIMITED BY SIZE
               INTO CHGAUDIT-LINE
           WRITE CHGAUDIT-LINE
           MOVE SPACES TO CHGAUDIT-LINE
           STRING "AFT " WS-AFTER-IMAGE
               DELIMITED BY SIZE
               INTO CHGAUDIT-LINE
           WRITE CHGAUDIT-LINE
           CLOSE CHGAUDIT-FILE.

       WRITE-CLOSURE-STATEMENT.
           MOVE SPACES TO STATEMENT-LINE
           STRING "ACCOUNT CLOSURE STATEMENT " AC-ID " " AC-NOMBRE
               " " AC-CURRENCY " CLOSED " WS-TODAY
               DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-OPEN-SALDO TO WS-EDIT-BAL
           MOVE SPACES TO STATEMENT-LINE
           STRING "  BALANCE BEFORE SETTLEMENT      " WS-EDIT-BAL
               DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-INT-GROSS TO WS-EDIT-BAL
           MOVE SPACES TO STATEMENT-LINE
           STRING "  FINAL INTEREST CAPITALIZED     " WS-EDIT-BAL
               DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-WHT-TAX TO WS-EDIT-BAL
           MOVE SPACES TO STATEMENT-LINE
           STRING "  TAX WITHHELD ON INTEREST       " WS-EDIT-BAL
               DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-FEE-DUE TO WS-EDIT-BAL
           MOVE SPACES TO STATEMENT-LINE
           STRING "  CLOSING FEE                    " WS-EDIT-BAL
               DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-PAYOUT TO WS-EDIT-BAL
           MOVE SPACES TO STATEMENT-LINE
           IF WS-PAYOUT = 0
               STRING "  NO BALANCE REMAINING TO PAY OUT"
                   DELIMITED BY SIZE
                   INTO STATEMENT-LINE
           ELSE
           IF CQ-BY-TRANSFER
               STRING "  PAID BY TRANSFER TO " CQ-TARGET
                   "       " WS-EDIT-BAL
                   DELIMITED BY SIZE
                   INTO STATEMENT-LINE
           ELSE
               STRING "  PAID BY OFFICIAL CHEQUE " WS-CHEQUE-NO
                   "    " WS-EDIT-BAL
                   " PAYEE " CQ-PAYEE-TBL(WS-CQ-COUNT)
                   DELIMITED BY SIZE
                   INTO STATEMENT-LINE
           END-IF
           END-IF
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "  CARDS CANCELLED " WS-CARD-CANCEL
               "  STANDING ORDERS CANCELLED " WS-ORDER-CANCEL
               "  MANDATES REVOKED " WS-MAND-REVOKE
               DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE AC-SALDO TO WS-EDIT-BAL
           MOVE SPACES TO STATEMENT-LINE
           STRING "  FINAL BALANCE                  " WS-EDIT-BAL
               "  ACCOUNT CLOSED"
               DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       REWRITE-ACCRUALS.
           OPEN OUTPUT ACCRUAL-FILE
           MOVE 1 TO WS-AR-INDEX
           PERFORM UNTIL WS-AR-INDEX > WS-AR-COUNT
               IF AR-USED-TBL(WS-AR-INDEX) = 'N'
                   MOVE SPACES TO ACR-REC
                   MOVE AR-ID-TBL(WS-AR-INDEX) TO ACR-ID
                   MOVE AR-AMOUNT-TBL(WS-AR-INDEX) TO ACR-AMOUNT
                   WRITE ACR-REC
               END-IF
               ADD 1 TO WS-AR-INDEX
           END-PERFORM
           CLOSE ACCRUAL-FILE.

       REWRITE-CARDS.
           IF WS-CD-COUNT > 0
               OPEN OUTPUT CARDS-FILE
               MOVE 1 TO WS-CD-INDEX
               PERFORM UNTIL WS-CD-INDEX > WS-CD-COUNT
                   MOVE CARD-ENTRY(WS-CD-INDEX) TO CARD-RECORD
                   WRITE CARD-RECORD
                   ADD 1 TO WS-CD-INDEX
               END-PERFORM
               CLOSE CARDS-FILE
           END-IF.

       REWRITE-ORDERS.
           IF WS-SO-COUNT > 0
               OPEN OUTPUT ORDERS-FILE
               MOVE 1 TO WS-SO-INDEX
               PERFORM UNTIL WS-SO-INDEX > WS-SO-COUNT
                   IF SO-DROP-TBL(WS-SO-INDEX) = 'N'
                       MOVE SO-REC-TBL(WS-SO-INDEX) TO SO-REC
                       WRITE SO-REC
                   END-IF
                   ADD 1 TO WS-SO-INDEX
               END-PERFORM
               CLOSE ORDERS-FILE
           END-IF.

       REWRITE-MANDATES.
           IF WS-MD-COUNT > 0
               OPEN OUTPUT MANDATES-FILE
               MOVE 1 TO WS-MD-INDEX
               PERFORM UNTIL WS-MD-INDEX > WS-MD-COUNT
                   MOVE MANDATE-ENTRY(WS-MD-INDEX) TO MANDATE-RECORD
                   WRITE MANDATE-RECORD
                   ADD 1 TO WS-MD-INDEX
               END-PERFORM
               CLOSE MANDATES-FILE
           END-IF.

       APPEND-CHEQUE-ISSUES.
           IF WS-CQ-COUNT > 0
               OPEN EXTEND ISSUE-FILE
               IF WS-ISSUE-STATUS NOT = "00" AND
                       WS-ISSUE-STATUS NOT = "05"
                   CLOSE ISSUE-FILE
                   OPEN OUTPUT ISSUE-FILE
               END-IF
               MOVE 1 TO WS-CQ-INDEX
               PERFORM UNTIL WS-CQ-INDEX > WS-CQ-COUNT
                   MOVE SPACES TO ISSUE-RECORD
                   MOVE WS-OFFICIAL-ACCT TO CI-ACCOUNT
                   MOVE CQ-NO-TBL(WS-CQ-INDEX) TO CI-CHECK-NO
                   MOVE CQ-AMOUNT-TBL(WS-CQ-INDEX) TO CI-AMOUNT
                   MOVE CQ-PAYEE-TBL(WS-CQ-INDEX) TO CI-PAYEE
                   MOVE 'O' TO CI-STATUS
                   MOVE WS-TODAY TO CI-ISSUED
                   WRITE ISSUE-RECORD
                   ADD 1 TO WS-CQ-INDEX
               END-PERFORM
               CLOSE ISSUE-FILE
           END-IF.

       REWRITE-CLOSE-REQUESTS.
           OPEN OUTPUT REQUESTS-FILE
           MOVE 1 TO WS-RQ-INDEX
           PERFORM UNTIL WS-RQ-INDEX > WS-RQ-COUNT
               IF RQ-KEEP-TBL(WS-RQ-INDEX) = 'Y'
                   MOVE RQ-REC-TBL(WS-RQ-INDEX) TO CLOSE-REQUEST-RECORD
                   WRITE CLOSE-REQUEST-RECORD
               END-IF
               ADD 1 TO WS-RQ-INDEX
           END-PERFORM
           CLOSE REQUESTS-FILE.

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
                   MOVE 'N' TO WS-VERIFY-OK
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
