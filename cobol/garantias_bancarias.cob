       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARANTIAS-BANCARIAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT GUARANTEES-FILE
               ASSIGN TO DYNAMIC WS-GUARANTEES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GUARANTEES-STATUS.
           SELECT PARAMS-FILE
               ASSIGN TO DYNAMIC WS-PARAMS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.
           SELECT REQUESTS-FILE
               ASSIGN TO DYNAMIC WS-REQUESTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REQUESTS-STATUS.
           SELECT OPERATORS-FILE
               ASSIGN TO DYNAMIC WS-OPERATORS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OPERATORS-STATUS.
           SELECT HOLDS-FILE
               ASSIGN TO DYNAMIC WS-HOLDS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT LOAN-MASTER-FILE
               ASSIGN TO DYNAMIC WS-LOAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT HOLIDAYS-FILE
               ASSIGN TO DYNAMIC WS-HOLIDAYS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HOLIDAYS-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO DYNAMIC WS-BUSDATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT ACTIVITY-FILE
               ASSIGN TO DYNAMIC WS-ACTIVITY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-STATUS.
           SELECT CONTINGENT-FILE
               ASSIGN TO DYNAMIC WS-CONTINGENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTINGENT-STATUS.
           SELECT CONTRPT-FILE
               ASSIGN TO DYNAMIC WS-CONTRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTRPT-STATUS.
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
               88 AC-ES-LOAN     VALUE 'L'.
           05 AC-CUST-ID        PIC X(5).
           05 AC-STATUS         PIC X(1).
               88 AC-ST-BLOCKED VALUE 'F', 'C'.
       FD  GUARANTEES-FILE.
       01  GUARANTEE-RECORD.
           05 GT-ID             PIC X(8).
           05 FILLER            PIC X(1).
           05 GT-TYPE           PIC X(1).
           05 FILLER            PIC X(1).
           05 GT-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 GT-BENEF-NAME     PIC X(30).
           05 FILLER            PIC X(1).
           05 GT-BENEF-ACCT     PIC X(5).
           05 FILLER            PIC X(1).
           05 GT-AMOUNT         PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 GT-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 GT-ISSUED         PIC 9(8).
           05 FILLER            PIC X(1).
           05 GT-EXPIRY         PIC 9(8).
           05 FILLER            PIC X(1).
           05 GT-MARGIN-ACCT    PIC X(5).
           05 FILLER            PIC X(1).
           05 GT-MARGIN-PCT     PIC 9(3)V99.
           05 FILLER            PIC X(1).
           05 GT-MARGIN         PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 GT-NEXT-COMM      PIC 9(8).
           05 FILLER            PIC X(1).
           05 GT-CLAIMED        PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 GT-STATUS         PIC X(1).
               88 GT-ST-ACTIVE   VALUE 'A'.
               88 GT-ST-EXPIRED  VALUE 'E'.
               88 GT-ST-RELEASED VALUE 'R'.
               88 GT-ST-PAID     VALUE 'P'.
           05 FILLER            PIC X(1).
           05 GT-CLOSED         PIC 9(8).
           05 FILLER            PIC X(1).
           05 GT-AMENDS         PIC 9(2).
       FD  PARAMS-FILE.
       01  PARAMS-RECORD.
           05 GP-TYPE           PIC X(1).
           05 FILLER            PIC X(1).
           05 GP-NAME           PIC X(12).
           05 FILLER            PIC X(1).
           05 GP-ISSUE-RATE     PIC 9V9(4).
           05 FILLER            PIC X(1).
           05 GP-ISSUE-MIN      PIC 9(5)V99.
           05 FILLER            PIC X(1).
           05 GP-ANNUAL-RATE    PIC 9V9(4).
           05 FILLER            PIC X(1).
           05 GP-QTR-MIN        PIC 9(5)V99.
           05 FILLER            PIC X(1).
           05 GP-MARGIN-PCT     PIC 9(3)V99.
       FD  REQUESTS-FILE.
       01  REQUEST-RECORD.
           05 GQ-ACTION         PIC X(4).
           05 FILLER            PIC X(1).
           05 GQ-GT-ID          PIC X(8).
           05 FILLER            PIC X(1).
           05 GQ-TYPE           PIC X(1).
           05 FILLER            PIC X(1).
           05 GQ-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 GQ-BENEF-NAME     PIC X(30).
           05 FILLER            PIC X(1).
           05 GQ-BENEF-ACCT     PIC X(5).
           05 FILLER            PIC X(1).
           05 GQ-AMOUNT-X       PIC X(9).
           05 GQ-AMOUNT REDEFINES GQ-AMOUNT-X PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 GQ-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 GQ-EXPIRY-X       PIC X(8).
           05 GQ-EXPIRY REDEFINES GQ-EXPIRY-X PIC 9(8).
           05 FILLER            PIC X(1).
           05 GQ-MARGIN-ACCT    PIC X(5).
           05 FILLER            PIC X(1).
           05 GQ-MARGIN-PCT-X   PIC X(5).
           05 GQ-MARGIN-PCT REDEFINES GQ-MARGIN-PCT-X PIC 9(3)V99.
           05 FILLER            PIC X(1).
           05 GQ-LOAN-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 GQ-OPERATOR       PIC X(8).
       FD  OPERATORS-FILE.
       01  OPERATOR-RECORD.
           05 OP-ID             PIC X(8).
           05 FILLER            PIC X(1).
           05 OP-LEVEL          PIC 9(1).
           05 FILLER            PIC X(1).
           05 OP-ACTIVE         PIC X(1).
       FD  HOLDS-FILE.
       01  HOLD-RECORD.
           05 HD-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 HD-MONTO          PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 HD-TIMESTAMP      PIC X(14).
           05 HD-MARGIN-REF REDEFINES HD-TIMESTAMP.
               10 HD-MARGIN-TAG PIC X(3).
               10 HD-MARGIN-GT  PIC X(8).
               10 FILLER        PIC X(3).
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
           05 FILLER            PIC X(1).
           05 LN-CHARGES        PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 LN-PENALTY        PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 LN-FEE-DUE        PIC 9(8).
           05 FILLER            PIC X(1).
           05 LN-PEN-THRU       PIC 9(8).
       FD  HOLIDAYS-FILE.
       01  HOL-RECORD.
           05 HOL-DATE          PIC 9(8).
       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05 BD-DATE           PIC 9(8).
       FD  ACTIVITY-FILE.
       01  ACTIVITY-LINE        PIC X(132).
       FD  CONTINGENT-FILE.
       01  CONTINGENT-RECORD.
           05 CT-GT-ID          PIC X(8).
           05 FILLER            PIC X(1).
           05 CT-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 CT-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 CT-TYPE           PIC X(1).
           05 FILLER            PIC X(1).
           05 CT-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 CT-OUTSTANDING    PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 CT-MARGIN         PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 CT-EXPIRY         PIC 9(8).
           05 FILLER            PIC X(1).
           05 CT-AS-OF          PIC 9(8).
       FD  CONTRPT-FILE.
       01  CONTRPT-LINE         PIC X(132).
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
       01 WS-LOCK-PROGRAM   PIC X(24) VALUE "GARANTIAS-BANCARIAS".
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
       01  WS-GUARANTEES-PATH   PIC X(200).
       01  WS-PARAMS-PATH       PIC X(200).
       01  WS-REQUESTS-PATH     PIC X(200).
       01  WS-OPERATORS-PATH    PIC X(200).
       01  WS-HOLDS-PATH        PIC X(200).
       01  WS-LOAN-PATH         PIC X(200).
       01  WS-HOLIDAYS-PATH     PIC X(200).
       01  WS-BUSDATE-PATH      PIC X(200).
       01  WS-ACTIVITY-PATH     PIC X(200).
       01  WS-CONTINGENT-PATH   PIC X(200).
       01  WS-CONTRPT-PATH      PIC X(200).
       01  WS-JOURNAL-PATH      PIC X(200).
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-GUARANTEES-STATUS PIC XX.
       01  WS-PARAMS-STATUS     PIC XX.
       01  WS-REQUESTS-STATUS   PIC XX.
       01  WS-OPERATORS-STATUS  PIC XX.
       01  WS-HOLDS-STATUS      PIC XX.
       01  WS-LOAN-STATUS       PIC XX.
       01  WS-HOLIDAYS-STATUS   PIC XX.
       01  WS-BUSDATE-STATUS    PIC XX.
       01  WS-ACTIVITY-STATUS   PIC XX.
       01  WS-CONTINGENT-STATUS PIC XX.
       01  WS-CONTRPT-STATUS    PIC XX.
       01  WS-JOURNAL-STATUS    PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  WS-CLAIMS-ACCOUNT    PIC X(5).
       01  WS-CLAIM-LEVEL       PIC 9(1) VALUE 2.
       01  WS-LOAN-RATE-TXT     PIC X(5).
       01  WS-LOAN-RATE-TXT-N REDEFINES WS-LOAN-RATE-TXT PIC 9V9(4).
       01  WS-LOAN-RATE         PIC 9V9(4) VALUE 0.0100.
       01  WS-LOAN-TERM-TXT     PIC X(3).
       01  WS-LOAN-TERM         PIC 9(3) VALUE 12.
       01  WS-MARGIN-TAG        PIC X(3) VALUE "GTE".
       01  PARAM-TABLE.
           05 PARAM-ENTRY OCCURS 20 TIMES.
               10 GP-TYPE-TBL       PIC X(1).
               10 GP-NAME-TBL       PIC X(12).
               10 GP-ISSUE-RATE-TBL PIC 9V9(4).
               10 GP-ISSUE-MIN-TBL  PIC 9(5)V99.
               10 GP-ANNUAL-RATE-TBL PIC 9V9(4).
               10 GP-QTR-MIN-TBL    PIC 9(5)V99.
               10 GP-MARGIN-PCT-TBL PIC 9(3)V99.
       01  WS-GP-INDEX          PIC 9(2) VALUE 1.
       01  WS-GP-COUNT          PIC 9(2) VALUE 0.
       01  WS-GP-IX             PIC 9(2) VALUE 0.
       01  GUARANTEE-TABLE.
           05 GUARANTEE-ENTRY OCCURS 5000 TIMES.
               10 GT-REC-TBL        PIC X(140).
       01  WS-GT-INDEX          PIC 9(5) VALUE 1.
       01  WS-GT-COUNT          PIC 9(5) VALUE 0.
       01  WS-GT-IX             PIC 9(5) VALUE 0.
       01  OPERATOR-TABLE.
           05 OPERATOR-ENTRY OCCURS 2000 TIMES.
               10 OPS-ID-TBL      PIC X(8).
               10 OPS-LEVEL-TBL   PIC X(1).
               10 OPS-ACTIVE-TBL  PIC X(1).
       01  WS-OPS-INDEX         PIC 9(4) VALUE 1.
       01  WS-OPS-COUNT         PIC 9(4) VALUE 0.
       01  WS-OPER-LEVEL        PIC 9(1).
       01  WS-OPER-OK           PIC X(1).
       01  HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 20000 TIMES.
               10 HL-REC-TBL      PIC X(30).
               10 HL-DROP-TBL     PIC X(1).
       01  WS-HL-INDEX          PIC 9(5) VALUE 1.
       01  WS-HL-COUNT          PIC 9(5) VALUE 0.
       01  WS-HL-IX             PIC 9(5) VALUE 0.
       01  WS-HOLDS-TOUCHED     PIC X VALUE 'N'.
       01  WS-HELD-AMOUNT       PIC 9(9)V99.
       01  HOLIDAY-TABLE.
           05 HOL-DATE-TBL OCCURS 500 TIMES PIC 9(8).
       01  WS-HOL-INDEX         PIC 9(3) VALUE 1.
       01  WS-HOL-COUNT         PIC 9(3) VALUE 0.
       01  LOAN-ID-TABLE.
           05 LOAN-ID-ENTRY OCCURS 10000 TIMES PIC X(5).
       01  WS-LI-INDEX          PIC 9(5) VALUE 1.
       01  WS-LI-COUNT          PIC 9(5) VALUE 0.
       01  WS-LOAN-EXISTS       PIC X(1).
       01  BOOKED-TABLE.
           05 BOOKED-ENTRY OCCURS 500 TIMES.
               10 BK-LOAN-ID-TBL  PIC X(5).
               10 BK-PRIN-TBL     PIC 9(7)V99.
               10 BK-PAYMENT-TBL  PIC 9(7)V99.
               10 BK-DUE-TBL      PIC 9(8).
               10 BK-DISB-TBL     PIC X(5).
       01  WS-BK-INDEX          PIC 9(3) VALUE 1.
       01  WS-BK-COUNT          PIC 9(3) VALUE 0.
       01  ACCOUNTS-TABLE.
           05 ACCOUNT-ENTRY OCCURS 50000 TIMES.
               10 AC-REC-TBL      PIC X(60).
       01  WS-AC-INDEX          PIC 9(6) VALUE 1.
       01  WS-AC-COUNT          PIC 9(6) VALUE 0.
       01  WS-AC-IX             PIC 9(6) VALUE 0.
       01  WS-BEN-IX            PIC 9(6) VALUE 0.
       01  WS-FIND-ACCT         PIC X(5).
       01  WS-FIND-IX           PIC 9(6) VALUE 0.
       01  WS-REQ-SEEN          PIC X VALUE 'N'.
       01  WS-REJECT-REASON     PIC X(50).
       01  WS-AVAILABLE         PIC S9(9)V99.
       01  WS-NEEDED            PIC 9(9)V99.
       01  WS-OUTSTANDING       PIC 9(7)V99.
       01  WS-NEW-AMOUNT        PIC 9(7)V99.
       01  WS-NEW-EXPIRY        PIC 9(8).
       01  WS-NEW-PCT           PIC 9(3)V99.
       01  WS-NEW-MARGIN        PIC 9(7)V99.
       01  WS-MARGIN-DELTA      PIC 9(7)V99.
       01  WS-INCREASE          PIC 9(7)V99.
       01  WS-AMEND-CHANGES     PIC 9(1).
       01  WS-ISSUE-COMM        PIC 9(7)V99.
       01  WS-QTR-COMM          PIC 9(7)V99.
       01  WS-COMM-AMT          PIC 9(7)V99.
       01  WS-COMM-BASE         PIC 9(7)V99.
       01  WS-COMM-TAG          PIC X(6).
       01  WS-QTRS-CHARGED      PIC 9(2).
       01  WS-CLAIM-AMT         PIC 9(7)V99.
       01  WS-MARGIN-USED       PIC 9(7)V99.
       01  WS-CLAIM-DEBIT       PIC 9(7)V99.
       01  WS-SHORTFALL         PIC 9(7)V99.
       01  WS-LOAN-NAME         PIC X(20).
       01  WS-QTR-DATE          PIC 9(8).
       01  WS-QTR-YYYY          PIC 9(4).
       01  WS-QTR-MM            PIC 9(2).
       01  WS-QTR-DD            PIC 9(2).
       01  WS-QTR-ANCHOR        PIC 9(2).
       01  WS-QTR-LAST          PIC 9(8).
       01  WS-QTR-NEXT-1ST      PIC 9(8).
       01  WS-INSTALLMENT       PIC 9(7)V99.
       01  WS-RATE-FACTOR       PIC 9(3)V9(8).
       01  WS-GROWTH            PIC 9(5)V9(8).
       01  WS-ANNUITY-NUM       PIC 9(13)V9(8).
       01  WS-ANNUITY-DEN       PIC 9(5)V9(8).
       01  WS-TERM-INDEX        PIC 9(3).
       01  WS-DUE-YYYY          PIC 9(4).
       01  WS-DUE-MM            PIC 9(2).
       01  WS-DUE-DD            PIC 9(2).
       01  WS-WORK-DATE         PIC 9(8).
       01  WS-WORK-INT          PIC 9(8).
       01  WS-DOW               PIC 9(1).
       01  WS-IS-BUSINESS       PIC X(1).
       01  WS-FIRST-DUE         PIC 9(8).
       01  CURRENCY-TOTALS.
           05 CCY-ENTRY OCCURS 20 TIMES.
               10 CT-CCY-TBL      PIC X(3).
               10 CT-COUNT-TBL    PIC 9(5).
               10 CT-OUT-TBL      PIC 9(11)V99.
               10 CT-MARGIN-TBL   PIC 9(11)V99.
       01  WS-CT-INDEX          PIC 9(2) VALUE 1.
       01  WS-CT-COUNT          PIC 9(2) VALUE 0.
       01  WS-ISSUED-COUNT      PIC 9(5) VALUE 0.
       01  WS-AMENDED-COUNT     PIC 9(5) VALUE 0.
       01  WS-RELEASED-COUNT    PIC 9(5) VALUE 0.
       01  WS-EXPIRED-COUNT     PIC 9(5) VALUE 0.
       01  WS-CLAIM-COUNT       PIC 9(5) VALUE 0.
       01  WS-CLAIM-TOTAL       PIC 9(9)V99 VALUE 0.
       01  WS-COMM-COUNT        PIC 9(5) VALUE 0.
       01  WS-COMM-TOTAL        PIC 9(9)V99 VALUE 0.
       01  WS-REJECT-COUNT      PIC 9(5) VALUE 0.
       01  WS-LIVE-COUNT        PIC 9(5) VALUE 0.
       01  WS-EDIT-AMT          PIC Z(8)9.99.
       01  WS-EDIT-AMT2         PIC Z(8)9.99.
       01  WS-EDIT-AMT3         PIC Z(8)9.99.
       01  WS-EDIT-PCT          PIC ZZ9.99.
       01  WS-UNCOVERED         PIC 9(7)V99.
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
       01  WS-JRN-PROGRAM       PIC X(16) VALUE "GARANTIAS-BANCAR".
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
           MOVE SPACES TO WS-GUARANTEES-PATH
           ACCEPT WS-GUARANTEES-PATH FROM ENVIRONMENT "GUARANTEES_PATH"
           IF WS-GUARANTEES-PATH = SPACES
               MOVE "accounts/GUARANTEES.DAT" TO WS-GUARANTEES-PATH
           END-IF
           MOVE SPACES TO WS-PARAMS-PATH
           ACCEPT WS-PARAMS-PATH
               FROM ENVIRONMENT "GUARANTEE_PARAMS_PATH"
           IF WS-PARAMS-PATH = SPACES
               MOVE "accounts/GUARANTEE_PARAMS.DAT" TO WS-PARAMS-PATH
           END-IF
           MOVE SPACES TO WS-REQUESTS-PATH
           ACCEPT WS-REQUESTS-PATH
               FROM ENVIRONMENT "GUARANTEE_REQUESTS_PATH"
           IF WS-REQUESTS-PATH = SPACES
               MOVE "accounts/GUARANTEE_REQUESTS.DAT"
                   TO WS-REQUESTS-PATH
           END-IF
           MOVE SPACES TO WS-OPERATORS-PATH
           ACCEPT WS-OPERATORS-PATH FROM ENVIRONMENT "OPERATORS_PATH"
           IF WS-OPERATORS-PATH = SPACES
               MOVE "accounts/OPERATORS.DAT" TO WS-OPERATORS-PATH
           END-IF
           MOVE SPACES TO WS-HOLDS-PATH
           ACCEPT WS-HOLDS-PATH FROM ENVIRONMENT "HOLDS_PATH"
           IF WS-HOLDS-PATH = SPACES
               MOVE "accounts/HOLDS.DAT" TO WS-HOLDS-PATH
           END-IF
           MOVE SPACES TO WS-LOAN-PATH
           ACCEPT WS-LOAN-PATH FROM ENVIRONMENT "LOAN_MASTER_PATH"
           IF WS-LOAN-PATH = SPACES
               MOVE "accounts/LOAN_MASTER.DAT" TO WS-LOAN-PATH
           END-IF
           MOVE SPACES TO WS-HOLIDAYS-PATH
           ACCEPT WS-HOLIDAYS-PATH FROM ENVIRONMENT "HOLIDAYS_PATH"
           IF WS-HOLIDAYS-PATH = SPACES
               MOVE "accounts/HOLIDAYS.DAT" TO WS-HOLIDAYS-PATH
           END-IF
           MOVE SPACES TO WS-BUSDATE-PATH
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_PATH"
           IF WS-BUSDATE-PATH = SPACES
               MOVE "accounts/BUSINESS_DATE.DAT" TO WS-BUSDATE-PATH
           END-IF
           MOVE SPACES TO WS-ACTIVITY-PATH
           ACCEPT WS-ACTIVITY-PATH
               FROM ENVIRONMENT "GUARANTEE_ACTIVITY_RPT_PATH"
           IF WS-ACTIVITY-PATH = SPACES
               MOVE "accounts/GUARANTEE_ACTIVITY.RPT"
                   TO WS-ACTIVITY-PATH
           END-IF
           MOVE SPACES TO WS-CONTINGENT-PATH
           ACCEPT WS-CONTINGENT-PATH
               FROM ENVIRONMENT "CONTINGENT_LIAB_PATH"
           IF WS-CONTINGENT-PATH = SPACES
               MOVE "accounts/CONTINGENT_LIABILITIES.DAT"
                   TO WS-CONTINGENT-PATH
           END-IF
           MOVE SPACES TO WS-CONTRPT-PATH
           ACCEPT WS-CONTRPT-PATH
               FROM ENVIRONMENT "CONTINGENT_RPT_PATH"
           IF WS-CONTRPT-PATH = SPACES
               MOVE "accounts/CONTINGENT_LIABILITIES.RPT"
                   TO WS-CONTRPT-PATH
           END-IF
           MOVE SPACES TO WS-JOURNAL-PATH
           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT "JOURNAL_PATH"
           IF WS-JOURNAL-PATH = SPACES
               MOVE "accounts/JOURNAL.LOG" TO WS-JOURNAL-PATH
           END-IF
           MOVE SPACES TO WS-CLAIMS-ACCOUNT
           ACCEPT WS-CLAIMS-ACCOUNT
               FROM ENVIRONMENT "GTE_CLAIMS_ACCOUNT"
           IF WS-CLAIMS-ACCOUNT = SPACES
               MOVE "99987" TO WS-CLAIMS-ACCOUNT
           END-IF
           MOVE SPACES TO WS-LOAN-RATE-TXT
           ACCEPT WS-LOAN-RATE-TXT FROM ENVIRONMENT "GTE_LOAN_RATE"
           IF WS-LOAN-RATE-TXT NOT = SPACES
                   AND WS-LOAN-RATE-TXT NUMERIC
               MOVE WS-LOAN-RATE-TXT-N TO WS-LOAN-RATE
           END-IF
           MOVE SPACES TO WS-LOAN-TERM-TXT
           ACCEPT WS-LOAN-TERM-TXT FROM ENVIRONMENT "GTE_LOAN_TERM"
           IF WS-LOAN-TERM-TXT NOT = SPACES
                   AND WS-LOAN-TERM-TXT NUMERIC
                   AND WS-LOAN-TERM-TXT NOT = "000"
               MOVE WS-LOAN-TERM-TXT TO WS-LOAN-TERM
           END-IF
           PERFORM READ-BUSINESS-DATE
           MOVE WS-TODAY TO WS-JRN-DATE
           PERFORM LOAD-PARAM-TABLE
           PERFORM LOAD-OPERATOR-TABLE
           PERFORM LOAD-HOLIDAY-TABLE
           PERFORM LOAD-LOAN-IDS
           PERFORM LOAD-GUARANTEE-TABLE
           PERFORM ACQUIRE-ACCOUNTS-LOCK
           PERFORM LOAD-ACCOUNTS-TABLE
           PERFORM LOAD-HOLDS-TABLE
           OPEN OUTPUT ACTIVITY-FILE
           MOVE SPACES TO ACTIVITY-LINE
           STRING "BANK GUARANTEE AND STANDBY LC ACTIVITY " WS-TODAY
               DELIMITED BY SIZE
               INTO ACTIVITY-LINE
           WRITE ACTIVITY-LINE
           PERFORM PROCESS-GUARANTEE-REQUESTS
           PERFORM RUN-GUARANTEE-CYCLE
           IF WS-ACC-TOUCHED = 'Y'
               PERFORM REWRITE-ACCOUNTS-FILE
           ELSE
               MOVE 'Y' TO WS-VERIFY-OK
           END-IF
           IF WS-VERIFY-OK = 'Y'
               PERFORM REWRITE-GUARANTEE-FILE
               IF WS-HOLDS-TOUCHED = 'Y'
                   PERFORM REWRITE-HOLDS-FILE
               END-IF
               IF WS-BK-COUNT > 0
                   PERFORM APPEND-LOAN-MASTER
               END-IF
               IF WS-REQ-SEEN = 'Y'
                   OPEN OUTPUT REQUESTS-FILE
                   CLOSE REQUESTS-FILE
               END-IF
               PERFORM WRITE-CONTINGENT-FILES
           ELSE
               MOVE SPACES TO ACTIVITY-LINE
               STRING "ERROR - MASTER NOT REPLACED - GUARANTEE "
                   "REGISTER, HOLDS AND REQUESTS LEFT UNCHANGED"
                   DELIMITED BY SIZE
                   INTO ACTIVITY-LINE
               WRITE ACTIVITY-LINE
               DISPLAY "ERROR - MASTER NOT REPLACED - GUARANTEE "
                   "REGISTER, HOLDS AND REQUESTS LEFT UNCHANGED"
           END-IF
           MOVE SPACES TO ACTIVITY-LINE
           STRING "ISSUED " WS-ISSUED-COUNT
               " AMENDED " WS-AMENDED-COUNT
               " RELEASED " WS-RELEASED-COUNT
               " EXPIRED " WS-EXPIRED-COUNT
               " REJECTED " WS-REJECT-COUNT
               DELIMITED BY SIZE
               INTO ACTIVITY-LINE
           WRITE ACTIVITY-LINE
           MOVE WS-CLAIM-TOTAL TO WS-EDIT-AMT
           MOVE WS-COMM-TOTAL TO WS-EDIT-AMT2
           MOVE SPACES TO ACTIVITY-LINE
           STRING "CLAIMS PAID " WS-CLAIM-COUNT " AMOUNT " WS-EDIT-AMT
               " LOANS BOOKED " WS-BK-COUNT
               " COMMISSIONS " WS-COMM-COUNT " AMOUNT " WS-EDIT-AMT2
               DELIMITED BY SIZE
               INTO ACTIVITY-LINE
           WRITE ACTIVITY-LINE
           CLOSE ACTIVITY-FILE
           PERFORM RELEASE-ACCOUNTS-LOCK
           DISPLAY "GUARANTEES ISSUED " WS-ISSUED-COUNT
               " AMENDED " WS-AMENDED-COUNT
               " RELEASED " WS-RELEASED-COUNT
               " EXPIRED " WS-EXPIRED-COUNT
               " CLAIMS " WS-CLAIM-COUNT
               " COMMISSIONS " WS-COMM-COUNT
               " REJECTED " WS-REJECT-COUNT
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

       LOAD-PARAM-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-GP-COUNT
           OPEN INPUT PARAMS-FILE
           IF WS-PARAMS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-GP-COUNT >= 20
                   READ PARAMS-FILE INTO PARAMS-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GP-TYPE NOT = SPACES
                               AND GP-ISSUE-RATE NUMERIC
                               AND GP-ISSUE-MIN NUMERIC
                               AND GP-ANNUAL-RATE NUMERIC
                               AND GP-QTR-MIN NUMERIC
                               AND GP-MARGIN-PCT NUMERIC
                           ADD 1 TO WS-GP-COUNT
                           MOVE GP-TYPE TO GP-TYPE-TBL(WS-GP-COUNT)
                           MOVE GP-NAME TO GP-NAME-TBL(WS-GP-COUNT)
                           MOVE GP-ISSUE-RATE
                               TO GP-ISSUE-RATE-TBL(WS-GP-COUNT)
                           MOVE GP-ISSUE-MIN
                               TO GP-ISSUE-MIN-TBL(WS-GP-COUNT)
                           MOVE GP-ANNUAL-RATE
                               TO GP-ANNUAL-RATE-TBL(WS-GP-COUNT)
                           MOVE GP-QTR-MIN
                               TO GP-QTR-MIN-TBL(WS-GP-COUNT)
                           MOVE GP-MARGIN-PCT
                               TO GP-MARGIN-PCT-TBL(WS-GP-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           ELSE
               DISPLAY "NO GUARANTEE PARAMETER FILE - NO GUARANTEE "
                   "CAN BE ISSUED"
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-OPERATOR-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-OPS-COUNT
           OPEN INPUT OPERATORS-FILE
           IF WS-OPERATORS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-OPS-COUNT >= 2000
                   READ OPERATORS-FILE INTO OPERATOR-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF OP-ID NOT = SPACES
                           ADD 1 TO WS-OPS-COUNT
                           MOVE OP-ID TO OPS-ID-TBL(WS-OPS-COUNT)
                           MOVE OP-LEVEL TO OPS-LEVEL-TBL(WS-OPS-COUNT)
                           MOVE OP-ACTIVE
                               TO OPS-ACTIVE-TBL(WS-OPS-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATORS-FILE
           ELSE
               DISPLAY "NO OPERATOR MASTER FILE - NO GUARANTEE "
                   "REQUEST CAN BE ACCEPTED"
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-HOLIDAY-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-HOL-COUNT
           OPEN INPUT HOLIDAYS-FILE
           IF WS-HOLIDAYS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-HOL-COUNT >= 500
                   READ HOLIDAYS-FILE INTO HOL-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HOL-DATE NUMERIC
                           ADD 1 TO WS-HOL-COUNT
                           MOVE HOL-DATE
                               TO HOL-DATE-TBL(WS-HOL-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAYS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-LOAN-IDS.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-LI-COUNT
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-LOAN-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-LI-COUNT >= 10000
                   READ LOAN-MASTER-FILE INTO LOAN-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LN-ID NOT = SPACES
                           ADD 1 TO WS-LI-COUNT
                           MOVE LN-ID TO LOAN-ID-ENTRY(WS-LI-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-GUARANTEE-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-GT-COUNT
           OPEN INPUT GUARANTEES-FILE
           IF WS-GUARANTEES-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-GT-COUNT >= 5000
                   READ GUARANTEES-FILE INTO GUARANTEE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GT-ID NOT = SPACES
                           ADD 1 TO WS-GT-COUNT
                           MOVE GUARANTEE-RECORD
                               TO GT-REC-TBL(WS-GT-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARANTEES-FILE
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

       LOAD-HOLDS-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-HL-COUNT
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HOLDS-FILE INTO HOLD-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-HL-COUNT >= 20000
                           DISPLAY "ERROR - HOLDS FILE EXCEEDS TABLE "
                               "CAPACITY - NO GUARANTEE WORK DONE"
                           CLOSE HOLDS-FILE
                           PERFORM RELEASE-ACCOUNTS-LOCK
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-HL-COUNT
                       MOVE HOLD-RECORD TO HL-REC-TBL(WS-HL-COUNT)
                       MOVE 'N' TO HL-DROP-TBL(WS-HL-COUNT)
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       PROCESS-GUARANTEE-REQUESTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT REQUESTS-FILE
           IF WS-REQUESTS-STATUS NOT = "00"
               DISPLAY "NO GUARANTEE REQUESTS FILE"
           ELSE
               MOVE 'Y' TO WS-REQ-SEEN
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REQUESTS-FILE INTO REQUEST-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GQ-ACTION NOT = SPACES
                           PERFORM PROCESS-ONE-REQUEST
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE REQUESTS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       PROCESS-ONE-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM CHECK-OPERATOR
           IF WS-OPER-OK NOT = 'Y'
               MOVE "OPERATOR NOT ACTIVE" TO WS-REJECT-REASON
           ELSE
               PERFORM FIND-GUARANTEE
               EVALUATE GQ-ACTION
                   WHEN "ISSU"
                       PERFORM VALIDATE-ISSUE
                       IF WS-REJECT-REASON = SPACES
                           PERFORM POST-ISSUE
                       END-IF
                   WHEN "AMND"
                       PERFORM VALIDATE-AMENDMENT
                       IF WS-REJECT-REASON = SPACES
                           PERFORM POST-AMENDMENT
                       END-IF
                   WHEN "RLSE"
                       PERFORM VALIDATE-RELEASE
                       IF WS-REJECT-REASON = SPACES
                           PERFORM POST-RELEASE
                       END-IF
                   WHEN "CLAM"
                       PERFORM VALIDATE-CLAIM
                       IF WS-REJECT-REASON = SPACES
                           PERFORM POST-CLAIM
                       END-IF
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO ACTIVITY-LINE
               STRING "REJECT " GQ-ACTION " " GQ-GT-ID " - "
                   WS-REJECT-REASON
                   DELIMITED BY SIZE
                   INTO ACTIVITY-LINE
               WRITE ACTIVITY-LINE
               DISPLAY "GUARANTEE REQUEST REJECTED " GQ-ACTION " "
                   GQ-GT-ID " " WS-REJECT-REASON
           END-IF.

       CHECK-OPERATOR.
           MOVE 'N' TO WS-OPER-OK
           MOVE 0 TO WS-OPER-LEVEL
           MOVE 1 TO WS-OPS-INDEX
           PERFORM UNTIL WS-OPS-INDEX > WS-OPS-COUNT
               IF OPS-ID-TBL(WS-OPS-INDEX) = GQ-OPERATOR
                   IF OPS-ACTIVE-TBL(WS-OPS-INDEX) = 'Y'
                       MOVE 'Y' TO WS-OPER-OK
                       IF OPS-LEVEL-TBL(WS-OPS-INDEX) NUMERIC
                           MOVE OPS-LEVEL-TBL(WS-OPS-INDEX)
                               TO WS-OPER-LEVEL
                       END-IF
                   END-IF
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-OPS-INDEX
           END-PERFORM.

       FIND-GUARANTEE.
           MOVE 0 TO WS-GT-IX
           MOVE 1 TO WS-GT-INDEX
           PERFORM UNTIL WS-GT-INDEX > WS-GT-COUNT
               IF GT-REC-TBL(WS-GT-INDEX)(1:8) = GQ-GT-ID
                   MOVE WS-GT-INDEX TO WS-GT-IX
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-GT-INDEX
           END-PERFORM
           IF WS-GT-IX > 0
               MOVE GT-REC-TBL(WS-GT-IX) TO GUARANTEE-RECORD
           END-IF.

       FIND-PARAMS.
           MOVE 0 TO WS-GP-IX
           MOVE 1 TO WS-GP-INDEX
           PERFORM UNTIL WS-GP-INDEX > WS-GP-COUNT
               IF GP-TYPE-TBL(WS-GP-INDEX) = GT-TYPE
                   MOVE WS-GP-INDEX TO WS-GP-IX
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-GP-INDEX
           END-PERFORM.

       FIND-ACCOUNT.
           MOVE 0 TO WS-FIND-IX
           IF WS-FIND-ACCT NOT = SPACES
               MOVE 1 TO WS-AC-INDEX
               PERFORM UNTIL WS-AC-INDEX > WS-AC-COUNT
                   IF AC-REC-TBL(WS-AC-INDEX)(1:5) = WS-FIND-ACCT
                       MOVE WS-AC-INDEX TO WS-FIND-IX
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-AC-INDEX
               END-PERFORM
           END-IF.

       COMPUTE-AVAILABLE.
           MOVE AC-REC-TBL(WS-AC-IX) TO ACCOUNTS-RECORD
           MOVE 0 TO WS-HELD-AMOUNT
           MOVE 1 TO WS-HL-INDEX
           PERFORM UNTIL WS-HL-INDEX > WS-HL-COUNT
               IF HL-DROP-TBL(WS-HL-INDEX) = 'N'
                   MOVE HL-REC-TBL(WS-HL-INDEX) TO HOLD-RECORD
                   IF HD-ID = AC-ID AND HD-MONTO NUMERIC
                       ADD HD-MONTO TO WS-HELD-AMOUNT
                   END-IF
               END-IF
               ADD 1 TO WS-HL-INDEX
           END-PERFORM
           COMPUTE WS-AVAILABLE = AC-SALDO + AC-OVERDRAFT-LIMIT
               - WS-HELD-AMOUNT.

       CHECK-MARGIN-ACCOUNT.
           MOVE WS-FIND-IX TO WS-AC-IX
           IF WS-AC-IX = 0
               MOVE "MARGIN ACCOUNT NOT FOUND" TO WS-REJECT-REASON
           ELSE
               MOVE AC-REC-TBL(WS-AC-IX) TO ACCOUNTS-RECORD
               IF AC-ST-BLOCKED
                   MOVE "MARGIN ACCOUNT BLOCKED" TO WS-REJECT-REASON
               ELSE
               IF AC-ES-LOAN
                   MOVE "MARGIN ACCOUNT IS A LOAN" TO WS-REJECT-REASON
               ELSE
               IF AC-CUST-ID NOT = GT-CUST-ID
                   MOVE "MARGIN ACCOUNT BELONGS TO ANOTHER CUSTOMER"
                       TO WS-REJECT-REASON
               ELSE
               IF AC-CURRENCY NOT = GT-CURRENCY
                   MOVE "MARGIN ACCOUNT CURRENCY DIFFERS"
                       TO WS-REJECT-REASON
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       CHECK-BENEFICIARY-ACCOUNT.
           MOVE 0 TO WS-BEN-IX
           IF GT-BENEF-ACCT NOT = SPACES
               MOVE GT-BENEF-ACCT TO WS-FIND-ACCT
               PERFORM FIND-ACCOUNT
               MOVE WS-FIND-IX TO WS-BEN-IX
               IF WS-BEN-IX = 0
                   MOVE "BENEFICIARY ACCOUNT NOT FOUND"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE AC-REC-TBL(WS-BEN-IX) TO ACCOUNTS-RECORD
                   IF AC-ST-BLOCKED OR AC-ES-LOAN
                           OR AC-CURRENCY NOT = GT-CURRENCY
                       MOVE "BENEFICIARY ACCOUNT NOT USABLE"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       VALIDATE-ISSUE.
           MOVE SPACES TO GUARANTEE-RECORD
           MOVE GQ-GT-ID TO GT-ID
           MOVE GQ-TYPE TO GT-TYPE
           MOVE GQ-CUST-ID TO GT-CUST-ID
           MOVE GQ-BENEF-NAME TO GT-BENEF-NAME
           MOVE GQ-BENEF-ACCT TO GT-BENEF-ACCT
           MOVE GQ-CURRENCY TO GT-CURRENCY
           MOVE GQ-MARGIN-ACCT TO GT-MARGIN-ACCT
           PERFORM FIND-PARAMS
           IF GQ-GT-ID = SPACES OR GQ-CUST-ID = SPACES
                   OR GQ-MARGIN-ACCT = SPACES
                   OR GQ-AMOUNT NOT NUMERIC
                   OR GQ-EXPIRY NOT NUMERIC
               MOVE "REQUEST UNREADABLE" TO WS-REJECT-REASON
           ELSE
           IF WS-GT-IX > 0
               MOVE "GUARANTEE ID ALREADY IN USE" TO WS-REJECT-REASON
           ELSE
           IF WS-GT-COUNT >= 5000
               MOVE "GUARANTEE REGISTER FULL" TO WS-REJECT-REASON
           ELSE
           IF WS-GP-IX = 0
               MOVE "GUARANTEE TYPE NOT ON PARAMETER FILE"
                   TO WS-REJECT-REASON
           ELSE
           IF GQ-BENEF-NAME = SPACES
               MOVE "BENEFICIARY NAME REQUIRED" TO WS-REJECT-REASON
           ELSE
           IF GQ-AMOUNT = 0
               MOVE "AMOUNT MUST BE POSITIVE" TO WS-REJECT-REASON
           ELSE
           IF GQ-EXPIRY <= WS-TODAY
               MOVE "EXPIRY MUST BE AFTER TODAY" TO WS-REJECT-REASON
           ELSE
           IF GQ-MARGIN-PCT-X NOT = SPACES
                   AND (GQ-MARGIN-PCT NOT NUMERIC
                   OR GQ-MARGIN-PCT > 100)
               MOVE "MARGIN PERCENT INVALID" TO WS-REJECT-REASON
           ELSE
               MOVE GQ-MARGIN-ACCT TO WS-FIND-ACCT
               PERFORM FIND-ACCOUNT
               IF WS-FIND-IX > 0 AND GT-CURRENCY = SPACES
                   MOVE AC-REC-TBL(WS-FIND-IX) TO ACCOUNTS-RECORD
                   MOVE AC-CURRENCY TO GT-CURRENCY
               END-IF
               PERFORM CHECK-MARGIN-ACCOUNT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-BENEFICIARY-ACCOUNT
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE GQ-AMOUNT TO GT-AMOUNT
               IF GQ-MARGIN-PCT-X = SPACES
                   MOVE GP-MARGIN-PCT-TBL(WS-GP-IX) TO GT-MARGIN-PCT
               ELSE
                   MOVE GQ-MARGIN-PCT TO GT-MARGIN-PCT
               END-IF
               COMPUTE GT-MARGIN ROUNDED =
                   GT-AMOUNT * GT-MARGIN-PCT / 100
               COMPUTE WS-ISSUE-COMM ROUNDED =
                   GT-AMOUNT * GP-ISSUE-RATE-TBL(WS-GP-IX)
               IF WS-ISSUE-COMM < GP-ISSUE-MIN-TBL(WS-GP-IX)
                   MOVE GP-ISSUE-MIN-TBL(WS-GP-IX) TO WS-ISSUE-COMM
               END-IF
               MOVE GT-AMOUNT TO WS-COMM-BASE
               PERFORM SIZE-QUARTER-COMMISSION
               MOVE WS-COMM-AMT TO WS-QTR-COMM
               COMPUTE WS-NEEDED =
                   GT-MARGIN + WS-ISSUE-COMM + WS-QTR-COMM
               PERFORM COMPUTE-AVAILABLE
               IF WS-AVAILABLE < WS-NEEDED
                   MOVE "FUNDS SHORT FOR MARGIN AND COMMISSION"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       SIZE-QUARTER-COMMISSION.
           COMPUTE WS-COMM-AMT ROUNDED =
               WS-COMM-BASE * GP-ANNUAL-RATE-TBL(WS-GP-IX) / 4
           IF WS-COMM-AMT < GP-QTR-MIN-TBL(WS-GP-IX)
               MOVE GP-QTR-MIN-TBL(WS-GP-IX) TO WS-COMM-AMT
           END-IF.

       POST-ISSUE.
           MOVE GQ-EXPIRY TO GT-EXPIRY
           MOVE WS-TODAY TO GT-ISSUED
           MOVE 0 TO GT-CLAIMED
           MOVE 'A' TO GT-STATUS
           MOVE 0 TO GT-CLOSED
           MOVE 0 TO GT-AMENDS
           MOVE WS-ISSUE-COMM TO WS-COMM-AMT
           MOVE "GTEISS" TO WS-COMM-TAG
           PERFORM CHARGE-COMMISSION
           MOVE WS-QTR-COMM TO WS-COMM-AMT
           MOVE "GTECOM" TO WS-COMM-TAG
           PERFORM CHARGE-COMMISSION
           MOVE GT-ISSUED TO WS-QTR-DATE
           PERFORM ADD-ONE-QUARTER
           MOVE WS-QTR-DATE TO GT-NEXT-COMM
           PERFORM SET-MARGIN-HOLD
           ADD 1 TO WS-GT-COUNT
           MOVE GUARANTEE-RECORD TO GT-REC-TBL(WS-GT-COUNT)
           ADD 1 TO WS-ISSUED-COUNT
           MOVE GT-AMOUNT TO WS-EDIT-AMT
           MOVE GT-MARGIN TO WS-EDIT-AMT2
           MOVE SPACES TO ACTIVITY-LINE
           STRING "ISSUED " GT-ID " TYPE " GT-TYPE
               " APPLICANT " GT-CUST-ID " " GT-CURRENCY " " WS-EDIT-AMT
               " EXPIRY " GT-EXPIRY " MARGIN " WS-EDIT-AMT2
               " ON " GT-MARGIN-ACCT " BENEFICIARY " GT-BENEF-NAME
               DELIMITED BY SIZE
               INTO ACTIVITY-LINE
           WRITE ACTIVITY-LINE.

       CHARGE-COMMISSION.
           IF WS-COMM-AMT > 0
               MOVE AC-REC-TBL(WS-AC-IX) TO ACCOUNTS-RECORD
               SUBTRACT WS-COMM-AMT FROM AC-SALDO
               MOVE ACCOUNTS-RECORD TO AC-REC-TBL(WS-AC-IX)
               MOVE AC-ID TO WS-JOURNAL-ID
               MOVE WS-COMM-AMT TO WS-JOURNAL-AMT
               MOVE 'D' TO WS-JOURNAL-TIPO
               MOVE WS-COMM-TAG TO WS-JOURNAL-TAG
               MOVE AC-CURRENCY TO WS-JRN-CURRENCY
               MOVE AC-SALDO TO WS-JRN-BALANCE
               MOVE SPACES TO WS-JOURNAL-REF
               STRING "GTE " GT-ID
                   DELIMITED BY SIZE
                   INTO WS-JOURNAL-REF
               PERFORM WRITE-JOURNAL-LINE
               MOVE 'Y' TO WS-ACC-TOUCHED
               ADD 1 TO WS-COMM-COUNT
               ADD WS-COMM-AMT TO WS-COMM-TOTAL
               MOVE WS-COMM-AMT TO WS-EDIT-AMT
               MOVE SPACES TO ACTIVITY-LINE
               STRING "COMMISSION " GT-ID " " WS-COMM-TAG " "
                   GT-MARGIN-ACCT " " WS-EDIT-AMT
                   DELIMITED BY SIZE
                   INTO ACTIVITY-LINE
               WRITE ACTIVITY-LINE
           END-IF.

       ADD-ONE-QUARTER.
           MOVE GT-ISSUED(7:2) TO WS-QTR-ANCHOR
           MOVE WS-QTR-DATE(1:4) TO WS-QTR-YYYY
           MOVE WS-QTR-DATE(5:2) TO WS-QTR-MM
           ADD 3 TO WS-QTR-MM
           IF WS-QTR-MM > 12
               SUBTRACT 12 FROM WS-QTR-MM
               ADD 1 TO WS-QTR-YYYY
           END-IF
           IF WS-QTR-MM = 12
               COMPUTE WS-QTR-NEXT-1ST = (WS-QTR-YYYY + 1) * 10000
                   + 101
           ELSE
               COMPUTE WS-QTR-NEXT-1ST = WS-QTR-YYYY * 10000
                   + (WS-QTR-MM + 1) * 100 + 1
           END-IF
           COMPUTE WS-QTR-LAST = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-QTR-NEXT-1ST) - 1)
           MOVE WS-QTR-ANCHOR TO WS-QTR-DD
           IF WS-QTR-DD > WS-QTR-LAST(7:2)
               MOVE WS-QTR-LAST(7:2) TO WS-QTR-DD
           END-IF
           COMPUTE WS-QTR-DATE =
               WS-QTR-YYYY * 10000 + WS-QTR-MM * 100 + WS-QTR-DD.

       FIND-MARGIN-HOLD.
           MOVE 0 TO WS-HL-IX
           MOVE 1 TO WS-HL-INDEX
           PERFORM UNTIL WS-HL-INDEX > WS-HL-COUNT
               IF HL-DROP-TBL(WS-HL-INDEX) = 'N'
                   MOVE HL-REC-TBL(WS-HL-INDEX) TO HOLD-RECORD
                   IF HD-MARGIN-TAG = WS-MARGIN-TAG
                           AND HD-MARGIN-GT = GT-ID
                       MOVE WS-HL-INDEX TO WS-HL-IX
                       EXIT PERFORM
                   END-IF
               END-IF
               ADD 1 TO WS-HL-INDEX
           END-PERFORM.

       SET-MARGIN-HOLD.
           PERFORM FIND-MARGIN-HOLD
           IF WS-HL-IX > 0
               MOVE 'Y' TO WS-HOLDS-TOUCHED
               IF GT-MARGIN = 0
                   MOVE 'Y' TO HL-DROP-TBL(WS-HL-IX)
               ELSE
                   MOVE HL-REC-TBL(WS-HL-IX) TO HOLD-RECORD
                   MOVE GT-MARGIN TO HD-MONTO
                   MOVE HOLD-RECORD TO HL-REC-TBL(WS-HL-IX)
               END-IF
           ELSE
               IF GT-MARGIN > 0
                   IF WS-HL-COUNT >= 20000
                       DISPLAY "HOLDS TABLE FULL - MARGIN NOT HELD "
                           GT-ID
                   ELSE
                       MOVE 'Y' TO WS-HOLDS-TOUCHED
                       MOVE SPACES TO HOLD-RECORD
                       MOVE GT-MARGIN-ACCT TO HD-ID
                       MOVE GT-MARGIN TO HD-MONTO
                       MOVE WS-MARGIN-TAG TO HD-MARGIN-TAG
                       MOVE GT-ID TO HD-MARGIN-GT
                       ADD 1 TO WS-HL-COUNT
                       MOVE HOLD-RECORD TO HL-REC-TBL(WS-HL-COUNT)
                       MOVE 'N' TO HL-DROP-TBL(WS-HL-COUNT)
                   END-IF
               END-IF
           END-IF.

       VALIDATE-AMENDMENT.
           IF WS-GT-IX = 0
               MOVE "GUARANTEE NOT ON REGISTER" TO WS-REJECT-REASON
           ELSE
           IF NOT GT-ST-ACTIVE
               MOVE "GUARANTEE NOT ACTIVE" TO WS-REJECT-REASON
           ELSE
               MOVE 0 TO WS-AMEND-CHANGES
               MOVE GT-AMOUNT TO WS-NEW-AMOUNT
               MOVE GT-EXPIRY TO WS-NEW-EXPIRY
               MOVE GT-MARGIN-PCT TO WS-NEW-PCT
               IF GQ-AMOUNT-X NOT = SPACES
                   IF GQ-AMOUNT NOT NUMERIC
                           OR GQ-AMOUNT <= GT-CLAIMED
                       MOVE "NEW AMOUNT INVALID" TO WS-REJECT-REASON
                   ELSE
                       MOVE GQ-AMOUNT TO WS-NEW-AMOUNT
                       ADD 1 TO WS-AMEND-CHANGES
                   END-IF
               END-IF
               IF GQ-EXPIRY-X NOT = SPACES
                   IF GQ-EXPIRY NOT NUMERIC OR GQ-EXPIRY <= WS-TODAY
                       MOVE "NEW EXPIRY INVALID" TO WS-REJECT-REASON
                   ELSE
                       MOVE GQ-EXPIRY TO WS-NEW-EXPIRY
                       ADD 1 TO WS-AMEND-CHANGES
                   END-IF
               END-IF
               IF GQ-MARGIN-PCT-X NOT = SPACES
                   IF GQ-MARGIN-PCT NOT NUMERIC
                           OR GQ-MARGIN-PCT > 100
                       MOVE "MARGIN PERCENT INVALID"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE GQ-MARGIN-PCT TO WS-NEW-PCT
                       ADD 1 TO WS-AMEND-CHANGES
                   END-IF
               END-IF
               IF GQ-BENEF-NAME NOT = SPACES
                   ADD 1 TO WS-AMEND-CHANGES
               END-IF
               IF GQ-BENEF-ACCT NOT = SPACES
                   MOVE GQ-BENEF-ACCT TO GT-BENEF-ACCT
                   PERFORM CHECK-BENEFICIARY-ACCOUNT
                   ADD 1 TO WS-AMEND-CHANGES
               END-IF
               IF WS-REJECT-REASON = SPACES AND WS-AMEND-CHANGES = 0
                   MOVE "NOTHING TO AMEND" TO WS-REJECT-REASON
               END-IF
           END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE GT-MARGIN-ACCT TO WS-FIND-ACCT
               PERFORM FIND-ACCOUNT
               PERFORM CHECK-MARGIN-ACCOUNT
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM FIND-PARAMS
               COMPUTE WS-NEW-MARGIN ROUNDED =
                   (WS-NEW-AMOUNT - GT-CLAIMED) * WS-NEW-PCT / 100
               MOVE 0 TO WS-INCREASE
               IF WS-NEW-AMOUNT > GT-AMOUNT
                   COMPUTE WS-INCREASE = WS-NEW-AMOUNT - GT-AMOUNT
               END-IF
               MOVE 0 TO WS-ISSUE-COMM
               IF WS-INCREASE > 0 AND WS-GP-IX > 0
                   COMPUTE WS-ISSUE-COMM ROUNDED =
                       WS-INCREASE * GP-ISSUE-RATE-TBL(WS-GP-IX)
                   IF WS-ISSUE-COMM < GP-ISSUE-MIN-TBL(WS-GP-IX)
                       MOVE GP-ISSUE-MIN-TBL(WS-GP-IX)
                           TO WS-ISSUE-COMM
                   END-IF
               END-IF
               MOVE 0 TO WS-MARGIN-DELTA
               IF WS-NEW-MARGIN > GT-MARGIN
                   COMPUTE WS-MARGIN-DELTA = WS-NEW-MARGIN - GT-MARGIN
               END-IF
               COMPUTE WS-NEEDED = WS-MARGIN-DELTA + WS-ISSUE-COMM
               IF WS-NEEDED > 0
                   PERFORM COMPUTE-AVAILABLE
                   IF WS-AVAILABLE < WS-NEEDED
                       MOVE "FUNDS SHORT FOR MARGIN AND COMMISSION"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       POST-AMENDMENT.
           MOVE WS-ISSUE-COMM TO WS-COMM-AMT
           MOVE "GTEISS" TO WS-COMM-TAG
           PERFORM CHARGE-COMMISSION
           MOVE WS-NEW-AMOUNT TO GT-AMOUNT
           MOVE WS-NEW-EXPIRY TO GT-EXPIRY
           MOVE WS-NEW-PCT TO GT-MARGIN-PCT
           MOVE WS-NEW-MARGIN TO GT-MARGIN
           IF GQ-BENEF-NAME NOT = SPACES
               MOVE GQ-BENEF-NAME TO GT-BENEF-NAME
           END-IF
           IF GT-AMENDS < 99
               ADD 1 TO GT-AMENDS
           END-IF
           PERFORM SET-MARGIN-HOLD
           MOVE GUARANTEE-RECORD TO GT-REC-TBL(WS-GT-IX)
           ADD 1 TO WS-AMENDED-COUNT
           MOVE GT-AMOUNT TO WS-EDIT-AMT
           MOVE GT-MARGIN TO WS-EDIT-AMT2
           MOVE SPACES TO ACTIVITY-LINE
           STRING "AMENDED " GT-ID " AMOUNT " WS-EDIT-AMT
               " EXPIRY " GT-EXPIRY " MARGIN " WS-EDIT-AMT2
               " BENEFICIARY " GT-BENEF-NAME " " GT-BENEF-ACCT
               DELIMITED BY SIZE
               INTO ACTIVITY-LINE
           WRITE ACTIVITY-LINE.

       VALIDATE-RELEASE.
           IF WS-GT-IX = 0
               MOVE "GUARANTEE NOT ON REGISTER" TO WS-REJECT-REASON
           ELSE
           IF NOT GT-ST-ACTIVE
               MOVE "GUARANTEE NOT ACTIVE" TO WS-REJECT-REASON
           END-IF
           END-IF.

       POST-RELEASE.
           MOVE 'R' TO GT-STATUS
           MOVE WS-TODAY TO GT-CLOSED
           MOVE 0 TO GT-MARGIN
           PERFORM SET-MARGIN-HOLD
           MOVE GUARANTEE-RECORD TO GT-REC-TBL(WS-GT-IX)
           ADD 1 TO WS-RELEASED-COUNT
           MOVE SPACES TO ACTIVITY-LINE
           STRING "RELEASED " GT-ID " MARGIN HOLD REMOVED ON "
               GT-MARGIN-ACCT
               DELIMITED BY SIZE
               INTO ACTIVITY-LINE
           WRITE ACTIVITY-LINE.

       VALIDATE-CLAIM.
           IF WS-GT-IX = 0
               MOVE "GUARANTEE NOT ON REGISTER" TO WS-REJECT-REASON
           ELSE
           IF NOT GT-ST-ACTIVE
               MOVE "GUARANTEE NOT ACTIVE" TO WS-REJECT-REASON
           ELSE
           IF WS-OPER-LEVEL < WS-CLAIM-LEVEL
               MOVE "OPERATOR LEVEL TOO LOW TO PAY A CLAIM"
                   TO WS-REJECT-REASON
           ELSE
           IF GQ-AMOUNT NOT NUMERIC OR GQ-AMOUNT = 0
               MOVE "CLAIM AMOUNT INVALID" TO WS-REJECT-REASON
           ELSE
               COMPUTE WS-OUTSTANDING = GT-AMOUNT - GT-CLAIMED
               IF GQ-AMOUNT > WS-OUTSTANDING
                   MOVE "CLAIM EXCEEDS AMOUNT OUTSTANDING"
                       TO WS-REJECT-REASON
               ELSE
                   PERFORM CHECK-BENEFICIARY-ACCOUNT
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE GQ-AMOUNT TO WS-CLAIM-AMT
               IF GT-MARGIN > WS-CLAIM-AMT
                   MOVE WS-CLAIM-AMT TO WS-MARGIN-USED
               ELSE
                   MOVE GT-MARGIN TO WS-MARGIN-USED
               END-IF
               MOVE GT-MARGIN-ACCT TO WS-FIND-ACCT
               PERFORM FIND-ACCOUNT
               MOVE WS-FIND-IX TO WS-AC-IX
               MOVE 0 TO WS-CLAIM-DEBIT
               IF WS-AC-IX > 0
                   PERFORM COMPUTE-AVAILABLE
                   ADD WS-MARGIN-USED TO WS-AVAILABLE
                   IF WS-AVAILABLE >= WS-CLAIM-AMT
                       MOVE WS-CLAIM-AMT TO WS-CLAIM-DEBIT
                   ELSE
                   IF WS-AVAILABLE > 0
                       MOVE WS-AVAILABLE TO WS-CLAIM-DEBIT
                   END-IF
                   END-IF
               END-IF
               COMPUTE WS-SHORTFALL = WS-CLAIM-AMT - WS-CLAIM-DEBIT
               IF WS-SHORTFALL > 0
                   IF GQ-LOAN-ID = SPACES
                       MOVE "FUNDS SHORT - LOAN ID REQUIRED"
                           TO WS-REJECT-REASON
                   ELSE
                   IF WS-BK-COUNT >= 500 OR WS-AC-COUNT >= 50000
                       MOVE "LOAN TABLES FULL - RESUBMIT NEXT RUN"
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM CHECK-LOAN-ID-FREE
                       IF WS-LOAN-EXISTS = 'Y'
                           MOVE "LOAN ID ALREADY IN USE"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-LOAN-ID-FREE.
           MOVE 'N' TO WS-LOAN-EXISTS
           MOVE 1 TO WS-LI-INDEX
           PERFORM UNTIL WS-LI-INDEX > WS-LI-COUNT
               IF LOAN-ID-ENTRY(WS-LI-INDEX) = GQ-LOAN-ID
                   MOVE 'Y' TO WS-LOAN-EXISTS
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-LI-INDEX
           END-PERFORM
           MOVE 1 TO WS-BK-INDEX
           PERFORM UNTIL WS-BK-INDEX > WS-BK-COUNT
               IF BK-LOAN-ID-TBL(WS-BK-INDEX) = GQ-LOAN-ID
                   MOVE 'Y' TO WS-LOAN-EXISTS
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-BK-INDEX
           END-PERFORM
           MOVE GQ-LOAN-ID TO WS-FIND-ACCT
           PERFORM FIND-ACCOUNT
           IF WS-FIND-IX > 0
               MOVE 'Y' TO WS-LOAN-EXISTS
           END-IF.

       POST-CLAIM.
           SUBTRACT WS-MARGIN-USED FROM GT-MARGIN
           ADD WS-CLAIM-AMT TO GT-CLAIMED
           IF GT-CLAIMED >= GT-AMOUNT
               MOVE 'P' TO GT-STATUS
               MOVE WS-TODAY TO GT-CLOSED
               MOVE 0 TO GT-MARGIN
           END-IF
           PERFORM SET-MARGIN-HOLD
           MOVE SPACES TO WS-JOURNAL-REF
           STRING "GTE " GT-ID
               DELIMITED BY SIZE
               INTO WS-JOURNAL-REF
           MOVE "GUARANTEE CLAIM" TO WS-LOAN-NAME
           IF WS-AC-IX > 0
               MOVE AC-REC-TBL(WS-AC-IX) TO ACCOUNTS-RECORD
               MOVE AC-NOMBRE TO WS-LOAN-NAME
           END-IF
           IF WS-CLAIM-DEBIT > 0
               MOVE AC-REC-TBL(WS-AC-IX) TO ACCOUNTS-RECORD
               SUBTRACT WS-CLAIM-DEBIT FROM AC-SALDO
               MOVE ACCOUNTS-RECORD TO AC-REC-TBL(WS-AC-IX)
               MOVE AC-ID TO WS-JOURNAL-ID
               MOVE WS-CLAIM-DEBIT TO WS-JOURNAL-AMT
               MOVE 'D' TO WS-JOURNAL-TIPO
               MOVE "GTECLM" TO WS-JOURNAL-TAG
               MOVE AC-CURRENCY TO WS-JRN-CURRENCY
               MOVE AC-SALDO TO WS-JRN-BALANCE
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           IF WS-SHORTFALL > 0
               PERFORM BOOK-CLAIM-LOAN
           END-IF
           IF WS-BEN-IX > 0
               MOVE AC-REC-TBL(WS-BEN-IX) TO ACCOUNTS-RECORD
               ADD WS-CLAIM-AMT TO AC-SALDO
               MOVE ACCOUNTS-RECORD TO AC-REC-TBL(WS-BEN-IX)
               MOVE AC-ID TO WS-JOURNAL-ID
               MOVE AC-CURRENCY TO WS-JRN-CURRENCY
               MOVE AC-SALDO TO WS-JRN-BALANCE
           ELSE
               MOVE WS-CLAIMS-ACCOUNT TO WS-JOURNAL-ID
               MOVE GT-CURRENCY TO WS-JRN-CURRENCY
               MOVE 0 TO WS-JRN-BALANCE
           END-IF
           MOVE WS-CLAIM-AMT TO WS-JOURNAL-AMT
           MOVE 'C' TO WS-JOURNAL-TIPO
           MOVE "GTECLM" TO WS-JOURNAL-TAG
           PERFORM WRITE-JOURNAL-LINE
           MOVE 'Y' TO WS-ACC-TOUCHED
           MOVE GUARANTEE-RECORD TO GT-REC-TBL(WS-GT-IX)
           ADD 1 TO WS-CLAIM-COUNT
           ADD WS-CLAIM-AMT TO WS-CLAIM-TOTAL
           MOVE WS-CLAIM-AMT TO WS-EDIT-AMT
           MOVE WS-CLAIM-DEBIT TO WS-EDIT-AMT2
           MOVE WS-SHORTFALL TO WS-EDIT-AMT3
           MOVE SPACES TO ACTIVITY-LINE
           STRING "CLAIM PAID " GT-ID " " WS-EDIT-AMT
               " TO " WS-JOURNAL-ID " " GT-BENEF-NAME
               " APPLICANT DEBITED " WS-EDIT-AMT2
               " FINANCED " WS-EDIT-AMT3
               DELIMITED BY SIZE
               INTO ACTIVITY-LINE
           WRITE ACTIVITY-LINE.

       BOOK-CLAIM-LOAN.
           PERFORM COMPUTE-INSTALLMENT
           PERFORM COMPUTE-FIRST-DUE-DATE
           MOVE SPACES TO ACCOUNTS-RECORD
           MOVE GQ-LOAN-ID TO AC-ID
           MOVE WS-LOAN-NAME TO AC-NOMBRE
           MOVE 0 TO AC-SALDO
           SUBTRACT WS-SHORTFALL FROM AC-SALDO
           MOVE 0 TO AC-OVERDRAFT-LIMIT
           MOVE GT-CURRENCY TO AC-CURRENCY
           MOVE 'L' TO AC-TYPE
           MOVE GT-CUST-ID TO AC-CUST-ID
           MOVE 'A' TO AC-STATUS
           ADD 1 TO WS-AC-COUNT
           MOVE ACCOUNTS-RECORD TO AC-REC-TBL(WS-AC-COUNT)
           MOVE AC-ID TO WS-JOURNAL-ID
           MOVE WS-SHORTFALL TO WS-JOURNAL-AMT
           MOVE 'D' TO WS-JOURNAL-TIPO
           MOVE "GTELON" TO WS-JOURNAL-TAG
           MOVE AC-CURRENCY TO WS-JRN-CURRENCY
           MOVE AC-SALDO TO WS-JRN-BALANCE
           PERFORM WRITE-JOURNAL-LINE
           ADD 1 TO WS-BK-COUNT
           MOVE GQ-LOAN-ID TO BK-LOAN-ID-TBL(WS-BK-COUNT)
           MOVE WS-SHORTFALL TO BK-PRIN-TBL(WS-BK-COUNT)
           MOVE WS-INSTALLMENT TO BK-PAYMENT-TBL(WS-BK-COUNT)
           MOVE WS-FIRST-DUE TO BK-DUE-TBL(WS-BK-COUNT)
           MOVE GT-MARGIN-ACCT TO BK-DISB-TBL(WS-BK-COUNT)
           MOVE WS-SHORTFALL TO WS-EDIT-AMT
           MOVE WS-INSTALLMENT TO WS-EDIT-AMT2
           MOVE SPACES TO ACTIVITY-LINE
           STRING "LOAN BOOKED " GQ-LOAN-ID " FOR CLAIM ON " GT-ID
               " PRINCIPAL " WS-EDIT-AMT " INSTALLMENT " WS-EDIT-AMT2
               " FIRST DUE " WS-FIRST-DUE
               DELIMITED BY SIZE
               INTO ACTIVITY-LINE
           WRITE ACTIVITY-LINE.

       COMPUTE-INSTALLMENT.
           IF WS-LOAN-RATE = 0
               COMPUTE WS-INSTALLMENT ROUNDED =
                   WS-SHORTFALL / WS-LOAN-TERM
           ELSE
               MOVE 1 TO WS-RATE-FACTOR
               ADD WS-LOAN-RATE TO WS-RATE-FACTOR
               MOVE 1 TO WS-GROWTH
               MOVE 0 TO WS-TERM-INDEX
               PERFORM UNTIL WS-TERM-INDEX >= WS-LOAN-TERM
                   COMPUTE WS-GROWTH ROUNDED =
                       WS-GROWTH * WS-RATE-FACTOR
                   ADD 1 TO WS-TERM-INDEX
               END-PERFORM
               COMPUTE WS-ANNUITY-NUM ROUNDED =
                   WS-SHORTFALL * WS-LOAN-RATE * WS-GROWTH
               COMPUTE WS-ANNUITY-DEN = WS-GROWTH - 1
               COMPUTE WS-INSTALLMENT ROUNDED =
                   WS-ANNUITY-NUM / WS-ANNUITY-DEN
           END-IF.

       COMPUTE-FIRST-DUE-DATE.
           MOVE WS-TODAY(1:4) TO WS-DUE-YYYY
           MOVE WS-TODAY(5:2) TO WS-DUE-MM
           MOVE WS-TODAY(7:2) TO WS-DUE-DD
           IF WS-DUE-MM = 12
               MOVE 1 TO WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY
           ELSE
               ADD 1 TO WS-DUE-MM
           END-IF
           IF WS-DUE-DD > 28
               MOVE 28 TO WS-DUE-DD
           END-IF
           COMPUTE WS-WORK-DATE =
               WS-DUE-YYYY * 10000 + WS-DUE-MM * 100 + WS-DUE-DD
           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL WS-IS-BUSINESS = 'Y'
               PERFORM ADVANCE-ONE-DAY
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM
           MOVE WS-WORK-DATE TO WS-FIRST-DUE.

       ADVANCE-ONE-DAY.
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) + 1
           COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT).

       CHECK-BUSINESS-DAY.
           MOVE 'Y' TO WS-IS-BUSINESS
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           COMPUTE WS-DOW = FUNCTION MOD(WS-WORK-INT, 7)
           IF WS-DOW = 6 OR WS-DOW = 0
               MOVE 'N' TO WS-IS-BUSINESS
           END-IF
           MOVE 1 TO WS-HOL-INDEX
           PERFORM UNTIL WS-HOL-INDEX > WS-HOL-COUNT
               IF HOL-DATE-TBL(WS-HOL-INDEX) = WS-WORK-DATE
                   MOVE 'N' TO WS-IS-BUSINESS
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-HOL-INDEX
           END-PERFORM.

       RUN-GUARANTEE-CYCLE.
           MOVE 1 TO WS-GT-INDEX
           PERFORM UNTIL WS-GT-INDEX > WS-GT-COUNT
               MOVE GT-REC-TBL(WS-GT-INDEX) TO GUARANTEE-RECORD
               IF GT-ST-ACTIVE
                   MOVE WS-GT-INDEX TO WS-GT-IX
                   PERFORM CHARGE-PERIODIC-COMMISSION
                   IF GT-EXPIRY < WS-TODAY
                       PERFORM EXPIRE-GUARANTEE
                   END-IF
                   MOVE GUARANTEE-RECORD TO GT-REC-TBL(WS-GT-INDEX)
               END-IF
               ADD 1 TO WS-GT-INDEX
           END-PERFORM.

       EXPIRE-GUARANTEE.
           MOVE 'E' TO GT-STATUS
           MOVE WS-TODAY TO GT-CLOSED
           MOVE 0 TO GT-MARGIN
           PERFORM SET-MARGIN-HOLD
           ADD 1 TO WS-EXPIRED-COUNT
           MOVE SPACES TO ACTIVITY-LINE
           STRING "EXPIRED " GT-ID " ON " GT-EXPIRY
               " MARGIN HOLD REMOVED ON " GT-MARGIN-ACCT
               DELIMITED BY SIZE
               INTO ACTIVITY-LINE
           WRITE ACTIVITY-LINE.

       CHARGE-PERIODIC-COMMISSION.
           PERFORM FIND-PARAMS
           MOVE GT-MARGIN-ACCT TO WS-FIND-ACCT
           PERFORM FIND-ACCOUNT
           MOVE WS-FIND-IX TO WS-AC-IX
           MOVE 0 TO WS-QTRS-CHARGED
           PERFORM UNTIL GT-NEXT-COMM > WS-TODAY
                   OR GT-NEXT-COMM >= GT-EXPIRY
                   OR WS-QTRS-CHARGED >= 8
               IF WS-GP-IX = 0 OR WS-AC-IX = 0
                   MOVE SPACES TO ACTIVITY-LINE
                   STRING "COMMISSION NOT CHARGED " GT-ID
                       " - NO PARAMETERS OR ACCOUNT NOT FOUND"
                       DELIMITED BY SIZE
                       INTO ACTIVITY-LINE
                   WRITE ACTIVITY-LINE
                   EXIT PERFORM
               END-IF
               COMPUTE WS-COMM-BASE = GT-AMOUNT - GT-CLAIMED
               PERFORM SIZE-QUARTER-COMMISSION
               MOVE "GTECOM" TO WS-COMM-TAG
               PERFORM CHARGE-COMMISSION
               MOVE GT-NEXT-COMM TO WS-QTR-DATE
               PERFORM ADD-ONE-QUARTER
               MOVE WS-QTR-DATE TO GT-NEXT-COMM
               ADD 1 TO WS-QTRS-CHARGED
           END-PERFORM.

       REWRITE-GUARANTEE-FILE.
           OPEN OUTPUT GUARANTEES-FILE
           MOVE 1 TO WS-GT-INDEX
           PERFORM UNTIL WS-GT-INDEX > WS-GT-COUNT
               MOVE GT-REC-TBL(WS-GT-INDEX) TO GUARANTEE-RECORD
               WRITE GUARANTEE-RECORD
               ADD 1 TO WS-GT-INDEX
           END-PERFORM
           CLOSE GUARANTEES-FILE.

       REWRITE-HOLDS-FILE.
           OPEN OUTPUT HOLDS-FILE
           MOVE 1 TO WS-HL-INDEX
           PERFORM UNTIL WS-HL-INDEX > WS-HL-COUNT
               IF HL-DROP-TBL(WS-HL-INDEX) = 'N'
                   MOVE HL-REC-TBL(WS-HL-INDEX) TO HOLD-RECORD
                   WRITE HOLD-RECORD
               END-IF
               ADD 1 TO WS-HL-INDEX
           END-PERFORM
           CLOSE HOLDS-FILE.

       APPEND-LOAN-MASTER.
           OPEN EXTEND LOAN-MASTER-FILE
           IF WS-LOAN-STATUS NOT = "00" AND
                   WS-LOAN-STATUS NOT = "05"
               CLOSE LOAN-MASTER-FILE
               OPEN OUTPUT LOAN-MASTER-FILE
           END-IF
           MOVE 1 TO WS-BK-INDEX
           PERFORM UNTIL WS-BK-INDEX > WS-BK-COUNT
               MOVE SPACES TO LOAN-RECORD
               MOVE BK-LOAN-ID-TBL(WS-BK-INDEX) TO LN-ID
               MOVE BK-PRIN-TBL(WS-BK-INDEX) TO LN-ORIG-PRINCIPAL
               MOVE BK-PRIN-TBL(WS-BK-INDEX) TO LN-BALANCE
               MOVE WS-LOAN-RATE TO LN-RATE
               MOVE WS-LOAN-TERM TO LN-TERM
               MOVE BK-PAYMENT-TBL(WS-BK-INDEX) TO LN-PAYMENT
               MOVE BK-DUE-TBL(WS-BK-INDEX) TO LN-NEXT-DUE
               MOVE BK-DISB-TBL(WS-BK-INDEX) TO LN-DISB-ACCT
               MOVE WS-TODAY TO LN-OPENED
               MOVE 'A' TO LN-STATUS
               MOVE 0 TO LN-CHARGES
               MOVE 0 TO LN-PENALTY
               MOVE 0 TO LN-FEE-DUE
               MOVE 0 TO LN-PEN-THRU
               WRITE LOAN-RECORD
               ADD 1 TO WS-BK-INDEX
           END-PERFORM
           CLOSE LOAN-MASTER-FILE.

       WRITE-CONTINGENT-FILES.
           OPEN OUTPUT CONTINGENT-FILE
           OPEN OUTPUT CONTRPT-FILE
           MOVE SPACES TO CONTRPT-LINE
           STRING "CONTINGENT LIABILITIES - GUARANTEES AND STANDBY "
               "LETTERS OF CREDIT AS OF " WS-TODAY
               DELIMITED BY SIZE
               INTO CONTRPT-LINE
           WRITE CONTRPT-LINE
           MOVE SPACES TO CONTRPT-LINE
           WRITE CONTRPT-LINE
           MOVE SPACES TO CONTRPT-LINE
           STRING "GUARANTEE T APPL  ACCT  BENEFICIARY               "
               "     CCY  OUTSTANDING       MARGIN    UNCOVERED"
               "   EXPIRY"
               DELIMITED BY SIZE
               INTO CONTRPT-LINE
           WRITE CONTRPT-LINE
           MOVE 0 TO WS-CT-COUNT
           MOVE 1 TO WS-GT-INDEX
           PERFORM UNTIL WS-GT-INDEX > WS-GT-COUNT
               MOVE GT-REC-TBL(WS-GT-INDEX) TO GUARANTEE-RECORD
               IF GT-ST-ACTIVE
                   PERFORM WRITE-ONE-CONTINGENT
               END-IF
               ADD 1 TO WS-GT-INDEX
           END-PERFORM
           MOVE SPACES TO CONTRPT-LINE
           WRITE CONTRPT-LINE
           MOVE 1 TO WS-CT-INDEX
           PERFORM UNTIL WS-CT-INDEX > WS-CT-COUNT
               MOVE CT-OUT-TBL(WS-CT-INDEX) TO WS-EDIT-AMT
               MOVE CT-MARGIN-TBL(WS-CT-INDEX) TO WS-EDIT-AMT2
               MOVE SPACES TO CONTRPT-LINE
               STRING "TOTAL " CT-CCY-TBL(WS-CT-INDEX)
                   " GUARANTEES " CT-COUNT-TBL(WS-CT-INDEX)
                   " OUTSTANDING " WS-EDIT-AMT
                   " CASH MARGIN " WS-EDIT-AMT2
                   DELIMITED BY SIZE
                   INTO CONTRPT-LINE
               WRITE CONTRPT-LINE
               ADD 1 TO WS-CT-INDEX
           END-PERFORM
           MOVE SPACES TO CONTRPT-LINE
           STRING "LIVE GUARANTEES " WS-LIVE-COUNT
               DELIMITED BY SIZE
               INTO CONTRPT-LINE
           WRITE CONTRPT-LINE
           CLOSE CONTRPT-FILE
           CLOSE CONTINGENT-FILE.

       WRITE-ONE-CONTINGENT.
           ADD 1 TO WS-LIVE-COUNT
           COMPUTE WS-OUTSTANDING = GT-AMOUNT - GT-CLAIMED
           MOVE 0 TO WS-UNCOVERED
           IF WS-OUTSTANDING > GT-MARGIN
               COMPUTE WS-UNCOVERED = WS-OUTSTANDING - GT-MARGIN
           END-IF
           MOVE SPACES TO CONTINGENT-RECORD
           MOVE GT-ID TO CT-GT-ID
           MOVE GT-MARGIN-ACCT TO CT-ACCOUNT
           MOVE GT-CUST-ID TO CT-CUST-ID
           MOVE GT-TYPE TO CT-TYPE
           MOVE GT-CURRENCY TO CT-CURRENCY
           MOVE WS-OUTSTANDING TO CT-OUTSTANDING
           MOVE GT-MARGIN TO CT-MARGIN
           MOVE GT-EXPIRY TO CT-EXPIRY
           MOVE WS-TODAY TO CT-AS-OF
           WRITE CONTINGENT-RECORD
           MOVE WS-OUTSTANDING TO WS-EDIT-AMT
           MOVE GT-MARGIN TO WS-EDIT-AMT2
           MOVE WS-UNCOVERED TO WS-EDIT-AMT3
           MOVE SPACES TO CONTRPT-LINE
           STRING GT-ID "  " GT-TYPE " " GT-CUST-ID " "
               GT-MARGIN-ACCT " " GT-BENEF-NAME " " GT-CURRENCY " "
               WS-EDIT-AMT " " WS-EDIT-AMT2 " " WS-EDIT-AMT3 " "
               GT-EXPIRY
               DELIMITED BY SIZE
               INTO CONTRPT-LINE
           WRITE CONTRPT-LINE
           MOVE 1 TO WS-CT-INDEX
           PERFORM UNTIL WS-CT-INDEX > WS-CT-COUNT
               IF CT-CCY-TBL(WS-CT-INDEX) = GT-CURRENCY
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CT-INDEX
           END-PERFORM
           IF WS-CT-INDEX > WS-CT-COUNT
               IF WS-CT-COUNT < 20
                   ADD 1 TO WS-CT-COUNT
                   MOVE WS-CT-COUNT TO WS-CT-INDEX
                   MOVE GT-CURRENCY TO CT-CCY-TBL(WS-CT-INDEX)
                   MOVE 0 TO CT-COUNT-TBL(WS-CT-INDEX)
                   MOVE 0 TO CT-OUT-TBL(WS-CT-INDEX)
                   MOVE 0 TO CT-MARGIN-TBL(WS-CT-INDEX)
               END-IF
           END-IF
           IF WS-CT-INDEX <= WS-CT-COUNT
               ADD 1 TO CT-COUNT-TBL(WS-CT-INDEX)
               ADD WS-OUTSTANDING TO CT-OUT-TBL(WS-CT-INDEX)
               ADD GT-MARGIN TO CT-MARGIN-TBL(WS-CT-INDEX)
           END-IF.

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
