               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DRAWER-STATUS.
           SELECT BILLER-FILE
               ASSIGN TO DYNAMIC WS-BILLER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BILLER-STATUS.
           SELECT MANDATE-FILE
               ASSIGN TO DYNAMIC WS-MANDATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MANDATE-STATUS.
           SELECT PENDSIGN-FILE
               ASSIGN TO DYNAMIC WS-PENDSIGN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PENDSIGN-STATUS.
           SELECT SIGNLOG-FILE
               ASSIGN TO DYNAMIC WS-SIGNLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SIGNLOG-STATUS.
           SELECT TELLER-RATES-FILE
               ASSIGN TO DYNAMIC WS-TELLER-RATES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TELLER-RATES-STATUS.
           SELECT FX-RATES-FILE
               ASSIGN TO DYNAMIC WS-FX-RATES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FX-RATES-STATUS.
           SELECT TELLERFX-FILE
               ASSIGN TO DYNAMIC WS-TELLERFX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TELLERFX-STATUS.
           SELECT FXCONV-FILE
               ASSIGN TO DYNAMIC WS-FXCONV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FXCONV-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JSEAL-FILE
               ASSIGN TO DYNAMIC WS-JSEAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JSEAL-STATUS.
           SELECT MEMOS-FILE
               ASSIGN TO DYNAMIC WS-MEMOS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MEMOS-STATUS.
           SELECT CUTOFF-FILE
               ASSIGN TO DYNAMIC WS-CUTOFF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CUTOFF-STATUS.
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
           SELECT WAREHOUSE-FILE
               ASSIGN TO DYNAMIC WS-WAREHOUSE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-STATUS.
           SELECT CUTRPT-FILE
               ASSIGN TO DYNAMIC WS-CUTRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CUTRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
           05 TL-OPERATOR       PIC X(8).
           05 FILLER            PIC X(1).
           05 TL-NEW-ID         PIC X(10).
           05 TL-FLOAT-CAT      PIC X(1).
           05 TL-NARRATIVE      PIC X(25).
       FD  TRANSHDR-FILE.
       01  TH-LINE              PIC X(96).
           05 XR-OLD-ID         PIC X(5).
           05 FILLER            PIC X(1).
           05 XR-NEW-ID         PIC 9(10).
           05 FILLER            PIC X(1).
           05 XR-IBAN           PIC X(34).
       FD  OPERATORS-FILE.
       01  OPERATOR-RECORD.
           05 OP-ID             PIC X(8).
               88 CD-ST-ACTIVE  VALUE 'A'.
           05 FILLER            PIC X(1).
           05 CD-EXPIRY         PIC 9(8).
           05 FILLER            PIC X(1).
           05 CD-LAST-USED      PIC 9(8).
           05 FILLER            PIC X(1).
           05 CD-REPLACES       PIC X(16).
           05 FILLER            PIC X(1).
           05 CD-REASON         PIC X(4).
       FD  TRAINRPT-FILE.
       01  TRAINRPT-LINE        PIC X(100).
       FD  DRAWER-FILE.
           05 DR-AMOUNT         PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 DR-TIME           PIC 9(6).
           05 FILLER            PIC X(1).
           05 DR-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 DR-BRANCH         PIC X(4).
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
       FD  MANDATE-FILE.
       01  MANDATE-RECORD.
           05 MD-TYPE           PIC X(1).
           05 FILLER            PIC X(1).
           05 MD-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 MD-SIGNER         PIC X(5).
           05 MD-RULE REDEFINES MD-SIGNER PIC X(1).
           05 FILLER            PIC X(1).
           05 MD-CLASS          PIC X(1).
           05 FILLER            PIC X(1).
           05 MD-LIMIT          PIC 9(7)V99.
       FD  PENDSIGN-FILE.
       01  PENDSIGN-RECORD.
           05 PS-QUEUE-ID       PIC X(12).
           05 FILLER            PIC X(1).
           05 PS-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 PS-STATUS         PIC X(1).
           05 FILLER            PIC X(1).
           05 PS-SOURCE         PIC X(1).
           05 FILLER            PIC X(1).
           05 PS-SIGNER-1       PIC X(5).
           05 FILLER            PIC X(1).
           05 PS-SIGNER-2       PIC X(5).
           05 FILLER            PIC X(1).
           05 PS-SIGNER-3       PIC X(5).
           05 FILLER            PIC X(1).
           05 PS-TL-ID          PIC X(5).
           05 FILLER            PIC X(1).
           05 PS-TL-MONTO       PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 PS-TL-TIPO        PIC X(1).
           05 FILLER            PIC X(1).
           05 PS-TL-TO-ID       PIC X(5).
           05 FILLER            PIC X(1).
           05 PS-TL-CURRENCY    PIC X(3).
           05 FILLER            PIC X(1).
           05 PS-TL-VALUE-DATE  PIC X(8).
           05 FILLER            PIC X(1).
           05 PS-TL-SEQ         PIC 9(7).
           05 FILLER            PIC X(1).
           05 PS-TL-OPERATOR    PIC X(8).
           05 FILLER            PIC X(1).
           05 PS-TL-NEW-ID      PIC X(10).
           05 PS-TL-FLOAT-CAT   PIC X(1).
           05 PS-TL-NARRATIVE   PIC X(25).
       FD  SIGNLOG-FILE.
       01  SIGNLOG-LINE         PIC X(100).
       FD  TELLER-RATES-FILE.
       01  TELLER-RATE-RECORD.
           05 TT-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 TT-BUY-RATE       PIC 9(3)V9(6).
           05 FILLER            PIC X(1).
           05 TT-SELL-RATE      PIC 9(3)V9(6).
           05 FILLER            PIC X(1).
           05 TT-EFF-DATE       PIC 9(8).
       FD  FX-RATES-FILE.
       01  FX-RATE-RECORD.
           05 FXR-CURRENCY      PIC X(3).
           05 FILLER            PIC X(1).
           05 FXR-RATE          PIC 9(3)V9(6).
           05 FILLER            PIC X(1).
           05 FXR-EFF-DATE      PIC 9(8).
       FD  TELLERFX-FILE.
       01  TELLERFX-RECORD.
           05 TF-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 TF-TIME           PIC 9(6).
           05 FILLER            PIC X(1).
           05 TF-OPERATOR       PIC X(8).
           05 FILLER            PIC X(1).
           05 TF-SIDE           PIC X(1).
           05 FILLER            PIC X(1).
           05 TF-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 TF-FOREIGN-AMT    PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 TF-RATE           PIC 9(3)V9(6).
           05 FILLER            PIC X(1).
           05 TF-LOCAL-AMT      PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 TF-MID-AMT        PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 TF-MARGIN         PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 TF-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 TF-SEQ            PIC 9(7).
           05 FILLER            PIC X(1).
           05 TF-ID-TYPE        PIC X(2).
           05 FILLER            PIC X(1).
           05 TF-ID-NUMBER      PIC X(20).
           05 FILLER            PIC X(1).
           05 TF-ID-NAME        PIC X(30).
           05 FILLER            PIC X(1).
           05 TF-ID-COUNTRY     PIC X(2).
       FD  FXCONV-FILE.
       01  FXCONV-RECORD.
           05 FC-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 FC-SEQ            PIC 9(7).
           05 FILLER            PIC X(1).
           05 FC-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 FC-SIDE           PIC X(1).
           05 FILLER            PIC X(1).
           05 FC-FROM-CCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 FC-TO-CCY         PIC X(3).
           05 FILLER            PIC X(1).
           05 FC-FOREIGN-AMT    PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 FC-MID-AMT        PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 FC-CUST-AMT       PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 FC-INCOME         PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 FC-SPREAD         PIC 9(2)V9(4).
           05 FILLER            PIC X(1).
           05 FC-SEGMENT        PIC X(2).
           05 FILLER            PIC X(1).
           05 FC-PROGRAM        PIC X(16).
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
       FD  MEMOS-FILE.
       01  MEMO-RECORD.
           05 MO-ID             PIC 9(6).
           05 FILLER            PIC X(1).
           05 MO-KEY-TYPE       PIC X(1).
           05 FILLER            PIC X(1).
           05 MO-KEY            PIC X(5).
           05 FILLER            PIC X(1).
           05 MO-CATEGORY       PIC X(4).
           05 FILLER            PIC X(1).
           05 MO-SEVERITY       PIC X(1).
           05 FILLER            PIC X(1).
           05 MO-START          PIC 9(8).
           05 FILLER            PIC X(1).
           05 MO-EXPIRY         PIC 9(8).
           05 FILLER            PIC X(1).
           05 MO-AUTHOR         PIC X(8).
           05 FILLER            PIC X(1).
           05 MO-TEXT           PIC X(60).
       FD  CUTOFF-FILE.
       01  CUTOFF-RECORD.
           05 CO-CHANNEL        PIC X(8).
           05 FILLER            PIC X(1).
           05 CO-TIPO           PIC X(1).
           05 FILLER            PIC X(1).
           05 CO-TIME           PIC 9(4).
       FD  HOLIDAYS-FILE.
       01  HOL-RECORD.
           05 HOL-DATE          PIC 9(8).
       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05 BD-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 BD-LAST-RUN       PIC 9(8).
       FD  WAREHOUSE-FILE.
       01  WAREHOUSE-LINE       PIC X(96).
       FD  CUTRPT-FILE.
       01  CUTRPT-LINE          PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-ACCOUNTS-PATH     PIC X(200).
       01  WS-TRANS-PATH        PIC X(200).
       01  WS-IN-TIPO           PIC X(1).
       01  WS-IN-TO-ID          PIC X(5).
       01  WS-IN-CURRENCY       PIC X(3).
       01  WS-IN-FLOAT-CAT      PIC X(1).
       01  WS-ACC-SALDO         PIC S9(7)V99.
       01  WS-ACC-OD            PIC 9(7)V99.
       01  WS-ACC-CURRENCY      PIC X(3).
       01  WS-CRED-AGE-DAYS     PIC 9(3) VALUE 90.
       01  WS-CRED-AGE          PIC S9(5).
       01  WS-AUTH-DATE         PIC 9(8).
       01  WS-BILLER-PATH       PIC X(200).
       01  WS-BILLER-STATUS     PIC XX.
       01  WS-BL-EOF            PIC X VALUE 'N'.
       01  WS-BL-FOUND          PIC X VALUE 'N'.
       01  WS-BL-STATUS         PIC X(1).
       01  WS-BL-NAME           PIC X(20).
       01  WS-BL-REF-LEN        PIC 9(2).
       01  WS-BL-REF-CLASS      PIC X(1).
       01  WS-BL-CHECK-RULE     PIC X(1).
       01  WS-BILL-REF          PIC X(25).
       01  WS-BILL-REF-DIGITS REDEFINES WS-BILL-REF.
           05 WS-BILL-REF-DIGIT OCCURS 25 TIMES PIC 9(1).
       01  WS-BILL-REF-USED     PIC 9(2).
       01  WS-BILL-REF-OK       PIC X(1).
       01  WS-BILL-REF-REASON   PIC X(30).
       01  WS-BILL-SUM          PIC 9(4).
       01  WS-BILL-POS          PIC 9(2).
       01  WS-BILL-DIGIT        PIC 9(2).
       01  WS-BILL-WEIGHT       PIC 9(1).
       01  WS-BILL-ALT          PIC X(1).
       01  WS-BILL-CHECK        PIC 9(2).
       01  WS-MANDATE-PATH      PIC X(200).
       01  WS-MANDATE-STATUS    PIC XX.
       01  WS-PENDSIGN-PATH     PIC X(200).
       01  WS-PENDSIGN-STATUS   PIC XX.
       01  WS-SIGNLOG-PATH      PIC X(200).
       01  WS-SIGNLOG-STATUS    PIC XX.
       01  WS-MD-EOF            PIC X VALUE 'N'.
       01  MANDATE-TABLE.
           05 MANDATE-ENTRY OCCURS 5000 TIMES.
               10 MM-ACCOUNT-TBL  PIC X(5).
               10 MM-RULE-TBL     PIC X(1).
       01  WS-MM-INDEX          PIC 9(4) VALUE 1.
       01  WS-MM-COUNT          PIC 9(4) VALUE 0.
       01  SIGNATORY-TABLE.
           05 SIGNATORY-ENTRY OCCURS 20000 TIMES.
               10 MS-ACCOUNT-TBL  PIC X(5).
               10 MS-SIGNER-TBL   PIC X(5).
               10 MS-CLASS-TBL    PIC X(1).
               10 MS-LIMIT-TBL    PIC 9(7)V99.
       01  WS-MS-INDEX          PIC 9(5) VALUE 1.
       01  WS-MS-COUNT          PIC 9(5) VALUE 0.
       01  WS-MD-ACCOUNT        PIC X(5).
       01  WS-MD-FOUND          PIC X VALUE 'N'.
       01  WS-MD-RULE           PIC X(1).
       01  WS-SIGNER-LIST.
           05 WS-SIGNER-TBL OCCURS 3 TIMES PIC X(5).
       01  WS-SG-AMOUNT         PIC 9(7)V99.
       01  WS-SG-IX             PIC 9(1).
       01  WS-SG-JX             PIC 9(1).
       01  WS-SG-DUP            PIC X(1).
       01  WS-SG-VALID          PIC 9(1).
       01  WS-SG-CLASS-A        PIC 9(1).
       01  WS-MANDATE-MET       PIC X VALUE 'Y'.
       01  WS-PS-EOF            PIC X VALUE 'N'.
       01  WS-PS-NEXT           PIC 9(10) VALUE 0.
       01  WS-SIGN-REF          PIC X(12).
       01  WS-SIGN-DISP         PIC X(8).
       01  WS-DRAWER-AMOUNT     PIC 9(7)V99.
       01  WS-DRAWER-CCY        PIC X(3).
       01  WS-BRANCH            PIC X(4).
       01  WS-TELLER-RATES-PATH PIC X(200).
       01  WS-TELLER-RATES-STATUS PIC XX.
       01  WS-FX-RATES-PATH     PIC X(200).
       01  WS-FX-RATES-STATUS   PIC XX.
       01  WS-TELLERFX-PATH     PIC X(200).
       01  WS-TELLERFX-STATUS   PIC XX.
       01  WS-FXCONV-PATH       PIC X(200).
       01  WS-FXCONV-STATUS     PIC XX.
       01  WS-RATE-EOF          PIC X VALUE 'N'.
       01  WS-TX-EXCHANGE       PIC X VALUE 'N'.
       01  WS-TX-MODE           PIC X(1) VALUE SPACE.
       01  WS-TX-SIDE           PIC X(1).
       01  WS-TX-CURRENCY       PIC X(3).
       01  WS-TX-FOREIGN-AMT    PIC 9(7)V99.
       01  WS-TX-BUY-RATE       PIC 9(3)V9(6) VALUE 0.
       01  WS-TX-SELL-RATE      PIC 9(3)V9(6) VALUE 0.
       01  WS-TX-TT-DATE        PIC 9(8) VALUE 0.
       01  WS-TX-MID-RATE       PIC 9(3)V9(6) VALUE 0.
       01  WS-TX-MID-DATE       PIC 9(8) VALUE 0.
       01  WS-TX-RATE           PIC 9(3)V9(6).
       01  WS-TX-LOCAL-AMT      PIC 9(7)V99.
       01  WS-TX-MID-AMT        PIC 9(7)V99.
       01  WS-TX-MARGIN         PIC S9(7)V99.
       01  WS-TX-SPREAD-WORK    PIC 9(5)V9(4).
       01  WS-TX-SPREAD         PIC 9(2)V9(4).
       01  WS-TX-SEQ            PIC 9(7) VALUE 0.
       01  WS-TX-ID-LIMIT-TXT   PIC X(9).
       01  WS-TX-ID-LIMIT REDEFINES
               WS-TX-ID-LIMIT-TXT PIC 9(7)V99.
       01  WS-TX-ID-TYPE        PIC X(2).
       01  WS-TX-ID-NUMBER      PIC X(20).
       01  WS-TX-ID-NAME        PIC X(30).
       01  WS-TX-ID-COUNTRY     PIC X(2).
       01  WS-FX-INCOME-ACCOUNT PIC X(5).
       01  WS-JOURNAL-PATH      PIC X(200).
       01  WS-JOURNAL-STATUS    PIC XX.
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
       01  WS-JRN-PROGRAM       PIC X(16) VALUE "VENTANILLA-CAPTU".
       01  WS-JSEAL-PATH      PIC X(200).
       01  WS-JSEAL-STATUS    PIC XX.
       01  WS-CHAIN-LOADED    PIC X VALUE 'N'.
       01  WS-CHAIN-EOF       PIC X VALUE 'N'.
       01  WS-CHAIN-SEQ       PIC 9(7) VALUE 0.
       01  WS-CHAIN-HASH      PIC 9(9) VALUE 0.
       01  WS-CHAIN-POS       PIC 9(3).
       01  WS-CHAIN-ACC       PIC 9(12).
       01  WS-CHAIN-SAVE      PIC X(136).
       01  WS-MEMOS-PATH        PIC X(200).
       01  WS-MEMOS-STATUS      PIC XX.
       01  WS-MO-EOF            PIC X VALUE 'N'.
       01  MEMO-TABLE.
           05 MEMO-ENTRY OCCURS 5000 TIMES.
               10 MO-ID-TBL       PIC 9(6).
               10 MO-KEY-TYPE-TBL PIC X(1).
               10 MO-KEY-TBL      PIC X(5).
               10 MO-CATEGORY-TBL PIC X(4).
               10 MO-SEVERITY-TBL PIC X(1).
               10 MO-START-TBL    PIC 9(8).
               10 MO-EXPIRY-TBL   PIC 9(8).
               10 MO-AUTHOR-TBL   PIC X(8).
               10 MO-TEXT-TBL     PIC X(60).
       01  WS-MO-INDEX          PIC 9(4) VALUE 1.
       01  WS-MO-COUNT          PIC 9(4) VALUE 0.
       01  WS-MO-KEY-TYPE       PIC X(1).
       01  WS-MO-KEY            PIC X(5).
       01  WS-MO-SEV-TEXT       PIC X(4).
       01  WS-MO-STOP-COUNT     PIC 9(4) VALUE 0.
       01  WS-MO-STOP-ID        PIC 9(6) VALUE 0.
       01  WS-ACC-CUST          PIC X(5).
       01  WS-SUPERVISOR        PIC X(8).
       01  WS-SUP-CODE          PIC X(8).
       01  WS-SUP-OK            PIC X VALUE 'N'.
       01  WS-CUTOFF-PATH       PIC X(200).
       01  WS-HOLIDAYS-PATH     PIC X(200).
       01  WS-BUSDATE-PATH      PIC X(200).
       01  WS-WAREHOUSE-PATH    PIC X(200).
       01  WS-CUTRPT-PATH       PIC X(200).
       01  WS-CUTOFF-STATUS     PIC XX.
       01  WS-HOLIDAYS-STATUS   PIC XX.
       01  WS-BUSDATE-STATUS    PIC XX.
       01  WS-WAREHOUSE-STATUS  PIC XX.
       01  WS-CUTRPT-STATUS     PIC XX.
       01  WS-CO-EOF            PIC X VALUE 'N'.
       01  CUTOFF-TABLE.
           05 CUTOFF-ENTRY OCCURS 200 TIMES.
               10 CO-CHANNEL-TBL PIC X(8).
               10 CO-TIPO-TBL    PIC X(1).
               10 CO-TIME-TBL    PIC 9(4).
       01  WS-CO-INDEX          PIC 9(3) VALUE 1.
       01  WS-CO-COUNT          PIC 9(3) VALUE 0.
       01  WS-CUT-CHANNEL       PIC X(8).
       01  WS-CUT-TIPO          PIC X(1).
       01  WS-CUT-TIME          PIC 9(4) VALUE 0.
       01  WS-CUT-RULE          PIC X(1).
       01  WS-CUT-FOUND         PIC X VALUE 'N'.
       01  WS-CUT-SLIP          PIC X VALUE 'N'.
       01  WS-CUT-LINE          PIC X(96).
       01  WS-CUT-REF           PIC X(12).
       01  WS-CUT-AMOUNT        PIC 9(7)V99.
       01  WS-CUT-ACCOUNT       PIC X(5).
       01  WS-SLIP-COUNT        PIC 9(6) VALUE 0.
       01  WS-CLOCK-FULL        PIC 9(8).
       01  WS-CLOCK-TXT         PIC X(4).
       01  WS-CLOCK             PIC 9(4) VALUE 0.
       01  WS-BUS-DATE          PIC 9(8).
       01  WS-NEXT-BUS-DATE     PIC 9(8).
       01  WS-WORK-DATE         PIC 9(8).
       01  WS-WORK-INT          PIC 9(8).
       01  WS-DOW               PIC 9(1).
       01  WS-IS-BUSINESS       PIC X.
       01  HOLIDAY-TABLE.
           05 HOLIDAY-ENTRY OCCURS 500 TIMES.
               10 HOL-DATE-TBL  PIC 9(8).
       01  WS-HOL-INDEX         PIC 9(3) VALUE 1.
       01  WS-HOL-COUNT         PIC 9(3) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-ACCOUNTS-PATH
           IF WS-TRANS-PATH = SPACES
               MOVE "trans_input.txt" TO WS-TRANS-PATH
           END-IF
           MOVE SPACES TO WS-MEMOS-PATH
           ACCEPT WS-MEMOS-PATH FROM ENVIRONMENT "MEMOS_PATH"
           IF WS-MEMOS-PATH = SPACES
               MOVE "accounts/ACCOUNT_MEMOS.DAT" TO WS-MEMOS-PATH
           END-IF
           MOVE SPACES TO WS-CUTOFF-PATH
           ACCEPT WS-CUTOFF-PATH FROM ENVIRONMENT "CUTOFF_TIMES_PATH"
           IF WS-CUTOFF-PATH = SPACES
               MOVE "accounts/CUTOFF_TIMES.DAT" TO WS-CUTOFF-PATH
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
           MOVE SPACES TO WS-WAREHOUSE-PATH
           ACCEPT WS-WAREHOUSE-PATH FROM ENVIRONMENT "WAREHOUSE_PATH"
           IF WS-WAREHOUSE-PATH = SPACES
               MOVE "accounts/WAREHOUSE.DAT" TO WS-WAREHOUSE-PATH
           END-IF
           MOVE SPACES TO WS-CUTRPT-PATH
           ACCEPT WS-CUTRPT-PATH FROM ENVIRONMENT "CUTOFF_REPORT_PATH"
           IF WS-CUTRPT-PATH = SPACES
               MOVE "accounts/CUTOFF_EXCEPTIONS.RPT" TO WS-CUTRPT-PATH
           END-IF
           MOVE "accounts/OPERATOR_AUDIT.LOG" TO WS-OPAUDIT-PATH
           MOVE "accounts/DRAWERS.DAT" TO WS-DRAWER-PATH
           MOVE SPACES TO WS-BRANCH
           ACCEPT WS-BRANCH FROM ENVIRONMENT "BRANCH_ID"
           MOVE SPACES TO WS-PENDSIGN-PATH
           ACCEPT WS-PENDSIGN-PATH
               FROM ENVIRONMENT "PENDING_SIGNATURE_PATH"
           IF WS-PENDSIGN-PATH = SPACES
               MOVE "accounts/PENDING_SIGNATURE.DAT"
                   TO WS-PENDSIGN-PATH
           END-IF
           MOVE SPACES TO WS-SIGNLOG-PATH
           ACCEPT WS-SIGNLOG-PATH FROM ENVIRONMENT "SIGN_LOG_PATH"
           IF WS-SIGNLOG-PATH = SPACES
               MOVE "accounts/SIGN_INSTRUCTIONS.LOG"
                   TO WS-SIGNLOG-PATH
           END-IF
           MOVE SPACES TO WS-TRAINRPT-PATH
           ACCEPT WS-TRAINRPT-PATH
               FROM ENVIRONMENT "TRAINING_REPORT_PATH"
               MOVE "accounts/TRAINING_AUDIT.LOG" TO WS-OPAUDIT-PATH
               MOVE "accounts/TRAINING_DRAWERS.DAT"
                   TO WS-DRAWER-PATH
               MOVE "accounts/TRAINING_PENDING_SIGNATURE.DAT"
                   TO WS-PENDSIGN-PATH
               MOVE "accounts/TRAINING_SIGN_INSTRUCTIONS.LOG"
                   TO WS-SIGNLOG-PATH
               MOVE SPACES TO WS-TRAIN-NOTE
               STRING "SESSION START OPERATOR " WS-OPERATOR
                   DELIMITED BY SIZE
           PERFORM RESOLVE-ENTERED-ACCOUNT
           DISPLAY "ENTER AMOUNT (9 DIGITS, 2 IMPLIED DECIMALS):"
           ACCEPT WS-IN-AMOUNT
           DISPLAY "ENTER TYPE (C/D/T/B/X):"
           ACCEPT WS-IN-TIPO
           MOVE SPACES TO WS-TX-SIDE
           IF WS-IN-TIPO = 'X'
               DISPLAY "ENTER EXCHANGE SIDE (B=BANK BUYS NOTES, "
                   "S=BANK SELLS NOTES):"
               ACCEPT WS-TX-SIDE
           END-IF
           MOVE SPACES TO WS-IN-TO-ID
           IF WS-IN-TIPO = 'T'
               DISPLAY "ENTER TARGET ACCOUNT ID:"
               ACCEPT WS-IN-TO-ID
           END-IF
           IF WS-IN-TIPO = 'B'
               DISPLAY "ENTER BILLER ID:"
               ACCEPT WS-IN-TO-ID
           END-IF
           DISPLAY "ENTER CURRENCY (BLANK FOR ACCOUNT CURRENCY):"
           ACCEPT WS-IN-CURRENCY
           IF WS-IN-TIPO = 'B'
               DISPLAY "ENTER BILL REFERENCE (AS PRINTED ON BILL):"
           ELSE
               DISPLAY "ENTER NARRATIVE (OPTIONAL, 25 CHARS):"
           END-IF
           ACCEPT WS-IN-NARRATIVE
           MOVE SPACES TO WS-IN-FLOAT-CAT
           IF WS-IN-TIPO = 'C'
               DISPLAY "ENTER CHEQUE FLOAT CATEGORY (BLANK FOR CASH):"
               ACCEPT WS-IN-FLOAT-CAT
           END-IF

           IF WS-IN-AMOUNT NOT NUMERIC OR WS-IN-AMOUNT-NUM = 0
               DISPLAY "REJECTED - AMOUNT NOT NUMERIC"
               STOP RUN
           END-IF
           IF WS-IN-TIPO NOT = 'C' AND WS-IN-TIPO NOT = 'D'
                   AND WS-IN-TIPO NOT = 'T' AND WS-IN-TIPO NOT = 'B'
                   AND WS-IN-TIPO NOT = 'X'
               DISPLAY "REJECTED - TYPE MUST BE C, D, T, B OR X"
               MOVE SPACES TO WS-TRAIN-NOTE
               STRING "ERROR TYPE MUST BE C, D, T, B OR X"
                   DELIMITED BY SIZE
                   INTO WS-TRAIN-NOTE
               PERFORM WRITE-TRAINING-NOTE
               STOP RUN
           END-IF
           IF WS-IN-TIPO = 'X'
               PERFORM PREPARE-TELLER-EXCHANGE
               IF WS-TX-MODE = 'W'
                   PERFORM COMPLETE-TELLER-EXCHANGE
                   STOP RUN
               END-IF
           END-IF

           PERFORM LOOKUP-ENTRY-ACCOUNT
           IF WS-FOUND = 'N'
               PERFORM WRITE-TRAINING-NOTE
               STOP RUN
           END-IF
           PERFORM SHOW-ENTRY-MEMOS
           IF WS-IN-CURRENCY = SPACES
               MOVE WS-ACC-CURRENCY TO WS-IN-CURRENCY
           END-IF
               PERFORM CHECK-TARGET-ACCOUNT
               MOVE WS-SOURCE-SAVE TO WS-IN-ACCOUNT
           END-IF
           IF WS-IN-TIPO = 'B'
               PERFORM CHECK-BILL-PAYMENT
           END-IF
           MOVE 'N' TO WS-MD-FOUND
           MOVE 'Y' TO WS-MANDATE-MET
           MOVE SPACES TO WS-SIGNER-LIST
           IF WS-IN-TIPO NOT = 'C'
               PERFORM LOAD-MANDATE-TABLE
               MOVE WS-IN-ACCOUNT TO WS-MD-ACCOUNT
               PERFORM FIND-ACCOUNT-MANDATE
           END-IF
           IF WS-MD-FOUND = 'Y'
               DISPLAY "ENTER INSTRUCTING SIGNATORY CUSTOMER ID:"
               ACCEPT WS-SIGNER-TBL(1)
               DISPLAY "ENTER SECOND SIGNATORY (BLANK IF NONE):"
               ACCEPT WS-SIGNER-TBL(2)
               MOVE WS-IN-AMOUNT-NUM TO WS-SG-AMOUNT
               PERFORM CHECK-SIGNING-MANDATE
           END-IF

           IF WS-TRAINING = 'Y' AND WS-IN-TIPO NOT = 'B'
               MOVE SPACES TO WS-IN-NARRATIVE
               MOVE "TRAINING" TO WS-IN-NARRATIVE
           END-IF
           IF WS-MANDATE-MET = 'N' AND WS-TX-EXCHANGE = 'Y'
               DISPLAY "REJECTED - SIGNING MANDATE NOT MET FOR "
                   "EXCHANGE"
               STOP RUN
           END-IF
           IF WS-MANDATE-MET = 'N'
               PERFORM HOLD-FOR-SIGNATURE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-CUT-SLIP
           IF WS-TRAINING = 'N' AND WS-TX-EXCHANGE = 'N'
               PERFORM LOAD-CUTOFF-TABLE
               MOVE "TELLER" TO WS-CUT-CHANNEL
               MOVE WS-IN-TIPO TO WS-CUT-TIPO
               PERFORM CHECK-CUTOFF
           END-IF
           PERFORM COUNT-NEXT-SEQUENCE
           PERFORM APPEND-TRANS-RECORD
           PERFORM REFRESH-TRANS-HEADER
           IF WS-MD-FOUND = 'Y'
               MOVE SPACES TO WS-SIGN-REF
               STRING "SEQ" WS-NEXT-SEQ DELIMITED BY SIZE
                   INTO WS-SIGN-REF
               MOVE "POSTED" TO WS-SIGN-DISP
               PERFORM WRITE-SIGNING-LOG
           END-IF
           MOVE WS-IN-AMOUNT-NUM TO WS-DRAWER-AMOUNT
           MOVE WS-IN-CURRENCY TO WS-DRAWER-CCY
           IF WS-IN-TIPO = 'C' AND WS-IN-FLOAT-CAT = SPACE
                   AND WS-TX-EXCHANGE = 'N'
               MOVE "IN   " TO WS-DRAWER-EVENT
               PERFORM APPEND-DRAWER-EVENT
           END-IF
           IF WS-IN-TIPO = 'D' AND WS-TX-EXCHANGE = 'N'
               MOVE "OUT  " TO WS-DRAWER-EVENT
               PERFORM APPEND-DRAWER-EVENT
           END-IF

           IF WS-TX-EXCHANGE = 'Y'
               MOVE WS-NEXT-SEQ TO WS-TX-SEQ
               PERFORM COMPLETE-TELLER-EXCHANGE
           ELSE
               MOVE SPACES TO WS-OP-ACTION
               STRING "ENTRY " WS-IN-ACCOUNT " " WS-IN-AMOUNT-NUM
                   " " WS-IN-TIPO " " WS-IN-CURRENCY
                   DELIMITED BY SIZE
                   INTO WS-OP-ACTION
               PERFORM WRITE-OPERATOR-AUDIT
           END-IF
           IF WS-TRAINING = 'Y'
               MOVE SPACES TO WS-TRAIN-NOTE
               STRING "ENTRY " WS-IN-ACCOUNT " " WS-IN-AMOUNT-NUM
                   " BY " WS-OPERATOR
           ELSE
               DISPLAY "ENTERED SEQ " WS-NEXT-SEQ " BY " WS-OPERATOR
               IF WS-CUT-SLIP = 'Y'
                   DISPLAY "AFTER CUTOFF " WS-CUT-TIME
                       " - VALUE DATED " WS-NEXT-BUS-DATE
               END-IF
           END-IF
           STOP RUN.

           MOVE WS-OP-DATE TO DR-DATE
           MOVE WS-OPERATOR TO DR-OPERATOR
           MOVE WS-DRAWER-EVENT TO DR-EVENT
           MOVE WS-DRAWER-AMOUNT TO DR-AMOUNT
           MOVE WS-OP-TIME TO DR-TIME
           MOVE WS-DRAWER-CCY TO DR-CURRENCY
           MOVE WS-BRANCH TO DR-BRANCH
           WRITE DRAWER-RECORD
           CLOSE DRAWER-FILE.

               DISPLAY "REJECTED - CARD NOT ON FILE"
               STOP RUN
           END-IF
           IF WS-CARD-STATUS-BYTE = 'P'
               DISPLAY "REJECTED - REPLACEMENT CARD NOT YET ACTIVATED"
               STOP RUN
           END-IF
           IF WS-CARD-STATUS-BYTE NOT = 'A'
               DISPLAY "REJECTED - CARD LOST, STOLEN OR CANCELLED"
               STOP RUN
               STOP RUN
           END-IF.

       CHECK-BILL-PAYMENT.
           PERFORM LOOKUP-BILLER
           IF WS-BL-FOUND = 'N'
               DISPLAY "REJECTED - BILLER NOT ON FILE " WS-IN-TO-ID
               STOP RUN
           END-IF
           IF WS-BL-STATUS NOT = 'A'
               DISPLAY "REJECTED - BILLER NOT ACTIVE " WS-IN-TO-ID
               STOP RUN
           END-IF
           MOVE WS-IN-NARRATIVE TO WS-BILL-REF
           PERFORM CHECK-BILL-REFERENCE
           IF WS-BILL-REF-OK = 'N'
               DISPLAY "REJECTED - BILL REFERENCE " WS-BILL-REF-REASON
                   " FOR " WS-BL-NAME
               STOP RUN
           END-IF.

       LOOKUP-BILLER.
           MOVE SPACES TO WS-BILLER-PATH
           ACCEPT WS-BILLER-PATH FROM ENVIRONMENT "BILLERS_PATH"
           IF WS-BILLER-PATH = SPACES
               MOVE "accounts/BILLERS.DAT" TO WS-BILLER-PATH
           END-IF
           MOVE 'N' TO WS-BL-FOUND
           MOVE 'N' TO WS-BL-EOF
           OPEN INPUT BILLER-FILE
           IF WS-BILLER-STATUS NOT = "00"
               DISPLAY "ERROR - NO BILLER MASTER FILE"
               STOP RUN
           END-IF
           PERFORM UNTIL WS-BL-EOF = 'Y' OR WS-BL-FOUND = 'Y'
               READ BILLER-FILE INTO BILLER-RECORD
               AT END MOVE 'Y' TO WS-BL-EOF
               NOT AT END
                   IF BL-ID = WS-IN-TO-ID
                       MOVE 'Y' TO WS-BL-FOUND
                       MOVE BL-STATUS TO WS-BL-STATUS
                       MOVE BL-NAME TO WS-BL-NAME
                       IF BL-REF-LEN NUMERIC
                           MOVE BL-REF-LEN TO WS-BL-REF-LEN
                       ELSE
                           MOVE 0 TO WS-BL-REF-LEN
                       END-IF
                       MOVE BL-REF-CLASS TO WS-BL-REF-CLASS
                       MOVE BL-CHECK-RULE TO WS-BL-CHECK-RULE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE BILLER-FILE.

       CHECK-BILL-REFERENCE.
           MOVE 'Y' TO WS-BILL-REF-OK
           MOVE SPACES TO WS-BILL-REF-REASON
           MOVE 25 TO WS-BILL-REF-USED
           PERFORM UNTIL WS-BILL-REF-USED = 0
                   OR WS-BILL-REF(WS-BILL-REF-USED:1) NOT = SPACE
               SUBTRACT 1 FROM WS-BILL-REF-USED
           END-PERFORM
           IF WS-BILL-REF-USED = 0
               MOVE 'N' TO WS-BILL-REF-OK
               MOVE "MISSING" TO WS-BILL-REF-REASON
           ELSE
           IF WS-BL-REF-LEN > 0
                   AND WS-BILL-REF-USED NOT = WS-BL-REF-LEN
               MOVE 'N' TO WS-BILL-REF-OK
               MOVE "WRONG LENGTH" TO WS-BILL-REF-REASON
           ELSE
           IF (WS-BL-REF-CLASS = 'N' OR WS-BL-CHECK-RULE = 'L'
                   OR WS-BL-CHECK-RULE = 'M')
                   AND WS-BILL-REF(1:WS-BILL-REF-USED) NOT NUMERIC
               MOVE 'N' TO WS-BILL-REF-OK
               MOVE "NOT NUMERIC" TO WS-BILL-REF-REASON
           ELSE
           IF (WS-BL-CHECK-RULE = 'L' OR WS-BL-CHECK-RULE = 'M')
                   AND WS-BILL-REF-USED < 2
               MOVE 'N' TO WS-BILL-REF-OK
               MOVE "TOO SHORT" TO WS-BILL-REF-REASON
           ELSE
               IF WS-BL-CHECK-RULE = 'L'
                   PERFORM CHECK-BILL-LUHN
               END-IF
               IF WS-BL-CHECK-RULE = 'M'
                   PERFORM CHECK-BILL-MOD11
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       CHECK-BILL-LUHN.
           MOVE 0 TO WS-BILL-SUM
           MOVE 'N' TO WS-BILL-ALT
           MOVE WS-BILL-REF-USED TO WS-BILL-POS
           PERFORM UNTIL WS-BILL-POS = 0
               MOVE WS-BILL-REF-DIGIT(WS-BILL-POS) TO WS-BILL-DIGIT
               IF WS-BILL-ALT = 'Y'
                   COMPUTE WS-BILL-DIGIT = WS-BILL-DIGIT * 2
                   IF WS-BILL-DIGIT > 9
                       SUBTRACT 9 FROM WS-BILL-DIGIT
                   END-IF
                   MOVE 'N' TO WS-BILL-ALT
               ELSE
                   MOVE 'Y' TO WS-BILL-ALT
               END-IF
               ADD WS-BILL-DIGIT TO WS-BILL-SUM
               SUBTRACT 1 FROM WS-BILL-POS
           END-PERFORM
           IF FUNCTION MOD(WS-BILL-SUM, 10) NOT = 0
               MOVE 'N' TO WS-BILL-REF-OK
               MOVE "CHECK DIGIT DOES NOT VERIFY" TO WS-BILL-REF-REASON
           END-IF.

       CHECK-BILL-MOD11.
           MOVE 0 TO WS-BILL-SUM
           MOVE 2 TO WS-BILL-WEIGHT
           COMPUTE WS-BILL-POS = WS-BILL-REF-USED - 1
           PERFORM UNTIL WS-BILL-POS = 0
               COMPUTE WS-BILL-SUM = WS-BILL-SUM
                   + WS-BILL-REF-DIGIT(WS-BILL-POS) * WS-BILL-WEIGHT
               IF WS-BILL-WEIGHT = 7
                   MOVE 2 TO WS-BILL-WEIGHT
               ELSE
                   ADD 1 TO WS-BILL-WEIGHT
               END-IF
               SUBTRACT 1 FROM WS-BILL-POS
           END-PERFORM
           COMPUTE WS-BILL-CHECK = 11 - FUNCTION MOD(WS-BILL-SUM, 11)
           IF WS-BILL-CHECK > 9
               MOVE 0 TO WS-BILL-CHECK
           END-IF
           IF WS-BILL-CHECK
                   NOT = WS-BILL-REF-DIGIT(WS-BILL-REF-USED)
               MOVE 'N' TO WS-BILL-REF-OK
               MOVE "CHECK DIGIT DOES NOT VERIFY" TO WS-BILL-REF-REASON
           END-IF.

       LOOKUP-ENTRY-ACCOUNT.
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-EOF
                   IF AC-ID = WS-IN-ACCOUNT
                       MOVE 'Y' TO WS-FOUND
                       MOVE AC-SALDO TO WS-ACC-SALDO
                       MOVE AC-CUST-ID TO WS-ACC-CUST
                       MOVE AC-OVERDRAFT-LIMIT TO WS-ACC-OD
                       MOVE AC-CURRENCY TO WS-ACC-CURRENCY
                       IF AC-ST-BLOCKED
           END-PERFORM
           CLOSE ACCOUNTS-FILE.

       SHOW-ENTRY-MEMOS.
           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-MEMO-TABLE
           MOVE 0 TO WS-MO-STOP-COUNT
           MOVE 'A' TO WS-MO-KEY-TYPE
           MOVE WS-IN-ACCOUNT TO WS-MO-KEY
           PERFORM SHOW-MEMOS-FOR-KEY
           IF WS-ACC-CUST NOT = SPACES
               MOVE 'C' TO WS-MO-KEY-TYPE
               MOVE WS-ACC-CUST TO WS-MO-KEY
               PERFORM SHOW-MEMOS-FOR-KEY
           END-IF
           IF WS-MO-STOP-COUNT > 0 AND WS-IN-TIPO NOT = 'C'
               PERFORM ACKNOWLEDGE-STOP-MEMO
           END-IF.

       ACKNOWLEDGE-STOP-MEMO.
           DISPLAY "STOP MEMO ON FILE - SUPERVISOR ACKNOWLEDGEMENT "
               "REQUIRED BEFORE DEBIT"
           MOVE SPACES TO WS-SUPERVISOR
           ACCEPT WS-SUPERVISOR FROM ENVIRONMENT "SUPERVISOR_ID"
           IF WS-SUPERVISOR = SPACES
               DISPLAY "ENTER SUPERVISOR ID:"
               ACCEPT WS-SUPERVISOR
           END-IF
           MOVE SPACES TO WS-SUP-CODE
           ACCEPT WS-SUP-CODE FROM ENVIRONMENT "SUPERVISOR_CODE"
           MOVE 'N' TO WS-SUP-OK
           MOVE 1 TO WS-OPS-INDEX
           PERFORM UNTIL WS-OPS-INDEX > WS-OPS-COUNT
               IF OPS-ID-TBL(WS-OPS-INDEX) = WS-SUPERVISOR
                       AND WS-SUPERVISOR NOT = SPACES
                       AND WS-SUPERVISOR NOT = WS-OPERATOR
                       AND OPS-ACTIVE-TBL(WS-OPS-INDEX) = 'Y'
                       AND OPS-LOCKED-TBL(WS-OPS-INDEX) NOT = 'L'
                       AND OPS-LEVEL-TBL(WS-OPS-INDEX) >= '2'
                   IF OPS-CODE-TBL(WS-OPS-INDEX) = SPACES
                           OR OPS-CODE-TBL(WS-OPS-INDEX) = WS-SUP-CODE
                       MOVE 'Y' TO WS-SUP-OK
                   END-IF
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-OPS-INDEX
           END-PERFORM
           MOVE SPACES TO WS-OP-ACTION
           IF WS-SUP-OK = 'Y'
               STRING "STOP MEMO " WS-MO-STOP-ID " ACK " WS-SUPERVISOR
                   " " WS-IN-ACCOUNT
                   DELIMITED BY SIZE
                   INTO WS-OP-ACTION
               PERFORM WRITE-OPERATOR-AUDIT
               DISPLAY "STOP MEMO ACKNOWLEDGED BY " WS-SUPERVISOR
           ELSE
               STRING "STOP MEMO " WS-MO-STOP-ID " NO ACK "
                   WS-SUPERVISOR DELIMITED BY SIZE
                   INTO WS-OP-ACTION
               PERFORM WRITE-OPERATOR-AUDIT
               DISPLAY "REJECTED - STOP MEMO " WS-MO-STOP-ID
                   " NOT ACKNOWLEDGED BY A SUPERVISOR"
               MOVE SPACES TO WS-TRAIN-NOTE
               STRING "ERROR STOP MEMO NOT ACKNOWLEDGED"
                   DELIMITED BY SIZE
                   INTO WS-TRAIN-NOTE
               PERFORM WRITE-TRAINING-NOTE
               STOP RUN
           END-IF.

       COUNT-NEXT-SEQUENCE.
           MOVE 0 TO WS-NEXT-SEQ
           MOVE 'N' TO WS-EOF
           MOVE WS-NEXT-SEQ TO TL-SEQ
           MOVE WS-OPERATOR TO TL-OPERATOR
           MOVE SPACES TO TL-NEW-ID
           MOVE WS-IN-FLOAT-CAT TO TL-FLOAT-CAT
           MOVE WS-IN-NARRATIVE TO TL-NARRATIVE
           IF WS-CUT-SLIP = 'Y'
               MOVE WS-NEXT-BUS-DATE TO TL-VALUE-DATE
               MOVE TRANS-LINE TO WS-CUT-LINE
           ELSE
               WRITE TRANS-LINE
           END-IF
           CLOSE TRANS-FILE
           IF WS-CUT-SLIP = 'Y'
               MOVE SPACES TO WS-CUT-REF
               STRING "SEQ" WS-NEXT-SEQ DELIMITED BY SIZE
                   INTO WS-CUT-REF
               MOVE WS-IN-ACCOUNT TO WS-CUT-ACCOUNT
               MOVE WS-IN-AMOUNT-NUM TO WS-CUT-AMOUNT
               PERFORM WRITE-CUTOFF-WAREHOUSE
           END-IF.

       LOAD-CURRENCY-TABLE.
           MOVE SPACES TO WS-CURRENCY-PATH
                   ADD 1 TO WS-CCY-INDEX
               END-PERFORM
           END-IF.

       LOAD-MANDATE-TABLE.
           MOVE SPACES TO WS-MANDATE-PATH
           ACCEPT WS-MANDATE-PATH FROM ENVIRONMENT "SIGN_MANDATES_PATH"
           IF WS-MANDATE-PATH = SPACES
               MOVE "accounts/SIGN_MANDATES.DAT" TO WS-MANDATE-PATH
           END-IF
           MOVE 'N' TO WS-MD-EOF
           MOVE 0 TO WS-MM-COUNT
           MOVE 0 TO WS-MS-COUNT
           OPEN INPUT MANDATE-FILE
           IF WS-MANDATE-STATUS = "00"
               PERFORM UNTIL WS-MD-EOF = 'Y'
                   READ MANDATE-FILE INTO MANDATE-RECORD
                   AT END MOVE 'Y' TO WS-MD-EOF
                   NOT AT END
                       IF MD-TYPE = 'M' AND MD-ACCOUNT NOT = SPACES
                               AND WS-MM-COUNT < 5000
                           ADD 1 TO WS-MM-COUNT
                           MOVE MD-ACCOUNT
                               TO MM-ACCOUNT-TBL(WS-MM-COUNT)
                           MOVE MD-RULE TO MM-RULE-TBL(WS-MM-COUNT)
                       END-IF
                       IF MD-TYPE = 'S' AND MD-SIGNER NOT = SPACES
                               AND WS-MS-COUNT < 20000
                           ADD 1 TO WS-MS-COUNT
                           MOVE MD-ACCOUNT
                               TO MS-ACCOUNT-TBL(WS-MS-COUNT)
                           MOVE MD-SIGNER
                               TO MS-SIGNER-TBL(WS-MS-COUNT)
                           MOVE MD-CLASS TO MS-CLASS-TBL(WS-MS-COUNT)
                           IF MD-LIMIT NUMERIC
                               MOVE MD-LIMIT
                                   TO MS-LIMIT-TBL(WS-MS-COUNT)
                           ELSE
                               MOVE 0 TO MS-LIMIT-TBL(WS-MS-COUNT)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATE-FILE
           END-IF.

       FIND-ACCOUNT-MANDATE.
           MOVE 'N' TO WS-MD-FOUND
           MOVE SPACES TO WS-MD-RULE
           MOVE 1 TO WS-MM-INDEX
           PERFORM UNTIL WS-MM-INDEX > WS-MM-COUNT
               IF MM-ACCOUNT-TBL(WS-MM-INDEX) = WS-MD-ACCOUNT
                   MOVE 'Y' TO WS-MD-FOUND
                   MOVE MM-RULE-TBL(WS-MM-INDEX) TO WS-MD-RULE
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-MM-INDEX
           END-PERFORM.

       CHECK-SIGNING-MANDATE.
           MOVE 0 TO WS-SG-VALID
           MOVE 0 TO WS-SG-CLASS-A
           MOVE 1 TO WS-SG-IX
           PERFORM UNTIL WS-SG-IX > 3
               IF WS-SIGNER-TBL(WS-SG-IX) NOT = SPACES
                   PERFORM CHECK-ONE-SIGNER
               END-IF
               ADD 1 TO WS-SG-IX
           END-PERFORM
           MOVE 'N' TO WS-MANDATE-MET
           EVALUATE WS-MD-RULE
               WHEN '1'
                   IF WS-SG-VALID >= 1
                       MOVE 'Y' TO WS-MANDATE-MET
                   END-IF
               WHEN '2'
                   IF WS-SG-VALID >= 2
                       MOVE 'Y' TO WS-MANDATE-MET
                   END-IF
               WHEN 'A'
                   IF WS-SG-CLASS-A >= 1 AND WS-SG-VALID >= 2
                       MOVE 'Y' TO WS-MANDATE-MET
                   END-IF
           END-EVALUATE.

       CHECK-ONE-SIGNER.
           MOVE 'N' TO WS-SG-DUP
           MOVE 1 TO WS-SG-JX
           PERFORM UNTIL WS-SG-JX >= WS-SG-IX
               IF WS-SIGNER-TBL(WS-SG-JX) = WS-SIGNER-TBL(WS-SG-IX)
                   MOVE 'Y' TO WS-SG-DUP
               END-IF
               ADD 1 TO WS-SG-JX
           END-PERFORM
           IF WS-SG-DUP = 'N'
               MOVE 1 TO WS-MS-INDEX
               PERFORM UNTIL WS-MS-INDEX > WS-MS-COUNT
                   IF MS-ACCOUNT-TBL(WS-MS-INDEX) = WS-MD-ACCOUNT
                           AND MS-SIGNER-TBL(WS-MS-INDEX)
                               = WS-SIGNER-TBL(WS-SG-IX)
                       IF MS-LIMIT-TBL(WS-MS-INDEX) = 0
                               OR MS-LIMIT-TBL(WS-MS-INDEX)
                                   >= WS-SG-AMOUNT
                           ADD 1 TO WS-SG-VALID
                           IF MS-CLASS-TBL(WS-MS-INDEX) = 'A'
                               ADD 1 TO WS-SG-CLASS-A
                           END-IF
                       END-IF
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-MS-INDEX
               END-PERFORM
           END-IF.

       HOLD-FOR-SIGNATURE.
           MOVE 0 TO WS-PS-NEXT
           MOVE 'N' TO WS-PS-EOF
           OPEN INPUT PENDSIGN-FILE
           IF WS-PENDSIGN-STATUS = "00"
               PERFORM UNTIL WS-PS-EOF = 'Y'
                   READ PENDSIGN-FILE
                   AT END MOVE 'Y' TO WS-PS-EOF
                   NOT AT END
                       ADD 1 TO WS-PS-NEXT
                   END-READ
               END-PERFORM
               CLOSE PENDSIGN-FILE
           END-IF
           ADD 1 TO WS-PS-NEXT
           MOVE SPACES TO WS-SIGN-REF
           STRING "VC" WS-PS-NEXT DELIMITED BY SIZE
               INTO WS-SIGN-REF
           ACCEPT WS-OP-DATE FROM DATE YYYYMMDD
           OPEN EXTEND PENDSIGN-FILE
           IF WS-PENDSIGN-STATUS NOT = "00" AND
                   WS-PENDSIGN-STATUS NOT = "05"
               CLOSE PENDSIGN-FILE
               OPEN OUTPUT PENDSIGN-FILE
           END-IF
           MOVE SPACES TO PENDSIGN-RECORD
           MOVE WS-SIGN-REF TO PS-QUEUE-ID
           MOVE WS-OP-DATE TO PS-DATE
           MOVE 'W' TO PS-STATUS
           MOVE 'V' TO PS-SOURCE
           MOVE WS-SIGNER-TBL(1) TO PS-SIGNER-1
           MOVE WS-SIGNER-TBL(2) TO PS-SIGNER-2
           MOVE WS-SIGNER-TBL(3) TO PS-SIGNER-3
           MOVE WS-IN-ACCOUNT TO PS-TL-ID
           MOVE WS-IN-AMOUNT-NUM TO PS-TL-MONTO
           MOVE WS-IN-TIPO TO PS-TL-TIPO
           MOVE WS-IN-TO-ID TO PS-TL-TO-ID
           MOVE WS-IN-CURRENCY TO PS-TL-CURRENCY
           MOVE 0 TO PS-TL-SEQ
           MOVE WS-OPERATOR TO PS-TL-OPERATOR
           MOVE WS-IN-FLOAT-CAT TO PS-TL-FLOAT-CAT
           MOVE WS-IN-NARRATIVE TO PS-TL-NARRATIVE
           WRITE PENDSIGN-RECORD
           CLOSE PENDSIGN-FILE
           MOVE "HELD" TO WS-SIGN-DISP
           PERFORM WRITE-SIGNING-LOG
           MOVE SPACES TO WS-OP-ACTION
           STRING "SIGNHOLD " WS-IN-ACCOUNT " " WS-IN-AMOUNT-NUM
               " " WS-IN-TIPO
               DELIMITED BY SIZE
               INTO WS-OP-ACTION
           PERFORM WRITE-OPERATOR-AUDIT
           MOVE SPACES TO WS-TRAIN-NOTE
           STRING "ENTRY " WS-IN-ACCOUNT " " WS-IN-AMOUNT-NUM
               " " WS-IN-TIPO " HELD FOR SIGNATURE"
               DELIMITED BY SIZE
               INTO WS-TRAIN-NOTE
           PERFORM WRITE-TRAINING-NOTE
           DISPLAY "HELD - SIGNING MANDATE NOT SATISFIED, QUEUED AS "
               WS-SIGN-REF " BY " WS-OPERATOR.

       WRITE-SIGNING-LOG.
           ACCEPT WS-OP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OP-TIME FROM TIME
           OPEN EXTEND SIGNLOG-FILE
           IF WS-SIGNLOG-STATUS NOT = "00" AND
                   WS-SIGNLOG-STATUS NOT = "05"
               CLOSE SIGNLOG-FILE
               OPEN OUTPUT SIGNLOG-FILE
           END-IF
           MOVE SPACES TO SIGNLOG-LINE
           STRING WS-OP-DATE WS-OP-TIME " VENTANILLA " WS-SIGN-REF
               " " WS-IN-ACCOUNT " " WS-IN-AMOUNT-NUM
               " " WS-IN-TIPO " " WS-SIGNER-TBL(1)
               " " WS-SIGNER-TBL(2) " " WS-SIGNER-TBL(3)
               " " WS-SIGN-DISP
               DELIMITED BY SIZE
               INTO SIGNLOG-LINE
           WRITE SIGNLOG-LINE
           CLOSE SIGNLOG-FILE.

       PREPARE-TELLER-EXCHANGE.
           IF WS-TX-SIDE NOT = 'B' AND WS-TX-SIDE NOT = 'S'
               DISPLAY "REJECTED - EXCHANGE SIDE MUST BE B OR S"
               MOVE SPACES TO WS-TRAIN-NOTE
               STRING "ERROR EXCHANGE SIDE MUST BE B OR S"
                   DELIMITED BY SIZE
                   INTO WS-TRAIN-NOTE
               PERFORM WRITE-TRAINING-NOTE
               STOP RUN
           END-IF
           IF WS-IN-CURRENCY = SPACES OR WS-IN-CURRENCY = "USD"
               DISPLAY "REJECTED - EXCHANGE CURRENCY MUST BE A "
                   "FOREIGN CURRENCY"
               MOVE SPACES TO WS-TRAIN-NOTE
               STRING "ERROR EXCHANGE CURRENCY NOT FOREIGN"
                   DELIMITED BY SIZE
                   INTO WS-TRAIN-NOTE
               PERFORM WRITE-TRAINING-NOTE
               STOP RUN
           END-IF
           MOVE WS-IN-CURRENCY TO WS-CCY-CHECK
           PERFORM CHECK-CURRENCY-CODE
           IF WS-CCY-KNOWN = "N"
               DISPLAY "REJECTED - UNKNOWN CURRENCY CODE "
                   WS-IN-CURRENCY
               STOP RUN
           END-IF
           MOVE WS-IN-CURRENCY TO WS-TX-CURRENCY
           MOVE WS-IN-AMOUNT-NUM TO WS-TX-FOREIGN-AMT
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-TELLER-RATE
           PERFORM LOAD-MID-RATE
           IF WS-TX-SIDE = 'B'
               MOVE WS-TX-BUY-RATE TO WS-TX-RATE
           ELSE
               MOVE WS-TX-SELL-RATE TO WS-TX-RATE
           END-IF
           IF WS-TX-RATE = 0 OR WS-TX-MID-RATE = 0
               DISPLAY "REJECTED - NO TELLER CASH RATE FOR "
                   WS-TX-CURRENCY
               MOVE SPACES TO WS-TRAIN-NOTE
               STRING "ERROR NO TELLER CASH RATE " WS-TX-CURRENCY
                   DELIMITED BY SIZE
                   INTO WS-TRAIN-NOTE
               PERFORM WRITE-TRAINING-NOTE
               STOP RUN
           END-IF
           COMPUTE WS-TX-LOCAL-AMT ROUNDED =
               WS-TX-FOREIGN-AMT * WS-TX-RATE
           COMPUTE WS-TX-MID-AMT ROUNDED =
               WS-TX-FOREIGN-AMT * WS-TX-MID-RATE
           IF WS-TX-SIDE = 'B'
               COMPUTE WS-TX-MARGIN = WS-TX-MID-AMT - WS-TX-LOCAL-AMT
           ELSE
               COMPUTE WS-TX-MARGIN = WS-TX-LOCAL-AMT - WS-TX-MID-AMT
           END-IF
           IF WS-TX-MARGIN < 0
               DISPLAY "REJECTED - TELLER CASH RATE FOR "
                   WS-TX-CURRENCY " IS ON THE WRONG SIDE OF MID"
               STOP RUN
           END-IF
           MOVE 0 TO WS-TX-SPREAD
           IF WS-TX-MID-AMT > 0
               COMPUTE WS-TX-SPREAD-WORK ROUNDED =
                   WS-TX-MARGIN * 1000 / WS-TX-MID-AMT
               IF WS-TX-SPREAD-WORK > 99.9999
                   MOVE 99.9999 TO WS-TX-SPREAD
               ELSE
                   MOVE WS-TX-SPREAD-WORK TO WS-TX-SPREAD
               END-IF
           END-IF
           DISPLAY "EXCHANGE " WS-TX-SIDE " " WS-TX-FOREIGN-AMT " "
               WS-TX-CURRENCY " AT " WS-TX-RATE " = USD "
               WS-TX-LOCAL-AMT
           MOVE SPACES TO WS-TX-ID-TYPE
           MOVE SPACES TO WS-TX-ID-NUMBER
           MOVE SPACES TO WS-TX-ID-NAME
           MOVE SPACES TO WS-TX-ID-COUNTRY
           MOVE 0 TO WS-TX-SEQ
           IF WS-IN-ACCOUNT = SPACES
               MOVE 'W' TO WS-TX-MODE
               PERFORM CAPTURE-WALKIN-IDENTITY
           ELSE
               MOVE 'A' TO WS-TX-MODE
               MOVE 'Y' TO WS-TX-EXCHANGE
               IF WS-TX-SIDE = 'B'
                   MOVE 'C' TO WS-IN-TIPO
               ELSE
                   MOVE 'D' TO WS-IN-TIPO
               END-IF
               MOVE WS-TX-LOCAL-AMT TO WS-IN-AMOUNT-NUM
               MOVE "USD" TO WS-IN-CURRENCY
               MOVE SPACES TO WS-IN-FLOAT-CAT
               IF WS-IN-NARRATIVE = SPACES
                   STRING "TELLER FX " WS-TX-SIDE " "
                       WS-TX-CURRENCY
                       DELIMITED BY SIZE
                       INTO WS-IN-NARRATIVE
               END-IF
           END-IF.

       LOAD-TELLER-RATE.
           MOVE SPACES TO WS-TELLER-RATES-PATH
           ACCEPT WS-TELLER-RATES-PATH
               FROM ENVIRONMENT "TELLER_RATES_PATH"
           IF WS-TELLER-RATES-PATH = SPACES
               MOVE "accounts/TELLER_RATES.DAT"
                   TO WS-TELLER-RATES-PATH
           END-IF
           MOVE 0 TO WS-TX-BUY-RATE
           MOVE 0 TO WS-TX-SELL-RATE
           MOVE 0 TO WS-TX-TT-DATE
           MOVE 'N' TO WS-RATE-EOF
           OPEN INPUT TELLER-RATES-FILE
           IF WS-TELLER-RATES-STATUS = "00"
               PERFORM UNTIL WS-RATE-EOF = 'Y'
                   READ TELLER-RATES-FILE INTO TELLER-RATE-RECORD
                   AT END MOVE 'Y' TO WS-RATE-EOF
                   NOT AT END
                       IF TT-CURRENCY = WS-TX-CURRENCY
                               AND TT-BUY-RATE NUMERIC
                               AND TT-SELL-RATE NUMERIC
                               AND TT-EFF-DATE NUMERIC
                               AND TT-EFF-DATE <= WS-TODAY
                               AND TT-EFF-DATE >= WS-TX-TT-DATE
                           MOVE TT-BUY-RATE TO WS-TX-BUY-RATE
                           MOVE TT-SELL-RATE TO WS-TX-SELL-RATE
                           MOVE TT-EFF-DATE TO WS-TX-TT-DATE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE TELLER-RATES-FILE
           END-IF.

       LOAD-MID-RATE.
           MOVE SPACES TO WS-FX-RATES-PATH
           ACCEPT WS-FX-RATES-PATH FROM ENVIRONMENT "FX_RATES_PATH"
           IF WS-FX-RATES-PATH = SPACES
               MOVE "accounts/FX_RATES.DAT" TO WS-FX-RATES-PATH
           END-IF
           MOVE 0 TO WS-TX-MID-RATE
           MOVE 0 TO WS-TX-MID-DATE
           MOVE 'N' TO WS-RATE-EOF
           OPEN INPUT FX-RATES-FILE
           IF WS-FX-RATES-STATUS = "00"
               PERFORM UNTIL WS-RATE-EOF = 'Y'
                   READ FX-RATES-FILE INTO FX-RATE-RECORD
                   AT END MOVE 'Y' TO WS-RATE-EOF
                   NOT AT END
                       IF FXR-CURRENCY = WS-TX-CURRENCY
                               AND FXR-RATE NUMERIC
                               AND FXR-EFF-DATE NUMERIC
                               AND FXR-EFF-DATE <= WS-TODAY
                               AND FXR-EFF-DATE >= WS-TX-MID-DATE
                           MOVE FXR-RATE TO WS-TX-MID-RATE
                           MOVE FXR-EFF-DATE TO WS-TX-MID-DATE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-RATES-FILE
           END-IF.

       CAPTURE-WALKIN-IDENTITY.
           MOVE SPACES TO WS-TX-ID-LIMIT-TXT
           ACCEPT WS-TX-ID-LIMIT-TXT
               FROM ENVIRONMENT "TELLER_FX_ID_THRESHOLD"
           IF WS-TX-ID-LIMIT-TXT = SPACES
                   OR WS-TX-ID-LIMIT-TXT NOT NUMERIC
               MOVE "000100000" TO WS-TX-ID-LIMIT-TXT
           END-IF
           IF WS-TX-LOCAL-AMT > WS-TX-ID-LIMIT
               DISPLAY "WALK-IN ABOVE " WS-TX-ID-LIMIT
                   " - IDENTIFICATION REQUIRED"
               DISPLAY "ENTER ID TYPE (PP=PASSPORT, NI=NATIONAL ID, "
                   "DL=DRIVING LICENCE):"
               ACCEPT WS-TX-ID-TYPE
               DISPLAY "ENTER ID NUMBER:"
               ACCEPT WS-TX-ID-NUMBER
               DISPLAY "ENTER CUSTOMER FULL NAME:"
               ACCEPT WS-TX-ID-NAME
               DISPLAY "ENTER NATIONALITY (2-LETTER COUNTRY CODE):"
               ACCEPT WS-TX-ID-COUNTRY
               IF (WS-TX-ID-TYPE NOT = "PP" AND
                       WS-TX-ID-TYPE NOT = "NI" AND
                       WS-TX-ID-TYPE NOT = "DL")
                   OR WS-TX-ID-NUMBER = SPACES
                   OR WS-TX-ID-NAME = SPACES
                   OR WS-TX-ID-COUNTRY = SPACES
                   DISPLAY "REJECTED - WALK-IN IDENTIFICATION "
                       "INCOMPLETE"
                   MOVE SPACES TO WS-TRAIN-NOTE
                   STRING "ERROR WALK-IN IDENTIFICATION INCOMPLETE"
                       DELIMITED BY SIZE
                       INTO WS-TRAIN-NOTE
                   PERFORM WRITE-TRAINING-NOTE
                   STOP RUN
               END-IF
           END-IF.

       COMPLETE-TELLER-EXCHANGE.
           MOVE WS-TX-FOREIGN-AMT TO WS-DRAWER-AMOUNT
           MOVE WS-TX-CURRENCY TO WS-DRAWER-CCY
           IF WS-TX-SIDE = 'B'
               MOVE "FXIN " TO WS-DRAWER-EVENT
           ELSE
               MOVE "FXOUT" TO WS-DRAWER-EVENT
           END-IF
           PERFORM APPEND-DRAWER-EVENT
           IF WS-TX-MODE = 'W'
               MOVE WS-TX-LOCAL-AMT TO WS-DRAWER-AMOUNT
               MOVE "USD" TO WS-DRAWER-CCY
               IF WS-TX-SIDE = 'B'
                   MOVE "FXOUT" TO WS-DRAWER-EVENT
               ELSE
                   MOVE "FXIN " TO WS-DRAWER-EVENT
               END-IF
               PERFORM APPEND-DRAWER-EVENT
           END-IF
           IF WS-TRAINING NOT = 'Y'
               MOVE 0 TO WS-JRN-SEQ
               IF WS-TX-MARGIN > 0
                   PERFORM POST-EXCHANGE-MARGIN
               END-IF
               PERFORM WRITE-FX-CONVERSION
           END-IF
           PERFORM WRITE-TELLER-FX-DETAIL
           MOVE SPACES TO WS-OP-ACTION
           STRING "FXEXCH " WS-TX-SIDE WS-TX-CURRENCY " "
               WS-TX-FOREIGN-AMT " " WS-TX-LOCAL-AMT " " WS-TX-MODE
               DELIMITED BY SIZE
               INTO WS-OP-ACTION
           PERFORM WRITE-OPERATOR-AUDIT
           IF WS-TX-MODE = 'W'
               IF WS-TRAINING = 'Y'
                   MOVE SPACES TO WS-TRAIN-NOTE
                   STRING "FXEXCH " WS-TX-SIDE " " WS-TX-CURRENCY " "
                       WS-TX-FOREIGN-AMT " WALK-IN OK"
                       DELIMITED BY SIZE
                       INTO WS-TRAIN-NOTE
                   PERFORM WRITE-TRAINING-NOTE
                   DISPLAY "TRAINING EXCHANGE RECORDED BY "
                       WS-OPERATOR
               ELSE
                   DISPLAY "EXCHANGE RECORDED BY " WS-OPERATOR
                       " - PAY/RECEIVE USD " WS-TX-LOCAL-AMT
               END-IF
           END-IF.

       POST-EXCHANGE-MARGIN.
           MOVE SPACES TO WS-FX-INCOME-ACCOUNT
           ACCEPT WS-FX-INCOME-ACCOUNT
               FROM ENVIRONMENT "FX_INCOME_ACCOUNT"
           IF WS-FX-INCOME-ACCOUNT = SPACES
               MOVE "99989" TO WS-FX-INCOME-ACCOUNT
           END-IF
           MOVE SPACES TO WS-JOURNAL-PATH
           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT "JOURNAL_PATH"
           IF WS-JOURNAL-PATH = SPACES
               MOVE "accounts/JOURNAL.LOG" TO WS-JOURNAL-PATH
           END-IF
           MOVE WS-FX-INCOME-ACCOUNT TO WS-JOURNAL-ID
           MOVE WS-TX-MARGIN TO WS-JOURNAL-AMT
           MOVE 'C' TO WS-JOURNAL-TIPO
           MOVE "FXCSH" TO WS-JOURNAL-TAG
           MOVE "USD" TO WS-JRN-CURRENCY
           MOVE 0 TO WS-JRN-BALANCE
           PERFORM WRITE-JOURNAL-LINE.

       WRITE-FX-CONVERSION.
           MOVE SPACES TO WS-FXCONV-PATH
           ACCEPT WS-FXCONV-PATH FROM ENVIRONMENT "FX_CONVERSIONS_PATH"
           IF WS-FXCONV-PATH = SPACES
               MOVE "accounts/FX_CONVERSIONS.DAT" TO WS-FXCONV-PATH
           END-IF
           MOVE SPACES TO FXCONV-RECORD
           MOVE WS-TODAY TO FC-DATE
           MOVE WS-JRN-SEQ TO FC-SEQ
           MOVE WS-IN-ACCOUNT TO FC-ACCOUNT
           MOVE WS-TX-SIDE TO FC-SIDE
           MOVE WS-TX-CURRENCY TO FC-FROM-CCY
           MOVE "USD" TO FC-TO-CCY
           MOVE WS-TX-FOREIGN-AMT TO FC-FOREIGN-AMT
           MOVE WS-TX-MID-AMT TO FC-MID-AMT
           MOVE WS-TX-LOCAL-AMT TO FC-CUST-AMT
           MOVE WS-TX-MARGIN TO FC-INCOME
           MOVE WS-TX-SPREAD TO FC-SPREAD
           MOVE SPACES TO FC-SEGMENT
           MOVE WS-JRN-PROGRAM TO FC-PROGRAM
           OPEN EXTEND FXCONV-FILE
           IF WS-FXCONV-STATUS NOT = "00" AND
                   WS-FXCONV-STATUS NOT = "05"
               CLOSE FXCONV-FILE
               OPEN OUTPUT FXCONV-FILE
           END-IF
           WRITE FXCONV-RECORD
           CLOSE FXCONV-FILE.

       WRITE-TELLER-FX-DETAIL.
           MOVE SPACES TO WS-TELLERFX-PATH
           ACCEPT WS-TELLERFX-PATH FROM ENVIRONMENT "TELLER_FX_PATH"
           IF WS-TELLERFX-PATH = SPACES
               MOVE "accounts/TELLER_FX.DAT" TO WS-TELLERFX-PATH
           END-IF
           IF WS-TRAINING = 'Y'
               MOVE "accounts/TRAINING_TELLER_FX.DAT"
                   TO WS-TELLERFX-PATH
           END-IF
           ACCEPT WS-OP-TIME FROM TIME
           MOVE SPACES TO TELLERFX-RECORD
           MOVE WS-TODAY TO TF-DATE
           MOVE WS-OP-TIME TO TF-TIME
           MOVE WS-OPERATOR TO TF-OPERATOR
           MOVE WS-TX-SIDE TO TF-SIDE
           MOVE WS-TX-CURRENCY TO TF-CURRENCY
           MOVE WS-TX-FOREIGN-AMT TO TF-FOREIGN-AMT
           MOVE WS-TX-RATE TO TF-RATE
           MOVE WS-TX-LOCAL-AMT TO TF-LOCAL-AMT
           MOVE WS-TX-MID-AMT TO TF-MID-AMT
           MOVE WS-TX-MARGIN TO TF-MARGIN
           MOVE WS-IN-ACCOUNT TO TF-ACCOUNT
           MOVE WS-TX-SEQ TO TF-SEQ
           MOVE WS-TX-ID-TYPE TO TF-ID-TYPE
           MOVE WS-TX-ID-NUMBER TO TF-ID-NUMBER
           MOVE WS-TX-ID-NAME TO TF-ID-NAME
           MOVE WS-TX-ID-COUNTRY TO TF-ID-COUNTRY
           OPEN EXTEND TELLERFX-FILE
           IF WS-TELLERFX-STATUS NOT = "00" AND
                   WS-TELLERFX-STATUS NOT = "05"
               CLOSE TELLERFX-FILE
               OPEN OUTPUT TELLERFX-FILE
           END-IF
           WRITE TELLERFX-RECORD
           CLOSE TELLERFX-FILE.

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

       LOAD-CUTOFF-TABLE.
           MOVE 'N' TO WS-CO-EOF
           MOVE 0 TO WS-CO-COUNT
           OPEN INPUT CUTOFF-FILE
           IF WS-CUTOFF-STATUS = "00"
               PERFORM UNTIL WS-CO-EOF = 'Y' OR WS-CO-COUNT >= 200
                   READ CUTOFF-FILE
                   AT END MOVE 'Y' TO WS-CO-EOF
                   NOT AT END
                       IF CO-CHANNEL NOT = SPACES AND CO-TIME NUMERIC
                           ADD 1 TO WS-CO-COUNT
                           MOVE CO-CHANNEL
                               TO CO-CHANNEL-TBL(WS-CO-COUNT)
                           MOVE CO-TIPO TO CO-TIPO-TBL(WS-CO-COUNT)
                           MOVE CO-TIME TO CO-TIME-TBL(WS-CO-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CUTOFF-FILE
           END-IF
           MOVE 'N' TO WS-CO-EOF
           ACCEPT WS-CLOCK-FULL FROM TIME
           MOVE WS-CLOCK-FULL(1:4) TO WS-CLOCK
           MOVE SPACES TO WS-CLOCK-TXT
           ACCEPT WS-CLOCK-TXT FROM ENVIRONMENT "CUTOFF_CLOCK"
           IF WS-CLOCK-TXT NUMERIC
               MOVE WS-CLOCK-TXT TO WS-CLOCK
           END-IF
           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-HOLIDAY-TABLE
           MOVE WS-BUS-DATE TO WS-WORK-DATE
           PERFORM ADVANCE-ONE-DAY
           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL WS-IS-BUSINESS = 'Y'
               PERFORM ADVANCE-ONE-DAY
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM
           MOVE WS-WORK-DATE TO WS-NEXT-BUS-DATE.

       CHECK-CUTOFF.
           MOVE 'N' TO WS-CUT-SLIP
           MOVE 'N' TO WS-CUT-FOUND
           MOVE SPACE TO WS-CUT-RULE
           MOVE 0 TO WS-CUT-TIME
           MOVE 1 TO WS-CO-INDEX
           PERFORM UNTIL WS-CO-INDEX > WS-CO-COUNT
               IF CO-CHANNEL-TBL(WS-CO-INDEX) = WS-CUT-CHANNEL
                   IF CO-TIPO-TBL(WS-CO-INDEX) = WS-CUT-TIPO
                           AND WS-CUT-TIPO NOT = SPACE
                       MOVE 'Y' TO WS-CUT-FOUND
                       MOVE WS-CUT-TIPO TO WS-CUT-RULE
                       MOVE CO-TIME-TBL(WS-CO-INDEX) TO WS-CUT-TIME
                       EXIT PERFORM
                   END-IF
                   IF CO-TIPO-TBL(WS-CO-INDEX) = SPACE
                           AND WS-CUT-FOUND = 'N'
                       MOVE 'Y' TO WS-CUT-FOUND
                       MOVE CO-TIME-TBL(WS-CO-INDEX) TO WS-CUT-TIME
                   END-IF
               END-IF
               ADD 1 TO WS-CO-INDEX
           END-PERFORM
           IF WS-CUT-FOUND = 'Y' AND WS-CLOCK NOT < WS-CUT-TIME
               MOVE 'Y' TO WS-CUT-SLIP
           END-IF.

       WRITE-CUTOFF-WAREHOUSE.
           OPEN EXTEND WAREHOUSE-FILE
           IF WS-WAREHOUSE-STATUS NOT = "00" AND
                   WS-WAREHOUSE-STATUS NOT = "05"
               CLOSE WAREHOUSE-FILE
               OPEN OUTPUT WAREHOUSE-FILE
           END-IF
           MOVE WS-CUT-LINE TO WAREHOUSE-LINE
           WRITE WAREHOUSE-LINE
           CLOSE WAREHOUSE-FILE
           ADD 1 TO WS-SLIP-COUNT
           OPEN EXTEND CUTRPT-FILE
           IF WS-CUTRPT-STATUS NOT = "00" AND
                   WS-CUTRPT-STATUS NOT = "05"
               CLOSE CUTRPT-FILE
               OPEN OUTPUT CUTRPT-FILE
           END-IF
           MOVE SPACES TO CUTRPT-LINE
           IF WS-CUT-RULE = SPACE
               STRING "CUTOFF " WS-BUS-DATE " " WS-CUT-CHANNEL
                   " " WS-CUT-REF " " WS-CUT-ACCOUNT
                   " " WS-CUT-AMOUNT " " WS-CUT-TIPO
                   " CAPTURED " WS-CLOCK " AFTER CUTOFF " WS-CUT-TIME
                   " ALL TYPES VALUE DATED " WS-NEXT-BUS-DATE
                   DELIMITED BY SIZE
                   INTO CUTRPT-LINE
           ELSE
               STRING "CUTOFF " WS-BUS-DATE " " WS-CUT-CHANNEL
                   " " WS-CUT-REF " " WS-CUT-ACCOUNT
                   " " WS-CUT-AMOUNT " " WS-CUT-TIPO
                   " CAPTURED " WS-CLOCK " AFTER CUTOFF " WS-CUT-TIME
                   " TYPE " WS-CUT-RULE " VALUE DATED "
                   WS-NEXT-BUS-DATE
                   DELIMITED BY SIZE
                   INTO CUTRPT-LINE
           END-IF
           WRITE CUTRPT-LINE
           CLOSE CUTRPT-FILE.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSDATE-FILE
                   AT END
                       ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
                   NOT AT END
                       MOVE BD-DATE TO WS-BUS-DATE
               END-READ
               CLOSE BUSDATE-FILE
           ELSE
               ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
           END-IF.

       LOAD-HOLIDAY-TABLE.
           MOVE 'N' TO WS-CO-EOF
           MOVE 0 TO WS-HOL-COUNT
           OPEN INPUT HOLIDAYS-FILE
           IF WS-HOLIDAYS-STATUS = "00"
               PERFORM UNTIL WS-CO-EOF = 'Y' OR WS-HOL-COUNT >= 500
                   READ HOLIDAYS-FILE
                   AT END MOVE 'Y' TO WS-CO-EOF
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
           MOVE 'N' TO WS-CO-EOF.

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

       LOAD-MEMO-TABLE.
           MOVE 'N' TO WS-MO-EOF
           MOVE 0 TO WS-MO-COUNT
           OPEN INPUT MEMOS-FILE
           IF WS-MEMOS-STATUS = "00"
               PERFORM UNTIL WS-MO-EOF = 'Y' OR WS-MO-COUNT >= 5000
                   READ MEMOS-FILE
                   AT END MOVE 'Y' TO WS-MO-EOF
                   NOT AT END
                       IF MO-ID NUMERIC AND MO-START NUMERIC
                               AND MO-EXPIRY NUMERIC
                               AND MO-START <= WS-BUS-DATE
                           IF MO-EXPIRY = 0 OR MO-EXPIRY >= WS-BUS-DATE
                               ADD 1 TO WS-MO-COUNT
                               MOVE MO-ID TO MO-ID-TBL(WS-MO-COUNT)
                               MOVE MO-KEY-TYPE
                                   TO MO-KEY-TYPE-TBL(WS-MO-COUNT)
                               MOVE MO-KEY TO MO-KEY-TBL(WS-MO-COUNT)
                               MOVE MO-CATEGORY
                                   TO MO-CATEGORY-TBL(WS-MO-COUNT)
                               MOVE MO-SEVERITY
                                   TO MO-SEVERITY-TBL(WS-MO-COUNT)
                               MOVE MO-START
                                   TO MO-START-TBL(WS-MO-COUNT)
                               MOVE MO-EXPIRY
                                   TO MO-EXPIRY-TBL(WS-MO-COUNT)
                               MOVE MO-AUTHOR
                                   TO MO-AUTHOR-TBL(WS-MO-COUNT)
                               MOVE MO-TEXT
                                   TO MO-TEXT-TBL(WS-MO-COUNT)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE MEMOS-FILE
           END-IF
           MOVE 'N' TO WS-MO-EOF.

       SHOW-MEMOS-FOR-KEY.
           MOVE 1 TO WS-MO-INDEX
           PERFORM UNTIL WS-MO-INDEX > WS-MO-COUNT
               IF MO-KEY-TYPE-TBL(WS-MO-INDEX) = WS-MO-KEY-TYPE
                       AND MO-KEY-TBL(WS-MO-INDEX) = WS-MO-KEY
                   EVALUATE MO-SEVERITY-TBL(WS-MO-INDEX)
                       WHEN 'S'
                           MOVE "STOP" TO WS-MO-SEV-TEXT
                           ADD 1 TO WS-MO-STOP-COUNT
                           MOVE MO-ID-TBL(WS-MO-INDEX)
                               TO WS-MO-STOP-ID
                       WHEN 'W'
                           MOVE "WARN" TO WS-MO-SEV-TEXT
                       WHEN OTHER
                           MOVE "INFO" TO WS-MO-SEV-TEXT
                   END-EVALUATE
                   DISPLAY "MEMO " WS-MO-SEV-TEXT
                       " " MO-CATEGORY-TBL(WS-MO-INDEX)
                       " " WS-MO-KEY-TYPE " " WS-MO-KEY
                       " " MO-TEXT-TBL(WS-MO-INDEX)
                   DISPLAY "     BY " MO-AUTHOR-TBL(WS-MO-INDEX)
                       " FROM " MO-START-TBL(WS-MO-INDEX)
                       " UNTIL " MO-EXPIRY-TBL(WS-MO-INDEX)
                       " REF " MO-ID-TBL(WS-MO-INDEX)
               END-IF
               ADD 1 TO WS-MO-INDEX
           END-PERFORM.
