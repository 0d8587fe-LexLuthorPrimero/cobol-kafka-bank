               ASSIGN TO DYNAMIC WS-TRANS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSHDR-STATUS.
           SELECT BILLER-FILE
               ASSIGN TO DYNAMIC WS-BILLER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BILLER-STATUS.
           SELECT VIRTUAL-FILE
               ASSIGN TO DYNAMIC WS-VIRTUAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VIRTUAL-STATUS.
           SELECT UNAPPLIED-FILE
               ASSIGN TO DYNAMIC WS-UNAPPLIED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-UNAPPLIED-STATUS.
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
           SELECT CUSTOMERS-FILE
               ASSIGN TO DYNAMIC WS-CUSTOMERS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMERS-STATUS.
           SELECT HOLDERS-FILE
               ASSIGN TO DYNAMIC WS-HOLDERS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HOLDERS-STATUS.
           SELECT NAMEQ-FILE
               ASSIGN TO DYNAMIC WS-NAMEQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NAMEQ-STATUS.
           SELECT NAMERPT-FILE
               ASSIGN TO DYNAMIC WS-NAMERPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NAMERPT-STATUS.
           SELECT XREF-FILE
               ASSIGN TO DYNAMIC WS-XREF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
           05 MSG-CURRENCY      PIC X(3).
           05 FILLER            PIC X(1).
           05 MSG-NARRATIVE     PIC X(25).
           05 FILLER            PIC X(1).
           05 MSG-VIRTUAL       PIC X(10).
           05 FILLER            PIC X(1).
           05 MSG-SIGNER-1      PIC X(5).
           05 FILLER            PIC X(1).
           05 MSG-SIGNER-2      PIC X(5).
           05 FILLER            PIC X(1).
           05 MSG-BENEF-NAME    PIC X(20).
           05 FILLER            PIC X(1).
           05 MSG-IBAN          PIC X(34).
       FD  PROCESSED-FILE.
       01  PROC-RECORD.
           05 PROC-MSG-ID       PIC X(12).
           05 TR-TO-ID          PIC X(5).
           05 FILLER            PIC X(1).
           05 TR-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 TR-VALUE-DATE     PIC X(8).
           05 FILLER            PIC X(18).
           05 TR-VIRTUAL        PIC X(10).
           05 FILLER            PIC X(1).
           05 TR-NARRATIVE      PIC X(25).
       FD  PAYEES-FILE.
       01  PAYEE-RECORD.
           05 PEND-TIMESTAMP    PIC X(14).
       FD  TRANSHDR-FILE.
       01  TH-LINE              PIC X(96).
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
       FD  VIRTUAL-FILE.
       01  VIRTUAL-RECORD.
           05 VA-NUMBER         PIC X(10).
           05 FILLER            PIC X(1).
           05 VA-MASTER         PIC X(5).
           05 FILLER            PIC X(1).
           05 VA-PAYER          PIC X(20).
           05 FILLER            PIC X(1).
           05 VA-EXPECTED       PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 VA-STATUS         PIC X(1).
       FD  UNAPPLIED-FILE.
       01  UNAPPLIED-RECORD.
           05 UA-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 UA-VIRTUAL        PIC X(10).
           05 FILLER            PIC X(1).
           05 UA-MASTER         PIC X(5).
           05 FILLER            PIC X(1).
           05 UA-MONTO          PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 UA-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 UA-REASON         PIC X(7).
           05 FILLER            PIC X(1).
           05 UA-SOURCE         PIC X(21).
           05 FILLER            PIC X(1).
           05 UA-NARRATIVE      PIC X(25).
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
           05 PS-TL-SEQ         PIC X(7).
           05 FILLER            PIC X(1).
           05 PS-TL-OPERATOR    PIC X(8).
           05 FILLER            PIC X(1).
           05 PS-TL-NEW-ID      PIC X(10).
           05 PS-TL-FLOAT-CAT   PIC X(1).
           05 PS-TL-NARRATIVE   PIC X(25).
       FD  SIGNLOG-FILE.
       01  SIGNLOG-LINE         PIC X(100).
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
       FD  CUSTOMERS-FILE.
       01  CUST-REC.
           05 CUST-ID           PIC X(5).
           05 CUST-NAME         PIC X(20).
       FD  HOLDERS-FILE.
       01  HOLDER-RECORD.
           05 AH-AC-ID          PIC X(5).
           05 FILLER            PIC X(1).
           05 AH-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 AH-ROLE           PIC X(1).
       FD  NAMEQ-FILE.
       01  NAMEQ-RECORD.
           05 NQ-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 NQ-STATUS         PIC X(1).
           05 FILLER            PIC X(1).
           05 NQ-SOURCE         PIC X(8).
           05 FILLER            PIC X(1).
           05 NQ-REF            PIC X(12).
           05 FILLER            PIC X(1).
           05 NQ-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 NQ-MONTO          PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 NQ-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 NQ-NAME           PIC X(20).
           05 FILLER            PIC X(1).
           05 NQ-ACTION-DATE    PIC X(8).
           05 FILLER            PIC X(1).
           05 NQ-TRANS-LINE     PIC X(96).
       FD  NAMERPT-FILE.
       01  NAMERPT-LINE         PIC X(132).
       FD  XREF-FILE.
       01  XREF-RECORD.
           05 XR-OLD-ID         PIC X(5).
           05 FILLER            PIC X(1).
           05 XR-NEW-ID         PIC 9(10).
           05 FILLER            PIC X(1).
           05 XR-IBAN           PIC X(34).
       WORKING-STORAGE SECTION.
       01  WS-PAYEES-PATH       PIC X(200).
       01  WS-PAYEES-STATUS     PIC XX.
           05 ACCOUNT-ENTRY OCCURS 50000 TIMES.
               10 AC-ID-TBL         PIC X(5).
               10 AC-CURRENCY-TBL   PIC X(3).
               10 AC-NOMBRE-TBL     PIC X(20).
       01  WS-ACC-INDEX         PIC 9(6) VALUE 1.
       01  WS-ACC-COUNT         PIC 9(6) VALUE 0.
       01  PROCESSED-TABLE.
       01  WS-POSTED-COUNT      PIC 9(6) VALUE 0.
       01  WS-DUP-COUNT         PIC 9(6) VALUE 0.
       01  WS-REJECT-COUNT      PIC 9(6) VALUE 0.
       01  WS-BILLER-PATH       PIC X(200).
       01  WS-BILLER-STATUS     PIC XX.
       01  WS-BL-EOF            PIC X VALUE 'N'.
       01  BILLER-TABLE.
           05 BILLER-ENTRY OCCURS 2000 TIMES.
               10 BL-ID-TBL       PIC X(5).
               10 BL-REF-LEN-TBL  PIC 9(2).
               10 BL-REF-CLASS-TBL PIC X(1).
               10 BL-CHECK-TBL    PIC X(1).
               10 BL-STATUS-TBL   PIC X(1).
       01  WS-BL-INDEX          PIC 9(4) VALUE 1.
       01  WS-BL-COUNT          PIC 9(4) VALUE 0.
       01  WS-BL-PICKED         PIC 9(4) VALUE 0.
       01  WS-BILL-OK           PIC X VALUE 'Y'.
       01  WS-BILL-REF          PIC X(25).
       01  WS-BILL-REF-DIGITS REDEFINES WS-BILL-REF.
           05 WS-BILL-REF-DIGIT OCCURS 25 TIMES PIC 9(1).
       01  WS-BILL-REF-USED     PIC 9(2).
       01  WS-BILL-REF-REASON   PIC X(30).
       01  WS-BILL-SUM          PIC 9(4).
       01  WS-BILL-POS          PIC 9(2).
       01  WS-BILL-DIGIT        PIC 9(2).
       01  WS-BILL-WEIGHT       PIC 9(1).
       01  WS-BILL-ALT          PIC X(1).
       01  WS-BILL-CHECK        PIC 9(2).
       01  WS-VIRTUAL-PATH      PIC X(200).
       01  WS-VIRTUAL-STATUS    PIC XX.
       01  WS-UNAPPLIED-PATH    PIC X(200).
       01  WS-UNAPPLIED-STATUS  PIC XX.
       01  WS-VA-EOF            PIC X VALUE 'N'.
       01  WS-VA-ON-FILE        PIC X VALUE 'N'.
       01  VIRTUAL-TABLE.
           05 VIRTUAL-ENTRY OCCURS 20000 TIMES.
               10 VA-NUMBER-TBL   PIC X(10).
               10 VA-MASTER-TBL   PIC X(5).
               10 VA-STATUS-TBL   PIC X(1).
       01  WS-VA-INDEX          PIC 9(5) VALUE 1.
       01  WS-VA-COUNT          PIC 9(5) VALUE 0.
       01  WS-VA-PICKED         PIC 9(5) VALUE 0.
       01  WS-VA-RESULT         PIC X(4).
       01  WS-VA-REASON         PIC X(7).
       01  WS-UNAPPLIED-COUNT   PIC 9(6) VALUE 0.
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
       01  WS-SIGN-DISP         PIC X(8).
       01  WS-SIGNHOLD-COUNT    PIC 9(6) VALUE 0.
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
       01  WS-CUSTOMERS-PATH    PIC X(200).
       01  WS-HOLDERS-PATH      PIC X(200).
       01  WS-NAMEQ-PATH        PIC X(200).
       01  WS-NAMERPT-PATH      PIC X(200).
       01  WS-CUSTOMERS-STATUS  PIC XX.
       01  WS-HOLDERS-STATUS    PIC XX.
       01  WS-NAMEQ-STATUS      PIC XX.
       01  WS-NAMERPT-STATUS    PIC XX.
       01  WS-NM-EOF            PIC X VALUE 'N'.
       01  HOLDER-TABLE.
           05 HOLDER-ENTRY OCCURS 20000 TIMES.
               10 AH-AC-TBL       PIC X(5).
               10 AH-CUST-TBL     PIC X(5).
       01  WS-AH-INDEX          PIC 9(5) VALUE 1.
       01  WS-AH-COUNT          PIC 9(5) VALUE 0.
       01  CUSTOMER-NAME-TABLE.
           05 CUSTOMER-NAME-ENTRY OCCURS 50000 TIMES.
               10 CN-ID-TBL       PIC X(5).
               10 CN-NAME-TBL     PIC X(20).
       01  WS-CN-INDEX          PIC 9(5) VALUE 1.
       01  WS-CN-COUNT          PIC 9(5) VALUE 0.
       01  WS-BN-SUPPLIED       PIC X(20).
       01  WS-BN-ONFILE         PIC X(20).
       01  WS-BN-CLOSEST        PIC X(20).
       01  WS-BN-RESULT         PIC X(1).
       01  WS-NAME-A            PIC X(20).
       01  WS-NAME-B            PIC X(20).
       01  WS-NM-LEN            PIC 9(2).
       01  WS-NM-SCAN-POS       PIC 9(2).
       01  WS-NM-SCAN-MAX       PIC 9(2).
       01  WS-NM-HIT            PIC X VALUE 'N'.
       01  WS-NAMEHOLD-COUNT    PIC 9(6) VALUE 0.
       01  WS-CLOSE-COUNT       PIC 9(6) VALUE 0.
       01  WS-XREF-PATH         PIC X(200).
       01  WS-XREF-STATUS       PIC XX.
       01  XREF-TABLE.
           05 XREF-ENTRY OCCURS 50000 TIMES.
               10 XR-OLD-TBL      PIC X(5).
               10 XR-IBAN-TBL     PIC X(34).
       01  WS-XR-INDEX          PIC 9(6) VALUE 1.
       01  WS-XR-COUNT          PIC 9(6) VALUE 0.
       01  WS-IBAN-RESULT       PIC X(4).
       01  WS-IBAN-REASON       PIC X(14).
       01  WS-IBAN-IN           PIC X(34).
       01  WS-IBAN-WORK         PIC X(34).
       01  WS-IBAN-REARR        PIC X(34).
       01  WS-IBAN-LEN          PIC 9(2).
       01  WS-IBAN-POS          PIC 9(2).
       01  WS-IBAN-OUT          PIC 9(2).
       01  WS-IBAN-CHAR         PIC X(1).
       01  WS-IBAN-DIGIT        PIC 9(1).
       01  WS-IBAN-VAL          PIC 9(2).
       01  WS-IBAN-ACC          PIC 9(5).
       01  WS-IBAN-QUOT         PIC 9(5).
       01  WS-IBAN-REM          PIC 9(2).
       01  WS-IBAN-OK           PIC X(1).
       01  WS-IBAN-ALPHABET     PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-ACCOUNTS-PATH
           IF WS-TRANS-PATH = SPACES
               MOVE "/app/trans_input.txt" TO WS-TRANS-PATH
           END-IF
           MOVE SPACES TO WS-PENDSIGN-PATH
           ACCEPT WS-PENDSIGN-PATH
               FROM ENVIRONMENT "PENDING_SIGNATURE_PATH"
           IF WS-PENDSIGN-PATH = SPACES
               MOVE "/app/accounts/PENDING_SIGNATURE.DAT"
                   TO WS-PENDSIGN-PATH
           END-IF
           MOVE SPACES TO WS-SIGNLOG-PATH
           ACCEPT WS-SIGNLOG-PATH FROM ENVIRONMENT "SIGN_LOG_PATH"
           IF WS-SIGNLOG-PATH = SPACES
               MOVE "/app/accounts/SIGN_INSTRUCTIONS.LOG"
                   TO WS-SIGNLOG-PATH
           END-IF
           MOVE SPACES TO WS-CUTOFF-PATH
           ACCEPT WS-CUTOFF-PATH FROM ENVIRONMENT "CUTOFF_TIMES_PATH"
           IF WS-CUTOFF-PATH = SPACES
               MOVE "/app/accounts/CUTOFF_TIMES.DAT" TO WS-CUTOFF-PATH
           END-IF
           MOVE SPACES TO WS-HOLIDAYS-PATH
           ACCEPT WS-HOLIDAYS-PATH FROM ENVIRONMENT "HOLIDAYS_PATH"
           IF WS-HOLIDAYS-PATH = SPACES
               MOVE "/app/accounts/HOLIDAYS.DAT" TO WS-HOLIDAYS-PATH
           END-IF
           MOVE SPACES TO WS-BUSDATE-PATH
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_PATH"
           IF WS-BUSDATE-PATH = SPACES
               MOVE "/app/accounts/BUSINESS_DATE.DAT" TO WS-BUSDATE-PATH
           END-IF
           MOVE SPACES TO WS-WAREHOUSE-PATH
           ACCEPT WS-WAREHOUSE-PATH FROM ENVIRONMENT "WAREHOUSE_PATH"
           IF WS-WAREHOUSE-PATH = SPACES
               MOVE "/app/accounts/WAREHOUSE.DAT" TO WS-WAREHOUSE-PATH
           END-IF
           MOVE SPACES TO WS-CUTRPT-PATH
           ACCEPT WS-CUTRPT-PATH FROM ENVIRONMENT "CUTOFF_REPORT_PATH"
           IF WS-CUTRPT-PATH = SPACES
               MOVE "/app/accounts/CUTOFF_EXCEPTIONS.RPT"
                   TO WS-CUTRPT-PATH
           END-IF
           MOVE SPACES TO WS-NAMEQ-PATH
           ACCEPT WS-NAMEQ-PATH
               FROM ENVIRONMENT "NAME_RETURN_QUEUE_PATH"
           IF WS-NAMEQ-PATH = SPACES
               MOVE "accounts/NAME_RETURN_QUEUE.DAT" TO WS-NAMEQ-PATH
           END-IF
           MOVE SPACES TO WS-NAMERPT-PATH
           ACCEPT WS-NAMERPT-PATH
               FROM ENVIRONMENT "NAME_MATCH_REPORT_PATH"
           IF WS-NAMERPT-PATH = SPACES
               MOVE "accounts/NAME_MATCH.RPT" TO WS-NAMERPT-PATH
           END-IF
           MOVE SPACES TO WS-XREF-PATH
           ACCEPT WS-XREF-PATH FROM ENVIRONMENT "ACCT_XREF_PATH"
           IF WS-XREF-PATH = SPACES
               MOVE "accounts/ACCT_XREF.DAT" TO WS-XREF-PATH
           END-IF

           PERFORM LOAD-ACCOUNTS-TABLE
           PERFORM LOAD-PROCESSED-LEDGER
           PERFORM LOAD-PAYEE-TABLE
           PERFORM LOAD-BILLER-TABLE
           PERFORM LOAD-VIRTUAL-TABLE
           PERFORM LOAD-MANDATE-TABLE
           PERFORM LOAD-CUTOFF-TABLE
           PERFORM LOAD-HOLDERS-TABLE
           PERFORM LOAD-CUSTOMER-NAMES
           PERFORM LOAD-XREF-TABLE
           PERFORM CONSUME-INBOX
           PERFORM REFRESH-TRANS-HEADER

           DISPLAY "INBOX POSTED " WS-POSTED-COUNT
               " DUPLICATES " WS-DUP-COUNT
               " REJECTED " WS-REJECT-COUNT
               " UNAPPLIED " WS-UNAPPLIED-COUNT
               " SIGNATURE HELD " WS-SIGNHOLD-COUNT
               " AFTER CUTOFF " WS-SLIP-COUNT
               " NAME HELD " WS-NAMEHOLD-COUNT
               " CLOSE MATCH " WS-CLOSE-COUNT
           STOP RUN.

       REFRESH-TRANS-HEADER.
                   ADD 1 TO WS-ACC-COUNT
                   MOVE AC-ID TO AC-ID-TBL(WS-ACC-COUNT)
                   MOVE AC-CURRENCY TO AC-CURRENCY-TBL(WS-ACC-COUNT)
                   MOVE AC-NOMBRE TO AC-NOMBRE-TBL(WS-ACC-COUNT)
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE.
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "REJECTED - BAD AMOUNT " MSG-ID
               ELSE
               PERFORM RESOLVE-MESSAGE-IBAN
               IF WS-IBAN-RESULT NOT = "OK"
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "REJECTED - " WS-IBAN-REASON " " MSG-ID
                       " " MSG-IBAN
               ELSE
                   PERFORM RESOLVE-VIRTUAL-ACCOUNT
                   IF WS-VA-RESULT = "UNAP"
                       PERFORM WRITE-VIRTUAL-UNAPPLIED
                       PERFORM RECORD-PROCESSED-MESSAGE
                       ADD 1 TO WS-UNAPPLIED-COUNT
                   ELSE
                   IF WS-VA-RESULT = "CRED"
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY "REJECTED - VIRTUAL ACCOUNT CREDIT ONLY "
                           MSG-ID " " MSG-VIRTUAL
                   ELSE
                   MOVE MSG-ACCOUNT TO WS-LOOKUP-ID
                   PERFORM FIND-ACCOUNT-BY-ID
                   IF WS-FOUND = 'N'
                           ADD 1 TO WS-REJECT-COUNT
                           DISPLAY "REJECTED - UNKNOWN TARGET " MSG-ID
                               " " MSG-TO-ID
                       ELSE
                       PERFORM CHECK-BILL-PAYMENT
                       IF WS-BILL-OK = 'N'
                           ADD 1 TO WS-REJECT-COUNT
                           DISPLAY "REJECTED - BILL " WS-BILL-REF-REASON
                               " " MSG-ID " " MSG-TO-ID
                       ELSE
                           PERFORM CHECK-PAYEE-CONTROL
                           IF WS-PAYEE-OK = 'N'
                               PERFORM RECORD-PROCESSED-MESSAGE
                               ADD 1 TO WS-HELD-COUNT
                           ELSE
                           PERFORM CHECK-MESSAGE-MANDATE
                           IF WS-MANDATE-MET = 'N'
                               PERFORM WRITE-SIGNATURE-HOLD
                               PERFORM RECORD-PROCESSED-MESSAGE
                               ADD 1 TO WS-SIGNHOLD-COUNT
                           ELSE
                           PERFORM CHECK-BENEFICIARY-NAME
                           IF WS-BN-RESULT = 'N'
                               PERFORM WRITE-NAME-RETURN-HOLD
                               PERFORM RECORD-PROCESSED-MESSAGE
                               ADD 1 TO WS-NAMEHOLD-COUNT
                           ELSE
                               IF WS-BN-RESULT = 'C'
                                   PERFORM WRITE-NAME-CLOSE-MATCH
                               END-IF
                               PERFORM WRITE-TRANS-RECORD
                               PERFORM RECORD-PROCESSED-MESSAGE
                               ADD 1 TO WS-POSTED-COUNT
                               IF WS-MD-FOUND = 'Y'
                                   MOVE "POSTED" TO WS-SIGN-DISP
                                   PERFORM WRITE-SIGNING-LOG
                               END-IF
                           END-IF
                           END-IF
                           END-IF
                       END-IF
                       END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

       LOAD-XREF-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-XR-COUNT
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-XR-COUNT >= 50000
                   READ XREF-FILE INTO XREF-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF XR-IBAN NOT = SPACES
                           ADD 1 TO WS-XR-COUNT
                           MOVE XR-OLD-ID TO XR-OLD-TBL(WS-XR-COUNT)
                           MOVE XR-IBAN TO XR-IBAN-TBL(WS-XR-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       RESOLVE-MESSAGE-IBAN.
           MOVE "OK" TO WS-IBAN-RESULT
           IF MSG-IBAN NOT = SPACES
               MOVE MSG-IBAN TO WS-IBAN-IN
               PERFORM CHECK-IBAN-MOD97
               IF WS-IBAN-OK = "N"
                   MOVE "BAD" TO WS-IBAN-RESULT
                   MOVE "BAD IBAN" TO WS-IBAN-REASON
               ELSE
                   MOVE "UNKN" TO WS-IBAN-RESULT
                   MOVE "UNKNOWN IBAN" TO WS-IBAN-REASON
                   MOVE 1 TO WS-XR-INDEX
                   PERFORM UNTIL WS-XR-INDEX > WS-XR-COUNT
                       IF XR-IBAN-TBL(WS-XR-INDEX) = WS-IBAN-WORK
                           MOVE "OK" TO WS-IBAN-RESULT
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-XR-INDEX
                   END-PERFORM
                   IF WS-IBAN-RESULT = "OK"
                       IF MSG-ACCOUNT NOT = SPACES
                               AND MSG-ACCOUNT
                                   NOT = XR-OLD-TBL(WS-XR-INDEX)
                           MOVE "MISM" TO WS-IBAN-RESULT
                           MOVE "IBAN MISMATCH" TO WS-IBAN-REASON
                       ELSE
                           MOVE XR-OLD-TBL(WS-XR-INDEX) TO MSG-ACCOUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-IBAN-MOD97.
           MOVE SPACES TO WS-IBAN-WORK
           MOVE 0 TO WS-IBAN-LEN
           MOVE FUNCTION UPPER-CASE(WS-IBAN-IN) TO WS-IBAN-IN
           MOVE 1 TO WS-IBAN-POS
           PERFORM UNTIL WS-IBAN-POS > 34
               IF WS-IBAN-IN(WS-IBAN-POS:1) NOT = SPACE
                   ADD 1 TO WS-IBAN-LEN
                   MOVE WS-IBAN-IN(WS-IBAN-POS:1)
                       TO WS-IBAN-WORK(WS-IBAN-LEN:1)
               END-IF
               ADD 1 TO WS-IBAN-POS
           END-PERFORM
           MOVE "N" TO WS-IBAN-OK
           IF WS-IBAN-LEN >= 15
                   AND WS-IBAN-WORK(1:2) IS ALPHABETIC
                   AND WS-IBAN-WORK(3:2) IS NUMERIC
               MOVE SPACES TO WS-IBAN-REARR
               STRING WS-IBAN-WORK(5:WS-IBAN-LEN - 4)
                   WS-IBAN-WORK(1:4)
                   DELIMITED BY SIZE
                   INTO WS-IBAN-REARR
               PERFORM COMPUTE-IBAN-REMAINDER
               IF WS-IBAN-OK = "Y" AND WS-IBAN-REM NOT = 1
                   MOVE "N" TO WS-IBAN-OK
               END-IF
           END-IF.

       COMPUTE-IBAN-REMAINDER.
           MOVE "Y" TO WS-IBAN-OK
           MOVE 0 TO WS-IBAN-REM
           MOVE 1 TO WS-IBAN-POS
           PERFORM UNTIL WS-IBAN-POS > WS-IBAN-LEN
               MOVE WS-IBAN-REARR(WS-IBAN-POS:1) TO WS-IBAN-CHAR
               IF WS-IBAN-CHAR IS NUMERIC
                   MOVE WS-IBAN-CHAR TO WS-IBAN-DIGIT
                   COMPUTE WS-IBAN-ACC =
                       WS-IBAN-REM * 10 + WS-IBAN-DIGIT
               ELSE
                   MOVE 0 TO WS-IBAN-VAL
                   MOVE 1 TO WS-IBAN-OUT
                   PERFORM UNTIL WS-IBAN-OUT > 26
                       IF WS-IBAN-ALPHABET(WS-IBAN-OUT:1)
                               = WS-IBAN-CHAR
                           COMPUTE WS-IBAN-VAL = WS-IBAN-OUT + 9
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-IBAN-OUT
                   END-PERFORM
                   IF WS-IBAN-VAL = 0
                       MOVE "N" TO WS-IBAN-OK
                       EXIT PERFORM
                   END-IF
                   COMPUTE WS-IBAN-ACC =
                       WS-IBAN-REM * 100 + WS-IBAN-VAL
               END-IF
               DIVIDE WS-IBAN-ACC BY 97 GIVING WS-IBAN-QUOT
                   REMAINDER WS-IBAN-REM
               ADD 1 TO WS-IBAN-POS
           END-PERFORM.


       CHECK-PAYEE-CONTROL.
           MOVE 'Y' TO WS-PAYEE-OK
           IF MSG-TIPO = 'T'
           END-IF.

       WRITE-TRANS-RECORD.
           PERFORM BUILD-TRANS-RECORD
           MOVE "INBOX" TO WS-CUT-CHANNEL
           MOVE MSG-TIPO TO WS-CUT-TIPO
           PERFORM CHECK-CUTOFF
           IF WS-CUT-SLIP = 'Y'
               MOVE WS-NEXT-BUS-DATE TO TR-VALUE-DATE
               MOVE TRANS-RECORD TO WS-CUT-LINE
               MOVE MSG-ID TO WS-CUT-REF
               MOVE MSG-ACCOUNT TO WS-CUT-ACCOUNT
               MOVE MSG-MONTO TO WS-CUT-AMOUNT
               PERFORM WRITE-CUTOFF-WAREHOUSE
               DISPLAY "AFTER CUTOFF - VALUE DATED " WS-NEXT-BUS-DATE
                   " " MSG-ID
           ELSE
               WRITE TRANS-RECORD
           END-IF.

       BUILD-TRANS-RECORD.
           MOVE SPACES TO TRANS-RECORD
           MOVE MSG-ACCOUNT TO TR-ID
           MOVE MSG-MONTO TO TR-MONTO
           MOVE MSG-TIPO TO TR-TIPO
           IF MSG-TIPO = 'T' OR MSG-TIPO = 'B'
               MOVE MSG-TO-ID TO TR-TO-ID
           ELSE
               MOVE SPACES TO TR-TO-ID
           END-IF
           MOVE MSG-CURRENCY TO TR-CURRENCY
           MOVE MSG-NARRATIVE TO TR-NARRATIVE
           IF WS-VA-RESULT = "OK"
               MOVE MSG-VIRTUAL TO TR-VIRTUAL
           END-IF.

       LOAD-HOLDERS-TABLE.
           MOVE SPACES TO WS-HOLDERS-PATH
           ACCEPT WS-HOLDERS-PATH FROM ENVIRONMENT "ACCT_HOLDERS_PATH"
           IF WS-HOLDERS-PATH = SPACES
               MOVE "accounts/ACCT_HOLDERS.DAT" TO WS-HOLDERS-PATH
           END-IF
           MOVE 'N' TO WS-NM-EOF
           MOVE 0 TO WS-AH-COUNT
           OPEN INPUT HOLDERS-FILE
           IF WS-HOLDERS-STATUS = "00"
               PERFORM UNTIL WS-NM-EOF = 'Y' OR WS-AH-COUNT >= 20000
                   READ HOLDERS-FILE INTO HOLDER-RECORD
                   AT END MOVE 'Y' TO WS-NM-EOF
                   NOT AT END
                       IF AH-AC-ID NOT = SPACES
                               AND AH-CUST-ID NOT = SPACES
                           ADD 1 TO WS-AH-COUNT
                           MOVE AH-AC-ID TO AH-AC-TBL(WS-AH-COUNT)
                           MOVE AH-CUST-ID
                               TO AH-CUST-TBL(WS-AH-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDERS-FILE
           END-IF
           MOVE 'N' TO WS-NM-EOF.

       LOAD-CUSTOMER-NAMES.
           MOVE SPACES TO WS-CUSTOMERS-PATH
           ACCEPT WS-CUSTOMERS-PATH FROM ENVIRONMENT "CUSTOMERS_PATH"
           IF WS-CUSTOMERS-PATH = SPACES
               MOVE "accounts/CUSTOMERS.DAT" TO WS-CUSTOMERS-PATH
           END-IF
           MOVE 'N' TO WS-NM-EOF
           MOVE 0 TO WS-CN-COUNT
           OPEN INPUT CUSTOMERS-FILE
           IF WS-CUSTOMERS-STATUS = "00"
               PERFORM UNTIL WS-NM-EOF = 'Y' OR WS-CN-COUNT >= 50000
                   READ CUSTOMERS-FILE INTO CUST-REC
                   AT END MOVE 'Y' TO WS-NM-EOF
                   NOT AT END
                       IF CUST-ID NOT = SPACES
                           ADD 1 TO WS-CN-COUNT
                           MOVE CUST-ID TO CN-ID-TBL(WS-CN-COUNT)
                           MOVE CUST-NAME TO CN-NAME-TBL(WS-CN-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMERS-FILE
           END-IF
           MOVE 'N' TO WS-NM-EOF.

       CHECK-BENEFICIARY-NAME.
           MOVE SPACES TO WS-BN-RESULT
           MOVE SPACES TO WS-BN-CLOSEST
           IF MSG-TIPO = 'C' AND MSG-BENEF-NAME NOT = SPACES
               MOVE 'N' TO WS-BN-RESULT
               MOVE FUNCTION UPPER-CASE(MSG-BENEF-NAME)
                   TO WS-BN-SUPPLIED
               MOVE MSG-ACCOUNT TO WS-LOOKUP-ID
               PERFORM FIND-ACCOUNT-BY-ID
               IF WS-FOUND = 'Y'
                   MOVE AC-NOMBRE-TBL(WS-ACC-INDEX) TO WS-BN-ONFILE
                   PERFORM COMPARE-BENEFICIARY-NAME
               END-IF
               MOVE 1 TO WS-AH-INDEX
               PERFORM UNTIL WS-AH-INDEX > WS-AH-COUNT
                       OR WS-BN-RESULT = 'M'
                   IF AH-AC-TBL(WS-AH-INDEX) = MSG-ACCOUNT
                       PERFORM FIND-HOLDER-NAME
                   END-IF
                   ADD 1 TO WS-AH-INDEX
               END-PERFORM
           END-IF.

       FIND-HOLDER-NAME.
           MOVE 1 TO WS-CN-INDEX
           PERFORM UNTIL WS-CN-INDEX > WS-CN-COUNT
               IF CN-ID-TBL(WS-CN-INDEX) = AH-CUST-TBL(WS-AH-INDEX)
                   MOVE CN-NAME-TBL(WS-CN-INDEX) TO WS-BN-ONFILE
                   PERFORM COMPARE-BENEFICIARY-NAME
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CN-INDEX
           END-PERFORM.

       COMPARE-BENEFICIARY-NAME.
           IF WS-BN-ONFILE NOT = SPACES
               IF FUNCTION UPPER-CASE(WS-BN-ONFILE) = WS-BN-SUPPLIED
                   MOVE 'M' TO WS-BN-RESULT
               ELSE
                   MOVE 'N' TO WS-NM-HIT
                   MOVE WS-BN-SUPPLIED TO WS-NAME-A
                   MOVE FUNCTION UPPER-CASE(WS-BN-ONFILE) TO WS-NAME-B
                   PERFORM MATCH-NAME-TOLERANT
                   IF WS-NM-HIT = 'N'
                       MOVE FUNCTION UPPER-CASE(WS-BN-ONFILE)
                           TO WS-NAME-A
                       MOVE WS-BN-SUPPLIED TO WS-NAME-B
                       PERFORM MATCH-NAME-TOLERANT
                   END-IF
                   IF WS-NM-HIT = 'Y' AND WS-BN-RESULT = 'N'
                       MOVE 'C' TO WS-BN-RESULT
                       MOVE WS-BN-ONFILE TO WS-BN-CLOSEST
                   END-IF
               END-IF
           END-IF.

       MATCH-NAME-TOLERANT.
           MOVE 20 TO WS-NM-LEN
           PERFORM UNTIL WS-NM-LEN = 0
                   OR WS-NAME-A(WS-NM-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-NM-LEN
           END-PERFORM
           IF WS-NM-LEN > 2
               COMPUTE WS-NM-SCAN-MAX = 21 - WS-NM-LEN
               MOVE 1 TO WS-NM-SCAN-POS
               PERFORM UNTIL WS-NM-SCAN-POS > WS-NM-SCAN-MAX
                       OR WS-NM-HIT = 'Y'
                   IF WS-NAME-B(WS-NM-SCAN-POS:WS-NM-LEN)
                           = WS-NAME-A(1:WS-NM-LEN)
                       MOVE 'Y' TO WS-NM-HIT
                   END-IF
                   ADD 1 TO WS-NM-SCAN-POS
               END-PERFORM
           END-IF.

       WRITE-NAME-CLOSE-MATCH.
           ADD 1 TO WS-CLOSE-COUNT
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           OPEN EXTEND NAMERPT-FILE
           IF WS-NAMERPT-STATUS NOT = "00" AND
                   WS-NAMERPT-STATUS NOT = "05"
               CLOSE NAMERPT-FILE
               OPEN OUTPUT NAMERPT-FILE
           END-IF
           MOVE SPACES TO NAMERPT-LINE
           STRING "CLOSE MATCH " WS-DATE
               " INBOX    " MSG-ID
               " ACCOUNT " MSG-ACCOUNT
               " AMOUNT " MSG-MONTO
               " SUPPLIED " MSG-BENEF-NAME
               " ON FILE " WS-BN-CLOSEST
               DELIMITED BY SIZE
               INTO NAMERPT-LINE
           WRITE NAMERPT-LINE
           CLOSE NAMERPT-FILE.

       WRITE-NAME-RETURN-HOLD.
           DISPLAY "CREDIT HELD - BENEFICIARY NAME MISMATCH "
               MSG-ID " " MSG-ACCOUNT
           PERFORM BUILD-TRANS-RECORD
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           OPEN EXTEND NAMEQ-FILE
           IF WS-NAMEQ-STATUS NOT = "00" AND
                   WS-NAMEQ-STATUS NOT = "05"
               CLOSE NAMEQ-FILE
               OPEN OUTPUT NAMEQ-FILE
           END-IF
           MOVE SPACES TO NAMEQ-RECORD
           MOVE WS-DATE TO NQ-DATE
           MOVE 'H' TO NQ-STATUS
           MOVE "INBOX" TO NQ-SOURCE
           MOVE MSG-ID TO NQ-REF
           MOVE MSG-ACCOUNT TO NQ-ACCOUNT
           MOVE MSG-MONTO TO NQ-MONTO
           MOVE MSG-CURRENCY TO NQ-CURRENCY
           MOVE MSG-BENEF-NAME TO NQ-NAME
           MOVE TRANS-RECORD TO NQ-TRANS-LINE
           WRITE NAMEQ-RECORD
           CLOSE NAMEQ-FILE.

       LOAD-VIRTUAL-TABLE.
           MOVE SPACES TO WS-VIRTUAL-PATH
           ACCEPT WS-VIRTUAL-PATH
               FROM ENVIRONMENT "VIRTUAL_ACCOUNTS_PATH"
           IF WS-VIRTUAL-PATH = SPACES
               MOVE "/app/accounts/VIRTUAL_ACCOUNTS.DAT"
                   TO WS-VIRTUAL-PATH
           END-IF
           MOVE SPACES TO WS-UNAPPLIED-PATH
           ACCEPT WS-UNAPPLIED-PATH FROM ENVIRONMENT "VA_UNAPPLIED_PATH"
           IF WS-UNAPPLIED-PATH = SPACES
               MOVE "/app/accounts/VA_UNAPPLIED.DAT"
                   TO WS-UNAPPLIED-PATH
           END-IF
           MOVE 'N' TO WS-VA-EOF
           MOVE 0 TO WS-VA-COUNT
           OPEN INPUT VIRTUAL-FILE
           IF WS-VIRTUAL-STATUS = "00"
               MOVE 'Y' TO WS-VA-ON-FILE
               PERFORM UNTIL WS-VA-EOF = 'Y' OR WS-VA-COUNT >= 20000
                   READ VIRTUAL-FILE INTO VIRTUAL-RECORD
                   AT END MOVE 'Y' TO WS-VA-EOF
                   NOT AT END
                       IF VA-NUMBER NUMERIC
                           ADD 1 TO WS-VA-COUNT
                           MOVE VA-NUMBER TO VA-NUMBER-TBL(WS-VA-COUNT)
                           MOVE VA-MASTER TO VA-MASTER-TBL(WS-VA-COUNT)
                           MOVE VA-STATUS TO VA-STATUS-TBL(WS-VA-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE VIRTUAL-FILE
           END-IF.

       RESOLVE-VIRTUAL-ACCOUNT.
           MOVE SPACES TO WS-VA-RESULT
           MOVE 0 TO WS-VA-PICKED
           IF MSG-VIRTUAL NUMERIC AND WS-VA-ON-FILE = 'Y'
               MOVE 1 TO WS-VA-INDEX
               PERFORM UNTIL WS-VA-INDEX > WS-VA-COUNT
                   IF VA-NUMBER-TBL(WS-VA-INDEX) = MSG-VIRTUAL
                       MOVE WS-VA-INDEX TO WS-VA-PICKED
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-VA-INDEX
               END-PERFORM
               IF MSG-TIPO NOT = 'C'
                   MOVE "CRED" TO WS-VA-RESULT
               ELSE
               IF WS-VA-PICKED = 0
                   MOVE "UNAP" TO WS-VA-RESULT
                   MOVE "UNKNOWN" TO WS-VA-REASON
               ELSE
               IF VA-STATUS-TBL(WS-VA-PICKED) NOT = 'A'
                   MOVE "UNAP" TO WS-VA-RESULT
                   MOVE "CLOSED" TO WS-VA-REASON
               ELSE
                   MOVE "OK" TO WS-VA-RESULT
                   MOVE VA-MASTER-TBL(WS-VA-PICKED) TO MSG-ACCOUNT
               END-IF
               END-IF
               END-IF
           END-IF.

       WRITE-VIRTUAL-UNAPPLIED.
           DISPLAY "UNAPPLIED - VIRTUAL ACCOUNT " WS-VA-REASON " "
               MSG-ID " " MSG-VIRTUAL
           OPEN EXTEND UNAPPLIED-FILE
           IF WS-UNAPPLIED-STATUS NOT = "00" AND
                   WS-UNAPPLIED-STATUS NOT = "05"
               CLOSE UNAPPLIED-FILE
               OPEN OUTPUT UNAPPLIED-FILE
           END-IF
           MOVE SPACES TO UNAPPLIED-RECORD
           ACCEPT UA-DATE FROM DATE YYYYMMDD
           MOVE MSG-VIRTUAL TO UA-VIRTUAL
           IF WS-VA-PICKED > 0
               MOVE VA-MASTER-TBL(WS-VA-PICKED) TO UA-MASTER
           END-IF
           MOVE MSG-MONTO TO UA-MONTO
           MOVE MSG-CURRENCY TO UA-CURRENCY
           MOVE WS-VA-REASON TO UA-REASON
           MOVE "BUZON-ENTRADA" TO UA-SOURCE
           MOVE MSG-NARRATIVE TO UA-NARRATIVE
           WRITE UNAPPLIED-RECORD
           CLOSE UNAPPLIED-FILE.

       LOAD-BILLER-TABLE.
           MOVE SPACES TO WS-BILLER-PATH
           ACCEPT WS-BILLER-PATH FROM ENVIRONMENT "BILLERS_PATH"
           IF WS-BILLER-PATH = SPACES
               MOVE "/app/accounts/BILLERS.DAT" TO WS-BILLER-PATH
           END-IF
           MOVE 'N' TO WS-BL-EOF
           MOVE 0 TO WS-BL-COUNT
           OPEN INPUT BILLER-FILE
           IF WS-BILLER-STATUS = "00"
               PERFORM UNTIL WS-BL-EOF = 'Y' OR WS-BL-COUNT >= 2000
                   READ BILLER-FILE INTO BILLER-RECORD
                   AT END MOVE 'Y' TO WS-BL-EOF
                   NOT AT END
                       IF BL-ID NOT = SPACES
                           ADD 1 TO WS-BL-COUNT
                           MOVE BL-ID TO BL-ID-TBL(WS-BL-COUNT)
                           IF BL-REF-LEN NUMERIC
                               MOVE BL-REF-LEN
                                   TO BL-REF-LEN-TBL(WS-BL-COUNT)
                           ELSE
                               MOVE 0 TO BL-REF-LEN-TBL(WS-BL-COUNT)
                           END-IF
                           MOVE BL-REF-CLASS
                               TO BL-REF-CLASS-TBL(WS-BL-COUNT)
                           MOVE BL-CHECK-RULE
                               TO BL-CHECK-TBL(WS-BL-COUNT)
                           MOVE BL-STATUS
                               TO BL-STATUS-TBL(WS-BL-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BILLER-FILE
           END-IF.

       CHECK-BILL-PAYMENT.
           MOVE 'Y' TO WS-BILL-OK
           MOVE SPACES TO WS-BILL-REF-REASON
           IF MSG-TIPO = 'B'
               MOVE 0 TO WS-BL-PICKED
               MOVE 1 TO WS-BL-INDEX
               PERFORM UNTIL WS-BL-INDEX > WS-BL-COUNT
                   IF BL-ID-TBL(WS-BL-INDEX) = MSG-TO-ID
                       MOVE WS-BL-INDEX TO WS-BL-PICKED
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-BL-INDEX
               END-PERFORM
               IF WS-BL-PICKED = 0
                   MOVE 'N' TO WS-BILL-OK
                   MOVE "BILLER NOT ON FILE" TO WS-BILL-REF-REASON
               ELSE
               IF BL-STATUS-TBL(WS-BL-PICKED) NOT = 'A'
                   MOVE 'N' TO WS-BILL-OK
                   MOVE "BILLER NOT ACTIVE" TO WS-BILL-REF-REASON
               ELSE
                   MOVE MSG-NARRATIVE TO WS-BILL-REF
                   PERFORM CHECK-BILL-REFERENCE
               END-IF
               END-IF
           END-IF.

       CHECK-BILL-REFERENCE.
           MOVE 25 TO WS-BILL-REF-USED
           PERFORM UNTIL WS-BILL-REF-USED = 0
                   OR WS-BILL-REF(WS-BILL-REF-USED:1) NOT = SPACE
               SUBTRACT 1 FROM WS-BILL-REF-USED
           END-PERFORM
           IF WS-BILL-REF-USED = 0
               MOVE 'N' TO WS-BILL-OK
               MOVE "REFERENCE MISSING" TO WS-BILL-REF-REASON
           ELSE
           IF BL-REF-LEN-TBL(WS-BL-PICKED) > 0
                   AND WS-BILL-REF-USED
                       NOT = BL-REF-LEN-TBL(WS-BL-PICKED)
               MOVE 'N' TO WS-BILL-OK
               MOVE "REFERENCE WRONG LENGTH" TO WS-BILL-REF-REASON
           ELSE
           IF (BL-REF-CLASS-TBL(WS-BL-PICKED) = 'N'
                   OR BL-CHECK-TBL(WS-BL-PICKED) = 'L'
                   OR BL-CHECK-TBL(WS-BL-PICKED) = 'M')
                   AND WS-BILL-REF(1:WS-BILL-REF-USED) NOT NUMERIC
               MOVE 'N' TO WS-BILL-OK
               MOVE "REFERENCE NOT NUMERIC" TO WS-BILL-REF-REASON
           ELSE
           IF (BL-CHECK-TBL(WS-BL-PICKED) = 'L'
                   OR BL-CHECK-TBL(WS-BL-PICKED) = 'M')
                   AND WS-BILL-REF-USED < 2
               MOVE 'N' TO WS-BILL-OK
               MOVE "REFERENCE TOO SHORT" TO WS-BILL-REF-REASON
           ELSE
               IF BL-CHECK-TBL(WS-BL-PICKED) = 'L'
                   PERFORM CHECK-BILL-LUHN
               END-IF
               IF BL-CHECK-TBL(WS-BL-PICKED) = 'M'
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
               MOVE 'N' TO WS-BILL-OK
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
               MOVE 'N' TO WS-BILL-OK
               MOVE "CHECK DIGIT DOES NOT VERIFY" TO WS-BILL-REF-REASON
           END-IF.

       RECORD-PROCESSED-MESSAGE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
               ADD 1 TO WS-PROC-COUNT
               MOVE MSG-ID TO PROC-ID-TBL(WS-PROC-COUNT)
           END-IF.

       LOAD-MANDATE-TABLE.
           MOVE SPACES TO WS-MANDATE-PATH
           ACCEPT WS-MANDATE-PATH FROM ENVIRONMENT "SIGN_MANDATES_PATH"
           IF WS-MANDATE-PATH = SPACES
               MOVE "/app/accounts/SIGN_MANDATES.DAT"
                   TO WS-MANDATE-PATH
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

       CHECK-MESSAGE-MANDATE.
           MOVE 'N' TO WS-MD-FOUND
           MOVE 'Y' TO WS-MANDATE-MET
           MOVE SPACES TO WS-SIGNER-LIST
           IF MSG-TIPO = 'D' OR MSG-TIPO = 'T' OR MSG-TIPO = 'B'
               MOVE MSG-ACCOUNT TO WS-MD-ACCOUNT
               PERFORM FIND-ACCOUNT-MANDATE
               IF WS-MD-FOUND = 'Y'
                   MOVE MSG-SIGNER-1 TO WS-SIGNER-TBL(1)
                   MOVE MSG-SIGNER-2 TO WS-SIGNER-TBL(2)
                   MOVE MSG-MONTO TO WS-SG-AMOUNT
                   PERFORM CHECK-SIGNING-MANDATE
               END-IF
           END-IF.

       WRITE-SIGNATURE-HOLD.
           DISPLAY "HELD FOR SIGNATURE - MANDATE NOT SATISFIED "
               MSG-ID " " MSG-ACCOUNT
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           OPEN EXTEND PENDSIGN-FILE
           IF WS-PENDSIGN-STATUS NOT = "00" AND
                   WS-PENDSIGN-STATUS NOT = "05"
               CLOSE PENDSIGN-FILE
               OPEN OUTPUT PENDSIGN-FILE
           END-IF
           MOVE SPACES TO PENDSIGN-RECORD
           MOVE MSG-ID TO PS-QUEUE-ID
           MOVE WS-DATE TO PS-DATE
           MOVE 'W' TO PS-STATUS
           MOVE 'B' TO PS-SOURCE
           MOVE WS-SIGNER-TBL(1) TO PS-SIGNER-1
           MOVE WS-SIGNER-TBL(2) TO PS-SIGNER-2
           MOVE WS-SIGNER-TBL(3) TO PS-SIGNER-3
           MOVE MSG-ACCOUNT TO PS-TL-ID
           MOVE MSG-MONTO TO PS-TL-MONTO
           MOVE MSG-TIPO TO PS-TL-TIPO
           IF MSG-TIPO = 'T' OR MSG-TIPO = 'B'
               MOVE MSG-TO-ID TO PS-TL-TO-ID
           END-IF
           MOVE MSG-CURRENCY TO PS-TL-CURRENCY
           MOVE MSG-NARRATIVE TO PS-TL-NARRATIVE
           WRITE PENDSIGN-RECORD
           CLOSE PENDSIGN-FILE
           MOVE "HELD" TO WS-SIGN-DISP
           PERFORM WRITE-SIGNING-LOG.

       WRITE-SIGNING-LOG.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           OPEN EXTEND SIGNLOG-FILE
           IF WS-SIGNLOG-STATUS NOT = "00" AND
                   WS-SIGNLOG-STATUS NOT = "05"
               CLOSE SIGNLOG-FILE
               OPEN OUTPUT SIGNLOG-FILE
           END-IF
           MOVE SPACES TO SIGNLOG-LINE
           STRING WS-DATE WS-TIME " BUZON      " MSG-ID
               " " MSG-ACCOUNT " " MSG-MONTO
               " " MSG-TIPO " " WS-SIGNER-TBL(1)
               " " WS-SIGNER-TBL(2) " " WS-SIGNER-TBL(3)
               " " WS-SIGN-DISP
               DELIMITED BY SIZE
               INTO SIGNLOG-LINE
           WRITE SIGNLOG-LINE
           CLOSE SIGNLOG-FILE.

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
