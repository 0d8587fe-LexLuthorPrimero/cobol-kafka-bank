               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JSEAL-FILE
               ASSIGN TO DYNAMIC WS-JSEAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JSEAL-STATUS.
           SELECT HOLIDAYS-FILE
               ASSIGN TO DYNAMIC WS-HOLIDAYS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STOP-STATUS.
           SELECT SORTWK-FILE
               ASSIGN TO DYNAMIC WS-SORTWK-PATH.
           SELECT REJECT-FILE
               ASSIGN TO DYNAMIC WS-REJECT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OUTPAY-STATUS.
           SELECT BENEFIBAN-FILE
               ASSIGN TO DYNAMIC WS-BENEFIBAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BENEFIBAN-STATUS.
           SELECT ODPROTECT-FILE
               ASSIGN TO DYNAMIC WS-ODPROTECT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TERMDEP-STATUS.
           SELECT KYCRESTR-FILE
               ASSIGN TO DYNAMIC WS-KYCRESTR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-KYCRESTR-STATUS.
           SELECT FLOAT-FILE
               ASSIGN TO DYNAMIC WS-FLOAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FLOAT-STATUS.
           SELECT FLOATCAT-FILE
               ASSIGN TO DYNAMIC WS-FLOATCAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FLOATCAT-STATUS.
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
           SELECT ENTITY-FILE
               ASSIGN TO DYNAMIC WS-ENTITY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ENTITY-STATUS.
           SELECT ENTXREF-FILE
               ASSIGN TO DYNAMIC WS-ENTXREF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ENTXREF-STATUS.
           SELECT ICXFER-FILE
               ASSIGN TO DYNAMIC WS-ICXFER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ICXFER-STATUS.
           SELECT FTTRULE-FILE
               ASSIGN TO DYNAMIC WS-FTTRULE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FTTRULE-STATUS.
           SELECT FTTCOLL-FILE
               ASSIGN TO DYNAMIC WS-FTTCOLL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FTTCOLL-STATUS.
           SELECT FX-RATES-FILE
               ASSIGN TO DYNAMIC WS-FX-RATES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FX-RATES-STATUS.
           SELECT FXSPREAD-FILE
               ASSIGN TO DYNAMIC WS-FXSPREAD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FXSPREAD-STATUS.
           SELECT CUSTSEG-FILE
               ASSIGN TO DYNAMIC WS-CUSTSEG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CUSTSEG-STATUS.
           SELECT FXCONV-FILE
               ASSIGN TO DYNAMIC WS-FXCONV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FXCONV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
               88 TR-ES-CREDITO VALUE 'C'.
               88 TR-ES-DEBITO  VALUE 'D', SPACE.
               88 TR-ES-TRANSFERENCIA VALUE 'T'.
               88 TR-ES-PAGO-SERVICIO VALUE 'B'.
           05 FILLER            PIC X(1).
           05 TR-TO-ID          PIC X(5).
           05 FILLER            PIC X(1).
           05 TR-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 TR-VALUE-DATE     PIC X(8).
           05 FILLER            PIC X(18).
           05 TR-VIRTUAL        PIC X(10).
           05 TR-FLOAT-CAT      PIC X(1).
           05 TR-NARRATIVE      PIC X(25).
       01  HEADER-RECORD REDEFINES TRANS-RECORD.
           05 HDR-TAG           PIC X(5).
           05 PEND-CURRENCY     PIC X(3).
           05 FILLER            PIC X(1).
           05 PEND-TIMESTAMP    PIC X(14).
           05 FILLER            PIC X(1).
           05 PEND-REFERENCE    PIC X(25).
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05 SUSP-ID            PIC X(5).
           05 SUSP-TIPO          PIC X(1).
       FD  JOURNAL-FILE.
       01  J-REC.
           05 J-TXT              PIC X(136).
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
       FD  HOLIDAYS-FILE.
       01  HOL-RECORD.
           05 HOL-DATE           PIC 9(8).
           05 BV-POST-DATE      PIC 9(8).
           05 FILLER            PIC X(1).
           05 BV-GAP-DAYS       PIC 9(3).
       FD  KYCRESTR-FILE.
       01  KYCRESTR-RECORD.
           05 KR-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 KR-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 KR-SINCE          PIC 9(8).
       FD  TERMDEP-FILE.
       01  TERMDEP-RECORD.
           05 TD-ID             PIC X(5).
           05 TD-LINKED         PIC X(5).
           05 FILLER            PIC X(1).
           05 TD-STATUS         PIC X(1).
       FD  FLOAT-FILE.
       01  FLOAT-RECORD.
           05 FH-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 FH-MONTO          PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 FH-DEP-DATE       PIC 9(8).
           05 FILLER            PIC X(1).
           05 FH-RELEASE        PIC 9(8).
           05 FILLER            PIC X(1).
           05 FH-CAT            PIC X(1).
           05 FILLER            PIC X(1).
           05 FH-STATUS         PIC X(1).
       FD  FLOATCAT-FILE.
       01  FLOATCAT-RECORD.
           05 FC-CODE           PIC X(1).
           05 FILLER            PIC X(1).
           05 FC-DAYS           PIC 9(2).
           05 FILLER            PIC X(1).
           05 FC-DESC           PIC X(20).
       FD  ODPROTECT-FILE.
       01  ODPROTECT-RECORD.
           05 LKP-ID            PIC X(5).
           05 OP-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 OP-STATUS         PIC X(1).
           05 FILLER            PIC X(1).
           05 OP-BENEF-IBAN     PIC X(34).
       FD  BENEFIBAN-FILE.
       01  BENEFIBAN-RECORD.
           05 BI-TO-ID          PIC X(5).
           05 FILLER            PIC X(1).
           05 BI-IBAN           PIC X(34).
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
       FD  ENTITY-FILE.
       01  ENTITY-RECORD.
           05 EN-CODE           PIC X(3).
           05 FILLER            PIC X(1).
           05 EN-NAME           PIC X(20).
           05 FILLER            PIC X(1).
           05 EN-BASE-CCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 EN-IC-ACCOUNT     PIC X(5).
           05 FILLER            PIC X(1).
           05 EN-DEFAULT        PIC X(1).
       FD  ENTXREF-FILE.
       01  ENTXREF-RECORD.
           05 EX-KIND           PIC X(1).
           05 FILLER            PIC X(1).
           05 EX-KEY            PIC X(5).
           05 FILLER            PIC X(1).
           05 EX-ENTITY         PIC X(3).
       FD  ICXFER-FILE.
       01  ICXFER-RECORD.
           05 IC-FROM-ENTITY    PIC X(3).
           05 FILLER            PIC X(1).
           05 IC-TO-ENTITY      PIC X(3).
           05 FILLER            PIC X(1).
           05 IC-FROM-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 IC-TO-ID          PIC X(5).
           05 FILLER            PIC X(1).
           05 IC-MONTO          PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 IC-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 IC-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 IC-STATUS         PIC X(1).
               88 IC-ST-PENDING VALUE 'P'.
               88 IC-ST-APPLIED VALUE 'A'.
               88 IC-ST-REJECTED VALUE 'R'.
       FD  FTTRULE-FILE.
       01  FTTRULE-RECORD.
           05 FR-CLASS          PIC X(1).
               88 FR-ES-RATE      VALUE 'R'.
               88 FR-ES-ACCT-TYPE VALUE 'A'.
               88 FR-ES-KIND      VALUE 'K'.
           05 FILLER            PIC X(1).
           05 FR-CODE           PIC X(1).
           05 FILLER            PIC X(1).
           05 FR-RATE           PIC 9(2)V9(4).
           05 FILLER            PIC X(1).
           05 FR-FROM           PIC 9(8).
           05 FILLER            PIC X(1).
           05 FR-TO             PIC X(8).
       FD  FTTCOLL-FILE.
       01  FTTCOLL-RECORD.
           05 FT-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 FT-KIND           PIC X(1).
           05 FILLER            PIC X(1).
           05 FT-BASE           PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 FT-TAX            PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 FT-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 FT-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 FT-SEQ            PIC 9(7).
           05 FILLER            PIC X(1).
           05 FT-PROGRAM        PIC X(16).
           05 FILLER            PIC X(1).
           05 FT-STATUS         PIC X(1).
           05 FILLER            PIC X(1).
           05 FT-REMIT-DATE     PIC X(8).
       FD  FX-RATES-FILE.
       01  FX-RATE-RECORD.
           05 FXR-CURRENCY      PIC X(3).
           05 FILLER            PIC X(1).
           05 FXR-RATE          PIC 9(3)V9(6).
           05 FILLER            PIC X(1).
           05 FXR-EFF-DATE      PIC 9(8).
       FD  FXSPREAD-FILE.
       01  FXSPREAD-RECORD.
           05 FS-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 FS-SEGMENT        PIC X(2).
           05 FILLER            PIC X(1).
           05 FS-UPTO           PIC 9(9)V99.
           05 FILLER            PIC X(1).
           05 FS-SPREAD         PIC 9(2)V9(4).
       FD  CUSTSEG-FILE.
       01  CUSTSEG-RECORD.
           05 CS-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 CS-SEGMENT        PIC X(2).
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
       SD  SORTWK-FILE.
       01  SORTWK-RECORD.
           05 SW-KEY            PIC X(11).
           05 SW-POS            PIC 9(6).
       WORKING-STORAGE SECTION.
       01 WS-LOCK-PATH      PIC X(200).
       01 WS-LOCK-STATUS    PIC XX.
               10 AC-CUST-ID-TBL  PIC X(5).
               10 AC-STATUS-TBL   PIC X(1).
                   88 AC-ST-BLOCKED-TBL VALUE 'F', 'C'.
               10 AC-ENTITY-TBL   PIC X(3).
       01  WS-TABLE-INDEX       PIC 9(6) VALUE 1.
       01  WS-TABLE-CAPACITY    PIC 9(6) VALUE 50000.
       01  WS-MAX-ENTRIES       PIC 9(6) VALUE 50000.
               10 TB-CURRENCY-TBL PIC X(3).
               10 TB-NARR-TBL     PIC X(25).
               10 TB-VDATE-TBL    PIC X(8).
               10 TB-FLOAT-TBL    PIC X(1).
               10 TB-VIRTUAL-TBL  PIC X(10).
       01  WS-TRANS-INDEX       PIC 9(5) VALUE 1.
       01  WS-TRANS-COUNT       PIC 9(5) VALUE 0.
       01  WS-TRANS-EOF         PIC X VALUE 'N'.
       01  WS-OUTPAY-SEQ        PIC 9(7) VALUE 0.
       01  WS-OUTPAY-SEEDED     PIC X VALUE 'N'.
       01  WS-OUTPAY-REF        PIC X(15).
       01  WS-BENEFIBAN-PATH    PIC X(200).
       01  WS-BENEFIBAN-STATUS  PIC XX.
       01  WS-BENEFIBAN-EOF     PIC X VALUE 'N'.
       01  WS-BENEF-IBAN        PIC X(34).
       01  WS-TARGET-BLOCKED    PIC X VALUE 'N'.
       01  WS-ODPROTECT-PATH    PIC X(200).
       01  WS-ODPROTECT-STATUS  PIC XX.
       01  WS-TD-LOCKED         PIC X VALUE 'N'.
       01  WS-TD-CHECK-ID       PIC X(5).
       01  WS-TD-CHECK-DATE     PIC 9(8).
       01  WS-KYCRESTR-PATH     PIC X(200).
       01  WS-KYCRESTR-STATUS   PIC XX.
       01  WS-KR-EOF            PIC X VALUE 'N'.
       01  WS-KR-LOADED         PIC X VALUE 'N'.
       01  KYCRESTR-TABLE.
           05 KR-ACCOUNT-TBL OCCURS 20000 TIMES PIC X(5).
       01  WS-KR-INDEX          PIC 9(5) VALUE 1.
       01  WS-KR-COUNT          PIC 9(5) VALUE 0.
       01  WS-KYC-RESTRICTED    PIC X VALUE 'N'.
       01  WS-FLOAT-PATH        PIC X(200).
       01  WS-FLOAT-STATUS      PIC XX.
       01  WS-FLOATCAT-PATH     PIC X(200).
       01  WS-FLOATCAT-STATUS   PIC XX.
       01  WS-FC-LOADED         PIC X VALUE 'N'.
       01  WS-FC-EOF            PIC X VALUE 'N'.
       01  FLOATCAT-TABLE.
           05 FLOATCAT-ENTRY OCCURS 50 TIMES.
               10 FC-CODE-TBL     PIC X(1).
               10 FC-DAYS-TBL     PIC 9(2).
       01  WS-FC-INDEX          PIC 9(2) VALUE 1.
       01  WS-FC-COUNT          PIC 9(2) VALUE 0.
       01  WS-FLOAT-DEFAULT-TXT PIC X(2).
       01  WS-FLOAT-DEFAULT     PIC 9(2) VALUE 2.
       01  WS-FLOAT-DAYS        PIC 9(2).
       01  WS-FLOAT-COUNTED     PIC 9(2).
       01  WS-FLOAT-DATE        PIC 9(8).
       01  WS-FLOAT-INT         PIC 9(8).
       01  WS-FLOAT-RELEASE     PIC 9(8).
       01  WS-FLOAT-IS-BUSINESS PIC X.
       01  WS-FLOAT-EOF         PIC X VALUE 'N'.
       01  WS-BILLER-PATH       PIC X(200).
       01  WS-BILLER-STATUS     PIC XX.
       01  WS-BILLCOLL-PATH     PIC X(200).
       01  WS-BILLCOLL-STATUS   PIC XX.
       01  WS-BL-LOADED         PIC X VALUE 'N'.
       01  WS-BL-EOF            PIC X VALUE 'N'.
       01  BILLER-TABLE.
           05 BILLER-ENTRY OCCURS 2000 TIMES.
               10 BL-ID-TBL       PIC X(5).
               10 BL-STATUS-TBL   PIC X(1).
       01  WS-BL-INDEX          PIC 9(4) VALUE 1.
       01  WS-BL-COUNT          PIC 9(4) VALUE 0.
       01  WS-BL-PICKED         PIC 9(4) VALUE 0.
       01  WS-BILL-CLEARING     PIC X(5).
       01  WS-TIPO-CHECK        PIC X(1).
       01  WS-VIRTUAL-PATH      PIC X(200).
       01  WS-VIRTUAL-STATUS    PIC XX.
       01  WS-UNAPPLIED-PATH    PIC X(200).
       01  WS-UNAPPLIED-STATUS  PIC XX.
       01  WS-VA-LOADED         PIC X VALUE 'N'.
       01  WS-VA-EOF            PIC X VALUE 'N'.
       01  VIRTUAL-TABLE.
           05 VIRTUAL-ENTRY OCCURS 20000 TIMES.
               10 VA-NUMBER-TBL   PIC X(10).
               10 VA-MASTER-TBL   PIC X(5).
               10 VA-STATUS-TBL   PIC X(1).
       01  WS-VA-INDEX          PIC 9(5) VALUE 1.
       01  WS-VA-COUNT          PIC 9(5) VALUE 0.
       01  WS-VA-PICKED         PIC 9(5) VALUE 0.
       01  WS-VA-APPLIED        PIC X VALUE 'N'.
       01  WS-VA-UNAPPLIED      PIC X VALUE 'N'.
       01  WS-VA-REASON         PIC X(7).
       01  WS-VA-NARRATIVE      PIC X(25).
       01  WS-DENIED-PATH       PIC X(200).
       01  WS-DENIED-STATUS     PIC XX.
       01  WS-CPTYDISPO-PATH    PIC X(200).
       01  WS-SWAP-OK           PIC X VALUE 'N'.
       01  WS-RL-RESULT         PIC X(12).
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
       01  WS-ENTITY-PATH       PIC X(200).
       01  WS-ENTXREF-PATH      PIC X(200).
       01  WS-ENTITY-STATUS     PIC XX.
       01  WS-ENTXREF-STATUS    PIC XX.
       01  WS-ENTITY-CODE       PIC X(3).
       01  WS-ENTITY-NAME       PIC X(20).
       01  WS-ENTITY-CCY        PIC X(3).
       01  WS-ENTITY-IC-ACCT    PIC X(5).
       01  WS-ENTITY-DEFAULT    PIC X(3).
       01  WS-ENTITY-MODE       PIC X VALUE 'N'.
       01  WS-ENTITY-FOUND      PIC X.
       01  WS-ENTITY-SUFFIX     PIC X(4).
       01  WS-ENT-EOF           PIC X.
       01  WS-QUAL-PATH         PIC X(200).
       01  WS-QUAL-WORK         PIC X(200).
       01  WS-EX-COUNT          PIC 9(5) VALUE 0.
       01  WS-EX-IDX            PIC 9(5).
       01  WS-EX-TABLE.
           05 WS-EX-ENTRY OCCURS 5000 TIMES.
               10 WS-EX-KIND-TBL   PIC X(1).
               10 WS-EX-KEY-TBL    PIC X(5).
               10 WS-EX-ENTITY-TBL PIC X(3).
       01  WS-EX-LOOKUP-KIND    PIC X.
       01  WS-EX-LOOKUP-KEY     PIC X(5).
       01  WS-EX-LOOKUP-ENT     PIC X(3).
       01  WS-ICXFER-PATH       PIC X(200).
       01  WS-ICXFER-STATUS     PIC XX.
       01  WS-ICXFER-EOF        PIC X VALUE 'N'.
       01  WS-TARGET-XENTITY    PIC X VALUE 'N'.
       01  WS-IC-INDEX          PIC 9(6) VALUE 0.
       01  WS-IC-TARGET-INDEX   PIC 9(6) VALUE 0.
       01  WS-IC-COUNT          PIC 9(5) VALUE 0.
       01  WS-IC-SUB            PIC 9(5) VALUE 0.
       01  WS-IC-CHANGED        PIC X VALUE 'N'.
       01  WS-IC-APPLIED        PIC 9(5) VALUE 0.
       01  WS-IC-REJECTED       PIC 9(5) VALUE 0.
       01  ICXFER-TABLE.
           05 ICXFER-ENTRY OCCURS 5000 TIMES.
               10 ICXFER-TBL      PIC X(44).
       01  WS-FTTRULE-PATH      PIC X(200).
       01  WS-FTTRULE-STATUS    PIC XX.
       01  WS-FTTCOLL-PATH      PIC X(200).
       01  WS-FTTCOLL-STATUS    PIC XX.
       01  WS-FTT-LOADED        PIC X VALUE 'N'.
       01  WS-FTT-EOF           PIC X VALUE 'N'.
       01  WS-FTT-DATE          PIC 9(8) VALUE 0.
       01  WS-FTT-RATE          PIC 9(2)V9(4) VALUE 0.
       01  WS-FTT-RATE-FROM     PIC 9(8) VALUE 0.
       01  WS-FTT-ACCOUNT       PIC X(5).
       01  WS-FTT-INDEX         PIC 9(6) VALUE 0.
       01  WS-FTT-SCAN          PIC 9(6) VALUE 0.
       01  WS-FTT-KIND          PIC X(1).
       01  WS-FTT-EXEMPT        PIC X VALUE 'N'.
       01  WS-FTT-BASE          PIC 9(7)V99 VALUE 0.
       01  WS-FTT-AMT           PIC 9(7)V99 VALUE 0.
       01  WS-FTT-GROSS         PIC 9(9)V99 VALUE 0.
       01  WS-FTT-LINE          PIC X VALUE 'N'.
       01  FTT-EXEMPT-TABLE.
           05 FTT-EXEMPT-ENTRY OCCURS 50 TIMES.
               10 FE-CLASS-TBL    PIC X(1).
               10 FE-CODE-TBL     PIC X(1).
       01  WS-FE-INDEX          PIC 9(2) VALUE 1.
       01  WS-FE-COUNT          PIC 9(2) VALUE 0.
       01  WS-FX-RATES-PATH     PIC X(200).
       01  WS-FX-RATES-STATUS   PIC XX.
       01  WS-FXSPREAD-PATH     PIC X(200).
       01  WS-FXSPREAD-STATUS   PIC XX.
       01  WS-CUSTSEG-PATH      PIC X(200).
       01  WS-CUSTSEG-STATUS    PIC XX.
       01  WS-FXCONV-PATH       PIC X(200).
       01  WS-FXCONV-STATUS     PIC XX.
       01  WS-FX-LOADED         PIC X VALUE 'N'.
       01  WS-FX-EOF            PIC X VALUE 'N'.
       01  WS-FX-DATE           PIC 9(8) VALUE 0.
       01  FX-TABLE.
           05 FX-ENTRY OCCURS 100 TIMES.
               10 FX-CURRENCY-TBL PIC X(3).
               10 FX-RATE-TBL     PIC 9(3)V9(6).
               10 FX-EFF-DATE-TBL PIC 9(8).
       01  WS-FX-INDEX          PIC 9(3) VALUE 1.
       01  WS-FX-COUNT          PIC 9(3) VALUE 0.
       01  WS-FX-LOOKUP-CCY     PIC X(3).
       01  WS-FX-LOOKUP-RATE    PIC 9(3)V9(6).
       01  WS-FX-LOOKUP-DATE    PIC 9(8).
       01  FX-SPREAD-TABLE.
           05 FX-SPREAD-ENTRY OCCURS 200 TIMES.
               10 FS-CCY-TBL      PIC X(3).
               10 FS-SEGMENT-TBL  PIC X(2).
               10 FS-UPTO-TBL     PIC 9(9)V99.
               10 FS-SPREAD-TBL   PIC 9(2)V9(4).
       01  WS-FS-INDEX          PIC 9(3) VALUE 1.
       01  WS-FS-COUNT          PIC 9(3) VALUE 0.
       01  CUST-SEGMENT-TABLE.
           05 CUST-SEGMENT-ENTRY OCCURS 5000 TIMES.
               10 CS-CUST-TBL     PIC X(5).
               10 CS-SEGMENT-TBL  PIC X(2).
       01  WS-CS-INDEX          PIC 9(5) VALUE 1.
       01  WS-CS-COUNT          PIC 9(5) VALUE 0.
       01  WS-FX-SEGMENT        PIC X(2).
       01  WS-FX-BASE-AMT       PIC 9(9)V99 VALUE 0.
       01  WS-FXS-CCY           PIC X(3).
       01  WS-FXS-SPREAD        PIC 9(2)V9(4) VALUE 0.
       01  WS-FXS-CLASS         PIC 9 VALUE 0.
       01  WS-FXS-BEST-CLASS    PIC 9 VALUE 0.
       01  WS-FXS-BEST-UPTO     PIC 9(9)V99 VALUE 0.
       01  WS-FX-SPREAD         PIC 9(2)V9(4) VALUE 0.
       01  WS-FX-MID-AMT        PIC 9(7)V99 VALUE 0.
       01  WS-FX-INCOME         PIC 9(7)V99 VALUE 0.
       01  WS-FX-CONVERTED      PIC X VALUE 'N'.
       01  WS-FX-SIDE           PIC X(1).
       01  WS-FX-PAIR-FROM      PIC X(3).
       01  WS-FX-PAIR-TO        PIC X(3).
       01  WS-FX-CUST-ACCT      PIC X(5).
       01  WS-FX-ACCOUNT        PIC X(5).
       01  WS-FX-LINE           PIC X VALUE 'N'.
       01  WS-POSTING-MODE-TXT  PIC X(8).
       01  WS-HV-ON             PIC X VALUE 'N'.
       01  WS-STOP-CHANGED      PIC X VALUE 'N'.
       01  WS-HV-MERGE          PIC X VALUE 'N'.
       01  WS-HV-MODE-NAME      PIC X(5) VALUE "SEQ".
       01  WS-SORTWK-PATH       PIC X(200).
       01  LOOKUP-INDEX-TABLE.
           05 LOOKUP-INDEX-ENTRY OCCURS 151000 TIMES.
               10 LX-KEY-TBL      PIC X(11).
               10 LX-POS-TBL      PIC 9(6).
       01  WS-LX-COUNT          PIC 9(6) VALUE 0.
       01  WS-LX-LOW            PIC 9(6).
       01  WS-LX-HIGH           PIC 9(6).
       01  WS-LX-MID            PIC 9(6).
       01  WS-LX-HIT            PIC 9(6).
       01  WS-LX-SCAN           PIC 9(6).
       01  WS-LX-SUB            PIC 9(6).
       01  WS-LX-EOF            PIC X VALUE 'N'.
       01  WS-LX-WANT.
           05 WS-LX-WANT-CODE   PIC X(1).
           05 WS-LX-WANT-KEY    PIC X(10).
       01  WS-LX-ACCT-ID        PIC X(5).
       01  WS-LX-ACCT           PIC 9(6).
       01  WS-HV-A-FIRST        PIC 9(6) VALUE 0.
       01  WS-HV-A-LAST         PIC 9(6) VALUE 0.
       01  WS-HV-CURSOR         PIC 9(6) VALUE 0.
       01  ACCOUNT-HV-TABLE.
           05 ACCOUNT-HV-ENTRY OCCURS 50000 TIMES.
               10 AH-HELD-TBL     PIC 9(7)V99.
               10 AH-LINKED-TBL   PIC X(1).
       01  TRANS-ORDER-TABLE.
           05 TRANS-ORDER-ENTRY OCCURS 10000 TIMES.
               10 TS-GROUP-TBL    PIC X(1).
               10 TS-POS-TBL      PIC 9(5).
       01  WS-TS-COUNT          PIC 9(5) VALUE 0.
       01  WS-TS-INDEX          PIC 9(5) VALUE 0.
       01  WS-TS-EOF            PIC X VALUE 'N'.
       01  WS-HV-KEY-ACCT       PIC X(5).
       01  WS-HV-MARK-IX        PIC 9(6).
       01  WS-HV-LINKED-COUNT   PIC 9(5) VALUE 0.
       01  WS-HV-CLOCK.
           05 WS-HV-CLOCK-HH    PIC 9(2).
           05 WS-HV-CLOCK-MM    PIC 9(2).
           05 WS-HV-CLOCK-SS    PIC 9(2).
           05 WS-HV-CLOCK-CC    PIC 9(2).
       01  WS-HV-CS             PIC 9(8).
       01  WS-HV-SORT-START     PIC 9(8) VALUE 0.
       01  WS-HV-POST-START     PIC 9(8) VALUE 0.
       01  WS-HV-ELAPSED        PIC S9(8) VALUE 0.
       01  WS-HV-SORT-SECS      PIC 9(4).99.
       01  WS-HV-POST-SECS      PIC 9(5).99.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM RESOLVE-ENTITY
           MOVE SPACES TO WS-ACCOUNTS-PATH
           ACCEPT WS-ACCOUNTS-PATH FROM ENVIRONMENT "ACCOUNTS_PATH"
           IF WS-ACCOUNTS-PATH = SPACES
           MOVE SPACES TO WS-HOLIDAYS-PATH
           ACCEPT WS-HOLIDAYS-PATH FROM ENVIRONMENT "HOLIDAYS_PATH"
           IF WS-HOLIDAYS-PATH = SPACES
               MOVE "/app/accounts/HOLIDAYS.DAT" TO WS-QUAL-PATH
               PERFORM QUALIFY-ENTITY-PATH
               MOVE WS-QUAL-PATH TO WS-HOLIDAYS-PATH
           END-IF
           MOVE SPACES TO WS-BUSDATE-PATH
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_PATH"
           IF WS-BUSDATE-PATH = SPACES
               MOVE "/app/accounts/BUSINESS_DATE.DAT"
                   TO WS-QUAL-PATH
               PERFORM QUALIFY-ENTITY-PATH
               MOVE WS-QUAL-PATH TO WS-BUSDATE-PATH
           END-IF
           MOVE SPACES TO WS-STOP-PATH
           ACCEPT WS-STOP-PATH FROM ENVIRONMENT "STOP_PAYMENTS_PATH"
           IF WS-CYCLE-TXT NOT = SPACES AND WS-CYCLE-TXT NUMERIC
               MOVE WS-CYCLE-TXT TO WS-CYCLE
           END-IF
           MOVE 0 TO WS-HV-SORT-SECS
           MOVE SPACES TO WS-POSTING-MODE-TXT
           ACCEPT WS-POSTING-MODE-TXT FROM ENVIRONMENT "POSTING_MODE"
           IF WS-POSTING-MODE-TXT = "SORTED"
               MOVE 'Y' TO WS-HV-ON
               MOVE "SORT" TO WS-HV-MODE-NAME
           END-IF
           PERFORM WRITE-RUN-LOG-START
           PERFORM CHECK-BUSINESS-DATE-GUARD
           PERFORM LOAD-CURRENCY-TABLE
                               TO AC-CUST-ID-TBL(WS-TABLE-INDEX)
                           MOVE AC-STATUS
                               TO AC-STATUS-TBL(WS-TABLE-INDEX)
                           MOVE SPACES
                               TO AC-ENTITY-TBL(WS-TABLE-INDEX)
                           IF WS-ENTITY-MODE = 'Y'
                               PERFORM FIND-ACCOUNT-ENTITY
                               MOVE WS-EX-LOOKUP-ENT
                                   TO AC-ENTITY-TBL(WS-TABLE-INDEX)
                           END-IF
                           ADD 1 TO WS-TABLE-INDEX
                       END-IF
                   END-IF
           CLOSE ACCOUNTS-FILE
           SUBTRACT 1 FROM WS-TABLE-INDEX
           MOVE WS-TABLE-INDEX TO WS-MAX-ENTRIES
           IF WS-ENTITY-MODE = 'Y'
               PERFORM APPLY-INTERCOMPANY-INBOUND
           END-IF
           IF WS-HV-ON = 'Y'
               PERFORM PREPARE-SORTED-BATCH
           END-IF
           PERFORM TAKE-HV-CLOCK
           MOVE WS-HV-CS TO WS-HV-POST-START
           MOVE 0 TO WS-TRANS-SEQ
           IF WS-HV-ON = 'Y'
               PERFORM POST-SORTED-BATCH
           ELSE
               MOVE 1 TO WS-TRANS-INDEX
               PERFORM UNTIL WS-TRANS-INDEX > WS-TRANS-COUNT
                   PERFORM POST-BATCH-ENTRY
                   ADD 1 TO WS-TRANS-INDEX
               END-PERFORM
           END-IF
           PERFORM TAKE-HV-CLOCK
           MOVE WS-HV-POST-START TO WS-HV-ELAPSED
           PERFORM COMPUTE-HV-ELAPSED
           COMPUTE WS-HV-POST-SECS = WS-HV-ELAPSED / 100
           DISPLAY "BATCH COUNT " WS-TRANS-COUNT
               " EXPECTED " WS-HDR-COUNT
               " TOTAL " WS-BATCH-TOTAL
               " EXPECTED " WS-HDR-TOTAL
           PERFORM REWRITE-ACCOUNTS-FILE
           IF WS-STOP-CHANGED = 'Y'
               PERFORM REWRITE-STOP-FILE
           END-IF
           IF WS-SV-TOUCHED = 'Y'
               PERFORM REWRITE-SAV-COUNTERS
           END-IF
           PERFORM WRITE-RUN-LOG-END
           IF WS-SWAP-OK = 'Y'
               PERFORM MARK-BUSINESS-DATE-RUN
               IF WS-IC-CHANGED = 'Y'
                   PERFORM REWRITE-INTERCOMPANY-FILE
               END-IF
           ELSE
               DISPLAY "ERROR - MASTER NOT REPLACED - CYCLE NOT "
                   "MARKED AS RUN"
               CLOSE RUNLOG-FILE
               OPEN OUTPUT RUNLOG-FILE
           END-IF
           MOVE SPACES TO RL-TXT
           STRING WS-RL-PROGRAM " " WS-RL-DATE WS-RL-TIME
               " CYCLE " WS-CYCLE
               " TIMING MODE " WS-HV-MODE-NAME
               " SORT " WS-HV-SORT-SECS
               " POST " WS-HV-POST-SECS
               DELIMITED BY SIZE
               INTO RL-TXT
           WRITE RL-REC
           IF WS-SWAP-OK = 'Y'
               MOVE "OK" TO WS-RL-RESULT
           ELSE
                   MOVE TR-NARRATIVE TO TB-NARR-TBL(WS-TRANS-COUNT)
                   MOVE TR-VALUE-DATE
                       TO TB-VDATE-TBL(WS-TRANS-COUNT)
                   MOVE TR-FLOAT-CAT TO TB-FLOAT-TBL(WS-TRANS-COUNT)
                   MOVE TR-VIRTUAL TO TB-VIRTUAL-TBL(WS-TRANS-COUNT)
                   ADD TR-MONTO TO WS-BATCH-TOTAL
               END-READ
           END-PERFORM
           END-IF.
       POST-ONE-TRANSACTION.
           MOVE SPACES TO WS-DISPOSITION
           MOVE 'N' TO WS-FX-CONVERTED
           MOVE 'N' TO WS-FOUND
           PERFORM RESOLVE-VIRTUAL-ACCOUNT
           IF WS-DISPOSITION NOT = SPACES
               IF WS-VA-UNAPPLIED = 'Y'
                   PERFORM WRITE-VIRTUAL-UNAPPLIED
               ELSE
                   PERFORM WRITE-SUSPENSE-RECORD
               END-IF
           ELSE
           PERFORM CHECK-BACK-VALUE-DATE
           IF WS-DISPOSITION NOT = SPACES
               PERFORM WRITE-SUSPENSE-RECORD
           ELSE
           IF WS-HV-ON = 'Y'
               PERFORM LOCATE-POSTING-ACCOUNT
               MOVE 0 TO WS-HELD-AMOUNT
               IF WS-FOUND = 'Y'
                   MOVE AH-HELD-TBL(WS-TABLE-INDEX) TO WS-HELD-AMOUNT
               END-IF
           ELSE
               PERFORM SUM-HOLDS-FOR-TRANSACTION
               MOVE 1 TO WS-TABLE-INDEX
               PERFORM UNTIL WS-TABLE-INDEX > WS-MAX-ENTRIES
                   IF AC-ID-TBL(WS-TABLE-INDEX) = TR-ID
                       MOVE 'Y' TO WS-FOUND
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-TABLE-INDEX
               END-PERFORM
           END-IF
           IF WS-FOUND = 'Y'
               PERFORM POST-TO-FOUND-ACCOUNT
           END-IF
           IF WS-FOUND = 'N'
               MOVE "CUENTA NO EXISTE" TO WS-DISPOSITION
               PERFORM WRITE-SUSPENSE-RECORD
           END-IF
           IF WS-BV-ACTIVE = 'Y' AND WS-DISPOSITION = "OK"
               PERFORM WRITE-BACKVALUE-ADJUSTMENT
           END-IF
           IF WS-FX-CONVERTED = 'Y'
                   AND (WS-DISPOSITION = "OK"
                       OR WS-DISPOSITION = "PAGO PRESTAMO"
                       OR WS-DISPOSITION = "PAGO EXTERNO")
               PERFORM POST-FX-INCOME
           END-IF
           END-IF
           END-IF.
       POST-TO-FOUND-ACCOUNT.
           IF AC-ST-BLOCKED-TBL(WS-TABLE-INDEX)
               MOVE "CUENTA BLOQUEADA" TO WS-DISPOSITION
               PERFORM WRITE-SUSPENSE-RECORD
           ELSE
           IF AC-ENTITY-TBL(WS-TABLE-INDEX) NOT = WS-ENTITY-CODE
               MOVE "CUENTA DE OTRA ENTIDAD" TO WS-DISPOSITION
               PERFORM WRITE-SUSPENSE-RECORD
           ELSE
               PERFORM CHECK-PRODUCT-TIPO
               IF WS-TIPO-OK = 'N'
                   MOVE "TIPO NO PERMITIDO" TO WS-DISPOSITION
                   PERFORM WRITE-SUSPENSE-RECORD
               ELSE
                   MOVE TR-CURRENCY TO WS-CCY-CHECK
                   PERFORM CHECK-CURRENCY-CODE
                   IF WS-CCY-KNOWN = "N"
                       MOVE "MONEDA DESCONOCIDA" TO WS-DISPOSITION
                       PERFORM WRITE-SUSPENSE-RECORD
                   ELSE
                       IF TR-ES-PAGO-SERVICIO
                           PERFORM CHECK-BILLER-FOR-PAYMENT
                       END-IF
                       IF WS-DISPOSITION NOT = SPACES
                           PERFORM WRITE-SUSPENSE-RECORD
                       ELSE
                           PERFORM APPLY-FOUND-TRANSACTION
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.
       APPLY-FOUND-TRANSACTION.
           PERFORM CONVERT-TRANSACTION-AMOUNT
           IF WS-CONVERTED-AMT > WS-APPROVAL-THRESHOLD
               PERFORM WRITE-PENDING-APPROVAL
               MOVE "PENDIENTE APROBACION" TO WS-DISPOSITION
           ELSE
               IF TR-ES-CREDITO
                   IF AC-ES-LOAN-TBL(WS-TABLE-INDEX)
                       PERFORM WRITE-LOAN-PAYMENT
                       MOVE "PAGO PRESTAMO" TO WS-DISPOSITION
                   ELSE
                       ADD WS-CONVERTED-AMT
                           TO AC-SALDO-TBL(WS-TABLE-INDEX)
                       MOVE TR-ID TO WS-JOURNAL-ID
                       MOVE WS-CONVERTED-AMT TO WS-JOURNAL-AMT
                       MOVE 'C' TO WS-JOURNAL-TIPO
                       MOVE AC-CURRENCY-TBL(WS-TABLE-INDEX)
                           TO WS-JRN-CURRENCY
                       MOVE AC-SALDO-TBL(WS-TABLE-INDEX)
                           TO WS-JRN-BALANCE
                       PERFORM WRITE-JOURNAL-LINE
                       IF TR-FLOAT-CAT NOT = SPACE
                           PERFORM WRITE-FLOAT-HOLD
                       END-IF
                       MOVE "OK" TO WS-DISPOSITION
                   END-IF
               ELSE
                   IF TR-ES-TRANSFERENCIA
                       PERFORM POST-TRANSFER
                   ELSE
                   IF TR-ES-PAGO-SERVICIO
                       PERFORM POST-BILL-PAYMENT
                   ELSE
                       PERFORM POST-DEBIT
                   END-IF
                   END-IF
               END-IF
           END-IF.
       LOCATE-POSTING-ACCOUNT.
           IF WS-HV-MERGE = 'Y'
               MOVE 'A' TO WS-LX-WANT-CODE
               MOVE TR-ID TO WS-LX-WANT-KEY
               PERFORM UNTIL WS-HV-CURSOR > WS-HV-A-LAST
                   IF LX-KEY-TBL(WS-HV-CURSOR) >= WS-LX-WANT
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-HV-CURSOR
               END-PERFORM
               IF WS-HV-CURSOR <= WS-HV-A-LAST
                   IF LX-KEY-TBL(WS-HV-CURSOR) = WS-LX-WANT
                       MOVE LX-POS-TBL(WS-HV-CURSOR) TO WS-TABLE-INDEX
                       MOVE 'Y' TO WS-FOUND
                   END-IF
               END-IF
           ELSE
               MOVE TR-ID TO WS-LX-ACCT-ID
               PERFORM LOOKUP-ACCOUNT-KEY
               IF WS-LX-ACCT > 0
                   MOVE WS-LX-ACCT TO WS-TABLE-INDEX
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-IF.
       POST-BATCH-ENTRY.
           MOVE TB-ID-TBL(WS-TRANS-INDEX) TO TR-ID
           MOVE TB-MONTO-TBL(WS-TRANS-INDEX) TO TR-MONTO
           MOVE TB-TIPO-TBL(WS-TRANS-INDEX) TO TR-TIPO
           MOVE TB-TO-TBL(WS-TRANS-INDEX) TO TR-TO-ID
           MOVE TB-CURRENCY-TBL(WS-TRANS-INDEX) TO TR-CURRENCY
           MOVE TB-NARR-TBL(WS-TRANS-INDEX) TO TR-NARRATIVE
           MOVE TB-VDATE-TBL(WS-TRANS-INDEX) TO TR-VALUE-DATE
           MOVE TB-FLOAT-TBL(WS-TRANS-INDEX) TO TR-FLOAT-CAT
           MOVE TB-VIRTUAL-TBL(WS-TRANS-INDEX) TO TR-VIRTUAL
           MOVE WS-TRANS-INDEX TO WS-TRANS-SEQ
           PERFORM POST-ONE-TRANSACTION
           DISPLAY "TRANS " WS-TRANS-SEQ " " TR-ID " "
               TR-MONTO " " TR-TIPO " " WS-DISPOSITION.
       PREPARE-SORTED-BATCH.
           PERFORM TAKE-HV-CLOCK
           MOVE WS-HV-CS TO WS-HV-SORT-START
           IF WS-VA-LOADED = 'N'
               PERFORM LOAD-VIRTUAL-TABLE
           END-IF
           IF WS-FA-LOADED = 'N'
               PERFORM LOAD-FACILITY-TABLE
           END-IF
           IF WS-TD-LOADED = 'N'
               PERFORM LOAD-TERMDEP-TABLE
           END-IF
           IF WS-KR-LOADED = 'N'
               PERFORM LOAD-KYCRESTR-TABLE
           END-IF
           IF WS-ODP-LOADED = 'N'
               PERFORM LOAD-ODPROTECT-TABLE
           END-IF
           IF WS-PY-LOADED = 'N'
               PERFORM LOAD-PAYEE-TABLE
           END-IF
           MOVE SPACES TO WS-SORTWK-PATH
           ACCEPT WS-SORTWK-PATH FROM ENVIRONMENT "SORT_WORK_PATH"
           IF WS-SORTWK-PATH = SPACES
               MOVE "accounts/SORTWK.TMP" TO WS-SORTWK-PATH
           END-IF
           SORT SORTWK-FILE
               ON ASCENDING KEY SW-KEY SW-POS
               INPUT PROCEDURE IS RELEASE-LOOKUP-KEYS
               OUTPUT PROCEDURE IS RETURN-LOOKUP-KEYS
           PERFORM FIND-ACCOUNT-KEY-RANGE
           PERFORM LOAD-HELD-BY-ACCOUNT
           PERFORM MARK-LINKED-ACCOUNTS
           SORT SORTWK-FILE
               ON ASCENDING KEY SW-KEY SW-POS
               INPUT PROCEDURE IS RELEASE-TRANS-KEYS
               OUTPUT PROCEDURE IS RETURN-TRANS-KEYS
           PERFORM TAKE-HV-CLOCK
           MOVE WS-HV-SORT-START TO WS-HV-ELAPSED
           PERFORM COMPUTE-HV-ELAPSED
           COMPUTE WS-HV-SORT-SECS = WS-HV-ELAPSED / 100
           DISPLAY "SORTED MODE - KEYS " WS-LX-COUNT
               " LINKED ITEMS " WS-HV-LINKED-COUNT
               " OF " WS-TS-COUNT.
       RELEASE-LOOKUP-KEYS.
           MOVE 1 TO WS-LX-SUB
           PERFORM UNTIL WS-LX-SUB > WS-MAX-ENTRIES
               MOVE SPACES TO SW-KEY
               MOVE 'A' TO SW-KEY(1:1)
               MOVE AC-ID-TBL(WS-LX-SUB) TO SW-KEY(2:5)
               MOVE WS-LX-SUB TO SW-POS
               RELEASE SORTWK-RECORD
               ADD 1 TO WS-LX-SUB
           END-PERFORM
           MOVE 1 TO WS-LX-SUB
           PERFORM UNTIL WS-LX-SUB > WS-VA-COUNT
               MOVE 'V' TO SW-KEY(1:1)
               MOVE VA-NUMBER-TBL(WS-LX-SUB) TO SW-KEY(2:10)
               MOVE WS-LX-SUB TO SW-POS
               RELEASE SORTWK-RECORD
               ADD 1 TO WS-LX-SUB
           END-PERFORM
           MOVE 1 TO WS-LX-SUB
           PERFORM UNTIL WS-LX-SUB > WS-FA-COUNT
               MOVE SPACES TO SW-KEY
               MOVE 'F' TO SW-KEY(1:1)
               MOVE FA-ID-TBL(WS-LX-SUB) TO SW-KEY(2:5)
               MOVE WS-LX-SUB TO SW-POS
               RELEASE SORTWK-RECORD
               ADD 1 TO WS-LX-SUB
           END-PERFORM
           MOVE 1 TO WS-LX-SUB
           PERFORM UNTIL WS-LX-SUB > WS-TD-COUNT
               MOVE SPACES TO SW-KEY
               MOVE 'D' TO SW-KEY(1:1)
               MOVE TD-ID-TBL(WS-LX-SUB) TO SW-KEY(2:5)
               MOVE WS-LX-SUB TO SW-POS
               RELEASE SORTWK-RECORD
               ADD 1 TO WS-LX-SUB
           END-PERFORM
           MOVE 1 TO WS-LX-SUB
           PERFORM UNTIL WS-LX-SUB > WS-KR-COUNT
               MOVE SPACES TO SW-KEY
               MOVE 'K' TO SW-KEY(1:1)
               MOVE KR-ACCOUNT-TBL(WS-LX-SUB) TO SW-KEY(2:5)
               MOVE WS-LX-SUB TO SW-POS
               RELEASE SORTWK-RECORD
               ADD 1 TO WS-LX-SUB
           END-PERFORM
           MOVE 1 TO WS-LX-SUB
           PERFORM UNTIL WS-LX-SUB > WS-ODP-COUNT
               MOVE SPACES TO SW-KEY
               MOVE 'O' TO SW-KEY(1:1)
               MOVE LKP-ID-TBL(WS-LX-SUB) TO SW-KEY(2:5)
               MOVE WS-LX-SUB TO SW-POS
               RELEASE SORTWK-RECORD
               ADD 1 TO WS-LX-SUB
           END-PERFORM
           MOVE 1 TO WS-LX-SUB
           PERFORM UNTIL WS-LX-SUB > WS-STOP-COUNT
               MOVE SPACES TO SW-KEY
               MOVE 'S' TO SW-KEY(1:1)
               MOVE SP-ID-TBL(WS-LX-SUB) TO SW-KEY(2:5)
               MOVE WS-LX-SUB TO SW-POS
               RELEASE SORTWK-RECORD
               ADD 1 TO WS-LX-SUB
           END-PERFORM
           MOVE 1 TO WS-LX-SUB
           PERFORM UNTIL WS-LX-SUB > WS-PY-COUNT
               MOVE 'P' TO SW-KEY(1:1)
               MOVE PY-ID-TBL(WS-LX-SUB) TO SW-KEY(2:5)
               MOVE PY-TO-TBL(WS-LX-SUB) TO SW-KEY(7:5)
               MOVE WS-LX-SUB TO SW-POS
               RELEASE SORTWK-RECORD
               ADD 1 TO WS-LX-SUB
           END-PERFORM.
       RETURN-LOOKUP-KEYS.
           MOVE 0 TO WS-LX-COUNT
           MOVE 'N' TO WS-LX-EOF
           PERFORM UNTIL WS-LX-EOF = 'Y'
               RETURN SORTWK-FILE
                   AT END MOVE 'Y' TO WS-LX-EOF
                   NOT AT END
                       ADD 1 TO WS-LX-COUNT
                       MOVE SW-KEY TO LX-KEY-TBL(WS-LX-COUNT)
                       MOVE SW-POS TO LX-POS-TBL(WS-LX-COUNT)
               END-RETURN
           END-PERFORM.
       FIND-ACCOUNT-KEY-RANGE.
           MOVE 1 TO WS-HV-A-FIRST
           MOVE 0 TO WS-HV-A-LAST
           MOVE 1 TO WS-LX-SUB
           PERFORM UNTIL WS-LX-SUB > WS-LX-COUNT
               IF LX-KEY-TBL(WS-LX-SUB)(1:1) = 'A'
                   IF WS-HV-A-LAST = 0
                       MOVE WS-LX-SUB TO WS-HV-A-FIRST
                   END-IF
                   MOVE WS-LX-SUB TO WS-HV-A-LAST
               END-IF
               ADD 1 TO WS-LX-SUB
           END-PERFORM.
       SEARCH-LOOKUP-INDEX.
           MOVE 0 TO WS-LX-HIT
           MOVE 1 TO WS-LX-LOW
           MOVE WS-LX-COUNT TO WS-LX-HIGH
           PERFORM UNTIL WS-LX-LOW > WS-LX-HIGH
               COMPUTE WS-LX-MID = (WS-LX-LOW + WS-LX-HIGH) / 2
               IF LX-KEY-TBL(WS-LX-MID) < WS-LX-WANT
                   COMPUTE WS-LX-LOW = WS-LX-MID + 1
               ELSE
                   IF LX-KEY-TBL(WS-LX-MID) = WS-LX-WANT
                       MOVE WS-LX-MID TO WS-LX-HIT
                   END-IF
                   COMPUTE WS-LX-HIGH = WS-LX-MID - 1
               END-IF
           END-PERFORM.
       LOOKUP-ACCOUNT-KEY.
           MOVE 0 TO WS-LX-ACCT
           MOVE SPACES TO WS-LX-WANT
           MOVE 'A' TO WS-LX-WANT-CODE
           MOVE WS-LX-ACCT-ID TO WS-LX-WANT-KEY
           PERFORM SEARCH-LOOKUP-INDEX
           IF WS-LX-HIT > 0
               MOVE LX-POS-TBL(WS-LX-HIT) TO WS-LX-ACCT
           END-IF.
       LOAD-HELD-BY-ACCOUNT.
           MOVE 1 TO WS-LX-SUB
           PERFORM UNTIL WS-LX-SUB > WS-MAX-ENTRIES
               MOVE 0 TO AH-HELD-TBL(WS-LX-SUB)
               MOVE 'N' TO AH-LINKED-TBL(WS-LX-SUB)
               ADD 1 TO WS-LX-SUB
           END-PERFORM
           MOVE 'N' TO WS-HOLDS-EOF
           MOVE SPACES TO WS-HOLDS-PATH
           ACCEPT WS-HOLDS-PATH FROM ENVIRONMENT "HOLDS_PATH"
           IF WS-HOLDS-PATH = SPACES
               MOVE "/app/accounts/HOLDS.DAT" TO WS-HOLDS-PATH
           END-IF
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS = "00"
               PERFORM UNTIL WS-HOLDS-EOF = 'Y'
                   READ HOLDS-FILE INTO HOLD-RECORD
                   AT END MOVE 'Y' TO WS-HOLDS-EOF
                   NOT AT END
                       MOVE HD-ID TO WS-LX-ACCT-ID
                       PERFORM LOOKUP-ACCOUNT-KEY
                       IF WS-LX-ACCT > 0
                           ADD HD-MONTO TO AH-HELD-TBL(WS-LX-ACCT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF
           PERFORM SET-FLOAT-PATHS
           IF WS-BUSINESS-DATE > 0
               MOVE WS-BUSINESS-DATE TO WS-FLOAT-DATE
           ELSE
               ACCEPT WS-FLOAT-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE 'N' TO WS-FLOAT-EOF
           OPEN INPUT FLOAT-FILE
           IF WS-FLOAT-STATUS = "00"
               PERFORM UNTIL WS-FLOAT-EOF = 'Y'
                   READ FLOAT-FILE INTO FLOAT-RECORD
                   AT END MOVE 'Y' TO WS-FLOAT-EOF
                   NOT AT END
                       IF FH-STATUS = 'H'
                               AND FH-MONTO NUMERIC
                               AND FH-RELEASE NUMERIC
                               AND FH-RELEASE > WS-FLOAT-DATE
                           MOVE FH-ID TO WS-LX-ACCT-ID
                           PERFORM LOOKUP-ACCOUNT-KEY
                           IF WS-LX-ACCT > 0
                               ADD FH-MONTO
                                   TO AH-HELD-TBL(WS-LX-ACCT)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FLOAT-FILE
           END-IF.
       MARK-LINKED-ACCOUNTS.
           MOVE 1 TO WS-TRANS-INDEX
           PERFORM UNTIL WS-TRANS-INDEX > WS-TRANS-COUNT
               IF TB-TIPO-TBL(WS-TRANS-INDEX) = 'T'
                   MOVE TB-ID-TBL(WS-TRANS-INDEX) TO WS-LX-ACCT-ID
                   PERFORM MARK-ACCOUNT-LINKED
                   MOVE TB-TO-TBL(WS-TRANS-INDEX) TO WS-LX-ACCT-ID
                   PERFORM MARK-ACCOUNT-LINKED
               END-IF
               ADD 1 TO WS-TRANS-INDEX
           END-PERFORM
           MOVE 1 TO WS-ODP-INDEX
           PERFORM UNTIL WS-ODP-INDEX > WS-ODP-COUNT
               MOVE LKP-ID-TBL(WS-ODP-INDEX) TO WS-LX-ACCT-ID
               PERFORM MARK-ACCOUNT-LINKED
               MOVE LKP-FUND-TBL(WS-ODP-INDEX) TO WS-LX-ACCT-ID
               PERFORM MARK-ACCOUNT-LINKED
               ADD 1 TO WS-ODP-INDEX
           END-PERFORM
           IF WS-ENTITY-IC-ACCT NOT = SPACES
               MOVE WS-ENTITY-IC-ACCT TO WS-LX-ACCT-ID
               PERFORM MARK-ACCOUNT-LINKED
           END-IF.
       MARK-ACCOUNT-LINKED.
           PERFORM LOOKUP-ACCOUNT-KEY
           IF WS-LX-ACCT > 0
               MOVE 'Y' TO AH-LINKED-TBL(WS-LX-ACCT)
           END-IF.
       RELEASE-TRANS-KEYS.
           MOVE 0 TO WS-HV-LINKED-COUNT
           MOVE 1 TO WS-TRANS-INDEX
           PERFORM UNTIL WS-TRANS-INDEX > WS-TRANS-COUNT
               PERFORM FIND-TRANS-KEY-ACCOUNT
               MOVE SPACES TO SW-KEY
               MOVE WS-TRANS-INDEX TO SW-POS
               MOVE TB-ID-TBL(WS-TRANS-INDEX) TO WS-LX-ACCT-ID
               IF WS-HV-KEY-ACCT NOT = SPACES
                   MOVE WS-HV-KEY-ACCT TO WS-LX-ACCT-ID
               END-IF
               PERFORM LOOKUP-ACCOUNT-KEY
               IF WS-LX-ACCT > 0
                       AND AH-LINKED-TBL(WS-LX-ACCT) = 'Y'
                   MOVE '0' TO SW-KEY(1:1)
                   ADD 1 TO WS-HV-LINKED-COUNT
               ELSE
                   MOVE '1' TO SW-KEY(1:1)
                   MOVE WS-LX-ACCT-ID TO SW-KEY(2:5)
               END-IF
               RELEASE SORTWK-RECORD
               ADD 1 TO WS-TRANS-INDEX
           END-PERFORM.
       FIND-TRANS-KEY-ACCOUNT.
           MOVE SPACES TO WS-HV-KEY-ACCT
           IF TB-VIRTUAL-TBL(WS-TRANS-INDEX) NUMERIC
               MOVE SPACES TO WS-LX-WANT
               MOVE 'V' TO WS-LX-WANT-CODE
               MOVE TB-VIRTUAL-TBL(WS-TRANS-INDEX) TO WS-LX-WANT-KEY
               PERFORM SEARCH-LOOKUP-INDEX
               IF WS-LX-HIT > 0
                   MOVE LX-POS-TBL(WS-LX-HIT) TO WS-VA-INDEX
                   MOVE VA-MASTER-TBL(WS-VA-INDEX) TO WS-HV-KEY-ACCT
               END-IF
           END-IF.
       RETURN-TRANS-KEYS.
           MOVE 0 TO WS-TS-COUNT
           MOVE 'N' TO WS-TS-EOF
           PERFORM UNTIL WS-TS-EOF = 'Y'
               RETURN SORTWK-FILE
                   AT END MOVE 'Y' TO WS-TS-EOF
                   NOT AT END
                       ADD 1 TO WS-TS-COUNT
                       MOVE SW-KEY(1:1) TO TS-GROUP-TBL(WS-TS-COUNT)
                       MOVE SW-POS TO TS-POS-TBL(WS-TS-COUNT)
               END-RETURN
           END-PERFORM.
       POST-SORTED-BATCH.
           MOVE 'N' TO WS-HV-MERGE
           MOVE WS-HV-A-FIRST TO WS-HV-CURSOR
           MOVE 1 TO WS-TS-INDEX
           PERFORM UNTIL WS-TS-INDEX > WS-TS-COUNT
               IF TS-GROUP-TBL(WS-TS-INDEX) = '1'
                   MOVE 'Y' TO WS-HV-MERGE
               END-IF
               MOVE TS-POS-TBL(WS-TS-INDEX) TO WS-TRANS-INDEX
               PERFORM POST-BATCH-ENTRY
               ADD 1 TO WS-TS-INDEX
           END-PERFORM
           MOVE 'N' TO WS-HV-MERGE.
       TAKE-HV-CLOCK.
           ACCEPT WS-HV-CLOCK FROM TIME
           COMPUTE WS-HV-CS = WS-HV-CLOCK-HH * 360000
               + WS-HV-CLOCK-MM * 6000
               + WS-HV-CLOCK-SS * 100
               + WS-HV-CLOCK-CC.
       COMPUTE-HV-ELAPSED.
           COMPUTE WS-HV-ELAPSED = WS-HV-CS - WS-HV-ELAPSED
           IF WS-HV-ELAPSED < 0
               ADD 8640000 TO WS-HV-ELAPSED
           END-IF.
       CHECK-BACK-VALUE-DATE.
           MOVE 'N' TO WS-BV-ACTIVE
           MOVE 0 TO WS-BV-DAYS
           IF TR-VALUE-DATE NUMERIC
                   AND TR-VALUE-DATE NOT = "00000000"
                   AND WS-BUSINESS-DATE > 0
               MOVE TR-VALUE-DATE TO WS-BV-DATE
               COMPUTE WS-BV-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(TR-VALUE-DATE))
               COMPUTE WS-BV-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                       - WS-BV-INT
               IF WS-BV-DAYS > 0
                   IF WS-BV-DAYS > WS-BV-WINDOW
                       MOVE "FECHA VALOR FUERA DE PLAZO"
                           TO WS-DISPOSITION
                   ELSE
                       MOVE 'Y' TO WS-BV-ACTIVE
                   END-IF
               END-IF
           END-IF.
       WRITE-BACKVALUE-ADJUSTMENT.
           MOVE SPACES TO WS-BACKVAL-PATH
           ACCEPT WS-BACKVAL-PATH
               FROM ENVIRONMENT "BACKVALUE_ADJ_PATH"
           IF WS-BACKVAL-PATH = SPACES
               MOVE "accounts/BACKVALUE_ADJ.DAT" TO WS-BACKVAL-PATH
           END-IF
           OPEN EXTEND BACKVAL-FILE
           IF WS-BACKVAL-STATUS NOT = "00" AND
                   WS-BACKVAL-STATUS NOT = "05"
               CLOSE BACKVAL-FILE
               OPEN OUTPUT BACKVAL-FILE
           END-IF
           MOVE SPACES TO BACKVAL-RECORD
           MOVE TR-ID TO BV-ID
           MOVE WS-CONVERTED-AMT TO BV-MONTO
           MOVE TR-TIPO TO BV-TIPO
           MOVE WS-BV-DATE TO BV-VALUE-DATE
           MOVE WS-BUSINESS-DATE TO BV-POST-DATE
           MOVE WS-BV-DAYS TO BV-GAP-DAYS
           WRITE BACKVAL-RECORD
           CLOSE BACKVAL-FILE
           DISPLAY "BACK-VALUED " TR-ID " VALUE " WS-BV-DATE
           STRING WS-JRN-DATE WS-OUTPAY-SEQ
               DELIMITED BY SIZE
               INTO WS-OUTPAY-REF
           PERFORM LOOKUP-BENEFICIARY-IBAN
           OPEN EXTEND OUTPAY-FILE
           IF WS-OUTPAY-STATUS NOT = "00" AND
                   WS-OUTPAY-STATUS NOT = "05"
           MOVE AC-CURRENCY-TBL(WS-SOURCE-INDEX) TO OP-CURRENCY
           MOVE WS-JRN-DATE TO OP-DATE
           MOVE 'P' TO OP-STATUS
           MOVE WS-BENEF-IBAN TO OP-BENEF-IBAN
           WRITE OUTPAY-RECORD
           CLOSE OUTPAY-FILE.
       LOOKUP-BENEFICIARY-IBAN.
           MOVE SPACES TO WS-BENEFIBAN-PATH
           ACCEPT WS-BENEFIBAN-PATH
               FROM ENVIRONMENT "BENEF_IBAN_PATH"
           IF WS-BENEFIBAN-PATH = SPACES
               MOVE "accounts/BENEF_IBAN.DAT" TO WS-BENEFIBAN-PATH
           END-IF
           MOVE SPACES TO WS-BENEF-IBAN
           MOVE 'N' TO WS-BENEFIBAN-EOF
           OPEN INPUT BENEFIBAN-FILE
           IF WS-BENEFIBAN-STATUS = "00"
               PERFORM UNTIL WS-BENEFIBAN-EOF = 'Y'
                   READ BENEFIBAN-FILE
                   AT END MOVE 'Y' TO WS-BENEFIBAN-EOF
                   NOT AT END
                       IF BI-TO-ID = TR-TO-ID
                           MOVE BI-IBAN TO WS-BENEF-IBAN
                           MOVE 'Y' TO WS-BENEFIBAN-EOF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BENEFIBAN-FILE
           END-IF.
       SEED-OUTPAY-SEQUENCE.
           MOVE 'Y' TO WS-OUTPAY-SEEDED
           MOVE 0 TO WS-OUTPAY-SEQ
           ACCEPT WS-TIME FROM TIME
           MOVE SPACES TO PEND-RECORD
           MOVE TR-ID TO PEND-ID
           IF TR-ES-TRANSFERENCIA OR TR-ES-PAGO-SERVICIO
               MOVE TR-TO-ID TO PEND-TO-ID
           ELSE
               MOVE SPACES TO PEND-TO-ID
           MOVE WS-CONVERTED-AMT TO PEND-MONTO
           MOVE TR-TIPO TO PEND-TIPO
           MOVE AC-CURRENCY-TBL(WS-TABLE-INDEX) TO PEND-CURRENCY
           IF TR-ES-PAGO-SERVICIO OR WS-VA-APPLIED = 'Y'
               MOVE TR-NARRATIVE TO PEND-REFERENCE
           END-IF
           STRING WS-DATE DELIMITED BY SIZE
                  WS-TIME DELIMITED BY SIZE
               INTO PEND-TIMESTAMP
           END-IF
           WRITE SUSPENSE-RECORD
           CLOSE SUSPENSE-FILE.
       RESOLVE-VIRTUAL-ACCOUNT.
           MOVE 'N' TO WS-VA-APPLIED
           MOVE 'N' TO WS-VA-UNAPPLIED
           IF TR-VIRTUAL NUMERIC
               IF WS-VA-LOADED = 'N'
                   PERFORM LOAD-VIRTUAL-TABLE
               END-IF
               MOVE 0 TO WS-VA-PICKED
               IF WS-HV-ON = 'Y'
                   MOVE 'V' TO WS-LX-WANT-CODE
                   MOVE TR-VIRTUAL TO WS-LX-WANT-KEY
                   PERFORM SEARCH-LOOKUP-INDEX
                   IF WS-LX-HIT > 0
                       MOVE LX-POS-TBL(WS-LX-HIT) TO WS-VA-PICKED
                   END-IF
               ELSE
                   MOVE 1 TO WS-VA-INDEX
                   PERFORM UNTIL WS-VA-INDEX > WS-VA-COUNT
                       IF VA-NUMBER-TBL(WS-VA-INDEX) = TR-VIRTUAL
                           MOVE WS-VA-INDEX TO WS-VA-PICKED
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-VA-INDEX
                   END-PERFORM
               END-IF
               IF WS-VA-PICKED = 0
                   IF TR-ID = SPACES AND TR-ES-CREDITO
                           AND WS-VA-COUNT > 0
                       MOVE 'Y' TO WS-VA-UNAPPLIED
                       MOVE "UNKNOWN" TO WS-VA-REASON
                       MOVE "CUENTA VIRTUAL NO EXISTE"
                           TO WS-DISPOSITION
                   END-IF
               ELSE
               IF NOT TR-ES-CREDITO
                   MOVE VA-MASTER-TBL(WS-VA-PICKED) TO TR-ID
                   MOVE "CUENTA VIRTUAL SOLO CREDITOS"
                       TO WS-DISPOSITION
               ELSE
               IF VA-STATUS-TBL(WS-VA-PICKED) NOT = 'A'
                   MOVE 'Y' TO WS-VA-UNAPPLIED
                   MOVE "CLOSED" TO WS-VA-REASON
                   MOVE "CUENTA VIRTUAL CERRADA" TO WS-DISPOSITION
               ELSE
                   MOVE 'Y' TO WS-VA-APPLIED
                   MOVE VA-MASTER-TBL(WS-VA-PICKED) TO TR-ID
                   MOVE TR-NARRATIVE TO WS-VA-NARRATIVE
                   MOVE SPACES TO TR-NARRATIVE
                   STRING TR-VIRTUAL " " WS-VA-NARRATIVE(1:14)
                       DELIMITED BY SIZE
                       INTO TR-NARRATIVE
               END-IF
               END-IF
               END-IF
           END-IF.
       LOAD-VIRTUAL-TABLE.
           MOVE 'Y' TO WS-VA-LOADED
           MOVE SPACES TO WS-VIRTUAL-PATH
           ACCEPT WS-VIRTUAL-PATH
               FROM ENVIRONMENT "VIRTUAL_ACCOUNTS_PATH"
           IF WS-VIRTUAL-PATH = SPACES
               MOVE "/app/accounts/VIRTUAL_ACCOUNTS.DAT"
                   TO WS-VIRTUAL-PATH
           END-IF
           MOVE 'N' TO WS-VA-EOF
           MOVE 0 TO WS-VA-COUNT
           OPEN INPUT VIRTUAL-FILE
           IF WS-VIRTUAL-STATUS = "00"
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
       WRITE-VIRTUAL-UNAPPLIED.
           ADD 1 TO WS-RL-REJECTED
           MOVE SPACES TO WS-UNAPPLIED-PATH
           ACCEPT WS-UNAPPLIED-PATH FROM ENVIRONMENT "VA_UNAPPLIED_PATH"
           IF WS-UNAPPLIED-PATH = SPACES
               MOVE "/app/accounts/VA_UNAPPLIED.DAT"
                   TO WS-UNAPPLIED-PATH
           END-IF
           MOVE SPACES TO UNAPPLIED-RECORD
           IF WS-BUSINESS-DATE > 0
               MOVE WS-BUSINESS-DATE TO UA-DATE
           ELSE
               ACCEPT UA-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE TR-VIRTUAL TO UA-VIRTUAL
           IF WS-VA-PICKED > 0
               MOVE VA-MASTER-TBL(WS-VA-PICKED) TO UA-MASTER
           END-IF
           MOVE TR-MONTO TO UA-MONTO
           MOVE TR-CURRENCY TO UA-CURRENCY
           MOVE WS-VA-REASON TO UA-REASON
           MOVE "PROCESADOR-PAGO" TO UA-SOURCE
           MOVE TR-NARRATIVE TO UA-NARRATIVE
           OPEN EXTEND UNAPPLIED-FILE
           IF WS-UNAPPLIED-STATUS NOT = "00" AND
                   WS-UNAPPLIED-STATUS NOT = "05"
               CLOSE UNAPPLIED-FILE
               OPEN OUTPUT UNAPPLIED-FILE
           END-IF
           WRITE UNAPPLIED-RECORD
           CLOSE UNAPPLIED-FILE.
       POST-BILL-PAYMENT.
           PERFORM POST-DEBIT
           IF WS-DISPOSITION = "OK"
               PERFORM WRITE-BILL-COLLECTION
               PERFORM POST-FTT-CHARGE
           END-IF.
       CHECK-BILLER-FOR-PAYMENT.
           IF WS-BL-LOADED = 'N'
               PERFORM LOAD-BILLER-TABLE
           END-IF
           MOVE 0 TO WS-BL-PICKED
           MOVE 1 TO WS-BL-INDEX
           PERFORM UNTIL WS-BL-INDEX > WS-BL-COUNT
               IF BL-ID-TBL(WS-BL-INDEX) = TR-TO-ID
                   MOVE WS-BL-INDEX TO WS-BL-PICKED
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-BL-INDEX
           END-PERFORM
           IF WS-BL-PICKED = 0
               MOVE "FACTURADOR NO EXISTE" TO WS-DISPOSITION
           ELSE
           IF BL-STATUS-TBL(WS-BL-PICKED) NOT = 'A'
               MOVE "FACTURADOR INACTIVO" TO WS-DISPOSITION
           ELSE
           IF TR-NARRATIVE = SPACES
               MOVE "REFERENCIA FALTANTE" TO WS-DISPOSITION
           END-IF
           END-IF
           END-IF.
       LOAD-BILLER-TABLE.
           MOVE 'Y' TO WS-BL-LOADED
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
                           MOVE BL-STATUS
                               TO BL-STATUS-TBL(WS-BL-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BILLER-FILE
           END-IF.
       WRITE-BILL-COLLECTION.
           MOVE SPACES TO WS-BILL-CLEARING
           ACCEPT WS-BILL-CLEARING
               FROM ENVIRONMENT "BILLPAY_CLEARING_ACCOUNT"
           IF WS-BILL-CLEARING = SPACES
               MOVE "99994" TO WS-BILL-CLEARING
           END-IF
           MOVE SPACES TO WS-BILLCOLL-PATH
           ACCEPT WS-BILLCOLL-PATH
               FROM ENVIRONMENT "BILL_COLLECTIONS_PATH"
           IF WS-BILLCOLL-PATH = SPACES
               MOVE "/app/accounts/BILL_COLLECTIONS.DAT"
                   TO WS-BILLCOLL-PATH
           END-IF
           MOVE SPACES TO BILLCOLL-RECORD
           MOVE TR-TO-ID TO BC-BILLER
           MOVE TR-ID TO BC-ACCOUNT
           MOVE WS-CONVERTED-AMT TO BC-MONTO
           MOVE AC-CURRENCY-TBL(WS-TABLE-INDEX) TO BC-CURRENCY
           MOVE TR-NARRATIVE TO BC-REFERENCE
           MOVE WS-JRN-DATE TO BC-DATE
           MOVE WS-JRN-SEQ TO BC-SEQ
           MOVE 'P' TO BC-STATUS
           OPEN EXTEND BILLCOLL-FILE
           IF WS-BILLCOLL-STATUS NOT = "00" AND
                   WS-BILLCOLL-STATUS NOT = "05"
               CLOSE BILLCOLL-FILE
               OPEN OUTPUT BILLCOLL-FILE
           END-IF
           WRITE BILLCOLL-RECORD
           CLOSE BILLCOLL-FILE
           MOVE WS-BILL-CLEARING TO WS-JOURNAL-ID
           MOVE WS-CONVERTED-AMT TO WS-JOURNAL-AMT
           MOVE 'C' TO WS-JOURNAL-TIPO
           MOVE AC-CURRENCY-TBL(WS-TABLE-INDEX) TO WS-JRN-CURRENCY
           MOVE 0 TO WS-JRN-BALANCE
           PERFORM WRITE-JOURNAL-LINE.
       POST-DEBIT.
           PERFORM CHECK-STOP-PAYMENT
           MOVE TR-ID TO WS-TD-CHECK-ID
           PERFORM CHECK-TERM-DEPOSIT-LOCK
           PERFORM CHECK-KYC-RESTRICTION
           IF WS-STOPPED = 'Y'
               MOVE "STOP PAGO" TO WS-DISPOSITION
               PERFORM WRITE-STOPPED-REJECT
           ELSE
           IF WS-TD-LOCKED = 'Y' OR WS-KYC-RESTRICTED = 'Y'
               IF WS-TD-LOCKED = 'Y'
                   MOVE "DEPOSITO A PLAZO VIGENTE" TO WS-DISPOSITION
               ELSE
                   MOVE "RESTRICCION KYC" TO WS-DISPOSITION
               END-IF
               PERFORM WRITE-SUSPENSE-RECORD
           ELSE
           IF AC-ES-LOAN-TBL(WS-TABLE-INDEX)
                   MOVE "LIMITE DE RETIROS" TO WS-DISPOSITION
                   PERFORM WRITE-SUSPENSE-RECORD
               ELSE
                   MOVE WS-TABLE-INDEX TO WS-FTT-INDEX
                   MOVE TR-TIPO TO WS-FTT-KIND
                   MOVE WS-CONVERTED-AMT TO WS-FTT-BASE
                   MOVE 'N' TO WS-FTT-EXEMPT
                   PERFORM COMPUTE-FTT
                   PERFORM SUM-FACILITY-EXTRA
                   COMPUTE WS-AVAILABLE =
                       AC-SALDO-TBL(WS-TABLE-INDEX) - WS-HELD-AMOUNT
                   IF WS-AVAILABLE
                           + AC-OVERDRAFT-TBL(WS-TABLE-INDEX)
                           + WS-FAC-EXTRA
                           < WS-FTT-GROSS
                       COMPUTE WS-PROJ-SHORTFALL = WS-FTT-GROSS
                           - WS-AVAILABLE
                           - AC-OVERDRAFT-TBL(WS-TABLE-INDEX)
                           - WS-FAC-EXTRA
                   END-IF
                   COMPUTE WS-PROJ-BALANCE =
                       AC-SALDO-TBL(WS-TABLE-INDEX)
                       + WS-PROJ-SHORTFALL - WS-FTT-GROSS
                   IF WS-PD-PICKED > 0
                           AND WS-PROJ-BALANCE
                               < PD-MIN-BAL-TBL(WS-PD-PICKED)
                       IF WS-AVAILABLE
                               + AC-OVERDRAFT-TBL(WS-TABLE-INDEX)
                               + WS-FAC-EXTRA
                               >= WS-FTT-GROSS
                           COMPUTE WS-NEW-BALANCE =
                               AC-SALDO-TBL(WS-TABLE-INDEX)
                                   - WS-CONVERTED-AMT
                               TO WS-JRN-CURRENCY
                           MOVE WS-NEW-BALANCE TO WS-JRN-BALANCE
                           PERFORM WRITE-JOURNAL-LINE
                           IF NOT TR-ES-PAGO-SERVICIO
                               PERFORM POST-FTT-CHARGE
                           END-IF
                           PERFORM COUNT-SAVINGS-DEBIT
                           MOVE "OK" TO WS-DISPOSITION
                       ELSE
           ELSE
               ACCEPT WS-FAC-DATE FROM DATE YYYYMMDD
           END-IF
           IF WS-HV-ON = 'Y'
               PERFORM SUM-FACILITY-KEYED
           ELSE
               MOVE 1 TO WS-FA-INDEX
               PERFORM UNTIL WS-FA-INDEX > WS-FA-COUNT
                   PERFORM TAKE-FACILITY-EXTRA
                   ADD 1 TO WS-FA-INDEX
               END-PERFORM
           END-IF.
       SUM-FACILITY-KEYED.
           MOVE 'F' TO WS-LX-WANT-CODE
           MOVE TR-ID TO WS-LX-WANT-KEY
           PERFORM SEARCH-LOOKUP-INDEX
           IF WS-LX-HIT > 0
               MOVE WS-LX-HIT TO WS-LX-SCAN
               PERFORM UNTIL WS-LX-SCAN > WS-LX-COUNT
                   IF LX-KEY-TBL(WS-LX-SCAN) NOT = WS-LX-WANT
                       EXIT PERFORM
                   END-IF
                   MOVE LX-POS-TBL(WS-LX-SCAN) TO WS-FA-INDEX
                   PERFORM TAKE-FACILITY-EXTRA
                   ADD 1 TO WS-LX-SCAN
               END-PERFORM
           END-IF.
       TAKE-FACILITY-EXTRA.
           IF FA-ID-TBL(WS-FA-INDEX) = TR-ID
                   AND FA-START-TBL(WS-FA-INDEX) <= WS-FAC-DATE
                   AND FA-EXPIRY-TBL(WS-FA-INDEX) >= WS-FAC-DATE
               ADD FA-EXTRA-TBL(WS-FA-INDEX) TO WS-FAC-EXTRA
           END-IF.
       LOAD-FACILITY-TABLE.
           MOVE 'Y' TO WS-FA-LOADED
           MOVE SPACES TO WS-FACILITY-PATH
       CHECK-PRODUCT-TIPO.
           MOVE 'Y' TO WS-TIPO-OK
           PERFORM FIND-PRODUCT-RULE
           MOVE TR-TIPO TO WS-TIPO-CHECK
           IF TR-ES-PAGO-SERVICIO
               MOVE 'D' TO WS-TIPO-CHECK
           END-IF
           IF WS-PD-PICKED > 0
               IF WS-TIPO-CHECK NOT = PD-TIPOS-TBL(WS-PD-PICKED)(1:1)
                       AND WS-TIPO-CHECK
                           NOT = PD-TIPOS-TBL(WS-PD-PICKED)(2:1)
                       AND WS-TIPO-CHECK
                           NOT = PD-TIPOS-TBL(WS-PD-PICKED)(3:1)
                   MOVE 'N' TO WS-TIPO-OK
               END-IF
           ELSE
               ACCEPT WS-TD-CHECK-DATE FROM DATE YYYYMMDD
           END-IF
           IF WS-HV-ON = 'Y'
               PERFORM CHECK-TERM-DEPOSIT-KEYED
           ELSE
               MOVE 1 TO WS-TD-INDEX
               PERFORM UNTIL WS-TD-INDEX > WS-TD-COUNT
                   PERFORM JUDGE-TERM-DEPOSIT
                   IF WS-TD-LOCKED = 'Y'
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-TD-INDEX
               END-PERFORM
           END-IF.
       CHECK-TERM-DEPOSIT-KEYED.
           MOVE 'D' TO WS-LX-WANT-CODE
           MOVE WS-TD-CHECK-ID TO WS-LX-WANT-KEY
           PERFORM SEARCH-LOOKUP-INDEX
           IF WS-LX-HIT > 0
               MOVE WS-LX-HIT TO WS-LX-SCAN
               PERFORM UNTIL WS-LX-SCAN > WS-LX-COUNT
                   IF LX-KEY-TBL(WS-LX-SCAN) NOT = WS-LX-WANT
                       EXIT PERFORM
                   END-IF
                   MOVE LX-POS-TBL(WS-LX-SCAN) TO WS-TD-INDEX
                   PERFORM JUDGE-TERM-DEPOSIT
                   IF WS-TD-LOCKED = 'Y'
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-LX-SCAN
               END-PERFORM
           END-IF.
       JUDGE-TERM-DEPOSIT.
           IF TD-ID-TBL(WS-TD-INDEX) = WS-TD-CHECK-ID
                   AND TD-STATUS-TBL(WS-TD-INDEX) = 'A'
                   AND TD-MATURITY-TBL(WS-TD-INDEX)
                       > WS-TD-CHECK-DATE
               MOVE 'Y' TO WS-TD-LOCKED
           END-IF.
       LOAD-TERMDEP-TABLE.
           MOVE 'Y' TO WS-TD-LOADED
           MOVE SPACES TO WS-TERMDEP-PATH
               END-PERFORM
               CLOSE TERMDEP-FILE
           END-IF.
       CHECK-KYC-RESTRICTION.
           MOVE 'N' TO WS-KYC-RESTRICTED
           IF WS-KR-LOADED = 'N'
               PERFORM LOAD-KYCRESTR-TABLE
           END-IF
           IF WS-HV-ON = 'Y'
               MOVE 'K' TO WS-LX-WANT-CODE
               MOVE WS-TD-CHECK-ID TO WS-LX-WANT-KEY
               PERFORM SEARCH-LOOKUP-INDEX
               IF WS-LX-HIT > 0
                   MOVE 'Y' TO WS-KYC-RESTRICTED
               END-IF
           ELSE
               MOVE 1 TO WS-KR-INDEX
               PERFORM UNTIL WS-KR-INDEX > WS-KR-COUNT
                   IF KR-ACCOUNT-TBL(WS-KR-INDEX) = WS-TD-CHECK-ID
                       MOVE 'Y' TO WS-KYC-RESTRICTED
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-KR-INDEX
               END-PERFORM
           END-IF.
       LOAD-KYCRESTR-TABLE.
           MOVE 'Y' TO WS-KR-LOADED
           MOVE SPACES TO WS-KYCRESTR-PATH
           ACCEPT WS-KYCRESTR-PATH
               FROM ENVIRONMENT "KYC_RESTRICTED_PATH"
           IF WS-KYCRESTR-PATH = SPACES
               MOVE "accounts/KYC_RESTRICTED.DAT" TO WS-KYCRESTR-PATH
           END-IF
           MOVE 'N' TO WS-KR-EOF
           MOVE 0 TO WS-KR-COUNT
           OPEN INPUT KYCRESTR-FILE
           IF WS-KYCRESTR-STATUS = "00"
               PERFORM UNTIL WS-KR-EOF = 'Y' OR WS-KR-COUNT >= 20000
                   READ KYCRESTR-FILE INTO KYCRESTR-RECORD
                   AT END MOVE 'Y' TO WS-KR-EOF
                   NOT AT END
                       IF KR-ACCOUNT NOT = SPACES
                           ADD 1 TO WS-KR-COUNT
                           MOVE KR-ACCOUNT
                               TO KR-ACCOUNT-TBL(WS-KR-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE KYCRESTR-FILE
           END-IF.
       ATTEMPT-OD-PROTECT-SWEEP.
           MOVE 'N' TO WS-SWEEP-DONE
           IF WS-ODP-LOADED = 'N'
               PERFORM LOAD-ODPROTECT-TABLE
           END-IF
           MOVE 0 TO WS-ODP-FUND-IX
           IF WS-HV-ON = 'Y'
               PERFORM FIND-OD-FUND-KEYED
           ELSE
               MOVE 1 TO WS-ODP-INDEX
               PERFORM UNTIL WS-ODP-INDEX > WS-ODP-COUNT
                   IF LKP-ID-TBL(WS-ODP-INDEX) = TR-ID
                       PERFORM FIND-OD-FUND-ACCOUNT
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-ODP-INDEX
               END-PERFORM
           END-IF
           IF WS-ODP-FUND-IX > 0
               IF AC-ST-BLOCKED-TBL(WS-ODP-FUND-IX)
                   DISPLAY "OD PROTECT - CUENTA FONDO BLOQUEADA "
                       LKP-FUND-TBL(WS-ODP-INDEX)
               ELSE
                   COMPUTE WS-SHORTFALL = WS-FTT-GROSS
                       - WS-AVAILABLE
                       - AC-OVERDRAFT-TBL(WS-TABLE-INDEX)
                       - WS-FAC-EXTRA
                   END-IF
               END-IF
           END-IF.
       FIND-OD-FUND-ACCOUNT.
           MOVE 1 TO WS-ODP-ACC-INDEX
           PERFORM UNTIL WS-ODP-ACC-INDEX > WS-MAX-ENTRIES
               IF AC-ID-TBL(WS-ODP-ACC-INDEX)
                       = LKP-FUND-TBL(WS-ODP-INDEX)
                   MOVE WS-ODP-ACC-INDEX TO WS-ODP-FUND-IX
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-ODP-ACC-INDEX
           END-PERFORM.
       FIND-OD-FUND-KEYED.
           COMPUTE WS-ODP-INDEX = WS-ODP-COUNT + 1
           MOVE 'O' TO WS-LX-WANT-CODE
           MOVE TR-ID TO WS-LX-WANT-KEY
           PERFORM SEARCH-LOOKUP-INDEX
           IF WS-LX-HIT > 0
               MOVE LX-POS-TBL(WS-LX-HIT) TO WS-ODP-INDEX
               MOVE LKP-FUND-TBL(WS-ODP-INDEX) TO WS-LX-ACCT-ID
               PERFORM LOOKUP-ACCOUNT-KEY
               MOVE WS-LX-ACCT TO WS-ODP-FUND-IX
           END-IF.
       LOAD-ODPROTECT-TABLE.
           MOVE 'Y' TO WS-ODP-LOADED
           MOVE SPACES TO WS-ODPROTECT-PATH
               PERFORM CHECK-CPTY-DISPOSITION
               IF WS-CPTY-CLEARED = 'N'
                   MOVE SPACES TO WS-CPTY-NAME
                   IF WS-HV-ON = 'Y'
                       PERFORM FIND-CPTY-NAME-KEYED
                   ELSE
                       PERFORM FIND-CPTY-NAME
                   END-IF
                   IF WS-CPTY-NAME = SPACES
                           AND TR-NARRATIVE NOT = SPACES
                       MOVE TR-NARRATIVE(1:20) TO WS-CPTY-NAME
                   END-IF
               END-IF
           END-IF.
       FIND-CPTY-NAME.
           MOVE 1 TO WS-ODP-ACC-INDEX
           PERFORM UNTIL WS-ODP-ACC-INDEX > WS-MAX-ENTRIES
               IF AC-ID-TBL(WS-ODP-ACC-INDEX) = TR-TO-ID
                   MOVE AC-NOMBRE-TBL(WS-ODP-ACC-INDEX)
                       TO WS-CPTY-NAME
                   MOVE WS-MAX-ENTRIES
                       TO WS-ODP-ACC-INDEX
               END-IF
               ADD 1 TO WS-ODP-ACC-INDEX
           END-PERFORM.
       FIND-CPTY-NAME-KEYED.
           MOVE TR-TO-ID TO WS-LX-ACCT-ID
           PERFORM LOOKUP-ACCOUNT-KEY
           IF WS-LX-ACCT > 0
               MOVE AC-NOMBRE-TBL(WS-LX-ACCT) TO WS-CPTY-NAME
           END-IF.
       MATCH-CPTY-NAME-LIST.
           MOVE 1 TO WS-DN-INDEX
           PERFORM UNTIL WS-DN-INDEX > WS-DN-COUNT
           PERFORM CHECK-STOP-PAYMENT
           MOVE TR-ID TO WS-TD-CHECK-ID
           PERFORM CHECK-TERM-DEPOSIT-LOCK
           PERFORM CHECK-KYC-RESTRICTION
           IF WS-STOPPED = 'Y'
               MOVE "STOP PAGO" TO WS-DISPOSITION
               PERFORM WRITE-STOPPED-REJECT
           ELSE
           IF WS-TD-LOCKED = 'Y' OR WS-KYC-RESTRICTED = 'Y'
               IF WS-TD-LOCKED = 'Y'
                   MOVE "DEPOSITO A PLAZO VIGENTE" TO WS-DISPOSITION
               ELSE
                   MOVE "RESTRICCION KYC" TO WS-DISPOSITION
               END-IF
               PERFORM WRITE-SUSPENSE-RECORD
           ELSE
           IF AC-ES-LOAN-TBL(WS-SOURCE-INDEX)
                   MOVE "LIMITE DE RETIROS" TO WS-DISPOSITION
                   PERFORM WRITE-SUSPENSE-RECORD
               ELSE
               MOVE WS-SOURCE-INDEX TO WS-FTT-INDEX
               MOVE TR-TIPO TO WS-FTT-KIND
               MOVE WS-CONVERTED-AMT TO WS-FTT-BASE
               PERFORM CHECK-FTT-PAIR
               PERFORM COMPUTE-FTT
               COMPUTE WS-PROJ-BALANCE =
                   AC-SALDO-TBL(WS-SOURCE-INDEX) - WS-FTT-GROSS
               IF WS-PD-PICKED > 0
                       AND WS-PROJ-BALANCE
                           < PD-MIN-BAL-TBL(WS-PD-PICKED)
                   AC-SALDO-TBL(WS-SOURCE-INDEX) - WS-HELD-AMOUNT
               IF WS-AVAILABLE + AC-OVERDRAFT-TBL(WS-SOURCE-INDEX)
                       + WS-FAC-EXTRA
                       >= WS-FTT-GROSS
                   SUBTRACT WS-CONVERTED-AMT
                       FROM AC-SALDO-TBL(WS-SOURCE-INDEX)
                   PERFORM FIND-AND-CREDIT-TARGET
                       MOVE AC-SALDO-TBL(WS-SOURCE-INDEX)
                           TO WS-JRN-BALANCE
                       PERFORM WRITE-JOURNAL-LINE
                       PERFORM POST-FTT-CHARGE
                       MOVE WS-SOURCE-INDEX TO WS-TABLE-INDEX
                       PERFORM COUNT-SAVINGS-DEBIT
                       MOVE "OK" TO WS-DISPOSITION
                           TO WS-JRN-BALANCE
                       PERFORM WRITE-JOURNAL-LINE
                       PERFORM WRITE-OUTGOING-PAYMENT
                       PERFORM POST-FTT-CHARGE
                       MOVE WS-SOURCE-INDEX TO WS-TABLE-INDEX
                       PERFORM COUNT-SAVINGS-DEBIT
                       MOVE "PAGO EXTERNO" TO WS-DISPOSITION
                   ELSE
                       ADD WS-CONVERTED-AMT
                           TO AC-SALDO-TBL(WS-SOURCE-INDEX)
                       IF WS-TARGET-XENTITY = 'Y'
                           MOVE "TRASPASO ENTRE ENTIDADES"
                               TO WS-DISPOSITION
                       ELSE
                           MOVE "CUENTA DESTINO INVALIDA"
                               TO WS-DISPOSITION
                       END-IF
                       PERFORM WRITE-SUSPENSE-RECORD
                   END-IF
                   END-IF
                   ACCEPT WS-PAYEE-DATE FROM DATE YYYYMMDD
               END-IF
               MOVE 'N' TO WS-PAYEE-OK
               IF WS-HV-ON = 'Y'
                   MOVE 'P' TO WS-LX-WANT-CODE
                   MOVE TR-ID TO WS-LX-WANT-KEY(1:5)
                   MOVE TR-TO-ID TO WS-LX-WANT-KEY(6:5)
                   PERFORM SEARCH-LOOKUP-INDEX
                   IF WS-LX-HIT > 0
                       MOVE LX-POS-TBL(WS-LX-HIT) TO WS-PY-INDEX
                       PERFORM JUDGE-PAYEE-AGE
                   END-IF
               ELSE
                   MOVE 1 TO WS-PY-INDEX
                   PERFORM UNTIL WS-PY-INDEX > WS-PY-COUNT
                       IF PY-ID-TBL(WS-PY-INDEX) = TR-ID
                               AND PY-TO-TBL(WS-PY-INDEX) = TR-TO-ID
                           PERFORM JUDGE-PAYEE-AGE
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-PY-INDEX
                   END-PERFORM
               END-IF
           END-IF.
       JUDGE-PAYEE-AGE.
           COMPUTE WS-PAYEE-AGE =
               FUNCTION INTEGER-OF-DATE(WS-PAYEE-DATE)
               - FUNCTION INTEGER-OF-DATE(PY-ADDED-TBL(WS-PY-INDEX))
           IF WS-PAYEE-AGE >= WS-COOLOFF-DAYS
               MOVE 'Y' TO WS-PAYEE-OK
           ELSE
               DISPLAY "PAYEE IN COOLING-OFF " TR-TO-ID
                   " FOR " TR-ID
           END-IF.
       LOAD-PAYEE-TABLE.
           MOVE 'Y' TO WS-PY-LOADED
       CHECK-STOP-PAYMENT.
           MOVE 'N' TO WS-STOPPED
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           IF WS-HV-ON = 'Y'
               PERFORM CHECK-STOP-PAYMENT-KEYED
           ELSE
               MOVE 1 TO WS-STOP-INDEX
               PERFORM UNTIL WS-STOP-INDEX > WS-STOP-COUNT
                   PERFORM JUDGE-STOP-PAYMENT
                   IF WS-STOPPED = 'Y'
                       PERFORM REWRITE-STOP-FILE
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-STOP-INDEX
               END-PERFORM
           END-IF.
       CHECK-STOP-PAYMENT-KEYED.
           MOVE 'S' TO WS-LX-WANT-CODE
           MOVE TR-ID TO WS-LX-WANT-KEY
           PERFORM SEARCH-LOOKUP-INDEX
           IF WS-LX-HIT > 0
               MOVE WS-LX-HIT TO WS-LX-SCAN
               PERFORM UNTIL WS-LX-SCAN > WS-LX-COUNT
                   IF LX-KEY-TBL(WS-LX-SCAN) NOT = WS-LX-WANT
                       EXIT PERFORM
                   END-IF
                   MOVE LX-POS-TBL(WS-LX-SCAN) TO WS-STOP-INDEX
                   PERFORM JUDGE-STOP-PAYMENT
                   IF WS-STOPPED = 'Y'
                       MOVE 'Y' TO WS-STOP-CHANGED
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-LX-SCAN
               END-PERFORM
           END-IF.
       JUDGE-STOP-PAYMENT.
           IF SP-ID-TBL(WS-STOP-INDEX) = TR-ID
                   AND SP-EXPIRY-TBL(WS-STOP-INDEX) >= WS-DATE
                   AND WS-CONVERTED-AMT
                       >= SP-LOW-TBL(WS-STOP-INDEX)
                   AND WS-CONVERTED-AMT
                       <= SP-HIGH-TBL(WS-STOP-INDEX)
                   AND (SP-TO-TBL(WS-STOP-INDEX) = SPACES
                       OR SP-TO-TBL(WS-STOP-INDEX) = TR-TO-ID)
               MOVE 'Y' TO WS-STOPPED
               MOVE 'Y' TO SP-MATCHED-TBL(WS-STOP-INDEX)
           END-IF.
       WRITE-STOPPED-REJECT.
           OPEN EXTEND REJECT-FILE
           IF WS-REJECT-STATUS NOT = "00" AND
       FIND-AND-CREDIT-TARGET.
           MOVE 'N' TO WS-TARGET-FOUND
           MOVE 'N' TO WS-TARGET-BLOCKED
           MOVE 'N' TO WS-TARGET-XENTITY
           IF WS-HV-ON = 'Y'
               MOVE TR-TO-ID TO WS-LX-ACCT-ID
               PERFORM LOOKUP-ACCOUNT-KEY
               IF WS-LX-ACCT > 0
                   MOVE WS-LX-ACCT TO WS-TABLE-INDEX
                   PERFORM CREDIT-FOUND-TARGET
               ELSE
                   COMPUTE WS-TABLE-INDEX = WS-MAX-ENTRIES + 1
               END-IF
           ELSE
               MOVE 1 TO WS-TABLE-INDEX
               PERFORM UNTIL WS-TABLE-INDEX > WS-MAX-ENTRIES
                   IF AC-ID-TBL(WS-TABLE-INDEX) = TR-TO-ID
                       PERFORM CREDIT-FOUND-TARGET
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-TABLE-INDEX
               END-PERFORM
           END-IF.
       CREDIT-FOUND-TARGET.
           IF AC-ENTITY-TBL(WS-TABLE-INDEX)
                   NOT = AC-ENTITY-TBL(WS-SOURCE-INDEX)
               PERFORM ROUTE-INTERCOMPANY
           ELSE
           IF AC-ST-BLOCKED-TBL(WS-TABLE-INDEX)
               DISPLAY "ERROR - CUENTA DESTINO BLOQUEADA "
                   TR-TO-ID
               MOVE 'Y' TO WS-TARGET-BLOCKED
           ELSE
               ADD WS-CONVERTED-AMT TO AC-SALDO-TBL(WS-TABLE-INDEX)
               MOVE 'Y' TO WS-TARGET-FOUND
               MOVE TR-TO-ID TO WS-JOURNAL-ID
               MOVE WS-CONVERTED-AMT TO WS-JOURNAL-AMT
               MOVE 'C' TO WS-JOURNAL-TIPO
               MOVE AC-CURRENCY-TBL(WS-TABLE-INDEX)
                   TO WS-JRN-CURRENCY
               MOVE AC-SALDO-TBL(WS-TABLE-INDEX)
                   TO WS-JRN-BALANCE
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           END-IF.
       ROUTE-INTERCOMPANY.
           MOVE WS-TABLE-INDEX TO WS-IC-TARGET-INDEX
           MOVE 0 TO WS-IC-INDEX
           IF WS-ENTITY-IC-ACCT NOT = SPACES AND WS-IC-COUNT < 5000
               MOVE 1 TO WS-TABLE-INDEX
               PERFORM UNTIL WS-TABLE-INDEX > WS-MAX-ENTRIES
                   IF AC-ID-TBL(WS-TABLE-INDEX) = WS-ENTITY-IC-ACCT
                       IF NOT AC-ST-BLOCKED-TBL(WS-TABLE-INDEX)
                               AND AC-ENTITY-TBL(WS-TABLE-INDEX)
                                   = WS-ENTITY-CODE
                           MOVE WS-TABLE-INDEX TO WS-IC-INDEX
                       END-IF
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-TABLE-INDEX
               END-PERFORM
           END-IF
           IF WS-IC-INDEX = 0
               DISPLAY "ERROR - TRASPASO ENTRE ENTIDADES SIN CUENTA "
                   "INTERCOMPANIA " TR-ID " " TR-TO-ID
               MOVE 'Y' TO WS-TARGET-BLOCKED
               MOVE 'Y' TO WS-TARGET-XENTITY
           ELSE
               ADD WS-CONVERTED-AMT TO AC-SALDO-TBL(WS-IC-INDEX)
               MOVE 'Y' TO WS-TARGET-FOUND
               MOVE WS-ENTITY-IC-ACCT TO WS-JOURNAL-ID
               MOVE WS-CONVERTED-AMT TO WS-JOURNAL-AMT
               MOVE 'C' TO WS-JOURNAL-TIPO
               MOVE AC-CURRENCY-TBL(WS-IC-INDEX) TO WS-JRN-CURRENCY
               MOVE AC-SALDO-TBL(WS-IC-INDEX) TO WS-JRN-BALANCE
               PERFORM WRITE-JOURNAL-LINE
               MOVE SPACES TO ICXFER-RECORD
               MOVE WS-ENTITY-CODE TO IC-FROM-ENTITY
               MOVE AC-ENTITY-TBL(WS-IC-TARGET-INDEX) TO IC-TO-ENTITY
               MOVE TR-ID TO IC-FROM-ID
               MOVE TR-TO-ID TO IC-TO-ID
               MOVE WS-CONVERTED-AMT TO IC-MONTO
               MOVE AC-CURRENCY-TBL(WS-IC-INDEX) TO IC-CURRENCY
               IF WS-BUSINESS-DATE > 0
                   MOVE WS-BUSINESS-DATE TO IC-DATE
               ELSE
                   ACCEPT IC-DATE FROM DATE YYYYMMDD
               END-IF
               MOVE 'P' TO IC-STATUS
               ADD 1 TO WS-IC-COUNT
               MOVE ICXFER-RECORD TO ICXFER-TBL(WS-IC-COUNT)
               MOVE 'Y' TO WS-IC-CHANGED
               DISPLAY "INTERCOMPANIA " TR-ID " A " TR-TO-ID
                   " ENTIDAD " IC-TO-ENTITY
           END-IF
           MOVE WS-IC-TARGET-INDEX TO WS-TABLE-INDEX.
       APPLY-INTERCOMPANY-INBOUND.
           MOVE 0 TO WS-IC-COUNT
           MOVE 0 TO WS-IC-APPLIED
           MOVE 0 TO WS-IC-REJECTED
           MOVE 'N' TO WS-IC-CHANGED
           MOVE 'N' TO WS-ICXFER-EOF
           OPEN INPUT ICXFER-FILE
           IF WS-ICXFER-STATUS = "00"
               PERFORM UNTIL WS-ICXFER-EOF = 'Y'
                   READ ICXFER-FILE
                   AT END MOVE 'Y' TO WS-ICXFER-EOF
                   NOT AT END
                       IF WS-IC-COUNT >= 5000
                           DISPLAY "ERROR - INTERCOMPANY FILE EXCEEDS "
                               "TABLE CAPACITY"
                           CLOSE ICXFER-FILE
                           PERFORM RELEASE-ACCOUNTS-LOCK
                           STOP RUN
                       END-IF
                       IF IC-ST-PENDING
                               AND IC-TO-ENTITY = WS-ENTITY-CODE
                           PERFORM APPLY-ONE-INTERCOMPANY
                       END-IF
                       ADD 1 TO WS-IC-COUNT
                       MOVE ICXFER-RECORD TO ICXFER-TBL(WS-IC-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ICXFER-FILE
               IF WS-IC-APPLIED > 0 OR WS-IC-REJECTED > 0
                   DISPLAY "INTERCOMPANIA RECIBIDOS " WS-IC-APPLIED
                       " RECHAZADOS " WS-IC-REJECTED
               END-IF
           END-IF.
       APPLY-ONE-INTERCOMPANY.
           MOVE 0 TO WS-IC-INDEX
           MOVE 0 TO WS-IC-TARGET-INDEX
           MOVE 1 TO WS-TABLE-INDEX
           PERFORM UNTIL WS-TABLE-INDEX > WS-MAX-ENTRIES
               IF AC-ENTITY-TBL(WS-TABLE-INDEX) = WS-ENTITY-CODE
                       AND NOT AC-ST-BLOCKED-TBL(WS-TABLE-INDEX)
                   IF AC-ID-TBL(WS-TABLE-INDEX) = WS-ENTITY-IC-ACCT
                       MOVE WS-TABLE-INDEX TO WS-IC-INDEX
                   END-IF
                   IF AC-ID-TBL(WS-TABLE-INDEX) = IC-TO-ID
                       MOVE WS-TABLE-INDEX TO WS-IC-TARGET-INDEX
                   END-IF
               END-IF
               ADD 1 TO WS-TABLE-INDEX
           END-PERFORM
           IF WS-ENTITY-IC-ACCT = SPACES OR WS-IC-INDEX = 0
               DISPLAY "ERROR - SIN CUENTA INTERCOMPANIA PARA "
                   "ENTIDAD " WS-ENTITY-CODE " - TRASPASO "
                   IC-FROM-ENTITY " " IC-FROM-ID " PENDIENTE"
           ELSE
           IF WS-IC-TARGET-INDEX = 0 OR IC-MONTO NOT NUMERIC
               MOVE 'R' TO IC-STATUS
               ADD 1 TO WS-IC-REJECTED
               MOVE 'Y' TO WS-IC-CHANGED
               DISPLAY "ERROR - INTERCOMPANIA RECHAZADO "
                   IC-FROM-ENTITY " " IC-FROM-ID " " IC-TO-ID
           ELSE
               MOVE SPACES TO TR-ID
               MOVE SPACES TO TR-NARRATIVE
               STRING "INTERCOMPANIA " IC-FROM-ENTITY " " IC-FROM-ID
                   DELIMITED BY SIZE
                   INTO TR-NARRATIVE
               SUBTRACT IC-MONTO FROM AC-SALDO-TBL(WS-IC-INDEX)
               MOVE WS-ENTITY-IC-ACCT TO WS-JOURNAL-ID
               MOVE IC-MONTO TO WS-JOURNAL-AMT
               MOVE 'D' TO WS-JOURNAL-TIPO
               MOVE AC-CURRENCY-TBL(WS-IC-INDEX) TO WS-JRN-CURRENCY
               MOVE AC-SALDO-TBL(WS-IC-INDEX) TO WS-JRN-BALANCE
               PERFORM WRITE-JOURNAL-LINE
               ADD IC-MONTO TO AC-SALDO-TBL(WS-IC-TARGET-INDEX)
               MOVE IC-TO-ID TO WS-JOURNAL-ID
               MOVE IC-MONTO TO WS-JOURNAL-AMT
               MOVE 'C' TO WS-JOURNAL-TIPO
               MOVE AC-CURRENCY-TBL(WS-IC-TARGET-INDEX)
                   TO WS-JRN-CURRENCY
               MOVE AC-SALDO-TBL(WS-IC-TARGET-INDEX) TO WS-JRN-BALANCE
               PERFORM WRITE-JOURNAL-LINE
               MOVE 'A' TO IC-STATUS
               ADD 1 TO WS-IC-APPLIED
               MOVE 'Y' TO WS-IC-CHANGED
           END-IF
           END-IF.
       REWRITE-INTERCOMPANY-FILE.
           OPEN OUTPUT ICXFER-FILE
           MOVE 1 TO WS-IC-SUB
           PERFORM UNTIL WS-IC-SUB > WS-IC-COUNT
               MOVE ICXFER-TBL(WS-IC-SUB) TO ICXFER-RECORD
               WRITE ICXFER-RECORD
               ADD 1 TO WS-IC-SUB
           END-PERFORM
           CLOSE ICXFER-FILE.
       CHECK-FTT-PAIR.
           MOVE 'N' TO WS-FTT-EXEMPT
           IF WS-HV-ON = 'Y'
               MOVE TR-TO-ID TO WS-LX-ACCT-ID
               PERFORM LOOKUP-ACCOUNT-KEY
               IF WS-LX-ACCT > 0
                   MOVE WS-LX-ACCT TO WS-FTT-SCAN
                   PERFORM JUDGE-FTT-PAIR
               END-IF
           ELSE
               MOVE 1 TO WS-FTT-SCAN
               PERFORM UNTIL WS-FTT-SCAN > WS-MAX-ENTRIES
                   IF AC-ID-TBL(WS-FTT-SCAN) = TR-TO-ID
                       PERFORM JUDGE-FTT-PAIR
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-FTT-SCAN
               END-PERFORM
           END-IF.
       JUDGE-FTT-PAIR.
           IF AC-ES-LOAN-TBL(WS-FTT-SCAN)
               MOVE 'Y' TO WS-FTT-EXEMPT
           END-IF
           IF AC-CUST-ID-TBL(WS-FTT-SCAN) NOT = SPACES
                   AND AC-CUST-ID-TBL(WS-FTT-SCAN)
                       = AC-CUST-ID-TBL(WS-FTT-INDEX)
               MOVE 'Y' TO WS-FTT-EXEMPT
           END-IF.
       COMPUTE-FTT.
           MOVE 0 TO WS-FTT-AMT
           IF WS-FTT-LOADED = 'N'
               PERFORM LOAD-FTT-RULES
           END-IF
           IF WS-FTT-RATE > 0 AND WS-FTT-EXEMPT = 'N'
               MOVE 1 TO WS-FE-INDEX
               PERFORM UNTIL WS-FE-INDEX > WS-FE-COUNT
                   IF (FE-CLASS-TBL(WS-FE-INDEX) = 'A'
                           AND FE-CODE-TBL(WS-FE-INDEX)
                               = AC-TYPE-TBL(WS-FTT-INDEX))
                       OR (FE-CLASS-TBL(WS-FE-INDEX) = 'K'
                           AND FE-CODE-TBL(WS-FE-INDEX) = WS-FTT-KIND)
                       MOVE 'Y' TO WS-FTT-EXEMPT
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-FE-INDEX
               END-PERFORM
               IF WS-FTT-EXEMPT = 'N'
                   COMPUTE WS-FTT-AMT ROUNDED =
                       WS-FTT-BASE * WS-FTT-RATE / 1000
               END-IF
           END-IF
           COMPUTE WS-FTT-GROSS = WS-FTT-BASE + WS-FTT-AMT.
       LOAD-FTT-RULES.
           MOVE 'Y' TO WS-FTT-LOADED
           MOVE SPACES TO WS-FTTRULE-PATH
           ACCEPT WS-FTTRULE-PATH FROM ENVIRONMENT "FTT_RULES_PATH"
           IF WS-FTTRULE-PATH = SPACES
               MOVE "/app/accounts/FTT_RULES.DAT" TO WS-FTTRULE-PATH
           END-IF
           MOVE SPACES TO WS-FTT-ACCOUNT
           ACCEPT WS-FTT-ACCOUNT
               FROM ENVIRONMENT "FTT_COLLECTED_ACCOUNT"
           IF WS-FTT-ACCOUNT = SPACES
               MOVE "99991" TO WS-FTT-ACCOUNT
           END-IF
           IF WS-BUSINESS-DATE > 0
               MOVE WS-BUSINESS-DATE TO WS-FTT-DATE
           ELSE
               ACCEPT WS-FTT-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE 0 TO WS-FTT-RATE
           MOVE 0 TO WS-FTT-RATE-FROM
           MOVE 0 TO WS-FE-COUNT
           MOVE 'N' TO WS-FTT-EOF
           OPEN INPUT FTTRULE-FILE
           IF WS-FTTRULE-STATUS = "00"
               PERFORM UNTIL WS-FTT-EOF = 'Y'
                   READ FTTRULE-FILE
                   AT END MOVE 'Y' TO WS-FTT-EOF
                   NOT AT END
                       IF FR-FROM NUMERIC
                               AND FR-FROM <= WS-FTT-DATE
                               AND (FR-TO NOT NUMERIC
                                   OR FR-TO >= WS-FTT-DATE)
                           PERFORM TAKE-FTT-RULE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FTTRULE-FILE
           END-IF.
       TAKE-FTT-RULE.
           IF FR-ES-RATE
               IF FR-RATE NUMERIC AND FR-FROM >= WS-FTT-RATE-FROM
                   MOVE FR-RATE TO WS-FTT-RATE
                   MOVE FR-FROM TO WS-FTT-RATE-FROM
               END-IF
           ELSE
           IF (FR-ES-ACCT-TYPE OR FR-ES-KIND) AND WS-FE-COUNT < 50
               ADD 1 TO WS-FE-COUNT
               MOVE FR-CLASS TO FE-CLASS-TBL(WS-FE-COUNT)
               MOVE FR-CODE TO FE-CODE-TBL(WS-FE-COUNT)
           END-IF
           END-IF.
       POST-FTT-CHARGE.
           IF WS-FTT-AMT > 0
               SUBTRACT WS-FTT-AMT FROM AC-SALDO-TBL(WS-FTT-INDEX)
               MOVE 'Y' TO WS-FTT-LINE
               MOVE AC-ID-TBL(WS-FTT-INDEX) TO WS-JOURNAL-ID
               MOVE WS-FTT-AMT TO WS-JOURNAL-AMT
               MOVE 'D' TO WS-JOURNAL-TIPO
               MOVE AC-CURRENCY-TBL(WS-FTT-INDEX) TO WS-JRN-CURRENCY
               MOVE AC-SALDO-TBL(WS-FTT-INDEX) TO WS-JRN-BALANCE
               PERFORM WRITE-JOURNAL-LINE
               PERFORM WRITE-FTT-COLLECTED
               MOVE WS-FTT-ACCOUNT TO WS-JOURNAL-ID
               MOVE WS-FTT-AMT TO WS-JOURNAL-AMT
               MOVE 'C' TO WS-JOURNAL-TIPO
               MOVE 0 TO WS-JRN-BALANCE
               PERFORM WRITE-JOURNAL-LINE
               MOVE 'N' TO WS-FTT-LINE
           END-IF.
       WRITE-FTT-COLLECTED.
           MOVE SPACES TO WS-FTTCOLL-PATH
           ACCEPT WS-FTTCOLL-PATH
               FROM ENVIRONMENT "FTT_COLLECTED_PATH"
           IF WS-FTTCOLL-PATH = SPACES
               MOVE "/app/accounts/FTT_COLLECTED.DAT"
                   TO WS-FTTCOLL-PATH
           END-IF
           MOVE SPACES TO FTTCOLL-RECORD
           MOVE AC-ID-TBL(WS-FTT-INDEX) TO FT-ACCOUNT
           MOVE WS-FTT-KIND TO FT-KIND
           MOVE WS-FTT-BASE TO FT-BASE
           MOVE WS-FTT-AMT TO FT-TAX
           MOVE AC-CURRENCY-TBL(WS-FTT-INDEX) TO FT-CURRENCY
           MOVE WS-JRN-DATE TO FT-DATE
           MOVE WS-JRN-SEQ TO FT-SEQ
           MOVE WS-JRN-PROGRAM TO FT-PROGRAM
           MOVE 'P' TO FT-STATUS
           OPEN EXTEND FTTCOLL-FILE
           IF WS-FTTCOLL-STATUS NOT = "00" AND
                   WS-FTTCOLL-STATUS NOT = "05"
               CLOSE FTTCOLL-FILE
               OPEN OUTPUT FTTCOLL-FILE
           END-IF
           WRITE FTTCOLL-RECORD
           CLOSE FTTCOLL-FILE.
       WRITE-JOURNAL-LINE.
           ADD 1 TO WS-RL-POSTED
           MOVE SPACES TO J-TXT
               INTO J-TXT
           PERFORM BUILD-JOURNAL-EXTENSION
           MOVE TR-NARRATIVE TO J-TXT(79:25)
           IF WS-VA-APPLIED = 'Y' AND WS-JOURNAL-ID = TR-ID
                   AND WS-JOURNAL-TIPO = 'C'
               MOVE "VACCT" TO J-TXT(22:5)
           END-IF
           IF WS-FTT-LINE = 'Y'
               MOVE "FTT" TO J-TXT(22:5)
           END-IF
           IF WS-FX-LINE = 'Y'
               MOVE "FXINC" TO J-TXT(22:5)
           END-IF
           IF WS-BV-ACTIVE = 'Y'
               MOVE "VAL " TO J-TXT(105:4)
               MOVE WS-BV-DATE TO J-TXT(109:8)
           END-IF
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
               INTO WS-JRN-EXT
           MOVE WS-JRN-EXT TO J-TXT(30:48).
       CONVERT-TRANSACTION-AMOUNT.
           MOVE 'N' TO WS-FX-CONVERTED
           MOVE 0 TO WS-FX-INCOME
           IF TR-CURRENCY = AC-CURRENCY-TBL(WS-TABLE-INDEX)
                   OR TR-CURRENCY = SPACES
               MOVE TR-MONTO TO WS-CONVERTED-AMT
           ELSE
               IF WS-FX-LOADED NOT = 'Y'
                   PERFORM LOAD-FX-TABLES
               END-IF
               MOVE TR-CURRENCY TO WS-FX-LOOKUP-CCY
               PERFORM LOOKUP-FX-RATE
               MOVE WS-FX-LOOKUP-RATE TO WS-FX-FROM-RATE
               MOVE AC-CURRENCY-TBL(WS-TABLE-INDEX) TO WS-FX-LOOKUP-CCY
               PERFORM LOOKUP-FX-RATE
               MOVE WS-FX-LOOKUP-RATE TO WS-FX-TO-RATE
               COMPUTE WS-CONVERTED-AMT ROUNDED =
                   TR-MONTO * WS-FX-FROM-RATE / WS-FX-TO-RATE
               PERFORM HONOR-CURRENCY-DECIMALS
               MOVE WS-CONVERTED-AMT TO WS-FX-MID-AMT
               PERFORM APPLY-CUSTOMER-SPREAD
           END-IF
           PERFORM HONOR-CURRENCY-DECIMALS
           IF WS-FX-CONVERTED = 'Y'
               IF WS-FX-SIDE = 'S'
                   IF WS-CONVERTED-AMT > WS-FX-MID-AMT
                       COMPUTE WS-FX-INCOME =
                           WS-CONVERTED-AMT - WS-FX-MID-AMT
                   END-IF
               ELSE
                   IF WS-FX-MID-AMT > WS-CONVERTED-AMT
                       COMPUTE WS-FX-INCOME =
                           WS-FX-MID-AMT - WS-CONVERTED-AMT
                   END-IF
               END-IF
           END-IF.

       HONOR-CURRENCY-DECIMALS.
           MOVE AC-CURRENCY-TBL(WS-TABLE-INDEX) TO WS-CCY-CHECK
               END-IF
               ADD 1 TO WS-CCY-INDEX
           END-PERFORM.
       APPLY-CUSTOMER-SPREAD.
           MOVE 'Y' TO WS-FX-CONVERTED
           MOVE TR-CURRENCY TO WS-FX-PAIR-FROM
           MOVE AC-CURRENCY-TBL(WS-TABLE-INDEX) TO WS-FX-PAIR-TO
           MOVE AC-ID-TBL(WS-TABLE-INDEX) TO WS-FX-CUST-ACCT
           IF TR-ES-CREDITO
               MOVE 'B' TO WS-FX-SIDE
           ELSE
               MOVE 'S' TO WS-FX-SIDE
           END-IF
           COMPUTE WS-FX-BASE-AMT ROUNDED = TR-MONTO * WS-FX-FROM-RATE
           PERFORM FIND-CUSTOMER-SEGMENT
           MOVE TR-CURRENCY TO WS-FXS-CCY
           PERFORM FIND-FX-SPREAD
           MOVE WS-FXS-SPREAD TO WS-FX-SPREAD
           MOVE AC-CURRENCY-TBL(WS-TABLE-INDEX) TO WS-FXS-CCY
           PERFORM FIND-FX-SPREAD
           ADD WS-FXS-SPREAD TO WS-FX-SPREAD
           IF WS-FX-SIDE = 'S'
               COMPUTE WS-CONVERTED-AMT ROUNDED =
                   WS-FX-MID-AMT * (1000 + WS-FX-SPREAD) / 1000
           ELSE
               COMPUTE WS-CONVERTED-AMT ROUNDED =
                   WS-FX-MID-AMT * (1000 - WS-FX-SPREAD) / 1000
           END-IF.
       FIND-CUSTOMER-SEGMENT.
           MOVE SPACES TO WS-FX-SEGMENT
           IF AC-CUST-ID-TBL(WS-TABLE-INDEX) NOT = SPACES
               MOVE 1 TO WS-CS-INDEX
               PERFORM UNTIL WS-CS-INDEX > WS-CS-COUNT
                   IF CS-CUST-TBL(WS-CS-INDEX)
                           = AC-CUST-ID-TBL(WS-TABLE-INDEX)
                       MOVE CS-SEGMENT-TBL(WS-CS-INDEX)
                           TO WS-FX-SEGMENT
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-CS-INDEX
               END-PERFORM
           END-IF.
       FIND-FX-SPREAD.
           MOVE 0 TO WS-FXS-SPREAD
           MOVE 0 TO WS-FXS-BEST-CLASS
           MOVE 0 TO WS-FXS-BEST-UPTO
           MOVE 1 TO WS-FS-INDEX
           PERFORM UNTIL WS-FS-INDEX > WS-FS-COUNT
               IF FS-CCY-TBL(WS-FS-INDEX) = WS-FXS-CCY
                       AND FS-UPTO-TBL(WS-FS-INDEX) >= WS-FX-BASE-AMT
                   MOVE 0 TO WS-FXS-CLASS
                   IF FS-SEGMENT-TBL(WS-FS-INDEX) = SPACES
                       MOVE 1 TO WS-FXS-CLASS
                   ELSE
                       IF FS-SEGMENT-TBL(WS-FS-INDEX) = WS-FX-SEGMENT
                           MOVE 2 TO WS-FXS-CLASS
                       END-IF
                   END-IF
                   IF WS-FXS-CLASS > WS-FXS-BEST-CLASS
                           OR (WS-FXS-CLASS > 0
                               AND WS-FXS-CLASS = WS-FXS-BEST-CLASS
                               AND FS-UPTO-TBL(WS-FS-INDEX)
                                   < WS-FXS-BEST-UPTO)
                       MOVE WS-FXS-CLASS TO WS-FXS-BEST-CLASS
                       MOVE FS-UPTO-TBL(WS-FS-INDEX) TO WS-FXS-BEST-UPTO
                       MOVE FS-SPREAD-TBL(WS-FS-INDEX) TO WS-FXS-SPREAD
                   END-IF
               END-IF
               ADD 1 TO WS-FS-INDEX
           END-PERFORM.
       LOOKUP-FX-RATE.
           IF WS-FX-LOOKUP-CCY = "USD" OR WS-FX-LOOKUP-CCY = SPACES
               MOVE WS-FX-RATE-USD TO WS-FX-LOOKUP-RATE
           ELSE
               MOVE 0 TO WS-FX-LOOKUP-DATE
               MOVE 0 TO WS-FX-LOOKUP-RATE
               MOVE 1 TO WS-FX-INDEX
               PERFORM UNTIL WS-FX-INDEX > WS-FX-COUNT
                   IF FX-CURRENCY-TBL(WS-FX-INDEX) = WS-FX-LOOKUP-CCY
                           AND FX-EFF-DATE-TBL(WS-FX-INDEX)
                               >= WS-FX-LOOKUP-DATE
                       MOVE FX-RATE-TBL(WS-FX-INDEX)
                           TO WS-FX-LOOKUP-RATE
                       MOVE FX-EFF-DATE-TBL(WS-FX-INDEX)
                           TO WS-FX-LOOKUP-DATE
                   END-IF
                   ADD 1 TO WS-FX-INDEX
               END-PERFORM
               IF WS-FX-LOOKUP-RATE = 0
                   EVALUATE WS-FX-LOOKUP-CCY
                       WHEN "EUR" MOVE WS-FX-RATE-EUR
                           TO WS-FX-LOOKUP-RATE
                       WHEN "GBP" MOVE WS-FX-RATE-GBP
                           TO WS-FX-LOOKUP-RATE
                       WHEN OTHER MOVE WS-FX-RATE-USD
                           TO WS-FX-LOOKUP-RATE
                   END-EVALUATE
               END-IF
           END-IF.
       LOAD-FX-TABLES.
           MOVE 'Y' TO WS-FX-LOADED
           IF WS-BUSINESS-DATE > 0
               MOVE WS-BUSINESS-DATE TO WS-FX-DATE
           ELSE
               ACCEPT WS-FX-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE SPACES TO WS-FX-ACCOUNT
           ACCEPT WS-FX-ACCOUNT FROM ENVIRONMENT "FX_INCOME_ACCOUNT"
           IF WS-FX-ACCOUNT = SPACES
               MOVE "99989" TO WS-FX-ACCOUNT
           END-IF
           MOVE SPACES TO WS-FX-RATES-PATH
           ACCEPT WS-FX-RATES-PATH FROM ENVIRONMENT "FX_RATES_PATH"
           IF WS-FX-RATES-PATH = SPACES
               MOVE "/app/accounts/FX_RATES.DAT" TO WS-FX-RATES-PATH
           END-IF
           MOVE 0 TO WS-FX-COUNT
           MOVE 'N' TO WS-FX-EOF
           OPEN INPUT FX-RATES-FILE
           IF WS-FX-RATES-STATUS = "00"
               PERFORM UNTIL WS-FX-EOF = 'Y'
                       OR WS-FX-COUNT >= 100
                   READ FX-RATES-FILE INTO FX-RATE-RECORD
                   AT END MOVE 'Y' TO WS-FX-EOF
                   NOT AT END
                       IF FXR-RATE NUMERIC AND FXR-EFF-DATE NUMERIC
                               AND FXR-EFF-DATE <= WS-FX-DATE
                           ADD 1 TO WS-FX-COUNT
                           MOVE FXR-CURRENCY
                               TO FX-CURRENCY-TBL(WS-FX-COUNT)
                           MOVE FXR-RATE TO FX-RATE-TBL(WS-FX-COUNT)
                           MOVE FXR-EFF-DATE
                               TO FX-EFF-DATE-TBL(WS-FX-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-RATES-FILE
           END-IF
           MOVE SPACES TO WS-FXSPREAD-PATH
           ACCEPT WS-FXSPREAD-PATH FROM ENVIRONMENT "FX_SPREADS_PATH"
           IF WS-FXSPREAD-PATH = SPACES
               MOVE "/app/accounts/FX_SPREADS.DAT" TO WS-FXSPREAD-PATH
           END-IF
           MOVE 0 TO WS-FS-COUNT
           MOVE 'N' TO WS-FX-EOF
           OPEN INPUT FXSPREAD-FILE
           IF WS-FXSPREAD-STATUS = "00"
               PERFORM UNTIL WS-FX-EOF = 'Y'
                       OR WS-FS-COUNT >= 200
                   READ FXSPREAD-FILE INTO FXSPREAD-RECORD
                   AT END MOVE 'Y' TO WS-FX-EOF
                   NOT AT END
                       IF FS-UPTO NUMERIC AND FS-SPREAD NUMERIC
                           ADD 1 TO WS-FS-COUNT
                           MOVE FS-CURRENCY TO FS-CCY-TBL(WS-FS-COUNT)
                           MOVE FS-SEGMENT
                               TO FS-SEGMENT-TBL(WS-FS-COUNT)
                           MOVE FS-UPTO TO FS-UPTO-TBL(WS-FS-COUNT)
                           MOVE FS-SPREAD
                               TO FS-SPREAD-TBL(WS-FS-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FXSPREAD-FILE
           END-IF
           MOVE SPACES TO WS-CUSTSEG-PATH
           ACCEPT WS-CUSTSEG-PATH FROM ENVIRONMENT "CUST_SEGMENTS_PATH"
           IF WS-CUSTSEG-PATH = SPACES
               MOVE "/app/accounts/CUST_SEGMENTS.DAT" TO WS-CUSTSEG-PATH
           END-IF
           MOVE 0 TO WS-CS-COUNT
           MOVE 'N' TO WS-FX-EOF
           OPEN INPUT CUSTSEG-FILE
           IF WS-CUSTSEG-STATUS = "00"
               PERFORM UNTIL WS-FX-EOF = 'Y'
                       OR WS-CS-COUNT >= 5000
                   READ CUSTSEG-FILE INTO CUSTSEG-RECORD
                   AT END MOVE 'Y' TO WS-FX-EOF
                   NOT AT END
                       IF CS-CUST-ID NOT = SPACES
                           ADD 1 TO WS-CS-COUNT
                           MOVE CS-CUST-ID TO CS-CUST-TBL(WS-CS-COUNT)
                           MOVE CS-SEGMENT
                               TO CS-SEGMENT-TBL(WS-CS-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTSEG-FILE
           END-IF
           MOVE 'N' TO WS-FX-EOF.
       POST-FX-INCOME.
           PERFORM WRITE-FX-CONVERSION
           IF WS-FX-INCOME > 0
               MOVE 'Y' TO WS-FX-LINE
               MOVE WS-FX-ACCOUNT TO WS-JOURNAL-ID
               MOVE WS-FX-INCOME TO WS-JOURNAL-AMT
               MOVE 'C' TO WS-JOURNAL-TIPO
               MOVE WS-FX-PAIR-TO TO WS-JRN-CURRENCY
               MOVE 0 TO WS-JRN-BALANCE
               PERFORM WRITE-JOURNAL-LINE
               MOVE 'N' TO WS-FX-LINE
           END-IF.
       WRITE-FX-CONVERSION.
           MOVE SPACES TO WS-FXCONV-PATH
           ACCEPT WS-FXCONV-PATH FROM ENVIRONMENT "FX_CONVERSIONS_PATH"
           IF WS-FXCONV-PATH = SPACES
               MOVE "/app/accounts/FX_CONVERSIONS.DAT" TO WS-FXCONV-PATH
           END-IF
           MOVE SPACES TO FXCONV-RECORD
           MOVE WS-JRN-DATE TO FC-DATE
           MOVE WS-JRN-SEQ TO FC-SEQ
           MOVE WS-FX-CUST-ACCT TO FC-ACCOUNT
           MOVE WS-FX-SIDE TO FC-SIDE
           MOVE WS-FX-PAIR-FROM TO FC-FROM-CCY
           MOVE WS-FX-PAIR-TO TO FC-TO-CCY
           MOVE TR-MONTO TO FC-FOREIGN-AMT
           MOVE WS-FX-MID-AMT TO FC-MID-AMT
           MOVE WS-CONVERTED-AMT TO FC-CUST-AMT
           MOVE WS-FX-INCOME TO FC-INCOME
           MOVE WS-FX-SPREAD TO FC-SPREAD
           MOVE WS-FX-SEGMENT TO FC-SEGMENT
           MOVE WS-JRN-PROGRAM TO FC-PROGRAM
           OPEN EXTEND FXCONV-FILE
           IF WS-FXCONV-STATUS NOT = "00" AND
                   WS-FXCONV-STATUS NOT = "05"
               CLOSE FXCONV-FILE
               OPEN OUTPUT FXCONV-FILE
           END-IF
           WRITE FXCONV-RECORD
           CLOSE FXCONV-FILE.
       SUM-HOLDS-FOR-TRANSACTION.
           MOVE 0 TO WS-HELD-AMOUNT
           MOVE 'N' TO WS-HOLDS-EOF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF
           PERFORM SUM-FLOAT-FOR-TRANSACTION.
       SUM-FLOAT-FOR-TRANSACTION.
           PERFORM SET-FLOAT-PATHS
           IF WS-BUSINESS-DATE > 0
               MOVE WS-BUSINESS-DATE TO WS-FLOAT-DATE
           ELSE
               ACCEPT WS-FLOAT-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE 'N' TO WS-FLOAT-EOF
           OPEN INPUT FLOAT-FILE
           IF WS-FLOAT-STATUS = "00"
               PERFORM UNTIL WS-FLOAT-EOF = 'Y'
                   READ FLOAT-FILE INTO FLOAT-RECORD
                   AT END MOVE 'Y' TO WS-FLOAT-EOF
                   NOT AT END
                       IF FH-ID = TR-ID AND FH-STATUS = 'H'
                               AND FH-MONTO NUMERIC
                               AND FH-RELEASE NUMERIC
                               AND FH-RELEASE > WS-FLOAT-DATE
                           ADD FH-MONTO TO WS-HELD-AMOUNT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FLOAT-FILE
           END-IF.
       SET-FLOAT-PATHS.
           MOVE SPACES TO WS-FLOAT-PATH
           ACCEPT WS-FLOAT-PATH FROM ENVIRONMENT "FLOAT_HOLDS_PATH"
           IF WS-FLOAT-PATH = SPACES
               MOVE "/app/accounts/FLOAT_HOLDS.DAT" TO WS-FLOAT-PATH
           END-IF
           MOVE SPACES TO WS-FLOATCAT-PATH
           ACCEPT WS-FLOATCAT-PATH
               FROM ENVIRONMENT "FLOAT_CATEGORIES_PATH"
           IF WS-FLOATCAT-PATH = SPACES
               MOVE "/app/accounts/FLOAT_CATEGORIES.DAT"
                   TO WS-FLOATCAT-PATH
           END-IF.
       LOAD-FLOATCAT-TABLE.
           MOVE 'Y' TO WS-FC-LOADED
           MOVE SPACES TO WS-FLOAT-DEFAULT-TXT
           ACCEPT WS-FLOAT-DEFAULT-TXT
               FROM ENVIRONMENT "FLOAT_DEFAULT_DAYS"
           IF WS-FLOAT-DEFAULT-TXT NOT = SPACES
                   AND WS-FLOAT-DEFAULT-TXT NUMERIC
               MOVE WS-FLOAT-DEFAULT-TXT TO WS-FLOAT-DEFAULT
           END-IF
           MOVE 'N' TO WS-FC-EOF
           MOVE 0 TO WS-FC-COUNT
           OPEN INPUT FLOATCAT-FILE
           IF WS-FLOATCAT-STATUS = "00"
               PERFORM UNTIL WS-FC-EOF = 'Y' OR WS-FC-COUNT >= 50
                   READ FLOATCAT-FILE INTO FLOATCAT-RECORD
                   AT END MOVE 'Y' TO WS-FC-EOF
                   NOT AT END
                       IF FC-CODE NOT = SPACE AND FC-DAYS NUMERIC
                           ADD 1 TO WS-FC-COUNT
                           MOVE FC-CODE TO FC-CODE-TBL(WS-FC-COUNT)
                           MOVE FC-DAYS TO FC-DAYS-TBL(WS-FC-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FLOATCAT-FILE
           END-IF
           IF WS-BUSDATE-ON-FILE = 'N'
               PERFORM LOAD-HOLIDAY-TABLE
           END-IF.
       WRITE-FLOAT-HOLD.
           IF WS-FC-LOADED = 'N'
               PERFORM LOAD-FLOATCAT-TABLE
           END-IF
           MOVE WS-FLOAT-DEFAULT TO WS-FLOAT-DAYS
           MOVE 1 TO WS-FC-INDEX
           PERFORM UNTIL WS-FC-INDEX > WS-FC-COUNT
               IF FC-CODE-TBL(WS-FC-INDEX) = TR-FLOAT-CAT
                   MOVE FC-DAYS-TBL(WS-FC-INDEX) TO WS-FLOAT-DAYS
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-FC-INDEX
           END-PERFORM
           IF WS-FLOAT-DAYS > 0
               IF WS-BUSINESS-DATE > 0
                   MOVE WS-BUSINESS-DATE TO WS-FLOAT-DATE
               ELSE
                   ACCEPT WS-FLOAT-DATE FROM DATE YYYYMMDD
               END-IF
               PERFORM COMPUTE-FLOAT-RELEASE
               OPEN EXTEND FLOAT-FILE
               IF WS-FLOAT-STATUS NOT = "00" AND
                       WS-FLOAT-STATUS NOT = "05"
                   CLOSE FLOAT-FILE
                   OPEN OUTPUT FLOAT-FILE
               END-IF
               MOVE SPACES TO FLOAT-RECORD
               MOVE TR-ID TO FH-ID
               MOVE WS-CONVERTED-AMT TO FH-MONTO
               MOVE WS-FLOAT-DATE TO FH-DEP-DATE
               MOVE WS-FLOAT-RELEASE TO FH-RELEASE
               MOVE TR-FLOAT-CAT TO FH-CAT
               MOVE 'H' TO FH-STATUS
               WRITE FLOAT-RECORD
               CLOSE FLOAT-FILE
               IF WS-HV-ON = 'Y'
                       AND WS-FLOAT-RELEASE > WS-FLOAT-DATE
                   ADD WS-CONVERTED-AMT TO AH-HELD-TBL(WS-TABLE-INDEX)
               END-IF
               DISPLAY "FLOAT HOLD " TR-ID " " WS-CONVERTED-AMT
                   " CAT " TR-FLOAT-CAT " UNTIL " WS-FLOAT-RELEASE
           END-IF.
       COMPUTE-FLOAT-RELEASE.
           COMPUTE WS-FLOAT-INT =
               FUNCTION INTEGER-OF-DATE(WS-FLOAT-DATE)
           MOVE 0 TO WS-FLOAT-COUNTED
           PERFORM UNTIL WS-FLOAT-COUNTED >= WS-FLOAT-DAYS
               ADD 1 TO WS-FLOAT-INT
               COMPUTE WS-FLOAT-RELEASE =
                   FUNCTION DATE-OF-INTEGER(WS-FLOAT-INT)
               MOVE 'Y' TO WS-FLOAT-IS-BUSINESS
               COMPUTE WS-DOW = FUNCTION MOD(WS-FLOAT-INT, 7)
               IF WS-DOW = 6 OR WS-DOW = 0
                   MOVE 'N' TO WS-FLOAT-IS-BUSINESS
               END-IF
               MOVE 1 TO WS-HOL-INDEX
               PERFORM UNTIL WS-HOL-INDEX > WS-HOL-COUNT
                   IF HOL-DATE-TBL(WS-HOL-INDEX) = WS-FLOAT-RELEASE
                       MOVE 'N' TO WS-FLOAT-IS-BUSINESS
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-HOL-INDEX
               END-PERFORM
               IF WS-FLOAT-IS-BUSINESS = 'Y'
                   ADD 1 TO WS-FLOAT-COUNTED
               END-IF
           END-PERFORM.

       ACQUIRE-ACCOUNTS-LOCK.
           MOVE SPACES TO WS-LOCK-PATH
                   ADD 1 TO WS-CCY-INDEX
               END-PERFORM
           END-IF.

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
               MOVE "/app/accounts/JOURNAL_SEAL.DAT" TO WS-JSEAL-PATH
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
       RESOLVE-ENTITY.
           MOVE SPACES TO WS-ENTITY-CODE
           ACCEPT WS-ENTITY-CODE FROM ENVIRONMENT "ENTITY_CODE"
           MOVE SPACES TO WS-ENTITY-PATH
           ACCEPT WS-ENTITY-PATH FROM ENVIRONMENT "ENTITY_MASTER_PATH"
           IF WS-ENTITY-PATH = SPACES
               MOVE "/app/accounts/ENTITIES.DAT" TO WS-ENTITY-PATH
           END-IF
           MOVE SPACES TO WS-ENTITY-SUFFIX
           MOVE SPACES TO WS-ENTITY-DEFAULT
           MOVE 'N' TO WS-ENTITY-FOUND
           OPEN INPUT ENTITY-FILE
           IF WS-ENTITY-STATUS NOT = "00"
               IF WS-ENTITY-CODE NOT = SPACES
                   DISPLAY "ERROR - ENTITY " WS-ENTITY-CODE
                       " REQUESTED BUT NO ENTITY MASTER"
                   STOP RUN
               END-IF
           ELSE
               MOVE 'Y' TO WS-ENTITY-MODE
               MOVE 'N' TO WS-ENT-EOF
               PERFORM UNTIL WS-ENT-EOF = 'Y'
                   READ ENTITY-FILE
                   AT END MOVE 'Y' TO WS-ENT-EOF
                   NOT AT END
                       IF EN-DEFAULT = 'Y'
                               AND WS-ENTITY-DEFAULT = SPACES
                           MOVE EN-CODE TO WS-ENTITY-DEFAULT
                       END-IF
                       IF WS-ENTITY-FOUND = 'N'
                               AND (EN-CODE = WS-ENTITY-CODE
                               OR (WS-ENTITY-CODE = SPACES
                               AND EN-DEFAULT = 'Y'))
                           MOVE 'Y' TO WS-ENTITY-FOUND
                           MOVE EN-CODE TO WS-ENTITY-CODE
                           MOVE EN-NAME TO WS-ENTITY-NAME
                           MOVE EN-BASE-CCY TO WS-ENTITY-CCY
                           MOVE EN-IC-ACCOUNT TO WS-ENTITY-IC-ACCT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ENTITY-FILE
               IF WS-ENTITY-FOUND = 'N'
                   DISPLAY "ERROR - ENTITY " WS-ENTITY-CODE
                       " NOT ON ENTITY MASTER"
                   STOP RUN
               END-IF
               IF WS-ENTITY-CODE NOT = WS-ENTITY-DEFAULT
                   STRING "." WS-ENTITY-CODE
                       DELIMITED BY SPACE
                       INTO WS-ENTITY-SUFFIX
               END-IF
               PERFORM LOAD-ENTITY-XREF
               MOVE SPACES TO WS-ICXFER-PATH
               ACCEPT WS-ICXFER-PATH
                   FROM ENVIRONMENT "INTERCOMPANY_PATH"
               IF WS-ICXFER-PATH = SPACES
                   MOVE "/app/accounts/INTERCOMPANY.DAT"
                       TO WS-ICXFER-PATH
               END-IF
           END-IF.
       LOAD-ENTITY-XREF.
           MOVE SPACES TO WS-ENTXREF-PATH
           ACCEPT WS-ENTXREF-PATH FROM ENVIRONMENT "ENTITY_XREF_PATH"
           IF WS-ENTXREF-PATH = SPACES
               MOVE "/app/accounts/ENTITY_XREF.DAT"
                   TO WS-ENTXREF-PATH
           END-IF
           MOVE 0 TO WS-EX-COUNT
           OPEN INPUT ENTXREF-FILE
           IF WS-ENTXREF-STATUS = "00"
               MOVE 'N' TO WS-ENT-EOF
               PERFORM UNTIL WS-ENT-EOF = 'Y'
                   READ ENTXREF-FILE
                   AT END MOVE 'Y' TO WS-ENT-EOF
                   NOT AT END
                       IF WS-EX-COUNT >= 5000
                           DISPLAY "ERROR - ENTITY XREF EXCEEDS "
                               "TABLE CAPACITY"
                           CLOSE ENTXREF-FILE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-EX-COUNT
                       MOVE EX-KIND TO WS-EX-KIND-TBL(WS-EX-COUNT)
                       MOVE EX-KEY TO WS-EX-KEY-TBL(WS-EX-COUNT)
                       MOVE EX-ENTITY TO WS-EX-ENTITY-TBL(WS-EX-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ENTXREF-FILE
           END-IF.
       FIND-ACCOUNT-ENTITY.
           MOVE 'A' TO WS-EX-LOOKUP-KIND
           MOVE AC-ID TO WS-EX-LOOKUP-KEY
           PERFORM FIND-ENTITY-OF-KEY
           IF WS-EX-LOOKUP-ENT = SPACES
               MOVE 'C' TO WS-EX-LOOKUP-KIND
               MOVE AC-CUST-ID TO WS-EX-LOOKUP-KEY
               PERFORM FIND-ENTITY-OF-KEY
           END-IF
           IF WS-EX-LOOKUP-ENT = SPACES
               MOVE WS-ENTITY-DEFAULT TO WS-EX-LOOKUP-ENT
           END-IF.
       FIND-ENTITY-OF-KEY.
           MOVE SPACES TO WS-EX-LOOKUP-ENT
           MOVE 1 TO WS-EX-IDX
           PERFORM UNTIL WS-EX-IDX > WS-EX-COUNT
               IF WS-EX-KIND-TBL(WS-EX-IDX) = WS-EX-LOOKUP-KIND
                       AND WS-EX-KEY-TBL(WS-EX-IDX) = WS-EX-LOOKUP-KEY
                   MOVE WS-EX-ENTITY-TBL(WS-EX-IDX) TO WS-EX-LOOKUP-ENT
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-EX-IDX
           END-PERFORM.
       QUALIFY-ENTITY-PATH.
           IF WS-ENTITY-SUFFIX NOT = SPACES
               MOVE WS-QUAL-PATH TO WS-QUAL-WORK
               MOVE SPACES TO WS-QUAL-PATH
               STRING WS-QUAL-WORK DELIMITED BY SPACE
                   WS-ENTITY-SUFFIX DELIMITED BY SPACE
                   INTO WS-QUAL-PATH
           END-IF.
