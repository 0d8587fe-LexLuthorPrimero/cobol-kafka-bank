       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSION-CLIENTES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTS-STATUS.
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
           SELECT CONTACTS-FILE
               ASSIGN TO DYNAMIC WS-CONTACTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTACTS-STATUS.
           SELECT DISPO-FILE
               ASSIGN TO DYNAMIC WS-DISPO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DISPO-STATUS.
           SELECT BIRTHDATES-FILE
               ASSIGN TO DYNAMIC WS-BIRTH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BIRTH-STATUS.
           SELECT TAXRES-FILE
               ASSIGN TO DYNAMIC WS-TAXRES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TAXRES-STATUS.
           SELECT CARDS-FILE
               ASSIGN TO DYNAMIC WS-CARDS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CARDS-STATUS.
           SELECT DELIVPREF-FILE
               ASSIGN TO DYNAMIC WS-DELIVPREF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DELIVPREF-STATUS.
           SELECT REVIEW-FILE
               ASSIGN TO DYNAMIC WS-REVIEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.
           SELECT EXCLUDE-FILE
               ASSIGN TO DYNAMIC WS-EXCLUDE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXCLUDE-STATUS.
           SELECT MERGES-FILE
               ASSIGN TO DYNAMIC WS-MERGES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MERGES-STATUS.
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
           SELECT BUSDATE-FILE
               ASSIGN TO DYNAMIC WS-BUSDATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT CHGAUDIT-FILE
               ASSIGN TO DYNAMIC WS-CHGAUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHGAUDIT-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
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
       FD  CUSTOMERS-FILE.
       01  CUST-REC.
           05 CUST-ID           PIC X(5).
           05 CUST-NAME         PIC X(20).
           05 CUST-ADDRESS      PIC X(30).
           05 CUST-TAX-ID       PIC X(11).
           05 CUST-DOD          PIC X(8).
           05 CUST-TAX-CERT     PIC X(1).
       FD  HOLDERS-FILE.
       01  HOLDER-RECORD.
           05 AH-AC-ID          PIC X(5).
           05 FILLER            PIC X(1).
           05 AH-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 AH-ROLE           PIC X(1).
       FD  CONTACTS-FILE.
       01  CONTACT-RECORD.
           05 CC-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 CC-TYPE           PIC X(1).
           05 FILLER            PIC X(1).
           05 CC-SEQ            PIC 9(1).
           05 FILLER            PIC X(1).
           05 CC-TEXT           PIC X(40).
           05 FILLER            PIC X(1).
           05 CC-RETURNED       PIC X(1).
       FD  DISPO-FILE.
       01  DISPO-RECORD.
           05 DS-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 DS-ACTION         PIC X(5).
           05 FILLER            PIC X(1).
           05 DS-OFFICER        PIC X(8).
       FD  BIRTHDATES-FILE.
       01  BIRTH-REC.
           05 CB-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 CB-BIRTH-DATE     PIC X(8).
       FD  TAXRES-FILE.
       01  TAXRES-REC.
           05 CT-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 CT-COUNTRY        PIC X(2).
           05 FILLER            PIC X(1).
           05 CT-TIN            PIC X(20).
           05 FILLER            PIC X(1).
           05 CT-CERT-DATE      PIC X(8).
           05 FILLER            PIC X(1).
           05 CT-CLASS          PIC X(3).
           05 FILLER            PIC X(1).
           05 CT-INDICIA        PIC X(1).
       FD  CARDS-FILE.
       01  CARD-RECORD.
           05 CD-NUMBER         PIC X(16).
           05 FILLER            PIC X(1).
           05 CD-AC-ID          PIC X(5).
           05 FILLER            PIC X(1).
           05 CD-STATUS         PIC X(1).
       FD  DELIVPREF-FILE.
       01  DELIVPREF-RECORD.
           05 DP-AC-ID          PIC X(5).
           05 FILLER            PIC X(1).
           05 DP-MODE           PIC X(1).
       FD  REVIEW-FILE.
       01  REVIEW-REC.
           05 DR-CUST-A         PIC X(5).
           05 FILLER            PIC X(1).
           05 DR-CUST-B         PIC X(5).
           05 FILLER            PIC X(64).
       FD  EXCLUDE-FILE.
       01  EXCLUDE-REC.
           05 DX-CUST-A         PIC X(5).
           05 FILLER            PIC X(1).
           05 DX-CUST-B         PIC X(5).
           05 FILLER            PIC X(1).
           05 DX-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 DX-OPERATOR       PIC X(8).
       FD  MERGES-FILE.
       01  MERGE-REC.
           05 CM-RETIRED        PIC X(5).
           05 FILLER            PIC X(1).
           05 CM-SURVIVOR       PIC X(5).
           05 FILLER            PIC X(1).
           05 CM-DATE           PIC X(8).
           05 FILLER            PIC X(1).
           05 CM-OPERATOR       PIC X(8).
           05 FILLER            PIC X(1).
           05 CM-RETIRED-NAME   PIC X(20).
       FD  REQUESTS-FILE.
       01  REQUEST-RECORD.
           05 MQ-ACTION         PIC X(4).
           05 FILLER            PIC X(1).
           05 MQ-SURVIVOR       PIC X(5).
           05 FILLER            PIC X(1).
           05 MQ-RETIRED        PIC X(5).
           05 FILLER            PIC X(1).
           05 MQ-OPERATOR       PIC X(8).
       FD  OPERATORS-FILE.
       01  OPERATOR-RECORD.
           05 OP-ID             PIC X(8).
           05 FILLER            PIC X(1).
           05 OP-LEVEL          PIC 9(1).
           05 FILLER            PIC X(1).
           05 OP-ACTIVE         PIC X(1).
       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05 BD-DATE           PIC 9(8).
       FD  CHGAUDIT-FILE.
       01  CHGAUDIT-LINE        PIC X(100).
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(120).
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
       01 WS-LOCK-PROGRAM   PIC X(24) VALUE "FUSION-CLIENTES".
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
       01  WS-CUSTOMERS-PATH    PIC X(200).
       01  WS-HOLDERS-PATH      PIC X(200).
       01  WS-CONTACTS-PATH     PIC X(200).
       01  WS-DISPO-PATH        PIC X(200).
       01  WS-BIRTH-PATH        PIC X(200).
       01  WS-TAXRES-PATH       PIC X(200).
       01  WS-CARDS-PATH        PIC X(200).
       01  WS-DELIVPREF-PATH    PIC X(200).
       01  WS-REVIEW-PATH       PIC X(200).
       01  WS-EXCLUDE-PATH      PIC X(200).
       01  WS-MERGES-PATH       PIC X(200).
       01  WS-REQUESTS-PATH     PIC X(200).
       01  WS-OPERATORS-PATH    PIC X(200).
       01  WS-BUSDATE-PATH      PIC X(200).
       01  WS-CHGAUDIT-PATH     PIC X(200).
       01  WS-REPORT-PATH       PIC X(200).
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-CUSTOMERS-STATUS  PIC XX.
       01  WS-HOLDERS-STATUS    PIC XX.
       01  WS-CONTACTS-STATUS   PIC XX.
       01  WS-DISPO-STATUS      PIC XX.
       01  WS-BIRTH-STATUS      PIC XX.
       01  WS-TAXRES-STATUS     PIC XX.
       01  WS-CARDS-STATUS      PIC XX.
       01  WS-DELIVPREF-STATUS  PIC XX.
       01  WS-REVIEW-STATUS     PIC XX.
       01  WS-EXCLUDE-STATUS    PIC XX.
       01  WS-MERGES-STATUS     PIC XX.
       01  WS-REQUESTS-STATUS   PIC XX.
       01  WS-OPERATORS-STATUS  PIC XX.
       01  WS-BUSDATE-STATUS    PIC XX.
       01  WS-CHGAUDIT-STATUS   PIC XX.
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  WS-NOW               PIC 9(8).
       01  WS-STAMP             PIC X(14).
       01  WS-LEVEL-TXT         PIC X(1).
       01  WS-MERGE-LEVEL       PIC 9(1) VALUE 2.
       01  OPERATOR-TABLE.
           05 OPERATOR-ENTRY OCCURS 2000 TIMES.
               10 OPS-ID-TBL      PIC X(8).
               10 OPS-LEVEL-TBL   PIC X(1).
               10 OPS-ACTIVE-TBL  PIC X(1).
       01  WS-OPS-INDEX         PIC 9(4) VALUE 1.
       01  WS-OPS-COUNT         PIC 9(4) VALUE 0.
       01  WS-OPER-LEVEL        PIC 9(1).
       01  WS-OPER-OK           PIC X(1).
       01  CUSTOMER-TABLE.
           05 CUSTOMER-ENTRY OCCURS 50000 TIMES.
               10 CU-REC-TBL        PIC X(75).
               10 CU-DROP-TBL       PIC X(1).
       01  WS-CU-INDEX          PIC 9(6) VALUE 1.
       01  WS-CU-COUNT          PIC 9(6) VALUE 0.
       01  WS-CU-SURV           PIC 9(6) VALUE 0.
       01  WS-CU-RETD           PIC 9(6) VALUE 0.
       01  WS-FIND-CUST         PIC X(5).
       01  WS-CU-IX             PIC 9(6) VALUE 0.
       01  ACCOUNTS-TABLE.
           05 ACCOUNT-ENTRY OCCURS 50000 TIMES.
               10 AC-REC-TBL        PIC X(60).
               10 AC-MOVED-TBL      PIC 9(5).
       01  WS-AC-INDEX          PIC 9(6) VALUE 1.
       01  WS-AC-COUNT          PIC 9(6) VALUE 0.
       01  WS-AC-CCY            PIC X(4).
       01  HOLDER-TABLE.
           05 HOLDER-ENTRY OCCURS 50000 TIMES.
               10 AH-REC-TBL        PIC X(13).
               10 AH-DROP-TBL       PIC X(1).
       01  WS-AH-INDEX          PIC 9(6) VALUE 1.
       01  WS-AH-COUNT          PIC 9(6) VALUE 0.
       01  WS-AH-IX             PIC 9(6) VALUE 0.
       01  WS-AH-SCAN           PIC 9(6) VALUE 0.
       01  CONTACT-TABLE.
           05 CONTACT-ENTRY OCCURS 50000 TIMES.
               10 CC-REC-TBL        PIC X(52).
               10 CC-DROP-TBL       PIC X(1).
       01  WS-CC-INDEX          PIC 9(6) VALUE 1.
       01  WS-CC-COUNT          PIC 9(6) VALUE 0.
       01  WS-CC-IX             PIC 9(6) VALUE 0.
       01  WS-SEQ-USED          PIC X(1).
       01  WS-NEW-SEQ           PIC 9(1).
       01  WS-SEQ-TRY           PIC 9(2).
       01  WS-SAME-TEXT         PIC X(1).
       01  WS-DEAD-SURV         PIC X(1).
       01  WS-DEAD-RETD         PIC X(1).
       01  DISPO-TABLE.
           05 DISPO-ENTRY OCCURS 20000 TIMES.
               10 DS-REC-TBL        PIC X(20).
               10 DS-DROP-TBL       PIC X(1).
       01  WS-DS-INDEX          PIC 9(5) VALUE 1.
       01  WS-DS-COUNT          PIC 9(5) VALUE 0.
       01  WS-DS-IX             PIC 9(5) VALUE 0.
       01  BIRTH-TABLE.
           05 BIRTH-ENTRY OCCURS 50000 TIMES.
               10 BT-ID-TBL         PIC X(5).
               10 BT-DATE-TBL       PIC X(8).
               10 BT-DROP-TBL       PIC X(1).
       01  WS-BT-INDEX          PIC 9(6) VALUE 1.
       01  WS-BT-COUNT          PIC 9(6) VALUE 0.
       01  WS-BT-SURV           PIC 9(6) VALUE 0.
       01  WS-BT-RETD           PIC 9(6) VALUE 0.
       01  TAXRES-TABLE.
           05 TAXRES-ENTRY OCCURS 20000 TIMES.
               10 TR-REC-TBL        PIC X(44).
               10 TR-DROP-TBL       PIC X(1).
       01  WS-TR-INDEX          PIC 9(5) VALUE 1.
       01  WS-TR-COUNT          PIC 9(5) VALUE 0.
       01  WS-TR-SCAN           PIC 9(5) VALUE 0.
       01  WS-TR-IX             PIC 9(5) VALUE 0.
       01  REVIEW-TABLE.
           05 REVIEW-ENTRY OCCURS 5000 TIMES.
               10 RV-REC-TBL        PIC X(75).
               10 RV-DROP-TBL       PIC X(1).
       01  WS-RV-INDEX          PIC 9(5) VALUE 1.
       01  WS-RV-COUNT          PIC 9(5) VALUE 0.
       01  WS-RV-IX             PIC 9(5) VALUE 0.
       01  MERGES-TABLE.
           05 MERGES-ENTRY OCCURS 5000 TIMES.
               10 MG-REC-TBL        PIC X(50).
       01  WS-MG-INDEX          PIC 9(5) VALUE 1.
       01  WS-MG-COUNT          PIC 9(5) VALUE 0.
       01  EXCLUDE-TABLE.
           05 EXCLUDE-ENTRY OCCURS 5000 TIMES.
               10 DX-REC-TBL        PIC X(29).
       01  WS-DX-INDEX          PIC 9(5) VALUE 1.
       01  WS-DX-COUNT          PIC 9(5) VALUE 0.
       01  AUDIT-TABLE.
           05 AUDIT-ENTRY OCCURS 3000 TIMES.
               10 AU-LINE-TBL       PIC X(100).
       01  WS-AU-INDEX          PIC 9(4) VALUE 1.
       01  WS-AU-COUNT          PIC 9(4) VALUE 0.
       01  WS-AU-NEED           PIC 9(6) VALUE 0.
       01  WS-BEFORE-IMAGE      PIC X(90).
       01  WS-AFTER-IMAGE       PIC X(90).
       01  WS-REJECT-REASON     PIC X(40).
       01  WS-REQ-SEEN          PIC X VALUE 'N'.
       01  WS-ACC-TOUCHED       PIC X VALUE 'N'.
       01  WS-MERGE-SEQ         PIC 9(5) VALUE 0.
       01  WS-MOVED-ACCTS       PIC 9(6).
       01  WS-MOVED-HOLDERS     PIC 9(6).
       01  WS-MOVED-CONTACTS    PIC 9(6).
       01  WS-MOVED-DISPOS      PIC 9(6).
       01  WS-LINKED-CARDS      PIC 9(6).
       01  WS-LINKED-PREFS      PIC 9(6).
       01  WS-MOVED-RESIDENCY   PIC 9(6).
       01  WS-MERGE-COUNT       PIC 9(5) VALUE 0.
       01  WS-DIST-COUNT        PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT      PIC 9(5) VALUE 0.
       01  WS-ACCWORK-PATH      PIC X(200).
       01  WS-ACCLIVE-PATH      PIC X(200).
       01  WS-PATH-LEN          PIC 9(3).
       01  WS-CHK-COUNT         PIC 9(6) VALUE 0.
       01  WS-CHK-TOTAL         PIC S9(13)V99 VALUE 0.
       01  WS-VFY-COUNT         PIC 9(6).
       01  WS-VFY-TOTAL         PIC S9(13)V99.
       01  WS-VERIFY-OK         PIC X VALUE 'N'.
       01  WS-VFY-EOF           PIC X VALUE 'N'.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-ACCOUNTS-PATH
           ACCEPT WS-ACCOUNTS-PATH FROM ENVIRONMENT "ACCOUNTS_PATH"
           IF WS-ACCOUNTS-PATH = SPACES
               MOVE "accounts/ACCOUNTS.DAT" TO WS-ACCOUNTS-PATH
           END-IF
           MOVE SPACES TO WS-CUSTOMERS-PATH
           ACCEPT WS-CUSTOMERS-PATH FROM ENVIRONMENT "CUSTOMERS_PATH"
           IF WS-CUSTOMERS-PATH = SPACES
               MOVE "accounts/CUSTOMERS.DAT" TO WS-CUSTOMERS-PATH
           END-IF
           MOVE SPACES TO WS-HOLDERS-PATH
           ACCEPT WS-HOLDERS-PATH FROM ENVIRONMENT "ACCT_HOLDERS_PATH"
           IF WS-HOLDERS-PATH = SPACES
               MOVE "accounts/ACCT_HOLDERS.DAT" TO WS-HOLDERS-PATH
           END-IF
           MOVE SPACES TO WS-CONTACTS-PATH
           ACCEPT WS-CONTACTS-PATH
               FROM ENVIRONMENT "CUST_CONTACTS_PATH"
           IF WS-CONTACTS-PATH = SPACES
               MOVE "accounts/CUST_CONTACTS.DAT" TO WS-CONTACTS-PATH
           END-IF
           MOVE SPACES TO WS-DISPO-PATH
           ACCEPT WS-DISPO-PATH
               FROM ENVIRONMENT "SCREEN_DISPOSITIONS_PATH"
           IF WS-DISPO-PATH = SPACES
               MOVE "accounts/SCREEN_DISPOSITIONS.DAT" TO WS-DISPO-PATH
           END-IF
           MOVE SPACES TO WS-BIRTH-PATH
           ACCEPT WS-BIRTH-PATH FROM ENVIRONMENT "CUST_BIRTHDATES_PATH"
           IF WS-BIRTH-PATH = SPACES
               MOVE "accounts/CUST_BIRTHDATES.DAT" TO WS-BIRTH-PATH
           END-IF
           MOVE SPACES TO WS-TAXRES-PATH
           ACCEPT WS-TAXRES-PATH
               FROM ENVIRONMENT "CUST_TAX_RESIDENCY_PATH"
           IF WS-TAXRES-PATH = SPACES
               MOVE "accounts/CUST_TAX_RESIDENCY.DAT" TO WS-TAXRES-PATH
           END-IF
           MOVE SPACES TO WS-CARDS-PATH
           ACCEPT WS-CARDS-PATH FROM ENVIRONMENT "CARDS_PATH"
           IF WS-CARDS-PATH = SPACES
               MOVE "accounts/CARDS.DAT" TO WS-CARDS-PATH
           END-IF
           MOVE SPACES TO WS-DELIVPREF-PATH
           ACCEPT WS-DELIVPREF-PATH
               FROM ENVIRONMENT "DELIVERY_PREFS_PATH"
           IF WS-DELIVPREF-PATH = SPACES
               MOVE "accounts/DELIVERY_PREFS.DAT" TO WS-DELIVPREF-PATH
           END-IF
           MOVE SPACES TO WS-REVIEW-PATH
           ACCEPT WS-REVIEW-PATH FROM ENVIRONMENT "CUST_DUP_REVIEW_PATH"
           IF WS-REVIEW-PATH = SPACES
               MOVE "accounts/CUST_DUP_REVIEW.DAT" TO WS-REVIEW-PATH
           END-IF
           MOVE SPACES TO WS-EXCLUDE-PATH
           ACCEPT WS-EXCLUDE-PATH
               FROM ENVIRONMENT "CUST_DUP_EXCLUDE_PATH"
           IF WS-EXCLUDE-PATH = SPACES
               MOVE "accounts/CUST_DUP_EXCLUDE.DAT" TO WS-EXCLUDE-PATH
           END-IF
           MOVE SPACES TO WS-MERGES-PATH
           ACCEPT WS-MERGES-PATH FROM ENVIRONMENT "CUST_MERGES_PATH"
           IF WS-MERGES-PATH = SPACES
               MOVE "accounts/CUST_MERGES.DAT" TO WS-MERGES-PATH
           END-IF
           MOVE SPACES TO WS-REQUESTS-PATH
           ACCEPT WS-REQUESTS-PATH
               FROM ENVIRONMENT "CUST_MERGE_REQUESTS_PATH"
           IF WS-REQUESTS-PATH = SPACES
               MOVE "accounts/CUST_MERGE_REQUESTS.DAT"
                   TO WS-REQUESTS-PATH
           END-IF
           MOVE SPACES TO WS-OPERATORS-PATH
           ACCEPT WS-OPERATORS-PATH FROM ENVIRONMENT "OPERATORS_PATH"
           IF WS-OPERATORS-PATH = SPACES
               MOVE "accounts/OPERATORS.DAT" TO WS-OPERATORS-PATH
           END-IF
           MOVE SPACES TO WS-BUSDATE-PATH
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_PATH"
           IF WS-BUSDATE-PATH = SPACES
               MOVE "accounts/BUSINESS_DATE.DAT" TO WS-BUSDATE-PATH
           END-IF
           MOVE SPACES TO WS-CHGAUDIT-PATH
           ACCEPT WS-CHGAUDIT-PATH FROM ENVIRONMENT "MAINT_AUDIT_PATH"
           IF WS-CHGAUDIT-PATH = SPACES
               MOVE "accounts/MAINT_AUDIT.LOG" TO WS-CHGAUDIT-PATH
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "CUST_MERGE_RPT_PATH"
           IF WS-REPORT-PATH = SPACES
               MOVE "accounts/CUST_MERGE.RPT" TO WS-REPORT-PATH
           END-IF
           MOVE SPACES TO WS-LEVEL-TXT
           ACCEPT WS-LEVEL-TXT FROM ENVIRONMENT "CUST_MERGE_LEVEL"
           IF WS-LEVEL-TXT NOT = SPACES AND WS-LEVEL-TXT NUMERIC
               MOVE WS-LEVEL-TXT TO WS-MERGE-LEVEL
           END-IF
           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-OPERATOR-TABLE
           PERFORM LOAD-CUSTOMER-TABLE
           PERFORM LOAD-REVIEW-TABLE
           PERFORM LOAD-EXCLUDE-TABLE
           PERFORM LOAD-MERGES-TABLE
           PERFORM ACQUIRE-ACCOUNTS-LOCK
           PERFORM LOAD-ACCOUNTS-TABLE
           PERFORM LOAD-HOLDERS-TABLE
           PERFORM LOAD-CONTACTS-TABLE
           PERFORM LOAD-DISPO-TABLE
           PERFORM LOAD-BIRTH-TABLE
           PERFORM LOAD-TAXRES-TABLE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "CUSTOMER MERGE REGISTER " WS-TODAY
               " MINIMUM OPERATOR LEVEL " WS-MERGE-LEVEL
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM PROCESS-MERGE-REQUESTS
           IF WS-ACC-TOUCHED = 'Y'
               PERFORM REWRITE-ACCOUNTS-FILE
           ELSE
               MOVE 'Y' TO WS-VERIFY-OK
           END-IF
           IF WS-VERIFY-OK = 'Y'
               IF WS-MERGE-COUNT > 0
                   PERFORM REWRITE-CUSTOMERS-FILE
                   PERFORM REWRITE-HOLDERS-FILE
                   PERFORM REWRITE-CONTACTS-FILE
                   PERFORM REWRITE-DISPO-FILE
                   PERFORM REWRITE-BIRTH-FILE
                   PERFORM REWRITE-TAXRES-FILE
                   PERFORM REWRITE-MERGES-FILE
                   PERFORM WRITE-AUDIT-BUFFER
               END-IF
               IF WS-MERGE-COUNT > 0 OR WS-DIST-COUNT > 0
                   PERFORM REWRITE-REVIEW-FILE
               END-IF
               IF WS-DIST-COUNT > 0
                   PERFORM REWRITE-EXCLUDE-FILE
               END-IF
               IF WS-REQ-SEEN = 'Y'
                   OPEN OUTPUT REQUESTS-FILE
                   CLOSE REQUESTS-FILE
               END-IF
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "ERROR - MASTER NOT REPLACED - CUSTOMER, LINK "
                   "AND REQUEST FILES LEFT UNCHANGED"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "ERROR - MASTER NOT REPLACED - CUSTOMER, LINK "
                   "AND REQUEST FILES LEFT UNCHANGED"
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "MERGED " WS-MERGE-COUNT
               " MARKED DISTINCT " WS-DIST-COUNT
               " REJECTED " WS-REJECT-COUNT
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           PERFORM RELEASE-ACCOUNTS-LOCK
           DISPLAY "CUSTOMER MERGES " WS-MERGE-COUNT
               " DISTINCT " WS-DIST-COUNT
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
               DISPLAY "NO OPERATOR MASTER FILE - NO MERGE REQUEST "
                   "CAN BE ACCEPTED"
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-CUSTOMER-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-CU-COUNT
           OPEN INPUT CUSTOMERS-FILE
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "ERROR CUSTOMERS OPEN " WS-CUSTOMERS-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUSTOMERS-FILE INTO CUST-REC
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CUST-ID NOT = SPACES
                       IF WS-CU-COUNT >= 50000
                           DISPLAY "CUSTOMER FILE EXCEEDS TABLE "
                               "CAPACITY - NO MERGE RUN"
                           CLOSE CUSTOMERS-FILE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CU-COUNT
                       MOVE CUST-REC TO CU-REC-TBL(WS-CU-COUNT)
                       MOVE 'N' TO CU-DROP-TBL(WS-CU-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMERS-FILE
           MOVE 'N' TO WS-EOF.

       LOAD-REVIEW-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-RV-COUNT
           OPEN INPUT REVIEW-FILE
           IF WS-REVIEW-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-RV-COUNT >= 5000
                   READ REVIEW-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DR-CUST-A NOT = SPACES
                           ADD 1 TO WS-RV-COUNT
                           MOVE REVIEW-REC TO RV-REC-TBL(WS-RV-COUNT)
                           MOVE 'N' TO RV-DROP-TBL(WS-RV-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE REVIEW-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-EXCLUDE-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-DX-COUNT
           OPEN INPUT EXCLUDE-FILE
           IF WS-EXCLUDE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-DX-COUNT >= 5000
                   READ EXCLUDE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DX-CUST-A NOT = SPACES
                           ADD 1 TO WS-DX-COUNT
                           MOVE EXCLUDE-REC TO DX-REC-TBL(WS-DX-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCLUDE-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-MERGES-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-MG-COUNT
           OPEN INPUT MERGES-FILE
           IF WS-MERGES-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-MG-COUNT >= 5000
                   READ MERGES-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CM-RETIRED NOT = SPACES
                           ADD 1 TO WS-MG-COUNT
                           MOVE MERGE-REC TO MG-REC-TBL(WS-MG-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE MERGES-FILE
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
                   MOVE 0 TO AC-MOVED-TBL(WS-AC-COUNT)
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           MOVE 'N' TO WS-EOF.

       LOAD-HOLDERS-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-AH-COUNT
           OPEN INPUT HOLDERS-FILE
           IF WS-HOLDERS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-AH-COUNT >= 50000
                   READ HOLDERS-FILE INTO HOLDER-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AH-AC-ID NOT = SPACES
                           ADD 1 TO WS-AH-COUNT
                           MOVE HOLDER-RECORD TO AH-REC-TBL(WS-AH-COUNT)
                           MOVE 'N' TO AH-DROP-TBL(WS-AH-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDERS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-CONTACTS-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-CC-COUNT
           OPEN INPUT CONTACTS-FILE
           IF WS-CONTACTS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-CC-COUNT >= 50000
                   READ CONTACTS-FILE INTO CONTACT-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CC-CUST-ID NOT = SPACES
                           ADD 1 TO WS-CC-COUNT
                           MOVE CONTACT-RECORD
                               TO CC-REC-TBL(WS-CC-COUNT)
                           MOVE 'N' TO CC-DROP-TBL(WS-CC-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACTS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-DISPO-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-DS-COUNT
           OPEN INPUT DISPO-FILE
           IF WS-DISPO-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-DS-COUNT >= 20000
                   READ DISPO-FILE INTO DISPO-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DS-CUST-ID NOT = SPACES
                           ADD 1 TO WS-DS-COUNT
                           MOVE DISPO-RECORD TO DS-REC-TBL(WS-DS-COUNT)
                           MOVE 'N' TO DS-DROP-TBL(WS-DS-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPO-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-BIRTH-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-BT-COUNT
           OPEN INPUT BIRTHDATES-FILE
           IF WS-BIRTH-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-BT-COUNT >= 50000
                   READ BIRTHDATES-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CB-CUST-ID NOT = SPACES
                           ADD 1 TO WS-BT-COUNT
                           MOVE CB-CUST-ID TO BT-ID-TBL(WS-BT-COUNT)
                           MOVE CB-BIRTH-DATE
                               TO BT-DATE-TBL(WS-BT-COUNT)
                           MOVE 'N' TO BT-DROP-TBL(WS-BT-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BIRTHDATES-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       PROCESS-MERGE-REQUESTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT REQUESTS-FILE
           IF WS-REQUESTS-STATUS = "00"
               MOVE 'Y' TO WS-REQ-SEEN
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REQUESTS-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MQ-ACTION NOT = SPACES
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
           IF WS-OPER-LEVEL < WS-MERGE-LEVEL
               MOVE "OPERATOR LEVEL TOO LOW FOR MERGE"
                   TO WS-REJECT-REASON
           ELSE
               PERFORM VALIDATE-PAIR
               EVALUATE MQ-ACTION
                   WHEN "MRGE"
                       IF WS-REJECT-REASON = SPACES
                           PERFORM VALIDATE-MERGE
                       END-IF
                       IF WS-REJECT-REASON = SPACES
                           PERFORM POST-MERGE
                       END-IF
                   WHEN "DIST"
                       IF WS-REJECT-REASON = SPACES
                           PERFORM POST-DISTINCT
                       END-IF
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "REJECT " MQ-ACTION " " MQ-SURVIVOR " "
                   MQ-RETIRED " " MQ-OPERATOR " - " WS-REJECT-REASON
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "MERGE REQUEST REJECTED " MQ-ACTION " "
                   MQ-SURVIVOR " " MQ-RETIRED " " WS-REJECT-REASON
           END-IF.

       CHECK-OPERATOR.
           MOVE 'N' TO WS-OPER-OK
           MOVE 0 TO WS-OPER-LEVEL
           MOVE 1 TO WS-OPS-INDEX
           PERFORM UNTIL WS-OPS-INDEX > WS-OPS-COUNT
               IF OPS-ID-TBL(WS-OPS-INDEX) = MQ-OPERATOR
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

       FIND-CUSTOMER.
           MOVE 0 TO WS-CU-IX
           MOVE 1 TO WS-CU-INDEX
           PERFORM UNTIL WS-CU-INDEX > WS-CU-COUNT
               IF CU-REC-TBL(WS-CU-INDEX)(1:5) = WS-FIND-CUST
                       AND CU-DROP-TBL(WS-CU-INDEX) = 'N'
                   MOVE WS-CU-INDEX TO WS-CU-IX
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CU-INDEX
           END-PERFORM.

       VALIDATE-PAIR.
           EVALUATE TRUE
               WHEN MQ-SURVIVOR = SPACES OR MQ-RETIRED = SPACES
                   MOVE "BOTH CUSTOMER IDS REQUIRED"
                       TO WS-REJECT-REASON
               WHEN MQ-SURVIVOR = MQ-RETIRED
                   MOVE "SURVIVOR AND RETIRED ID ARE THE SAME"
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               MOVE MQ-SURVIVOR TO WS-FIND-CUST
               PERFORM FIND-CUSTOMER
               MOVE WS-CU-IX TO WS-CU-SURV
               MOVE MQ-RETIRED TO WS-FIND-CUST
               PERFORM FIND-CUSTOMER
               MOVE WS-CU-IX TO WS-CU-RETD
               IF WS-CU-SURV = 0
                   MOVE "SURVIVING CUSTOMER NOT ON FILE"
                       TO WS-REJECT-REASON
               ELSE
               IF WS-CU-RETD = 0
                   MOVE "RETIRING CUSTOMER NOT ON FILE"
                       TO WS-REJECT-REASON
               END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE 0 TO WS-RV-IX
               MOVE 1 TO WS-RV-INDEX
               PERFORM UNTIL WS-RV-INDEX > WS-RV-COUNT
                   IF RV-DROP-TBL(WS-RV-INDEX) = 'N'
                       AND ((RV-REC-TBL(WS-RV-INDEX)(1:5)
                               = MQ-SURVIVOR
                           AND RV-REC-TBL(WS-RV-INDEX)(7:5)
                               = MQ-RETIRED)
                       OR (RV-REC-TBL(WS-RV-INDEX)(1:5)
                               = MQ-RETIRED
                           AND RV-REC-TBL(WS-RV-INDEX)(7:5)
                               = MQ-SURVIVOR))
                       MOVE WS-RV-INDEX TO WS-RV-IX
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-RV-INDEX
               END-PERFORM
               IF WS-RV-IX = 0
                   MOVE "PAIR NOT ON DUPLICATE REVIEW FILE"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       LOAD-TAXRES-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-TR-COUNT
           OPEN INPUT TAXRES-FILE
           IF WS-TAXRES-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-TR-COUNT >= 20000
                   READ TAXRES-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CT-CUST-ID NOT = SPACES
                           ADD 1 TO WS-TR-COUNT
                           MOVE TAXRES-REC TO TR-REC-TBL(WS-TR-COUNT)
                           MOVE 'N' TO TR-DROP-TBL(WS-TR-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE TAXRES-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       VALIDATE-MERGE.
           MOVE 0 TO WS-BT-SURV
           MOVE 0 TO WS-BT-RETD
           MOVE 1 TO WS-BT-INDEX
           PERFORM UNTIL WS-BT-INDEX > WS-BT-COUNT
               IF BT-DROP-TBL(WS-BT-INDEX) = 'N'
                   IF BT-ID-TBL(WS-BT-INDEX) = MQ-SURVIVOR
                       MOVE WS-BT-INDEX TO WS-BT-SURV
                   END-IF
                   IF BT-ID-TBL(WS-BT-INDEX) = MQ-RETIRED
                       MOVE WS-BT-INDEX TO WS-BT-RETD
                   END-IF
               END-IF
               ADD 1 TO WS-BT-INDEX
           END-PERFORM
           MOVE 0 TO WS-AU-NEED
           MOVE 1 TO WS-AC-INDEX
           PERFORM UNTIL WS-AC-INDEX > WS-AC-COUNT
               IF AC-REC-TBL(WS-AC-INDEX)(48:5) = MQ-RETIRED
                   ADD 3 TO WS-AU-NEED
               END-IF
               ADD 1 TO WS-AC-INDEX
           END-PERFORM
           ADD 3 TO WS-AU-NEED
           MOVE 'Y' TO WS-DEAD-SURV
           IF CU-REC-TBL(WS-CU-SURV)(67:8) = SPACES
                   OR CU-REC-TBL(WS-CU-SURV)(67:8) = ZEROS
               MOVE 'N' TO WS-DEAD-SURV
           END-IF
           MOVE 'Y' TO WS-DEAD-RETD
           IF CU-REC-TBL(WS-CU-RETD)(67:8) = SPACES
                   OR CU-REC-TBL(WS-CU-RETD)(67:8) = ZEROS
               MOVE 'N' TO WS-DEAD-RETD
           END-IF
           EVALUATE TRUE
               WHEN CU-REC-TBL(WS-CU-SURV)(56:11) NOT = SPACES
                       AND CU-REC-TBL(WS-CU-RETD)(56:11) NOT = SPACES
                       AND CU-REC-TBL(WS-CU-SURV)(56:11)
                           NOT = CU-REC-TBL(WS-CU-RETD)(56:11)
                   MOVE "TAX IDS DIFFER - MERGE REFUSED"
                       TO WS-REJECT-REASON
               WHEN WS-BT-SURV > 0 AND WS-BT-RETD > 0
                       AND BT-DATE-TBL(WS-BT-SURV)
                           NOT = BT-DATE-TBL(WS-BT-RETD)
                   MOVE "BIRTH DATES DIFFER - MERGE REFUSED"
                       TO WS-REJECT-REASON
               WHEN WS-DEAD-SURV NOT = WS-DEAD-RETD
                   MOVE "DECEASED STATUS DIFFERS - MERGE REFUSED"
                       TO WS-REJECT-REASON
               WHEN WS-AU-COUNT + WS-AU-NEED > 3000
                   MOVE "TOO MANY CHANGES IN ONE RUN - RESUBMIT"
                       TO WS-REJECT-REASON
           END-EVALUATE.

       POST-MERGE.
           ADD 1 TO WS-MERGE-SEQ
           ACCEPT WS-NOW FROM TIME
           MOVE SPACES TO WS-STAMP
           STRING WS-TODAY WS-NOW(1:6)
               DELIMITED BY SIZE
               INTO WS-STAMP
           PERFORM MOVE-MERGED-ACCOUNTS
           PERFORM MOVE-MERGED-HOLDERS
           PERFORM MOVE-MERGED-CONTACTS
           PERFORM MOVE-MERGED-DISPOSITIONS
           PERFORM MOVE-MERGED-RESIDENCY
           IF WS-BT-RETD > 0
               IF WS-BT-SURV > 0
                   MOVE 'Y' TO BT-DROP-TBL(WS-BT-RETD)
               ELSE
                   MOVE MQ-SURVIVOR TO BT-ID-TBL(WS-BT-RETD)
               END-IF
           END-IF
           PERFORM COUNT-ACCOUNT-LINKS
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE WS-CU-RETD TO WS-CU-INDEX
           PERFORM TAKE-CUSTOMER-IMAGE
           MOVE WS-AFTER-IMAGE TO WS-BEFORE-IMAGE
           MOVE WS-CU-SURV TO WS-CU-INDEX
           PERFORM TAKE-CUSTOMER-IMAGE
           MOVE SPACES TO CHGAUDIT-LINE
           STRING "CHG CUSTOMER MERGE " MQ-RETIRED " " MQ-OPERATOR
               " " WS-STAMP
               DELIMITED BY SIZE
               INTO CHGAUDIT-LINE
           PERFORM BUFFER-AUDIT-ENTRY
           MOVE 'Y' TO CU-DROP-TBL(WS-CU-RETD)
           MOVE 1 TO WS-MG-INDEX
           PERFORM UNTIL WS-MG-INDEX > WS-MG-COUNT
               IF MG-REC-TBL(WS-MG-INDEX)(7:5) = MQ-RETIRED
                   MOVE MQ-SURVIVOR TO MG-REC-TBL(WS-MG-INDEX)(7:5)
               END-IF
               ADD 1 TO WS-MG-INDEX
           END-PERFORM
           IF WS-MG-COUNT < 5000
               ADD 1 TO WS-MG-COUNT
               MOVE SPACES TO MERGE-REC
               MOVE MQ-RETIRED TO CM-RETIRED
               MOVE MQ-SURVIVOR TO CM-SURVIVOR
               MOVE WS-TODAY TO CM-DATE
               MOVE MQ-OPERATOR TO CM-OPERATOR
               MOVE CU-REC-TBL(WS-CU-RETD)(6:20) TO CM-RETIRED-NAME
               MOVE MERGE-REC TO MG-REC-TBL(WS-MG-COUNT)
           ELSE
               DISPLAY "WARNING - MERGE POINTER TABLE FULL - "
                   MQ-RETIRED " NOT RECORDED"
           END-IF
           MOVE 1 TO WS-RV-INDEX
           PERFORM UNTIL WS-RV-INDEX > WS-RV-COUNT
               IF RV-REC-TBL(WS-RV-INDEX)(1:5) = MQ-RETIRED
                       OR RV-REC-TBL(WS-RV-INDEX)(7:5) = MQ-RETIRED
                   MOVE 'Y' TO RV-DROP-TBL(WS-RV-INDEX)
               END-IF
               ADD 1 TO WS-RV-INDEX
           END-PERFORM
           ADD 1 TO WS-MERGE-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "MERGED " MQ-RETIRED " INTO " MQ-SURVIVOR
               " BY " MQ-OPERATOR
               " ACCOUNTS " WS-MOVED-ACCTS
               " HOLDERS " WS-MOVED-HOLDERS
               " CONTACTS " WS-MOVED-CONTACTS
               " SCREENING " WS-MOVED-DISPOS
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "       CARDS FOLLOWING MOVED ACCOUNTS "
               WS-LINKED-CARDS
               " DELIVERY PREFERENCES FOLLOWING " WS-LINKED-PREFS
               " TAX RESIDENCY " WS-MOVED-RESIDENCY
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "CUSTOMER " MQ-RETIRED " MERGED INTO " MQ-SURVIVOR.

       MOVE-MERGED-ACCOUNTS.
           MOVE 0 TO WS-MOVED-ACCTS
           MOVE 1 TO WS-AC-INDEX
           PERFORM UNTIL WS-AC-INDEX > WS-AC-COUNT
               IF AC-REC-TBL(WS-AC-INDEX)(48:5) = MQ-RETIRED
                   MOVE AC-REC-TBL(WS-AC-INDEX) TO ACCOUNTS-RECORD
                   PERFORM TAKE-ACCOUNT-IMAGE
                   MOVE WS-AFTER-IMAGE TO WS-BEFORE-IMAGE
                   MOVE MQ-SURVIVOR TO AC-CUST-ID
                   PERFORM TAKE-ACCOUNT-IMAGE
                   MOVE ACCOUNTS-RECORD TO AC-REC-TBL(WS-AC-INDEX)
                   MOVE WS-MERGE-SEQ TO AC-MOVED-TBL(WS-AC-INDEX)
                   MOVE SPACES TO CHGAUDIT-LINE
                   STRING "CHG ACCOUNT MERGE  " AC-ID " " MQ-OPERATOR
                       " " WS-STAMP
                       DELIMITED BY SIZE
                       INTO CHGAUDIT-LINE
                   PERFORM BUFFER-AUDIT-ENTRY
                   ADD 1 TO WS-MOVED-ACCTS
                   MOVE 'Y' TO WS-ACC-TOUCHED
               END-IF
               ADD 1 TO WS-AC-INDEX
           END-PERFORM.

       MOVE-MERGED-HOLDERS.
           MOVE 0 TO WS-MOVED-HOLDERS
           MOVE 1 TO WS-AH-INDEX
           PERFORM UNTIL WS-AH-INDEX > WS-AH-COUNT
               IF AH-DROP-TBL(WS-AH-INDEX) = 'N'
                       AND AH-REC-TBL(WS-AH-INDEX)(7:5) = MQ-RETIRED
                   MOVE 0 TO WS-AH-IX
                   MOVE 1 TO WS-AH-SCAN
                   PERFORM UNTIL WS-AH-SCAN > WS-AH-COUNT
                       IF AH-DROP-TBL(WS-AH-SCAN) = 'N'
                           AND AH-REC-TBL(WS-AH-SCAN)(1:5)
                               = AH-REC-TBL(WS-AH-INDEX)(1:5)
                           AND AH-REC-TBL(WS-AH-SCAN)(7:5)
                               = MQ-SURVIVOR
                           MOVE WS-AH-SCAN TO WS-AH-IX
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-AH-SCAN
                   END-PERFORM
                   IF WS-AH-IX > 0
                       MOVE 'Y' TO AH-DROP-TBL(WS-AH-INDEX)
                   ELSE
                       MOVE MQ-SURVIVOR
                           TO AH-REC-TBL(WS-AH-INDEX)(7:5)
                   END-IF
                   ADD 1 TO WS-MOVED-HOLDERS
               END-IF
               ADD 1 TO WS-AH-INDEX
           END-PERFORM.

       MOVE-MERGED-CONTACTS.
           MOVE 0 TO WS-MOVED-CONTACTS
           MOVE 1 TO WS-CC-INDEX
           PERFORM UNTIL WS-CC-INDEX > WS-CC-COUNT
               IF CC-DROP-TBL(WS-CC-INDEX) = 'N'
                       AND CC-REC-TBL(WS-CC-INDEX)(1:5) = MQ-RETIRED
                   MOVE CC-REC-TBL(WS-CC-INDEX) TO CONTACT-RECORD
                   PERFORM PLACE-MERGED-CONTACT
                   ADD 1 TO WS-MOVED-CONTACTS
               END-IF
               ADD 1 TO WS-CC-INDEX
           END-PERFORM.

       PLACE-MERGED-CONTACT.
           MOVE 'N' TO WS-SAME-TEXT
           MOVE 'N' TO WS-SEQ-USED
           MOVE 1 TO WS-CC-IX
           PERFORM UNTIL WS-CC-IX > WS-CC-COUNT
               IF CC-DROP-TBL(WS-CC-IX) = 'N'
                       AND CC-REC-TBL(WS-CC-IX)(1:5) = MQ-SURVIVOR
                       AND CC-REC-TBL(WS-CC-IX)(7:1) = CC-TYPE
                   IF CC-REC-TBL(WS-CC-IX)(11:40) = CC-TEXT
                       MOVE 'Y' TO WS-SAME-TEXT
                   END-IF
                   IF CC-REC-TBL(WS-CC-IX)(9:1) = CC-SEQ
                       MOVE 'Y' TO WS-SEQ-USED
                   END-IF
               END-IF
               ADD 1 TO WS-CC-IX
           END-PERFORM
           IF WS-SAME-TEXT = 'Y'
               MOVE 'Y' TO CC-DROP-TBL(WS-CC-INDEX)
           ELSE
               IF WS-SEQ-USED = 'Y'
                   MOVE 0 TO WS-NEW-SEQ
                   PERFORM VARYING WS-SEQ-TRY FROM 1 BY 1
                           UNTIL WS-SEQ-TRY > 9 OR WS-NEW-SEQ > 0
                       MOVE 'N' TO WS-SEQ-USED
                       MOVE 1 TO WS-CC-IX
                       PERFORM UNTIL WS-CC-IX > WS-CC-COUNT
                           IF CC-DROP-TBL(WS-CC-IX) = 'N'
                               AND CC-REC-TBL(WS-CC-IX)(1:5)
                                   = MQ-SURVIVOR
                               AND CC-REC-TBL(WS-CC-IX)(7:1) = CC-TYPE
                               AND CC-REC-TBL(WS-CC-IX)(9:1)
                                   = WS-SEQ-TRY(2:1)
                               MOVE 'Y' TO WS-SEQ-USED
                               EXIT PERFORM
                           END-IF
                           ADD 1 TO WS-CC-IX
                       END-PERFORM
                       IF WS-SEQ-USED = 'N'
                           MOVE WS-SEQ-TRY TO WS-NEW-SEQ
                       END-IF
                   END-PERFORM
                   IF WS-NEW-SEQ = 0
                       MOVE 'Y' TO CC-DROP-TBL(WS-CC-INDEX)
                       DISPLAY "CONTACT SLOTS FULL FOR " MQ-SURVIVOR
                           " - CONTACT OF " MQ-RETIRED " DROPPED"
                   ELSE
                       MOVE WS-NEW-SEQ TO CC-SEQ
                   END-IF
               END-IF
               IF CC-DROP-TBL(WS-CC-INDEX) = 'N'
                   MOVE MQ-SURVIVOR TO CC-CUST-ID
                   MOVE CONTACT-RECORD TO CC-REC-TBL(WS-CC-INDEX)
               END-IF
           END-IF.

       MOVE-MERGED-DISPOSITIONS.
           MOVE 0 TO WS-MOVED-DISPOS
           MOVE 0 TO WS-DS-IX
           MOVE 1 TO WS-DS-INDEX
           PERFORM UNTIL WS-DS-INDEX > WS-DS-COUNT
               IF DS-DROP-TBL(WS-DS-INDEX) = 'N'
                       AND DS-REC-TBL(WS-DS-INDEX)(1:5) = MQ-SURVIVOR
                   MOVE WS-DS-INDEX TO WS-DS-IX
               END-IF
               ADD 1 TO WS-DS-INDEX
           END-PERFORM
           MOVE 1 TO WS-DS-INDEX
           PERFORM UNTIL WS-DS-INDEX > WS-DS-COUNT
               IF DS-DROP-TBL(WS-DS-INDEX) = 'N'
                       AND DS-REC-TBL(WS-DS-INDEX)(1:5) = MQ-RETIRED
                   IF WS-DS-IX > 0
                       MOVE 'Y' TO DS-DROP-TBL(WS-DS-INDEX)
                   ELSE
                       MOVE MQ-SURVIVOR
                           TO DS-REC-TBL(WS-DS-INDEX)(1:5)
                       MOVE WS-DS-INDEX TO WS-DS-IX
                   END-IF
                   ADD 1 TO WS-MOVED-DISPOS
               END-IF
               ADD 1 TO WS-DS-INDEX
           END-PERFORM.

       MOVE-MERGED-RESIDENCY.
           MOVE 0 TO WS-MOVED-RESIDENCY
           MOVE 1 TO WS-TR-INDEX
           PERFORM UNTIL WS-TR-INDEX > WS-TR-COUNT
               IF TR-DROP-TBL(WS-TR-INDEX) = 'N'
                       AND TR-REC-TBL(WS-TR-INDEX)(1:5) = MQ-RETIRED
                   MOVE 0 TO WS-TR-IX
                   MOVE 1 TO WS-TR-SCAN
                   PERFORM UNTIL WS-TR-SCAN > WS-TR-COUNT
                       IF TR-DROP-TBL(WS-TR-SCAN) = 'N'
                           AND TR-REC-TBL(WS-TR-SCAN)(7:2)
                               = TR-REC-TBL(WS-TR-INDEX)(7:2)
                           AND TR-REC-TBL(WS-TR-SCAN)(1:5)
                               = MQ-SURVIVOR
                           MOVE WS-TR-SCAN TO WS-TR-IX
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-TR-SCAN
                   END-PERFORM
                   IF WS-TR-IX > 0
                       IF TR-REC-TBL(WS-TR-INDEX)(31:8)
                               > TR-REC-TBL(WS-TR-IX)(31:8)
                           MOVE 'Y' TO TR-DROP-TBL(WS-TR-IX)
                           MOVE MQ-SURVIVOR
                               TO TR-REC-TBL(WS-TR-INDEX)(1:5)
                       ELSE
                           MOVE 'Y' TO TR-DROP-TBL(WS-TR-INDEX)
                       END-IF
                   ELSE
                       MOVE MQ-SURVIVOR
                           TO TR-REC-TBL(WS-TR-INDEX)(1:5)
                   END-IF
                   ADD 1 TO WS-MOVED-RESIDENCY
               END-IF
               ADD 1 TO WS-TR-INDEX
           END-PERFORM.

       COUNT-ACCOUNT-LINKS.
           MOVE 0 TO WS-LINKED-CARDS
           MOVE 0 TO WS-LINKED-PREFS
           IF WS-MOVED-ACCTS > 0
               MOVE 'N' TO WS-EOF
               OPEN INPUT CARDS-FILE
               IF WS-CARDS-STATUS = "00"
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ CARDS-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE CD-AC-ID TO WS-FIND-CUST
                           PERFORM CHECK-ACCOUNT-MOVED
                           IF WS-AC-INDEX <= WS-AC-COUNT
                               ADD 1 TO WS-LINKED-CARDS
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CARDS-FILE
               END-IF
               MOVE 'N' TO WS-EOF
               OPEN INPUT DELIVPREF-FILE
               IF WS-DELIVPREF-STATUS = "00"
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ DELIVPREF-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE DP-AC-ID TO WS-FIND-CUST
                           PERFORM CHECK-ACCOUNT-MOVED
                           IF WS-AC-INDEX <= WS-AC-COUNT
                               ADD 1 TO WS-LINKED-PREFS
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DELIVPREF-FILE
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF.

       CHECK-ACCOUNT-MOVED.
           MOVE 1 TO WS-AC-INDEX
           PERFORM UNTIL WS-AC-INDEX > WS-AC-COUNT
               IF AC-MOVED-TBL(WS-AC-INDEX) = WS-MERGE-SEQ
                       AND AC-REC-TBL(WS-AC-INDEX)(1:5) = WS-FIND-CUST
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-AC-INDEX
           END-PERFORM.

       POST-DISTINCT.
           MOVE 'Y' TO RV-DROP-TBL(WS-RV-IX)
           IF WS-DX-COUNT < 5000
               ADD 1 TO WS-DX-COUNT
               MOVE SPACES TO EXCLUDE-REC
               MOVE RV-REC-TBL(WS-RV-IX)(1:5) TO DX-CUST-A
               MOVE RV-REC-TBL(WS-RV-IX)(7:5) TO DX-CUST-B
               MOVE WS-TODAY TO DX-DATE
               MOVE MQ-OPERATOR TO DX-OPERATOR
               MOVE EXCLUDE-REC TO DX-REC-TBL(WS-DX-COUNT)
           ELSE
               DISPLAY "WARNING - DISTINCT PAIR TABLE FULL - "
                   MQ-SURVIVOR " " MQ-RETIRED " NOT RECORDED"
           END-IF
           ADD 1 TO WS-DIST-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "DISTINCT " MQ-SURVIVOR " " MQ-RETIRED
               " CONFIRMED NOT DUPLICATES BY " MQ-OPERATOR
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       TAKE-ACCOUNT-IMAGE.
           MOVE SPACES TO WS-AC-CCY
           MOVE AC-CURRENCY TO WS-AC-CCY
           MOVE SPACES TO WS-AFTER-IMAGE
           STRING AC-ID " " AC-NOMBRE " " AC-SALDO " "
               AC-OVERDRAFT-LIMIT " " WS-AC-CCY " " AC-TYPE " "
               AC-CUST-ID " " AC-STATUS
               DELIMITED BY SIZE
               INTO WS-AFTER-IMAGE.

       TAKE-CUSTOMER-IMAGE.
           MOVE CU-REC-TBL(WS-CU-INDEX) TO CUST-REC
           MOVE SPACES TO WS-AFTER-IMAGE
           STRING CUST-ID " " CUST-NAME " " CUST-ADDRESS " "
               CUST-TAX-ID " " CUST-DOD " N " CUST-TAX-CERT
               DELIMITED BY SIZE
               INTO WS-AFTER-IMAGE.

       BUFFER-AUDIT-ENTRY.
           ADD 1 TO WS-AU-COUNT
           MOVE CHGAUDIT-LINE TO AU-LINE-TBL(WS-AU-COUNT)
           ADD 1 TO WS-AU-COUNT
           MOVE SPACES TO AU-LINE-TBL(WS-AU-COUNT)
           STRING "BEF " WS-BEFORE-IMAGE
               DELIMITED BY SIZE
               INTO AU-LINE-TBL(WS-AU-COUNT)
           ADD 1 TO WS-AU-COUNT
           MOVE SPACES TO AU-LINE-TBL(WS-AU-COUNT)
           STRING "AFT " WS-AFTER-IMAGE
               DELIMITED BY SIZE
               INTO AU-LINE-TBL(WS-AU-COUNT).

       WRITE-AUDIT-BUFFER.
           OPEN EXTEND CHGAUDIT-FILE
           IF WS-CHGAUDIT-STATUS NOT = "00" AND
                   WS-CHGAUDIT-STATUS NOT = "05"
               CLOSE CHGAUDIT-FILE
               OPEN OUTPUT CHGAUDIT-FILE
           END-IF
           MOVE 1 TO WS-AU-INDEX
           PERFORM UNTIL WS-AU-INDEX > WS-AU-COUNT
               MOVE AU-LINE-TBL(WS-AU-INDEX) TO CHGAUDIT-LINE
               WRITE CHGAUDIT-LINE
               ADD 1 TO WS-AU-INDEX
           END-PERFORM
           CLOSE CHGAUDIT-FILE.

       REWRITE-CUSTOMERS-FILE.
           OPEN OUTPUT CUSTOMERS-FILE
           MOVE 1 TO WS-CU-INDEX
           PERFORM UNTIL WS-CU-INDEX > WS-CU-COUNT
               IF CU-DROP-TBL(WS-CU-INDEX) = 'N'
                   MOVE CU-REC-TBL(WS-CU-INDEX) TO CUST-REC
                   WRITE CUST-REC
               END-IF
               ADD 1 TO WS-CU-INDEX
           END-PERFORM
           CLOSE CUSTOMERS-FILE.

       REWRITE-HOLDERS-FILE.
           IF WS-AH-COUNT > 0
               OPEN OUTPUT HOLDERS-FILE
               MOVE 1 TO WS-AH-INDEX
               PERFORM UNTIL WS-AH-INDEX > WS-AH-COUNT
                   IF AH-DROP-TBL(WS-AH-INDEX) = 'N'
                       MOVE AH-REC-TBL(WS-AH-INDEX) TO HOLDER-RECORD
                       WRITE HOLDER-RECORD
                   END-IF
                   ADD 1 TO WS-AH-INDEX
               END-PERFORM
               CLOSE HOLDERS-FILE
           END-IF.

       REWRITE-CONTACTS-FILE.
           IF WS-CC-COUNT > 0
               OPEN OUTPUT CONTACTS-FILE
               MOVE 1 TO WS-CC-INDEX
               PERFORM UNTIL WS-CC-INDEX > WS-CC-COUNT
                   IF CC-DROP-TBL(WS-CC-INDEX) = 'N'
                       MOVE CC-REC-TBL(WS-CC-INDEX) TO CONTACT-RECORD
                       WRITE CONTACT-RECORD
                   END-IF
                   ADD 1 TO WS-CC-INDEX
               END-PERFORM
               CLOSE CONTACTS-FILE
           END-IF.

       REWRITE-DISPO-FILE.
           IF WS-DS-COUNT > 0
               OPEN OUTPUT DISPO-FILE
               MOVE 1 TO WS-DS-INDEX
               PERFORM UNTIL WS-DS-INDEX > WS-DS-COUNT
                   IF DS-DROP-TBL(WS-DS-INDEX) = 'N'
                       MOVE DS-REC-TBL(WS-DS-INDEX) TO DISPO-RECORD
                       WRITE DISPO-RECORD
                   END-IF
                   ADD 1 TO WS-DS-INDEX
               END-PERFORM
               CLOSE DISPO-FILE
           END-IF.

       REWRITE-BIRTH-FILE.
           IF WS-BT-COUNT > 0
               OPEN OUTPUT BIRTHDATES-FILE
               MOVE 1 TO WS-BT-INDEX
               PERFORM UNTIL WS-BT-INDEX > WS-BT-COUNT
                   IF BT-DROP-TBL(WS-BT-INDEX) = 'N'
                       MOVE SPACES TO BIRTH-REC
                       MOVE BT-ID-TBL(WS-BT-INDEX) TO CB-CUST-ID
                       MOVE BT-DATE-TBL(WS-BT-INDEX) TO CB-BIRTH-DATE
                       WRITE BIRTH-REC
                   END-IF
                   ADD 1 TO WS-BT-INDEX
               END-PERFORM
               CLOSE BIRTHDATES-FILE
           END-IF.

       REWRITE-TAXRES-FILE.
           IF WS-TR-COUNT > 0
               OPEN OUTPUT TAXRES-FILE
               MOVE 1 TO WS-TR-INDEX
               PERFORM UNTIL WS-TR-INDEX > WS-TR-COUNT
                   IF TR-DROP-TBL(WS-TR-INDEX) = 'N'
                       MOVE TR-REC-TBL(WS-TR-INDEX) TO TAXRES-REC
                       WRITE TAXRES-REC
                   END-IF
                   ADD 1 TO WS-TR-INDEX
               END-PERFORM
               CLOSE TAXRES-FILE
           END-IF.

       REWRITE-MERGES-FILE.
           OPEN OUTPUT MERGES-FILE
           MOVE 1 TO WS-MG-INDEX
           PERFORM UNTIL WS-MG-INDEX > WS-MG-COUNT
               MOVE MG-REC-TBL(WS-MG-INDEX) TO MERGE-REC
               WRITE MERGE-REC
               ADD 1 TO WS-MG-INDEX
           END-PERFORM
           CLOSE MERGES-FILE.

       REWRITE-REVIEW-FILE.
           OPEN OUTPUT REVIEW-FILE
           MOVE 1 TO WS-RV-INDEX
           PERFORM UNTIL WS-RV-INDEX > WS-RV-COUNT
               IF RV-DROP-TBL(WS-RV-INDEX) = 'N'
                   MOVE RV-REC-TBL(WS-RV-INDEX) TO REVIEW-REC
                   WRITE REVIEW-REC
               END-IF
               ADD 1 TO WS-RV-INDEX
           END-PERFORM
           CLOSE REVIEW-FILE.

       REWRITE-EXCLUDE-FILE.
           OPEN OUTPUT EXCLUDE-FILE
           MOVE 1 TO WS-DX-INDEX
           PERFORM UNTIL WS-DX-INDEX > WS-DX-COUNT
               MOVE DX-REC-TBL(WS-DX-INDEX) TO EXCLUDE-REC
               WRITE EXCLUDE-REC
               ADD 1 TO WS-DX-INDEX
           END-PERFORM
           CLOSE EXCLUDE-FILE.

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
