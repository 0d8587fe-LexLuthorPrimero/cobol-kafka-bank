       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZA-CLIENTES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMERS-FILE
               ASSIGN TO DYNAMIC WS-CUSTOMERS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMERS-STATUS.
           SELECT CONTACTS-FILE
               ASSIGN TO DYNAMIC WS-CONTACTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTACTS-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT HOLDERS-FILE
               ASSIGN TO DYNAMIC WS-HOLDERS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HOLDERS-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT CHGAUDIT-FILE
               ASSIGN TO DYNAMIC WS-CHGAUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHGAUDIT-STATUS.
           SELECT CASES-FILE
               ASSIGN TO DYNAMIC WS-CASES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CASES-STATUS.
           SELECT ORDERS-FILE
               ASSIGN TO DYNAMIC WS-ORDERS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ORDERS-STATUS.
           SELECT RECLAIM-FILE
               ASSIGN TO DYNAMIC WS-RECLAIM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RECLAIM-STATUS.
           SELECT LOAN-MASTER-FILE
               ASSIGN TO DYNAMIC WS-LOAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT LEGAL-HOLDS-FILE
               ASSIGN TO DYNAMIC WS-LEGAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LEGAL-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMERS-FILE.
       01  CUST-REC.
           05 CUST-ID           PIC X(5).
           05 CUST-NAME         PIC X(20).
           05 CUST-ADDRESS      PIC X(30).
           05 CUST-TAX-ID       PIC X(11).
           05 CUST-DOD          PIC X(8).
           05 CUST-TAX-CERT     PIC X(1).
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
       FD  HOLDERS-FILE.
       01  HOLDER-RECORD.
           05 AH-AC-ID          PIC X(5).
           05 FILLER            PIC X(1).
           05 AH-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 AH-ROLE           PIC X(1).
       FD  JOURNAL-FILE.
       01  J-REC.
           05 J-TXT             PIC X(136).
       FD  CHGAUDIT-FILE.
       01  CHGAUDIT-LINE        PIC X(100).
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
       FD  ORDERS-FILE.
       01  ORDER-RECORD.
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
       FD  RECLAIM-FILE.
       01  RECLAIM-RECORD.
           05 RC-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 RC-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 RC-AMOUNT         PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 RC-DATE           PIC 9(8).
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
       FD  LEGAL-HOLDS-FILE.
       01  LEGAL-HOLD-RECORD.
           05 LH-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 LH-REFERENCE      PIC X(20).
           05 FILLER            PIC X(1).
           05 LH-PLACED         PIC X(8).
           05 FILLER            PIC X(1).
           05 LH-RELEASED       PIC X(8).
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-CUSTOMERS-PATH    PIC X(200).
       01  WS-CONTACTS-PATH     PIC X(200).
       01  WS-ACCOUNTS-PATH     PIC X(200).
       01  WS-HOLDERS-PATH      PIC X(200).
       01  WS-JOURNAL-PATH      PIC X(200).
       01  WS-CHGAUDIT-PATH     PIC X(200).
       01  WS-CASES-PATH        PIC X(200).
       01  WS-ORDERS-PATH       PIC X(200).
       01  WS-RECLAIM-PATH      PIC X(200).
       01  WS-LOAN-PATH         PIC X(200).
       01  WS-LEGAL-PATH        PIC X(200).
       01  WS-REPORT-PATH       PIC X(200).
       01  WS-CUSTOMERS-STATUS  PIC XX.
       01  WS-CONTACTS-STATUS   PIC XX.
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-HOLDERS-STATUS    PIC XX.
       01  WS-JOURNAL-STATUS    PIC XX.
       01  WS-CHGAUDIT-STATUS   PIC XX.
       01  WS-CASES-STATUS      PIC XX.
       01  WS-ORDERS-STATUS     PIC XX.
       01  WS-RECLAIM-STATUS    PIC XX.
       01  WS-LOAN-STATUS       PIC XX.
       01  WS-LEGAL-STATUS      PIC XX.
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-MODE              PIC X(6).
       01  WS-TODAY             PIC 9(8).
       01  WS-NOW               PIC 9(6).
       01  WS-CLOCK             PIC 9(8).
       01  WS-TODAY-INT         PIC 9(8).
       01  WS-CUTOFF-INT        PIC S9(8).
       01  WS-CUTOFF-DATE       PIC 9(8).
       01  WS-RETAIN-TXT        PIC X(4).
       01  WS-RETAIN-DAYS       PIC 9(4) VALUE 1825.
       01  WS-ANON-NAME         PIC X(20) VALUE "ANONIMIZADO".
       01  WS-ANON-TEXT         PIC X(40) VALUE "ANONIMIZADO".
       01  WS-OPERATOR          PIC X(18) VALUE "ANONIMIZA-CLIENTES".
       01  CUSTOMER-TABLE.
           05 CUSTOMER-ENTRY OCCURS 50000 TIMES.
               10 CU-REC-TBL      PIC X(75).
               10 CU-ACCTS-TBL    PIC 9(4).
               10 CU-OPEN-TBL     PIC X(1).
               10 CU-LAST-TBL     PIC 9(8).
               10 CU-UNDATED-TBL  PIC X(1).
               10 CU-HOLD-TBL     PIC X(20).
               10 CU-BLOCK-TBL    PIC X(20).
               10 CU-ERASE-TBL    PIC X(1).
       01  WS-CU-INDEX          PIC 9(6) VALUE 1.
       01  WS-CU-COUNT          PIC 9(6) VALUE 0.
       01  WS-CU-IX             PIC 9(6) VALUE 0.
       01  ACCOUNTS-TABLE.
           05 ACCOUNT-ENTRY OCCURS 50000 TIMES.
               10 AC-ID-TBL       PIC X(5).
               10 AC-CUST-TBL     PIC X(5).
               10 AC-STATUS-TBL   PIC X(1).
               10 AC-LAST-TBL     PIC 9(8).
       01  WS-AC-INDEX          PIC 9(6) VALUE 1.
       01  WS-AC-COUNT          PIC 9(6) VALUE 0.
       01  WS-AC-IX             PIC 9(6) VALUE 0.
       01  HOLDERS-TABLE.
           05 HOLDER-ENTRY OCCURS 20000 TIMES.
               10 AH-AC-TBL     PIC X(5).
               10 AH-CUST-TBL   PIC X(5).
       01  WS-AH-INDEX          PIC 9(5) VALUE 1.
       01  WS-AH-COUNT          PIC 9(5) VALUE 0.
       01  WS-FIND-CUST         PIC X(5).
       01  WS-FIND-ACCT         PIC X(5).
       01  WS-SEEN-DATE         PIC 9(8).
       01  WS-SEEN-X            PIC X(8).
       01  WS-BLOCK-REASON      PIC X(20).
       01  WS-TOK1              PIC X(10).
       01  WS-TOK2              PIC X(10).
       01  WS-TOK3              PIC X(10).
       01  WS-TOK4              PIC X(10).
       01  WS-TOK5              PIC X(10).
       01  WS-TOK6              PIC X(16).
       01  WS-BEFORE-IMAGE      PIC X(90).
       01  WS-AFTER-IMAGE       PIC X(90).
       01  WS-CLOSED-FLAG       PIC X(1) VALUE "N".
       01  WS-ERASED-COUNT      PIC 9(6) VALUE 0.
       01  WS-HELD-COUNT        PIC 9(6) VALUE 0.
       01  WS-BLOCKED-COUNT     PIC 9(6) VALUE 0.
       01  WS-UNDATED-COUNT     PIC 9(6) VALUE 0.
       01  WS-DONE-COUNT        PIC 9(6) VALUE 0.
       01  WS-CONTACT-COUNT     PIC 9(6) VALUE 0.
       01  CONTACTS-TABLE.
           05 CONTACT-ENTRY OCCURS 50000 TIMES PIC X(52).
       01  WS-CC-INDEX          PIC 9(6) VALUE 1.
       01  WS-CC-COUNT          PIC 9(6) VALUE 0.
       01  WS-CC-OVERFLOW       PIC X VALUE 'N'.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM SET-FILE-PATHS
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-CLOCK FROM TIME
           MOVE WS-CLOCK(1:6) TO WS-NOW
           MOVE SPACES TO WS-RETAIN-TXT
           ACCEPT WS-RETAIN-TXT FROM ENVIRONMENT "ANON_RETENTION_DAYS"
           IF WS-RETAIN-TXT NOT = SPACES AND WS-RETAIN-TXT NUMERIC
               MOVE WS-RETAIN-TXT TO WS-RETAIN-DAYS
           END-IF
           MOVE SPACES TO WS-MODE
           ACCEPT WS-MODE FROM ENVIRONMENT "ANON_MODE"
           IF WS-MODE = SPACES
               MOVE "ERASE" TO WS-MODE
           END-IF
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-RETAIN-DAYS
           IF WS-CUTOFF-INT < 1
               MOVE 1 TO WS-CUTOFF-INT
           END-IF
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           PERFORM LOAD-CUSTOMERS-TABLE
           PERFORM LOAD-ACCOUNTS-TABLE
           PERFORM LOAD-HOLDERS-TABLE
           PERFORM SCAN-JOURNAL-ACTIVITY
           PERFORM SCAN-ACCOUNT-CHANGES
           PERFORM ROLL-ACCOUNTS-TO-CUSTOMERS
           PERFORM MARK-OPEN-DISPUTES
           PERFORM MARK-OPEN-GARNISHMENTS
           PERFORM MARK-ESCHEAT-CLAIMS
           PERFORM MARK-OPEN-LOANS
           PERFORM MARK-LEGAL-HOLDS
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "CUSTOMER ANONYMIZATION REPORT " WS-TODAY
               " MODE " WS-MODE
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RETENTION DAYS " WS-RETAIN-DAYS
               " ACCOUNTS CLOSED BEFORE " WS-CUTOFF-DATE
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM JUDGE-CUSTOMERS
           IF WS-MODE NOT = "REPORT" AND WS-ERASED-COUNT > 0
               PERFORM REWRITE-CUSTOMERS-FILE
               PERFORM ANONYMIZE-CONTACTS
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "ERASED " WS-ERASED-COUNT
               " LEGAL HOLD " WS-HELD-COUNT
               " OBLIGATION " WS-BLOCKED-COUNT
               " NO CLOSE DATE " WS-UNDATED-COUNT
               " CONTACTS " WS-CONTACT-COUNT
               " PRIOR " WS-DONE-COUNT
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "CUSTOMER ANONYMIZATION - ERASED " WS-ERASED-COUNT
               " LEGAL HOLD " WS-HELD-COUNT
               " OPEN OBLIGATION " WS-BLOCKED-COUNT
               " NO CLOSE DATE " WS-UNDATED-COUNT
           STOP RUN.

       SET-FILE-PATHS.
           MOVE SPACES TO WS-CUSTOMERS-PATH
           ACCEPT WS-CUSTOMERS-PATH FROM ENVIRONMENT "CUSTOMERS_PATH"
           IF WS-CUSTOMERS-PATH = SPACES
               MOVE "accounts/CUSTOMERS.DAT" TO WS-CUSTOMERS-PATH
           END-IF
           MOVE SPACES TO WS-CONTACTS-PATH
           ACCEPT WS-CONTACTS-PATH
               FROM ENVIRONMENT "CUST_CONTACTS_PATH"
           IF WS-CONTACTS-PATH = SPACES
               MOVE "accounts/CUST_CONTACTS.DAT" TO WS-CONTACTS-PATH
           END-IF
           MOVE SPACES TO WS-ACCOUNTS-PATH
           ACCEPT WS-ACCOUNTS-PATH FROM ENVIRONMENT "ACCOUNTS_PATH"
           IF WS-ACCOUNTS-PATH = SPACES
               MOVE "accounts/ACCOUNTS.DAT" TO WS-ACCOUNTS-PATH
           END-IF
           MOVE SPACES TO WS-HOLDERS-PATH
           ACCEPT WS-HOLDERS-PATH FROM ENVIRONMENT "ACCT_HOLDERS_PATH"
           IF WS-HOLDERS-PATH = SPACES
               MOVE "accounts/ACCT_HOLDERS.DAT" TO WS-HOLDERS-PATH
           END-IF
           MOVE SPACES TO WS-JOURNAL-PATH
           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT "JOURNAL_PATH"
           IF WS-JOURNAL-PATH = SPACES
               MOVE "accounts/JOURNAL.LOG" TO WS-JOURNAL-PATH
           END-IF
           MOVE SPACES TO WS-CHGAUDIT-PATH
           ACCEPT WS-CHGAUDIT-PATH FROM ENVIRONMENT "MAINT_AUDIT_PATH"
           IF WS-CHGAUDIT-PATH = SPACES
               MOVE "accounts/MAINT_AUDIT.LOG" TO WS-CHGAUDIT-PATH
           END-IF
           MOVE SPACES TO WS-CASES-PATH
           ACCEPT WS-CASES-PATH FROM ENVIRONMENT "DISPUTES_PATH"
           IF WS-CASES-PATH = SPACES
               MOVE "accounts/DISPUTES.DAT" TO WS-CASES-PATH
           END-IF
           MOVE SPACES TO WS-ORDERS-PATH
           ACCEPT WS-ORDERS-PATH FROM ENVIRONMENT "GARNISH_ORDERS_PATH"
           IF WS-ORDERS-PATH = SPACES
               MOVE "accounts/GARNISH_ORDERS.DAT" TO WS-ORDERS-PATH
           END-IF
           MOVE SPACES TO WS-RECLAIM-PATH
           ACCEPT WS-RECLAIM-PATH
               FROM ENVIRONMENT "ESCHEAT_RECLAIM_PATH"
           IF WS-RECLAIM-PATH = SPACES
               MOVE "accounts/ESCHEAT_RECLAIM.DAT" TO WS-RECLAIM-PATH
           END-IF
           MOVE SPACES TO WS-LOAN-PATH
           ACCEPT WS-LOAN-PATH FROM ENVIRONMENT "LOAN_MASTER_PATH"
           IF WS-LOAN-PATH = SPACES
               MOVE "accounts/LOAN_MASTER.DAT" TO WS-LOAN-PATH
           END-IF
           MOVE SPACES TO WS-LEGAL-PATH
           ACCEPT WS-LEGAL-PATH FROM ENVIRONMENT "LEGAL_HOLDS_PATH"
           IF WS-LEGAL-PATH = SPACES
               MOVE "accounts/LEGAL_HOLDS.DAT" TO WS-LEGAL-PATH
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "ANON_REPORT_PATH"
           IF WS-REPORT-PATH = SPACES
               MOVE "accounts/ANONYMIZATION.RPT" TO WS-REPORT-PATH
           END-IF.

       LOAD-CUSTOMERS-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-CU-COUNT
           OPEN INPUT CUSTOMERS-FILE
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "ERROR CUSTOMERS OPEN " WS-CUSTOMERS-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUSTOMERS-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WS-CU-COUNT >= 50000
                       DISPLAY "CUSTOMER FILE EXCEEDS TABLE CAPACITY"
                       CLOSE CUSTOMERS-FILE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CU-COUNT
                   MOVE CUST-REC TO CU-REC-TBL(WS-CU-COUNT)
                   MOVE 0 TO CU-ACCTS-TBL(WS-CU-COUNT)
                   MOVE 'N' TO CU-OPEN-TBL(WS-CU-COUNT)
                   MOVE 0 TO CU-LAST-TBL(WS-CU-COUNT)
                   MOVE 'N' TO CU-UNDATED-TBL(WS-CU-COUNT)
                   MOVE SPACES TO CU-HOLD-TBL(WS-CU-COUNT)
                   MOVE SPACES TO CU-BLOCK-TBL(WS-CU-COUNT)
                   MOVE 'N' TO CU-ERASE-TBL(WS-CU-COUNT)
               END-READ
           END-PERFORM
           CLOSE CUSTOMERS-FILE
           MOVE 'N' TO WS-EOF.

       LOAD-ACCOUNTS-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-AC-COUNT
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "ERROR ACCOUNTS OPEN " WS-ACCOUNTS-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCOUNTS-FILE INTO ACCOUNTS-RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WS-AC-COUNT >= 50000
                       DISPLAY "ACCOUNT FILE EXCEEDS TABLE CAPACITY"
                       CLOSE ACCOUNTS-FILE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-AC-COUNT
                   MOVE AC-ID TO AC-ID-TBL(WS-AC-COUNT)
                   MOVE AC-CUST-ID TO AC-CUST-TBL(WS-AC-COUNT)
                   MOVE AC-STATUS TO AC-STATUS-TBL(WS-AC-COUNT)
                   MOVE 0 TO AC-LAST-TBL(WS-AC-COUNT)
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           MOVE 'N' TO WS-EOF.

       LOAD-HOLDERS-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-AH-COUNT
           OPEN INPUT HOLDERS-FILE
           IF WS-HOLDERS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-AH-COUNT >= 20000
                   READ HOLDERS-FILE INTO HOLDER-RECORD
                   AT END MOVE 'Y' TO WS-EOF
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
           MOVE 'N' TO WS-EOF.

       SCAN-JOURNAL-ACTIVITY.
           MOVE 'N' TO WS-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE J-TXT(30:8) TO WS-SEEN-X
                       IF WS-SEEN-X NUMERIC
                           MOVE J-TXT(4:5) TO WS-FIND-ACCT
                           PERFORM NOTE-ACCOUNT-SEEN
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       SCAN-ACCOUNT-CHANGES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CHGAUDIT-FILE
           IF WS-CHGAUDIT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CHGAUDIT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CHGAUDIT-LINE(1:12) = "CHG ACCOUNT "
                           MOVE SPACES TO WS-TOK1 WS-TOK2 WS-TOK3
                               WS-TOK4 WS-TOK5 WS-TOK6
                           UNSTRING CHGAUDIT-LINE
                               DELIMITED BY ALL SPACE
                               INTO WS-TOK1 WS-TOK2 WS-TOK3 WS-TOK4
                                   WS-TOK5 WS-TOK6
                           MOVE WS-TOK6(1:8) TO WS-SEEN-X
                           IF WS-SEEN-X NUMERIC
                               MOVE WS-TOK4(1:5) TO WS-FIND-ACCT
                               PERFORM NOTE-ACCOUNT-SEEN
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CHGAUDIT-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       NOTE-ACCOUNT-SEEN.
           MOVE WS-SEEN-X TO WS-SEEN-DATE
           PERFORM FIND-ACCOUNT
           IF WS-AC-IX > 0
               IF WS-SEEN-DATE > AC-LAST-TBL(WS-AC-IX)
                   MOVE WS-SEEN-DATE TO AC-LAST-TBL(WS-AC-IX)
               END-IF
           END-IF.

       FIND-ACCOUNT.
           MOVE 0 TO WS-AC-IX
           MOVE 1 TO WS-AC-INDEX
           PERFORM UNTIL WS-AC-INDEX > WS-AC-COUNT
               IF AC-ID-TBL(WS-AC-INDEX) = WS-FIND-ACCT
                   MOVE WS-AC-INDEX TO WS-AC-IX
                   MOVE WS-AC-COUNT TO WS-AC-INDEX
               END-IF
               ADD 1 TO WS-AC-INDEX
           END-PERFORM.

       FIND-CUSTOMER.
           MOVE 0 TO WS-CU-IX
           MOVE 1 TO WS-CU-INDEX
           PERFORM UNTIL WS-CU-INDEX > WS-CU-COUNT
               IF CU-REC-TBL(WS-CU-INDEX)(1:5) = WS-FIND-CUST
                   MOVE WS-CU-INDEX TO WS-CU-IX
                   MOVE WS-CU-COUNT TO WS-CU-INDEX
               END-IF
               ADD 1 TO WS-CU-INDEX
           END-PERFORM.

       ROLL-ACCOUNTS-TO-CUSTOMERS.
           MOVE 1 TO WS-AC-INDEX
           PERFORM UNTIL WS-AC-INDEX > WS-AC-COUNT
               MOVE WS-AC-INDEX TO WS-AC-IX
               MOVE AC-CUST-TBL(WS-AC-IX) TO WS-FIND-CUST
               PERFORM ROLL-ONE-OWNER
               MOVE 1 TO WS-AH-INDEX
               PERFORM UNTIL WS-AH-INDEX > WS-AH-COUNT
                   IF AH-AC-TBL(WS-AH-INDEX) = AC-ID-TBL(WS-AC-IX)
                           AND AH-CUST-TBL(WS-AH-INDEX)
                               NOT = AC-CUST-TBL(WS-AC-IX)
                       MOVE AH-CUST-TBL(WS-AH-INDEX) TO WS-FIND-CUST
                       PERFORM ROLL-ONE-OWNER
                   END-IF
                   ADD 1 TO WS-AH-INDEX
               END-PERFORM
               MOVE WS-AC-IX TO WS-AC-INDEX
               ADD 1 TO WS-AC-INDEX
           END-PERFORM.

       ROLL-ONE-OWNER.
           PERFORM FIND-CUSTOMER
           IF WS-CU-IX > 0
               ADD 1 TO CU-ACCTS-TBL(WS-CU-IX)
               IF AC-STATUS-TBL(WS-AC-IX) NOT = 'C'
                   MOVE 'Y' TO CU-OPEN-TBL(WS-CU-IX)
               ELSE
                   IF AC-LAST-TBL(WS-AC-IX) = 0
                       MOVE 'Y' TO CU-UNDATED-TBL(WS-CU-IX)
                   ELSE
                       IF AC-LAST-TBL(WS-AC-IX) > CU-LAST-TBL(WS-CU-IX)
                           MOVE AC-LAST-TBL(WS-AC-IX)
                               TO CU-LAST-TBL(WS-CU-IX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       MARK-OPEN-DISPUTES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CASES-FILE
           IF WS-CASES-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CASES-FILE INTO CASE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CS-CASE-ID NOT = SPACES
                               AND CS-STATUS NOT = 'C'
                           MOVE CS-ACCOUNT TO WS-FIND-ACCT
                           MOVE "OPEN DISPUTE" TO WS-BLOCK-REASON
                           PERFORM BLOCK-ACCOUNT-OWNERS
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CASES-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       MARK-OPEN-GARNISHMENTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ORDERS-FILE
           IF WS-ORDERS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ORDERS-FILE INTO ORDER-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GO-ID NOT = SPACES
                           IF GO-ALL-FUNDS = 'Y'
                                   OR GO-AMOUNT NOT NUMERIC
                                   OR GO-SEIZED NOT NUMERIC
                               MOVE GO-ID TO WS-FIND-ACCT
                               MOVE "OPEN GARNISHMENT"
                                   TO WS-BLOCK-REASON
                               PERFORM BLOCK-ACCOUNT-OWNERS
                           ELSE
                               IF GO-SEIZED < GO-AMOUNT
                                   MOVE GO-ID TO WS-FIND-ACCT
                                   MOVE "OPEN GARNISHMENT"
                                       TO WS-BLOCK-REASON
                                   PERFORM BLOCK-ACCOUNT-OWNERS
                               END-IF
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDERS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       MARK-ESCHEAT-CLAIMS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT RECLAIM-FILE
           IF WS-RECLAIM-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RECLAIM-FILE INTO RECLAIM-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RC-ID NOT = SPACES
                           MOVE "ESCHEAT CLAIM" TO WS-BLOCK-REASON
                           MOVE RC-ID TO WS-FIND-ACCT
                           PERFORM BLOCK-ACCOUNT-OWNERS
                           MOVE RC-CUST-ID TO WS-FIND-CUST
                           PERFORM BLOCK-ONE-CUSTOMER
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RECLAIM-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       MARK-OPEN-LOANS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-LOAN-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LOAN-MASTER-FILE INTO LOAN-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LN-ID NOT = SPACES
                               AND LN-STATUS NOT = 'P'
                               AND LN-STATUS NOT = 'W'
                           MOVE "OPEN LOAN" TO WS-BLOCK-REASON
                           MOVE LN-ID TO WS-FIND-ACCT
                           PERFORM BLOCK-ACCOUNT-OWNERS
                           MOVE LN-DISB-ACCT TO WS-FIND-ACCT
                           PERFORM BLOCK-ACCOUNT-OWNERS
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       MARK-LEGAL-HOLDS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT LEGAL-HOLDS-FILE
           IF WS-LEGAL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LEGAL-HOLDS-FILE INTO LEGAL-HOLD-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LH-CUST-ID NOT = SPACES
                           IF LH-RELEASED = SPACES
                                   OR LH-RELEASED = "00000000"
                                   OR LH-RELEASED NOT NUMERIC
                                   OR LH-RELEASED > WS-TODAY
                               MOVE LH-CUST-ID TO WS-FIND-CUST
                               PERFORM FIND-CUSTOMER
                               IF WS-CU-IX > 0
                                   MOVE LH-REFERENCE
                                       TO CU-HOLD-TBL(WS-CU-IX)
                                   IF CU-HOLD-TBL(WS-CU-IX) = SPACES
                                       MOVE "UNREFERENCED"
                                           TO CU-HOLD-TBL(WS-CU-IX)
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE LEGAL-HOLDS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       BLOCK-ACCOUNT-OWNERS.
           IF WS-FIND-ACCT NOT = SPACES
               PERFORM FIND-ACCOUNT
               IF WS-AC-IX > 0
                   MOVE AC-CUST-TBL(WS-AC-IX) TO WS-FIND-CUST
                   PERFORM BLOCK-ONE-CUSTOMER
                   MOVE 1 TO WS-AH-INDEX
                   PERFORM UNTIL WS-AH-INDEX > WS-AH-COUNT
                       IF AH-AC-TBL(WS-AH-INDEX) = WS-FIND-ACCT
                           MOVE AH-CUST-TBL(WS-AH-INDEX)
                               TO WS-FIND-CUST
                           PERFORM BLOCK-ONE-CUSTOMER
                       END-IF
                       ADD 1 TO WS-AH-INDEX
                   END-PERFORM
               END-IF
           END-IF.

       BLOCK-ONE-CUSTOMER.
           IF WS-FIND-CUST NOT = SPACES
               PERFORM FIND-CUSTOMER
               IF WS-CU-IX > 0
                   IF CU-BLOCK-TBL(WS-CU-IX) = SPACES
                       MOVE WS-BLOCK-REASON TO CU-BLOCK-TBL(WS-CU-IX)
                   END-IF
               END-IF
           END-IF.

       JUDGE-CUSTOMERS.
           MOVE 1 TO WS-CU-INDEX
           PERFORM UNTIL WS-CU-INDEX > WS-CU-COUNT
               MOVE WS-CU-INDEX TO WS-CU-IX
               MOVE CU-REC-TBL(WS-CU-IX) TO CUST-REC
               IF CUST-NAME = WS-ANON-NAME
                   ADD 1 TO WS-DONE-COUNT
               ELSE
               IF CU-ACCTS-TBL(WS-CU-IX) > 0
                       AND CU-OPEN-TBL(WS-CU-IX) = 'N'
                   PERFORM JUDGE-CLOSED-CUSTOMER
               END-IF
               END-IF
               MOVE WS-CU-IX TO WS-CU-INDEX
               ADD 1 TO WS-CU-INDEX
           END-PERFORM.

       JUDGE-CLOSED-CUSTOMER.
           IF CU-UNDATED-TBL(WS-CU-IX) = 'Y'
                   OR CU-LAST-TBL(WS-CU-IX) = 0
               ADD 1 TO WS-UNDATED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "NO CLOSE DATE  " CUST-ID
                   " ACCOUNT CLOSURE NOT FOUND IN JOURNAL OR AUDIT"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
           IF CU-LAST-TBL(WS-CU-IX) >= WS-CUTOFF-DATE
               CONTINUE
           ELSE
           IF CU-HOLD-TBL(WS-CU-IX) NOT = SPACES
               ADD 1 TO WS-HELD-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "LEGAL HOLD     " CUST-ID
                   " REF " CU-HOLD-TBL(WS-CU-IX)
                   " LAST ACTIVITY " CU-LAST-TBL(WS-CU-IX)
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
           IF CU-BLOCK-TBL(WS-CU-IX) NOT = SPACES
               ADD 1 TO WS-BLOCKED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "NOT ERASED     " CUST-ID
                   " " CU-BLOCK-TBL(WS-CU-IX)
                   " LAST ACTIVITY " CU-LAST-TBL(WS-CU-IX)
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM ERASE-ONE-CUSTOMER
           END-IF
           END-IF
           END-IF
           END-IF.

       ERASE-ONE-CUSTOMER.
           ADD 1 TO WS-ERASED-COUNT
           MOVE SPACES TO REPORT-LINE
           IF WS-MODE = "REPORT"
               STRING "WOULD ERASE    " CUST-ID
                   " LAST ACTIVITY " CU-LAST-TBL(WS-CU-IX)
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               STRING "ERASED         " CUST-ID
                   " LAST ACTIVITY " CU-LAST-TBL(WS-CU-IX)
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO CU-ERASE-TBL(WS-CU-IX)
               MOVE SPACES TO CUST-NAME
               MOVE SPACES TO CUST-ADDRESS
               MOVE SPACES TO CUST-TAX-ID
               MOVE SPACES TO WS-BEFORE-IMAGE
               STRING CUST-ID " " CUST-NAME " " CUST-ADDRESS
                   " " CUST-TAX-ID " " CUST-DOD " " WS-CLOSED-FLAG
                   " " CUST-TAX-CERT
                   DELIMITED BY SIZE
                   INTO WS-BEFORE-IMAGE
               MOVE WS-ANON-NAME TO CUST-NAME
               MOVE CUST-REC TO CU-REC-TBL(WS-CU-IX)
               MOVE SPACES TO WS-AFTER-IMAGE
               STRING CUST-ID " " CUST-NAME " " CUST-ADDRESS
                   " " CUST-TAX-ID " " CUST-DOD " " WS-CLOSED-FLAG
                   " " CUST-TAX-CERT
                   DELIMITED BY SIZE
                   INTO WS-AFTER-IMAGE
               PERFORM WRITE-ERASURE-AUDIT
           END-IF.

       WRITE-ERASURE-AUDIT.
           OPEN EXTEND CHGAUDIT-FILE
           IF WS-CHGAUDIT-STATUS NOT = "00" AND
                   WS-CHGAUDIT-STATUS NOT = "05"
               CLOSE CHGAUDIT-FILE
               OPEN OUTPUT CHGAUDIT-FILE
           END-IF
           MOVE SPACES TO CHGAUDIT-LINE
           STRING "CHG CUSTOMER ERASE  " CUST-ID " "
               WS-OPERATOR " " WS-TODAY WS-NOW
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

       REWRITE-CUSTOMERS-FILE.
           OPEN OUTPUT CUSTOMERS-FILE
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "ERROR CUSTOMERS REWRITE " WS-CUSTOMERS-STATUS
               STOP RUN
           END-IF
           MOVE 1 TO WS-CU-INDEX
           PERFORM UNTIL WS-CU-INDEX > WS-CU-COUNT
               MOVE CU-REC-TBL(WS-CU-INDEX) TO CUST-REC
               WRITE CUST-REC
               ADD 1 TO WS-CU-INDEX
           END-PERFORM
           CLOSE CUSTOMERS-FILE.

       ANONYMIZE-CONTACTS.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-CC-COUNT
           MOVE 'N' TO WS-CC-OVERFLOW
           OPEN INPUT CONTACTS-FILE
           IF WS-CONTACTS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-CC-OVERFLOW = 'Y'
                   READ CONTACTS-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-CC-COUNT >= 50000
                           MOVE 'Y' TO WS-CC-OVERFLOW
                       ELSE
                           MOVE CC-CUST-ID TO WS-FIND-CUST
                           PERFORM FIND-CUSTOMER
                           IF WS-CU-IX > 0
                               IF CU-ERASE-TBL(WS-CU-IX) = 'Y'
                                   MOVE WS-ANON-TEXT TO CC-TEXT
                                   MOVE 'Y' TO CC-RETURNED
                                   ADD 1 TO WS-CONTACT-COUNT
                               END-IF
                           END-IF
                           ADD 1 TO WS-CC-COUNT
                           MOVE CONTACT-RECORD
                               TO CONTACT-ENTRY(WS-CC-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACTS-FILE
               IF WS-CC-OVERFLOW = 'Y'
                   DISPLAY "CONTACT FILE EXCEEDS TABLE CAPACITY - "
                       "CONTACTS LEFT UNCHANGED"
                   MOVE SPACES TO REPORT-LINE
                   STRING "CONTACT FILE EXCEEDS TABLE CAPACITY - "
                       "CONTACTS LEFT UNCHANGED"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE 0 TO WS-CONTACT-COUNT
                   MOVE 1 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT CONTACTS-FILE
                   MOVE 1 TO WS-CC-INDEX
                   PERFORM UNTIL WS-CC-INDEX > WS-CC-COUNT
                       MOVE CONTACT-ENTRY(WS-CC-INDEX)
                           TO CONTACT-RECORD
                       WRITE CONTACT-RECORD
                       ADD 1 TO WS-CC-INDEX
                   END-PERFORM
                   CLOSE CONTACTS-FILE
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF.
