       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASOS-SAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASES-FILE
               ASSIGN TO DYNAMIC WS-CASES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CASES-STATUS.
           SELECT ALERTS-FILE
               ASSIGN TO DYNAMIC WS-ALERTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ALERTS-STATUS.
           SELECT ACTIONS-FILE
               ASSIGN TO DYNAMIC WS-ACTIONS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACTIONS-STATUS.
           SELECT NOTES-FILE
               ASSIGN TO DYNAMIC WS-NOTES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NOTES-STATUS.
           SELECT CUSTOMERS-FILE
               ASSIGN TO DYNAMIC WS-CUSTOMERS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMERS-STATUS.
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
           SELECT SOURCE-FILE
               ASSIGN TO DYNAMIC WS-SOURCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT FILING-FILE
               ASSIGN TO DYNAMIC WS-FILING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILING-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO DYNAMIC WS-BUSDATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CASES-FILE.
       01  CASE-RECORD.
           05 SC-CASE-ID        PIC X(10).
           05 FILLER            PIC X(1).
           05 SC-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 SC-STATUS         PIC X(1).
           05 FILLER            PIC X(1).
           05 SC-ANALYST        PIC X(8).
           05 FILLER            PIC X(1).
           05 SC-FIRST-DETECT   PIC 9(8).
           05 FILLER            PIC X(1).
           05 SC-LAST-DETECT    PIC 9(8).
           05 FILLER            PIC X(1).
           05 SC-DEADLINE       PIC 9(8).
           05 FILLER            PIC X(1).
           05 SC-ALERTS         PIC 9(4).
           05 FILLER            PIC X(1).
           05 SC-SOURCES        PIC X(4).
           05 FILLER            PIC X(1).
           05 SC-CLOSED         PIC 9(8).
           05 FILLER            PIC X(1).
           05 SC-EXTRACTED      PIC X(1).
       FD  ALERTS-FILE.
       01  ALERT-RECORD.
           05 SL-CASE-ID        PIC X(10).
           05 FILLER            PIC X(1).
           05 SL-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 SL-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 SL-SOURCE         PIC X(1).
           05 FILLER            PIC X(1).
           05 SL-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 SL-TEXT           PIC X(70).
       FD  ACTIONS-FILE.
       01  ACTION-RECORD.
           05 SA-CASE-ID        PIC X(10).
           05 FILLER            PIC X(1).
           05 SA-ACTION         PIC X(6).
           05 FILLER            PIC X(1).
           05 SA-VALUE          PIC X(60).
       FD  NOTES-FILE.
       01  NOTE-RECORD.
           05 SN-CASE-ID        PIC X(10).
           05 FILLER            PIC X(1).
           05 SN-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 SN-TEXT           PIC X(60).
       FD  CUSTOMERS-FILE.
       01  CUST-REC.
           05 CUST-ID           PIC X(5).
           05 CUST-NAME         PIC X(20).
           05 CUST-ADDRESS      PIC X(30).
           05 CUST-TAX-ID       PIC X(11).
           05 CUST-DOD          PIC X(8).
           05 CUST-TAX-CERT     PIC X(1).
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
       FD  SOURCE-FILE.
       01  SOURCE-LINE          PIC X(120).
       FD  JOURNAL-FILE.
       01  J-REC.
           05 J-TXT             PIC X(136).
       FD  FILING-FILE.
       01  FILING-LINE          PIC X(160).
       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05 BD-DATE           PIC 9(8).
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(120).
       WORKING-STORAGE SECTION.
       01  WS-CASES-PATH        PIC X(200).
       01  WS-ALERTS-PATH       PIC X(200).
       01  WS-ACTIONS-PATH      PIC X(200).
       01  WS-NOTES-PATH        PIC X(200).
       01  WS-CUSTOMERS-PATH    PIC X(200).
       01  WS-ACCOUNTS-PATH     PIC X(200).
       01  WS-HOLDERS-PATH      PIC X(200).
       01  WS-SOURCE-PATH       PIC X(200).
       01  WS-AML-PATH          PIC X(200).
       01  WS-CTR-PATH          PIC X(200).
       01  WS-PATTERN-PATH      PIC X(200).
       01  WS-SCREEN-PATH       PIC X(200).
       01  WS-JOURNAL-PATH      PIC X(200).
       01  WS-FILING-PATH       PIC X(200).
       01  WS-BUSDATE-PATH      PIC X(200).
       01  WS-REPORT-PATH       PIC X(200).
       01  WS-CASES-STATUS      PIC XX.
       01  WS-ALERTS-STATUS     PIC XX.
       01  WS-ACTIONS-STATUS    PIC XX.
       01  WS-NOTES-STATUS      PIC XX.
       01  WS-CUSTOMERS-STATUS  PIC XX.
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-HOLDERS-STATUS    PIC XX.
       01  WS-SOURCE-STATUS     PIC XX.
       01  WS-JOURNAL-STATUS    PIC XX.
       01  WS-FILING-STATUS     PIC XX.
       01  WS-BUSDATE-STATUS    PIC XX.
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  WS-FILER-ID          PIC X(10).
       01  WS-DAYS-TXT          PIC X(3).
       01  WS-FILING-DAYS       PIC 9(3) VALUE 30.
       01  WS-LOOKBACK-TXT      PIC X(3).
       01  WS-LOOKBACK-DAYS     PIC 9(3) VALUE 90.
       01  CASES-TABLE.
           05 CASES-ENTRY OCCURS 10000 TIMES.
               10 SC-ID-TBL        PIC X(10).
               10 SC-CUST-TBL      PIC X(5).
               10 SC-STATUS-TBL    PIC X(1).
               10 SC-ANALYST-TBL   PIC X(8).
               10 SC-FIRST-TBL     PIC 9(8).
               10 SC-LAST-TBL      PIC 9(8).
               10 SC-DEADLINE-TBL  PIC 9(8).
               10 SC-ALERTS-TBL    PIC 9(4).
               10 SC-SOURCES-TBL   PIC X(4).
               10 SC-CLOSED-TBL    PIC 9(8).
               10 SC-EXTRACTED-TBL PIC X(1).
       01  WS-SC-INDEX          PIC 9(5) VALUE 1.
       01  WS-SC-COUNT          PIC 9(5) VALUE 0.
       01  WS-SC-PICKED         PIC 9(5) VALUE 0.
       01  WS-SC-NEXT           PIC 9(7) VALUE 0.
       01  WS-SC-NUM            PIC 9(7).
       01  ALERTS-TABLE.
           05 ALERT-ENTRY OCCURS 50000 TIMES.
               10 SL-CUST-TBL      PIC X(5).
               10 SL-SOURCE-TBL    PIC X(1).
               10 SL-TEXT-TBL      PIC X(70).
       01  WS-SL-INDEX          PIC 9(6) VALUE 1.
       01  WS-SL-COUNT          PIC 9(6) VALUE 0.
       01  CUSTOMER-TABLE.
           05 CUSTOMER-ENTRY OCCURS 20000 TIMES.
               10 CU-ID-TBL        PIC X(5).
               10 CU-NAME-TBL      PIC X(20).
               10 CU-ADDRESS-TBL   PIC X(30).
               10 CU-TAX-ID-TBL    PIC X(11).
       01  WS-CU-INDEX          PIC 9(5) VALUE 1.
       01  WS-CU-COUNT          PIC 9(5) VALUE 0.
       01  WS-CU-PICKED         PIC 9(5) VALUE 0.
       01  ACCOUNTS-TABLE.
           05 ACCOUNT-ENTRY OCCURS 50000 TIMES.
               10 AC-ID-TBL        PIC X(5).
               10 AC-NOMBRE-TBL    PIC X(20).
               10 AC-SALDO-TBL     PIC S9(7)V99.
               10 AC-CURRENCY-TBL  PIC X(3).
               10 AC-TYPE-TBL      PIC X(1).
               10 AC-CUST-TBL      PIC X(5).
               10 AC-STATUS-TBL    PIC X(1).
       01  WS-ACC-INDEX         PIC 9(6) VALUE 1.
       01  WS-ACC-COUNT         PIC 9(6) VALUE 0.
       01  HOLDERS-TABLE.
           05 HOLDER-ENTRY OCCURS 20000 TIMES.
               10 AH-AC-TBL        PIC X(5).
               10 AH-CUST-TBL      PIC X(5).
               10 AH-ROLE-TBL      PIC X(1).
       01  WS-AH-INDEX          PIC 9(5) VALUE 1.
       01  WS-AH-COUNT          PIC 9(5) VALUE 0.
       01  SUBJECT-ACCOUNTS.
           05 SJ-ACCOUNT-TBL OCCURS 200 TIMES PIC X(5).
       01  WS-SJ-INDEX          PIC 9(3) VALUE 1.
       01  WS-SJ-COUNT          PIC 9(3) VALUE 0.
       01  WS-SJ-FOUND          PIC X VALUE 'N'.
       01  WS-ALERT-CUST        PIC X(5).
       01  WS-ALERT-ACCOUNT     PIC X(5).
       01  WS-ALERT-SOURCE      PIC X(1).
       01  WS-ALERT-TEXT        PIC X(70).
       01  WS-ALERT-DUP         PIC X VALUE 'N'.
       01  WS-CTR-DATE          PIC X(8).
       01  WS-SOURCE-POS        PIC 9(1).
       01  WS-NOTE-TEXT         PIC X(60).
       01  WS-NEW-STATUS        PIC X(1).
       01  WS-FROM-DATE         PIC 9(8).
       01  WS-J-DATE            PIC 9(8).
       01  WS-J-DATE-X REDEFINES WS-J-DATE PIC X(8).
       01  WS-DAYS-LEFT         PIC S9(5).
       01  WS-RPT-DAYS          PIC -(4)9.
       01  WS-RPT-FLAG          PIC X(8).
       01  WS-STATUS-NAME       PIC X(15).
       01  WS-NEW-CASES         PIC 9(5) VALUE 0.
       01  WS-NEW-ALERTS        PIC 9(6) VALUE 0.
       01  WS-DUP-ALERTS        PIC 9(6) VALUE 0.
       01  WS-UNMATCHED         PIC 9(6) VALUE 0.
       01  WS-ACTIONS-DONE      PIC 9(5) VALUE 0.
       01  WS-ACTIONS-BAD       PIC 9(5) VALUE 0.
       01  WS-FILED-CASES       PIC 9(5) VALUE 0.
       01  WS-OPEN-CASES        PIC 9(5) VALUE 0.
       01  WS-OVERDUE-CASES     PIC 9(5) VALUE 0.
       01  WS-FX-SUBJECTS       PIC 9(5) VALUE 0.
       01  WS-FX-ACCOUNTS       PIC 9(6) VALUE 0.
       01  WS-FX-TRANS          PIC 9(7) VALUE 0.
       01  WS-FX-RECORDS        PIC 9(7) VALUE 0.
       01  FX-HEADER.
           05 FX-H-TYPE         PIC X(2) VALUE "01".
           05 FX-H-FILER        PIC X(10).
           05 FX-H-DATE         PIC 9(8).
           05 FX-H-FORM         PIC X(8) VALUE "SARBATCH".
       01  FX-SUBJECT.
           05 FX-S-TYPE         PIC X(2) VALUE "10".
           05 FX-S-CASE-ID      PIC X(10).
           05 FX-S-CUST-ID      PIC X(5).
           05 FX-S-NAME         PIC X(20).
           05 FX-S-ADDRESS      PIC X(30).
           05 FX-S-TAX-ID       PIC X(11).
           05 FX-S-FIRST        PIC 9(8).
           05 FX-S-LAST         PIC 9(8).
           05 FX-S-DEADLINE     PIC 9(8).
           05 FX-S-FILED        PIC 9(8).
           05 FX-S-ANALYST      PIC X(8).
           05 FX-S-ALERTS       PIC 9(4).
           05 FX-S-SOURCES      PIC X(4).
       01  FX-ACCOUNT.
           05 FX-A-TYPE         PIC X(2) VALUE "20".
           05 FX-A-CASE-ID      PIC X(10).
           05 FX-A-ACCOUNT      PIC X(5).
           05 FX-A-NAME         PIC X(20).
           05 FX-A-CURRENCY     PIC X(3).
           05 FX-A-ACC-TYPE     PIC X(1).
           05 FX-A-STATUS       PIC X(1).
           05 FX-A-SIGN         PIC X(1).
           05 FX-A-BALANCE      PIC 9(7)V99.
           05 FX-A-OWNER        PIC X(5).
       01  FX-TRANS.
           05 FX-T-TYPE         PIC X(2) VALUE "30".
           05 FX-T-CASE-ID      PIC X(10).
           05 FX-T-ACCOUNT      PIC X(5).
           05 FX-T-DATE         PIC X(8).
           05 FX-T-SEQ          PIC X(7).
           05 FX-T-TIPO         PIC X(1).
           05 FX-T-AMOUNT       PIC X(9).
           05 FX-T-CURRENCY     PIC X(3).
           05 FX-T-SOURCE       PIC X(16).
           05 FX-T-NARRATIVE    PIC X(25).
       01  FX-ACTIVITY.
           05 FX-V-TYPE         PIC X(2).
           05 FX-V-CASE-ID      PIC X(10).
           05 FX-V-DATE         PIC 9(8).
           05 FX-V-SOURCE       PIC X(1).
           05 FX-V-ACCOUNT      PIC X(5).
           05 FX-V-TEXT         PIC X(70).
       01  FX-TRAILER.
           05 FX-Z-TYPE         PIC X(2) VALUE "99".
           05 FX-Z-SUBJECTS     PIC 9(5).
           05 FX-Z-ACCOUNTS     PIC 9(6).
           05 FX-Z-TRANS        PIC 9(7).
           05 FX-Z-RECORDS      PIC 9(7).
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-CASES-PATH
           ACCEPT WS-CASES-PATH FROM ENVIRONMENT "SAR_CASES_PATH"
           IF WS-CASES-PATH = SPACES
               MOVE "accounts/SAR_CASES.DAT" TO WS-CASES-PATH
           END-IF
           MOVE SPACES TO WS-ALERTS-PATH
           ACCEPT WS-ALERTS-PATH FROM ENVIRONMENT "SAR_ALERTS_PATH"
           IF WS-ALERTS-PATH = SPACES
               MOVE "accounts/SAR_CASE_ALERTS.DAT" TO WS-ALERTS-PATH
           END-IF
           MOVE SPACES TO WS-ACTIONS-PATH
           ACCEPT WS-ACTIONS-PATH FROM ENVIRONMENT "SAR_ACTIONS_PATH"
           IF WS-ACTIONS-PATH = SPACES
               MOVE "accounts/SAR_ACTIONS.DAT" TO WS-ACTIONS-PATH
           END-IF
           MOVE SPACES TO WS-NOTES-PATH
           ACCEPT WS-NOTES-PATH FROM ENVIRONMENT "SAR_NOTES_PATH"
           IF WS-NOTES-PATH = SPACES
               MOVE "accounts/SAR_NOTES.LOG" TO WS-NOTES-PATH
           END-IF
           MOVE SPACES TO WS-CUSTOMERS-PATH
           ACCEPT WS-CUSTOMERS-PATH FROM ENVIRONMENT "CUSTOMERS_PATH"
           IF WS-CUSTOMERS-PATH = SPACES
               MOVE "accounts/CUSTOMERS.DAT" TO WS-CUSTOMERS-PATH
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
           MOVE SPACES TO WS-AML-PATH
           ACCEPT WS-AML-PATH FROM ENVIRONMENT "AML_REPORT_PATH"
           IF WS-AML-PATH = SPACES
               MOVE "accounts/AML_REVIEW.RPT" TO WS-AML-PATH
           END-IF
           MOVE SPACES TO WS-CTR-PATH
           ACCEPT WS-CTR-PATH FROM ENVIRONMENT "CTR_REPORT_PATH"
           IF WS-CTR-PATH = SPACES
               MOVE "accounts/CTR_AGGREGATION.RPT" TO WS-CTR-PATH
           END-IF
           MOVE SPACES TO WS-PATTERN-PATH
           ACCEPT WS-PATTERN-PATH FROM ENVIRONMENT "PATTERN_REVIEW_PATH"
           IF WS-PATTERN-PATH = SPACES
               MOVE "accounts/PATTERN_REVIEW.DAT" TO WS-PATTERN-PATH
           END-IF
           MOVE SPACES TO WS-SCREEN-PATH
           ACCEPT WS-SCREEN-PATH FROM ENVIRONMENT "SCREEN_AUDIT_PATH"
           IF WS-SCREEN-PATH = SPACES
               MOVE "accounts/SCREEN_AUDIT.LOG" TO WS-SCREEN-PATH
           END-IF
           MOVE SPACES TO WS-JOURNAL-PATH
           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT "JOURNAL_PATH"
           IF WS-JOURNAL-PATH = SPACES
               MOVE "accounts/JOURNAL.LOG" TO WS-JOURNAL-PATH
           END-IF
           MOVE SPACES TO WS-FILING-PATH
           ACCEPT WS-FILING-PATH FROM ENVIRONMENT "SAR_FILING_PATH"
           IF WS-FILING-PATH = SPACES
               MOVE "accounts/SAR_FILING.DAT" TO WS-FILING-PATH
           END-IF
           MOVE SPACES TO WS-BUSDATE-PATH
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_PATH"
           IF WS-BUSDATE-PATH = SPACES
               MOVE "accounts/BUSINESS_DATE.DAT" TO WS-BUSDATE-PATH
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "SAR_CASES_RPT_PATH"
           IF WS-REPORT-PATH = SPACES
               MOVE "accounts/SAR_CASES.RPT" TO WS-REPORT-PATH
           END-IF
           MOVE SPACES TO WS-FILER-ID
           ACCEPT WS-FILER-ID FROM ENVIRONMENT "SAR_FILER_ID"
           IF WS-FILER-ID = SPACES
               MOVE "0000000000" TO WS-FILER-ID
           END-IF
           MOVE SPACES TO WS-DAYS-TXT
           ACCEPT WS-DAYS-TXT FROM ENVIRONMENT "SAR_FILING_DAYS"
           IF WS-DAYS-TXT NOT = SPACES AND WS-DAYS-TXT NUMERIC
               MOVE WS-DAYS-TXT TO WS-FILING-DAYS
           END-IF
           MOVE SPACES TO WS-LOOKBACK-TXT
           ACCEPT WS-LOOKBACK-TXT FROM ENVIRONMENT "SAR_LOOKBACK_DAYS"
           IF WS-LOOKBACK-TXT NOT = SPACES AND WS-LOOKBACK-TXT NUMERIC
               MOVE WS-LOOKBACK-TXT TO WS-LOOKBACK-DAYS
           END-IF
           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-CASES-TABLE
           PERFORM LOAD-ALERTS-TABLE
           PERFORM LOAD-CUSTOMER-TABLE
           PERFORM LOAD-ACCOUNTS-TABLE
           PERFORM LOAD-HOLDERS-TABLE
           OPEN EXTEND ALERTS-FILE
           IF WS-ALERTS-STATUS NOT = "00" AND
                   WS-ALERTS-STATUS NOT = "05"
               CLOSE ALERTS-FILE
               OPEN OUTPUT ALERTS-FILE
           END-IF
           PERFORM SCAN-AML-REPORT
           PERFORM SCAN-CTR-REPORT
           PERFORM SCAN-PATTERN-REVIEW
           PERFORM SCAN-SCREENING-AUDIT
           CLOSE ALERTS-FILE
           PERFORM APPLY-CASE-ACTIONS
           PERFORM WRITE-FILING-EXTRACT
           PERFORM REWRITE-CASES-FILE
           PERFORM WRITE-CASE-REPORT
           DISPLAY "SAR CASES OPENED " WS-NEW-CASES
               " ALERTS ADDED " WS-NEW-ALERTS
               " ALREADY ON FILE " WS-DUP-ALERTS
               " UNMATCHED " WS-UNMATCHED
           DISPLAY "SAR ACTIONS APPLIED " WS-ACTIONS-DONE
               " REJECTED " WS-ACTIONS-BAD
               " CASES FILED " WS-FILED-CASES
           DISPLAY "SAR CASES OPEN " WS-OPEN-CASES
               " PAST DEADLINE " WS-OVERDUE-CASES
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

       LOAD-CASES-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-SC-COUNT
           MOVE 0 TO WS-SC-NEXT
           OPEN INPUT CASES-FILE
           IF WS-CASES-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-SC-COUNT >= 10000
                   READ CASES-FILE INTO CASE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SC-CASE-ID NOT = SPACES
                               AND SC-FIRST-DETECT NUMERIC
                           ADD 1 TO WS-SC-COUNT
                           MOVE SC-CASE-ID TO SC-ID-TBL(WS-SC-COUNT)
                           MOVE SC-CUST-ID TO SC-CUST-TBL(WS-SC-COUNT)
                           MOVE SC-STATUS
                               TO SC-STATUS-TBL(WS-SC-COUNT)
                           MOVE SC-ANALYST
                               TO SC-ANALYST-TBL(WS-SC-COUNT)
                           MOVE SC-FIRST-DETECT
                               TO SC-FIRST-TBL(WS-SC-COUNT)
                           MOVE SC-LAST-DETECT
                               TO SC-LAST-TBL(WS-SC-COUNT)
                           MOVE SC-DEADLINE
                               TO SC-DEADLINE-TBL(WS-SC-COUNT)
                           MOVE SC-ALERTS
                               TO SC-ALERTS-TBL(WS-SC-COUNT)
                           MOVE SC-SOURCES
                               TO SC-SOURCES-TBL(WS-SC-COUNT)
                           MOVE SC-CLOSED
                               TO SC-CLOSED-TBL(WS-SC-COUNT)
                           MOVE SC-EXTRACTED
                               TO SC-EXTRACTED-TBL(WS-SC-COUNT)
                           IF SC-CASE-ID(4:7) NUMERIC
                               MOVE SC-CASE-ID(4:7) TO WS-SC-NUM
                               IF WS-SC-NUM > WS-SC-NEXT
                                   MOVE WS-SC-NUM TO WS-SC-NEXT
                               END-IF
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CASES-FILE
           END-IF.

       LOAD-ALERTS-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-SL-COUNT
           OPEN INPUT ALERTS-FILE
           IF WS-ALERTS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-SL-COUNT >= 50000
                   READ ALERTS-FILE INTO ALERT-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SL-CASE-ID NOT = SPACES
                           ADD 1 TO WS-SL-COUNT
                           MOVE SL-CUST-ID TO SL-CUST-TBL(WS-SL-COUNT)
                           MOVE SL-SOURCE
                               TO SL-SOURCE-TBL(WS-SL-COUNT)
                           MOVE SL-TEXT TO SL-TEXT-TBL(WS-SL-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERTS-FILE
           END-IF.

       LOAD-CUSTOMER-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-CU-COUNT
           OPEN INPUT CUSTOMERS-FILE
           IF WS-CUSTOMERS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-CU-COUNT >= 20000
                   READ CUSTOMERS-FILE INTO CUST-REC
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CUST-ID NOT = SPACES
                           ADD 1 TO WS-CU-COUNT
                           MOVE CUST-ID TO CU-ID-TBL(WS-CU-COUNT)
                           MOVE CUST-NAME TO CU-NAME-TBL(WS-CU-COUNT)
                           MOVE CUST-ADDRESS
                               TO CU-ADDRESS-TBL(WS-CU-COUNT)
                           MOVE CUST-TAX-ID
                               TO CU-TAX-ID-TBL(WS-CU-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMERS-FILE
           END-IF.

       LOAD-ACCOUNTS-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-ACC-COUNT
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "ERROR ACCOUNTS OPEN " WS-ACCOUNTS-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y' OR WS-ACC-COUNT >= 50000
               READ ACCOUNTS-FILE INTO ACCOUNTS-RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-ACC-COUNT
                   MOVE AC-ID TO AC-ID-TBL(WS-ACC-COUNT)
                   MOVE AC-NOMBRE TO AC-NOMBRE-TBL(WS-ACC-COUNT)
                   MOVE AC-SALDO TO AC-SALDO-TBL(WS-ACC-COUNT)
                   MOVE AC-CURRENCY TO AC-CURRENCY-TBL(WS-ACC-COUNT)
                   MOVE AC-TYPE TO AC-TYPE-TBL(WS-ACC-COUNT)
                   MOVE AC-CUST-ID TO AC-CUST-TBL(WS-ACC-COUNT)
                   MOVE AC-STATUS TO AC-STATUS-TBL(WS-ACC-COUNT)
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE.

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
                           MOVE AH-ROLE TO AH-ROLE-TBL(WS-AH-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDERS-FILE
           END-IF.

       SCAN-AML-REPORT.
           MOVE WS-AML-PATH TO WS-SOURCE-PATH
           MOVE 'N' TO WS-EOF
           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SOURCE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SOURCE-LINE(1:11) = "AML REVIEW "
                           MOVE SOURCE-LINE(12:5) TO WS-ALERT-ACCOUNT
                           PERFORM FIND-ACCOUNT-OWNER
                           MOVE 'A' TO WS-ALERT-SOURCE
                           MOVE 1 TO WS-SOURCE-POS
                           MOVE SOURCE-LINE(12:70) TO WS-ALERT-TEXT
                           PERFORM RECORD-ONE-ALERT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
           END-IF.

       SCAN-CTR-REPORT.
           MOVE WS-CTR-PATH TO WS-SOURCE-PATH
           MOVE SPACES TO WS-CTR-DATE
           MOVE 'N' TO WS-EOF
           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SOURCE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SOURCE-LINE(1:33)
                               = "CURRENCY TRANSACTION AGGREGATION "
                           MOVE SOURCE-LINE(34:8) TO WS-CTR-DATE
                       END-IF
                       IF SOURCE-LINE(1:26)
                               = "POSSIBLE STRUCTURING CUST "
                           MOVE SOURCE-LINE(27:5) TO WS-ALERT-CUST
                           MOVE SPACES TO WS-ALERT-ACCOUNT
                           MOVE 'T' TO WS-ALERT-SOURCE
                           MOVE 2 TO WS-SOURCE-POS
                           MOVE SPACES TO WS-ALERT-TEXT
                           STRING WS-CTR-DATE " " SOURCE-LINE(10:61)
                               DELIMITED BY SIZE
                               INTO WS-ALERT-TEXT
                           PERFORM RECORD-ONE-ALERT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
           END-IF.

       SCAN-PATTERN-REVIEW.
           MOVE WS-PATTERN-PATH TO WS-SOURCE-PATH
           MOVE 'N' TO WS-EOF
           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SOURCE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SOURCE-LINE(1:13) = "OUTOFPATTERN "
                           MOVE SOURCE-LINE(14:5) TO WS-ALERT-ACCOUNT
                           PERFORM FIND-ACCOUNT-OWNER
                           MOVE 'P' TO WS-ALERT-SOURCE
                           MOVE 3 TO WS-SOURCE-POS
                           MOVE SOURCE-LINE(14:70) TO WS-ALERT-TEXT
                           PERFORM RECORD-ONE-ALERT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
           END-IF.

       SCAN-SCREENING-AUDIT.
           MOVE WS-SCREEN-PATH TO WS-SOURCE-PATH
           MOVE 'N' TO WS-EOF
           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SOURCE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SOURCE-LINE(16:6) = "MATCH "
                           MOVE SOURCE-LINE(22:5) TO WS-ALERT-CUST
                           MOVE SPACES TO WS-ALERT-ACCOUNT
                           MOVE 'S' TO WS-ALERT-SOURCE
                           MOVE 4 TO WS-SOURCE-POS
                           MOVE SOURCE-LINE(1:70) TO WS-ALERT-TEXT
                           PERFORM RECORD-ONE-ALERT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
           END-IF.

       FIND-ACCOUNT-OWNER.
           MOVE SPACES TO WS-ALERT-CUST
           MOVE 1 TO WS-ACC-INDEX
           PERFORM UNTIL WS-ACC-INDEX > WS-ACC-COUNT
               IF AC-ID-TBL(WS-ACC-INDEX) = WS-ALERT-ACCOUNT
                   MOVE AC-CUST-TBL(WS-ACC-INDEX) TO WS-ALERT-CUST
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-ACC-INDEX
           END-PERFORM.

       RECORD-ONE-ALERT.
           IF WS-ALERT-CUST = SPACES
               ADD 1 TO WS-UNMATCHED
           ELSE
               MOVE 'N' TO WS-ALERT-DUP
               MOVE 1 TO WS-SL-INDEX
               PERFORM UNTIL WS-SL-INDEX > WS-SL-COUNT
                   IF SL-CUST-TBL(WS-SL-INDEX) = WS-ALERT-CUST
                           AND SL-SOURCE-TBL(WS-SL-INDEX)
                               = WS-ALERT-SOURCE
                           AND SL-TEXT-TBL(WS-SL-INDEX)
                               = WS-ALERT-TEXT
                       MOVE 'Y' TO WS-ALERT-DUP
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-SL-INDEX
               END-PERFORM
               IF WS-ALERT-DUP = 'Y'
                   ADD 1 TO WS-DUP-ALERTS
               ELSE
                   PERFORM FIND-OR-OPEN-CASE
                   IF WS-SC-PICKED > 0
                       PERFORM APPEND-ALERT-TO-CASE
                   END-IF
               END-IF
           END-IF.

       FIND-OR-OPEN-CASE.
           MOVE 0 TO WS-SC-PICKED
           MOVE 1 TO WS-SC-INDEX
           PERFORM UNTIL WS-SC-INDEX > WS-SC-COUNT
               IF SC-CUST-TBL(WS-SC-INDEX) = WS-ALERT-CUST
                       AND (SC-STATUS-TBL(WS-SC-INDEX) = 'O'
                           OR SC-STATUS-TBL(WS-SC-INDEX) = 'R')
                   MOVE WS-SC-INDEX TO WS-SC-PICKED
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-SC-INDEX
           END-PERFORM
           IF WS-SC-PICKED = 0
               IF WS-SC-COUNT >= 10000
                   DISPLAY "SAR CASE FILE FULL - ALERT FOR "
                       WS-ALERT-CUST " SKIPPED"
               ELSE
                   ADD 1 TO WS-SC-COUNT
                   ADD 1 TO WS-SC-NEXT
                   MOVE WS-SC-COUNT TO WS-SC-PICKED
                   MOVE SPACES TO SC-ID-TBL(WS-SC-PICKED)
                   STRING "SAR" WS-SC-NEXT
                       DELIMITED BY SIZE
                       INTO SC-ID-TBL(WS-SC-PICKED)
                   MOVE WS-ALERT-CUST TO SC-CUST-TBL(WS-SC-PICKED)
                   MOVE 'O' TO SC-STATUS-TBL(WS-SC-PICKED)
                   MOVE SPACES TO SC-ANALYST-TBL(WS-SC-PICKED)
                   MOVE WS-TODAY TO SC-FIRST-TBL(WS-SC-PICKED)
                   MOVE WS-TODAY TO SC-LAST-TBL(WS-SC-PICKED)
                   COMPUTE SC-DEADLINE-TBL(WS-SC-PICKED) =
                       FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-TODAY)
                           + WS-FILING-DAYS)
                   MOVE 0 TO SC-ALERTS-TBL(WS-SC-PICKED)
                   MOVE SPACES TO SC-SOURCES-TBL(WS-SC-PICKED)
                   MOVE 0 TO SC-CLOSED-TBL(WS-SC-PICKED)
                   MOVE 'N' TO SC-EXTRACTED-TBL(WS-SC-PICKED)
                   ADD 1 TO WS-NEW-CASES
                   DISPLAY "SAR CASE OPENED " SC-ID-TBL(WS-SC-PICKED)
                       " CUST " WS-ALERT-CUST
               END-IF
           END-IF.

       APPEND-ALERT-TO-CASE.
           MOVE WS-TODAY TO SC-LAST-TBL(WS-SC-PICKED)
           IF SC-ALERTS-TBL(WS-SC-PICKED) < 9999
               ADD 1 TO SC-ALERTS-TBL(WS-SC-PICKED)
           END-IF
           MOVE WS-ALERT-SOURCE
               TO SC-SOURCES-TBL(WS-SC-PICKED)(WS-SOURCE-POS:1)
           MOVE SPACES TO ALERT-RECORD
           MOVE SC-ID-TBL(WS-SC-PICKED) TO SL-CASE-ID
           MOVE WS-ALERT-CUST TO SL-CUST-ID
           MOVE WS-TODAY TO SL-DATE
           MOVE WS-ALERT-SOURCE TO SL-SOURCE
           MOVE WS-ALERT-ACCOUNT TO SL-ACCOUNT
           MOVE WS-ALERT-TEXT TO SL-TEXT
           WRITE ALERT-RECORD
           ADD 1 TO WS-NEW-ALERTS
           IF WS-SL-COUNT < 50000
               ADD 1 TO WS-SL-COUNT
               MOVE WS-ALERT-CUST TO SL-CUST-TBL(WS-SL-COUNT)
               MOVE WS-ALERT-SOURCE TO SL-SOURCE-TBL(WS-SL-COUNT)
               MOVE WS-ALERT-TEXT TO SL-TEXT-TBL(WS-SL-COUNT)
           END-IF.

       APPLY-CASE-ACTIONS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ACTIONS-FILE
           IF WS-ACTIONS-STATUS = "00"
               OPEN EXTEND NOTES-FILE
               IF WS-NOTES-STATUS NOT = "00" AND
                       WS-NOTES-STATUS NOT = "05"
                   CLOSE NOTES-FILE
                   OPEN OUTPUT NOTES-FILE
               END-IF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ACTIONS-FILE INTO ACTION-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SA-CASE-ID NOT = SPACES
                           PERFORM APPLY-ONE-ACTION
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTES-FILE
               CLOSE ACTIONS-FILE
               OPEN OUTPUT ACTIONS-FILE
               CLOSE ACTIONS-FILE
           END-IF.

       APPLY-ONE-ACTION.
           MOVE 0 TO WS-SC-PICKED
           MOVE 1 TO WS-SC-INDEX
           PERFORM UNTIL WS-SC-INDEX > WS-SC-COUNT
               IF SC-ID-TBL(WS-SC-INDEX) = SA-CASE-ID
                   MOVE WS-SC-INDEX TO WS-SC-PICKED
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-SC-INDEX
           END-PERFORM
           IF WS-SC-PICKED = 0
               DISPLAY "SAR ACTION REJECTED - UNKNOWN CASE " SA-CASE-ID
               ADD 1 TO WS-ACTIONS-BAD
           ELSE
           IF SA-ACTION = "NOTE  "
               MOVE SA-VALUE TO WS-NOTE-TEXT
               PERFORM WRITE-CASE-NOTE
               ADD 1 TO WS-ACTIONS-DONE
           ELSE
           IF SC-STATUS-TBL(WS-SC-PICKED) = 'N'
                   OR SC-STATUS-TBL(WS-SC-PICKED) = 'F'
               DISPLAY "SAR ACTION REJECTED - CASE CLOSED " SA-CASE-ID
               ADD 1 TO WS-ACTIONS-BAD
           ELSE
           IF SA-ACTION = "ASSIGN"
               IF SA-VALUE(1:8) = SPACES
                   DISPLAY "SAR ACTION REJECTED - NO ANALYST "
                       SA-CASE-ID
                   ADD 1 TO WS-ACTIONS-BAD
               ELSE
                   MOVE SA-VALUE(1:8) TO SC-ANALYST-TBL(WS-SC-PICKED)
                   MOVE SPACES TO WS-NOTE-TEXT
                   STRING "ASSIGNED TO " SA-VALUE(1:8)
                       DELIMITED BY SIZE
                       INTO WS-NOTE-TEXT
                   PERFORM WRITE-CASE-NOTE
                   ADD 1 TO WS-ACTIONS-DONE
               END-IF
           ELSE
           IF SA-ACTION = "STATUS"
               MOVE SA-VALUE(1:1) TO WS-NEW-STATUS
               PERFORM CHANGE-CASE-STATUS
           ELSE
               DISPLAY "SAR ACTION REJECTED - UNKNOWN ACTION "
                   SA-ACTION " " SA-CASE-ID
               ADD 1 TO WS-ACTIONS-BAD
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       CHANGE-CASE-STATUS.
           IF WS-NEW-STATUS NOT = 'O' AND WS-NEW-STATUS NOT = 'R'
                   AND WS-NEW-STATUS NOT = 'N'
                   AND WS-NEW-STATUS NOT = 'F'
               DISPLAY "SAR ACTION REJECTED - BAD STATUS "
                   WS-NEW-STATUS " " SA-CASE-ID
               ADD 1 TO WS-ACTIONS-BAD
           ELSE
           IF (WS-NEW-STATUS = 'R' OR WS-NEW-STATUS = 'F')
                   AND SC-ANALYST-TBL(WS-SC-PICKED) = SPACES
               DISPLAY "SAR ACTION REJECTED - NO ANALYST ASSIGNED "
                   SA-CASE-ID
               ADD 1 TO WS-ACTIONS-BAD
           ELSE
               MOVE WS-NEW-STATUS TO SC-STATUS-TBL(WS-SC-PICKED)
               IF WS-NEW-STATUS = 'N' OR WS-NEW-STATUS = 'F'
                   MOVE WS-TODAY TO SC-CLOSED-TBL(WS-SC-PICKED)
               END-IF
               IF WS-NEW-STATUS = 'F'
                   MOVE 'N' TO SC-EXTRACTED-TBL(WS-SC-PICKED)
               END-IF
               PERFORM SET-STATUS-NAME
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "STATUS " WS-STATUS-NAME " BY "
                   SC-ANALYST-TBL(WS-SC-PICKED)
                   DELIMITED BY SIZE
                   INTO WS-NOTE-TEXT
               PERFORM WRITE-CASE-NOTE
               ADD 1 TO WS-ACTIONS-DONE
           END-IF
           END-IF.

       SET-STATUS-NAME.
           EVALUATE WS-NEW-STATUS
               WHEN 'O'
                   MOVE "OPEN" TO WS-STATUS-NAME
               WHEN 'R'
                   MOVE "UNDER REVIEW" TO WS-STATUS-NAME
               WHEN 'N'
                   MOVE "CLOSED-NO-ACT" TO WS-STATUS-NAME
               WHEN 'F'
                   MOVE "FILED" TO WS-STATUS-NAME
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-NAME
           END-EVALUATE.

       WRITE-CASE-NOTE.
           MOVE SPACES TO NOTE-RECORD
           MOVE SC-ID-TBL(WS-SC-PICKED) TO SN-CASE-ID
           MOVE WS-TODAY TO SN-DATE
           MOVE WS-NOTE-TEXT TO SN-TEXT
           WRITE NOTE-RECORD.

       WRITE-FILING-EXTRACT.
           MOVE 0 TO WS-FILED-CASES
           MOVE 1 TO WS-SC-INDEX
           PERFORM UNTIL WS-SC-INDEX > WS-SC-COUNT
               IF SC-STATUS-TBL(WS-SC-INDEX) = 'F'
                       AND SC-EXTRACTED-TBL(WS-SC-INDEX) NOT = 'Y'
                   ADD 1 TO WS-FILED-CASES
               END-IF
               ADD 1 TO WS-SC-INDEX
           END-PERFORM
           IF WS-FILED-CASES > 0
               OPEN OUTPUT FILING-FILE
               IF WS-FILING-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING SAR FILING EXTRACT "
                       WS-FILING-STATUS
                   MOVE 0 TO WS-FILED-CASES
               ELSE
                   MOVE 0 TO WS-FX-SUBJECTS
                   MOVE 0 TO WS-FX-ACCOUNTS
                   MOVE 0 TO WS-FX-TRANS
                   MOVE 0 TO WS-FX-RECORDS
                   MOVE WS-FILER-ID TO FX-H-FILER
                   MOVE WS-TODAY TO FX-H-DATE
                   MOVE SPACES TO FILING-LINE
                   MOVE FX-HEADER TO FILING-LINE
                   PERFORM WRITE-FILING-LINE
                   MOVE 1 TO WS-SC-INDEX
                   PERFORM UNTIL WS-SC-INDEX > WS-SC-COUNT
                       IF SC-STATUS-TBL(WS-SC-INDEX) = 'F'
                               AND SC-EXTRACTED-TBL(WS-SC-INDEX)
                                   NOT = 'Y'
                           MOVE WS-SC-INDEX TO WS-SC-PICKED
                           PERFORM EXTRACT-ONE-CASE
                           MOVE 'Y' TO SC-EXTRACTED-TBL(WS-SC-INDEX)
                       END-IF
                       ADD 1 TO WS-SC-INDEX
                   END-PERFORM
                   ADD 1 TO WS-FX-RECORDS
                   MOVE WS-FX-SUBJECTS TO FX-Z-SUBJECTS
                   MOVE WS-FX-ACCOUNTS TO FX-Z-ACCOUNTS
                   MOVE WS-FX-TRANS TO FX-Z-TRANS
                   MOVE WS-FX-RECORDS TO FX-Z-RECORDS
                   MOVE SPACES TO FILING-LINE
                   MOVE FX-TRAILER TO FILING-LINE
                   WRITE FILING-LINE
                   CLOSE FILING-FILE
               END-IF
           END-IF.

       WRITE-FILING-LINE.
           WRITE FILING-LINE
           ADD 1 TO WS-FX-RECORDS.

       EXTRACT-ONE-CASE.
           ADD 1 TO WS-FX-SUBJECTS
           MOVE SC-ID-TBL(WS-SC-PICKED) TO FX-S-CASE-ID
           MOVE SC-CUST-TBL(WS-SC-PICKED) TO FX-S-CUST-ID
           MOVE SPACES TO FX-S-NAME
           MOVE SPACES TO FX-S-ADDRESS
           MOVE SPACES TO FX-S-TAX-ID
           MOVE 0 TO WS-CU-PICKED
           MOVE 1 TO WS-CU-INDEX
           PERFORM UNTIL WS-CU-INDEX > WS-CU-COUNT
               IF CU-ID-TBL(WS-CU-INDEX) = SC-CUST-TBL(WS-SC-PICKED)
                   MOVE CU-NAME-TBL(WS-CU-INDEX) TO FX-S-NAME
                   MOVE CU-ADDRESS-TBL(WS-CU-INDEX) TO FX-S-ADDRESS
                   MOVE CU-TAX-ID-TBL(WS-CU-INDEX) TO FX-S-TAX-ID
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CU-INDEX
           END-PERFORM
           MOVE SC-FIRST-TBL(WS-SC-PICKED) TO FX-S-FIRST
           MOVE SC-LAST-TBL(WS-SC-PICKED) TO FX-S-LAST
           MOVE SC-DEADLINE-TBL(WS-SC-PICKED) TO FX-S-DEADLINE
           MOVE SC-CLOSED-TBL(WS-SC-PICKED) TO FX-S-FILED
           MOVE SC-ANALYST-TBL(WS-SC-PICKED) TO FX-S-ANALYST
           MOVE SC-ALERTS-TBL(WS-SC-PICKED) TO FX-S-ALERTS
           MOVE SC-SOURCES-TBL(WS-SC-PICKED) TO FX-S-SOURCES
           MOVE SPACES TO FILING-LINE
           MOVE FX-SUBJECT TO FILING-LINE
           PERFORM WRITE-FILING-LINE
           PERFORM COLLECT-SUBJECT-ACCOUNTS
           MOVE 1 TO WS-SJ-INDEX
           PERFORM UNTIL WS-SJ-INDEX > WS-SJ-COUNT
               PERFORM EXTRACT-ONE-ACCOUNT
               ADD 1 TO WS-SJ-INDEX
           END-PERFORM
           PERFORM EXTRACT-CASE-TRANSACTIONS
           PERFORM EXTRACT-CASE-ACTIVITY.

       COLLECT-SUBJECT-ACCOUNTS.
           MOVE 0 TO WS-SJ-COUNT
           MOVE 1 TO WS-ACC-INDEX
           PERFORM UNTIL WS-ACC-INDEX > WS-ACC-COUNT
               IF AC-CUST-TBL(WS-ACC-INDEX) = SC-CUST-TBL(WS-SC-PICKED)
                       AND WS-SJ-COUNT < 200
                   ADD 1 TO WS-SJ-COUNT
                   MOVE AC-ID-TBL(WS-ACC-INDEX)
                       TO SJ-ACCOUNT-TBL(WS-SJ-COUNT)
               END-IF
               ADD 1 TO WS-ACC-INDEX
           END-PERFORM
           MOVE 1 TO WS-AH-INDEX
           PERFORM UNTIL WS-AH-INDEX > WS-AH-COUNT
               IF AH-CUST-TBL(WS-AH-INDEX) = SC-CUST-TBL(WS-SC-PICKED)
                   MOVE 'N' TO WS-SJ-FOUND
                   MOVE 1 TO WS-SJ-INDEX
                   PERFORM UNTIL WS-SJ-INDEX > WS-SJ-COUNT
                       IF SJ-ACCOUNT-TBL(WS-SJ-INDEX)
                               = AH-AC-TBL(WS-AH-INDEX)
                           MOVE 'Y' TO WS-SJ-FOUND
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-SJ-INDEX
                   END-PERFORM
                   IF WS-SJ-FOUND = 'N' AND WS-SJ-COUNT < 200
                       ADD 1 TO WS-SJ-COUNT
                       MOVE AH-AC-TBL(WS-AH-INDEX)
                           TO SJ-ACCOUNT-TBL(WS-SJ-COUNT)
                   END-IF
               END-IF
               ADD 1 TO WS-AH-INDEX
           END-PERFORM.

       EXTRACT-ONE-ACCOUNT.
           MOVE 1 TO WS-ACC-INDEX
           PERFORM UNTIL WS-ACC-INDEX > WS-ACC-COUNT
               IF AC-ID-TBL(WS-ACC-INDEX) = SJ-ACCOUNT-TBL(WS-SJ-INDEX)
                   MOVE SC-ID-TBL(WS-SC-PICKED) TO FX-A-CASE-ID
                   MOVE AC-ID-TBL(WS-ACC-INDEX) TO FX-A-ACCOUNT
                   MOVE AC-NOMBRE-TBL(WS-ACC-INDEX) TO FX-A-NAME
                   MOVE AC-CURRENCY-TBL(WS-ACC-INDEX) TO FX-A-CURRENCY
                   MOVE AC-TYPE-TBL(WS-ACC-INDEX) TO FX-A-ACC-TYPE
                   MOVE AC-STATUS-TBL(WS-ACC-INDEX) TO FX-A-STATUS
                   IF AC-SALDO-TBL(WS-ACC-INDEX) < 0
                       MOVE '-' TO FX-A-SIGN
                       COMPUTE FX-A-BALANCE =
                           AC-SALDO-TBL(WS-ACC-INDEX) * -1
                   ELSE
                       MOVE '+' TO FX-A-SIGN
                       MOVE AC-SALDO-TBL(WS-ACC-INDEX) TO FX-A-BALANCE
                   END-IF
                   MOVE AC-CUST-TBL(WS-ACC-INDEX) TO FX-A-OWNER
                   MOVE SPACES TO FILING-LINE
                   MOVE FX-ACCOUNT TO FILING-LINE
                   PERFORM WRITE-FILING-LINE
                   ADD 1 TO WS-FX-ACCOUNTS
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-ACC-INDEX
           END-PERFORM.

       EXTRACT-CASE-TRANSACTIONS.
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(SC-FIRST-TBL(WS-SC-PICKED))
               - WS-LOOKBACK-DAYS)
           MOVE 'N' TO WS-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF J-TXT(1:3) = "OK "
                           MOVE J-TXT(30:8) TO WS-J-DATE-X
                           IF WS-J-DATE NUMERIC
                                   AND WS-J-DATE >= WS-FROM-DATE
                                   AND WS-J-DATE
                                       <= SC-CLOSED-TBL(WS-SC-PICKED)
                               PERFORM EXTRACT-ONE-TRANSACTION
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       EXTRACT-ONE-TRANSACTION.
           MOVE 'N' TO WS-SJ-FOUND
           MOVE 1 TO WS-SJ-INDEX
           PERFORM UNTIL WS-SJ-INDEX > WS-SJ-COUNT
               IF SJ-ACCOUNT-TBL(WS-SJ-INDEX) = J-TXT(4:5)
                   MOVE 'Y' TO WS-SJ-FOUND
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-SJ-INDEX
           END-PERFORM
           IF WS-SJ-FOUND = 'Y'
               MOVE SC-ID-TBL(WS-SC-PICKED) TO FX-T-CASE-ID
               MOVE J-TXT(4:5) TO FX-T-ACCOUNT
               MOVE J-TXT(30:8) TO FX-T-DATE
               MOVE J-TXT(39:7) TO FX-T-SEQ
               MOVE J-TXT(20:1) TO FX-T-TIPO
               MOVE J-TXT(10:9) TO FX-T-AMOUNT
               MOVE J-TXT(47:3) TO FX-T-CURRENCY
               MOVE J-TXT(51:16) TO FX-T-SOURCE
               MOVE J-TXT(79:25) TO FX-T-NARRATIVE
               MOVE SPACES TO FILING-LINE
               MOVE FX-TRANS TO FILING-LINE
               PERFORM WRITE-FILING-LINE
               ADD 1 TO WS-FX-TRANS
           END-IF.

       EXTRACT-CASE-ACTIVITY.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ALERTS-FILE
           IF WS-ALERTS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ALERTS-FILE INTO ALERT-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SL-CASE-ID = SC-ID-TBL(WS-SC-PICKED)
                           MOVE "40" TO FX-V-TYPE
                           MOVE SL-CASE-ID TO FX-V-CASE-ID
                           MOVE SL-DATE TO FX-V-DATE
                           MOVE SL-SOURCE TO FX-V-SOURCE
                           MOVE SL-ACCOUNT TO FX-V-ACCOUNT
                           MOVE SL-TEXT TO FX-V-TEXT
                           MOVE SPACES TO FILING-LINE
                           MOVE FX-ACTIVITY TO FILING-LINE
                           PERFORM WRITE-FILING-LINE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERTS-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT NOTES-FILE
           IF WS-NOTES-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ NOTES-FILE INTO NOTE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SN-CASE-ID = SC-ID-TBL(WS-SC-PICKED)
                           MOVE "50" TO FX-V-TYPE
                           MOVE SN-CASE-ID TO FX-V-CASE-ID
                           MOVE SN-DATE TO FX-V-DATE
                           MOVE SPACE TO FX-V-SOURCE
                           MOVE SPACES TO FX-V-ACCOUNT
                           MOVE SN-TEXT TO FX-V-TEXT
                           MOVE SPACES TO FILING-LINE
                           MOVE FX-ACTIVITY TO FILING-LINE
                           PERFORM WRITE-FILING-LINE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTES-FILE
           END-IF.

       REWRITE-CASES-FILE.
           OPEN OUTPUT CASES-FILE
           IF WS-CASES-STATUS NOT = "00"
               DISPLAY "ERROR SAR CASES WRITE " WS-CASES-STATUS
               STOP RUN
           END-IF
           MOVE 1 TO WS-SC-INDEX
           PERFORM UNTIL WS-SC-INDEX > WS-SC-COUNT
               MOVE SPACES TO CASE-RECORD
               MOVE SC-ID-TBL(WS-SC-INDEX) TO SC-CASE-ID
               MOVE SC-CUST-TBL(WS-SC-INDEX) TO SC-CUST-ID
               MOVE SC-STATUS-TBL(WS-SC-INDEX) TO SC-STATUS
               MOVE SC-ANALYST-TBL(WS-SC-INDEX) TO SC-ANALYST
               MOVE SC-FIRST-TBL(WS-SC-INDEX) TO SC-FIRST-DETECT
               MOVE SC-LAST-TBL(WS-SC-INDEX) TO SC-LAST-DETECT
               MOVE SC-DEADLINE-TBL(WS-SC-INDEX) TO SC-DEADLINE
               MOVE SC-ALERTS-TBL(WS-SC-INDEX) TO SC-ALERTS
               MOVE SC-SOURCES-TBL(WS-SC-INDEX) TO SC-SOURCES
               MOVE SC-CLOSED-TBL(WS-SC-INDEX) TO SC-CLOSED
               MOVE SC-EXTRACTED-TBL(WS-SC-INDEX) TO SC-EXTRACTED
               WRITE CASE-RECORD
               ADD 1 TO WS-SC-INDEX
           END-PERFORM
           CLOSE CASES-FILE.

       WRITE-CASE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SAR CASE REPORT " WS-REPORT-STATUS
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "SUSPICIOUS ACTIVITY CASES  BUSINESS DATE "
                   WS-TODAY "  FILING WINDOW " WS-FILING-DAYS " DAYS"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "CASE       CUST  NAME                 "
                   "STATUS          ANALYST  DETECTED DEADLINE  "
                   "DAYS ALRT SRC"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 1 TO WS-SC-INDEX
               PERFORM UNTIL WS-SC-INDEX > WS-SC-COUNT
                   IF SC-STATUS-TBL(WS-SC-INDEX) = 'O'
                           OR SC-STATUS-TBL(WS-SC-INDEX) = 'R'
                       PERFORM REPORT-ONE-CASE
                   END-IF
                   ADD 1 TO WS-SC-INDEX
               END-PERFORM
               MOVE SPACES TO REPORT-LINE
               STRING "OPEN CASES " WS-OPEN-CASES
                   "  PAST DEADLINE " WS-OVERDUE-CASES
                   "  FILED THIS RUN " WS-FILED-CASES
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
           END-IF.

       REPORT-ONE-CASE.
           ADD 1 TO WS-OPEN-CASES
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(SC-DEADLINE-TBL(WS-SC-INDEX))
               - FUNCTION INTEGER-OF-DATE(WS-TODAY)
           MOVE SPACES TO WS-RPT-FLAG
           IF WS-DAYS-LEFT < 0
               MOVE "OVERDUE" TO WS-RPT-FLAG
               ADD 1 TO WS-OVERDUE-CASES
           END-IF
           MOVE WS-DAYS-LEFT TO WS-RPT-DAYS
           MOVE SPACES TO WS-ALERT-TEXT
           MOVE 1 TO WS-CU-INDEX
           PERFORM UNTIL WS-CU-INDEX > WS-CU-COUNT
               IF CU-ID-TBL(WS-CU-INDEX) = SC-CUST-TBL(WS-SC-INDEX)
                   MOVE CU-NAME-TBL(WS-CU-INDEX) TO WS-ALERT-TEXT
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CU-INDEX
           END-PERFORM
           MOVE SC-STATUS-TBL(WS-SC-INDEX) TO WS-NEW-STATUS
           PERFORM SET-STATUS-NAME
           MOVE SPACES TO REPORT-LINE
           STRING SC-ID-TBL(WS-SC-INDEX) " "
               SC-CUST-TBL(WS-SC-INDEX) " "
               WS-ALERT-TEXT(1:20) " "
               WS-STATUS-NAME " "
               SC-ANALYST-TBL(WS-SC-INDEX) " "
               SC-FIRST-TBL(WS-SC-INDEX) " "
               SC-DEADLINE-TBL(WS-SC-INDEX) " "
               WS-RPT-DAYS " "
               SC-ALERTS-TBL(WS-SC-INDEX) " "
               SC-SOURCES-TBL(WS-SC-INDEX) " "
               WS-RPT-FLAG
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
