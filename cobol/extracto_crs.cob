       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACTO-CRS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
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
           SELECT TAXRES-FILE
               ASSIGN TO DYNAMIC WS-TAXRES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TAXRES-STATUS.
           SELECT PROFILE-FILE
               ASSIGN TO DYNAMIC WS-PROFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.
           SELECT HISTORY-FILE
               ASSIGN TO DYNAMIC WS-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT WITHHOLD-FILE
               ASSIGN TO DYNAMIC WS-WITHHOLD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WITHHOLD-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT REMEDIATE-FILE
               ASSIGN TO DYNAMIC WS-REMEDIATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REMEDIATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  J-REC.
           05 J-TXT             PIC X(136).
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
       FD  HOLDERS-FILE.
       01  HOLDER-RECORD.
           05 AH-AC-ID          PIC X(5).
           05 FILLER            PIC X(1).
           05 AH-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 AH-ROLE           PIC X(1).
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
       FD  PROFILE-FILE.
       01  PROFILE-RECORD.
           05 KP-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 KP-RISK           PIC X(1).
           05 FILLER            PIC X(1).
           05 KP-SCORE          PIC 9(3).
           05 FILLER            PIC X(1).
           05 KP-FACTORS        PIC X(8).
           05 FILLER            PIC X(1).
           05 KP-COUNTRY        PIC X(2).
       FD  HISTORY-FILE.
       01  BH-REC.
           05 BH-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 BH-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 BH-SALDO          PIC S9(7)V99.
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
       FD  REPORT-FILE.
       01  REPORT-RECORD.
           05 CR-REGIME         PIC X(5).
           05 FILLER            PIC X(1).
           05 CR-YEAR           PIC 9(4).
           05 FILLER            PIC X(1).
           05 CR-COUNTRY        PIC X(2).
           05 FILLER            PIC X(1).
           05 CR-ACCT           PIC X(5).
           05 FILLER            PIC X(1).
           05 CR-CUST           PIC X(5).
           05 FILLER            PIC X(1).
           05 CR-NAME           PIC X(20).
           05 FILLER            PIC X(1).
           05 CR-ADDRESS        PIC X(30).
           05 FILLER            PIC X(1).
           05 CR-TIN            PIC X(20).
           05 FILLER            PIC X(1).
           05 CR-CLASS          PIC X(3).
           05 FILLER            PIC X(1).
           05 CR-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 CR-BALANCE        PIC 9(9)V99.
           05 FILLER            PIC X(1).
           05 CR-INTEREST       PIC 9(9)V99.
           05 FILLER            PIC X(1).
           05 CR-CLOSED         PIC X(1).
           05 FILLER            PIC X(1).
           05 CR-BAL-SOURCE     PIC X(1).
       FD  REMEDIATE-FILE.
       01  REMEDIATE-RECORD.
           05 RM-YEAR           PIC 9(4).
           05 FILLER            PIC X(1).
           05 RM-ACCT           PIC X(5).
           05 FILLER            PIC X(1).
           05 RM-CUST           PIC X(5).
           05 FILLER            PIC X(1).
           05 RM-NAME           PIC X(20).
           05 FILLER            PIC X(1).
           05 RM-COUNTRY        PIC X(2).
           05 FILLER            PIC X(1).
           05 RM-SOURCE         PIC X(1).
           05 FILLER            PIC X(1).
           05 RM-INDICIA        PIC X(1).
       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-PATH      PIC X(200).
       01  WS-ACCOUNTS-PATH     PIC X(200).
       01  WS-CUSTOMERS-PATH    PIC X(200).
       01  WS-HOLDERS-PATH      PIC X(200).
       01  WS-TAXRES-PATH       PIC X(200).
       01  WS-PROFILE-PATH      PIC X(200).
       01  WS-HISTORY-PATH      PIC X(200).
       01  WS-WITHHOLD-PATH     PIC X(200).
       01  WS-REPORT-PATH       PIC X(200).
       01  WS-REPORT-PREFIX     PIC X(200).
       01  WS-REMEDIATE-PATH    PIC X(200).
       01  WS-JOURNAL-STATUS    PIC XX.
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-CUSTOMERS-STATUS  PIC XX.
       01  WS-HOLDERS-STATUS    PIC XX.
       01  WS-TAXRES-STATUS     PIC XX.
       01  WS-PROFILE-STATUS    PIC XX.
       01  WS-HISTORY-STATUS    PIC XX.
       01  WS-WITHHOLD-STATUS   PIC XX.
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-REMEDIATE-STATUS  PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  WS-TAX-YEAR-TXT      PIC X(4).
       01  WS-TAX-YEAR          PIC 9(4).
       01  WS-HOME-COUNTRY      PIC X(2).
       01  WS-WORK-DATE         PIC 9(8).
       01  WS-WORK-INT          PIC 9(8).
       01  WS-YEAR-START        PIC 9(8).
       01  WS-YEAR-END          PIC 9(8).
       01  WS-FILES-READ        PIC 9(3) VALUE 0.
       01  WS-J-ID              PIC X(5).
       01  WS-J-AMOUNT          PIC X(9).
       01  WS-J-AMOUNT-NUM REDEFINES
               WS-J-AMOUNT      PIC 9(7)V99.
       01  WS-J-TIPO            PIC X(1).
       01  WS-J-TAG             PIC X(6).
       01  WS-J-DATE            PIC X(8).
       01  WS-FOUND             PIC X VALUE 'N'.
       01  WS-CERTIFIED         PIC X VALUE 'N'.
       01  WS-HOLDER-CUST       PIC X(5).
       01  WS-REGIME            PIC X(5).
       01  WS-COUNTRY           PIC X(2).
       01  WS-RM-SOURCE         PIC X(1).
       01  WS-RM-INDICIA        PIC X(1).
       01  WS-FILE-ROWS         PIC 9(6) VALUE 0.
       01  WS-FILE-BALANCE      PIC 9(11)V99 VALUE 0.
       01  WS-FILE-INTEREST     PIC 9(11)V99 VALUE 0.
       01  WS-REPORT-ROWS       PIC 9(6) VALUE 0.
       01  WS-REMEDIATE-ROWS    PIC 9(6) VALUE 0.
       01  WS-NO-TIN            PIC 9(6) VALUE 0.
       01  WS-ENTITY-SKIPPED    PIC 9(6) VALUE 0.
       01  WS-NOT-HELD          PIC 9(6) VALUE 0.
       01  WS-FROM-MASTER       PIC 9(6) VALUE 0.
       01  RES-TABLE.
           05 RES-ENTRY OCCURS 20000 TIMES.
               10 RS-CUST-TBL     PIC X(5).
               10 RS-CTRY-TBL     PIC X(2).
               10 RS-TIN-TBL      PIC X(20).
               10 RS-CERT-TBL     PIC X(8).
               10 RS-CLASS-TBL    PIC X(3).
               10 RS-IND-TBL      PIC X(1).
       01  WS-RS-INDEX          PIC 9(5) VALUE 1.
       01  WS-RS-COUNT          PIC 9(5) VALUE 0.
       01  KYC-TABLE.
           05 KYC-ENTRY OCCURS 20000 TIMES.
               10 KY-CUST-TBL     PIC X(5).
               10 KY-CTRY-TBL     PIC X(2).
       01  WS-KY-INDEX          PIC 9(5) VALUE 1.
       01  WS-KY-COUNT          PIC 9(5) VALUE 0.
       01  INTEREST-TABLE.
           05 INTEREST-ENTRY OCCURS 20000 TIMES.
               10 IC-CUST-TBL     PIC X(5).
       01  WS-IC-INDEX          PIC 9(5) VALUE 1.
       01  WS-IC-COUNT          PIC 9(5) VALUE 0.
       01  HOLDERS-TABLE.
           05 HOLDER-ENTRY OCCURS 20000 TIMES.
               10 AH-AC-TBL       PIC X(5).
               10 AH-CUST-TBL     PIC X(5).
       01  WS-AH-INDEX          PIC 9(5) VALUE 1.
       01  WS-AH-COUNT          PIC 9(5) VALUE 0.
       01  ACCT-TABLE.
           05 ACCT-ENTRY OCCURS 5000 TIMES.
               10 RB-ACCT-TBL     PIC X(5).
               10 RB-CCY-TBL      PIC X(3).
               10 RB-STATUS-TBL   PIC X(1).
               10 RB-SALDO-TBL    PIC S9(7)V99.
               10 RB-BAL-TBL      PIC S9(9)V99.
               10 RB-BAL-DATE-TBL PIC 9(8).
               10 RB-PAYOUT-TBL   PIC 9(9)V99.
               10 RB-PAID-TBL     PIC X(1).
               10 RB-INT-TBL      PIC 9(9)V99.
               10 RB-CLOSED-TBL   PIC X(1).
               10 RB-SOURCE-TBL   PIC X(1).
               10 RB-SKIP-TBL     PIC X(1).
       01  WS-RB-INDEX          PIC 9(5) VALUE 1.
       01  WS-RB-COUNT          PIC 9(5) VALUE 0.
       01  WS-RB-CURRENT        PIC 9(5) VALUE 0.
       01  REPORT-TABLE.
           05 REPORT-ENTRY OCCURS 5000 TIMES.
               10 RA-RB-TBL       PIC 9(5).
               10 RA-CUST-TBL     PIC X(5).
               10 RA-CTRY-TBL     PIC X(2).
               10 RA-TIN-TBL      PIC X(20).
               10 RA-CLASS-TBL    PIC X(3).
               10 RA-NAME-TBL     PIC X(20).
               10 RA-ADDR-TBL     PIC X(30).
       01  WS-RA-INDEX          PIC 9(5) VALUE 1.
       01  WS-RA-COUNT          PIC 9(5) VALUE 0.
       01  REMEDIATE-TABLE.
           05 REMEDIATE-ENTRY OCCURS 5000 TIMES.
               10 RM-ACCT-TBL     PIC X(5).
               10 RM-CUST-TBL     PIC X(5).
               10 RM-CTRY-TBL     PIC X(2).
               10 RM-SOURCE-TBL   PIC X(1).
               10 RM-IND-TBL      PIC X(1).
               10 RM-NAME-TBL     PIC X(20).
       01  WS-RM-INDEX          PIC 9(5) VALUE 1.
       01  WS-RM-COUNT          PIC 9(5) VALUE 0.
       01  COUNTRY-TABLE.
           05 COUNTRY-ENTRY OCCURS 300 TIMES.
               10 CN-CTRY-TBL     PIC X(2).
       01  WS-CN-INDEX          PIC 9(3) VALUE 1.
       01  WS-CN-COUNT          PIC 9(3) VALUE 0.
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
           MOVE SPACES TO WS-TAXRES-PATH
           ACCEPT WS-TAXRES-PATH
               FROM ENVIRONMENT "CUST_TAX_RESIDENCY_PATH"
           IF WS-TAXRES-PATH = SPACES
               MOVE "accounts/CUST_TAX_RESIDENCY.DAT" TO WS-TAXRES-PATH
           END-IF
           MOVE SPACES TO WS-PROFILE-PATH
           ACCEPT WS-PROFILE-PATH FROM ENVIRONMENT "KYC_PROFILES_PATH"
           IF WS-PROFILE-PATH = SPACES
               MOVE "accounts/KYC_PROFILES.DAT" TO WS-PROFILE-PATH
           END-IF
           MOVE SPACES TO WS-HISTORY-PATH
           ACCEPT WS-HISTORY-PATH
               FROM ENVIRONMENT "BALANCE_HISTORY_PATH"
           IF WS-HISTORY-PATH = SPACES
               MOVE "accounts/BALANCE_HISTORY.DAT" TO WS-HISTORY-PATH
           END-IF
           MOVE SPACES TO WS-WITHHOLD-PATH
           ACCEPT WS-WITHHOLD-PATH FROM ENVIRONMENT "WITHHOLDING_PATH"
           IF WS-WITHHOLD-PATH = SPACES
               MOVE "accounts/WITHHOLDING.DAT" TO WS-WITHHOLD-PATH
           END-IF
           MOVE SPACES TO WS-REPORT-PREFIX
           ACCEPT WS-REPORT-PREFIX
               FROM ENVIRONMENT "CRS_REPORT_PREFIX"
           IF WS-REPORT-PREFIX = SPACES
               MOVE "accounts/CRS_REPORT." TO WS-REPORT-PREFIX
           END-IF
           MOVE SPACES TO WS-REMEDIATE-PATH
           ACCEPT WS-REMEDIATE-PATH
               FROM ENVIRONMENT "CRS_REMEDIATION_PATH"
           IF WS-REMEDIATE-PATH = SPACES
               MOVE "accounts/CRS_REMEDIATION.DAT" TO WS-REMEDIATE-PATH
           END-IF
           MOVE SPACES TO WS-HOME-COUNTRY
           ACCEPT WS-HOME-COUNTRY FROM ENVIRONMENT "CRS_HOME_COUNTRY"
           IF WS-HOME-COUNTRY = SPACES
               ACCEPT WS-HOME-COUNTRY
                   FROM ENVIRONMENT "KYC_HOME_COUNTRY"
           END-IF
           IF WS-HOME-COUNTRY = SPACES
               MOVE "US" TO WS-HOME-COUNTRY
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TAX-YEAR-TXT
           ACCEPT WS-TAX-YEAR-TXT FROM ENVIRONMENT "TAX_YEAR"
           IF WS-TAX-YEAR-TXT NOT = SPACES
                   AND WS-TAX-YEAR-TXT NUMERIC
               MOVE WS-TAX-YEAR-TXT TO WS-TAX-YEAR
           ELSE
               MOVE WS-TODAY(1:4) TO WS-TAX-YEAR
           END-IF
           COMPUTE WS-YEAR-START = WS-TAX-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-END = WS-TAX-YEAR * 10000 + 1231

           PERFORM LOAD-RESIDENCY-TABLE
           PERFORM LOAD-KYC-TABLE
           PERFORM LOAD-HOLDERS-TABLE
           PERFORM FIND-ACCOUNT-HOLDERS
           IF WS-RB-COUNT > 0
               PERFORM ACCUMULATE-JOURNAL-POSTINGS
           END-IF
           PERFORM TALLY-WITHHOLDING
           PERFORM SCAN-BALANCE-HISTORY
           PERFORM SETTLE-YEAR-END-BALANCES
           PERFORM FILL-CUSTOMER-DETAILS
           PERFORM WRITE-COUNTRY-FILES
           PERFORM WRITE-REMEDIATION-LIST

           DISPLAY "CRS/FATCA YEAR " WS-TAX-YEAR
               " HOME COUNTRY " WS-HOME-COUNTRY
           DISPLAY "REPORTABLE ACCOUNT ROWS  " WS-REPORT-ROWS
               " RECEIVING COUNTRIES " WS-CN-COUNT
           DISPLAY "REMEDIATION ROWS         " WS-REMEDIATE-ROWS
           DISPLAY "REPORTED WITHOUT TIN     " WS-NO-TIN
           DISPLAY "ENTITY CLASS NOT REPORTED " WS-ENTITY-SKIPPED
           DISPLAY "CLOSED BEFORE YEAR       " WS-NOT-HELD
           DISPLAY "BALANCE FROM MASTER      " WS-FROM-MASTER
           STOP RUN.

       LOAD-RESIDENCY-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-RS-COUNT
           OPEN INPUT TAXRES-FILE
           IF WS-TAXRES-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-RS-COUNT >= 20000
                   READ TAXRES-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CT-CUST-ID NOT = SPACES
                           ADD 1 TO WS-RS-COUNT
                           MOVE CT-CUST-ID TO RS-CUST-TBL(WS-RS-COUNT)
                           MOVE CT-COUNTRY TO RS-CTRY-TBL(WS-RS-COUNT)
                           MOVE CT-TIN TO RS-TIN-TBL(WS-RS-COUNT)
                           MOVE CT-CERT-DATE
                               TO RS-CERT-TBL(WS-RS-COUNT)
                           MOVE CT-CLASS TO RS-CLASS-TBL(WS-RS-COUNT)
                           MOVE CT-INDICIA TO RS-IND-TBL(WS-RS-COUNT)
                           MOVE CT-CUST-ID TO WS-HOLDER-CUST
                           PERFORM NOTE-CUSTOMER-OF-INTEREST
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE TAXRES-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-KYC-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-KY-COUNT
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-KY-COUNT >= 20000
                   READ PROFILE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF KP-CUST-ID NOT = SPACES
                               AND KP-COUNTRY NOT = SPACES
                               AND KP-COUNTRY NOT = WS-HOME-COUNTRY
                           ADD 1 TO WS-KY-COUNT
                           MOVE KP-CUST-ID TO KY-CUST-TBL(WS-KY-COUNT)
                           MOVE KP-COUNTRY TO KY-CTRY-TBL(WS-KY-COUNT)
                           MOVE KP-CUST-ID TO WS-HOLDER-CUST
                           PERFORM NOTE-CUSTOMER-OF-INTEREST
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFILE-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       NOTE-CUSTOMER-OF-INTEREST.
           PERFORM FIND-CUSTOMER-OF-INTEREST
           IF WS-FOUND = 'N' AND WS-IC-COUNT < 20000
               ADD 1 TO WS-IC-COUNT
               MOVE WS-HOLDER-CUST TO IC-CUST-TBL(WS-IC-COUNT)
           END-IF.

       FIND-CUSTOMER-OF-INTEREST.
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-IC-INDEX
           PERFORM UNTIL WS-IC-INDEX > WS-IC-COUNT
               IF IC-CUST-TBL(WS-IC-INDEX) = WS-HOLDER-CUST
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-IC-INDEX
           END-PERFORM.

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
                           MOVE AH-CUST-ID TO WS-HOLDER-CUST
                           PERFORM FIND-CUSTOMER-OF-INTEREST
                           IF WS-FOUND = 'Y'
                               ADD 1 TO WS-AH-COUNT
                               MOVE AH-AC-ID TO AH-AC-TBL(WS-AH-COUNT)
                               MOVE AH-CUST-ID
                                   TO AH-CUST-TBL(WS-AH-COUNT)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDERS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       FIND-ACCOUNT-HOLDERS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "ERROR ACCOUNTS OPEN " WS-ACCOUNTS-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCOUNTS-FILE INTO ACCOUNTS-RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE 0 TO WS-RB-CURRENT
                   IF AC-CUST-ID NOT = SPACES
                       MOVE AC-CUST-ID TO WS-HOLDER-CUST
                       PERFORM FIND-CUSTOMER-OF-INTEREST
                       IF WS-FOUND = 'Y'
                           PERFORM CLASSIFY-HOLDER
                       END-IF
                   END-IF
                   MOVE 1 TO WS-AH-INDEX
                   PERFORM UNTIL WS-AH-INDEX > WS-AH-COUNT
                       IF AH-AC-TBL(WS-AH-INDEX) = AC-ID
                               AND AH-CUST-TBL(WS-AH-INDEX)
                                   NOT = AC-CUST-ID
                           MOVE AH-CUST-TBL(WS-AH-INDEX)
                               TO WS-HOLDER-CUST
                           PERFORM CLASSIFY-HOLDER
                       END-IF
                       ADD 1 TO WS-AH-INDEX
                   END-PERFORM
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           MOVE 'N' TO WS-EOF.

       CLASSIFY-HOLDER.
           MOVE 'N' TO WS-CERTIFIED
           MOVE 1 TO WS-RS-INDEX
           PERFORM UNTIL WS-RS-INDEX > WS-RS-COUNT
               IF RS-CUST-TBL(WS-RS-INDEX) = WS-HOLDER-CUST
                   IF RS-CERT-TBL(WS-RS-INDEX) NOT = SPACES
                       MOVE 'Y' TO WS-CERTIFIED
                       IF RS-CTRY-TBL(WS-RS-INDEX)
                               NOT = WS-HOME-COUNTRY
                           IF RS-CLASS-TBL(WS-RS-INDEX) = "IND"
                                   OR RS-CLASS-TBL(WS-RS-INDEX) = "PNF"
                               PERFORM ADD-REPORT-ROW
                           ELSE
                               ADD 1 TO WS-ENTITY-SKIPPED
                           END-IF
                       END-IF
                   ELSE
                       IF RS-CTRY-TBL(WS-RS-INDEX)
                               NOT = WS-HOME-COUNTRY
                           MOVE RS-CTRY-TBL(WS-RS-INDEX) TO WS-COUNTRY
                           MOVE 'R' TO WS-RM-SOURCE
                           MOVE RS-IND-TBL(WS-RS-INDEX)
                               TO WS-RM-INDICIA
                           PERFORM ADD-REMEDIATION-ROW
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-RS-INDEX
           END-PERFORM
           IF WS-CERTIFIED = 'N'
               MOVE 1 TO WS-KY-INDEX
               PERFORM UNTIL WS-KY-INDEX > WS-KY-COUNT
                   IF KY-CUST-TBL(WS-KY-INDEX) = WS-HOLDER-CUST
                       MOVE KY-CTRY-TBL(WS-KY-INDEX) TO WS-COUNTRY
                       MOVE 'K' TO WS-RM-SOURCE
                       MOVE SPACE TO WS-RM-INDICIA
                       PERFORM ADD-REMEDIATION-ROW
                   END-IF
                   ADD 1 TO WS-KY-INDEX
               END-PERFORM
           END-IF.

       ADD-REPORT-ROW.
           IF WS-RB-CURRENT = 0
               IF WS-RB-COUNT >= 5000
                   DISPLAY "REPORTABLE ACCOUNT TABLE FULL AT " AC-ID
                   STOP RUN
               END-IF
               ADD 1 TO WS-RB-COUNT
               MOVE WS-RB-COUNT TO WS-RB-CURRENT
               MOVE AC-ID TO RB-ACCT-TBL(WS-RB-CURRENT)
               MOVE AC-CURRENCY TO RB-CCY-TBL(WS-RB-CURRENT)
               MOVE AC-STATUS TO RB-STATUS-TBL(WS-RB-CURRENT)
               MOVE 0 TO RB-SALDO-TBL(WS-RB-CURRENT)
               IF AC-SALDO NUMERIC
                   MOVE AC-SALDO TO RB-SALDO-TBL(WS-RB-CURRENT)
               END-IF
               MOVE 0 TO RB-BAL-TBL(WS-RB-CURRENT)
               MOVE 0 TO RB-BAL-DATE-TBL(WS-RB-CURRENT)
               MOVE 0 TO RB-PAYOUT-TBL(WS-RB-CURRENT)
               MOVE 'N' TO RB-PAID-TBL(WS-RB-CURRENT)
               MOVE 0 TO RB-INT-TBL(WS-RB-CURRENT)
               MOVE 'N' TO RB-CLOSED-TBL(WS-RB-CURRENT)
               MOVE SPACE TO RB-SOURCE-TBL(WS-RB-CURRENT)
               MOVE 'N' TO RB-SKIP-TBL(WS-RB-CURRENT)
           END-IF
           IF WS-RA-COUNT >= 5000
               DISPLAY "REPORTABLE ROW TABLE FULL AT " AC-ID
               STOP RUN
           END-IF
           ADD 1 TO WS-RA-COUNT
           MOVE WS-RB-CURRENT TO RA-RB-TBL(WS-RA-COUNT)
           MOVE WS-HOLDER-CUST TO RA-CUST-TBL(WS-RA-COUNT)
           MOVE RS-CTRY-TBL(WS-RS-INDEX) TO RA-CTRY-TBL(WS-RA-COUNT)
           MOVE RS-TIN-TBL(WS-RS-INDEX) TO RA-TIN-TBL(WS-RA-COUNT)
           MOVE RS-CLASS-TBL(WS-RS-INDEX) TO RA-CLASS-TBL(WS-RA-COUNT)
           MOVE SPACES TO RA-NAME-TBL(WS-RA-COUNT)
           MOVE SPACES TO RA-ADDR-TBL(WS-RA-COUNT).

       ADD-REMEDIATION-ROW.
           IF WS-RM-COUNT >= 5000
               DISPLAY "REMEDIATION TABLE FULL AT " AC-ID
               STOP RUN
           END-IF
           ADD 1 TO WS-RM-COUNT
           MOVE AC-ID TO RM-ACCT-TBL(WS-RM-COUNT)
           MOVE WS-HOLDER-CUST TO RM-CUST-TBL(WS-RM-COUNT)
           MOVE WS-COUNTRY TO RM-CTRY-TBL(WS-RM-COUNT)
           MOVE WS-RM-SOURCE TO RM-SOURCE-TBL(WS-RM-COUNT)
           MOVE WS-RM-INDICIA TO RM-IND-TBL(WS-RM-COUNT)
           MOVE SPACES TO RM-NAME-TBL(WS-RM-COUNT).

       ACCUMULATE-JOURNAL-POSTINGS.
           MOVE WS-YEAR-START TO WS-WORK-DATE
           PERFORM UNTIL WS-WORK-DATE > WS-YEAR-END
               MOVE SPACES TO WS-JOURNAL-PATH
               STRING "accounts/JOURNAL.LOG." WS-WORK-DATE
                   DELIMITED BY SIZE
                   INTO WS-JOURNAL-PATH
               PERFORM SCAN-ONE-JOURNAL
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) + 1
               COMPUTE WS-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           END-PERFORM
           MOVE SPACES TO WS-JOURNAL-PATH
           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT "TAX_JOURNAL_PATH"
           IF WS-JOURNAL-PATH = SPACES
               MOVE "accounts/JOURNAL.LOG" TO WS-JOURNAL-PATH
           END-IF
           PERFORM SCAN-ONE-JOURNAL
           IF WS-FILES-READ = 0
               DISPLAY "NO JOURNAL OR ARCHIVES FOUND FOR YEAR "
                   WS-TAX-YEAR
               STOP RUN
           END-IF.

       SCAN-ONE-JOURNAL.
           MOVE 'N' TO WS-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
               ADD 1 TO WS-FILES-READ
               PERFORM UNTIL WS-EOF = 'Y'
                   READ JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF J-TXT(1:3) = "OK "
                           MOVE J-TXT(10:9) TO WS-J-AMOUNT
                           MOVE J-TXT(30:8) TO WS-J-DATE
                           IF WS-J-AMOUNT-NUM NUMERIC
                                   AND (WS-J-DATE NOT NUMERIC
                                   OR WS-J-DATE(1:4) = WS-TAX-YEAR)
                               PERFORM TALLY-JOURNAL-LINE
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       TALLY-JOURNAL-LINE.
           MOVE J-TXT(4:5) TO WS-J-ID
           MOVE J-TXT(20:1) TO WS-J-TIPO
           MOVE J-TXT(22:6) TO WS-J-TAG
           IF WS-J-TIPO = 'C'
                   AND (WS-J-TAG(1:3) = "INT" OR WS-J-TAG = "CLSINT")
               PERFORM FIND-REPORTABLE-ACCOUNT
               IF WS-FOUND = 'Y'
                   ADD WS-J-AMOUNT-NUM TO RB-INT-TBL(WS-RB-INDEX)
               END-IF
           END-IF
           IF WS-J-TIPO = 'D'
                   AND (WS-J-TAG = "CLSOUT" OR WS-J-TAG = "OFCHK ")
               PERFORM FIND-REPORTABLE-ACCOUNT
               IF WS-FOUND = 'Y'
                   ADD WS-J-AMOUNT-NUM TO RB-PAYOUT-TBL(WS-RB-INDEX)
                   MOVE 'Y' TO RB-PAID-TBL(WS-RB-INDEX)
               END-IF
           END-IF.

       FIND-REPORTABLE-ACCOUNT.
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-RB-INDEX
           PERFORM UNTIL WS-RB-INDEX > WS-RB-COUNT
               IF RB-ACCT-TBL(WS-RB-INDEX) = WS-J-ID
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-RB-INDEX
           END-PERFORM.

       TALLY-WITHHOLDING.
           MOVE 'N' TO WS-EOF
           OPEN INPUT WITHHOLD-FILE
           IF WS-WITHHOLD-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ WITHHOLD-FILE INTO WITHHOLD-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WH-DATE NUMERIC AND WH-TAX NUMERIC
                               AND WH-DATE(1:4) = WS-TAX-YEAR
                           MOVE WH-ID TO WS-J-ID
                           PERFORM FIND-REPORTABLE-ACCOUNT
                           IF WS-FOUND = 'Y'
                               ADD WH-TAX TO RB-INT-TBL(WS-RB-INDEX)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE WITHHOLD-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       SCAN-BALANCE-HISTORY.
           MOVE 'N' TO WS-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HISTORY-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BH-DATE NUMERIC AND BH-SALDO NUMERIC
                               AND BH-DATE NOT < WS-YEAR-START
                               AND BH-DATE NOT > WS-YEAR-END
                           MOVE BH-ID TO WS-J-ID
                           PERFORM FIND-REPORTABLE-ACCOUNT
                           IF WS-FOUND = 'Y' AND BH-DATE
                                   NOT < RB-BAL-DATE-TBL(WS-RB-INDEX)
                               MOVE BH-SALDO
                                   TO RB-BAL-TBL(WS-RB-INDEX)
                               MOVE BH-DATE
                                   TO RB-BAL-DATE-TBL(WS-RB-INDEX)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               DISPLAY "BALANCE HISTORY NOT AVAILABLE "
                   WS-HISTORY-STATUS
           END-IF
           MOVE 'N' TO WS-EOF.

       SETTLE-YEAR-END-BALANCES.
           MOVE 1 TO WS-RB-INDEX
           PERFORM UNTIL WS-RB-INDEX > WS-RB-COUNT
               EVALUATE TRUE
                   WHEN RB-STATUS-TBL(WS-RB-INDEX) = 'C'
                           AND RB-PAID-TBL(WS-RB-INDEX) = 'Y'
                       MOVE RB-PAYOUT-TBL(WS-RB-INDEX)
                           TO RB-BAL-TBL(WS-RB-INDEX)
                       MOVE 'Y' TO RB-CLOSED-TBL(WS-RB-INDEX)
                       MOVE 'C' TO RB-SOURCE-TBL(WS-RB-INDEX)
                   WHEN RB-BAL-DATE-TBL(WS-RB-INDEX) > 0
                       MOVE 'H' TO RB-SOURCE-TBL(WS-RB-INDEX)
                   WHEN RB-STATUS-TBL(WS-RB-INDEX) NOT = 'C'
                       MOVE RB-SALDO-TBL(WS-RB-INDEX)
                           TO RB-BAL-TBL(WS-RB-INDEX)
                       MOVE 'A' TO RB-SOURCE-TBL(WS-RB-INDEX)
                       ADD 1 TO WS-FROM-MASTER
                       DISPLAY "NO BALANCE HISTORY FOR YEAR - MASTER "
                           "BALANCE USED " RB-ACCT-TBL(WS-RB-INDEX)
                   WHEN RB-INT-TBL(WS-RB-INDEX) > 0
                       MOVE 0 TO RB-BAL-TBL(WS-RB-INDEX)
                       MOVE 'Y' TO RB-CLOSED-TBL(WS-RB-INDEX)
                       MOVE 'C' TO RB-SOURCE-TBL(WS-RB-INDEX)
                   WHEN OTHER
                       MOVE 'Y' TO RB-SKIP-TBL(WS-RB-INDEX)
                       ADD 1 TO WS-NOT-HELD
               END-EVALUATE
               IF RB-BAL-TBL(WS-RB-INDEX) < 0
                   MOVE 0 TO RB-BAL-TBL(WS-RB-INDEX)
               END-IF
               ADD 1 TO WS-RB-INDEX
           END-PERFORM.

       FILL-CUSTOMER-DETAILS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CUSTOMERS-FILE
           IF WS-CUSTOMERS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CUSTOMERS-FILE INTO CUST-REC
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE 1 TO WS-RA-INDEX
                       PERFORM UNTIL WS-RA-INDEX > WS-RA-COUNT
                           IF RA-CUST-TBL(WS-RA-INDEX) = CUST-ID
                               MOVE CUST-NAME
                                   TO RA-NAME-TBL(WS-RA-INDEX)
                               MOVE CUST-ADDRESS
                                   TO RA-ADDR-TBL(WS-RA-INDEX)
                           END-IF
                           ADD 1 TO WS-RA-INDEX
                       END-PERFORM
                       MOVE 1 TO WS-RM-INDEX
                       PERFORM UNTIL WS-RM-INDEX > WS-RM-COUNT
                           IF RM-CUST-TBL(WS-RM-INDEX) = CUST-ID
                               MOVE CUST-NAME
                                   TO RM-NAME-TBL(WS-RM-INDEX)
                           END-IF
                           ADD 1 TO WS-RM-INDEX
                       END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE CUSTOMERS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       WRITE-COUNTRY-FILES.
           MOVE 0 TO WS-CN-COUNT
           MOVE 1 TO WS-RA-INDEX
           PERFORM UNTIL WS-RA-INDEX > WS-RA-COUNT
               MOVE RA-RB-TBL(WS-RA-INDEX) TO WS-RB-INDEX
               IF RB-SKIP-TBL(WS-RB-INDEX) = 'N'
                   MOVE 'N' TO WS-FOUND
                   MOVE 1 TO WS-CN-INDEX
                   PERFORM UNTIL WS-CN-INDEX > WS-CN-COUNT
                       IF CN-CTRY-TBL(WS-CN-INDEX)
                               = RA-CTRY-TBL(WS-RA-INDEX)
                           MOVE 'Y' TO WS-FOUND
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-CN-INDEX
                   END-PERFORM
                   IF WS-FOUND = 'N' AND WS-CN-COUNT < 300
                       ADD 1 TO WS-CN-COUNT
                       MOVE RA-CTRY-TBL(WS-RA-INDEX)
                           TO CN-CTRY-TBL(WS-CN-COUNT)
                   END-IF
               END-IF
               ADD 1 TO WS-RA-INDEX
           END-PERFORM
           MOVE 1 TO WS-CN-INDEX
           PERFORM UNTIL WS-CN-INDEX > WS-CN-COUNT
               PERFORM WRITE-ONE-COUNTRY-FILE
               ADD 1 TO WS-CN-INDEX
           END-PERFORM.

       WRITE-ONE-COUNTRY-FILE.
           MOVE CN-CTRY-TBL(WS-CN-INDEX) TO WS-COUNTRY
           IF WS-COUNTRY = "US"
               MOVE "FATCA" TO WS-REGIME
           ELSE
               MOVE "CRS" TO WS-REGIME
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           STRING WS-REPORT-PREFIX DELIMITED BY SPACE
               WS-COUNTRY DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR REPORT OPEN " WS-REPORT-STATUS " "
                   WS-COUNTRY
               STOP RUN
           END-IF
           MOVE 0 TO WS-FILE-ROWS
           MOVE 0 TO WS-FILE-BALANCE
           MOVE 0 TO WS-FILE-INTEREST
           MOVE 1 TO WS-RA-INDEX
           PERFORM UNTIL WS-RA-INDEX > WS-RA-COUNT
               MOVE RA-RB-TBL(WS-RA-INDEX) TO WS-RB-INDEX
               IF RA-CTRY-TBL(WS-RA-INDEX) = WS-COUNTRY
                       AND RB-SKIP-TBL(WS-RB-INDEX) = 'N'
                   PERFORM WRITE-REPORT-ROW
               END-IF
               ADD 1 TO WS-RA-INDEX
           END-PERFORM
           CLOSE REPORT-FILE
           DISPLAY WS-REGIME " " WS-COUNTRY " ACCOUNTS " WS-FILE-ROWS
               " BALANCE " WS-FILE-BALANCE
               " INTEREST " WS-FILE-INTEREST.

       WRITE-REPORT-ROW.
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-REGIME TO CR-REGIME
           MOVE WS-TAX-YEAR TO CR-YEAR
           MOVE WS-COUNTRY TO CR-COUNTRY
           MOVE RB-ACCT-TBL(WS-RB-INDEX) TO CR-ACCT
           MOVE RA-CUST-TBL(WS-RA-INDEX) TO CR-CUST
           MOVE RA-NAME-TBL(WS-RA-INDEX) TO CR-NAME
           MOVE RA-ADDR-TBL(WS-RA-INDEX) TO CR-ADDRESS
           MOVE RA-TIN-TBL(WS-RA-INDEX) TO CR-TIN
           MOVE RA-CLASS-TBL(WS-RA-INDEX) TO CR-CLASS
           MOVE RB-CCY-TBL(WS-RB-INDEX) TO CR-CURRENCY
           MOVE RB-BAL-TBL(WS-RB-INDEX) TO CR-BALANCE
           MOVE RB-INT-TBL(WS-RB-INDEX) TO CR-INTEREST
           MOVE RB-CLOSED-TBL(WS-RB-INDEX) TO CR-CLOSED
           MOVE RB-SOURCE-TBL(WS-RB-INDEX) TO CR-BAL-SOURCE
           IF CR-TIN = SPACES
               ADD 1 TO WS-NO-TIN
               DISPLAY "REPORTED WITHOUT TIN " CR-ACCT " " CR-CUST
                   " " CR-COUNTRY
           END-IF
           WRITE REPORT-RECORD
           ADD 1 TO WS-FILE-ROWS
           ADD 1 TO WS-REPORT-ROWS
           ADD RB-BAL-TBL(WS-RB-INDEX) TO WS-FILE-BALANCE
           ADD RB-INT-TBL(WS-RB-INDEX) TO WS-FILE-INTEREST.

       WRITE-REMEDIATION-LIST.
           OPEN OUTPUT REMEDIATE-FILE
           IF WS-REMEDIATE-STATUS NOT = "00"
               DISPLAY "ERROR REMEDIATION OPEN " WS-REMEDIATE-STATUS
               STOP RUN
           END-IF
           MOVE 1 TO WS-RM-INDEX
           PERFORM UNTIL WS-RM-INDEX > WS-RM-COUNT
               MOVE SPACES TO REMEDIATE-RECORD
               MOVE WS-TAX-YEAR TO RM-YEAR
               MOVE RM-ACCT-TBL(WS-RM-INDEX) TO RM-ACCT
               MOVE RM-CUST-TBL(WS-RM-INDEX) TO RM-CUST
               MOVE RM-NAME-TBL(WS-RM-INDEX) TO RM-NAME
               MOVE RM-CTRY-TBL(WS-RM-INDEX) TO RM-COUNTRY
               MOVE RM-SOURCE-TBL(WS-RM-INDEX) TO RM-SOURCE
               MOVE RM-IND-TBL(WS-RM-INDEX) TO RM-INDICIA
               WRITE REMEDIATE-RECORD
               ADD 1 TO WS-REMEDIATE-ROWS
               ADD 1 TO WS-RM-INDEX
           END-PERFORM
           CLOSE REMEDIATE-FILE.
