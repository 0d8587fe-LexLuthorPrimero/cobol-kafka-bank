       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISION-KYC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMERS-FILE
               ASSIGN TO DYNAMIC WS-CUSTOMERS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMERS-STATUS.
           SELECT PROFILE-FILE
               ASSIGN TO DYNAMIC WS-PROFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.
           SELECT REVIEWS-FILE
               ASSIGN TO DYNAMIC WS-REVIEWS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REVIEWS-STATUS.
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
           SELECT SCREEN-FILE
               ASSIGN TO DYNAMIC WS-SCREEN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SCREEN-STATUS.
           SELECT AML-FILE
               ASSIGN TO DYNAMIC WS-AML-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AML-STATUS.
           SELECT CTR-FILE
               ASSIGN TO DYNAMIC WS-CTR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTR-STATUS.
           SELECT COUNTRY-FILE
               ASSIGN TO DYNAMIC WS-COUNTRY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-COUNTRY-STATUS.
           SELECT RESTRICT-FILE
               ASSIGN TO DYNAMIC WS-RESTRICT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RESTRICT-STATUS.
           SELECT AUDIT-FILE
               ASSIGN TO DYNAMIC WS-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
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
       FD  CUSTOMERS-FILE.
       01  CUST-REC.
           05 CUST-ID           PIC X(5).
           05 CUST-NAME         PIC X(20).
           05 CUST-ADDRESS      PIC X(30).
           05 CUST-TAX-ID       PIC X(11).
           05 CUST-DOD          PIC X(8).
           05 CUST-TAX-CERT     PIC X(1).
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
           05 FILLER            PIC X(1).
           05 KP-ID-EXPIRY      PIC 9(8).
           05 FILLER            PIC X(1).
           05 KP-OPENED         PIC 9(8).
           05 FILLER            PIC X(1).
           05 KP-LAST-REVIEW    PIC 9(8).
           05 FILLER            PIC X(1).
           05 KP-NEXT-REVIEW    PIC 9(8).
           05 FILLER            PIC X(1).
           05 KP-RESTRICT       PIC X(1).
           05 FILLER            PIC X(1).
           05 KP-RESTRICT-DATE  PIC 9(8).
           05 FILLER            PIC X(1).
           05 KP-RATED          PIC 9(8).
       FD  REVIEWS-FILE.
       01  REVIEW-RECORD.
           05 RV-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 RV-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 RV-OFFICER        PIC X(8).
           05 FILLER            PIC X(1).
           05 RV-ID-EXPIRY      PIC X(8).
           05 FILLER            PIC X(1).
           05 RV-COUNTRY        PIC X(2).
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
       FD  SCREEN-FILE.
       01  SCREEN-LINE.
           05 SL-STAMP          PIC X(14).
           05 FILLER            PIC X(1).
           05 SL-EVENT          PIC X(6).
           05 SL-CUST-ID        PIC X(5).
           05 FILLER            PIC X(54).
       FD  AML-FILE.
       01  AML-LINE.
           05 AL-TAG            PIC X(11).
           05 AL-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(80).
       FD  CTR-FILE.
       01  CTR-LINE.
           05 CL-TAG            PIC X(26).
           05 CL-CUST-ID        PIC X(5).
           05 FILLER            PIC X(69).
       FD  COUNTRY-FILE.
       01  COUNTRY-RECORD.
           05 HC-CODE           PIC X(2).
       FD  RESTRICT-FILE.
       01  RESTRICT-RECORD.
           05 RS-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 RS-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 RS-SINCE          PIC 9(8).
       FD  AUDIT-FILE.
       01  AUDIT-LINE           PIC X(80).
       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05 BD-DATE           PIC 9(8).
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(110).
       WORKING-STORAGE SECTION.
       01  WS-CUSTOMERS-PATH    PIC X(200).
       01  WS-PROFILE-PATH      PIC X(200).
       01  WS-REVIEWS-PATH      PIC X(200).
       01  WS-ACCOUNTS-PATH     PIC X(200).
       01  WS-HOLDERS-PATH      PIC X(200).
       01  WS-SCREEN-PATH       PIC X(200).
       01  WS-AML-PATH          PIC X(200).
       01  WS-CTR-PATH          PIC X(200).
       01  WS-COUNTRY-PATH      PIC X(200).
       01  WS-RESTRICT-PATH     PIC X(200).
       01  WS-AUDIT-PATH        PIC X(200).
       01  WS-BUSDATE-PATH      PIC X(200).
       01  WS-REPORT-PATH       PIC X(200).
       01  WS-CUSTOMERS-STATUS  PIC XX.
       01  WS-PROFILE-STATUS    PIC XX.
       01  WS-REVIEWS-STATUS    PIC XX.
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-HOLDERS-STATUS    PIC XX.
       01  WS-SCREEN-STATUS     PIC XX.
       01  WS-AML-STATUS        PIC XX.
       01  WS-CTR-STATUS        PIC XX.
       01  WS-COUNTRY-STATUS    PIC XX.
       01  WS-RESTRICT-STATUS   PIC XX.
       01  WS-AUDIT-STATUS      PIC XX.
       01  WS-BUSDATE-STATUS    PIC XX.
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-MODE              PIC X(8).
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  WS-DATE              PIC 9(8).
       01  WS-TIME              PIC 9(6).
       01  WS-HOME-COUNTRY      PIC X(2).
       01  WS-BASE-CCY          PIC X(3).
       01  WS-GRACE-TXT         PIC X(3).
       01  WS-GRACE-DAYS        PIC 9(3) VALUE 30.
       01  WS-WINDOW-TXT        PIC X(3).
       01  WS-WINDOW-DAYS       PIC 9(3) VALUE 31.
       01  WS-MULTI-PRODUCT     PIC 9(2) VALUE 4.
       01  WS-MONTHS-HIGH       PIC 9(2) VALUE 12.
       01  WS-MONTHS-MEDIUM     PIC 9(2) VALUE 24.
       01  WS-MONTHS-LOW        PIC 9(2) VALUE 36.
       01  WS-SCORE-HIGH        PIC 9(3) VALUE 50.
       01  WS-SCORE-MEDIUM      PIC 9(3) VALUE 20.
       01  CUSTOMER-TABLE.
           05 CUSTOMER-ENTRY OCCURS 20000 TIMES.
               10 CU-ID-TBL         PIC X(5).
               10 CU-NAME-TBL       PIC X(20).
               10 CU-DECEASED-TBL   PIC X(1).
               10 CU-ON-FILE-TBL    PIC X(1).
               10 KP-RISK-TBL       PIC X(1).
               10 KP-SCORE-TBL      PIC 9(3).
               10 KP-FACTORS-TBL    PIC X(8).
               10 KP-COUNTRY-TBL    PIC X(2).
               10 KP-ID-EXPIRY-TBL  PIC 9(8).
               10 KP-OPENED-TBL     PIC 9(8).
               10 KP-LAST-TBL       PIC 9(8).
               10 KP-NEXT-TBL       PIC 9(8).
               10 KP-RESTRICT-TBL   PIC X(1).
               10 KP-RESTRICT-DT-TBL PIC 9(8).
               10 KP-RATED-TBL      PIC 9(8).
               10 CU-SCREEN-TBL     PIC X(1).
               10 CU-STRUCT-TBL     PIC X(1).
               10 CU-AML-TBL        PIC 9(4).
               10 CU-ACCTS-TBL      PIC 9(3).
               10 CU-FOREIGN-TBL    PIC X(1).
       01  WS-CU-INDEX          PIC 9(5) VALUE 1.
       01  WS-CU-COUNT          PIC 9(5) VALUE 0.
       01  WS-CU-PICKED         PIC 9(5) VALUE 0.
       01  WS-FIND-CUST         PIC X(5).
       01  ACCOUNTS-TABLE.
           05 ACCOUNT-ENTRY OCCURS 50000 TIMES.
               10 AC-ID-TBL         PIC X(5).
               10 AC-CUST-TBL       PIC X(5).
       01  WS-ACC-INDEX         PIC 9(6) VALUE 1.
       01  WS-ACC-COUNT         PIC 9(6) VALUE 0.
       01  HOLDERS-TABLE.
           05 HOLDER-ENTRY OCCURS 20000 TIMES.
               10 AH-AC-TBL         PIC X(5).
               10 AH-CUST-TBL       PIC X(5).
               10 AH-ROLE-TBL       PIC X(1).
       01  WS-AH-INDEX          PIC 9(5) VALUE 1.
       01  WS-AH-COUNT          PIC 9(5) VALUE 0.
       01  COUNTRY-TABLE.
           05 HC-CODE-TBL OCCURS 300 TIMES PIC X(2).
       01  WS-HC-INDEX          PIC 9(3) VALUE 1.
       01  WS-HC-COUNT          PIC 9(3) VALUE 0.
       01  WS-HIGH-RISK-CTY     PIC X VALUE 'N'.
       01  WS-SCORE             PIC 9(3).
       01  WS-FACTORS           PIC X(8).
       01  WS-NEW-RISK          PIC X(1).
       01  WS-OLD-RISK          PIC X(1).
       01  WS-INTERVAL          PIC 9(2).
       01  WS-DT-WORK           PIC 9(8).
       01  WS-DT-PARTS REDEFINES WS-DT-WORK.
           05 WS-DT-YYYY        PIC 9(4).
           05 WS-DT-MM          PIC 9(2).
           05 WS-DT-DD          PIC 9(2).
       01  WS-DT-MONTHS         PIC 9(2).
       01  WS-DT-TOTAL          PIC 9(6).
       01  WS-DT-REM            PIC 9(2).
       01  WS-OVERDUE-DAYS      PIC S9(5).
       01  WS-ID-DAYS           PIC S9(5).
       01  WS-AUDIT-TEXT        PIC X(60).
       01  WS-REVIEW-COUNT      PIC 9(5) VALUE 0.
       01  WS-RATED-COUNT       PIC 9(5) VALUE 0.
       01  WS-CHANGED-COUNT     PIC 9(5) VALUE 0.
       01  WS-NEW-PROFILES      PIC 9(5) VALUE 0.
       01  WS-RESTRICT-COUNT    PIC 9(5) VALUE 0.
       01  WS-LIFTED-COUNT      PIC 9(5) VALUE 0.
       01  WS-RESTRICTED-ACCTS  PIC 9(6) VALUE 0.
       01  WS-DUE-COUNT         PIC 9(5) VALUE 0.
       01  WS-COUNT-HIGH        PIC 9(5) VALUE 0.
       01  WS-COUNT-MEDIUM      PIC 9(5) VALUE 0.
       01  WS-COUNT-LOW         PIC 9(5) VALUE 0.
       01  WS-RPT-STATUS        PIC X(13).
       01  WS-RPT-DAYS          PIC -(4)9.
       01  WS-LIST-IT           PIC X VALUE 'N'.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-CUSTOMERS-PATH
           ACCEPT WS-CUSTOMERS-PATH FROM ENVIRONMENT "CUSTOMERS_PATH"
           IF WS-CUSTOMERS-PATH = SPACES
               MOVE "accounts/CUSTOMERS.DAT" TO WS-CUSTOMERS-PATH
           END-IF
           MOVE SPACES TO WS-PROFILE-PATH
           ACCEPT WS-PROFILE-PATH FROM ENVIRONMENT "KYC_PROFILES_PATH"
           IF WS-PROFILE-PATH = SPACES
               MOVE "accounts/KYC_PROFILES.DAT" TO WS-PROFILE-PATH
           END-IF
           MOVE SPACES TO WS-REVIEWS-PATH
           ACCEPT WS-REVIEWS-PATH FROM ENVIRONMENT "KYC_REVIEWS_PATH"
           IF WS-REVIEWS-PATH = SPACES
               MOVE "accounts/KYC_REVIEWS.DAT" TO WS-REVIEWS-PATH
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
           MOVE SPACES TO WS-SCREEN-PATH
           ACCEPT WS-SCREEN-PATH FROM ENVIRONMENT "SCREEN_AUDIT_PATH"
           IF WS-SCREEN-PATH = SPACES
               MOVE "accounts/SCREEN_AUDIT.LOG" TO WS-SCREEN-PATH
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
           MOVE SPACES TO WS-COUNTRY-PATH
           ACCEPT WS-COUNTRY-PATH
               FROM ENVIRONMENT "KYC_HIGH_RISK_COUNTRIES_PATH"
           IF WS-COUNTRY-PATH = SPACES
               MOVE "accounts/KYC_HIGH_RISK_COUNTRIES.DAT"
                   TO WS-COUNTRY-PATH
           END-IF
           MOVE SPACES TO WS-RESTRICT-PATH
           ACCEPT WS-RESTRICT-PATH
               FROM ENVIRONMENT "KYC_RESTRICTED_PATH"
           IF WS-RESTRICT-PATH = SPACES
               MOVE "accounts/KYC_RESTRICTED.DAT" TO WS-RESTRICT-PATH
           END-IF
           MOVE SPACES TO WS-AUDIT-PATH
           ACCEPT WS-AUDIT-PATH FROM ENVIRONMENT "KYC_AUDIT_PATH"
           IF WS-AUDIT-PATH = SPACES
               MOVE "accounts/KYC_AUDIT.LOG" TO WS-AUDIT-PATH
           END-IF
           MOVE SPACES TO WS-BUSDATE-PATH
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_PATH"
           IF WS-BUSDATE-PATH = SPACES
               MOVE "accounts/BUSINESS_DATE.DAT" TO WS-BUSDATE-PATH
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "KYC_DUE_RPT_PATH"
           IF WS-REPORT-PATH = SPACES
               MOVE "accounts/KYC_REVIEW_DUE.RPT" TO WS-REPORT-PATH
           END-IF
           MOVE SPACES TO WS-HOME-COUNTRY
           ACCEPT WS-HOME-COUNTRY FROM ENVIRONMENT "KYC_HOME_COUNTRY"
           IF WS-HOME-COUNTRY = SPACES
               MOVE "US" TO WS-HOME-COUNTRY
           END-IF
           MOVE SPACES TO WS-BASE-CCY
           ACCEPT WS-BASE-CCY FROM ENVIRONMENT "KYC_BASE_CURRENCY"
           IF WS-BASE-CCY = SPACES
               MOVE "USD" TO WS-BASE-CCY
           END-IF
           MOVE SPACES TO WS-GRACE-TXT
           ACCEPT WS-GRACE-TXT FROM ENVIRONMENT "KYC_GRACE_DAYS"
           IF WS-GRACE-TXT NOT = SPACES AND WS-GRACE-TXT NUMERIC
               MOVE WS-GRACE-TXT TO WS-GRACE-DAYS
           END-IF
           MOVE SPACES TO WS-WINDOW-TXT
           ACCEPT WS-WINDOW-TXT FROM ENVIRONMENT "KYC_DUE_WINDOW_DAYS"
           IF WS-WINDOW-TXT NOT = SPACES AND WS-WINDOW-TXT NUMERIC
               MOVE WS-WINDOW-TXT TO WS-WINDOW-DAYS
           END-IF
           MOVE SPACES TO WS-MODE
           ACCEPT WS-MODE FROM ENVIRONMENT "KYC_MODE"
           IF WS-MODE = SPACES
               MOVE "RATE" TO WS-MODE
           END-IF
           IF WS-MODE NOT = "RATE" AND WS-MODE NOT = "MONTHLY"
               DISPLAY "UNKNOWN KYC_MODE " WS-MODE
               STOP RUN
           END-IF
           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-CUSTOMER-TABLE
           PERFORM LOAD-PROFILE-TABLE
           PERFORM LOAD-ACCOUNTS-TABLE
           PERFORM LOAD-HOLDERS-TABLE
           PERFORM LOAD-COUNTRY-TABLE
           PERFORM LOAD-SCREENING-RESULTS
           PERFORM LOAD-AML-FLAGS
           PERFORM LOAD-STRUCTURING-FLAGS
           PERFORM APPLY-COMPLETED-REVIEWS
           MOVE 1 TO WS-CU-INDEX
           PERFORM UNTIL WS-CU-INDEX > WS-CU-COUNT
               IF CU-ON-FILE-TBL(WS-CU-INDEX) = 'Y'
                   PERFORM RATE-ONE-CUSTOMER
                   PERFORM SET-NEXT-REVIEW
                   PERFORM CHECK-REVIEW-RESTRICTION
               END-IF
               ADD 1 TO WS-CU-INDEX
           END-PERFORM
           PERFORM REWRITE-PROFILE-FILE
           PERFORM WRITE-RESTRICTED-ACCOUNTS
           IF WS-MODE = "MONTHLY"
               PERFORM WRITE-DUE-REPORT
           END-IF
           DISPLAY "KYC PROFILES RATED " WS-RATED-COUNT
               " NEW " WS-NEW-PROFILES
               " RATING CHANGES " WS-CHANGED-COUNT
               " REVIEWS " WS-REVIEW-COUNT
           DISPLAY "KYC RISK HIGH " WS-COUNT-HIGH
               " MEDIUM " WS-COUNT-MEDIUM
               " LOW " WS-COUNT-LOW
           DISPLAY "KYC RESTRICTED " WS-RESTRICT-COUNT
               " LIFTED " WS-LIFTED-COUNT
               " ACCOUNTS UNDER RESTRICTION " WS-RESTRICTED-ACCTS
           IF WS-MODE = "MONTHLY"
               DISPLAY "KYC REVIEWS LISTED " WS-DUE-COUNT
           END-IF
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
                       IF WS-CU-COUNT >= 20000
                           DISPLAY "CUSTOMER FILE EXCEEDS TABLE "
                               "CAPACITY"
                           CLOSE CUSTOMERS-FILE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CU-COUNT
                       PERFORM CLEAR-CUSTOMER-ENTRY
                       MOVE CUST-ID TO CU-ID-TBL(WS-CU-COUNT)
                       MOVE CUST-NAME TO CU-NAME-TBL(WS-CU-COUNT)
                       MOVE 'Y' TO CU-ON-FILE-TBL(WS-CU-COUNT)
                       IF CUST-DOD NUMERIC
                               AND CUST-DOD NOT = "00000000"
                           MOVE 'Y' TO CU-DECEASED-TBL(WS-CU-COUNT)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMERS-FILE.

       CLEAR-CUSTOMER-ENTRY.
           MOVE SPACES TO CU-ID-TBL(WS-CU-COUNT)
           MOVE SPACES TO CU-NAME-TBL(WS-CU-COUNT)
           MOVE 'N' TO CU-DECEASED-TBL(WS-CU-COUNT)
           MOVE 'N' TO CU-ON-FILE-TBL(WS-CU-COUNT)
           MOVE SPACE TO KP-RISK-TBL(WS-CU-COUNT)
           MOVE 0 TO KP-SCORE-TBL(WS-CU-COUNT)
           MOVE SPACES TO KP-FACTORS-TBL(WS-CU-COUNT)
           MOVE SPACES TO KP-COUNTRY-TBL(WS-CU-COUNT)
           MOVE 0 TO KP-ID-EXPIRY-TBL(WS-CU-COUNT)
           MOVE 0 TO KP-OPENED-TBL(WS-CU-COUNT)
           MOVE 0 TO KP-LAST-TBL(WS-CU-COUNT)
           MOVE 0 TO KP-NEXT-TBL(WS-CU-COUNT)
           MOVE SPACE TO KP-RESTRICT-TBL(WS-CU-COUNT)
           MOVE 0 TO KP-RESTRICT-DT-TBL(WS-CU-COUNT)
           MOVE 0 TO KP-RATED-TBL(WS-CU-COUNT)
           MOVE SPACE TO CU-SCREEN-TBL(WS-CU-COUNT)
           MOVE 'N' TO CU-STRUCT-TBL(WS-CU-COUNT)
           MOVE 0 TO CU-AML-TBL(WS-CU-COUNT)
           MOVE 0 TO CU-ACCTS-TBL(WS-CU-COUNT)
           MOVE 'N' TO CU-FOREIGN-TBL(WS-CU-COUNT).

       FIND-CUSTOMER.
           MOVE 0 TO WS-CU-PICKED
           MOVE 1 TO WS-CU-INDEX
           PERFORM UNTIL WS-CU-INDEX > WS-CU-COUNT
               IF CU-ID-TBL(WS-CU-INDEX) = WS-FIND-CUST
                   MOVE WS-CU-INDEX TO WS-CU-PICKED
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CU-INDEX
           END-PERFORM.

       LOAD-PROFILE-TABLE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PROFILE-FILE INTO PROFILE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF KP-CUST-ID NOT = SPACES
                           PERFORM LOAD-ONE-PROFILE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFILE-FILE
           END-IF
           MOVE 1 TO WS-CU-INDEX
           PERFORM UNTIL WS-CU-INDEX > WS-CU-COUNT
               IF KP-OPENED-TBL(WS-CU-INDEX) = 0
                   MOVE WS-TODAY TO KP-OPENED-TBL(WS-CU-INDEX)
                   ADD 1 TO WS-NEW-PROFILES
               END-IF
               ADD 1 TO WS-CU-INDEX
           END-PERFORM.

       LOAD-ONE-PROFILE.
           MOVE KP-CUST-ID TO WS-FIND-CUST
           PERFORM FIND-CUSTOMER
           IF WS-CU-PICKED = 0
               IF WS-CU-COUNT >= 20000
                   DISPLAY "KYC PROFILE FILE EXCEEDS TABLE CAPACITY"
                   CLOSE PROFILE-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CU-COUNT
               PERFORM CLEAR-CUSTOMER-ENTRY
               MOVE KP-CUST-ID TO CU-ID-TBL(WS-CU-COUNT)
               MOVE WS-CU-COUNT TO WS-CU-PICKED
           END-IF
           MOVE KP-RISK TO KP-RISK-TBL(WS-CU-PICKED)
           IF KP-SCORE NUMERIC
               MOVE KP-SCORE TO KP-SCORE-TBL(WS-CU-PICKED)
           END-IF
           MOVE KP-FACTORS TO KP-FACTORS-TBL(WS-CU-PICKED)
           MOVE KP-COUNTRY TO KP-COUNTRY-TBL(WS-CU-PICKED)
           IF KP-ID-EXPIRY NUMERIC
               MOVE KP-ID-EXPIRY TO KP-ID-EXPIRY-TBL(WS-CU-PICKED)
           END-IF
           IF KP-OPENED NUMERIC
               MOVE KP-OPENED TO KP-OPENED-TBL(WS-CU-PICKED)
           END-IF
           IF KP-LAST-REVIEW NUMERIC
               MOVE KP-LAST-REVIEW TO KP-LAST-TBL(WS-CU-PICKED)
           END-IF
           IF KP-NEXT-REVIEW NUMERIC
               MOVE KP-NEXT-REVIEW TO KP-NEXT-TBL(WS-CU-PICKED)
           END-IF
           MOVE KP-RESTRICT TO KP-RESTRICT-TBL(WS-CU-PICKED)
           IF KP-RESTRICT-DATE NUMERIC
               MOVE KP-RESTRICT-DATE
                   TO KP-RESTRICT-DT-TBL(WS-CU-PICKED)
           END-IF
           IF KP-RATED NUMERIC
               MOVE KP-RATED TO KP-RATED-TBL(WS-CU-PICKED)
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
                   MOVE AC-CUST-ID TO AC-CUST-TBL(WS-ACC-COUNT)
                   MOVE AC-CUST-ID TO WS-FIND-CUST
                   PERFORM FIND-CUSTOMER
                   IF WS-CU-PICKED > 0
                       ADD 1 TO CU-ACCTS-TBL(WS-CU-PICKED)
                       IF AC-CURRENCY NOT = WS-BASE-CCY
                               AND AC-CURRENCY NOT = SPACES
                           MOVE 'Y' TO CU-FOREIGN-TBL(WS-CU-PICKED)
                       END-IF
                   END-IF
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

       LOAD-COUNTRY-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-HC-COUNT
           OPEN INPUT COUNTRY-FILE
           IF WS-COUNTRY-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-HC-COUNT >= 300
                   READ COUNTRY-FILE INTO COUNTRY-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HC-CODE NOT = SPACES
                           ADD 1 TO WS-HC-COUNT
                           MOVE HC-CODE TO HC-CODE-TBL(WS-HC-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE COUNTRY-FILE
           END-IF.

       LOAD-SCREENING-RESULTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT SCREEN-FILE
           IF WS-SCREEN-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SCREEN-FILE INTO SCREEN-LINE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SL-EVENT = "MATCH " OR SL-EVENT = "CLEAR "
                           MOVE SL-CUST-ID TO WS-FIND-CUST
                           PERFORM FIND-CUSTOMER
                           IF WS-CU-PICKED > 0
                               IF SL-EVENT = "MATCH "
                                   MOVE 'S'
                                       TO CU-SCREEN-TBL(WS-CU-PICKED)
                               ELSE
                                   MOVE 'C'
                                       TO CU-SCREEN-TBL(WS-CU-PICKED)
                               END-IF
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE SCREEN-FILE
           END-IF.

       LOAD-AML-FLAGS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT AML-FILE
           IF WS-AML-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AML-FILE INTO AML-LINE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AL-TAG = "AML REVIEW "
                           PERFORM FLAG-AML-ACCOUNT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE AML-FILE
           END-IF.

       FLAG-AML-ACCOUNT.
           MOVE 1 TO WS-ACC-INDEX
           PERFORM UNTIL WS-ACC-INDEX > WS-ACC-COUNT
               IF AC-ID-TBL(WS-ACC-INDEX) = AL-ACCOUNT
                   MOVE AC-CUST-TBL(WS-ACC-INDEX) TO WS-FIND-CUST
                   PERFORM FIND-CUSTOMER
                   IF WS-CU-PICKED > 0
                           AND CU-AML-TBL(WS-CU-PICKED) < 9999
                       ADD 1 TO CU-AML-TBL(WS-CU-PICKED)
                   END-IF
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-ACC-INDEX
           END-PERFORM.

       LOAD-STRUCTURING-FLAGS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CTR-FILE
           IF WS-CTR-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CTR-FILE INTO CTR-LINE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CL-TAG = "POSSIBLE STRUCTURING CUST "
                           MOVE CL-CUST-ID TO WS-FIND-CUST
                           PERFORM FIND-CUSTOMER
                           IF WS-CU-PICKED > 0
                               MOVE 'Y' TO CU-STRUCT-TBL(WS-CU-PICKED)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-FILE
           END-IF.

       APPLY-COMPLETED-REVIEWS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT REVIEWS-FILE
           IF WS-REVIEWS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REVIEWS-FILE INTO REVIEW-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RV-CUST-ID NOT = SPACES
                           PERFORM APPLY-ONE-REVIEW
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE REVIEWS-FILE
               OPEN OUTPUT REVIEWS-FILE
               CLOSE REVIEWS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       APPLY-ONE-REVIEW.
           MOVE RV-CUST-ID TO WS-FIND-CUST
           PERFORM FIND-CUSTOMER
           IF WS-CU-PICKED = 0
               DISPLAY "KYC REVIEW IGNORED - UNKNOWN CUSTOMER "
                   RV-CUST-ID
           ELSE
           IF RV-DATE NOT NUMERIC OR RV-DATE = 0
                   OR RV-DATE > WS-TODAY
               DISPLAY "KYC REVIEW IGNORED - BAD REVIEW DATE "
                   RV-CUST-ID
           ELSE
               ADD 1 TO WS-REVIEW-COUNT
               MOVE RV-DATE TO KP-LAST-TBL(WS-CU-PICKED)
               IF RV-ID-EXPIRY NUMERIC
                   MOVE RV-ID-EXPIRY TO KP-ID-EXPIRY-TBL(WS-CU-PICKED)
               END-IF
               IF RV-COUNTRY NOT = SPACES
                   MOVE RV-COUNTRY TO KP-COUNTRY-TBL(WS-CU-PICKED)
               END-IF
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "REVIEW " RV-CUST-ID " ON " RV-DATE
                   " BY " RV-OFFICER
                   DELIMITED BY SIZE
                   INTO WS-AUDIT-TEXT
               PERFORM APPEND-AUDIT-LINE
           END-IF
           END-IF.

       RATE-ONE-CUSTOMER.
           MOVE 0 TO WS-SCORE
           MOVE SPACES TO WS-FACTORS
           IF CU-SCREEN-TBL(WS-CU-INDEX) = 'S'
               MOVE 'S' TO WS-FACTORS(1:1)
               ADD 50 TO WS-SCORE
           END-IF
           IF CU-SCREEN-TBL(WS-CU-INDEX) = 'C'
               MOVE 'C' TO WS-FACTORS(1:1)
               ADD 15 TO WS-SCORE
           END-IF
           IF CU-STRUCT-TBL(WS-CU-INDEX) = 'Y'
               MOVE 'T' TO WS-FACTORS(2:1)
               ADD 40 TO WS-SCORE
           END-IF
           IF CU-AML-TBL(WS-CU-INDEX) > 0
               MOVE 'A' TO WS-FACTORS(3:1)
               ADD 20 TO WS-SCORE
           END-IF
           IF CU-FOREIGN-TBL(WS-CU-INDEX) = 'Y'
               MOVE 'F' TO WS-FACTORS(4:1)
               ADD 10 TO WS-SCORE
           END-IF
           IF CU-ACCTS-TBL(WS-CU-INDEX) >= WS-MULTI-PRODUCT
               MOVE 'M' TO WS-FACTORS(5:1)
               ADD 10 TO WS-SCORE
           END-IF
           IF KP-COUNTRY-TBL(WS-CU-INDEX) NOT = SPACES
                   AND KP-COUNTRY-TBL(WS-CU-INDEX) NOT = WS-HOME-COUNTRY
               PERFORM CHECK-HIGH-RISK-COUNTRY
               IF WS-HIGH-RISK-CTY = 'Y'
                   MOVE 'H' TO WS-FACTORS(6:1)
                   ADD 50 TO WS-SCORE
               ELSE
                   MOVE 'N' TO WS-FACTORS(6:1)
                   ADD 20 TO WS-SCORE
               END-IF
           END-IF
           IF KP-ID-EXPIRY-TBL(WS-CU-INDEX) = 0
                   OR KP-ID-EXPIRY-TBL(WS-CU-INDEX) < WS-TODAY
               MOVE 'I' TO WS-FACTORS(7:1)
               ADD 10 TO WS-SCORE
           END-IF
           IF WS-SCORE >= WS-SCORE-HIGH
               MOVE 'H' TO WS-NEW-RISK
               ADD 1 TO WS-COUNT-HIGH
           ELSE
           IF WS-SCORE >= WS-SCORE-MEDIUM
               MOVE 'M' TO WS-NEW-RISK
               ADD 1 TO WS-COUNT-MEDIUM
           ELSE
               MOVE 'L' TO WS-NEW-RISK
               ADD 1 TO WS-COUNT-LOW
           END-IF
           END-IF
           MOVE KP-RISK-TBL(WS-CU-INDEX) TO WS-OLD-RISK
           IF WS-OLD-RISK NOT = WS-NEW-RISK
               IF WS-OLD-RISK NOT = SPACE
                   ADD 1 TO WS-CHANGED-COUNT
               END-IF
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "RATING " CU-ID-TBL(WS-CU-INDEX) " "
                   WS-OLD-RISK " TO " WS-NEW-RISK
                   " SCORE " WS-SCORE " FACTORS " WS-FACTORS
                   DELIMITED BY SIZE
                   INTO WS-AUDIT-TEXT
               PERFORM APPEND-AUDIT-LINE
           END-IF
           MOVE WS-NEW-RISK TO KP-RISK-TBL(WS-CU-INDEX)
           MOVE WS-SCORE TO KP-SCORE-TBL(WS-CU-INDEX)
           MOVE WS-FACTORS TO KP-FACTORS-TBL(WS-CU-INDEX)
           MOVE WS-TODAY TO KP-RATED-TBL(WS-CU-INDEX)
           ADD 1 TO WS-RATED-COUNT.

       CHECK-HIGH-RISK-COUNTRY.
           MOVE 'N' TO WS-HIGH-RISK-CTY
           MOVE 1 TO WS-HC-INDEX
           PERFORM UNTIL WS-HC-INDEX > WS-HC-COUNT
               IF HC-CODE-TBL(WS-HC-INDEX)
                       = KP-COUNTRY-TBL(WS-CU-INDEX)
                   MOVE 'Y' TO WS-HIGH-RISK-CTY
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-HC-INDEX
           END-PERFORM.

       SET-NEXT-REVIEW.
           EVALUATE KP-RISK-TBL(WS-CU-INDEX)
               WHEN 'H'
                   MOVE WS-MONTHS-HIGH TO WS-DT-MONTHS
               WHEN 'M'
                   MOVE WS-MONTHS-MEDIUM TO WS-DT-MONTHS
               WHEN OTHER
                   MOVE WS-MONTHS-LOW TO WS-DT-MONTHS
           END-EVALUATE
           IF KP-LAST-TBL(WS-CU-INDEX) > 0
               MOVE KP-LAST-TBL(WS-CU-INDEX) TO WS-DT-WORK
           ELSE
               MOVE KP-OPENED-TBL(WS-CU-INDEX) TO WS-DT-WORK
           END-IF
           PERFORM ADD-MONTHS-TO-DATE
           MOVE WS-DT-WORK TO KP-NEXT-TBL(WS-CU-INDEX).

       ADD-MONTHS-TO-DATE.
           COMPUTE WS-DT-TOTAL = WS-DT-YYYY * 12 + WS-DT-MM - 1
               + WS-DT-MONTHS
           DIVIDE WS-DT-TOTAL BY 12 GIVING WS-DT-YYYY
               REMAINDER WS-DT-REM
           COMPUTE WS-DT-MM = WS-DT-REM + 1
           IF WS-DT-DD > 28
               MOVE 28 TO WS-DT-DD
           END-IF.

       CHECK-REVIEW-RESTRICTION.
           COMPUTE WS-OVERDUE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(KP-NEXT-TBL(WS-CU-INDEX))
           IF WS-OVERDUE-DAYS > WS-GRACE-DAYS
                   AND CU-DECEASED-TBL(WS-CU-INDEX) = 'N'
               IF KP-RESTRICT-TBL(WS-CU-INDEX) NOT = 'R'
                   MOVE 'R' TO KP-RESTRICT-TBL(WS-CU-INDEX)
                   MOVE WS-TODAY TO KP-RESTRICT-DT-TBL(WS-CU-INDEX)
                   ADD 1 TO WS-RESTRICT-COUNT
                   MOVE SPACES TO WS-AUDIT-TEXT
                   STRING "RESTRICT " CU-ID-TBL(WS-CU-INDEX)
                       " REVIEW DUE " KP-NEXT-TBL(WS-CU-INDEX)
                       DELIMITED BY SIZE
                       INTO WS-AUDIT-TEXT
                   PERFORM APPEND-AUDIT-LINE
               END-IF
           ELSE
               IF KP-RESTRICT-TBL(WS-CU-INDEX) = 'R'
                   MOVE SPACE TO KP-RESTRICT-TBL(WS-CU-INDEX)
                   MOVE 0 TO KP-RESTRICT-DT-TBL(WS-CU-INDEX)
                   ADD 1 TO WS-LIFTED-COUNT
                   MOVE SPACES TO WS-AUDIT-TEXT
                   STRING "LIFT " CU-ID-TBL(WS-CU-INDEX)
                       " NEXT REVIEW " KP-NEXT-TBL(WS-CU-INDEX)
                       DELIMITED BY SIZE
                       INTO WS-AUDIT-TEXT
                   PERFORM APPEND-AUDIT-LINE
               END-IF
           END-IF.

       REWRITE-PROFILE-FILE.
           OPEN OUTPUT PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = "00"
               DISPLAY "ERROR KYC PROFILE WRITE " WS-PROFILE-STATUS
               STOP RUN
           END-IF
           MOVE 1 TO WS-CU-INDEX
           PERFORM UNTIL WS-CU-INDEX > WS-CU-COUNT
               MOVE SPACES TO PROFILE-RECORD
               MOVE CU-ID-TBL(WS-CU-INDEX) TO KP-CUST-ID
               MOVE KP-RISK-TBL(WS-CU-INDEX) TO KP-RISK
               MOVE KP-SCORE-TBL(WS-CU-INDEX) TO KP-SCORE
               MOVE KP-FACTORS-TBL(WS-CU-INDEX) TO KP-FACTORS
               MOVE KP-COUNTRY-TBL(WS-CU-INDEX) TO KP-COUNTRY
               MOVE KP-ID-EXPIRY-TBL(WS-CU-INDEX) TO KP-ID-EXPIRY
               MOVE KP-OPENED-TBL(WS-CU-INDEX) TO KP-OPENED
               MOVE KP-LAST-TBL(WS-CU-INDEX) TO KP-LAST-REVIEW
               MOVE KP-NEXT-TBL(WS-CU-INDEX) TO KP-NEXT-REVIEW
               MOVE KP-RESTRICT-TBL(WS-CU-INDEX) TO KP-RESTRICT
               MOVE KP-RESTRICT-DT-TBL(WS-CU-INDEX)
                   TO KP-RESTRICT-DATE
               MOVE KP-RATED-TBL(WS-CU-INDEX) TO KP-RATED
               WRITE PROFILE-RECORD
               ADD 1 TO WS-CU-INDEX
           END-PERFORM
           CLOSE PROFILE-FILE.

       WRITE-RESTRICTED-ACCOUNTS.
           OPEN OUTPUT RESTRICT-FILE
           IF WS-RESTRICT-STATUS NOT = "00"
               DISPLAY "ERROR KYC RESTRICTION WRITE "
                   WS-RESTRICT-STATUS
               STOP RUN
           END-IF
           MOVE 1 TO WS-ACC-INDEX
           PERFORM UNTIL WS-ACC-INDEX > WS-ACC-COUNT
               MOVE AC-CUST-TBL(WS-ACC-INDEX) TO WS-FIND-CUST
               PERFORM WRITE-ONE-RESTRICTION
               ADD 1 TO WS-ACC-INDEX
           END-PERFORM
           MOVE 1 TO WS-AH-INDEX
           PERFORM UNTIL WS-AH-INDEX > WS-AH-COUNT
               IF AH-ROLE-TBL(WS-AH-INDEX) NOT = 'S'
                   MOVE AH-CUST-TBL(WS-AH-INDEX) TO WS-FIND-CUST
                   MOVE 1 TO WS-ACC-INDEX
                   PERFORM UNTIL WS-ACC-INDEX > WS-ACC-COUNT
                       IF AC-ID-TBL(WS-ACC-INDEX)
                               = AH-AC-TBL(WS-AH-INDEX)
                           IF AC-CUST-TBL(WS-ACC-INDEX)
                                   NOT = WS-FIND-CUST
                               PERFORM WRITE-ONE-RESTRICTION
                           END-IF
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-ACC-INDEX
                   END-PERFORM
               END-IF
               ADD 1 TO WS-AH-INDEX
           END-PERFORM
           CLOSE RESTRICT-FILE.

       WRITE-ONE-RESTRICTION.
           PERFORM FIND-CUSTOMER
           IF WS-CU-PICKED > 0
               IF KP-RESTRICT-TBL(WS-CU-PICKED) = 'R'
                   MOVE SPACES TO RESTRICT-RECORD
                   MOVE AC-ID-TBL(WS-ACC-INDEX) TO RS-ACCOUNT
                   MOVE WS-FIND-CUST TO RS-CUST-ID
                   MOVE KP-RESTRICT-DT-TBL(WS-CU-PICKED) TO RS-SINCE
                   WRITE RESTRICT-RECORD
                   ADD 1 TO WS-RESTRICTED-ACCTS
               END-IF
           END-IF.

       WRITE-DUE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING KYC DUE REPORT " WS-REPORT-STATUS
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "KYC PERIODIC REVIEWS DUE  BUSINESS DATE "
                   WS-TODAY "  WINDOW " WS-WINDOW-DAYS
                   " DAYS  GRACE " WS-GRACE-DAYS " DAYS"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "CUST  NAME                 RISKSCORE FACTORS  "
                   "NEXT REV  DAYS ID EXPIRY STATUS"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 1 TO WS-CU-INDEX
               PERFORM UNTIL WS-CU-INDEX > WS-CU-COUNT
                   IF CU-ON-FILE-TBL(WS-CU-INDEX) = 'Y'
                           AND CU-DECEASED-TBL(WS-CU-INDEX) = 'N'
                       PERFORM LIST-ONE-DUE-REVIEW
                   END-IF
                   ADD 1 TO WS-CU-INDEX
               END-PERFORM
               MOVE SPACES TO REPORT-LINE
               STRING "CUSTOMERS LISTED " WS-DUE-COUNT
                   "  UNDER RESTRICTION " WS-RESTRICTED-ACCTS
                   " ACCOUNTS"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
           END-IF.

       LIST-ONE-DUE-REVIEW.
           MOVE 'N' TO WS-LIST-IT
           COMPUTE WS-OVERDUE-DAYS =
               FUNCTION INTEGER-OF-DATE(KP-NEXT-TBL(WS-CU-INDEX))
               - FUNCTION INTEGER-OF-DATE(WS-TODAY)
           MOVE 99999 TO WS-ID-DAYS
           IF KP-ID-EXPIRY-TBL(WS-CU-INDEX) > 0
               COMPUTE WS-ID-DAYS =
                   FUNCTION INTEGER-OF-DATE(
                       KP-ID-EXPIRY-TBL(WS-CU-INDEX))
                   - FUNCTION INTEGER-OF-DATE(WS-TODAY)
           END-IF
           IF KP-RESTRICT-TBL(WS-CU-INDEX) = 'R'
               MOVE "RESTRICTED" TO WS-RPT-STATUS
               MOVE 'Y' TO WS-LIST-IT
           ELSE
           IF WS-OVERDUE-DAYS < 0
               MOVE "OVERDUE" TO WS-RPT-STATUS
               MOVE 'Y' TO WS-LIST-IT
           ELSE
           IF WS-OVERDUE-DAYS <= WS-WINDOW-DAYS
               MOVE "DUE" TO WS-RPT-STATUS
               MOVE 'Y' TO WS-LIST-IT
           ELSE
           IF KP-ID-EXPIRY-TBL(WS-CU-INDEX) = 0
               MOVE "NO ID ON FILE" TO WS-RPT-STATUS
               MOVE 'Y' TO WS-LIST-IT
           ELSE
           IF WS-ID-DAYS <= WS-WINDOW-DAYS
               MOVE "ID EXPIRING" TO WS-RPT-STATUS
               MOVE 'Y' TO WS-LIST-IT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-LIST-IT = 'Y'
               ADD 1 TO WS-DUE-COUNT
               MOVE WS-OVERDUE-DAYS TO WS-RPT-DAYS
               MOVE SPACES TO REPORT-LINE
               STRING CU-ID-TBL(WS-CU-INDEX) " "
                   CU-NAME-TBL(WS-CU-INDEX) "  "
                   KP-RISK-TBL(WS-CU-INDEX) "   "
                   KP-SCORE-TBL(WS-CU-INDEX) "  "
                   KP-FACTORS-TBL(WS-CU-INDEX) " "
                   KP-NEXT-TBL(WS-CU-INDEX) " " WS-RPT-DAYS " "
                   KP-ID-EXPIRY-TBL(WS-CU-INDEX) "  "
                   WS-RPT-STATUS
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       APPEND-AUDIT-LINE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00" AND
                   WS-AUDIT-STATUS NOT = "05"
               CLOSE AUDIT-FILE
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE SPACES TO AUDIT-LINE
           STRING WS-DATE WS-TIME " " WS-AUDIT-TEXT
               DELIMITED BY SIZE
               INTO AUDIT-LINE
           WRITE AUDIT-LINE
           CLOSE AUDIT-FILE.
