       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIBUYE-REPORTES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-FILE
               ASSIGN TO DYNAMIC WS-SOURCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT PACKAGE-FILE
               ASSIGN TO DYNAMIC WS-PACKAGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PACKAGE-STATUS.
           SELECT CATALOG-FILE
               ASSIGN TO DYNAMIC WS-CATALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO DYNAMIC WS-BUSDATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT BRANCHOVR-FILE
               ASSIGN TO DYNAMIC WS-BRANCHOVR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCHOVR-STATUS.
           SELECT BRANCHES-FILE
               ASSIGN TO DYNAMIC WS-BRANCHES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCHES-STATUS.
           SELECT DRAWER-FILE
               ASSIGN TO DYNAMIC WS-DRAWER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAWER-STATUS.
           SELECT DISTLOG-FILE
               ASSIGN TO DYNAMIC WS-DISTLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTLOG-STATUS.
           SELECT EXCEPTION-FILE
               ASSIGN TO DYNAMIC WS-EXCEPTION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-FILE.
       01  SOURCE-LINE          PIC X(132).
       FD  PACKAGE-FILE.
       01  PACKAGE-LINE         PIC X(132).
       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05 CT-NAME           PIC X(20).
           05 FILLER            PIC X(1).
           05 CT-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 CT-RUN-ID         PIC 9(4).
           05 FILLER            PIC X(1).
           05 CT-PATH           PIC X(80).
       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05 BD-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 BD-LAST-RUN       PIC 9(8).
       FD  ACCOUNTS-FILE.
       01  ACC-REC.
           05 AC-ID             PIC X(5).
           05 AC-NAME           PIC X(20).
           05 AC-SALDO          PIC 9(7)V99.
           05 AC-OVERDRAFT-LIMIT PIC 9(7)V99.
           05 AC-BRANCH         PIC X(4).
       FD  BRANCHOVR-FILE.
       01  BRANCHOVR-REC.
           05 BO-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 BO-BRANCH         PIC X(4).
       FD  BRANCHES-FILE.
       01  BRANCH-RECORD.
           05 BR-CODE           PIC X(4).
       FD  DRAWER-FILE.
       01  DRAWER-RECORD.
           05 DR-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 DR-OPERATOR       PIC X(8).
           05 FILLER            PIC X(1).
           05 DR-EVENT          PIC X(5).
           05 FILLER            PIC X(1).
           05 DR-AMOUNT         PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 DR-TIME           PIC 9(6).
           05 FILLER            PIC X(1).
           05 DR-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 DR-BRANCH         PIC X(4).
       FD  DISTLOG-FILE.
       01  DISTLOG-RECORD.
           05 DL-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 DL-BRANCH         PIC X(4).
           05 FILLER            PIC X(1).
           05 DL-REPORT         PIC X(20).
           05 FILLER            PIC X(1).
           05 DL-SOURCE-RUN     PIC 9(4).
           05 FILLER            PIC X(1).
           05 DL-LINES          PIC 9(7).
           05 FILLER            PIC X(1).
           05 DL-STATUS         PIC X(1).
           05 FILLER            PIC X(1).
           05 DL-PACKAGE        PIC X(20).
           05 FILLER            PIC X(1).
           05 DL-PACKAGE-RUN    PIC 9(4).
       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE       PIC X(160).
       WORKING-STORAGE SECTION.
       01  WS-SOURCE-PATH       PIC X(200).
       01  WS-PACKAGE-PATH      PIC X(200).
       01  WS-CATALOG-PATH      PIC X(200).
       01  WS-BUSDATE-PATH      PIC X(200).
       01  WS-ACCOUNTS-PATH     PIC X(200).
       01  WS-BRANCHOVR-PATH    PIC X(200).
       01  WS-BRANCHES-PATH     PIC X(200).
       01  WS-DRAWER-PATH       PIC X(200).
       01  WS-DISTLOG-PATH      PIC X(200).
       01  WS-EXCEPTION-PATH    PIC X(200).
       01  WS-SOURCE-STATUS     PIC XX.
       01  WS-PACKAGE-STATUS    PIC XX.
       01  WS-CATALOG-STATUS    PIC XX.
       01  WS-BUSDATE-STATUS    PIC XX.
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-BRANCHOVR-STATUS  PIC XX.
       01  WS-BRANCHES-STATUS   PIC XX.
       01  WS-DRAWER-STATUS     PIC XX.
       01  WS-DISTLOG-STATUS    PIC XX.
       01  WS-EXCEPTION-STATUS  PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-BUSINESS-DATE     PIC 9(8).
       01  WS-WANT-DATE-TXT     PIC X(8).
       01  WS-FOUND             PIC X VALUE 'N'.
       01  WS-BASE-NAME         PIC X(20).
       01  WS-PKG-NAME          PIC X(20).
       01  WS-PKG-RUN           PIC 9(4) VALUE 0.
       01  WS-PKG-RUN-TXT       PIC X(4).
       01  WS-PKG-COUNT         PIC 9(4) VALUE 0.
       01  WS-NOTHING-COUNT     PIC 9(5) VALUE 0.
       01  WS-UNRESOLVED-COUNT  PIC 9(7) VALUE 0.
       01  WS-DETAIL-COUNT      PIC 9(7) VALUE 0.
       01  WS-LINE-OVERFLOW     PIC X VALUE 'N'.
       01  WS-BRANCH-FILE-ON    PIC X VALUE 'N'.
       01  WS-IS-DETAIL         PIC X VALUE 'N'.
       01  WS-KEY-ID            PIC X(8).
       01  WS-KEY-BRANCH        PIC X(4).
       01  WS-LINES-EDIT        PIC Z(6)9.
       01  WS-RPT-SEQ-TXT       PIC 9(2).
       01  CATALOG-TABLE.
           05 CATALOG-ENTRY OCCURS 10000 TIMES.
               10 CT-NAME-TBL     PIC X(20).
               10 CT-DATE-TBL     PIC 9(8).
               10 CT-RUN-TBL      PIC 9(4).
               10 CT-PATH-TBL     PIC X(80).
               10 CT-KEEP-TBL     PIC X(1).
       01  WS-CT-INDEX          PIC 9(5) VALUE 1.
       01  WS-CT-COUNT          PIC 9(5) VALUE 0.
       01  BURST-REPORT-TABLE.
           05 BURST-REPORT-ENTRY OCCURS 6 TIMES.
               10 RB-NAME-TBL     PIC X(20).
               10 RB-TAG-TBL      PIC X(9).
               10 RB-TAG-LEN-TBL  PIC 9(1).
               10 RB-KEY-TYPE-TBL PIC X(1).
               10 RB-FOUND-TBL    PIC X(1).
               10 RB-RUN-TBL      PIC 9(4).
               10 RB-PATH-TBL     PIC X(80).
       01  WS-RB-INDEX          PIC 9(1) VALUE 1.
       01  WS-RB-COUNT          PIC 9(1) VALUE 6.
       01  ACCOUNT-BRANCH-TABLE.
           05 ACCOUNT-BRANCH-ENTRY OCCURS 50000 TIMES.
               10 AB-ID-TBL       PIC X(5).
               10 AB-BRANCH-TBL   PIC X(4).
       01  WS-AB-INDEX          PIC 9(6) VALUE 0.
       01  WS-AB-COUNT          PIC 9(6) VALUE 0.
       01  OVERRIDE-TABLE.
           05 OVERRIDE-ENTRY OCCURS 50000 TIMES.
               10 OV-ID-TBL       PIC X(5).
               10 OV-BRANCH-TBL   PIC X(4).
       01  WS-OV-INDEX          PIC 9(6) VALUE 0.
       01  WS-OV-COUNT          PIC 9(6) VALUE 0.
       01  OPERATOR-BRANCH-TABLE.
           05 OPERATOR-BRANCH-ENTRY OCCURS 500 TIMES.
               10 OB-OPERATOR-TBL PIC X(8).
               10 OB-BRANCH-TBL   PIC X(4).
       01  WS-OB-INDEX          PIC 9(3) VALUE 0.
       01  WS-OB-COUNT          PIC 9(3) VALUE 0.
       01  BRANCH-TABLE.
           05 BRANCH-ENTRY OCCURS 1000 TIMES.
               10 BC-CODE-TBL     PIC X(4).
               10 BC-LINES-TBL    PIC 9(7) OCCURS 6 TIMES.
       01  WS-BC-INDEX          PIC 9(4) VALUE 0.
       01  WS-BC-COUNT          PIC 9(4) VALUE 0.
       01  BURST-LINE-TABLE.
           05 BURST-LINE-ENTRY OCCURS 50000 TIMES.
               10 BL-RPT-TBL      PIC 9(1).
               10 BL-BRANCH-TBL   PIC 9(4).
               10 BL-TEXT-TBL     PIC X(132).
       01  WS-BL-INDEX          PIC 9(6) VALUE 0.
       01  WS-BL-COUNT          PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-CATALOG-PATH
           ACCEPT WS-CATALOG-PATH
               FROM ENVIRONMENT "REPORT_CATALOG_PATH"
           IF WS-CATALOG-PATH = SPACES
               MOVE "accounts/REPORT_CATALOG.DAT" TO WS-CATALOG-PATH
           END-IF
           MOVE SPACES TO WS-BUSDATE-PATH
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_PATH"
           IF WS-BUSDATE-PATH = SPACES
               MOVE "accounts/BUSINESS_DATE.DAT" TO WS-BUSDATE-PATH
           END-IF
           MOVE SPACES TO WS-ACCOUNTS-PATH
           ACCEPT WS-ACCOUNTS-PATH FROM ENVIRONMENT "ACCOUNTS_PATH"
           IF WS-ACCOUNTS-PATH = SPACES
               MOVE "accounts/ACCOUNTS.DAT" TO WS-ACCOUNTS-PATH
           END-IF
           MOVE SPACES TO WS-BRANCHOVR-PATH
           ACCEPT WS-BRANCHOVR-PATH FROM ENVIRONMENT "ACCT_BRANCH_PATH"
           IF WS-BRANCHOVR-PATH = SPACES
               MOVE "accounts/ACCT_BRANCH.DAT" TO WS-BRANCHOVR-PATH
           END-IF
           MOVE SPACES TO WS-BRANCHES-PATH
           ACCEPT WS-BRANCHES-PATH FROM ENVIRONMENT "BRANCHES_PATH"
           IF WS-BRANCHES-PATH = SPACES
               MOVE "accounts/BRANCHES.DAT" TO WS-BRANCHES-PATH
           END-IF
           MOVE SPACES TO WS-DRAWER-PATH
           ACCEPT WS-DRAWER-PATH FROM ENVIRONMENT "DRAWERS_PATH"
           IF WS-DRAWER-PATH = SPACES
               MOVE "accounts/DRAWERS.DAT" TO WS-DRAWER-PATH
           END-IF
           MOVE SPACES TO WS-DISTLOG-PATH
           ACCEPT WS-DISTLOG-PATH
               FROM ENVIRONMENT "REPORT_DIST_LOG_PATH"
           IF WS-DISTLOG-PATH = SPACES
               MOVE "accounts/REPORT_DISTRIBUTION.DAT"
                   TO WS-DISTLOG-PATH
           END-IF
           MOVE SPACES TO WS-EXCEPTION-PATH
           ACCEPT WS-EXCEPTION-PATH
               FROM ENVIRONMENT "BURST_EXCEPTIONS_PATH"
           IF WS-EXCEPTION-PATH = SPACES
               MOVE "accounts/BURST_EXCEPTIONS.RPT"
                   TO WS-EXCEPTION-PATH
           END-IF
           PERFORM READ-BUSINESS-DATE
           MOVE SPACES TO WS-WANT-DATE-TXT
           ACCEPT WS-WANT-DATE-TXT FROM ENVIRONMENT "REPORT_DATE"
           IF WS-WANT-DATE-TXT NOT = SPACES
                   AND WS-WANT-DATE-TXT NUMERIC
               MOVE WS-WANT-DATE-TXT TO WS-BUSINESS-DATE
           END-IF
           PERFORM SET-BURST-REPORTS
           PERFORM LOAD-CATALOG
           PERFORM LOAD-BRANCHES
           PERFORM LOAD-BRANCH-OVERRIDES
           PERFORM LOAD-ACCOUNT-BRANCHES
           PERFORM LOAD-OPERATOR-BRANCHES
           IF WS-BC-COUNT = 0
               DISPLAY "NO BRANCHES ON FILE - NOTHING TO DISTRIBUTE"
               STOP RUN
           END-IF
           PERFORM FIND-SPOOLED-REPORTS
           OPEN OUTPUT EXCEPTION-FILE
           MOVE SPACES TO EXCEPTION-LINE
           STRING "REPORT BURSTING EXCEPTIONS FOR " WS-BUSINESS-DATE
               DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE 1 TO WS-RB-INDEX
           PERFORM UNTIL WS-RB-INDEX > WS-RB-COUNT
               IF RB-FOUND-TBL(WS-RB-INDEX) = 'Y'
                   PERFORM BURST-ONE-REPORT
               END-IF
               ADD 1 TO WS-RB-INDEX
           END-PERFORM
           CLOSE EXCEPTION-FILE
           OPEN EXTEND DISTLOG-FILE
           IF WS-DISTLOG-STATUS NOT = "00" AND
                   WS-DISTLOG-STATUS NOT = "05"
               CLOSE DISTLOG-FILE
               OPEN OUTPUT DISTLOG-FILE
           END-IF
           MOVE 1 TO WS-BC-INDEX
           PERFORM UNTIL WS-BC-INDEX > WS-BC-COUNT
               PERFORM WRITE-BRANCH-PACKAGE
               ADD 1 TO WS-BC-INDEX
           END-PERFORM
           CLOSE DISTLOG-FILE
           PERFORM REWRITE-CATALOG
           DISPLAY "REPORT DISTRIBUTION " WS-BUSINESS-DATE
               " - PACKAGES " WS-PKG-COUNT
               " DETAIL LINES " WS-DETAIL-COUNT
               " NOTHING-TO-REPORT " WS-NOTHING-COUNT
               " UNRESOLVED " WS-UNRESOLVED-COUNT
           IF WS-LINE-OVERFLOW = 'Y'
               DISPLAY "WARNING - REPORT LINES EXCEED TABLE CAPACITY"
           END-IF
           STOP RUN.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSDATE-FILE
                   AT END
                       ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
                   NOT AT END
                       IF BD-DATE NUMERIC
                           MOVE BD-DATE TO WS-BUSINESS-DATE
                       ELSE
                           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           ELSE
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

       SET-BURST-REPORTS.
           MOVE "BRANCH_REPORT" TO RB-NAME-TBL(1)
           MOVE "BRANCH " TO RB-TAG-TBL(1)
           MOVE 7 TO RB-TAG-LEN-TBL(1)
           MOVE 'B' TO RB-KEY-TYPE-TBL(1)
           MOVE "DORMANT_ACCOUNTS" TO RB-NAME-TBL(2)
           MOVE "DORMANT " TO RB-TAG-TBL(2)
           MOVE 8 TO RB-TAG-LEN-TBL(2)
           MOVE 'A' TO RB-KEY-TYPE-TBL(2)
           MOVE "OD_UTILIZATION" TO RB-NAME-TBL(3)
           MOVE "ACCOUNT " TO RB-TAG-TBL(3)
           MOVE 8 TO RB-TAG-LEN-TBL(3)
           MOVE 'A' TO RB-KEY-TYPE-TBL(3)
           MOVE "PENDING_AGING" TO RB-NAME-TBL(4)
           MOVE "PENDING " TO RB-TAG-TBL(4)
           MOVE 8 TO RB-TAG-LEN-TBL(4)
           MOVE 'A' TO RB-KEY-TYPE-TBL(4)
           MOVE "LOAN_AGING" TO RB-NAME-TBL(5)
           MOVE "PASTDUE " TO RB-TAG-TBL(5)
           MOVE 8 TO RB-TAG-LEN-TBL(5)
           MOVE 'A' TO RB-KEY-TYPE-TBL(5)
           MOVE "DRAWER_PROOF" TO RB-NAME-TBL(6)
           MOVE "OPERATOR " TO RB-TAG-TBL(6)
           MOVE 9 TO RB-TAG-LEN-TBL(6)
           MOVE 'O' TO RB-KEY-TYPE-TBL(6)
           MOVE 1 TO WS-RB-INDEX
           PERFORM UNTIL WS-RB-INDEX > WS-RB-COUNT
               MOVE 'N' TO RB-FOUND-TBL(WS-RB-INDEX)
               MOVE 0 TO RB-RUN-TBL(WS-RB-INDEX)
               MOVE SPACES TO RB-PATH-TBL(WS-RB-INDEX)
               ADD 1 TO WS-RB-INDEX
           END-PERFORM.

       LOAD-CATALOG.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-CT-COUNT
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-CT-COUNT >= 10000
                   READ CATALOG-FILE INTO CATALOG-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CT-NAME NOT = SPACES AND CT-DATE NUMERIC
                           ADD 1 TO WS-CT-COUNT
                           MOVE CT-NAME TO CT-NAME-TBL(WS-CT-COUNT)
                           MOVE CT-DATE TO CT-DATE-TBL(WS-CT-COUNT)
                           MOVE CT-RUN-ID TO CT-RUN-TBL(WS-CT-COUNT)
                           MOVE CT-PATH TO CT-PATH-TBL(WS-CT-COUNT)
                           MOVE 'Y' TO CT-KEEP-TBL(WS-CT-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       REWRITE-CATALOG.
           OPEN OUTPUT CATALOG-FILE
           MOVE 1 TO WS-CT-INDEX
           PERFORM UNTIL WS-CT-INDEX > WS-CT-COUNT
               IF CT-KEEP-TBL(WS-CT-INDEX) = 'Y'
                   MOVE SPACES TO CATALOG-RECORD
                   MOVE CT-NAME-TBL(WS-CT-INDEX) TO CT-NAME
                   MOVE CT-DATE-TBL(WS-CT-INDEX) TO CT-DATE
                   MOVE CT-RUN-TBL(WS-CT-INDEX) TO CT-RUN-ID
                   MOVE CT-PATH-TBL(WS-CT-INDEX) TO CT-PATH
                   WRITE CATALOG-RECORD
               END-IF
               ADD 1 TO WS-CT-INDEX
           END-PERFORM
           CLOSE CATALOG-FILE.

       LOAD-BRANCHES.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-BC-COUNT
           OPEN INPUT BRANCHES-FILE
           IF WS-BRANCHES-STATUS = "00"
               MOVE 'Y' TO WS-BRANCH-FILE-ON
               PERFORM UNTIL WS-EOF = 'Y' OR WS-BC-COUNT >= 1000
                   READ BRANCHES-FILE INTO BRANCH-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BR-CODE NOT = SPACES
                           MOVE BR-CODE TO WS-KEY-BRANCH
                           PERFORM FIND-OR-ADD-BRANCH
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCHES-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-BRANCH-OVERRIDES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT BRANCHOVR-FILE
           IF WS-BRANCHOVR-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-OV-COUNT >= 50000
                   READ BRANCHOVR-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BO-ID NOT = SPACES
                           ADD 1 TO WS-OV-COUNT
                           MOVE BO-ID TO OV-ID-TBL(WS-OV-COUNT)
                           MOVE BO-BRANCH TO OV-BRANCH-TBL(WS-OV-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCHOVR-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-ACCOUNT-BRANCHES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "NO ACCOUNTS FILE - ACCOUNT LINES UNRESOLVED"
           ELSE
               PERFORM UNTIL WS-EOF = 'Y' OR WS-AB-COUNT >= 50000
                   READ ACCOUNTS-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AC-ID NOT = SPACES
                           PERFORM FIND-BRANCH-OVERRIDE
                           ADD 1 TO WS-AB-COUNT
                           MOVE AC-ID TO AB-ID-TBL(WS-AB-COUNT)
                           MOVE AC-BRANCH TO AB-BRANCH-TBL(WS-AB-COUNT)
                           IF WS-BRANCH-FILE-ON = 'N'
                                   AND AC-BRANCH NOT = SPACES
                               MOVE AC-BRANCH TO WS-KEY-BRANCH
                               PERFORM FIND-OR-ADD-BRANCH
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNTS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       FIND-BRANCH-OVERRIDE.
           PERFORM VARYING WS-OV-INDEX FROM 1 BY 1
                   UNTIL WS-OV-INDEX > WS-OV-COUNT
               IF OV-ID-TBL(WS-OV-INDEX) = AC-ID
                   MOVE OV-BRANCH-TBL(WS-OV-INDEX) TO AC-BRANCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-OPERATOR-BRANCHES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT DRAWER-FILE
           IF WS-DRAWER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DRAWER-FILE INTO DRAWER-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DR-BRANCH NOT = SPACES
                               AND DR-DATE NUMERIC
                               AND DR-DATE <= WS-BUSINESS-DATE
                           PERFORM SET-OPERATOR-BRANCH
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE DRAWER-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       SET-OPERATOR-BRANCH.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-OB-INDEX FROM 1 BY 1
                   UNTIL WS-OB-INDEX > WS-OB-COUNT
               IF OB-OPERATOR-TBL(WS-OB-INDEX) = DR-OPERATOR
                   MOVE 'Y' TO WS-FOUND
                   MOVE DR-BRANCH TO OB-BRANCH-TBL(WS-OB-INDEX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N' AND WS-OB-COUNT < 500
               ADD 1 TO WS-OB-COUNT
               MOVE DR-OPERATOR TO OB-OPERATOR-TBL(WS-OB-COUNT)
               MOVE DR-BRANCH TO OB-BRANCH-TBL(WS-OB-COUNT)
           END-IF.

       FIND-OR-ADD-BRANCH.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-BC-INDEX FROM 1 BY 1
                   UNTIL WS-BC-INDEX > WS-BC-COUNT
               IF BC-CODE-TBL(WS-BC-INDEX) = WS-KEY-BRANCH
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N' AND WS-BC-COUNT < 1000
               ADD 1 TO WS-BC-COUNT
               MOVE WS-BC-COUNT TO WS-BC-INDEX
               MOVE WS-KEY-BRANCH TO BC-CODE-TBL(WS-BC-INDEX)
               PERFORM VARYING WS-RB-INDEX FROM 1 BY 1
                       UNTIL WS-RB-INDEX > WS-RB-COUNT
                   MOVE 0 TO BC-LINES-TBL(WS-BC-INDEX, WS-RB-INDEX)
               END-PERFORM
           END-IF.

       FIND-BRANCH-INDEX.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-BC-INDEX FROM 1 BY 1
                   UNTIL WS-BC-INDEX > WS-BC-COUNT
               IF BC-CODE-TBL(WS-BC-INDEX) = WS-KEY-BRANCH
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-SPOOLED-REPORTS.
           MOVE 1 TO WS-CT-INDEX
           PERFORM UNTIL WS-CT-INDEX > WS-CT-COUNT
               IF CT-DATE-TBL(WS-CT-INDEX) = WS-BUSINESS-DATE
                   MOVE SPACES TO WS-BASE-NAME
                   UNSTRING CT-NAME-TBL(WS-CT-INDEX)
                       DELIMITED BY "."
                       INTO WS-BASE-NAME
                   PERFORM VARYING WS-RB-INDEX FROM 1 BY 1
                           UNTIL WS-RB-INDEX > WS-RB-COUNT
                       IF RB-NAME-TBL(WS-RB-INDEX) = WS-BASE-NAME
                               AND CT-RUN-TBL(WS-CT-INDEX)
                                   > RB-RUN-TBL(WS-RB-INDEX)
                           MOVE 'Y' TO RB-FOUND-TBL(WS-RB-INDEX)
                           MOVE CT-RUN-TBL(WS-CT-INDEX)
                               TO RB-RUN-TBL(WS-RB-INDEX)
                           MOVE CT-PATH-TBL(WS-CT-INDEX)
                               TO RB-PATH-TBL(WS-RB-INDEX)
                       END-IF
                   END-PERFORM
               END-IF
               ADD 1 TO WS-CT-INDEX
           END-PERFORM.

       BURST-ONE-REPORT.
           MOVE 'N' TO WS-EOF
           MOVE RB-PATH-TBL(WS-RB-INDEX) TO WS-SOURCE-PATH
           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-STATUS NOT = "00"
               DISPLAY "SPOOLED REPORT MISSING " WS-SOURCE-PATH(1:60)
               MOVE 'N' TO RB-FOUND-TBL(WS-RB-INDEX)
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SOURCE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CLASSIFY-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       CLASSIFY-ONE-LINE.
           IF SOURCE-LINE NOT = SPACES
               PERFORM CLASSIFY-REPORT-LINE
           END-IF.

       CLASSIFY-REPORT-LINE.
           MOVE 'N' TO WS-IS-DETAIL
           MOVE SPACES TO WS-KEY-ID
           MOVE SPACES TO WS-KEY-BRANCH
           IF SOURCE-LINE(1:RB-TAG-LEN-TBL(WS-RB-INDEX))
                   = RB-TAG-TBL(WS-RB-INDEX)
               EVALUATE RB-KEY-TYPE-TBL(WS-RB-INDEX)
                   WHEN 'B'
                       IF SOURCE-LINE(12:10) = " ACCOUNTS "
                           MOVE 'Y' TO WS-IS-DETAIL
                           MOVE SOURCE-LINE(8:4) TO WS-KEY-BRANCH
                       END-IF
                   WHEN 'A'
                       MOVE 'Y' TO WS-IS-DETAIL
                       MOVE SOURCE-LINE(9:5) TO WS-KEY-ID
                       PERFORM RESOLVE-ACCOUNT-BRANCH
                   WHEN 'O'
                       MOVE 'Y' TO WS-IS-DETAIL
                       MOVE SOURCE-LINE(10:8) TO WS-KEY-ID
                       PERFORM RESOLVE-OPERATOR-BRANCH
               END-EVALUATE
           END-IF
           IF WS-IS-DETAIL = 'N'
               MOVE 0 TO WS-BC-INDEX
               PERFORM STORE-BURST-LINE
           ELSE
               IF WS-KEY-BRANCH = SPACES
                   MOVE 'N' TO WS-FOUND
               ELSE
                   PERFORM FIND-BRANCH-INDEX
               END-IF
               IF WS-FOUND = 'N'
                   ADD 1 TO WS-UNRESOLVED-COUNT
                   MOVE SPACES TO EXCEPTION-LINE
                   STRING RB-NAME-TBL(WS-RB-INDEX) " "
                       "BRANCH " WS-KEY-BRANCH " "
                       SOURCE-LINE
                       DELIMITED BY SIZE
                       INTO EXCEPTION-LINE
                   WRITE EXCEPTION-LINE
               ELSE
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD 1 TO BC-LINES-TBL(WS-BC-INDEX, WS-RB-INDEX)
                   PERFORM STORE-BURST-LINE
               END-IF
           END-IF.

       RESOLVE-ACCOUNT-BRANCH.
           PERFORM VARYING WS-AB-INDEX FROM 1 BY 1
                   UNTIL WS-AB-INDEX > WS-AB-COUNT
               IF AB-ID-TBL(WS-AB-INDEX) = WS-KEY-ID(1:5)
                   MOVE AB-BRANCH-TBL(WS-AB-INDEX) TO WS-KEY-BRANCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       RESOLVE-OPERATOR-BRANCH.
           PERFORM VARYING WS-OB-INDEX FROM 1 BY 1
                   UNTIL WS-OB-INDEX > WS-OB-COUNT
               IF OB-OPERATOR-TBL(WS-OB-INDEX) = WS-KEY-ID
                   MOVE OB-BRANCH-TBL(WS-OB-INDEX) TO WS-KEY-BRANCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       STORE-BURST-LINE.
           IF WS-BL-COUNT >= 50000
               MOVE 'Y' TO WS-LINE-OVERFLOW
           ELSE
               ADD 1 TO WS-BL-COUNT
               MOVE WS-RB-INDEX TO BL-RPT-TBL(WS-BL-COUNT)
               MOVE WS-BC-INDEX TO BL-BRANCH-TBL(WS-BL-COUNT)
               MOVE SOURCE-LINE TO BL-TEXT-TBL(WS-BL-COUNT)
           END-IF.

       WRITE-BRANCH-PACKAGE.
           MOVE SPACES TO WS-PKG-NAME
           STRING "BRPKG." BC-CODE-TBL(WS-BC-INDEX)
               DELIMITED BY SIZE
               INTO WS-PKG-NAME
           MOVE 0 TO WS-PKG-RUN
           MOVE 1 TO WS-CT-INDEX
           PERFORM UNTIL WS-CT-INDEX > WS-CT-COUNT
               IF CT-NAME-TBL(WS-CT-INDEX) = WS-PKG-NAME
                       AND CT-DATE-TBL(WS-CT-INDEX) = WS-BUSINESS-DATE
                       AND CT-RUN-TBL(WS-CT-INDEX) > WS-PKG-RUN
                   MOVE CT-RUN-TBL(WS-CT-INDEX) TO WS-PKG-RUN
               END-IF
               ADD 1 TO WS-CT-INDEX
           END-PERFORM
           ADD 1 TO WS-PKG-RUN
           MOVE WS-PKG-RUN TO WS-PKG-RUN-TXT
           MOVE SPACES TO WS-PACKAGE-PATH
           STRING "accounts/SPOOL.BRPKG."
               BC-CODE-TBL(WS-BC-INDEX)
               "." WS-BUSINESS-DATE
               "." WS-PKG-RUN-TXT
               DELIMITED BY SIZE
               INTO WS-PACKAGE-PATH
           OPEN OUTPUT PACKAGE-FILE
           IF WS-PACKAGE-STATUS NOT = "00"
               DISPLAY "CANNOT WRITE PACKAGE " WS-PACKAGE-PATH(1:60)
           ELSE
               PERFORM WRITE-PACKAGE-BODY
           END-IF.

       WRITE-PACKAGE-BODY.
           PERFORM WRITE-COVER-INDEX
           MOVE 1 TO WS-RB-INDEX
           PERFORM UNTIL WS-RB-INDEX > WS-RB-COUNT
               PERFORM WRITE-PACKAGE-SECTION
               PERFORM WRITE-DISTRIBUTION-ENTRY
               ADD 1 TO WS-RB-INDEX
           END-PERFORM
           MOVE SPACES TO PACKAGE-LINE
           STRING "END OF PACKAGE - BRANCH " BC-CODE-TBL(WS-BC-INDEX)
               " BUSINESS DATE " WS-BUSINESS-DATE
               DELIMITED BY SIZE
               INTO PACKAGE-LINE
           WRITE PACKAGE-LINE
           CLOSE PACKAGE-FILE
           ADD 1 TO WS-PKG-COUNT
           IF WS-CT-COUNT < 10000
               ADD 1 TO WS-CT-COUNT
               MOVE WS-PKG-NAME TO CT-NAME-TBL(WS-CT-COUNT)
               MOVE WS-BUSINESS-DATE TO CT-DATE-TBL(WS-CT-COUNT)
               MOVE WS-PKG-RUN TO CT-RUN-TBL(WS-CT-COUNT)
               MOVE WS-PACKAGE-PATH TO CT-PATH-TBL(WS-CT-COUNT)
               MOVE 'Y' TO CT-KEEP-TBL(WS-CT-COUNT)
           END-IF.

       WRITE-COVER-INDEX.
           MOVE SPACES TO PACKAGE-LINE
           STRING "BRANCH REPORT PACKAGE - BRANCH "
               BC-CODE-TBL(WS-BC-INDEX)
               " BUSINESS DATE " WS-BUSINESS-DATE
               " RUN " WS-PKG-RUN-TXT
               DELIMITED BY SIZE
               INTO PACKAGE-LINE
           WRITE PACKAGE-LINE
           MOVE "COVER INDEX" TO PACKAGE-LINE
           WRITE PACKAGE-LINE
           MOVE 1 TO WS-RB-INDEX
           PERFORM UNTIL WS-RB-INDEX > WS-RB-COUNT
               MOVE WS-RB-INDEX TO WS-RPT-SEQ-TXT
               MOVE BC-LINES-TBL(WS-BC-INDEX, WS-RB-INDEX)
                   TO WS-LINES-EDIT
               MOVE SPACES TO PACKAGE-LINE
               EVALUATE TRUE
                   WHEN RB-FOUND-TBL(WS-RB-INDEX) = 'N'
                       STRING "  " WS-RPT-SEQ-TXT " "
                           RB-NAME-TBL(WS-RB-INDEX)
                           " NOT SPOOLED - NOTHING TO REPORT"
                           DELIMITED BY SIZE
                           INTO PACKAGE-LINE
                   WHEN BC-LINES-TBL(WS-BC-INDEX, WS-RB-INDEX) = 0
                       STRING "  " WS-RPT-SEQ-TXT " "
                           RB-NAME-TBL(WS-RB-INDEX)
                           " RUN " RB-RUN-TBL(WS-RB-INDEX)
                           " NOTHING TO REPORT"
                           DELIMITED BY SIZE
                           INTO PACKAGE-LINE
                   WHEN OTHER
                       STRING "  " WS-RPT-SEQ-TXT " "
                           RB-NAME-TBL(WS-RB-INDEX)
                           " RUN " RB-RUN-TBL(WS-RB-INDEX)
                           " LINES " WS-LINES-EDIT
                           DELIMITED BY SIZE
                           INTO PACKAGE-LINE
               END-EVALUATE
               WRITE PACKAGE-LINE
               ADD 1 TO WS-RB-INDEX
           END-PERFORM.

       WRITE-PACKAGE-SECTION.
           MOVE WS-RB-INDEX TO WS-RPT-SEQ-TXT
           MOVE SPACES TO PACKAGE-LINE
           WRITE PACKAGE-LINE
           STRING "==== " WS-RPT-SEQ-TXT " "
               RB-NAME-TBL(WS-RB-INDEX)
               " BRANCH " BC-CODE-TBL(WS-BC-INDEX)
               " ===="
               DELIMITED BY SIZE
               INTO PACKAGE-LINE
           WRITE PACKAGE-LINE
           IF BC-LINES-TBL(WS-BC-INDEX, WS-RB-INDEX) = 0
               ADD 1 TO WS-NOTHING-COUNT
               MOVE SPACES TO PACKAGE-LINE
               IF RB-FOUND-TBL(WS-RB-INDEX) = 'N'
                   STRING "NOTHING TO REPORT - "
                       RB-NAME-TBL(WS-RB-INDEX)
                       " WAS NOT PRODUCED FOR " WS-BUSINESS-DATE
                       DELIMITED BY SIZE
                       INTO PACKAGE-LINE
               ELSE
                   STRING "NOTHING TO REPORT FOR BRANCH "
                       BC-CODE-TBL(WS-BC-INDEX)
                       " ON " WS-BUSINESS-DATE
                       DELIMITED BY SIZE
                       INTO PACKAGE-LINE
               END-IF
               WRITE PACKAGE-LINE
           ELSE
               PERFORM VARYING WS-BL-INDEX FROM 1 BY 1
                       UNTIL WS-BL-INDEX > WS-BL-COUNT
                   IF BL-RPT-TBL(WS-BL-INDEX) = WS-RB-INDEX
                       AND (BL-BRANCH-TBL(WS-BL-INDEX) = 0
                       OR BL-BRANCH-TBL(WS-BL-INDEX) = WS-BC-INDEX)
                       MOVE BL-TEXT-TBL(WS-BL-INDEX) TO PACKAGE-LINE
                       WRITE PACKAGE-LINE
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-DISTRIBUTION-ENTRY.
           MOVE SPACES TO DISTLOG-RECORD
           MOVE WS-BUSINESS-DATE TO DL-DATE
           MOVE BC-CODE-TBL(WS-BC-INDEX) TO DL-BRANCH
           MOVE RB-NAME-TBL(WS-RB-INDEX) TO DL-REPORT
           MOVE RB-RUN-TBL(WS-RB-INDEX) TO DL-SOURCE-RUN
           MOVE BC-LINES-TBL(WS-BC-INDEX, WS-RB-INDEX) TO DL-LINES
           EVALUATE TRUE
               WHEN RB-FOUND-TBL(WS-RB-INDEX) = 'N'
                   MOVE 'M' TO DL-STATUS
               WHEN BC-LINES-TBL(WS-BC-INDEX, WS-RB-INDEX) = 0
                   MOVE 'E' TO DL-STATUS
               WHEN OTHER
                   MOVE 'D' TO DL-STATUS
           END-EVALUATE
           MOVE WS-PKG-NAME TO DL-PACKAGE
           MOVE WS-PKG-RUN TO DL-PACKAGE-RUN
           WRITE DISTLOG-RECORD.
