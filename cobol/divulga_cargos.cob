       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVULGA-CARGOS.
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
           SELECT BRANCHOVR-FILE
               ASSIGN TO DYNAMIC WS-BRANCHOVR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BRANCHOVR-STATUS.
           SELECT FXCONV-FILE
               ASSIGN TO DYNAMIC WS-FXCONV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FXCONV-STATUS.
           SELECT CONTACTS-FILE
               ASSIGN TO DYNAMIC WS-CONTACTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTACTS-STATUS.
           SELECT DELIVPREF-FILE
               ASSIGN TO DYNAMIC WS-DELIVPREF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DELIVPREF-STATUS.
           SELECT DISCLOSURE-FILE
               ASSIGN TO DYNAMIC WS-DISCLOSURE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DISCLOSURE-STATUS.
           SELECT SUMMARY-FILE
               ASSIGN TO DYNAMIC WS-SUMMARY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.
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
       FD  BRANCHOVR-FILE.
       01  BRANCHOVR-RECORD.
           05 BO-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 BO-BRANCH         PIC X(4).
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
       FD  DELIVPREF-FILE.
       01  DELIVPREF-RECORD.
           05 DP-AC-ID          PIC X(5).
           05 FILLER            PIC X(1).
           05 DP-MODE           PIC X(1).
       FD  DISCLOSURE-FILE.
       01  DISCLOSURE-LINE      PIC X(100).
       FD  SUMMARY-FILE.
       01  SUMMARY-LINE         PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-PATH      PIC X(200).
       01  WS-ACCOUNTS-PATH     PIC X(200).
       01  WS-CUSTOMERS-PATH    PIC X(200).
       01  WS-HOLDERS-PATH      PIC X(200).
       01  WS-BRANCHOVR-PATH    PIC X(200).
       01  WS-FXCONV-PATH       PIC X(200).
       01  WS-CONTACTS-PATH     PIC X(200).
       01  WS-DELIVPREF-PATH    PIC X(200).
       01  WS-DISCLOSURE-PATH   PIC X(200).
       01  WS-SUMMARY-PATH      PIC X(200).
       01  WS-JOURNAL-STATUS    PIC XX.
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-CUSTOMERS-STATUS  PIC XX.
       01  WS-HOLDERS-STATUS    PIC XX.
       01  WS-BRANCHOVR-STATUS  PIC XX.
       01  WS-FXCONV-STATUS     PIC XX.
       01  WS-CONTACTS-STATUS   PIC XX.
       01  WS-DELIVPREF-STATUS  PIC XX.
       01  WS-DISCLOSURE-STATUS PIC XX.
       01  WS-SUMMARY-STATUS    PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-CC-EOF            PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  WS-YEAR-TXT          PIC X(4).
       01  WS-YEAR              PIC 9(4).
       01  WS-WORK-DATE         PIC 9(8).
       01  WS-WORK-INT          PIC 9(8).
       01  WS-YEAR-END          PIC 9(8).
       01  WS-FILES-READ        PIC 9(3) VALUE 0.
       01  WS-FOUND             PIC X VALUE 'N'.
       01  WS-LOOKUP-ID         PIC X(5).
       01  WS-J-ID              PIC X(5).
       01  WS-J-AMOUNT          PIC X(9).
       01  WS-J-AMOUNT-NUM REDEFINES
               WS-J-AMOUNT      PIC 9(7)V99.
       01  WS-J-TIPO            PIC X(1).
       01  WS-J-TAG             PIC X(6).
       01  WS-J-DATE            PIC X(8).
       01  WS-CAT               PIC 9(2).
       01  WS-INT-PAID-FLAG     PIC X VALUE 'N'.
       01  WS-FEE-REFUND-FLAG   PIC X VALUE 'N'.
       01  CATEGORY-VALUES.
           05 FILLER PIC X(24) VALUE "ACCOUNT SERVICE FEES    ".
           05 FILLER PIC X(24) VALUE "NSF FEES                ".
           05 FILLER PIC X(24) VALUE "RETURNED CHEQUE FEES    ".
           05 FILLER PIC X(24) VALUE "OVERDRAFT INTEREST      ".
           05 FILLER PIC X(24) VALUE "OFFICIAL CHEQUE FEES    ".
           05 FILLER PIC X(24) VALUE "LOAN LATE FEES          ".
           05 FILLER PIC X(24) VALUE "LOAN DEFAULT INTEREST   ".
           05 FILLER PIC X(24) VALUE "FOREIGN EXCHANGE MARGIN ".
       01  CATEGORY-TABLE REDEFINES CATEGORY-VALUES.
           05 CAT-NAME-TBL      PIC X(24) OCCURS 8 TIMES.
       01  WS-CAT-COUNT         PIC 9(2) VALUE 8.
       01  WS-CAT-INDEX         PIC 9(2).
       01  OVERRIDE-TABLE.
           05 OVERRIDE-ENTRY OCCURS 50000 TIMES.
               10 OV-ID-TBL       PIC X(5).
               10 OV-BRANCH-TBL   PIC X(4).
       01  WS-OV-INDEX          PIC 9(6) VALUE 1.
       01  WS-OV-COUNT          PIC 9(6) VALUE 0.
       01  WS-ACCT-BRANCH       PIC X(4).
       01  HOLDERS-TABLE.
           05 HOLDER-ENTRY OCCURS 20000 TIMES.
               10 AH-AC-TBL     PIC X(5).
               10 AH-CUST-TBL   PIC X(5).
               10 AH-ROLE-TBL   PIC X(1).
       01  WS-AH-INDEX          PIC 9(5) VALUE 1.
       01  WS-AH-COUNT          PIC 9(5) VALUE 0.
       01  ACCT-TABLE.
           05 ACCT-ENTRY OCCURS 50000 TIMES.
               10 DA-ID-TBL       PIC X(5).
               10 DA-CUST-TBL     PIC X(5).
               10 DA-BRANCH-TBL   PIC X(4).
               10 DA-TYPE-TBL     PIC X(1).
               10 DA-ACTIVE-TBL   PIC X(1).
               10 DA-CHG-TBL      PIC 9(9)V99 OCCURS 8 TIMES.
               10 DA-INT-TBL      PIC 9(9)V99.
       01  WS-DA-INDEX          PIC 9(6) VALUE 1.
       01  WS-DA-COUNT          PIC 9(6) VALUE 0.
       01  CUST-TABLE.
           05 CUST-ENTRY OCCURS 50000 TIMES.
               10 DC-CUST-TBL     PIC X(5).
       01  WS-DC-INDEX          PIC 9(6) VALUE 1.
       01  WS-DC-COUNT          PIC 9(6) VALUE 0.
       01  BRANCH-TABLE.
           05 BRANCH-ENTRY OCCURS 500 TIMES.
               10 DB-BRANCH-TBL   PIC X(4).
               10 DB-CHG-TBL      PIC 9(11)V99 OCCURS 8 TIMES.
               10 DB-TOTAL-TBL    PIC 9(11)V99.
               10 DB-INT-TBL      PIC 9(11)V99.
       01  WS-DB-INDEX          PIC 9(3) VALUE 1.
       01  WS-DB-COUNT          PIC 9(3) VALUE 0.
       01  BANK-TOTALS.
           05 BK-CHG-TBL        PIC 9(11)V99 OCCURS 8 TIMES.
       01  WS-BK-TOTAL          PIC 9(11)V99 VALUE 0.
       01  WS-BK-INT            PIC 9(11)V99 VALUE 0.
       01  CONTACT-TABLE.
           05 CONTACT-ENTRY OCCURS 20000 TIMES.
               10 CC-CUST-TBL   PIC X(5).
               10 CC-TYPE-TBL   PIC X(1).
               10 CC-SEQ-TBL    PIC 9(1).
               10 CC-TEXT-TBL   PIC X(40).
               10 CC-RET-TBL    PIC X(1).
       01  WS-CC-INDEX          PIC 9(5) VALUE 1.
       01  WS-CC-COUNT          PIC 9(5) VALUE 0.
       01  WS-ADDR-LINES        PIC 9(2) VALUE 0.
       01  WS-ADDR-SEQ          PIC 9(1).
       01  DELIVPREF-TABLE.
           05 DELIVPREF-ENTRY OCCURS 50000 TIMES.
               10 DP-AC-TBL     PIC X(5).
               10 DP-MODE-TBL   PIC X(1).
       01  WS-DP-INDEX          PIC 9(5) VALUE 1.
       01  WS-DP-COUNT          PIC 9(5) VALUE 0.
       01  WS-DELIV-MODE        PIC X(1).
       01  WS-CUST-MODE         PIC X(1).
       01  WS-DISC-CUST         PIC X(5).
       01  WS-DISC-NAME         PIC X(20).
       01  WS-DISC-ADDRESS      PIC X(30).
       01  CUST-CHARGES.
           05 CU-CHG-TBL        PIC 9(11)V99 OCCURS 8 TIMES.
       01  WS-CU-TOTAL          PIC 9(11)V99.
       01  WS-CU-INT            PIC 9(11)V99.
       01  WS-AC-TOTAL          PIC 9(11)V99.
       01  WS-EDIT-AMT          PIC Z(9)9.99.
       01  WS-EDIT-AMT2         PIC Z(9)9.99.
       01  WS-PAPER-COUNT       PIC 9(6) VALUE 0.
       01  WS-ELECTRONIC-COUNT  PIC 9(6) VALUE 0.
       01  WS-SUPPRESSED-COUNT  PIC 9(6) VALUE 0.
       01  WS-UNLINKED-COUNT    PIC 9(6) VALUE 0.
       01  WS-UNKNOWN-COUNT     PIC 9(6) VALUE 0.
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
           MOVE SPACES TO WS-BRANCHOVR-PATH
           ACCEPT WS-BRANCHOVR-PATH FROM ENVIRONMENT "ACCT_BRANCH_PATH"
           IF WS-BRANCHOVR-PATH = SPACES
               MOVE "accounts/ACCT_BRANCH.DAT" TO WS-BRANCHOVR-PATH
           END-IF
           MOVE SPACES TO WS-FXCONV-PATH
           ACCEPT WS-FXCONV-PATH FROM ENVIRONMENT "FX_CONVERSIONS_PATH"
           IF WS-FXCONV-PATH = SPACES
               MOVE "accounts/FX_CONVERSIONS.DAT" TO WS-FXCONV-PATH
           END-IF
           MOVE SPACES TO WS-DISCLOSURE-PATH
           ACCEPT WS-DISCLOSURE-PATH
               FROM ENVIRONMENT "FEE_DISCLOSURE_PATH"
           IF WS-DISCLOSURE-PATH = SPACES
               MOVE "accounts/FEE_DISCLOSURE.RPT" TO WS-DISCLOSURE-PATH
           END-IF
           MOVE SPACES TO WS-SUMMARY-PATH
           ACCEPT WS-SUMMARY-PATH
               FROM ENVIRONMENT "FEE_DISCLOSURE_SUMMARY_PATH"
           IF WS-SUMMARY-PATH = SPACES
               MOVE "accounts/FEE_DISCLOSURE_SUMMARY.RPT"
                   TO WS-SUMMARY-PATH
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-YEAR-TXT
           ACCEPT WS-YEAR-TXT FROM ENVIRONMENT "DISCLOSURE_YEAR"
           IF WS-YEAR-TXT NOT = SPACES AND WS-YEAR-TXT NUMERIC
               MOVE WS-YEAR-TXT TO WS-YEAR
           ELSE
               MOVE WS-TODAY(1:4) TO WS-YEAR
           END-IF

           PERFORM LOAD-BRANCH-OVERRIDES
           PERFORM LOAD-HOLDERS-TABLE
           PERFORM LOAD-ACCOUNT-TABLE
           PERFORM ACCUMULATE-JOURNAL-CHARGES
           PERFORM TALLY-FX-MARGINS
           PERFORM LOAD-CONTACT-TABLE
           PERFORM LOAD-DELIVPREF-TABLE
           PERFORM BUILD-CUSTOMER-LIST
           PERFORM WRITE-DISCLOSURES
           PERFORM WRITE-BANK-SUMMARY

           DISPLAY "FEE DISCLOSURES " WS-YEAR
               " PAPER " WS-PAPER-COUNT
               " ELECTRONIC " WS-ELECTRONIC-COUNT
               " SUPPRESSED " WS-SUPPRESSED-COUNT
           IF WS-UNKNOWN-COUNT > 0
               DISPLAY "CHARGES FOR ACCOUNTS NOT ON FILE "
                   WS-UNKNOWN-COUNT
           END-IF
           STOP RUN.

       LOAD-BRANCH-OVERRIDES.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-OV-COUNT
           OPEN INPUT BRANCHOVR-FILE
           IF WS-BRANCHOVR-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-OV-COUNT >= 50000
                   READ BRANCHOVR-FILE INTO BRANCHOVR-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BO-ID NOT = SPACES
                           ADD 1 TO WS-OV-COUNT
                           MOVE BO-ID TO OV-ID-TBL(WS-OV-COUNT)
                           MOVE BO-BRANCH
                               TO OV-BRANCH-TBL(WS-OV-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCHOVR-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOOKUP-BRANCH-OVERRIDE.
           MOVE 1 TO WS-OV-INDEX
           PERFORM UNTIL WS-OV-INDEX > WS-OV-COUNT
               IF OV-ID-TBL(WS-OV-INDEX) = AC-ID
                   MOVE OV-BRANCH-TBL(WS-OV-INDEX) TO WS-ACCT-BRANCH
                   MOVE WS-OV-COUNT TO WS-OV-INDEX
               END-IF
               ADD 1 TO WS-OV-INDEX
           END-PERFORM.

       LOAD-HOLDERS-TABLE.
           MOVE SPACES TO WS-HOLDERS-PATH
           ACCEPT WS-HOLDERS-PATH FROM ENVIRONMENT "ACCT_HOLDERS_PATH"
           IF WS-HOLDERS-PATH = SPACES
               MOVE "accounts/ACCT_HOLDERS.DAT" TO WS-HOLDERS-PATH
           END-IF
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
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-ACCOUNT-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-DA-COUNT
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "ERROR ACCOUNTS OPEN " WS-ACCOUNTS-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y' OR WS-DA-COUNT >= 50000
               READ ACCOUNTS-FILE INTO ACCOUNTS-RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-DA-COUNT
                   MOVE AC-ID TO DA-ID-TBL(WS-DA-COUNT)
                   MOVE AC-CUST-ID TO DA-CUST-TBL(WS-DA-COUNT)
                   MOVE AC-TYPE TO DA-TYPE-TBL(WS-DA-COUNT)
                   MOVE ACCOUNTS-RECORD(44:4) TO WS-ACCT-BRANCH
                   PERFORM LOOKUP-BRANCH-OVERRIDE
                   MOVE WS-ACCT-BRANCH TO DA-BRANCH-TBL(WS-DA-COUNT)
                   MOVE 'N' TO DA-ACTIVE-TBL(WS-DA-COUNT)
                   MOVE 0 TO DA-INT-TBL(WS-DA-COUNT)
                   MOVE 1 TO WS-CAT-INDEX
                   PERFORM UNTIL WS-CAT-INDEX > WS-CAT-COUNT
                       MOVE 0 TO DA-CHG-TBL(WS-DA-COUNT, WS-CAT-INDEX)
                       ADD 1 TO WS-CAT-INDEX
                   END-PERFORM
                   MOVE WS-DA-COUNT TO WS-DA-INDEX
                   PERFORM APPLY-PRIMARY-HOLDER
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           MOVE 'N' TO WS-EOF.

       APPLY-PRIMARY-HOLDER.
           MOVE 1 TO WS-AH-INDEX
           PERFORM UNTIL WS-AH-INDEX > WS-AH-COUNT
               IF AH-AC-TBL(WS-AH-INDEX) = AC-ID
                       AND AH-ROLE-TBL(WS-AH-INDEX) = 'P'
                   MOVE AH-CUST-TBL(WS-AH-INDEX)
                       TO DA-CUST-TBL(WS-DA-INDEX)
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-AH-INDEX
           END-PERFORM.

       FIND-ACCT-ENTRY.
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-DA-INDEX
           PERFORM UNTIL WS-DA-INDEX > WS-DA-COUNT
               IF DA-ID-TBL(WS-DA-INDEX) = WS-LOOKUP-ID
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-DA-INDEX
           END-PERFORM.

       ACCUMULATE-JOURNAL-CHARGES.
           COMPUTE WS-WORK-DATE = WS-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-END = WS-YEAR * 10000 + 1231
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
           ACCEPT WS-JOURNAL-PATH
               FROM ENVIRONMENT "DISCLOSURE_JOURNAL_PATH"
           IF WS-JOURNAL-PATH = SPACES
               MOVE "accounts/JOURNAL.LOG" TO WS-JOURNAL-PATH
           END-IF
           PERFORM SCAN-ONE-JOURNAL
           IF WS-FILES-READ = 0
               DISPLAY "NO JOURNAL OR ARCHIVES FOUND FOR YEAR "
                   WS-YEAR
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
                       PERFORM CLASSIFY-JOURNAL-LINE
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       CLASSIFY-JOURNAL-LINE.
           MOVE 0 TO WS-CAT
           MOVE 'N' TO WS-INT-PAID-FLAG
           MOVE 'N' TO WS-FEE-REFUND-FLAG
           MOVE SPACES TO WS-J-DATE
           IF J-TXT(1:3) = "OK "
               MOVE J-TXT(4:5) TO WS-J-ID
               MOVE J-TXT(10:9) TO WS-J-AMOUNT
               MOVE J-TXT(20:1) TO WS-J-TIPO
               MOVE J-TXT(22:6) TO WS-J-TAG
               MOVE J-TXT(30:8) TO WS-J-DATE
               IF WS-J-TIPO = 'D'
                   EVALUATE WS-J-TAG
                       WHEN "FEE   "
                           MOVE 1 TO WS-CAT
                       WHEN "NSFFEE"
                           MOVE 2 TO WS-CAT
                       WHEN "CHQFEE"
                           MOVE 3 TO WS-CAT
                       WHEN "INT   "
                           MOVE 4 TO WS-CAT
                       WHEN "OCFEE "
                           MOVE 5 TO WS-CAT
                   END-EVALUATE
               END-IF
               IF WS-J-TIPO = 'C'
                   IF WS-J-TAG = "INT   " OR WS-J-TAG = "BONUS "
                       MOVE 'Y' TO WS-INT-PAID-FLAG
                   END-IF
                   IF J-TXT(79:4) = "RFD "
                       EVALUATE WS-J-TAG
                           WHEN "FEE   "
                               MOVE 1 TO WS-CAT
                           WHEN "NSFFEE"
                               MOVE 2 TO WS-CAT
                           WHEN "OCFEE "
                               MOVE 5 TO WS-CAT
                       END-EVALUATE
                       IF WS-CAT > 0
                           MOVE 'Y' TO WS-FEE-REFUND-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF J-TXT(1:6) = "LNCHG "
               MOVE J-TXT(7:5) TO WS-J-ID
               MOVE J-TXT(13:9) TO WS-J-AMOUNT
               MOVE J-TXT(23:1) TO WS-J-TIPO
               MOVE J-TXT(30:8) TO WS-J-DATE
               IF WS-J-TIPO = 'F'
                   MOVE 6 TO WS-CAT
               END-IF
               IF WS-J-TIPO = 'D'
                   MOVE 7 TO WS-CAT
               END-IF
           END-IF
           IF WS-J-DATE NUMERIC
               IF WS-J-DATE(1:4) NOT = WS-YEAR
                   MOVE 0 TO WS-CAT
                   MOVE 'N' TO WS-INT-PAID-FLAG
               END-IF
           END-IF
           IF (WS-CAT > 0 OR WS-INT-PAID-FLAG = 'Y')
                   AND WS-J-AMOUNT-NUM NUMERIC
               MOVE WS-J-ID TO WS-LOOKUP-ID
               PERFORM FIND-ACCT-ENTRY
               IF WS-FOUND = 'Y'
                   MOVE 'Y' TO DA-ACTIVE-TBL(WS-DA-INDEX)
                   IF WS-CAT > 0
                       IF WS-FEE-REFUND-FLAG = 'Y'
                           IF WS-J-AMOUNT-NUM
                                   > DA-CHG-TBL(WS-DA-INDEX, WS-CAT)
                               MOVE 0
                                   TO DA-CHG-TBL(WS-DA-INDEX, WS-CAT)
                           ELSE
                               SUBTRACT WS-J-AMOUNT-NUM
                                   FROM DA-CHG-TBL(WS-DA-INDEX, WS-CAT)
                           END-IF
                       ELSE
                           ADD WS-J-AMOUNT-NUM
                               TO DA-CHG-TBL(WS-DA-INDEX, WS-CAT)
                       END-IF
                   ELSE
                       ADD WS-J-AMOUNT-NUM TO DA-INT-TBL(WS-DA-INDEX)
                   END-IF
               ELSE
                   ADD 1 TO WS-UNKNOWN-COUNT
               END-IF
           END-IF.

       TALLY-FX-MARGINS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FXCONV-FILE
           IF WS-FXCONV-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FXCONV-FILE INTO FXCONV-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FC-DATE NUMERIC AND FC-INCOME NUMERIC
                               AND FC-DATE(1:4) = WS-YEAR
                               AND FC-ACCOUNT NOT = SPACES
                               AND FC-INCOME > 0
                           MOVE FC-ACCOUNT TO WS-LOOKUP-ID
                           PERFORM FIND-ACCT-ENTRY
                           IF WS-FOUND = 'Y'
                               MOVE 'Y' TO DA-ACTIVE-TBL(WS-DA-INDEX)
                               ADD FC-INCOME
                                   TO DA-CHG-TBL(WS-DA-INDEX, 8)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FXCONV-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-CONTACT-TABLE.
           MOVE SPACES TO WS-CONTACTS-PATH
           ACCEPT WS-CONTACTS-PATH
               FROM ENVIRONMENT "CUST_CONTACTS_PATH"
           IF WS-CONTACTS-PATH = SPACES
               MOVE "accounts/CUST_CONTACTS.DAT" TO WS-CONTACTS-PATH
           END-IF
           MOVE 'N' TO WS-CC-EOF
           MOVE 0 TO WS-CC-COUNT
           OPEN INPUT CONTACTS-FILE
           IF WS-CONTACTS-STATUS = "00"
               PERFORM UNTIL WS-CC-EOF = 'Y' OR WS-CC-COUNT >= 20000
                   READ CONTACTS-FILE INTO CONTACT-RECORD
                   AT END MOVE 'Y' TO WS-CC-EOF
                   NOT AT END
                       IF CC-CUST-ID NOT = SPACES
                           ADD 1 TO WS-CC-COUNT
                           MOVE CC-CUST-ID
                               TO CC-CUST-TBL(WS-CC-COUNT)
                           MOVE CC-TYPE TO CC-TYPE-TBL(WS-CC-COUNT)
                           IF CC-SEQ NUMERIC
                               MOVE CC-SEQ TO CC-SEQ-TBL(WS-CC-COUNT)
                           ELSE
                               MOVE 0 TO CC-SEQ-TBL(WS-CC-COUNT)
                           END-IF
                           MOVE CC-TEXT TO CC-TEXT-TBL(WS-CC-COUNT)
                           MOVE CC-RETURNED
                               TO CC-RET-TBL(WS-CC-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACTS-FILE
           END-IF.

       LOAD-DELIVPREF-TABLE.
           MOVE SPACES TO WS-DELIVPREF-PATH
           ACCEPT WS-DELIVPREF-PATH
               FROM ENVIRONMENT "DELIVERY_PREFS_PATH"
           IF WS-DELIVPREF-PATH = SPACES
               MOVE "accounts/DELIVERY_PREFS.DAT"
                   TO WS-DELIVPREF-PATH
           END-IF
           MOVE 'N' TO WS-CC-EOF
           MOVE 0 TO WS-DP-COUNT
           OPEN INPUT DELIVPREF-FILE
           IF WS-DELIVPREF-STATUS = "00"
               PERFORM UNTIL WS-CC-EOF = 'Y' OR WS-DP-COUNT >= 50000
                   READ DELIVPREF-FILE INTO DELIVPREF-RECORD
                   AT END MOVE 'Y' TO WS-CC-EOF
                   NOT AT END
                       IF DP-AC-ID NOT = SPACES
                           ADD 1 TO WS-DP-COUNT
                           MOVE DP-AC-ID TO DP-AC-TBL(WS-DP-COUNT)
                           MOVE DP-MODE TO DP-MODE-TBL(WS-DP-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE DELIVPREF-FILE
           END-IF.

       LOOKUP-DELIVERY-MODE.
           MOVE 'P' TO WS-DELIV-MODE
           MOVE 1 TO WS-DP-INDEX
           PERFORM UNTIL WS-DP-INDEX > WS-DP-COUNT
               IF DP-AC-TBL(WS-DP-INDEX) = DA-ID-TBL(WS-DA-INDEX)
                   MOVE DP-MODE-TBL(WS-DP-INDEX) TO WS-DELIV-MODE
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-DP-INDEX
           END-PERFORM.

       BUILD-CUSTOMER-LIST.
           MOVE 1 TO WS-DA-INDEX
           PERFORM UNTIL WS-DA-INDEX > WS-DA-COUNT
               IF DA-ACTIVE-TBL(WS-DA-INDEX) = 'Y'
                   IF DA-CUST-TBL(WS-DA-INDEX) = SPACES
                       ADD 1 TO WS-UNLINKED-COUNT
                       DISPLAY "CHARGES FOR UNLINKED ACCOUNT "
                           DA-ID-TBL(WS-DA-INDEX)
                   ELSE
                       PERFORM ADD-CUSTOMER-ENTRY
                   END-IF
                   PERFORM ROLL-TO-BRANCH
               END-IF
               ADD 1 TO WS-DA-INDEX
           END-PERFORM.

       ADD-CUSTOMER-ENTRY.
           MOVE 1 TO WS-DC-INDEX
           PERFORM UNTIL WS-DC-INDEX > WS-DC-COUNT
               IF DC-CUST-TBL(WS-DC-INDEX) = DA-CUST-TBL(WS-DA-INDEX)
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-DC-INDEX
           END-PERFORM
           IF WS-DC-INDEX > WS-DC-COUNT AND WS-DC-COUNT < 50000
               ADD 1 TO WS-DC-COUNT
               MOVE DA-CUST-TBL(WS-DA-INDEX)
                   TO DC-CUST-TBL(WS-DC-COUNT)
           END-IF.

       ROLL-TO-BRANCH.
           MOVE 1 TO WS-DB-INDEX
           PERFORM UNTIL WS-DB-INDEX > WS-DB-COUNT
               IF DB-BRANCH-TBL(WS-DB-INDEX)
                       = DA-BRANCH-TBL(WS-DA-INDEX)
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-DB-INDEX
           END-PERFORM
           IF WS-DB-INDEX > WS-DB-COUNT AND WS-DB-COUNT < 500
               ADD 1 TO WS-DB-COUNT
               MOVE WS-DB-COUNT TO WS-DB-INDEX
               MOVE DA-BRANCH-TBL(WS-DA-INDEX)
                   TO DB-BRANCH-TBL(WS-DB-INDEX)
               MOVE 0 TO DB-TOTAL-TBL(WS-DB-INDEX)
               MOVE 0 TO DB-INT-TBL(WS-DB-INDEX)
               MOVE 1 TO WS-CAT-INDEX
               PERFORM UNTIL WS-CAT-INDEX > WS-CAT-COUNT
                   MOVE 0 TO DB-CHG-TBL(WS-DB-INDEX, WS-CAT-INDEX)
                   ADD 1 TO WS-CAT-INDEX
               END-PERFORM
           END-IF
           IF WS-DB-INDEX <= WS-DB-COUNT
               MOVE 1 TO WS-CAT-INDEX
               PERFORM UNTIL WS-CAT-INDEX > WS-CAT-COUNT
                   ADD DA-CHG-TBL(WS-DA-INDEX, WS-CAT-INDEX)
                       TO DB-CHG-TBL(WS-DB-INDEX, WS-CAT-INDEX)
                   ADD DA-CHG-TBL(WS-DA-INDEX, WS-CAT-INDEX)
                       TO DB-TOTAL-TBL(WS-DB-INDEX)
                   ADD 1 TO WS-CAT-INDEX
               END-PERFORM
               ADD DA-INT-TBL(WS-DA-INDEX) TO DB-INT-TBL(WS-DB-INDEX)
           END-IF.

       WRITE-DISCLOSURES.
           OPEN OUTPUT DISCLOSURE-FILE
           MOVE 1 TO WS-DC-INDEX
           PERFORM UNTIL WS-DC-INDEX > WS-DC-COUNT
               MOVE DC-CUST-TBL(WS-DC-INDEX) TO WS-DISC-CUST
               PERFORM SET-CUSTOMER-DELIVERY
               IF WS-CUST-MODE = 'S'
                   ADD 1 TO WS-SUPPRESSED-COUNT
               ELSE
                   PERFORM WRITE-ONE-DISCLOSURE
               END-IF
               ADD 1 TO WS-DC-INDEX
           END-PERFORM
           CLOSE DISCLOSURE-FILE.

       SET-CUSTOMER-DELIVERY.
           MOVE 'S' TO WS-CUST-MODE
           MOVE 1 TO WS-DA-INDEX
           PERFORM UNTIL WS-DA-INDEX > WS-DA-COUNT
               IF DA-CUST-TBL(WS-DA-INDEX) = WS-DISC-CUST
                       AND DA-ACTIVE-TBL(WS-DA-INDEX) = 'Y'
                   PERFORM LOOKUP-DELIVERY-MODE
                   IF WS-DELIV-MODE = 'E' AND WS-CUST-MODE = 'S'
                       MOVE 'E' TO WS-CUST-MODE
                   END-IF
                   IF WS-DELIV-MODE NOT = 'E'
                           AND WS-DELIV-MODE NOT = 'S'
                       MOVE 'P' TO WS-CUST-MODE
                   END-IF
               END-IF
               ADD 1 TO WS-DA-INDEX
           END-PERFORM.

       WRITE-ONE-DISCLOSURE.
           MOVE SPACES TO WS-DISC-NAME
           MOVE SPACES TO WS-DISC-ADDRESS
           MOVE 'N' TO WS-EOF
           OPEN INPUT CUSTOMERS-FILE
           IF WS-CUSTOMERS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CUSTOMERS-FILE INTO CUST-REC
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CUST-ID = WS-DISC-CUST
                           MOVE CUST-NAME TO WS-DISC-NAME
                           MOVE CUST-ADDRESS TO WS-DISC-ADDRESS
                           MOVE 'Y' TO WS-EOF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMERS-FILE
           END-IF
           MOVE 'N' TO WS-EOF

           MOVE SPACES TO DISCLOSURE-LINE
           STRING "ANNUAL FEES AND CHARGES DISCLOSURE " WS-YEAR
               " CUSTOMER " WS-DISC-CUST
               DELIMITED BY SIZE
               INTO DISCLOSURE-LINE
           WRITE DISCLOSURE-LINE
           MOVE SPACES TO DISCLOSURE-LINE
           STRING "  " WS-DISC-NAME
               DELIMITED BY SIZE
               INTO DISCLOSURE-LINE
           WRITE DISCLOSURE-LINE
           PERFORM WRITE-DISCLOSURE-ADDRESS
           IF WS-CUST-MODE = 'E'
               MOVE SPACES TO DISCLOSURE-LINE
               MOVE "  DELIVERY ELECTRONIC" TO DISCLOSURE-LINE
               WRITE DISCLOSURE-LINE
               ADD 1 TO WS-ELECTRONIC-COUNT
           ELSE
               ADD 1 TO WS-PAPER-COUNT
           END-IF
           MOVE SPACES TO DISCLOSURE-LINE
           WRITE DISCLOSURE-LINE

           MOVE 0 TO WS-CU-TOTAL
           MOVE 0 TO WS-CU-INT
           MOVE 1 TO WS-CAT-INDEX
           PERFORM UNTIL WS-CAT-INDEX > WS-CAT-COUNT
               MOVE 0 TO CU-CHG-TBL(WS-CAT-INDEX)
               ADD 1 TO WS-CAT-INDEX
           END-PERFORM
           MOVE 1 TO WS-DA-INDEX
           PERFORM UNTIL WS-DA-INDEX > WS-DA-COUNT
               IF DA-CUST-TBL(WS-DA-INDEX) = WS-DISC-CUST
                       AND DA-ACTIVE-TBL(WS-DA-INDEX) = 'Y'
                   PERFORM WRITE-ACCOUNT-CHARGES
               END-IF
               ADD 1 TO WS-DA-INDEX
           END-PERFORM

           MOVE SPACES TO DISCLOSURE-LINE
           WRITE DISCLOSURE-LINE
           MOVE SPACES TO DISCLOSURE-LINE
           STRING "  CHARGES BY CATEGORY FOR " WS-YEAR
               DELIMITED BY SIZE
               INTO DISCLOSURE-LINE
           WRITE DISCLOSURE-LINE
           MOVE 1 TO WS-CAT-INDEX
           PERFORM UNTIL WS-CAT-INDEX > WS-CAT-COUNT
               MOVE CU-CHG-TBL(WS-CAT-INDEX) TO WS-EDIT-AMT
               MOVE SPACES TO DISCLOSURE-LINE
               STRING "    " CAT-NAME-TBL(WS-CAT-INDEX) " "
                   WS-EDIT-AMT
                   DELIMITED BY SIZE
                   INTO DISCLOSURE-LINE
               WRITE DISCLOSURE-LINE
               ADD 1 TO WS-CAT-INDEX
           END-PERFORM
           MOVE WS-CU-TOTAL TO WS-EDIT-AMT
           MOVE SPACES TO DISCLOSURE-LINE
           STRING "    TOTAL CHARGED TO YOU     " WS-EDIT-AMT
               DELIMITED BY SIZE
               INTO DISCLOSURE-LINE
           WRITE DISCLOSURE-LINE
           MOVE WS-CU-INT TO WS-EDIT-AMT
           MOVE SPACES TO DISCLOSURE-LINE
           STRING "    INTEREST PAID TO YOU     " WS-EDIT-AMT
               DELIMITED BY SIZE
               INTO DISCLOSURE-LINE
           WRITE DISCLOSURE-LINE
           MOVE SPACES TO DISCLOSURE-LINE
           WRITE DISCLOSURE-LINE.

       WRITE-DISCLOSURE-ADDRESS.
           MOVE 0 TO WS-ADDR-LINES
           MOVE 0 TO WS-ADDR-SEQ
           PERFORM UNTIL WS-ADDR-SEQ > 9
               MOVE 1 TO WS-CC-INDEX
               PERFORM UNTIL WS-CC-INDEX > WS-CC-COUNT
                   IF CC-CUST-TBL(WS-CC-INDEX) = WS-DISC-CUST
                           AND CC-TYPE-TBL(WS-CC-INDEX) = 'A'
                           AND CC-SEQ-TBL(WS-CC-INDEX) = WS-ADDR-SEQ
                       MOVE SPACES TO DISCLOSURE-LINE
                       STRING "  " CC-TEXT-TBL(WS-CC-INDEX)
                           DELIMITED BY SIZE
                           INTO DISCLOSURE-LINE
                       WRITE DISCLOSURE-LINE
                       ADD 1 TO WS-ADDR-LINES
                   END-IF
                   ADD 1 TO WS-CC-INDEX
               END-PERFORM
               IF WS-ADDR-SEQ = 9
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-ADDR-SEQ
           END-PERFORM
           IF WS-ADDR-LINES = 0
               MOVE SPACES TO DISCLOSURE-LINE
               STRING "  " WS-DISC-ADDRESS
                   DELIMITED BY SIZE
                   INTO DISCLOSURE-LINE
               WRITE DISCLOSURE-LINE
           END-IF.

       WRITE-ACCOUNT-CHARGES.
           MOVE 0 TO WS-AC-TOTAL
           MOVE 1 TO WS-CAT-INDEX
           PERFORM UNTIL WS-CAT-INDEX > WS-CAT-COUNT
               ADD DA-CHG-TBL(WS-DA-INDEX, WS-CAT-INDEX)
                   TO CU-CHG-TBL(WS-CAT-INDEX)
               ADD DA-CHG-TBL(WS-DA-INDEX, WS-CAT-INDEX)
                   TO WS-CU-TOTAL
               ADD DA-CHG-TBL(WS-DA-INDEX, WS-CAT-INDEX)
                   TO WS-AC-TOTAL
               ADD 1 TO WS-CAT-INDEX
           END-PERFORM
           ADD DA-INT-TBL(WS-DA-INDEX) TO WS-CU-INT
           MOVE WS-AC-TOTAL TO WS-EDIT-AMT
           MOVE DA-INT-TBL(WS-DA-INDEX) TO WS-EDIT-AMT2
           MOVE SPACES TO DISCLOSURE-LINE
           STRING "  ACCOUNT " DA-ID-TBL(WS-DA-INDEX)
               " TYPE " DA-TYPE-TBL(WS-DA-INDEX)
               " CHARGES " WS-EDIT-AMT
               " INTEREST PAID " WS-EDIT-AMT2
               DELIMITED BY SIZE
               INTO DISCLOSURE-LINE
           WRITE DISCLOSURE-LINE.

       WRITE-BANK-SUMMARY.
           MOVE 0 TO WS-BK-TOTAL
           MOVE 0 TO WS-BK-INT
           MOVE 1 TO WS-CAT-INDEX
           PERFORM UNTIL WS-CAT-INDEX > WS-CAT-COUNT
               MOVE 0 TO BK-CHG-TBL(WS-CAT-INDEX)
               ADD 1 TO WS-CAT-INDEX
           END-PERFORM
           OPEN OUTPUT SUMMARY-FILE
           MOVE SPACES TO SUMMARY-LINE
           STRING "FEES AND CHARGES DISCLOSURE SUMMARY " WS-YEAR
               " RUN " WS-TODAY
               DELIMITED BY SIZE
               INTO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE 1 TO WS-DB-INDEX
           PERFORM UNTIL WS-DB-INDEX > WS-DB-COUNT
               MOVE SPACES TO SUMMARY-LINE
               WRITE SUMMARY-LINE
               MOVE DB-TOTAL-TBL(WS-DB-INDEX) TO WS-EDIT-AMT
               MOVE DB-INT-TBL(WS-DB-INDEX) TO WS-EDIT-AMT2
               MOVE SPACES TO SUMMARY-LINE
               STRING "BRANCH " DB-BRANCH-TBL(WS-DB-INDEX)
                   " TOTAL CHARGES " WS-EDIT-AMT
                   " INTEREST PAID " WS-EDIT-AMT2
                   DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               WRITE SUMMARY-LINE
               MOVE 1 TO WS-CAT-INDEX
               PERFORM UNTIL WS-CAT-INDEX > WS-CAT-COUNT
                   MOVE DB-CHG-TBL(WS-DB-INDEX, WS-CAT-INDEX)
                       TO WS-EDIT-AMT
                   MOVE SPACES TO SUMMARY-LINE
                   STRING "  " CAT-NAME-TBL(WS-CAT-INDEX) " "
                       WS-EDIT-AMT
                       DELIMITED BY SIZE
                       INTO SUMMARY-LINE
                   WRITE SUMMARY-LINE
                   ADD DB-CHG-TBL(WS-DB-INDEX, WS-CAT-INDEX)
                       TO BK-CHG-TBL(WS-CAT-INDEX)
                   ADD 1 TO WS-CAT-INDEX
               END-PERFORM
               ADD DB-TOTAL-TBL(WS-DB-INDEX) TO WS-BK-TOTAL
               ADD DB-INT-TBL(WS-DB-INDEX) TO WS-BK-INT
               ADD 1 TO WS-DB-INDEX
           END-PERFORM
           MOVE SPACES TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           MOVE "BANK TOTAL BY CATEGORY" TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE 1 TO WS-CAT-INDEX
           PERFORM UNTIL WS-CAT-INDEX > WS-CAT-COUNT
               MOVE BK-CHG-TBL(WS-CAT-INDEX) TO WS-EDIT-AMT
               MOVE SPACES TO SUMMARY-LINE
               STRING "  " CAT-NAME-TBL(WS-CAT-INDEX) " "
                   WS-EDIT-AMT
                   DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               WRITE SUMMARY-LINE
               ADD 1 TO WS-CAT-INDEX
           END-PERFORM
           MOVE WS-BK-TOTAL TO WS-EDIT-AMT
           MOVE WS-BK-INT TO WS-EDIT-AMT2
           MOVE SPACES TO SUMMARY-LINE
           STRING "  TOTAL CHARGES           " WS-EDIT-AMT
               " INTEREST PAID " WS-EDIT-AMT2
               DELIMITED BY SIZE
               INTO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           STRING "  DISCLOSURES PAPER " WS-PAPER-COUNT
               " ELECTRONIC " WS-ELECTRONIC-COUNT
               " SUPPRESSED " WS-SUPPRESSED-COUNT
               " UNLINKED ACCOUNTS " WS-UNLINKED-COUNT
               DELIMITED BY SIZE
               INTO SUMMARY-LINE
           WRITE SUMMARY-LINE
           CLOSE SUMMARY-FILE.
