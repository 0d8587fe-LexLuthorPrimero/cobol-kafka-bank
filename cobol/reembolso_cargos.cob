       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEMBOLSO-CARGOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT REQUESTS-FILE
               ASSIGN TO DYNAMIC WS-REQUESTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REQUESTS-STATUS.
           SELECT REGISTER-FILE
               ASSIGN TO DYNAMIC WS-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT OPERATORS-FILE
               ASSIGN TO DYNAMIC WS-OPERATORS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OPERATORS-STATUS.
           SELECT BRANCHOVR-FILE
               ASSIGN TO DYNAMIC WS-BRANCHOVR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BRANCHOVR-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OPAUDIT-FILE
               ASSIGN TO DYNAMIC WS-OPAUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OPAUDIT-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JSEAL-FILE
               ASSIGN TO DYNAMIC WS-JSEAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JSEAL-STATUS.
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
               88 AC-ST-BLOCKED VALUE 'F', 'C'.
       FD  REQUESTS-FILE.
       01  REFUND-REQUEST-RECORD.
           05 RR-REQ-ID         PIC X(8).
           05 FILLER            PIC X(1).
           05 RR-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 RR-ORIG-DATE      PIC 9(8).
           05 FILLER            PIC X(1).
           05 RR-ORIG-SEQ       PIC 9(7).
           05 FILLER            PIC X(1).
           05 RR-FEE-TAG        PIC X(6).
           05 FILLER            PIC X(1).
           05 RR-REASON         PIC X(4).
           05 FILLER            PIC X(1).
           05 RR-SCOPE          PIC X(1).
               88 RR-FULL       VALUE 'F'.
               88 RR-PARTIAL    VALUE 'P'.
           05 FILLER            PIC X(1).
           05 RR-AMOUNT         PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 RR-OPERATOR       PIC X(8).
           05 FILLER            PIC X(1).
           05 RR-APPROVER       PIC X(8).
       FD  REGISTER-FILE.
       01  REFUND-REGISTER-RECORD.
           05 RG-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 RG-REQ-ID         PIC X(8).
           05 FILLER            PIC X(1).
           05 RG-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 RG-ORIG-DATE      PIC 9(8).
           05 FILLER            PIC X(1).
           05 RG-ORIG-SEQ       PIC 9(7).
           05 FILLER            PIC X(1).
           05 RG-TAG            PIC X(6).
           05 FILLER            PIC X(1).
           05 RG-AMOUNT         PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 RG-REASON         PIC X(4).
           05 FILLER            PIC X(1).
           05 RG-OPERATOR       PIC X(8).
           05 FILLER            PIC X(1).
           05 RG-APPROVER       PIC X(8).
           05 FILLER            PIC X(1).
           05 RG-BRANCH         PIC X(4).
       FD  OPERATORS-FILE.
       01  OPERATOR-RECORD.
           05 OP-ID             PIC X(8).
           05 FILLER            PIC X(1).
           05 OP-LEVEL          PIC 9(1).
           05 FILLER            PIC X(1).
           05 OP-ACTIVE         PIC X(1).
       FD  BRANCHOVR-FILE.
       01  BRANCHOVR-RECORD.
           05 BO-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 BO-BRANCH         PIC X(4).
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(100).
       FD  OPAUDIT-FILE.
       01  OPAUDIT-LINE         PIC X(80).
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
       01 WS-LOCK-PROGRAM   PIC X(24) VALUE "REEMBOLSO-CARGOS".
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
       01  WS-REQUESTS-PATH     PIC X(200).
       01  WS-REGISTER-PATH     PIC X(200).
       01  WS-OPERATORS-PATH    PIC X(200).
       01  WS-BRANCHOVR-PATH    PIC X(200).
       01  WS-REPORT-PATH       PIC X(200).
       01  WS-OPAUDIT-PATH      PIC X(200).
       01  WS-JOURNAL-PATH      PIC X(200).
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-REQUESTS-STATUS   PIC XX.
       01  WS-REGISTER-STATUS   PIC XX.
       01  WS-OPERATORS-STATUS  PIC XX.
       01  WS-BRANCHOVR-STATUS  PIC XX.
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-OPAUDIT-STATUS    PIC XX.
       01  WS-JOURNAL-STATUS    PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  WS-MONTH-TXT         PIC X(6).
       01  WS-REPORT-MONTH      PIC 9(6).
       01  WS-LIMIT-TXT         PIC X(9).
       01  WS-LIMIT-TXT-N REDEFINES WS-LIMIT-TXT PIC 9(7)V99.
       01  WS-LIMIT-L1          PIC 9(7)V99 VALUE 25.00.
       01  WS-LIMIT-L2          PIC 9(7)V99 VALUE 250.00.
       01  WS-UNLIMITED-LEVEL   PIC 9(1) VALUE 3.
       01  REASON-VALUES.
           05 FILLER PIC X(34)
               VALUE "BKERBANK ERROR IN CHARGE          ".
           05 FILLER PIC X(34)
               VALUE "DUPLDUPLICATE CHARGE              ".
           05 FILLER PIC X(34)
               VALUE "SYSTSYSTEM OR PARAMETER FAULT     ".
           05 FILLER PIC X(34)
               VALUE "DISPCUSTOMER DISPUTE UPHELD       ".
           05 FILLER PIC X(34)
               VALUE "GDWLGOODWILL CONCESSION           ".
       01  REASON-TABLE REDEFINES REASON-VALUES.
           05 REASON-ENTRY OCCURS 5 TIMES.
               10 RS-CODE-TBL     PIC X(4).
               10 RS-NAME-TBL     PIC X(30).
       01  WS-RS-COUNT          PIC 9(2) VALUE 5.
       01  WS-RS-INDEX          PIC 9(2).
       01  ACCOUNTS-TABLE.
           05 ACCOUNT-ENTRY OCCURS 50000 TIMES.
               10 AC-REC-TBL      PIC X(60).
       01  WS-AC-INDEX          PIC 9(6) VALUE 1.
       01  WS-AC-COUNT          PIC 9(6) VALUE 0.
       01  WS-CUST-IX           PIC 9(6) VALUE 0.
       01  REQUEST-TABLE.
           05 REQUEST-ENTRY OCCURS 5000 TIMES.
               10 RQ-REC-TBL      PIC X(80).
               10 RQ-MATCHES-TBL  PIC 9(3).
               10 RQ-ORIG-AMT-TBL PIC 9(7)V99.
               10 RQ-ORIG-TAG-TBL PIC X(6).
               10 RQ-REFUNDED-TBL PIC 9(7)V99.
               10 RQ-KEEP-TBL     PIC X(1).
       01  WS-RQ-INDEX          PIC 9(5) VALUE 1.
       01  WS-RQ-SCAN           PIC 9(5) VALUE 1.
       01  WS-RQ-COUNT          PIC 9(5) VALUE 0.
       01  OPERATOR-TABLE.
           05 OPERATOR-ENTRY OCCURS 2000 TIMES.
               10 OPS-ID-TBL      PIC X(8).
               10 OPS-LEVEL-TBL   PIC X(1).
               10 OPS-ACTIVE-TBL  PIC X(1).
       01  WS-OPS-INDEX         PIC 9(4) VALUE 1.
       01  WS-OPS-COUNT         PIC 9(4) VALUE 0.
       01  OVERRIDE-TABLE.
           05 OVERRIDE-ENTRY OCCURS 50000 TIMES.
               10 OV-ID-TBL       PIC X(5).
               10 OV-BRANCH-TBL   PIC X(4).
       01  WS-OV-INDEX          PIC 9(6) VALUE 1.
       01  WS-OV-COUNT          PIC 9(6) VALUE 0.
       01  WS-ACCT-BRANCH       PIC X(4).
       01  SUMMARY-TABLE.
           05 SUMMARY-ENTRY OCCURS 3000 TIMES.
               10 SM-KIND-TBL     PIC X(8).
               10 SM-KEY-TBL      PIC X(8).
               10 SM-COUNT-TBL    PIC 9(5).
               10 SM-AMOUNT-TBL   PIC 9(9)V99.
       01  WS-SM-INDEX          PIC 9(4) VALUE 1.
       01  WS-SM-COUNT          PIC 9(4) VALUE 0.
       01  WS-SM-KIND           PIC X(8).
       01  WS-SM-KEY            PIC X(8).
       01  WS-J-ID              PIC X(5).
       01  WS-J-AMOUNT          PIC X(9).
       01  WS-J-AMOUNT-NUM REDEFINES
               WS-J-AMOUNT      PIC 9(7)V99.
       01  WS-J-TIPO            PIC X(1).
       01  WS-J-TAG             PIC X(6).
       01  WS-J-DATE            PIC X(8).
       01  WS-J-SEQ             PIC X(7).
       01  WS-OPER-LEVEL        PIC 9(1).
       01  WS-OPER-OK           PIC X(1).
       01  WS-APPR-LEVEL        PIC 9(1).
       01  WS-APPR-OK           PIC X(1).
       01  WS-CHECK-ID          PIC X(8).
       01  WS-CHECK-LEVEL       PIC 9(1).
       01  WS-CHECK-OK          PIC X(1).
       01  WS-LEVEL-LIMIT       PIC 9(7)V99.
       01  WS-LEVEL-UNLIMITED   PIC X(1).
       01  WS-OPER-LIMIT        PIC 9(7)V99.
       01  WS-OPER-UNLIMITED    PIC X(1).
       01  WS-AVAILABLE         PIC 9(7)V99.
       01  WS-REFUND-AMT        PIC 9(7)V99.
       01  WS-REJECT-REASON     PIC X(50).
       01  WS-REQ-STATE         PIC X(1).
           88 WS-REQ-POSTABLE   VALUE 'Y'.
           88 WS-REQ-PENDING    VALUE 'P'.
           88 WS-REQ-REJECTED   VALUE 'N'.
       01  WS-POSTED-COUNT      PIC 9(5) VALUE 0.
       01  WS-PENDING-COUNT     PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT    PIC 9(5) VALUE 0.
       01  WS-POSTED-TOTAL      PIC 9(9)V99 VALUE 0.
       01  WS-ACC-TOUCHED       PIC X VALUE 'N'.
       01  NEW-REGISTER-TABLE.
           05 NEW-REGISTER-ENTRY OCCURS 5000 TIMES PIC X(90).
       01  WS-NR-INDEX          PIC 9(5) VALUE 1.
       01  WS-NR-COUNT          PIC 9(5) VALUE 0.
       01  WS-MONTH-COUNT       PIC 9(5) VALUE 0.
       01  WS-MONTH-TOTAL       PIC 9(9)V99 VALUE 0.
       01  WS-EDIT-AMT          PIC Z(8)9.99.
       01  WS-OP-DATE           PIC 9(8).
       01  WS-OP-TIME           PIC 9(6).
       01  WS-OP-CLOCK          PIC 9(8).
       01  WS-OPERATOR          PIC X(8).
       01  WS-OP-ACTION         PIC X(40).
       01  WS-JOURNAL-ID        PIC X(5).
       01  WS-JOURNAL-AMT       PIC 9(7)V99.
       01  WS-JOURNAL-TIPO      PIC X(1).
       01  WS-JOURNAL-TAG       PIC X(6).
       01  WS-JOURNAL-REF       PIC X(25).
       01  WS-JRN-DATE          PIC 9(8) VALUE 0.
       01  WS-JRN-SEQ           PIC 9(7) VALUE 0.
       01  WS-JRN-CURRENCY      PIC X(3) VALUE "USD".
       01  WS-JRN-BALANCE       PIC S9(7)V99 VALUE 0.
       01  WS-JRN-BAL-ABS       PIC 9(7)V99.
       01  WS-JRN-SIGN          PIC X(1).
       01  WS-JRN-EXT           PIC X(48).
       01  WS-JRN-PROGRAM       PIC X(16) VALUE "REEMBOLSO-CARGOS".
       01  WS-ACCWORK-PATH      PIC X(200).
       01  WS-ACCLIVE-PATH      PIC X(200).
       01  WS-PATH-LEN          PIC 9(3).
       01  WS-CHK-COUNT         PIC 9(6) VALUE 0.
       01  WS-CHK-TOTAL         PIC S9(13)V99 VALUE 0.
       01  WS-VFY-COUNT         PIC 9(6).
       01  WS-VFY-TOTAL         PIC S9(13)V99.
       01  WS-VERIFY-OK         PIC X VALUE 'N'.
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
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-ACCOUNTS-PATH
           ACCEPT WS-ACCOUNTS-PATH FROM ENVIRONMENT "ACCOUNTS_PATH"
           IF WS-ACCOUNTS-PATH = SPACES
               MOVE "accounts/ACCOUNTS.DAT" TO WS-ACCOUNTS-PATH
           END-IF
           MOVE SPACES TO WS-REQUESTS-PATH
           ACCEPT WS-REQUESTS-PATH
               FROM ENVIRONMENT "FEE_REFUND_REQUESTS_PATH"
           IF WS-REQUESTS-PATH = SPACES
               MOVE "accounts/FEE_REFUND_REQUESTS.DAT"
                   TO WS-REQUESTS-PATH
           END-IF
           MOVE SPACES TO WS-REGISTER-PATH
           ACCEPT WS-REGISTER-PATH
               FROM ENVIRONMENT "FEE_REFUND_REGISTER_PATH"
           IF WS-REGISTER-PATH = SPACES
               MOVE "accounts/FEE_REFUNDS.DAT" TO WS-REGISTER-PATH
           END-IF
           MOVE SPACES TO WS-OPERATORS-PATH
           ACCEPT WS-OPERATORS-PATH FROM ENVIRONMENT "OPERATORS_PATH"
           IF WS-OPERATORS-PATH = SPACES
               MOVE "accounts/OPERATORS.DAT" TO WS-OPERATORS-PATH
           END-IF
           MOVE SPACES TO WS-BRANCHOVR-PATH
           ACCEPT WS-BRANCHOVR-PATH FROM ENVIRONMENT "ACCT_BRANCH_PATH"
           IF WS-BRANCHOVR-PATH = SPACES
               MOVE "accounts/ACCT_BRANCH.DAT" TO WS-BRANCHOVR-PATH
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           ACCEPT WS-REPORT-PATH
               FROM ENVIRONMENT "FEE_REFUND_REPORT_PATH"
           IF WS-REPORT-PATH = SPACES
               MOVE "accounts/FEE_REFUNDS.RPT" TO WS-REPORT-PATH
           END-IF
           MOVE SPACES TO WS-OPAUDIT-PATH
           ACCEPT WS-OPAUDIT-PATH
               FROM ENVIRONMENT "OPERATOR_AUDIT_PATH"
           IF WS-OPAUDIT-PATH = SPACES
               MOVE "accounts/OPERATOR_AUDIT.LOG" TO WS-OPAUDIT-PATH
           END-IF
           MOVE SPACES TO WS-JOURNAL-PATH
           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT "JOURNAL_PATH"
           IF WS-JOURNAL-PATH = SPACES
               MOVE "accounts/JOURNAL.LOG" TO WS-JOURNAL-PATH
           END-IF
           MOVE SPACES TO WS-LIMIT-TXT
           ACCEPT WS-LIMIT-TXT FROM ENVIRONMENT "REFUND_LIMIT_LEVEL1"
           IF WS-LIMIT-TXT NOT = SPACES AND WS-LIMIT-TXT NUMERIC
               MOVE WS-LIMIT-TXT-N TO WS-LIMIT-L1
           END-IF
           MOVE SPACES TO WS-LIMIT-TXT
           ACCEPT WS-LIMIT-TXT FROM ENVIRONMENT "REFUND_LIMIT_LEVEL2"
           IF WS-LIMIT-TXT NOT = SPACES AND WS-LIMIT-TXT NUMERIC
               MOVE WS-LIMIT-TXT-N TO WS-LIMIT-L2
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-MONTH-TXT
           ACCEPT WS-MONTH-TXT FROM ENVIRONMENT "REFUND_REPORT_MONTH"
           IF WS-MONTH-TXT NOT = SPACES AND WS-MONTH-TXT NUMERIC
               MOVE WS-MONTH-TXT TO WS-REPORT-MONTH
           ELSE
               MOVE WS-TODAY(1:6) TO WS-REPORT-MONTH
           END-IF
           PERFORM LOAD-REFUND-REQUESTS
           PERFORM LOAD-OPERATOR-TABLE
           PERFORM LOAD-BRANCH-OVERRIDES
           IF WS-RQ-COUNT > 0
               PERFORM MATCH-ORIGINAL-FEES
               PERFORM TALLY-PRIOR-REFUNDS
               PERFORM ACQUIRE-ACCOUNTS-LOCK
               PERFORM LOAD-ACCOUNTS-TABLE
               MOVE 1 TO WS-RQ-INDEX
               PERFORM UNTIL WS-RQ-INDEX > WS-RQ-COUNT
                   MOVE RQ-REC-TBL(WS-RQ-INDEX)
                       TO REFUND-REQUEST-RECORD
                   PERFORM PROCESS-ONE-REFUND
                   ADD 1 TO WS-RQ-INDEX
               END-PERFORM
               IF WS-ACC-TOUCHED = 'Y'
                   PERFORM REWRITE-ACCOUNTS-FILE
                   IF WS-VERIFY-OK = 'Y'
                       PERFORM APPEND-REFUND-REGISTER
                       PERFORM REWRITE-REFUND-REQUESTS
                   ELSE
                       DISPLAY "ERROR - MASTER NOT REPLACED - REFUND "
                           "REGISTER AND REQUESTS LEFT UNCHANGED"
                   END-IF
               ELSE
                   PERFORM REWRITE-REFUND-REQUESTS
               END-IF
               PERFORM RELEASE-ACCOUNTS-LOCK
           ELSE
               DISPLAY "NO FEE REFUND REQUESTS"
           END-IF
           PERFORM WRITE-MONTHLY-REPORT
           DISPLAY "FEE REFUNDS POSTED " WS-POSTED-COUNT
               " PENDING APPROVAL " WS-PENDING-COUNT
               " REJECTED " WS-REJECTED-COUNT
               " TOTAL " WS-POSTED-TOTAL
           STOP RUN.

       LOAD-REFUND-REQUESTS.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-RQ-COUNT
           OPEN INPUT REQUESTS-FILE
           IF WS-REQUESTS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-RQ-COUNT >= 5000
                   READ REQUESTS-FILE INTO REFUND-REQUEST-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RR-REQ-ID NOT = SPACES
                           ADD 1 TO WS-RQ-COUNT
                           MOVE REFUND-REQUEST-RECORD
                               TO RQ-REC-TBL(WS-RQ-COUNT)
                           MOVE 0 TO RQ-MATCHES-TBL(WS-RQ-COUNT)
                           MOVE 0 TO RQ-ORIG-AMT-TBL(WS-RQ-COUNT)
                           MOVE SPACES TO RQ-ORIG-TAG-TBL(WS-RQ-COUNT)
                           MOVE 0 TO RQ-REFUNDED-TBL(WS-RQ-COUNT)
                           MOVE 'N' TO RQ-KEEP-TBL(WS-RQ-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE REQUESTS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

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
               DISPLAY "NO OPERATOR MASTER FILE - NO REFUND CAN BE "
                   "AUTHORIZED"
           END-IF
           MOVE 'N' TO WS-EOF.

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

       MATCH-ORIGINAL-FEES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM MATCH-ONE-JOURNAL-LINE
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           ELSE
               DISPLAY "NO JOURNAL - ORIGINAL FEES CANNOT BE FOUND"
           END-IF
           MOVE 'N' TO WS-EOF.

       MATCH-ONE-JOURNAL-LINE.
           IF J-TXT(1:3) = "OK " AND J-TXT(20:1) = 'D'
               MOVE J-TXT(22:6) TO WS-J-TAG
               IF WS-J-TAG = "FEE   " OR WS-J-TAG = "NSFFEE"
                       OR WS-J-TAG = "OCFEE "
                   MOVE J-TXT(4:5) TO WS-J-ID
                   MOVE J-TXT(10:9) TO WS-J-AMOUNT
                   MOVE J-TXT(30:8) TO WS-J-DATE
                   MOVE J-TXT(39:7) TO WS-J-SEQ
                   MOVE 1 TO WS-RQ-SCAN
                   PERFORM UNTIL WS-RQ-SCAN > WS-RQ-COUNT
                       MOVE RQ-REC-TBL(WS-RQ-SCAN)
                           TO REFUND-REQUEST-RECORD
                       IF RR-ACCOUNT = WS-J-ID
                               AND RR-ORIG-DATE = WS-J-DATE
                               AND RR-ORIG-SEQ = WS-J-SEQ
                               AND (RR-FEE-TAG = SPACES
                                   OR RR-FEE-TAG = WS-J-TAG)
                               AND WS-J-AMOUNT-NUM NUMERIC
                           ADD 1 TO RQ-MATCHES-TBL(WS-RQ-SCAN)
                           MOVE WS-J-AMOUNT-NUM
                               TO RQ-ORIG-AMT-TBL(WS-RQ-SCAN)
                           MOVE WS-J-TAG TO RQ-ORIG-TAG-TBL(WS-RQ-SCAN)
                       END-IF
                       ADD 1 TO WS-RQ-SCAN
                   END-PERFORM
               END-IF
           END-IF.

       TALLY-PRIOR-REFUNDS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REGISTER-FILE INTO REFUND-REGISTER-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RG-AMOUNT NUMERIC
                           MOVE 1 TO WS-RQ-SCAN
                           PERFORM UNTIL WS-RQ-SCAN > WS-RQ-COUNT
                               MOVE RQ-REC-TBL(WS-RQ-SCAN)
                                   TO REFUND-REQUEST-RECORD
                               IF RG-ACCOUNT = RR-ACCOUNT
                                   AND RG-ORIG-DATE = RR-ORIG-DATE
                                   AND RG-ORIG-SEQ = RR-ORIG-SEQ
                                   AND RG-TAG
                                       = RQ-ORIG-TAG-TBL(WS-RQ-SCAN)
                                   ADD RG-AMOUNT
                                       TO RQ-REFUNDED-TBL(WS-RQ-SCAN)
                               END-IF
                               ADD 1 TO WS-RQ-SCAN
                           END-PERFORM
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
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
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           MOVE 'N' TO WS-EOF.

       PROCESS-ONE-REFUND.
           MOVE 'Y' TO WS-REQ-STATE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO WS-REFUND-AMT
           MOVE 0 TO WS-CUST-IX
           MOVE 1 TO WS-AC-INDEX
           PERFORM UNTIL WS-AC-INDEX > WS-AC-COUNT
               IF AC-REC-TBL(WS-AC-INDEX)(1:5) = RR-ACCOUNT
                   MOVE WS-AC-INDEX TO WS-CUST-IX
                   MOVE WS-AC-COUNT TO WS-AC-INDEX
               END-IF
               ADD 1 TO WS-AC-INDEX
           END-PERFORM
           MOVE 'N' TO WS-CHECK-OK
           MOVE 1 TO WS-RS-INDEX
           PERFORM UNTIL WS-RS-INDEX > WS-RS-COUNT
               IF RS-CODE-TBL(WS-RS-INDEX) = RR-REASON
                   MOVE 'Y' TO WS-CHECK-OK
               END-IF
               ADD 1 TO WS-RS-INDEX
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-CUST-IX = 0
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
               WHEN WS-CHECK-OK NOT = 'Y'
                   MOVE "UNKNOWN REFUND REASON CODE"
                       TO WS-REJECT-REASON
               WHEN RQ-MATCHES-TBL(WS-RQ-INDEX) = 0
                   MOVE "ORIGINAL FEE POSTING NOT FOUND IN JOURNAL"
                       TO WS-REJECT-REASON
               WHEN RQ-MATCHES-TBL(WS-RQ-INDEX) > 1
                   MOVE "ORIGINAL FEE POSTING AMBIGUOUS - GIVE FEE TAG"
                       TO WS-REJECT-REASON
               WHEN NOT RR-FULL AND NOT RR-PARTIAL
                   MOVE "REFUND SCOPE MUST BE F (FULL) OR P (PARTIAL)"
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               MOVE 'N' TO WS-REQ-STATE
           ELSE
               MOVE AC-REC-TBL(WS-CUST-IX) TO ACCOUNTS-RECORD
               IF AC-ST-BLOCKED
                   MOVE "ACCOUNT FROZEN OR CLOSED" TO WS-REJECT-REASON
                   MOVE 'N' TO WS-REQ-STATE
               END-IF
           END-IF
           IF WS-REQ-POSTABLE
               PERFORM SIZE-REFUND-AMOUNT
           END-IF
           IF WS-REQ-POSTABLE
               PERFORM CHECK-REFUND-AUTHORITY
           END-IF
           EVALUATE TRUE
               WHEN WS-REQ-POSTABLE
                   PERFORM POST-ONE-REFUND
               WHEN WS-REQ-PENDING
                   MOVE 'Y' TO RQ-KEEP-TBL(WS-RQ-INDEX)
                   ADD 1 TO WS-PENDING-COUNT
                   DISPLAY "REFUND " RR-REQ-ID " AWAITING APPROVAL - "
                       WS-REJECT-REASON
                   MOVE RR-OPERATOR TO WS-OPERATOR
                   MOVE SPACES TO WS-OP-ACTION
                   STRING "REFUND HELD " RR-REQ-ID " " RR-ACCOUNT
                       DELIMITED BY SIZE
                       INTO WS-OP-ACTION
                   PERFORM WRITE-OPERATOR-AUDIT
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "REFUND " RR-REQ-ID " REJECTED - "
                       WS-REJECT-REASON
                   MOVE RR-OPERATOR TO WS-OPERATOR
                   MOVE SPACES TO WS-OP-ACTION
                   STRING "REFUND REJECTED " RR-REQ-ID " " RR-ACCOUNT
                       DELIMITED BY SIZE
                       INTO WS-OP-ACTION
                   PERFORM WRITE-OPERATOR-AUDIT
           END-EVALUATE.

       SIZE-REFUND-AMOUNT.
           IF RQ-REFUNDED-TBL(WS-RQ-INDEX)
                   >= RQ-ORIG-AMT-TBL(WS-RQ-INDEX)
               MOVE "FEE ALREADY FULLY REFUNDED" TO WS-REJECT-REASON
               MOVE 'N' TO WS-REQ-STATE
           ELSE
               COMPUTE WS-AVAILABLE = RQ-ORIG-AMT-TBL(WS-RQ-INDEX)
                   - RQ-REFUNDED-TBL(WS-RQ-INDEX)
               IF RR-FULL
                   MOVE WS-AVAILABLE TO WS-REFUND-AMT
               ELSE
                   IF RR-AMOUNT NOT NUMERIC OR RR-AMOUNT = 0
                       MOVE "PARTIAL REFUND AMOUNT MISSING"
                           TO WS-REJECT-REASON
                       MOVE 'N' TO WS-REQ-STATE
                   ELSE
                       IF RR-AMOUNT > WS-AVAILABLE
                           MOVE WS-AVAILABLE TO WS-EDIT-AMT
                           STRING "EXCEEDS AMOUNT CHARGED - "
                               "REFUNDABLE " WS-EDIT-AMT
                               DELIMITED BY SIZE
                               INTO WS-REJECT-REASON
                           MOVE 'N' TO WS-REQ-STATE
                       ELSE
                           MOVE RR-AMOUNT TO WS-REFUND-AMT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-REFUND-AUTHORITY.
           MOVE RR-OPERATOR TO WS-CHECK-ID
           PERFORM FIND-OPERATOR-LEVEL
           IF WS-CHECK-OK NOT = 'Y'
               MOVE "REQUESTING OPERATOR NOT ACTIVE"
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-REQ-STATE
           ELSE
               MOVE WS-CHECK-LEVEL TO WS-OPER-LEVEL
               PERFORM SET-LEVEL-LIMIT
               IF WS-LEVEL-UNLIMITED NOT = 'Y'
                       AND WS-REFUND-AMT > WS-LEVEL-LIMIT
                   IF RR-APPROVER = SPACES
                       MOVE "ABOVE OPERATOR REFUND LEVEL"
                           TO WS-REJECT-REASON
                       MOVE 'P' TO WS-REQ-STATE
                   ELSE
                       PERFORM CHECK-APPROVER
                   END-IF
               END-IF
           END-IF.

       CHECK-APPROVER.
           IF RR-APPROVER = RR-OPERATOR
               MOVE "APPROVER MUST DIFFER FROM REQUESTING OPERATOR"
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-REQ-STATE
           ELSE
               MOVE RR-APPROVER TO WS-CHECK-ID
               PERFORM FIND-OPERATOR-LEVEL
               IF WS-CHECK-OK NOT = 'Y'
                   MOVE "APPROVER NOT ACTIVE" TO WS-REJECT-REASON
                   MOVE 'N' TO WS-REQ-STATE
               ELSE
                   PERFORM SET-LEVEL-LIMIT
                   IF WS-LEVEL-UNLIMITED NOT = 'Y'
                           AND WS-REFUND-AMT > WS-LEVEL-LIMIT
                       MOVE "ABOVE APPROVER REFUND LEVEL - REFER UP"
                           TO WS-REJECT-REASON
                       MOVE 'P' TO WS-REQ-STATE
                   END-IF
               END-IF
           END-IF.

       FIND-OPERATOR-LEVEL.
           MOVE 'N' TO WS-CHECK-OK
           MOVE 0 TO WS-CHECK-LEVEL
           MOVE 1 TO WS-OPS-INDEX
           PERFORM UNTIL WS-OPS-INDEX > WS-OPS-COUNT
               IF OPS-ID-TBL(WS-OPS-INDEX) = WS-CHECK-ID
                       AND OPS-ACTIVE-TBL(WS-OPS-INDEX) = 'Y'
                       AND OPS-LEVEL-TBL(WS-OPS-INDEX) NUMERIC
                   MOVE 'Y' TO WS-CHECK-OK
                   MOVE OPS-LEVEL-TBL(WS-OPS-INDEX) TO WS-CHECK-LEVEL
                   MOVE WS-OPS-COUNT TO WS-OPS-INDEX
               END-IF
               ADD 1 TO WS-OPS-INDEX
           END-PERFORM
           IF WS-CHECK-ID = SPACES
               MOVE 'N' TO WS-CHECK-OK
           END-IF.

       SET-LEVEL-LIMIT.
           MOVE 'N' TO WS-LEVEL-UNLIMITED
           EVALUATE TRUE
               WHEN WS-CHECK-LEVEL >= WS-UNLIMITED-LEVEL
                   MOVE 'Y' TO WS-LEVEL-UNLIMITED
                   MOVE 0 TO WS-LEVEL-LIMIT
               WHEN WS-CHECK-LEVEL = 2
                   MOVE WS-LIMIT-L2 TO WS-LEVEL-LIMIT
               WHEN WS-CHECK-LEVEL = 1
                   MOVE WS-LIMIT-L1 TO WS-LEVEL-LIMIT
               WHEN OTHER
                   MOVE 0 TO WS-LEVEL-LIMIT
           END-EVALUATE.

       POST-ONE-REFUND.
           MOVE AC-REC-TBL(WS-CUST-IX) TO ACCOUNTS-RECORD
           ADD WS-REFUND-AMT TO AC-SALDO
           MOVE ACCOUNTS-RECORD TO AC-REC-TBL(WS-CUST-IX)
           MOVE AC-ID TO WS-JOURNAL-ID
           MOVE WS-REFUND-AMT TO WS-JOURNAL-AMT
           MOVE 'C' TO WS-JOURNAL-TIPO
           MOVE RQ-ORIG-TAG-TBL(WS-RQ-INDEX) TO WS-JOURNAL-TAG
           MOVE AC-CURRENCY TO WS-JRN-CURRENCY
           MOVE AC-SALDO TO WS-JRN-BALANCE
           MOVE SPACES TO WS-JOURNAL-REF
           STRING "RFD " RR-ORIG-DATE " " RR-ORIG-SEQ
               DELIMITED BY SIZE
               INTO WS-JOURNAL-REF
           PERFORM WRITE-JOURNAL-LINE
           MOVE 'Y' TO WS-ACC-TOUCHED
           MOVE AC-REC-TBL(WS-CUST-IX)(44:4) TO WS-ACCT-BRANCH
           MOVE 1 TO WS-OV-INDEX
           PERFORM UNTIL WS-OV-INDEX > WS-OV-COUNT
               IF OV-ID-TBL(WS-OV-INDEX) = AC-ID
                   MOVE OV-BRANCH-TBL(WS-OV-INDEX) TO WS-ACCT-BRANCH
                   MOVE WS-OV-COUNT TO WS-OV-INDEX
               END-IF
               ADD 1 TO WS-OV-INDEX
           END-PERFORM
           MOVE SPACES TO REFUND-REGISTER-RECORD
           MOVE WS-TODAY TO RG-DATE
           MOVE RR-REQ-ID TO RG-REQ-ID
           MOVE RR-ACCOUNT TO RG-ACCOUNT
           MOVE RR-ORIG-DATE TO RG-ORIG-DATE
           MOVE RR-ORIG-SEQ TO RG-ORIG-SEQ
           MOVE RQ-ORIG-TAG-TBL(WS-RQ-INDEX) TO RG-TAG
           MOVE WS-REFUND-AMT TO RG-AMOUNT
           MOVE RR-REASON TO RG-REASON
           MOVE RR-OPERATOR TO RG-OPERATOR
           MOVE RR-APPROVER TO RG-APPROVER
           MOVE WS-ACCT-BRANCH TO RG-BRANCH
           IF WS-NR-COUNT < 5000
               ADD 1 TO WS-NR-COUNT
               MOVE REFUND-REGISTER-RECORD
                   TO NEW-REGISTER-ENTRY(WS-NR-COUNT)
           END-IF
           MOVE 1 TO WS-RQ-SCAN
           PERFORM UNTIL WS-RQ-SCAN > WS-RQ-COUNT
               IF RQ-REC-TBL(WS-RQ-SCAN)(10:5) = RR-ACCOUNT
                       AND RQ-REC-TBL(WS-RQ-SCAN)(16:8) = RR-ORIG-DATE
                       AND RQ-REC-TBL(WS-RQ-SCAN)(25:7) = RR-ORIG-SEQ
                       AND RQ-ORIG-TAG-TBL(WS-RQ-SCAN)
                           = RQ-ORIG-TAG-TBL(WS-RQ-INDEX)
                   ADD WS-REFUND-AMT TO RQ-REFUNDED-TBL(WS-RQ-SCAN)
               END-IF
               ADD 1 TO WS-RQ-SCAN
           END-PERFORM
           MOVE RR-OPERATOR TO WS-OPERATOR
           MOVE SPACES TO WS-OP-ACTION
           STRING "REFUND " RR-REQ-ID " " RR-ACCOUNT " "
               WS-REFUND-AMT " APPR " RR-APPROVER
               DELIMITED BY SIZE
               INTO WS-OP-ACTION
           PERFORM WRITE-OPERATOR-AUDIT
           ADD 1 TO WS-POSTED-COUNT
           ADD WS-REFUND-AMT TO WS-POSTED-TOTAL
           DISPLAY "FEE REFUNDED " RR-REQ-ID " ACCOUNT " RR-ACCOUNT
               " " RQ-ORIG-TAG-TBL(WS-RQ-INDEX) " " WS-REFUND-AMT.

       WRITE-OPERATOR-AUDIT.
           IF WS-OPERATOR = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR
           END-IF
           ACCEPT WS-OP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OP-CLOCK FROM TIME
           MOVE WS-OP-CLOCK(1:6) TO WS-OP-TIME
           OPEN EXTEND OPAUDIT-FILE
           IF WS-OPAUDIT-STATUS NOT = "00" AND
                   WS-OPAUDIT-STATUS NOT = "05"
               CLOSE OPAUDIT-FILE
               OPEN OUTPUT OPAUDIT-FILE
           END-IF
           MOVE SPACES TO OPAUDIT-LINE
           STRING WS-OP-DATE WS-OP-TIME " " WS-OPERATOR
               " REEMBOLSO-CARGOS " WS-OP-ACTION
               DELIMITED BY SIZE
               INTO OPAUDIT-LINE
           WRITE OPAUDIT-LINE
           CLOSE OPAUDIT-FILE.

       APPEND-REFUND-REGISTER.
           IF WS-NR-COUNT > 0
               OPEN EXTEND REGISTER-FILE
               IF WS-REGISTER-STATUS NOT = "00" AND
                       WS-REGISTER-STATUS NOT = "05"
                   CLOSE REGISTER-FILE
                   OPEN OUTPUT REGISTER-FILE
               END-IF
               MOVE 1 TO WS-NR-INDEX
               PERFORM UNTIL WS-NR-INDEX > WS-NR-COUNT
                   MOVE NEW-REGISTER-ENTRY(WS-NR-INDEX)
                       TO REFUND-REGISTER-RECORD
                   WRITE REFUND-REGISTER-RECORD
                   ADD 1 TO WS-NR-INDEX
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.

       REWRITE-REFUND-REQUESTS.
           OPEN OUTPUT REQUESTS-FILE
           MOVE 1 TO WS-RQ-INDEX
           PERFORM UNTIL WS-RQ-INDEX > WS-RQ-COUNT
               IF RQ-KEEP-TBL(WS-RQ-INDEX) = 'Y'
                   MOVE RQ-REC-TBL(WS-RQ-INDEX)
                       TO REFUND-REQUEST-RECORD
                   WRITE REFUND-REQUEST-RECORD
               END-IF
               ADD 1 TO WS-RQ-INDEX
           END-PERFORM
           CLOSE REQUESTS-FILE.

       WRITE-MONTHLY-REPORT.
           MOVE 0 TO WS-SM-COUNT
           MOVE 0 TO WS-MONTH-COUNT
           MOVE 0 TO WS-MONTH-TOTAL
           MOVE 'N' TO WS-EOF
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REGISTER-FILE INTO REFUND-REGISTER-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RG-DATE NUMERIC AND RG-AMOUNT NUMERIC
                               AND RG-DATE(1:6) = WS-REPORT-MONTH
                           PERFORM TALLY-ONE-REFUND
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "FEE REFUNDS FOR MONTH " WS-REPORT-MONTH
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "REASON  " TO WS-SM-KIND
           MOVE SPACES TO REPORT-LINE
           MOVE "BY REASON" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-SUMMARY-KIND
           MOVE "BRANCH  " TO WS-SM-KIND
           MOVE SPACES TO REPORT-LINE
           MOVE "BY BRANCH" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-SUMMARY-KIND
           MOVE "OPERATOR" TO WS-SM-KIND
           MOVE SPACES TO REPORT-LINE
           MOVE "BY OPERATOR" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-SUMMARY-KIND
           MOVE WS-MONTH-TOTAL TO WS-EDIT-AMT
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL REFUNDS " WS-MONTH-COUNT " AMOUNT "
               WS-EDIT-AMT
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       TALLY-ONE-REFUND.
           ADD 1 TO WS-MONTH-COUNT
           ADD RG-AMOUNT TO WS-MONTH-TOTAL
           MOVE "REASON  " TO WS-SM-KIND
           MOVE RG-REASON TO WS-SM-KEY
           PERFORM ADD-TO-SUMMARY
           MOVE "BRANCH  " TO WS-SM-KIND
           MOVE RG-BRANCH TO WS-SM-KEY
           PERFORM ADD-TO-SUMMARY
           MOVE "OPERATOR" TO WS-SM-KIND
           MOVE RG-OPERATOR TO WS-SM-KEY
           PERFORM ADD-TO-SUMMARY.

       ADD-TO-SUMMARY.
           MOVE 1 TO WS-SM-INDEX
           PERFORM UNTIL WS-SM-INDEX > WS-SM-COUNT
               IF SM-KIND-TBL(WS-SM-INDEX) = WS-SM-KIND
                       AND SM-KEY-TBL(WS-SM-INDEX) = WS-SM-KEY
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-SM-INDEX
           END-PERFORM
           IF WS-SM-INDEX > WS-SM-COUNT AND WS-SM-COUNT < 3000
               ADD 1 TO WS-SM-COUNT
               MOVE WS-SM-COUNT TO WS-SM-INDEX
               MOVE WS-SM-KIND TO SM-KIND-TBL(WS-SM-INDEX)
               MOVE WS-SM-KEY TO SM-KEY-TBL(WS-SM-INDEX)
               MOVE 0 TO SM-COUNT-TBL(WS-SM-INDEX)
               MOVE 0 TO SM-AMOUNT-TBL(WS-SM-INDEX)
           END-IF
           IF WS-SM-INDEX <= WS-SM-COUNT
               ADD 1 TO SM-COUNT-TBL(WS-SM-INDEX)
               ADD RG-AMOUNT TO SM-AMOUNT-TBL(WS-SM-INDEX)
           END-IF.

       WRITE-SUMMARY-KIND.
           MOVE 1 TO WS-SM-INDEX
           PERFORM UNTIL WS-SM-INDEX > WS-SM-COUNT
               IF SM-KIND-TBL(WS-SM-INDEX) = WS-SM-KIND
                   MOVE SM-AMOUNT-TBL(WS-SM-INDEX) TO WS-EDIT-AMT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " SM-KEY-TBL(WS-SM-INDEX)
                       " COUNT " SM-COUNT-TBL(WS-SM-INDEX)
                       " AMOUNT " WS-EDIT-AMT
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   IF WS-SM-KIND = "REASON  "
                       MOVE 1 TO WS-RS-INDEX
                       PERFORM UNTIL WS-RS-INDEX > WS-RS-COUNT
                           IF RS-CODE-TBL(WS-RS-INDEX)
                                   = SM-KEY-TBL(WS-SM-INDEX)(1:4)
                               MOVE RS-NAME-TBL(WS-RS-INDEX)
                                   TO REPORT-LINE(50:30)
                           END-IF
                           ADD 1 TO WS-RS-INDEX
                       END-PERFORM
                   END-IF
                   WRITE REPORT-LINE
               END-IF
               ADD 1 TO WS-SM-INDEX
           END-PERFORM.

       WRITE-JOURNAL-LINE.
           MOVE SPACES TO J-TXT
           STRING "OK " WS-JOURNAL-ID " " WS-JOURNAL-AMT " "
                   WS-JOURNAL-TIPO " " WS-JOURNAL-TAG
               DELIMITED BY SIZE
               INTO J-TXT
           PERFORM BUILD-JOURNAL-EXTENSION
           MOVE WS-JOURNAL-REF TO J-TXT(79:25)
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
