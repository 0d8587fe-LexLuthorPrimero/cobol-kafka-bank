       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGREGACION-FUNCIONES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATORS-FILE
               ASSIGN TO DYNAMIC WS-OPERATORS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OPERATORS-STATUS.
           SELECT LINKS-FILE
               ASSIGN TO DYNAMIC WS-LINKS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LINKS-STATUS.
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
           SELECT OPAUDIT-FILE
               ASSIGN TO DYNAMIC WS-OPAUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OPAUDIT-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATORS-FILE.
       01  OPERATOR-RECORD.
           05 OP-ID             PIC X(8).
           05 FILLER            PIC X(1).
           05 OP-LEVEL          PIC 9(1).
           05 FILLER            PIC X(1).
           05 OP-ACTIVE         PIC X(1).
       FD  LINKS-FILE.
       01  LINK-RECORD.
           05 OL-OP-ID          PIC X(8).
           05 FILLER            PIC X(1).
           05 OL-TYPE           PIC X(1).
               88 OL-ES-SELF    VALUE 'S'.
               88 OL-ES-RELATED VALUE 'R'.
           05 FILLER            PIC X(1).
           05 OL-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 OL-RELATION       PIC X(10).
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
       FD  OPAUDIT-FILE.
       01  OPAUDIT-LINE.
           05 OA-DATE           PIC X(8).
           05 OA-TIME           PIC X(6).
           05 FILLER            PIC X(1).
           05 OA-OPERATOR       PIC X(8).
           05 FILLER            PIC X(1).
           05 OA-TEXT           PIC X(56).
       FD  CHGAUDIT-FILE.
       01  CHGAUDIT-LINE        PIC X(100).
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(110).
       WORKING-STORAGE SECTION.
       01  WS-OPERATORS-PATH    PIC X(200).
       01  WS-LINKS-PATH        PIC X(200).
       01  WS-ACCOUNTS-PATH     PIC X(200).
       01  WS-HOLDERS-PATH      PIC X(200).
       01  WS-OPAUDIT-PATH      PIC X(200).
       01  WS-CHGAUDIT-PATH     PIC X(200).
       01  WS-REPORT-PATH       PIC X(200).
       01  WS-OPERATORS-STATUS  PIC XX.
       01  WS-LINKS-STATUS      PIC XX.
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-HOLDERS-STATUS    PIC XX.
       01  WS-OPAUDIT-STATUS    PIC XX.
       01  WS-CHGAUDIT-STATUS   PIC XX.
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-SOD-DATE          PIC 9(8) VALUE 0.
       01  WS-SOD-DATE-TXT      PIC X(8).
       01  WS-DAY-START         PIC 9(6) VALUE 070000.
       01  WS-DAY-END           PIC 9(6) VALUE 200000.
       01  WS-HOURS-TXT         PIC X(6).
       01  WS-OVR-LIMIT         PIC 9(4) VALUE 20.
       01  WS-OVR-LIMIT-TXT     PIC X(4).
       01  WS-WORK-INT          PIC 9(8).
       01  WS-DOW               PIC 9(1).
       01  WS-WEEKEND           PIC X(1).
       01  OPS-TABLE.
           05 OPS-ENTRY OCCURS 500 TIMES.
               10 OPS-ID-TBL      PIC X(8).
               10 OPS-OVR-TBL     PIC 9(5).
       01  WS-OPS-COUNT         PIC 9(4) VALUE 0.
       01  WS-OPS-INDEX         PIC 9(4) VALUE 0.
       01  WS-OPS-IX            PIC 9(4) VALUE 0.
       01  LINK-TABLE.
           05 LINK-ENTRY OCCURS 2000 TIMES.
               10 LK-OP-TBL       PIC X(8).
               10 LK-TYPE-TBL     PIC X(1).
               10 LK-CUST-TBL     PIC X(5).
               10 LK-REL-TBL      PIC X(10).
       01  WS-LK-COUNT          PIC 9(4) VALUE 0.
       01  WS-LK-INDEX          PIC 9(4) VALUE 0.
       01  ACCOUNTS-TABLE.
           05 ACCOUNT-ENTRY OCCURS 50000 TIMES.
               10 AC-ID-TBL       PIC X(5).
               10 AC-CUST-ID-TBL  PIC X(5).
       01  WS-ACC-COUNT         PIC 9(6) VALUE 0.
       01  WS-ACC-INDEX         PIC 9(6) VALUE 0.
       01  HOLDERS-TABLE.
           05 HOLDER-ENTRY OCCURS 20000 TIMES.
               10 AH-AC-TBL       PIC X(5).
               10 AH-CUST-TBL     PIC X(5).
       01  WS-AH-COUNT          PIC 9(5) VALUE 0.
       01  WS-AH-INDEX          PIC 9(5) VALUE 0.
       01  KEYED-TABLE.
           05 KEYED-ENTRY OCCURS 5000 TIMES.
               10 KY-OP-TBL       PIC X(8).
               10 KY-ACCT-TBL     PIC X(5).
       01  WS-KY-COUNT          PIC 9(4) VALUE 0.
       01  WS-KY-INDEX          PIC 9(4) VALUE 0.
       01  WS-OA-PROGRAM        PIC X(20).
       01  WS-OA-WORD1          PIC X(10).
       01  WS-OA-WORD2          PIC X(10).
       01  WS-OA-WORD3          PIC X(10).
       01  WS-OA-WORD4          PIC X(10).
       01  WS-OA-WORD5          PIC X(10).
       01  WS-OA-WORD6          PIC X(10).
       01  WS-OVR-HITS          PIC 9(3).
       01  WS-CH-TAG            PIC X(4).
       01  WS-CH-OBJECT         PIC X(10).
       01  WS-CH-OP             PIC X(10).
       01  WS-CH-ID             PIC X(10).
       01  WS-CH-OPERATOR       PIC X(20).
       01  WS-CH-STAMP          PIC X(20).
       01  WS-CH-TIME           PIC 9(6).
       01  WS-CHK-OPERATOR      PIC X(8).
       01  WS-CHK-ACCOUNT       PIC X(5).
       01  WS-CHK-CUST          PIC X(5).
       01  WS-LINK-FOUND        PIC X(1).
       01  WS-LINK-TYPE         PIC X(1).
       01  WS-LINK-CUST         PIC X(5).
       01  WS-LINK-REL          PIC X(10).
       01  WS-LAST-MC-VOUCHER   PIC X(10) VALUE SPACES.
       01  WS-EX-TYPE           PIC X(13).
       01  WS-EX-OPERATOR       PIC X(8).
       01  WS-EX-TIME           PIC X(6).
       01  WS-EX-SOURCE         PIC X(20).
       01  WS-EX-REF            PIC X(10).
       01  WS-EX-DETAIL         PIC X(40).
       01  WS-EX-COUNT          PIC 9(5) VALUE 0.
       01  WS-EX-SELF           PIC 9(5) VALUE 0.
       01  WS-EX-MAKER          PIC 9(5) VALUE 0.
       01  WS-EX-HOURS          PIC 9(5) VALUE 0.
       01  WS-EX-OVERRIDE       PIC 9(5) VALUE 0.
       01  WS-OA-READ           PIC 9(7) VALUE 0.
       01  WS-CH-READ           PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-OPERATORS-PATH
           ACCEPT WS-OPERATORS-PATH FROM ENVIRONMENT "OPERATORS_PATH"
           IF WS-OPERATORS-PATH = SPACES
               MOVE "accounts/OPERATORS.DAT" TO WS-OPERATORS-PATH
           END-IF
           MOVE SPACES TO WS-LINKS-PATH
           ACCEPT WS-LINKS-PATH
               FROM ENVIRONMENT "OPERATOR_LINKS_PATH"
           IF WS-LINKS-PATH = SPACES
               MOVE "accounts/OPERATOR_LINKS.DAT" TO WS-LINKS-PATH
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
           MOVE SPACES TO WS-OPAUDIT-PATH
           ACCEPT WS-OPAUDIT-PATH
               FROM ENVIRONMENT "OPERATOR_AUDIT_PATH"
           IF WS-OPAUDIT-PATH = SPACES
               MOVE "accounts/OPERATOR_AUDIT.LOG" TO WS-OPAUDIT-PATH
           END-IF
           MOVE SPACES TO WS-CHGAUDIT-PATH
           ACCEPT WS-CHGAUDIT-PATH FROM ENVIRONMENT "MAINT_AUDIT_PATH"
           IF WS-CHGAUDIT-PATH = SPACES
               MOVE "accounts/MAINT_AUDIT.LOG" TO WS-CHGAUDIT-PATH
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "SOD_REPORT_PATH"
           IF WS-REPORT-PATH = SPACES
               MOVE "accounts/SOD_EXCEPTIONS.RPT" TO WS-REPORT-PATH
           END-IF
           MOVE SPACES TO WS-SOD-DATE-TXT
           ACCEPT WS-SOD-DATE-TXT FROM ENVIRONMENT "SOD_DATE"
           IF WS-SOD-DATE-TXT NOT = SPACES
                   AND WS-SOD-DATE-TXT NUMERIC
               MOVE WS-SOD-DATE-TXT TO WS-SOD-DATE
           ELSE
               ACCEPT WS-SOD-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE SPACES TO WS-HOURS-TXT
           ACCEPT WS-HOURS-TXT FROM ENVIRONMENT "SOD_DAY_START"
           IF WS-HOURS-TXT NOT = SPACES AND WS-HOURS-TXT NUMERIC
               MOVE WS-HOURS-TXT TO WS-DAY-START
           END-IF
           MOVE SPACES TO WS-HOURS-TXT
           ACCEPT WS-HOURS-TXT FROM ENVIRONMENT "SOD_DAY_END"
           IF WS-HOURS-TXT NOT = SPACES AND WS-HOURS-TXT NUMERIC
               MOVE WS-HOURS-TXT TO WS-DAY-END
           END-IF
           MOVE SPACES TO WS-OVR-LIMIT-TXT
           ACCEPT WS-OVR-LIMIT-TXT
               FROM ENVIRONMENT "SOD_OVERRIDE_LIMIT"
           IF WS-OVR-LIMIT-TXT NOT = SPACES
                   AND WS-OVR-LIMIT-TXT NUMERIC
               MOVE WS-OVR-LIMIT-TXT TO WS-OVR-LIMIT
           END-IF
           COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(WS-SOD-DATE)
           COMPUTE WS-DOW = FUNCTION MOD(WS-WORK-INT, 7)
           MOVE 'N' TO WS-WEEKEND
           IF WS-DOW = 6 OR WS-DOW = 0
               MOVE 'Y' TO WS-WEEKEND
           END-IF
           PERFORM LOAD-OPERATOR-TABLE
           PERFORM LOAD-LINK-TABLE
           PERFORM LOAD-ACCOUNTS-TABLE
           PERFORM LOAD-HOLDERS-TABLE
           PERFORM LOAD-KEYED-TABLE
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SOD REPORT " WS-REPORT-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "SEGREGATION OF DUTIES EXCEPTIONS  DATE " WS-SOD-DATE
               "  HOURS " WS-DAY-START "-" WS-DAY-END
               "  OVERRIDE LIMIT " WS-OVR-LIMIT
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "EXCEPTION     OPERATOR TIME   SOURCE               "
               "REFERENCE  DETAIL"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM SCAN-OPERATOR-AUDIT
           PERFORM SCAN-MAINT-AUDIT
           PERFORM CHECK-OVERRIDE-VOLUME
           MOVE SPACES TO REPORT-LINE
           STRING "EXCEPTIONS " WS-EX-COUNT
               "  SELF-DEALING " WS-EX-SELF
               "  MAKER-CHECKER " WS-EX-MAKER
               "  AFTER-HOURS " WS-EX-HOURS
               "  OVERRIDE-VOLUME " WS-EX-OVERRIDE
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "SOD MONITOR DATE " WS-SOD-DATE
               " AUDIT LINES " WS-OA-READ
               " MAINT LINES " WS-CH-READ
           DISPLAY "SOD EXCEPTIONS " WS-EX-COUNT
               " SELF-DEALING " WS-EX-SELF
               " MAKER-CHECKER " WS-EX-MAKER
               " AFTER-HOURS " WS-EX-HOURS
               " OVERRIDE-VOLUME " WS-EX-OVERRIDE
           STOP RUN.

       LOAD-OPERATOR-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-OPS-COUNT
           OPEN INPUT OPERATORS-FILE
           IF WS-OPERATORS-STATUS NOT = "00"
               DISPLAY "ERROR OPERATORS OPEN " WS-OPERATORS-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y' OR WS-OPS-COUNT >= 500
               READ OPERATORS-FILE INTO OPERATOR-RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF OP-ID NOT = SPACES
                       ADD 1 TO WS-OPS-COUNT
                       MOVE OP-ID TO OPS-ID-TBL(WS-OPS-COUNT)
                       MOVE 0 TO OPS-OVR-TBL(WS-OPS-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATORS-FILE.

       LOAD-LINK-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-LK-COUNT
           OPEN INPUT LINKS-FILE
           IF WS-LINKS-STATUS NOT = "00"
               DISPLAY "NO OPERATOR LINKS FILE - SELF-DEALING "
                   "NOT CHECKED"
           ELSE
               PERFORM UNTIL WS-EOF = 'Y' OR WS-LK-COUNT >= 2000
                   READ LINKS-FILE INTO LINK-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF OL-OP-ID NOT = SPACES
                               AND OL-CUST-ID NOT = SPACES
                               AND (OL-ES-SELF OR OL-ES-RELATED)
                           ADD 1 TO WS-LK-COUNT
                           MOVE OL-OP-ID TO LK-OP-TBL(WS-LK-COUNT)
                           MOVE OL-TYPE TO LK-TYPE-TBL(WS-LK-COUNT)
                           MOVE OL-CUST-ID
                               TO LK-CUST-TBL(WS-LK-COUNT)
                           MOVE OL-RELATION
                               TO LK-REL-TBL(WS-LK-COUNT)
                       ELSE
                           DISPLAY "OPERATOR LINK UNREADABLE - SKIPPED"
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE LINKS-FILE
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
                   IF AC-ID NOT = SPACES
                       ADD 1 TO WS-ACC-COUNT
                       MOVE AC-ID TO AC-ID-TBL(WS-ACC-COUNT)
                       MOVE AC-CUST-ID TO AC-CUST-ID-TBL(WS-ACC-COUNT)
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
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDERS-FILE
           END-IF.

       LOAD-KEYED-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-KY-COUNT
           OPEN INPUT OPAUDIT-FILE
           IF WS-OPAUDIT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-KY-COUNT >= 5000
                   READ OPAUDIT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF OA-DATE = WS-SOD-DATE
                           PERFORM SPLIT-AUDIT-TEXT
                           IF WS-OA-PROGRAM = "VENTANILLA-CAPTURA"
                                   AND (WS-OA-WORD1 = "ENTRY"
                                   OR WS-OA-WORD1 = "SIGNHOLD")
                               ADD 1 TO WS-KY-COUNT
                               MOVE OA-OPERATOR
                                   TO KY-OP-TBL(WS-KY-COUNT)
                               MOVE WS-OA-WORD2
                                   TO KY-ACCT-TBL(WS-KY-COUNT)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE OPAUDIT-FILE
           END-IF.

       SPLIT-AUDIT-TEXT.
           MOVE SPACES TO WS-OA-PROGRAM WS-OA-WORD1 WS-OA-WORD2
               WS-OA-WORD3 WS-OA-WORD4 WS-OA-WORD5 WS-OA-WORD6
           UNSTRING OA-TEXT DELIMITED BY ALL SPACE
               INTO WS-OA-PROGRAM WS-OA-WORD1 WS-OA-WORD2
                   WS-OA-WORD3 WS-OA-WORD4 WS-OA-WORD5 WS-OA-WORD6
           END-UNSTRING.

       SCAN-OPERATOR-AUDIT.
           MOVE 'N' TO WS-EOF
           OPEN INPUT OPAUDIT-FILE
           IF WS-OPAUDIT-STATUS NOT = "00"
               DISPLAY "NO OPERATOR AUDIT LOG"
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OPAUDIT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF OA-DATE = WS-SOD-DATE
                           MOVE OA-OPERATOR TO WS-CHK-OPERATOR
                           PERFORM FIND-OPERATOR
                           IF WS-OPS-IX > 0
                               ADD 1 TO WS-OA-READ
                               PERFORM SPLIT-AUDIT-TEXT
                               PERFORM CHECK-AUDIT-LINE
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE OPAUDIT-FILE
           END-IF.

       CHECK-AUDIT-LINE.
           MOVE OA-TIME TO WS-EX-TIME
           MOVE WS-OA-PROGRAM TO WS-EX-SOURCE
           MOVE 0 TO WS-OVR-HITS
           INSPECT OA-TEXT TALLYING WS-OVR-HITS FOR ALL "OVERRIDE"
           IF WS-OVR-HITS > 0
               ADD 1 TO OPS-OVR-TBL(WS-OPS-IX)
           END-IF
           IF WS-OA-PROGRAM = "VENTANILLA-CAPTURA"
                   AND (WS-OA-WORD1 = "ENTRY"
                   OR WS-OA-WORD1 = "SIGNHOLD")
               MOVE WS-OA-WORD2 TO WS-CHK-ACCOUNT
               PERFORM CHECK-ACCOUNT-LINK
               IF WS-LINK-FOUND = 'Y'
                   MOVE WS-CHK-ACCOUNT TO WS-EX-REF
                   PERFORM REPORT-SELF-DEALING
               END-IF
           END-IF
           IF WS-OA-PROGRAM = "APROBADOR-PAGO"
                   AND (WS-OA-WORD1 = "APPRV"
                   OR WS-OA-WORD1 = "REJECT")
               MOVE WS-OA-WORD2 TO WS-CHK-ACCOUNT
               PERFORM CHECK-ACCOUNT-LINK
               IF WS-LINK-FOUND = 'Y'
                   MOVE WS-CHK-ACCOUNT TO WS-EX-REF
                   PERFORM REPORT-SELF-DEALING
               END-IF
               IF WS-OA-WORD1 = "APPRV"
                   ADD 1 TO OPS-OVR-TBL(WS-OPS-IX)
                   PERFORM CHECK-KEYED-BY-APPROVER
               END-IF
           END-IF
           IF WS-OA-PROGRAM = "POLIZA-AJUSTES"
                   AND WS-OA-WORD1 = "VOUCHER"
               MOVE WS-OA-WORD3 TO WS-CHK-ACCOUNT
               PERFORM CHECK-ACCOUNT-LINK
               IF WS-LINK-FOUND = 'Y'
                   MOVE WS-OA-WORD2 TO WS-EX-REF
                   PERFORM REPORT-SELF-DEALING
               END-IF
               IF WS-OA-WORD6 = OA-OPERATOR
                       AND WS-OA-WORD2 NOT = WS-LAST-MC-VOUCHER
                   MOVE WS-OA-WORD2 TO WS-LAST-MC-VOUCHER
                   MOVE "MAKER-CHECKER" TO WS-EX-TYPE
                   MOVE WS-OA-WORD2 TO WS-EX-REF
                   MOVE "PREPARED AND APPROVED BY SAME OPERATOR"
                       TO WS-EX-DETAIL
                   ADD 1 TO WS-EX-MAKER
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF.

       CHECK-KEYED-BY-APPROVER.
           MOVE 1 TO WS-KY-INDEX
           PERFORM UNTIL WS-KY-INDEX > WS-KY-COUNT
               IF KY-OP-TBL(WS-KY-INDEX) = OA-OPERATOR
                       AND KY-ACCT-TBL(WS-KY-INDEX) = WS-CHK-ACCOUNT
                   MOVE "MAKER-CHECKER" TO WS-EX-TYPE
                   MOVE WS-CHK-ACCOUNT TO WS-EX-REF
                   MOVE "KEYED AT TELLER AND APPROVED BY SAME OP"
                       TO WS-EX-DETAIL
                   ADD 1 TO WS-EX-MAKER
                   PERFORM WRITE-EXCEPTION-LINE
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-KY-INDEX
           END-PERFORM.

       SCAN-MAINT-AUDIT.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CHGAUDIT-FILE
           IF WS-CHGAUDIT-STATUS NOT = "00"
               DISPLAY "NO MAINTENANCE AUDIT LOG"
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CHGAUDIT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CHGAUDIT-LINE(1:4) = "CHG "
                           PERFORM CHECK-MAINT-LINE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CHGAUDIT-FILE
           END-IF.

       CHECK-MAINT-LINE.
           MOVE SPACES TO WS-CH-TAG WS-CH-OBJECT WS-CH-OP WS-CH-ID
               WS-CH-OPERATOR WS-CH-STAMP
           UNSTRING CHGAUDIT-LINE DELIMITED BY ALL SPACE
               INTO WS-CH-TAG WS-CH-OBJECT WS-CH-OP WS-CH-ID
                   WS-CH-OPERATOR WS-CH-STAMP
           END-UNSTRING
           IF WS-CH-STAMP(1:8) = WS-SOD-DATE
                   AND WS-CH-STAMP(9:6) NUMERIC
                   AND WS-CH-OPERATOR(9:1) = SPACE
               MOVE WS-CH-OPERATOR TO WS-CHK-OPERATOR
               PERFORM FIND-OPERATOR
               IF WS-OPS-IX > 0
                   ADD 1 TO WS-CH-READ
                   MOVE WS-CH-STAMP(9:6) TO WS-EX-TIME
                   MOVE WS-CH-STAMP(9:6) TO WS-CH-TIME
                   MOVE SPACES TO WS-EX-SOURCE
                   STRING "MAINT " WS-CH-OBJECT
                       DELIMITED BY SIZE
                       INTO WS-EX-SOURCE
                   MOVE WS-CH-ID TO WS-EX-REF
                   IF WS-WEEKEND = 'Y' OR WS-CH-TIME < WS-DAY-START
                           OR WS-CH-TIME > WS-DAY-END
                       MOVE "AFTER-HOURS" TO WS-EX-TYPE
                       MOVE SPACES TO WS-EX-DETAIL
                       IF WS-WEEKEND = 'Y'
                           STRING WS-CH-OP DELIMITED BY SPACE
                               " ON WEEKEND" DELIMITED BY SIZE
                               INTO WS-EX-DETAIL
                       ELSE
                           STRING WS-CH-OP DELIMITED BY SPACE
                               " OUTSIDE BUSINESS HOURS"
                               DELIMITED BY SIZE
                               INTO WS-EX-DETAIL
                       END-IF
                       ADD 1 TO WS-EX-HOURS
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
                   MOVE 'N' TO WS-LINK-FOUND
                   IF WS-CH-OBJECT = "ACCOUNT"
                       MOVE WS-CH-ID TO WS-CHK-ACCOUNT
                       PERFORM CHECK-ACCOUNT-LINK
                   END-IF
                   IF WS-CH-OBJECT = "CUSTOMER"
                       MOVE WS-CH-ID TO WS-CHK-CUST
                       PERFORM CHECK-CUSTOMER-LINK
                   END-IF
                   IF WS-LINK-FOUND = 'Y'
                       PERFORM REPORT-SELF-DEALING
                   END-IF
               END-IF
           END-IF.

       CHECK-OVERRIDE-VOLUME.
           MOVE 1 TO WS-OPS-INDEX
           PERFORM UNTIL WS-OPS-INDEX > WS-OPS-COUNT
               IF OPS-OVR-TBL(WS-OPS-INDEX) > WS-OVR-LIMIT
                   MOVE OPS-ID-TBL(WS-OPS-INDEX) TO WS-CHK-OPERATOR
                   MOVE "OVERRIDE-VOL" TO WS-EX-TYPE
                   MOVE SPACES TO WS-EX-TIME
                   MOVE "ALL PROGRAMS" TO WS-EX-SOURCE
                   MOVE SPACES TO WS-EX-REF
                   MOVE SPACES TO WS-EX-DETAIL
                   STRING OPS-OVR-TBL(WS-OPS-INDEX)
                       " APPROVALS+OVERRIDES LIMIT " WS-OVR-LIMIT
                       DELIMITED BY SIZE
                       INTO WS-EX-DETAIL
                   ADD 1 TO WS-EX-OVERRIDE
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
               ADD 1 TO WS-OPS-INDEX
           END-PERFORM.

       FIND-OPERATOR.
           MOVE 0 TO WS-OPS-IX
           MOVE 1 TO WS-OPS-INDEX
           PERFORM UNTIL WS-OPS-INDEX > WS-OPS-COUNT
               IF OPS-ID-TBL(WS-OPS-INDEX) = WS-CHK-OPERATOR
                   MOVE WS-OPS-INDEX TO WS-OPS-IX
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-OPS-INDEX
           END-PERFORM.

       CHECK-ACCOUNT-LINK.
           MOVE 'N' TO WS-LINK-FOUND
           MOVE 1 TO WS-ACC-INDEX
           PERFORM UNTIL WS-ACC-INDEX > WS-ACC-COUNT
               IF AC-ID-TBL(WS-ACC-INDEX) = WS-CHK-ACCOUNT
                   MOVE AC-CUST-ID-TBL(WS-ACC-INDEX) TO WS-CHK-CUST
                   PERFORM CHECK-CUSTOMER-LINK
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-ACC-INDEX
           END-PERFORM
           IF WS-LINK-FOUND = 'N'
               MOVE 1 TO WS-AH-INDEX
               PERFORM UNTIL WS-AH-INDEX > WS-AH-COUNT
                       OR WS-LINK-FOUND = 'Y'
                   IF AH-AC-TBL(WS-AH-INDEX) = WS-CHK-ACCOUNT
                       MOVE AH-CUST-TBL(WS-AH-INDEX) TO WS-CHK-CUST
                       PERFORM CHECK-CUSTOMER-LINK
                   END-IF
                   ADD 1 TO WS-AH-INDEX
               END-PERFORM
           END-IF.

       CHECK-CUSTOMER-LINK.
           MOVE 'N' TO WS-LINK-FOUND
           IF WS-CHK-CUST NOT = SPACES
               MOVE 1 TO WS-LK-INDEX
               PERFORM UNTIL WS-LK-INDEX > WS-LK-COUNT
                   IF LK-OP-TBL(WS-LK-INDEX) = WS-CHK-OPERATOR
                           AND LK-CUST-TBL(WS-LK-INDEX) = WS-CHK-CUST
                       MOVE 'Y' TO WS-LINK-FOUND
                       MOVE LK-TYPE-TBL(WS-LK-INDEX) TO WS-LINK-TYPE
                       MOVE LK-CUST-TBL(WS-LK-INDEX) TO WS-LINK-CUST
                       MOVE LK-REL-TBL(WS-LK-INDEX) TO WS-LINK-REL
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-LK-INDEX
               END-PERFORM
           END-IF.

       REPORT-SELF-DEALING.
           MOVE "SELF-DEALING" TO WS-EX-TYPE
           MOVE SPACES TO WS-EX-DETAIL
           IF WS-LINK-TYPE = 'S'
               STRING "OWN CUSTOMER " WS-LINK-CUST
                   DELIMITED BY SIZE
                   INTO WS-EX-DETAIL
           ELSE
               STRING "RELATED PARTY " WS-LINK-CUST " " WS-LINK-REL
                   DELIMITED BY SIZE
                   INTO WS-EX-DETAIL
           END-IF
           ADD 1 TO WS-EX-SELF
           PERFORM WRITE-EXCEPTION-LINE.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EX-COUNT
           MOVE WS-CHK-OPERATOR TO WS-EX-OPERATOR
           MOVE SPACES TO REPORT-LINE
           STRING WS-EX-TYPE " " WS-EX-OPERATOR " " WS-EX-TIME " "
               WS-EX-SOURCE " " WS-EX-REF " " WS-EX-DETAIL
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
