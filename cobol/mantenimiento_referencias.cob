       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-REFERENCIAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REF-TABLE-FILE
               ASSIGN TO DYNAMIC WS-REF-TABLE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REF-TABLE-STATUS.
           SELECT REQUESTS-FILE
               ASSIGN TO DYNAMIC WS-REQUESTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REQUESTS-STATUS.
           SELECT PENDING-FILE
               ASSIGN TO DYNAMIC WS-PENDING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD  REF-TABLE-FILE.
       01  REF-TABLE-RECORD     PIC X(40).
       FD  REQUESTS-FILE.
       01  REQUEST-RECORD.
           05 RC-ACTION         PIC X(4).
           05 FILLER            PIC X(1).
           05 RC-CHG-ID         PIC X(8).
           05 FILLER            PIC X(1).
           05 RC-TABLE          PIC X(8).
           05 FILLER            PIC X(1).
           05 RC-EFF-DATE-X     PIC X(8).
           05 RC-EFF-DATE REDEFINES RC-EFF-DATE-X PIC 9(8).
           05 FILLER            PIC X(1).
           05 RC-OPERATOR       PIC X(8).
           05 FILLER            PIC X(1).
           05 RC-DATA           PIC X(40).
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           05 PC-CHG-ID         PIC X(8).
           05 FILLER            PIC X(1).
           05 PC-TABLE          PIC X(8).
           05 FILLER            PIC X(1).
           05 PC-ACTION         PIC X(3).
           05 FILLER            PIC X(1).
           05 PC-EFF-DATE       PIC 9(8).
           05 FILLER            PIC X(1).
           05 PC-STATE          PIC X(1).
               88 PC-ST-PENDING  VALUE 'P'.
               88 PC-ST-APPROVED VALUE 'A'.
           05 FILLER            PIC X(1).
           05 PC-MAKER          PIC X(8).
           05 FILLER            PIC X(1).
           05 PC-CHECKER        PIC X(8).
           05 FILLER            PIC X(1).
           05 PC-SUBMITTED      PIC 9(8).
           05 FILLER            PIC X(1).
           05 PC-DATA           PIC X(40).
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
       01  REPORT-LINE          PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-REF-TABLE-PATH    PIC X(200).
       01  WS-REQUESTS-PATH     PIC X(200).
       01  WS-PENDING-PATH      PIC X(200).
       01  WS-OPERATORS-PATH    PIC X(200).
       01  WS-BUSDATE-PATH      PIC X(200).
       01  WS-CHGAUDIT-PATH     PIC X(200).
       01  WS-REPORT-PATH       PIC X(200).
       01  WS-REF-TABLE-STATUS  PIC XX.
       01  WS-REQUESTS-STATUS   PIC XX.
       01  WS-PENDING-STATUS    PIC XX.
       01  WS-OPERATORS-STATUS  PIC XX.
       01  WS-BUSDATE-STATUS    PIC XX.
       01  WS-CHGAUDIT-STATUS   PIC XX.
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  WS-STAMP-DATE        PIC 9(8).
       01  WS-STAMP-TIME        PIC 9(8).
       01  WS-APPROVER-TXT      PIC X(1).
       01  WS-APPROVER-LEVEL    PIC 9(1) VALUE 2.
       01  REF-TABLE-CONTROL.
           05 REF-TABLE-ENTRY OCCURS 7 TIMES.
               10 TC-NAME-TBL     PIC X(8).
               10 TC-PATH-TBL     PIC X(200).
               10 TC-LEN-TBL      PIC 9(2).
               10 TC-DATED-TBL    PIC X(1).
               10 TC-TOUCHED-TBL  PIC X(1).
               10 TC-LOADED-TBL   PIC X(1).
       01  WS-TB                PIC 9(1) VALUE 0.
       01  WS-TB-LEN            PIC 9(2) VALUE 0.
       01  REF-ROW-TABLE.
           05 REF-ROW-ENTRY OCCURS 6000 TIMES.
               10 RR-TB-TBL       PIC 9(1).
               10 RR-DATA-TBL     PIC X(40).
               10 RR-DROP-TBL     PIC X(1).
       01  WS-RR-INDEX          PIC 9(4) VALUE 1.
       01  WS-RR-COUNT          PIC 9(4) VALUE 0.
       01  WS-ROW-IX            PIC 9(4) VALUE 0.
       01  WS-SAVE-ROW-IX       PIC 9(4) VALUE 0.
       01  WS-LOAD-FULL         PIC X VALUE 'N'.
       01  PENDING-TABLE.
           05 PENDING-ENTRY OCCURS 2000 TIMES.
               10 PQ-REC-TBL      PIC X(100).
               10 PQ-DROP-TBL     PIC X(1).
       01  WS-PQ-INDEX          PIC 9(4) VALUE 1.
       01  WS-PQ-COUNT          PIC 9(4) VALUE 0.
       01  WS-PQ-IX             PIC 9(4) VALUE 0.
       01  OPERATOR-TABLE.
           05 OPERATOR-ENTRY OCCURS 2000 TIMES.
               10 OPS-ID-TBL      PIC X(8).
               10 OPS-LEVEL-TBL   PIC X(1).
               10 OPS-ACTIVE-TBL  PIC X(1).
       01  WS-OPS-INDEX         PIC 9(4) VALUE 1.
       01  WS-OPS-COUNT         PIC 9(4) VALUE 0.
       01  WS-CHECK-OPER        PIC X(8).
       01  WS-OPER-LEVEL        PIC 9(1).
       01  WS-OPER-OK           PIC X(1).
       01  WS-REQ-SEEN          PIC X VALUE 'N'.
       01  WS-REJECT-REASON     PIC X(50).
       01  WS-CHG-ID            PIC X(8).
       01  WS-CHG-TB            PIC 9(1).
       01  WS-CHG-ACTION        PIC X(3).
       01  WS-CHG-EFF           PIC 9(8).
       01  WS-CHG-MAKER         PIC X(8).
       01  WS-CHG-CHECKER       PIC X(8).
       01  WS-VAL-MODE          PIC X(1).
           88 WS-VAL-SUBMIT      VALUE 'S'.
           88 WS-VAL-APPLY       VALUE 'A'.
       01  WS-IMAGE             PIC X(40).
       01  CURRENCY-VIEW REDEFINES WS-IMAGE.
           05 CCY-CODE          PIC X(3).
           05 FILLER            PIC X(1).
           05 CCY-NAME          PIC X(20).
           05 FILLER            PIC X(1).
           05 CCY-DECIMALS      PIC 9(1).
           05 FILLER            PIC X(1).
           05 CCY-ROUND         PIC X(1).
           05 FILLER            PIC X(12).
       01  BRANCH-VIEW REDEFINES WS-IMAGE.
           05 BR-CODE           PIC X(4).
           05 FILLER            PIC X(36).
       01  PRODUCT-VIEW REDEFINES WS-IMAGE.
           05 PD-TYPE           PIC X(1).
           05 FILLER            PIC X(1).
           05 PD-MIN-BAL        PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 PD-DEBIT-ALLOW    PIC 9(3).
           05 FILLER            PIC X(1).
           05 PD-ALLOWED-TIPOS  PIC X(3).
           05 FILLER            PIC X(1).
           05 PD-OVERLIMIT-ACT  PIC X(1).
           05 FILLER            PIC X(19).
       01  SCHEDULE-VIEW REDEFINES WS-IMAGE.
           05 FS-TYPE           PIC X(1).
           05 FILLER            PIC X(1).
           05 FS-MONTHLY        PIC 9(5)V99.
           05 FILLER            PIC X(1).
           05 FS-PER-ITEM       PIC 9(3)V99.
           05 FILLER            PIC X(1).
           05 FS-MIN-WAIVE      PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 FS-EFF-DATE       PIC 9(8).
           05 FILLER            PIC X(6).
       01  RATE-VIEW REDEFINES WS-IMAGE.
           05 RTB-TYPE          PIC X(1).
           05 FILLER            PIC X(1).
           05 RTB-BAND-LOW      PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 RTB-BAND-HIGH     PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 RTB-RATE          PIC 9V9(4).
           05 FILLER            PIC X(1).
           05 RTB-EFF-DATE      PIC 9(8).
           05 FILLER            PIC X(4).
       01  HOLIDAY-VIEW REDEFINES WS-IMAGE.
           05 HOL-DATE          PIC 9(8).
           05 FILLER            PIC X(32).
       01  LIMIT-VIEW REDEFINES WS-IMAGE.
           05 FL-CCY            PIC X(3).
           05 FILLER            PIC X(1).
           05 FL-LIMIT          PIC 9(11)V99.
           05 FILLER            PIC X(23).
       01  WS-SCAN-IMAGE        PIC X(40).
       01  SCAN-RATE-VIEW REDEFINES WS-SCAN-IMAGE.
           05 SR-TYPE           PIC X(1).
           05 FILLER            PIC X(1).
           05 SR-BAND-LOW       PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 SR-BAND-HIGH      PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 SR-RATE           PIC 9V9(4).
           05 FILLER            PIC X(1).
           05 SR-EFF-DATE       PIC 9(8).
           05 FILLER            PIC X(4).
       01  WS-KEY-SOURCE        PIC X(40).
       01  WS-KEY-TB            PIC 9(1).
       01  WS-ROW-KEY           PIC X(20).
       01  WS-TARGET-KEY        PIC X(20).
       01  WS-FIND-TB           PIC 9(1).
       01  WS-TABLE-NAME        PIC X(8).
       01  WS-KEY-FOUND         PIC X(1).
       01  WS-CHAR-IX           PIC 9(1).
       01  WS-DAY-INT           PIC 9(8).
       01  WS-AUDIT-OP          PIC X(6).
       01  WS-BEFORE-IMAGE      PIC X(40).
       01  WS-AFTER-IMAGE       PIC X(40).
       01  WS-SUBMIT-COUNT      PIC 9(5) VALUE 0.
       01  WS-APPROVE-COUNT     PIC 9(5) VALUE 0.
       01  WS-DECLINE-COUNT     PIC 9(5) VALUE 0.
       01  WS-APPLY-COUNT       PIC 9(5) VALUE 0.
       01  WS-FAILED-COUNT      PIC 9(5) VALUE 0.
       01  WS-EXPIRE-COUNT      PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT      PIC 9(5) VALUE 0.
       01  WS-WAITING-COUNT     PIC 9(5) VALUE 0.
       01  WS-SCHEDULED-COUNT   PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-REQUESTS-PATH
           ACCEPT WS-REQUESTS-PATH
               FROM ENVIRONMENT "REF_CHANGE_REQUESTS_PATH"
           IF WS-REQUESTS-PATH = SPACES
               MOVE "accounts/REF_CHANGE_REQUESTS.DAT"
                   TO WS-REQUESTS-PATH
           END-IF
           MOVE SPACES TO WS-PENDING-PATH
           ACCEPT WS-PENDING-PATH FROM ENVIRONMENT "REF_PENDING_PATH"
           IF WS-PENDING-PATH = SPACES
               MOVE "accounts/REF_PENDING.DAT" TO WS-PENDING-PATH
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
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "REF_MAINT_RPT_PATH"
           IF WS-REPORT-PATH = SPACES
               MOVE "accounts/REF_MAINT.RPT" TO WS-REPORT-PATH
           END-IF
           MOVE SPACES TO WS-APPROVER-TXT
           ACCEPT WS-APPROVER-TXT
               FROM ENVIRONMENT "REF_APPROVER_LEVEL"
           IF WS-APPROVER-TXT NUMERIC
               MOVE WS-APPROVER-TXT TO WS-APPROVER-LEVEL
           END-IF
           PERFORM SET-TABLE-CONTROL
           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-OPERATOR-TABLE
           PERFORM LOAD-REFERENCE-TABLES
           PERFORM LOAD-PENDING-QUEUE
           IF WS-LOAD-FULL = 'Y'
               DISPLAY "ERROR - REFERENCE TABLES OR CHANGE QUEUE TOO "
                   "LARGE - NO CHANGE PROCESSED"
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "REFERENCE TABLE MAINTENANCE FOR " WS-TODAY
               " APPROVER LEVEL " WS-APPROVER-LEVEL
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM APPLY-DUE-CHANGES
           PERFORM PROCESS-CHANGE-REQUESTS
           PERFORM APPLY-DUE-CHANGES
           PERFORM EXPIRE-STALE-CHANGES
           PERFORM REWRITE-REFERENCE-TABLES
           PERFORM REWRITE-PENDING-QUEUE
           IF WS-REQ-SEEN = 'Y'
               OPEN OUTPUT REQUESTS-FILE
               CLOSE REQUESTS-FILE
           END-IF
           PERFORM WRITE-QUEUE-LISTING
           MOVE SPACES TO REPORT-LINE
           STRING "SUBMITTED " WS-SUBMIT-COUNT
               " APPROVED " WS-APPROVE-COUNT
               " DECLINED " WS-DECLINE-COUNT
               " REJECTED " WS-REJECT-COUNT
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "APPLIED " WS-APPLY-COUNT
               " NOT APPLIED " WS-FAILED-COUNT
               " EXPIRED " WS-EXPIRE-COUNT
               " AWAITING APPROVAL " WS-WAITING-COUNT
               " SCHEDULED " WS-SCHEDULED-COUNT
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "REFERENCE CHANGES SUBMITTED " WS-SUBMIT-COUNT
               " APPROVED " WS-APPROVE-COUNT
               " APPLIED " WS-APPLY-COUNT
               " NOT APPLIED " WS-FAILED-COUNT
               " EXPIRED " WS-EXPIRE-COUNT
               " REJECTED " WS-REJECT-COUNT
           STOP RUN.

       SET-TABLE-CONTROL.
           MOVE "CURRENCY" TO TC-NAME-TBL(1)
           MOVE 28 TO TC-LEN-TBL(1)
           MOVE "BRANCH" TO TC-NAME-TBL(2)
           MOVE 4 TO TC-LEN-TBL(2)
           MOVE "PRODRULE" TO TC-NAME-TBL(3)
           MOVE 21 TO TC-LEN-TBL(3)
           MOVE "FEESCHED" TO TC-NAME-TBL(4)
           MOVE 34 TO TC-LEN-TBL(4)
           MOVE "RATETBL" TO TC-NAME-TBL(5)
           MOVE 36 TO TC-LEN-TBL(5)
           MOVE "HOLIDAY" TO TC-NAME-TBL(6)
           MOVE 8 TO TC-LEN-TBL(6)
           MOVE "FXLIMIT" TO TC-NAME-TBL(7)
           MOVE 17 TO TC-LEN-TBL(7)
           MOVE 1 TO WS-TB
           PERFORM UNTIL WS-TB > 7
               MOVE 'N' TO TC-DATED-TBL(WS-TB)
               MOVE 'N' TO TC-TOUCHED-TBL(WS-TB)
               MOVE 'N' TO TC-LOADED-TBL(WS-TB)
               MOVE SPACES TO TC-PATH-TBL(WS-TB)
               ADD 1 TO WS-TB
           END-PERFORM
           MOVE 'Y' TO TC-DATED-TBL(4)
           MOVE 'Y' TO TC-DATED-TBL(5)
           ACCEPT TC-PATH-TBL(1) FROM ENVIRONMENT "CURRENCY_PATH"
           IF TC-PATH-TBL(1) = SPACES
               MOVE "accounts/CURRENCY.DAT" TO TC-PATH-TBL(1)
           END-IF
           ACCEPT TC-PATH-TBL(2) FROM ENVIRONMENT "BRANCHES_PATH"
           IF TC-PATH-TBL(2) = SPACES
               MOVE "accounts/BRANCHES.DAT" TO TC-PATH-TBL(2)
           END-IF
           ACCEPT TC-PATH-TBL(3) FROM ENVIRONMENT "PRODUCT_RULES_PATH"
           IF TC-PATH-TBL(3) = SPACES
               MOVE "accounts/PRODUCT_RULES.DAT" TO TC-PATH-TBL(3)
           END-IF
           ACCEPT TC-PATH-TBL(4) FROM ENVIRONMENT "FEE_SCHEDULE_PATH"
           IF TC-PATH-TBL(4) = SPACES
               MOVE "accounts/FEE_SCHEDULE.DAT" TO TC-PATH-TBL(4)
           END-IF
           ACCEPT TC-PATH-TBL(5) FROM ENVIRONMENT "RATE_TABLE_PATH"
           IF TC-PATH-TBL(5) = SPACES
               MOVE "accounts/RATE_TABLE.DAT" TO TC-PATH-TBL(5)
           END-IF
           ACCEPT TC-PATH-TBL(6) FROM ENVIRONMENT "HOLIDAYS_PATH"
           IF TC-PATH-TBL(6) = SPACES
               MOVE "accounts/HOLIDAYS.DAT" TO TC-PATH-TBL(6)
           END-IF
           ACCEPT TC-PATH-TBL(7) FROM ENVIRONMENT "FX_LIMITS_PATH"
           IF TC-PATH-TBL(7) = SPACES
               MOVE "accounts/FX_LIMITS.DAT" TO TC-PATH-TBL(7)
           END-IF.

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
               DISPLAY "NO OPERATOR MASTER FILE - NO REFERENCE "
                   "CHANGE CAN BE ACCEPTED"
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-REFERENCE-TABLES.
           MOVE 0 TO WS-RR-COUNT
           MOVE 1 TO WS-TB
           PERFORM UNTIL WS-TB > 7
               PERFORM LOAD-ONE-TABLE
               ADD 1 TO WS-TB
           END-PERFORM.

       LOAD-ONE-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE TC-PATH-TBL(WS-TB) TO WS-REF-TABLE-PATH
           OPEN INPUT REF-TABLE-FILE
           IF WS-REF-TABLE-STATUS = "00"
               MOVE 'Y' TO TC-LOADED-TBL(WS-TB)
               PERFORM UNTIL WS-EOF = 'Y'
                   MOVE SPACES TO REF-TABLE-RECORD
                   READ REF-TABLE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF REF-TABLE-RECORD NOT = SPACES
                           IF WS-RR-COUNT >= 6000
                               MOVE 'Y' TO WS-LOAD-FULL
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               ADD 1 TO WS-RR-COUNT
                               MOVE WS-TB TO RR-TB-TBL(WS-RR-COUNT)
                               MOVE REF-TABLE-RECORD
                                   TO RR-DATA-TBL(WS-RR-COUNT)
                               MOVE 'N' TO RR-DROP-TBL(WS-RR-COUNT)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE REF-TABLE-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-PENDING-QUEUE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-PQ-COUNT
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PENDING-FILE INTO PENDING-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PC-CHG-ID NOT = SPACES
                           IF WS-PQ-COUNT >= 2000
                               MOVE 'Y' TO WS-LOAD-FULL
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               ADD 1 TO WS-PQ-COUNT
                               MOVE PENDING-RECORD
                                   TO PQ-REC-TBL(WS-PQ-COUNT)
                               MOVE 'N' TO PQ-DROP-TBL(WS-PQ-COUNT)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       PROCESS-CHANGE-REQUESTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT REQUESTS-FILE
           IF WS-REQUESTS-STATUS NOT = "00"
               DISPLAY "NO REFERENCE CHANGE REQUESTS FILE"
           ELSE
               MOVE 'Y' TO WS-REQ-SEEN
               PERFORM UNTIL WS-EOF = 'Y'
                   MOVE SPACES TO REQUEST-RECORD
                   READ REQUESTS-FILE INTO REQUEST-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RC-ACTION NOT = SPACES
                           PERFORM PROCESS-ONE-REQUEST
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE REQUESTS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       PROCESS-ONE-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE RC-ACTION
               WHEN "ADD "
               WHEN "UPD "
               WHEN "DEL "
                   PERFORM SUBMIT-CHANGE
               WHEN "APRV"
                   PERFORM APPROVE-CHANGE
               WHEN "RJCT"
                   PERFORM DECLINE-CHANGE
               WHEN OTHER
                   MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "REJECT " RC-ACTION " " RC-CHG-ID " "
                   RC-TABLE " BY " RC-OPERATOR " - "
                   WS-REJECT-REASON
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "REFERENCE CHANGE REJECTED " RC-ACTION " "
                   RC-CHG-ID " " WS-REJECT-REASON
           END-IF.

       SUBMIT-CHANGE.
           MOVE RC-OPERATOR TO WS-CHECK-OPER
           PERFORM CHECK-OPERATOR
           IF WS-OPER-OK NOT = 'Y'
               MOVE "OPERATOR NOT ACTIVE" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF RC-CHG-ID = SPACES
                   MOVE "CHANGE ID MISSING" TO WS-REJECT-REASON
               ELSE
                   MOVE RC-CHG-ID TO WS-CHG-ID
                   PERFORM FIND-PENDING
                   IF WS-PQ-IX > 0
                       MOVE "CHANGE ID ALREADY IN QUEUE"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE RC-TABLE TO WS-TABLE-NAME
               PERFORM FIND-TABLE
               IF WS-TB = 0
                   MOVE "UNKNOWN REFERENCE TABLE" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF RC-EFF-DATE-X NOT NUMERIC
                   MOVE "EFFECTIVE DATE MISSING" TO WS-REJECT-REASON
               ELSE
                   IF RC-EFF-DATE < WS-TODAY
                       MOVE "EFFECTIVE DATE ALREADY PASSED"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF WS-PQ-COUNT >= 2000
                   MOVE "CHANGE QUEUE FULL" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE WS-TB TO WS-CHG-TB
               MOVE RC-ACTION(1:3) TO WS-CHG-ACTION
               MOVE RC-EFF-DATE TO WS-CHG-EFF
               MOVE RC-OPERATOR TO WS-CHG-MAKER
               MOVE SPACES TO WS-CHG-CHECKER
               MOVE RC-DATA TO WS-IMAGE
               MOVE 'S' TO WS-VAL-MODE
               PERFORM VALIDATE-CHANGE
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE SPACES TO PENDING-RECORD
               MOVE WS-CHG-ID TO PC-CHG-ID
               MOVE TC-NAME-TBL(WS-CHG-TB) TO PC-TABLE
               MOVE WS-CHG-ACTION TO PC-ACTION
               MOVE WS-CHG-EFF TO PC-EFF-DATE
               MOVE 'P' TO PC-STATE
               MOVE WS-CHG-MAKER TO PC-MAKER
               MOVE WS-TODAY TO PC-SUBMITTED
               MOVE WS-IMAGE TO PC-DATA
               ADD 1 TO WS-PQ-COUNT
               MOVE PENDING-RECORD TO PQ-REC-TBL(WS-PQ-COUNT)
               MOVE 'N' TO PQ-DROP-TBL(WS-PQ-COUNT)
               ADD 1 TO WS-SUBMIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "SUBMITTED " WS-CHG-ID " " PC-TABLE " "
                   WS-CHG-ACTION " EFFECTIVE " WS-CHG-EFF
                   " BY " WS-CHG-MAKER " " WS-IMAGE
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       APPROVE-CHANGE.
           MOVE RC-CHG-ID TO WS-CHG-ID
           PERFORM FIND-PENDING
           IF WS-PQ-IX = 0
               MOVE "CHANGE NOT IN QUEUE" TO WS-REJECT-REASON
           ELSE
               MOVE PQ-REC-TBL(WS-PQ-IX) TO PENDING-RECORD
               IF NOT PC-ST-PENDING
                   MOVE "CHANGE ALREADY APPROVED" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF RC-OPERATOR = PC-MAKER
                   MOVE "APPROVER MUST DIFFER FROM SUBMITTING OPERATOR"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE RC-OPERATOR TO WS-CHECK-OPER
                   PERFORM CHECK-OPERATOR
                   IF WS-OPER-OK NOT = 'Y'
                       MOVE "APPROVER NOT ACTIVE" TO WS-REJECT-REASON
                   ELSE
                       IF WS-OPER-LEVEL < WS-APPROVER-LEVEL
                           MOVE "APPROVER LEVEL TOO LOW"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF PC-EFF-DATE < WS-TODAY
                   MOVE "EFFECTIVE DATE PASSED BEFORE APPROVAL"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE 'A' TO PC-STATE
               MOVE RC-OPERATOR TO PC-CHECKER
               MOVE PENDING-RECORD TO PQ-REC-TBL(WS-PQ-IX)
               ADD 1 TO WS-APPROVE-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "APPROVED " PC-CHG-ID " " PC-TABLE " "
                   PC-ACTION " EFFECTIVE " PC-EFF-DATE
                   " BY " PC-CHECKER " SUBMITTED BY " PC-MAKER
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE PC-TABLE TO WS-TABLE-NAME
               PERFORM FIND-TABLE
               IF WS-TB > 0
                   IF TC-DATED-TBL(WS-TB) = 'Y'
                       PERFORM APPLY-QUEUED-CHANGE
                   END-IF
               END-IF
           END-IF.

       DECLINE-CHANGE.
           MOVE RC-CHG-ID TO WS-CHG-ID
           PERFORM FIND-PENDING
           IF WS-PQ-IX = 0
               MOVE "CHANGE NOT IN QUEUE" TO WS-REJECT-REASON
           ELSE
               MOVE PQ-REC-TBL(WS-PQ-IX) TO PENDING-RECORD
               MOVE RC-OPERATOR TO WS-CHECK-OPER
               PERFORM CHECK-OPERATOR
               IF WS-OPER-OK NOT = 'Y'
                   MOVE "OPERATOR NOT ACTIVE" TO WS-REJECT-REASON
               ELSE
                   IF RC-OPERATOR NOT = PC-MAKER
                           AND WS-OPER-LEVEL < WS-APPROVER-LEVEL
                       MOVE "OPERATOR LEVEL TOO LOW"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE 'Y' TO PQ-DROP-TBL(WS-PQ-IX)
               ADD 1 TO WS-DECLINE-COUNT
               MOVE SPACES TO REPORT-LINE
               IF RC-OPERATOR = PC-MAKER
                   STRING "WITHDRAWN " PC-CHG-ID " " PC-TABLE " "
                       PC-ACTION " BY " RC-OPERATOR
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
               ELSE
                   STRING "DECLINED " PC-CHG-ID " " PC-TABLE " "
                       PC-ACTION " BY " RC-OPERATOR
                       " SUBMITTED BY " PC-MAKER
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-IF.

       CHECK-OPERATOR.
           MOVE 'N' TO WS-OPER-OK
           MOVE 0 TO WS-OPER-LEVEL
           MOVE 1 TO WS-OPS-INDEX
           PERFORM UNTIL WS-OPS-INDEX > WS-OPS-COUNT
               IF OPS-ID-TBL(WS-OPS-INDEX) = WS-CHECK-OPER
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

       FIND-TABLE.
           MOVE 0 TO WS-TB
           EVALUATE WS-TABLE-NAME
               WHEN "CURRENCY"
                   MOVE 1 TO WS-TB
               WHEN "BRANCH"
                   MOVE 2 TO WS-TB
               WHEN "PRODRULE"
                   MOVE 3 TO WS-TB
               WHEN "FEESCHED"
                   MOVE 4 TO WS-TB
               WHEN "RATETBL"
                   MOVE 5 TO WS-TB
               WHEN "HOLIDAY"
                   MOVE 6 TO WS-TB
               WHEN "FXLIMIT"
                   MOVE 7 TO WS-TB
           END-EVALUATE.

       FIND-PENDING.
           MOVE 0 TO WS-PQ-IX
           MOVE 1 TO WS-PQ-INDEX
           PERFORM UNTIL WS-PQ-INDEX > WS-PQ-COUNT
               IF PQ-DROP-TBL(WS-PQ-INDEX) = 'N'
                       AND PQ-REC-TBL(WS-PQ-INDEX)(1:8) = WS-CHG-ID
                   MOVE WS-PQ-INDEX TO WS-PQ-IX
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-PQ-INDEX
           END-PERFORM.

       VALIDATE-CHANGE.
           MOVE 0 TO WS-ROW-IX
           MOVE TC-LEN-TBL(WS-CHG-TB) TO WS-TB-LEN
           IF WS-CHG-TB = 4
               MOVE WS-CHG-EFF TO FS-EFF-DATE
           END-IF
           IF WS-CHG-TB = 5
               MOVE WS-CHG-EFF TO RTB-EFF-DATE
           END-IF
           IF WS-IMAGE(WS-TB-LEN + 1:40 - WS-TB-LEN) NOT = SPACES
               MOVE "DATA LONGER THAN TABLE RECORD"
                   TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF WS-IMAGE(1:1) = SPACE
                   MOVE "KEY FIELD MISSING" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF WS-CHG-ACTION NOT = "DEL"
                   PERFORM VALIDATE-FIELDS
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF WS-CHG-ACTION = "ADD" AND WS-RR-COUNT >= 6000
                   MOVE "REFERENCE TABLE STORAGE FULL"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE WS-CHG-TB TO WS-FIND-TB
               MOVE WS-IMAGE TO WS-KEY-SOURCE
               MOVE WS-CHG-TB TO WS-KEY-TB
               PERFORM BUILD-ROW-KEY
               MOVE WS-ROW-KEY TO WS-TARGET-KEY
               PERFORM FIND-ROW
               IF WS-CHG-ACTION = "ADD" AND WS-ROW-IX > 0
                   MOVE "ENTRY ALREADY ON TABLE" TO WS-REJECT-REASON
               END-IF
               IF WS-CHG-ACTION NOT = "ADD" AND WS-ROW-IX = 0
                   MOVE "ENTRY NOT ON TABLE" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF TC-DATED-TBL(WS-CHG-TB) = 'Y'
                       AND WS-CHG-ACTION NOT = "ADD"
                       AND WS-CHG-EFF NOT > WS-TODAY
                   MOVE "ROW ALREADY IN FORCE - ADD A NEW DATED ROW"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES AND WS-VAL-SUBMIT
               PERFORM CHECK-KEY-PENDING
               IF WS-KEY-FOUND = 'Y'
                   MOVE "ANOTHER CHANGE PENDING FOR THIS ENTRY"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM CROSS-CHECK-CHANGE
           END-IF.

       VALIDATE-FIELDS.
           EVALUATE WS-CHG-TB
               WHEN 1
                   EVALUATE TRUE
                       WHEN CCY-CODE(2:1) = SPACE
                       WHEN CCY-CODE(3:1) = SPACE
                           MOVE "CURRENCY CODE MUST BE 3 CHARACTERS"
                               TO WS-REJECT-REASON
                       WHEN CCY-NAME = SPACES
                           MOVE "CURRENCY NAME MISSING"
                               TO WS-REJECT-REASON
                       WHEN CCY-DECIMALS NOT NUMERIC
                       WHEN CCY-DECIMALS > 3
                           MOVE "CURRENCY DECIMALS MUST BE 0 TO 3"
                               TO WS-REJECT-REASON
                       WHEN CCY-ROUND NOT = 'R' AND CCY-ROUND NOT = 'T'
                           MOVE "ROUNDING MUST BE R OR T"
                               TO WS-REJECT-REASON
                   END-EVALUATE
               WHEN 2
                   IF BR-CODE(2:1) = SPACE OR BR-CODE(3:1) = SPACE
                           OR BR-CODE(4:1) = SPACE
                       MOVE "BRANCH CODE MUST BE 4 CHARACTERS"
                           TO WS-REJECT-REASON
                   END-IF
               WHEN 3
                   PERFORM VALIDATE-PRODUCT-RULE
               WHEN 4
                   EVALUATE TRUE
                       WHEN FS-MONTHLY NOT NUMERIC
                           MOVE "MONTHLY FEE NOT NUMERIC"
                               TO WS-REJECT-REASON
                       WHEN FS-PER-ITEM NOT NUMERIC
                           MOVE "PER-ITEM FEE NOT NUMERIC"
                               TO WS-REJECT-REASON
                       WHEN FS-MIN-WAIVE NOT NUMERIC
                           MOVE "WAIVER BALANCE NOT NUMERIC"
                               TO WS-REJECT-REASON
                   END-EVALUATE
               WHEN 5
                   EVALUATE TRUE
                       WHEN RTB-BAND-LOW NOT NUMERIC
                       WHEN RTB-BAND-HIGH NOT NUMERIC
                           MOVE "BAND LIMITS NOT NUMERIC"
                               TO WS-REJECT-REASON
                       WHEN RTB-RATE NOT NUMERIC
                           MOVE "RATE NOT NUMERIC" TO WS-REJECT-REASON
                       WHEN RTB-BAND-LOW > RTB-BAND-HIGH
                           MOVE "BAND LOW ABOVE BAND HIGH"
                               TO WS-REJECT-REASON
                   END-EVALUATE
               WHEN 6
                   IF WS-CHG-ACTION = "UPD"
                       MOVE "HOLIDAYS CAN ONLY BE ADDED OR DELETED"
                           TO WS-REJECT-REASON
                   END-IF
               WHEN 7
                   IF FL-LIMIT NOT NUMERIC
                       MOVE "FX LIMIT NOT NUMERIC" TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.

       VALIDATE-PRODUCT-RULE.
           EVALUATE TRUE
               WHEN PD-MIN-BAL NOT NUMERIC
                   MOVE "MINIMUM BALANCE NOT NUMERIC"
                       TO WS-REJECT-REASON
               WHEN PD-DEBIT-ALLOW NOT NUMERIC
                   MOVE "DEBIT ALLOWANCE NOT NUMERIC"
                       TO WS-REJECT-REASON
               WHEN PD-ALLOWED-TIPOS = SPACES
                   MOVE "NO TRANSACTION TYPES ALLOWED"
                       TO WS-REJECT-REASON
               WHEN PD-OVERLIMIT-ACT NOT = 'F'
                       AND PD-OVERLIMIT-ACT NOT = 'R'
                   MOVE "OVERLIMIT ACTION MUST BE F OR R"
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               MOVE 1 TO WS-CHAR-IX
               PERFORM UNTIL WS-CHAR-IX > 3
                   IF PD-ALLOWED-TIPOS(WS-CHAR-IX:1) NOT = SPACE
                           AND PD-ALLOWED-TIPOS(WS-CHAR-IX:1) NOT = 'D'
                           AND PD-ALLOWED-TIPOS(WS-CHAR-IX:1) NOT = 'C'
                           AND PD-ALLOWED-TIPOS(WS-CHAR-IX:1) NOT = 'T'
                           AND PD-ALLOWED-TIPOS(WS-CHAR-IX:1) NOT = 'B'
                       MOVE "TRANSACTION TYPES MUST BE D C T OR B"
                           TO WS-REJECT-REASON
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-CHAR-IX
               END-PERFORM
           END-IF.

       CROSS-CHECK-CHANGE.
           EVALUATE WS-CHG-TB
               WHEN 1
                   IF WS-CHG-ACTION = "DEL"
                       MOVE WS-ROW-IX TO WS-SAVE-ROW-IX
                       MOVE 7 TO WS-FIND-TB
                       MOVE CCY-CODE TO WS-TARGET-KEY
                       PERFORM FIND-ROW
                       IF WS-ROW-IX > 0
                           MOVE "CURRENCY STILL CARRIES AN FX LIMIT"
                               TO WS-REJECT-REASON
                       END-IF
                       MOVE WS-SAVE-ROW-IX TO WS-ROW-IX
                   END-IF
               WHEN 5
                   IF WS-CHG-ACTION NOT = "DEL"
                       PERFORM CHECK-RATE-OVERLAP
                   END-IF
               WHEN 6
                   MOVE 0 TO WS-DAY-INT
                   IF HOL-DATE NUMERIC
                       COMPUTE WS-DAY-INT =
                           FUNCTION INTEGER-OF-DATE(HOL-DATE)
                   END-IF
                   EVALUATE TRUE
                       WHEN HOL-DATE NOT NUMERIC
                       WHEN WS-DAY-INT = 0
                           MOVE "HOLIDAY DATE NOT VALID"
                               TO WS-REJECT-REASON
                       WHEN HOL-DATE NOT > WS-TODAY
                           MOVE "HOLIDAY DATE ALREADY PASSED"
                               TO WS-REJECT-REASON
                       WHEN HOL-DATE NOT > WS-CHG-EFF
                           MOVE "HOLIDAY FALLS BEFORE EFFECTIVE DATE"
                               TO WS-REJECT-REASON
                   END-EVALUATE
               WHEN 7
                   IF WS-CHG-ACTION NOT = "DEL"
                       MOVE WS-ROW-IX TO WS-SAVE-ROW-IX
                       MOVE 1 TO WS-FIND-TB
                       MOVE FL-CCY TO WS-TARGET-KEY
                       PERFORM FIND-ROW
                       IF WS-ROW-IX = 0
                           MOVE "CURRENCY NOT ON CURRENCY TABLE"
                               TO WS-REJECT-REASON
                       END-IF
                       MOVE WS-SAVE-ROW-IX TO WS-ROW-IX
                   END-IF
           END-EVALUATE.

       CHECK-RATE-OVERLAP.
           MOVE 1 TO WS-RR-INDEX
           PERFORM UNTIL WS-RR-INDEX > WS-RR-COUNT
               IF RR-TB-TBL(WS-RR-INDEX) = 5
                       AND RR-DROP-TBL(WS-RR-INDEX) = 'N'
                       AND WS-RR-INDEX NOT = WS-ROW-IX
                   MOVE RR-DATA-TBL(WS-RR-INDEX) TO WS-SCAN-IMAGE
                   IF SR-TYPE = RTB-TYPE
                           AND SR-EFF-DATE NUMERIC
                           AND SR-EFF-DATE = RTB-EFF-DATE
                           AND SR-BAND-LOW NUMERIC
                           AND SR-BAND-HIGH NUMERIC
                           AND SR-BAND-LOW NOT > RTB-BAND-HIGH
                           AND SR-BAND-HIGH NOT < RTB-BAND-LOW
                       MOVE "RATE BAND OVERLAPS AN EXISTING BAND"
                           TO WS-REJECT-REASON
                       EXIT PERFORM
                   END-IF
               END-IF
               ADD 1 TO WS-RR-INDEX
           END-PERFORM
           IF WS-REJECT-REASON = SPACES AND WS-VAL-SUBMIT
               MOVE 1 TO WS-PQ-INDEX
               PERFORM UNTIL WS-PQ-INDEX > WS-PQ-COUNT
                   IF PQ-DROP-TBL(WS-PQ-INDEX) = 'N'
                       MOVE PQ-REC-TBL(WS-PQ-INDEX) TO PENDING-RECORD
                       MOVE PC-DATA TO WS-SCAN-IMAGE
                       IF PC-TABLE = TC-NAME-TBL(5)
                               AND PC-ACTION NOT = "DEL"
                               AND SR-TYPE = RTB-TYPE
                               AND SR-EFF-DATE = RTB-EFF-DATE
                               AND SR-BAND-LOW NOT > RTB-BAND-HIGH
                               AND SR-BAND-HIGH NOT < RTB-BAND-LOW
                           MOVE "RATE BAND OVERLAPS A QUEUED CHANGE"
                               TO WS-REJECT-REASON
                           EXIT PERFORM
                       END-IF
                   END-IF
                   ADD 1 TO WS-PQ-INDEX
               END-PERFORM
           END-IF.

       BUILD-ROW-KEY.
           MOVE SPACES TO WS-ROW-KEY
           EVALUATE WS-KEY-TB
               WHEN 1
                   MOVE WS-KEY-SOURCE(1:3) TO WS-ROW-KEY
               WHEN 2
                   MOVE WS-KEY-SOURCE(1:4) TO WS-ROW-KEY
               WHEN 3
                   MOVE WS-KEY-SOURCE(1:1) TO WS-ROW-KEY
               WHEN 4
                   STRING WS-KEY-SOURCE(1:1) WS-KEY-SOURCE(27:8)
                       DELIMITED BY SIZE
                       INTO WS-ROW-KEY
               WHEN 5
                   STRING WS-KEY-SOURCE(1:1) WS-KEY-SOURCE(3:9)
                       WS-KEY-SOURCE(29:8)
                       DELIMITED BY SIZE
                       INTO WS-ROW-KEY
               WHEN 6
                   MOVE WS-KEY-SOURCE(1:8) TO WS-ROW-KEY
               WHEN 7
                   MOVE WS-KEY-SOURCE(1:3) TO WS-ROW-KEY
           END-EVALUATE.

       FIND-ROW.
           MOVE 0 TO WS-ROW-IX
           MOVE WS-FIND-TB TO WS-KEY-TB
           MOVE 1 TO WS-RR-INDEX
           PERFORM UNTIL WS-RR-INDEX > WS-RR-COUNT
               IF RR-TB-TBL(WS-RR-INDEX) = WS-FIND-TB
                       AND RR-DROP-TBL(WS-RR-INDEX) = 'N'
                   MOVE RR-DATA-TBL(WS-RR-INDEX) TO WS-KEY-SOURCE
                   PERFORM BUILD-ROW-KEY
                   IF WS-ROW-KEY = WS-TARGET-KEY
                       MOVE WS-RR-INDEX TO WS-ROW-IX
                       EXIT PERFORM
                   END-IF
               END-IF
               ADD 1 TO WS-RR-INDEX
           END-PERFORM.

       CHECK-KEY-PENDING.
           MOVE 'N' TO WS-KEY-FOUND
           MOVE WS-CHG-TB TO WS-KEY-TB
           MOVE 1 TO WS-PQ-INDEX
           PERFORM UNTIL WS-PQ-INDEX > WS-PQ-COUNT
               IF PQ-DROP-TBL(WS-PQ-INDEX) = 'N'
                   MOVE PQ-REC-TBL(WS-PQ-INDEX) TO PENDING-RECORD
                   IF PC-TABLE = TC-NAME-TBL(WS-CHG-TB)
                       MOVE PC-DATA TO WS-KEY-SOURCE
                       PERFORM BUILD-ROW-KEY
                       IF WS-ROW-KEY = WS-TARGET-KEY
                           MOVE 'Y' TO WS-KEY-FOUND
                           EXIT PERFORM
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-PQ-INDEX
           END-PERFORM.

       APPLY-DUE-CHANGES.
           MOVE 1 TO WS-PQ-IX
           PERFORM UNTIL WS-PQ-IX > WS-PQ-COUNT
               IF PQ-DROP-TBL(WS-PQ-IX) = 'N'
                   MOVE PQ-REC-TBL(WS-PQ-IX) TO PENDING-RECORD
                   IF PC-ST-APPROVED AND PC-EFF-DATE NOT > WS-TODAY
                       MOVE PC-TABLE TO WS-TABLE-NAME
                       PERFORM FIND-TABLE
                       PERFORM APPLY-QUEUED-CHANGE
                   END-IF
               END-IF
               ADD 1 TO WS-PQ-IX
           END-PERFORM.

       APPLY-QUEUED-CHANGE.
           MOVE SPACES TO WS-REJECT-REASON
           IF WS-TB = 0
               MOVE "UNKNOWN REFERENCE TABLE" TO WS-REJECT-REASON
           ELSE
               MOVE PC-CHG-ID TO WS-CHG-ID
               MOVE WS-TB TO WS-CHG-TB
               MOVE PC-ACTION TO WS-CHG-ACTION
               MOVE PC-EFF-DATE TO WS-CHG-EFF
               MOVE PC-MAKER TO WS-CHG-MAKER
               MOVE PC-CHECKER TO WS-CHG-CHECKER
               MOVE PC-DATA TO WS-IMAGE
               MOVE 'A' TO WS-VAL-MODE
               PERFORM VALIDATE-CHANGE
           END-IF
           MOVE 'Y' TO PQ-DROP-TBL(WS-PQ-IX)
           IF WS-REJECT-REASON = SPACES
               PERFORM POST-REFERENCE-CHANGE
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "NOT APPLIED " PC-CHG-ID " " PC-TABLE " "
                   PC-ACTION " - " WS-REJECT-REASON
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "REFERENCE CHANGE NOT APPLIED " PC-CHG-ID " "
                   WS-REJECT-REASON
               MOVE SPACES TO WS-REJECT-REASON
           END-IF.

       POST-REFERENCE-CHANGE.
           EVALUATE WS-CHG-ACTION
               WHEN "ADD"
                   ADD 1 TO WS-RR-COUNT
                   MOVE WS-CHG-TB TO RR-TB-TBL(WS-RR-COUNT)
                   MOVE WS-IMAGE TO RR-DATA-TBL(WS-RR-COUNT)
                   MOVE 'N' TO RR-DROP-TBL(WS-RR-COUNT)
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE WS-IMAGE TO WS-AFTER-IMAGE
                   MOVE "ADD" TO WS-AUDIT-OP
               WHEN "UPD"
                   MOVE RR-DATA-TBL(WS-ROW-IX) TO WS-BEFORE-IMAGE
                   MOVE WS-IMAGE TO RR-DATA-TBL(WS-ROW-IX)
                   MOVE WS-IMAGE TO WS-AFTER-IMAGE
                   MOVE "UPDATE" TO WS-AUDIT-OP
               WHEN "DEL"
                   MOVE RR-DATA-TBL(WS-ROW-IX) TO WS-BEFORE-IMAGE
                   MOVE 'Y' TO RR-DROP-TBL(WS-ROW-IX)
                   MOVE SPACES TO WS-AFTER-IMAGE
                   MOVE "DELETE" TO WS-AUDIT-OP
           END-EVALUATE
           MOVE 'Y' TO TC-TOUCHED-TBL(WS-CHG-TB)
           MOVE WS-IMAGE TO WS-KEY-SOURCE
           MOVE WS-CHG-TB TO WS-KEY-TB
           PERFORM BUILD-ROW-KEY
           PERFORM WRITE-CHANGE-AUDIT
           ADD 1 TO WS-APPLY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "APPLIED " WS-CHG-ID " " TC-NAME-TBL(WS-CHG-TB) " "
               WS-AUDIT-OP " EFFECTIVE " WS-CHG-EFF
               " BY " WS-CHG-MAKER " APPROVED BY " WS-CHG-CHECKER
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "    BEFORE " WS-BEFORE-IMAGE
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "    AFTER  " WS-AFTER-IMAGE
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-CHANGE-AUDIT.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           OPEN EXTEND CHGAUDIT-FILE
           IF WS-CHGAUDIT-STATUS NOT = "00" AND
                   WS-CHGAUDIT-STATUS NOT = "05"
               CLOSE CHGAUDIT-FILE
               OPEN OUTPUT CHGAUDIT-FILE
           END-IF
           MOVE SPACES TO CHGAUDIT-LINE
           STRING "CHG " DELIMITED BY SIZE
               TC-NAME-TBL(WS-CHG-TB) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-AUDIT-OP DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-ROW-KEY DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-CHG-MAKER DELIMITED BY SPACE
               " " WS-STAMP-DATE WS-STAMP-TIME(1:6) " "
                   DELIMITED BY SIZE
               WS-CHG-CHECKER DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-CHG-ID DELIMITED BY SPACE
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

       EXPIRE-STALE-CHANGES.
           MOVE 1 TO WS-PQ-IX
           PERFORM UNTIL WS-PQ-IX > WS-PQ-COUNT
               IF PQ-DROP-TBL(WS-PQ-IX) = 'N'
                   MOVE PQ-REC-TBL(WS-PQ-IX) TO PENDING-RECORD
                   IF PC-ST-PENDING AND PC-EFF-DATE < WS-TODAY
                       MOVE 'Y' TO PQ-DROP-TBL(WS-PQ-IX)
                       ADD 1 TO WS-EXPIRE-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "EXPIRED " PC-CHG-ID " " PC-TABLE " "
                           PC-ACTION " EFFECTIVE " PC-EFF-DATE
                           " SUBMITTED BY " PC-MAKER
                           " - NOT APPROVED IN TIME"
                           DELIMITED BY SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-IF
               ADD 1 TO WS-PQ-IX
           END-PERFORM.

       REWRITE-REFERENCE-TABLES.
           MOVE 1 TO WS-TB
           PERFORM UNTIL WS-TB > 7
               IF TC-TOUCHED-TBL(WS-TB) = 'Y'
                   PERFORM REWRITE-ONE-TABLE
               END-IF
               ADD 1 TO WS-TB
           END-PERFORM.

       REWRITE-ONE-TABLE.
           MOVE TC-PATH-TBL(WS-TB) TO WS-REF-TABLE-PATH
           OPEN OUTPUT REF-TABLE-FILE
           IF WS-REF-TABLE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT REWRITE " TC-NAME-TBL(WS-TB)
                   " TABLE STATUS " WS-REF-TABLE-STATUS
               MOVE SPACES TO REPORT-LINE
               STRING "ERROR - CANNOT REWRITE " TC-NAME-TBL(WS-TB)
                   " TABLE STATUS " WS-REF-TABLE-STATUS
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE 1 TO WS-RR-INDEX
               PERFORM UNTIL WS-RR-INDEX > WS-RR-COUNT
                   IF RR-TB-TBL(WS-RR-INDEX) = WS-TB
                           AND RR-DROP-TBL(WS-RR-INDEX) = 'N'
                       MOVE RR-DATA-TBL(WS-RR-INDEX)
                           TO REF-TABLE-RECORD
                       WRITE REF-TABLE-RECORD
                   END-IF
                   ADD 1 TO WS-RR-INDEX
               END-PERFORM
               CLOSE REF-TABLE-FILE
           END-IF.

       REWRITE-PENDING-QUEUE.
           OPEN OUTPUT PENDING-FILE
           MOVE 1 TO WS-PQ-INDEX
           PERFORM UNTIL WS-PQ-INDEX > WS-PQ-COUNT
               IF PQ-DROP-TBL(WS-PQ-INDEX) = 'N'
                   MOVE PQ-REC-TBL(WS-PQ-INDEX) TO PENDING-RECORD
                   WRITE PENDING-RECORD
               END-IF
               ADD 1 TO WS-PQ-INDEX
           END-PERFORM
           CLOSE PENDING-FILE.

       WRITE-QUEUE-LISTING.
           MOVE 1 TO WS-PQ-INDEX
           PERFORM UNTIL WS-PQ-INDEX > WS-PQ-COUNT
               IF PQ-DROP-TBL(WS-PQ-INDEX) = 'N'
                   MOVE PQ-REC-TBL(WS-PQ-INDEX) TO PENDING-RECORD
                   MOVE SPACES TO REPORT-LINE
                   IF PC-ST-PENDING
                       ADD 1 TO WS-WAITING-COUNT
                       STRING "AWAITING APPROVAL " PC-CHG-ID " "
                           PC-TABLE " " PC-ACTION " EFFECTIVE "
                           PC-EFF-DATE " BY " PC-MAKER " " PC-DATA
                           DELIMITED BY SIZE
                           INTO REPORT-LINE
                   ELSE
                       ADD 1 TO WS-SCHEDULED-COUNT
                       STRING "SCHEDULED " PC-CHG-ID " "
                           PC-TABLE " " PC-ACTION " EFFECTIVE "
                           PC-EFF-DATE " BY " PC-MAKER
                           " APPROVED BY " PC-CHECKER " " PC-DATA
                           DELIMITED BY SIZE
                           INTO REPORT-LINE
                   END-IF
                   WRITE REPORT-LINE
               END-IF
               ADD 1 TO WS-PQ-INDEX
           END-PERFORM.
