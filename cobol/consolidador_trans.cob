               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.
           SELECT CUTOFF-FILE
               ASSIGN TO DYNAMIC WS-CUTOFF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CUTOFF-STATUS.
           SELECT HOLIDAYS-FILE
               ASSIGN TO DYNAMIC WS-HOLIDAYS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HOLIDAYS-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO DYNAMIC WS-BUSDATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT WAREHOUSE-FILE
               ASSIGN TO DYNAMIC WS-WAREHOUSE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-STATUS.
           SELECT CUTRPT-FILE
               ASSIGN TO DYNAMIC WS-CUTRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CUTRPT-STATUS.
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
           SELECT NAMEQ-FILE
               ASSIGN TO DYNAMIC WS-NAMEQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NAMEQ-STATUS.
           SELECT NAMERPT-FILE
               ASSIGN TO DYNAMIC WS-NAMERPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NAMERPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SOURCES-FILE.
           05 FILLER            PIC X(1).
           05 SRC-PATH          PIC X(120).
       FD  SOURCE-FILE.
       01  SOURCE-LINE          PIC X(111).
       FD  MERGED-FILE.
       01  MERGED-LINE          PIC X(80).
       FD  RECON-FILE.
       01  RECON-LINE           PIC X(100).
       FD  CUTOFF-FILE.
       01  CUTOFF-RECORD.
           05 CO-CHANNEL        PIC X(8).
           05 FILLER            PIC X(1).
           05 CO-TIPO           PIC X(1).
           05 FILLER            PIC X(1).
           05 CO-TIME           PIC 9(4).
       FD  HOLIDAYS-FILE.
       01  HOL-RECORD.
           05 HOL-DATE          PIC 9(8).
       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05 BD-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 BD-LAST-RUN       PIC 9(8).
       FD  WAREHOUSE-FILE.
       01  WAREHOUSE-LINE       PIC X(96).
       FD  CUTRPT-FILE.
       01  CUTRPT-LINE          PIC X(132).
       FD  ACCOUNTS-FILE.
       01  ACCOUNTS-RECORD.
           05 AC-ID             PIC X(5).
           05 AC-NOMBRE         PIC X(20).
       FD  CUSTOMERS-FILE.
       01  CUST-REC.
           05 CUST-ID           PIC X(5).
           05 CUST-NAME         PIC X(20).
       FD  HOLDERS-FILE.
       01  HOLDER-RECORD.
           05 AH-AC-ID          PIC X(5).
           05 FILLER            PIC X(1).
           05 AH-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 AH-ROLE           PIC X(1).
       FD  NAMEQ-FILE.
       01  NAMEQ-RECORD.
           05 NQ-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 NQ-STATUS         PIC X(1).
           05 FILLER            PIC X(1).
           05 NQ-SOURCE         PIC X(8).
           05 FILLER            PIC X(1).
           05 NQ-REF            PIC X(12).
           05 FILLER            PIC X(1).
           05 NQ-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 NQ-MONTO          PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 NQ-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 NQ-NAME           PIC X(20).
           05 FILLER            PIC X(1).
           05 NQ-ACTION-DATE    PIC X(8).
           05 FILLER            PIC X(1).
           05 NQ-TRANS-LINE     PIC X(96).
       FD  NAMERPT-FILE.
       01  NAMERPT-LINE         PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-SOURCES-PATH      PIC X(200).
       01  WS-SOURCE-PATH       PIC X(200).
       01  WS-ST-COUNT          PIC 9(3) VALUE 0.
       01  DETAIL-STORE.
           05 DETAIL-ENTRY OCCURS 50000 TIMES.
               10 DT-LINE-TBL     PIC X(111).
               10 DT-SOURCE-TBL   PIC X(8).
               10 DT-SLIP-TBL     PIC X(1).
       01  WS-DT-COUNT          PIC 9(6) VALUE 0.
       01  WS-DT-INDEX          PIC 9(6) VALUE 1.
       01  WS-DT-MARK           PIC 9(6) VALUE 0.
       01  WS-CUTOFF-PATH       PIC X(200).
       01  WS-HOLIDAYS-PATH     PIC X(200).
       01  WS-BUSDATE-PATH      PIC X(200).
       01  WS-WAREHOUSE-PATH    PIC X(200).
       01  WS-CUTRPT-PATH       PIC X(200).
       01  WS-CUTOFF-STATUS     PIC XX.
       01  WS-HOLIDAYS-STATUS   PIC XX.
       01  WS-BUSDATE-STATUS    PIC XX.
       01  WS-WAREHOUSE-STATUS  PIC XX.
       01  WS-CUTRPT-STATUS     PIC XX.
       01  WS-CO-EOF            PIC X VALUE 'N'.
       01  CUTOFF-TABLE.
           05 CUTOFF-ENTRY OCCURS 200 TIMES.
               10 CO-CHANNEL-TBL PIC X(8).
               10 CO-TIPO-TBL    PIC X(1).
               10 CO-TIME-TBL    PIC 9(4).
       01  WS-CO-INDEX          PIC 9(3) VALUE 1.
       01  WS-CO-COUNT          PIC 9(3) VALUE 0.
       01  WS-CUT-CHANNEL       PIC X(8).
       01  WS-CUT-TIPO          PIC X(1).
       01  WS-CUT-TIME          PIC 9(4) VALUE 0.
       01  WS-CUT-RULE          PIC X(1).
       01  WS-CUT-FOUND         PIC X VALUE 'N'.
       01  WS-CUT-SLIP          PIC X VALUE 'N'.
       01  WS-CUT-LINE          PIC X(96).
       01  WS-CUT-REF           PIC X(12).
       01  WS-CUT-AMOUNT        PIC 9(7)V99.
       01  WS-CUT-ACCOUNT       PIC X(5).
       01  WS-SLIP-COUNT        PIC 9(6) VALUE 0.
       01  WS-CLOCK-FULL        PIC 9(8).
       01  WS-CLOCK-TXT         PIC X(4).
       01  WS-CLOCK             PIC 9(4) VALUE 0.
       01  WS-BUS-DATE          PIC 9(8).
       01  WS-NEXT-BUS-DATE     PIC 9(8).
       01  WS-WORK-DATE         PIC 9(8).
       01  WS-WORK-INT          PIC 9(8).
       01  WS-DOW               PIC 9(1).
       01  WS-IS-BUSINESS       PIC X.
       01  HOLIDAY-TABLE.
           05 HOLIDAY-ENTRY OCCURS 500 TIMES.
               10 HOL-DATE-TBL  PIC 9(8).
       01  WS-HOL-INDEX         PIC 9(3) VALUE 1.
       01  WS-HOL-COUNT         PIC 9(3) VALUE 0.
       01  WS-SLIP-TOTAL        PIC 9(9)V99 VALUE 0.
       01  WS-ACCOUNTS-PATH     PIC X(200).
       01  WS-CUSTOMERS-PATH    PIC X(200).
       01  WS-HOLDERS-PATH      PIC X(200).
       01  WS-NAMEQ-PATH        PIC X(200).
       01  WS-NAMERPT-PATH      PIC X(200).
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-CUSTOMERS-STATUS  PIC XX.
       01  WS-HOLDERS-STATUS    PIC XX.
       01  WS-NAMEQ-STATUS      PIC XX.
       01  WS-NAMERPT-STATUS    PIC XX.
       01  WS-NM-EOF            PIC X VALUE 'N'.
       01  ACCOUNT-NAME-TABLE.
           05 ACCOUNT-NAME-ENTRY OCCURS 50000 TIMES.
               10 AN-ID-TBL       PIC X(5).
               10 AN-NAME-TBL     PIC X(20).
       01  WS-AN-INDEX          PIC 9(5) VALUE 1.
       01  WS-AN-COUNT          PIC 9(5) VALUE 0.
       01  HOLDER-TABLE.
           05 HOLDER-ENTRY OCCURS 20000 TIMES.
               10 AH-AC-TBL       PIC X(5).
               10 AH-CUST-TBL     PIC X(5).
       01  WS-AH-INDEX          PIC 9(5) VALUE 1.
       01  WS-AH-COUNT          PIC 9(5) VALUE 0.
       01  CUSTOMER-NAME-TABLE.
           05 CUSTOMER-NAME-ENTRY OCCURS 50000 TIMES.
               10 CN-ID-TBL       PIC X(5).
               10 CN-NAME-TBL     PIC X(20).
       01  WS-CN-INDEX          PIC 9(5) VALUE 1.
       01  WS-CN-COUNT          PIC 9(5) VALUE 0.
       01  WS-BN-ACCOUNT        PIC X(5).
       01  WS-BN-NAME           PIC X(20).
       01  WS-BN-SUPPLIED       PIC X(20).
       01  WS-BN-ONFILE         PIC X(20).
       01  WS-BN-CLOSEST        PIC X(20).
       01  WS-BN-RESULT         PIC X(1).
       01  WS-NAME-A            PIC X(20).
       01  WS-NAME-B            PIC X(20).
       01  WS-NM-LEN            PIC 9(2).
       01  WS-NM-SCAN-POS       PIC 9(2).
       01  WS-NM-SCAN-MAX       PIC 9(2).
       01  WS-NM-HIT            PIC X VALUE 'N'.
       01  WS-NM-DATE           PIC 9(8).
       01  WS-NAMEHOLD-COUNT    PIC 9(6) VALUE 0.
       01  WS-NAMEHOLD-TOTAL    PIC 9(9)V99 VALUE 0.
       01  WS-CLOSE-COUNT       PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-SOURCES-PATH
           IF WS-RECON-PATH = SPACES
               MOVE "accounts/SOURCE_RECON.RPT" TO WS-RECON-PATH
           END-IF
           MOVE SPACES TO WS-CUTOFF-PATH
           ACCEPT WS-CUTOFF-PATH FROM ENVIRONMENT "CUTOFF_TIMES_PATH"
           IF WS-CUTOFF-PATH = SPACES
               MOVE "accounts/CUTOFF_TIMES.DAT" TO WS-CUTOFF-PATH
           END-IF
           MOVE SPACES TO WS-HOLIDAYS-PATH
           ACCEPT WS-HOLIDAYS-PATH FROM ENVIRONMENT "HOLIDAYS_PATH"
           IF WS-HOLIDAYS-PATH = SPACES
               MOVE "accounts/HOLIDAYS.DAT" TO WS-HOLIDAYS-PATH
           END-IF
           MOVE SPACES TO WS-BUSDATE-PATH
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_PATH"
           IF WS-BUSDATE-PATH = SPACES
               MOVE "accounts/BUSINESS_DATE.DAT" TO WS-BUSDATE-PATH
           END-IF
           MOVE SPACES TO WS-WAREHOUSE-PATH
           ACCEPT WS-WAREHOUSE-PATH FROM ENVIRONMENT "WAREHOUSE_PATH"
           IF WS-WAREHOUSE-PATH = SPACES
               MOVE "accounts/WAREHOUSE.DAT" TO WS-WAREHOUSE-PATH
           END-IF
           MOVE SPACES TO WS-CUTRPT-PATH
           ACCEPT WS-CUTRPT-PATH FROM ENVIRONMENT "CUTOFF_REPORT_PATH"
           IF WS-CUTRPT-PATH = SPACES
               MOVE "accounts/CUTOFF_EXCEPTIONS.RPT" TO WS-CUTRPT-PATH
           END-IF
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
           MOVE SPACES TO WS-NAMEQ-PATH
           ACCEPT WS-NAMEQ-PATH
               FROM ENVIRONMENT "NAME_RETURN_QUEUE_PATH"
           IF WS-NAMEQ-PATH = SPACES
               MOVE "accounts/NAME_RETURN_QUEUE.DAT" TO WS-NAMEQ-PATH
           END-IF
           MOVE SPACES TO WS-NAMERPT-PATH
           ACCEPT WS-NAMERPT-PATH
               FROM ENVIRONMENT "NAME_MATCH_REPORT_PATH"
           IF WS-NAMERPT-PATH = SPACES
               MOVE "accounts/NAME_MATCH.RPT" TO WS-NAMERPT-PATH
           END-IF

           PERFORM LOAD-SOURCE-LIST
           PERFORM VALIDATE-ALL-SOURCES
           PERFORM LOAD-CUTOFF-TABLE
           PERFORM VERIFY-BENEFICIARY-NAMES
           PERFORM SLIP-LATE-ITEMS
           PERFORM WRITE-MERGED-FILE
           PERFORM WRITE-RECON-REPORT

               " REJECTED " WS-BAD-SOURCES
               " ITEMS " WS-GRAND-COUNT
               " TOTAL " WS-GRAND-TOTAL
           IF WS-SLIP-COUNT > 0
               DISPLAY "AFTER CUTOFF TO " WS-NEXT-BUS-DATE
                   " ITEMS " WS-SLIP-COUNT
                   " TOTAL " WS-SLIP-TOTAL
           END-IF
           IF WS-NAMEHOLD-COUNT > 0 OR WS-CLOSE-COUNT > 0
               DISPLAY "NAME MISMATCH HELD " WS-NAMEHOLD-COUNT
                   " TOTAL " WS-NAMEHOLD-TOTAL
                   " CLOSE MATCH " WS-CLOSE-COUNT
           END-IF
           STOP RUN.

       LOAD-SOURCE-LIST.
                       ADD 1 TO WS-DT-COUNT
                       MOVE SOURCE-LINE
                           TO DT-LINE-TBL(WS-DT-COUNT)
                       MOVE ST-NAME-TBL(WS-ST-INDEX)
                           TO DT-SOURCE-TBL(WS-DT-COUNT)
                       MOVE 'N' TO DT-SLIP-TBL(WS-DT-COUNT)
                   END-IF
               END-IF
           END-IF.
           MOVE 0 TO WS-SEQ
           MOVE 1 TO WS-DT-INDEX
           PERFORM UNTIL WS-DT-INDEX > WS-DT-COUNT
               IF DT-SLIP-TBL(WS-DT-INDEX) = 'N'
                   ADD 1 TO WS-SEQ
                   MOVE DT-LINE-TBL(WS-DT-INDEX) TO MERGED-LINE
                   MOVE WS-SEQ TO MERGED-LINE(38:7)
                   WRITE MERGED-LINE
               END-IF
               ADD 1 TO WS-DT-INDEX
           END-PERFORM
           CLOSE MERGED-FILE.
               ADD 1 TO WS-ST-INDEX
           END-PERFORM
           CLOSE RECON-FILE.

       SLIP-LATE-ITEMS.
           MOVE 1 TO WS-DT-INDEX
           PERFORM UNTIL WS-DT-INDEX > WS-DT-COUNT
               IF DT-SLIP-TBL(WS-DT-INDEX) = 'N'
                   MOVE DT-LINE-TBL(WS-DT-INDEX)(1:80)
                       TO WS-CUT-LINE
                   MOVE WS-CUT-LINE(17:1) TO WS-CUT-TIPO
                   MOVE DT-SOURCE-TBL(WS-DT-INDEX) TO WS-CUT-CHANNEL
                   PERFORM CHECK-CUTOFF
                   IF WS-CUT-FOUND = 'N'
                       MOVE "CONSOL" TO WS-CUT-CHANNEL
                       PERFORM CHECK-CUTOFF
                   END-IF
                   IF WS-CUT-SLIP = 'Y' AND WS-CUT-LINE(29:8) NUMERIC
                       IF WS-CUT-LINE(29:8) > WS-BUS-DATE
                           MOVE 'N' TO WS-CUT-SLIP
                       END-IF
                   END-IF
                   IF WS-CUT-SLIP = 'Y'
                       MOVE DT-SOURCE-TBL(WS-DT-INDEX) TO WS-CUT-CHANNEL
                       MOVE WS-NEXT-BUS-DATE TO WS-CUT-LINE(29:8)
                       MOVE WS-CUT-LINE(1:5) TO WS-CUT-ACCOUNT
                       MOVE WS-CUT-LINE(7:9) TO WS-AMT-FIELD
                       MOVE 0 TO WS-CUT-AMOUNT
                       IF WS-AMT-NUM NUMERIC
                           MOVE WS-AMT-NUM TO WS-CUT-AMOUNT
                       END-IF
                       MOVE SPACES TO WS-CUT-REF
                       MOVE "LINE" TO WS-CUT-REF
                       MOVE WS-DT-INDEX TO WS-CUT-REF(5:6)
                       PERFORM WRITE-CUTOFF-WAREHOUSE
                       MOVE 'Y' TO DT-SLIP-TBL(WS-DT-INDEX)
                       SUBTRACT 1 FROM WS-GRAND-COUNT
                       SUBTRACT WS-CUT-AMOUNT FROM WS-GRAND-TOTAL
                       ADD WS-CUT-AMOUNT TO WS-SLIP-TOTAL
                   END-IF
               END-IF
               ADD 1 TO WS-DT-INDEX
           END-PERFORM.

       VERIFY-BENEFICIARY-NAMES.
           PERFORM LOAD-ACCOUNT-NAMES
           PERFORM LOAD-HOLDERS-TABLE
           PERFORM LOAD-CUSTOMER-NAMES
           ACCEPT WS-NM-DATE FROM DATE YYYYMMDD
           MOVE 1 TO WS-DT-INDEX
           PERFORM UNTIL WS-DT-INDEX > WS-DT-COUNT
               MOVE DT-LINE-TBL(WS-DT-INDEX)(1:5) TO WS-BN-ACCOUNT
               MOVE DT-LINE-TBL(WS-DT-INDEX)(92:20) TO WS-BN-NAME
               IF DT-LINE-TBL(WS-DT-INDEX)(17:1) = 'C'
                       AND WS-BN-NAME NOT = SPACES
                   PERFORM CHECK-BENEFICIARY-NAME
                   IF WS-BN-RESULT = 'N'
                       PERFORM WRITE-NAME-RETURN-HOLD
                   ELSE
                       IF WS-BN-RESULT = 'C'
                           PERFORM WRITE-NAME-CLOSE-MATCH
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-DT-INDEX
           END-PERFORM.

       LOAD-ACCOUNT-NAMES.
           MOVE 'N' TO WS-NM-EOF
           MOVE 0 TO WS-AN-COUNT
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS = "00"
               PERFORM UNTIL WS-NM-EOF = 'Y' OR WS-AN-COUNT >= 50000
                   READ ACCOUNTS-FILE INTO ACCOUNTS-RECORD
                   AT END MOVE 'Y' TO WS-NM-EOF
                   NOT AT END
                       ADD 1 TO WS-AN-COUNT
                       MOVE AC-ID TO AN-ID-TBL(WS-AN-COUNT)
                       MOVE AC-NOMBRE TO AN-NAME-TBL(WS-AN-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ACCOUNTS-FILE
           END-IF
           MOVE 'N' TO WS-NM-EOF.

       LOAD-HOLDERS-TABLE.
           MOVE 'N' TO WS-NM-EOF
           MOVE 0 TO WS-AH-COUNT
           OPEN INPUT HOLDERS-FILE
           IF WS-HOLDERS-STATUS = "00"
               PERFORM UNTIL WS-NM-EOF = 'Y' OR WS-AH-COUNT >= 20000
                   READ HOLDERS-FILE INTO HOLDER-RECORD
                   AT END MOVE 'Y' TO WS-NM-EOF
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
           MOVE 'N' TO WS-NM-EOF.

       LOAD-CUSTOMER-NAMES.
           MOVE 'N' TO WS-NM-EOF
           MOVE 0 TO WS-CN-COUNT
           OPEN INPUT CUSTOMERS-FILE
           IF WS-CUSTOMERS-STATUS = "00"
               PERFORM UNTIL WS-NM-EOF = 'Y' OR WS-CN-COUNT >= 50000
                   READ CUSTOMERS-FILE INTO CUST-REC
                   AT END MOVE 'Y' TO WS-NM-EOF
                   NOT AT END
                       IF CUST-ID NOT = SPACES
                           ADD 1 TO WS-CN-COUNT
                           MOVE CUST-ID TO CN-ID-TBL(WS-CN-COUNT)
                           MOVE CUST-NAME TO CN-NAME-TBL(WS-CN-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMERS-FILE
           END-IF
           MOVE 'N' TO WS-NM-EOF.

       CHECK-BENEFICIARY-NAME.
           MOVE 'N' TO WS-BN-RESULT
           MOVE SPACES TO WS-BN-CLOSEST
           MOVE FUNCTION UPPER-CASE(WS-BN-NAME) TO WS-BN-SUPPLIED
           MOVE 1 TO WS-AN-INDEX
           PERFORM UNTIL WS-AN-INDEX > WS-AN-COUNT
               IF AN-ID-TBL(WS-AN-INDEX) = WS-BN-ACCOUNT
                   MOVE AN-NAME-TBL(WS-AN-INDEX) TO WS-BN-ONFILE
                   PERFORM COMPARE-BENEFICIARY-NAME
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-AN-INDEX
           END-PERFORM
           MOVE 1 TO WS-AH-INDEX
           PERFORM UNTIL WS-AH-INDEX > WS-AH-COUNT
                   OR WS-BN-RESULT = 'M'
               IF AH-AC-TBL(WS-AH-INDEX) = WS-BN-ACCOUNT
                   PERFORM FIND-HOLDER-NAME
               END-IF
               ADD 1 TO WS-AH-INDEX
           END-PERFORM.

       FIND-HOLDER-NAME.
           MOVE 1 TO WS-CN-INDEX
           PERFORM UNTIL WS-CN-INDEX > WS-CN-COUNT
               IF CN-ID-TBL(WS-CN-INDEX) = AH-CUST-TBL(WS-AH-INDEX)
                   MOVE CN-NAME-TBL(WS-CN-INDEX) TO WS-BN-ONFILE
                   PERFORM COMPARE-BENEFICIARY-NAME
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CN-INDEX
           END-PERFORM.

       COMPARE-BENEFICIARY-NAME.
           IF WS-BN-ONFILE NOT = SPACES
               IF FUNCTION UPPER-CASE(WS-BN-ONFILE) = WS-BN-SUPPLIED
                   MOVE 'M' TO WS-BN-RESULT
               ELSE
                   MOVE 'N' TO WS-NM-HIT
                   MOVE WS-BN-SUPPLIED TO WS-NAME-A
                   MOVE FUNCTION UPPER-CASE(WS-BN-ONFILE) TO WS-NAME-B
                   PERFORM MATCH-NAME-TOLERANT
                   IF WS-NM-HIT = 'N'
                       MOVE FUNCTION UPPER-CASE(WS-BN-ONFILE)
                           TO WS-NAME-A
                       MOVE WS-BN-SUPPLIED TO WS-NAME-B
                       PERFORM MATCH-NAME-TOLERANT
                   END-IF
                   IF WS-NM-HIT = 'Y' AND WS-BN-RESULT = 'N'
                       MOVE 'C' TO WS-BN-RESULT
                       MOVE WS-BN-ONFILE TO WS-BN-CLOSEST
                   END-IF
               END-IF
           END-IF.

       MATCH-NAME-TOLERANT.
           MOVE 20 TO WS-NM-LEN
           PERFORM UNTIL WS-NM-LEN = 0
                   OR WS-NAME-A(WS-NM-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-NM-LEN
           END-PERFORM
           IF WS-NM-LEN > 2
               COMPUTE WS-NM-SCAN-MAX = 21 - WS-NM-LEN
               MOVE 1 TO WS-NM-SCAN-POS
               PERFORM UNTIL WS-NM-SCAN-POS > WS-NM-SCAN-MAX
                       OR WS-NM-HIT = 'Y'
                   IF WS-NAME-B(WS-NM-SCAN-POS:WS-NM-LEN)
                           = WS-NAME-A(1:WS-NM-LEN)
                       MOVE 'Y' TO WS-NM-HIT
                   END-IF
                   ADD 1 TO WS-NM-SCAN-POS
               END-PERFORM
           END-IF.

       WRITE-NAME-CLOSE-MATCH.
           ADD 1 TO WS-CLOSE-COUNT
           MOVE SPACES TO WS-CUT-REF
           MOVE "LINE" TO WS-CUT-REF
           MOVE WS-DT-INDEX TO WS-CUT-REF(5:6)
           MOVE DT-LINE-TBL(WS-DT-INDEX)(7:9) TO WS-AMT-FIELD
           OPEN EXTEND NAMERPT-FILE
           IF WS-NAMERPT-STATUS NOT = "00" AND
                   WS-NAMERPT-STATUS NOT = "05"
               CLOSE NAMERPT-FILE
               OPEN OUTPUT NAMERPT-FILE
           END-IF
           MOVE SPACES TO NAMERPT-LINE
           STRING "CLOSE MATCH " WS-NM-DATE
               " " DT-SOURCE-TBL(WS-DT-INDEX)
               " " WS-CUT-REF
               " ACCOUNT " WS-BN-ACCOUNT
               " AMOUNT " WS-AMT-FIELD
               " SUPPLIED " WS-BN-NAME
               " ON FILE " WS-BN-CLOSEST
               DELIMITED BY SIZE
               INTO NAMERPT-LINE
           WRITE NAMERPT-LINE
           CLOSE NAMERPT-FILE.

       WRITE-NAME-RETURN-HOLD.
           MOVE SPACES TO WS-CUT-REF
           MOVE "LINE" TO WS-CUT-REF
           MOVE WS-DT-INDEX TO WS-CUT-REF(5:6)
           DISPLAY "CREDIT HELD - BENEFICIARY NAME MISMATCH "
               DT-SOURCE-TBL(WS-DT-INDEX) " " WS-CUT-REF
               " " WS-BN-ACCOUNT
           MOVE DT-LINE-TBL(WS-DT-INDEX)(7:9) TO WS-AMT-FIELD
           MOVE 0 TO WS-CUT-AMOUNT
           IF WS-AMT-NUM NUMERIC
               MOVE WS-AMT-NUM TO WS-CUT-AMOUNT
           END-IF
           OPEN EXTEND NAMEQ-FILE
           IF WS-NAMEQ-STATUS NOT = "00" AND
                   WS-NAMEQ-STATUS NOT = "05"
               CLOSE NAMEQ-FILE
               OPEN OUTPUT NAMEQ-FILE
           END-IF
           MOVE SPACES TO NAMEQ-RECORD
           MOVE WS-NM-DATE TO NQ-DATE
           MOVE 'H' TO NQ-STATUS
           MOVE DT-SOURCE-TBL(WS-DT-INDEX) TO NQ-SOURCE
           MOVE WS-CUT-REF TO NQ-REF
           MOVE WS-BN-ACCOUNT TO NQ-ACCOUNT
           MOVE WS-CUT-AMOUNT TO NQ-MONTO
           MOVE DT-LINE-TBL(WS-DT-INDEX)(25:3) TO NQ-CURRENCY
           MOVE WS-BN-NAME TO NQ-NAME
           MOVE DT-LINE-TBL(WS-DT-INDEX)(1:80) TO NQ-TRANS-LINE
           WRITE NAMEQ-RECORD
           CLOSE NAMEQ-FILE
           MOVE 'H' TO DT-SLIP-TBL(WS-DT-INDEX)
           ADD 1 TO WS-NAMEHOLD-COUNT
           ADD WS-CUT-AMOUNT TO WS-NAMEHOLD-TOTAL
           SUBTRACT 1 FROM WS-GRAND-COUNT
           SUBTRACT WS-CUT-AMOUNT FROM WS-GRAND-TOTAL.

       LOAD-CUTOFF-TABLE.
           MOVE 'N' TO WS-CO-EOF
           MOVE 0 TO WS-CO-COUNT
           OPEN INPUT CUTOFF-FILE
           IF WS-CUTOFF-STATUS = "00"
               PERFORM UNTIL WS-CO-EOF = 'Y' OR WS-CO-COUNT >= 200
                   READ CUTOFF-FILE
                   AT END MOVE 'Y' TO WS-CO-EOF
                   NOT AT END
                       IF CO-CHANNEL NOT = SPACES AND CO-TIME NUMERIC
                           ADD 1 TO WS-CO-COUNT
                           MOVE CO-CHANNEL
                               TO CO-CHANNEL-TBL(WS-CO-COUNT)
                           MOVE CO-TIPO TO CO-TIPO-TBL(WS-CO-COUNT)
                           MOVE CO-TIME TO CO-TIME-TBL(WS-CO-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CUTOFF-FILE
           END-IF
           MOVE 'N' TO WS-CO-EOF
           ACCEPT WS-CLOCK-FULL FROM TIME
           MOVE WS-CLOCK-FULL(1:4) TO WS-CLOCK
           MOVE SPACES TO WS-CLOCK-TXT
           ACCEPT WS-CLOCK-TXT FROM ENVIRONMENT "CUTOFF_CLOCK"
           IF WS-CLOCK-TXT NUMERIC
               MOVE WS-CLOCK-TXT TO WS-CLOCK
           END-IF
           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-HOLIDAY-TABLE
           MOVE WS-BUS-DATE TO WS-WORK-DATE
           PERFORM ADVANCE-ONE-DAY
           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL WS-IS-BUSINESS = 'Y'
               PERFORM ADVANCE-ONE-DAY
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM
           MOVE WS-WORK-DATE TO WS-NEXT-BUS-DATE.

       CHECK-CUTOFF.
           MOVE 'N' TO WS-CUT-SLIP
           MOVE 'N' TO WS-CUT-FOUND
           MOVE SPACE TO WS-CUT-RULE
           MOVE 0 TO WS-CUT-TIME
           MOVE 1 TO WS-CO-INDEX
           PERFORM UNTIL WS-CO-INDEX > WS-CO-COUNT
               IF CO-CHANNEL-TBL(WS-CO-INDEX) = WS-CUT-CHANNEL
                   IF CO-TIPO-TBL(WS-CO-INDEX) = WS-CUT-TIPO
                           AND WS-CUT-TIPO NOT = SPACE
                       MOVE 'Y' TO WS-CUT-FOUND
                       MOVE WS-CUT-TIPO TO WS-CUT-RULE
                       MOVE CO-TIME-TBL(WS-CO-INDEX) TO WS-CUT-TIME
                       EXIT PERFORM
                   END-IF
                   IF CO-TIPO-TBL(WS-CO-INDEX) = SPACE
                           AND WS-CUT-FOUND = 'N'
                       MOVE 'Y' TO WS-CUT-FOUND
                       MOVE CO-TIME-TBL(WS-CO-INDEX) TO WS-CUT-TIME
                   END-IF
               END-IF
               ADD 1 TO WS-CO-INDEX
           END-PERFORM
           IF WS-CUT-FOUND = 'Y' AND WS-CLOCK NOT < WS-CUT-TIME
               MOVE 'Y' TO WS-CUT-SLIP
           END-IF.

       WRITE-CUTOFF-WAREHOUSE.
           OPEN EXTEND WAREHOUSE-FILE
           IF WS-WAREHOUSE-STATUS NOT = "00" AND
                   WS-WAREHOUSE-STATUS NOT = "05"
               CLOSE WAREHOUSE-FILE
               OPEN OUTPUT WAREHOUSE-FILE
           END-IF
           MOVE WS-CUT-LINE TO WAREHOUSE-LINE
           WRITE WAREHOUSE-LINE
           CLOSE WAREHOUSE-FILE
           ADD 1 TO WS-SLIP-COUNT
           OPEN EXTEND CUTRPT-FILE
           IF WS-CUTRPT-STATUS NOT = "00" AND
                   WS-CUTRPT-STATUS NOT = "05"
               CLOSE CUTRPT-FILE
               OPEN OUTPUT CUTRPT-FILE
           END-IF
           MOVE SPACES TO CUTRPT-LINE
           IF WS-CUT-RULE = SPACE
               STRING "CUTOFF " WS-BUS-DATE " " WS-CUT-CHANNEL
                   " " WS-CUT-REF " " WS-CUT-ACCOUNT
                   " " WS-CUT-AMOUNT " " WS-CUT-TIPO
                   " CAPTURED " WS-CLOCK " AFTER CUTOFF " WS-CUT-TIME
                   " ALL TYPES VALUE DATED " WS-NEXT-BUS-DATE
                   DELIMITED BY SIZE
                   INTO CUTRPT-LINE
           ELSE
               STRING "CUTOFF " WS-BUS-DATE " " WS-CUT-CHANNEL
                   " " WS-CUT-REF " " WS-CUT-ACCOUNT
                   " " WS-CUT-AMOUNT " " WS-CUT-TIPO
                   " CAPTURED " WS-CLOCK " AFTER CUTOFF " WS-CUT-TIME
                   " TYPE " WS-CUT-RULE " VALUE DATED "
                   WS-NEXT-BUS-DATE
                   DELIMITED BY SIZE
                   INTO CUTRPT-LINE
           END-IF
           WRITE CUTRPT-LINE
           CLOSE CUTRPT-FILE.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSDATE-FILE
                   AT END
                       ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
                   NOT AT END
                       MOVE BD-DATE TO WS-BUS-DATE
               END-READ
               CLOSE BUSDATE-FILE
           ELSE
               ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
           END-IF.

       LOAD-HOLIDAY-TABLE.
           MOVE 'N' TO WS-CO-EOF
           MOVE 0 TO WS-HOL-COUNT
           OPEN INPUT HOLIDAYS-FILE
           IF WS-HOLIDAYS-STATUS = "00"
               PERFORM UNTIL WS-CO-EOF = 'Y' OR WS-HOL-COUNT >= 500
                   READ HOLIDAYS-FILE
                   AT END MOVE 'Y' TO WS-CO-EOF
                   NOT AT END
                       IF HOL-DATE NUMERIC
                           ADD 1 TO WS-HOL-COUNT
                           MOVE HOL-DATE
                               TO HOL-DATE-TBL(WS-HOL-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAYS-FILE
           END-IF
           MOVE 'N' TO WS-CO-EOF.

       ADVANCE-ONE-DAY.
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) + 1
           COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT).

       CHECK-BUSINESS-DAY.
           MOVE 'Y' TO WS-IS-BUSINESS
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           COMPUTE WS-DOW = FUNCTION MOD(WS-WORK-INT, 7)
           IF WS-DOW = 6 OR WS-DOW = 0
               MOVE 'N' TO WS-IS-BUSINESS
           END-IF
           MOVE 1 TO WS-HOL-INDEX
           PERFORM UNTIL WS-HOL-INDEX > WS-HOL-COUNT
               IF HOL-DATE-TBL(WS-HOL-INDEX) = WS-WORK-DATE
                   MOVE 'N' TO WS-IS-BUSINESS
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-HOL-INDEX
           END-PERFORM.
