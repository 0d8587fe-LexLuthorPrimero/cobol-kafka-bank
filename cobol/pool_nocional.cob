       IDENTIFICATION DIVISION.
       PROGRAM-ID. POOL-NOCIONAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POOL-FILE
               ASSIGN TO DYNAMIC WS-POOL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-POOL-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO DYNAMIC WS-BUSDATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT RATE-FILE
               ASSIGN TO DYNAMIC WS-RATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT RATE-TABLE-FILE
               ASSIGN TO DYNAMIC WS-RATE-TABLE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RATE-TABLE-STATUS.
           SELECT DAILY-FILE
               ASSIGN TO DYNAMIC WS-DAILY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DAILY-STATUS.
           SELECT SETTLE-FILE
               ASSIGN TO DYNAMIC WS-SETTLE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JSEAL-FILE
               ASSIGN TO DYNAMIC WS-JSEAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JSEAL-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT LOCK-FILE
               ASSIGN TO DYNAMIC WS-LOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POOL-FILE.
       01  POOL-RECORD.
           05 PH-TYPE           PIC X(1).
           05 FILLER            PIC X(1).
           05 PH-POOL           PIC X(5).
           05 FILLER            PIC X(1).
           05 PH-NAME           PIC X(20).
           05 FILLER            PIC X(1).
           05 PH-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 PH-CR-RATE        PIC 9V9(4).
           05 FILLER            PIC X(1).
           05 PH-DR-RATE        PIC 9V9(4).
           05 FILLER            PIC X(1).
           05 PH-ALLOWANCE      PIC 9(9)V99.
           05 FILLER            PIC X(1).
           05 PH-TREASURER      PIC X(5).
           05 FILLER            PIC X(1).
           05 PH-STATUS         PIC X(1).
       01  POOL-MEMBER-RECORD.
           05 PM-TYPE           PIC X(1).
           05 FILLER            PIC X(1).
           05 PM-POOL           PIC X(5).
           05 FILLER            PIC X(1).
           05 PM-ACCOUNT        PIC X(5).
       FD  ACCOUNTS-FILE.
       01  ACCOUNTS-RECORD.
           05 AC-ID             PIC X(5).
           05 AC-NOMBRE         PIC X(20).
           05 AC-SALDO          PIC S9(7)V99.
           05 AC-OVERDRAFT-LIMIT PIC 9(7)V99.
           05 AC-CURRENCY       PIC X(3).
           05 AC-TYPE           PIC X(1).
               88 AC-ES-CHECKING VALUE 'C'.
               88 AC-ES-SAVINGS  VALUE 'S'.
               88 AC-ES-LOAN     VALUE 'L'.
           05 AC-CUST-ID        PIC X(5).
           05 AC-STATUS         PIC X(1).
               88 AC-ST-BLOCKED VALUE 'F', 'C'.
       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05 BD-DATE           PIC 9(8).
       FD  RATE-FILE.
       01  RATE-REC.
           05 RT-RATE           PIC 9V9(4).
       FD  RATE-TABLE-FILE.
       01  RTB-REC.
           05 RTB-TYPE          PIC X(1).
           05 FILLER            PIC X(1).
           05 RTB-BAND-LOW      PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 RTB-BAND-HIGH     PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 RTB-RATE          PIC 9V9(4).
           05 FILLER            PIC X(1).
           05 RTB-EFF-DATE      PIC 9(8).
       FD  DAILY-FILE.
       01  DAILY-RECORD.
           05 PD-TYPE           PIC X(1).
           05 FILLER            PIC X(1).
           05 PD-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 PD-POOL           PIC X(5).
           05 FILLER            PIC X(1).
           05 PD-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 PD-BAL-SIGN       PIC X(1).
           05 PD-BALANCE        PIC 9(9)V99.
           05 FILLER            PIC X(1).
           05 PD-INT-SIGN       PIC X(1).
           05 PD-INTEREST       PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 PD-SA-SIGN        PIC X(1).
           05 PD-SA-INT         PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 PD-FLAG           PIC X(1).
       01  DAILY-LINE           PIC X(60).
       FD  SETTLE-FILE.
       01  SETTLE-RECORD.
           05 PS-POOL           PIC X(5).
           05 FILLER            PIC X(1).
           05 PS-PERIOD         PIC 9(6).
           05 FILLER            PIC X(1).
           05 PS-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 PS-INT-SIGN       PIC X(1).
           05 PS-INTEREST       PIC 9(9)V99.
           05 FILLER            PIC X(1).
           05 PS-SA-SIGN        PIC X(1).
           05 PS-SA-INT         PIC 9(9)V99.
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
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(120).
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
       01 WS-LOCK-PROGRAM   PIC X(24) VALUE "POOL-NOCIONAL".
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
       01  WS-POOL-PATH         PIC X(200).
       01  WS-ACCOUNTS-PATH     PIC X(200).
       01  WS-BUSDATE-PATH      PIC X(200).
       01  WS-RATE-PATH         PIC X(200).
       01  WS-RATE-TABLE-PATH   PIC X(200).
       01  WS-DAILY-PATH        PIC X(200).
       01  WS-SETTLE-PATH       PIC X(200).
       01  WS-JOURNAL-PATH      PIC X(200).
       01  WS-REPORT-PATH       PIC X(200).
       01  WS-POSITION-PATH     PIC X(200).
       01  WS-STMT-PREFIX       PIC X(150).
       01  WS-POOL-STATUS       PIC XX.
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-BUSDATE-STATUS    PIC XX.
       01  WS-RATE-STATUS       PIC XX.
       01  WS-RATE-TABLE-STATUS PIC XX.
       01  WS-DAILY-STATUS      PIC XX.
       01  WS-SETTLE-STATUS     PIC XX.
       01  WS-JOURNAL-STATUS    PIC XX.
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-MODE              PIC X(10).
       01  WS-TODAY             PIC 9(8).
       01  WS-PERIOD            PIC 9(6).
       01  WS-POOL-ACCOUNT      PIC X(5).
       01  WS-RATE              PIC 9V9(4) VALUE 0.005.
       01  RATE-TIER-TABLE.
           05 RATE-TIER-ENTRY OCCURS 100 TIMES.
               10 TIER-TYPE-TBL     PIC X(1).
               10 TIER-BAND-LOW-TBL PIC 9(7)V99.
               10 TIER-BAND-HIGH-TBL PIC 9(7)V99.
               10 TIER-RATE-TBL     PIC 9V9(4).
               10 TIER-EFF-DATE-TBL PIC 9(8).
       01  WS-TIER-INDEX        PIC 9(3) VALUE 1.
       01  WS-TIER-COUNT        PIC 9(3) VALUE 0.
       01  WS-TIER-EFF-BEST     PIC 9(8) VALUE 0.
       01  WS-APPLIED-RATE      PIC 9V9(4).
       01  WS-SA-TYPE           PIC X(1).
       01  WS-SA-BALANCE        PIC S9(9)V99.
       01  WS-OD-BALANCE        PIC 9(9)V99.
       01  WS-SA-INTEREST       PIC S9(7)V99.
       01  POOL-TABLE.
           05 POOL-ENTRY OCCURS 500 TIMES.
               10 PT-POOL-TBL       PIC X(5).
               10 PT-NAME-TBL       PIC X(20).
               10 PT-CCY-TBL        PIC X(3).
               10 PT-CR-RATE-TBL    PIC 9V9(4).
               10 PT-DR-RATE-TBL    PIC 9V9(4).
               10 PT-ALLOW-TBL      PIC 9(9)V99.
               10 PT-TREAS-TBL      PIC X(5).
               10 PT-MEMBERS-TBL    PIC 9(4).
               10 PT-NET-TBL        PIC S9(11)V99.
               10 PT-INT-TBL        PIC S9(7)V99.
               10 PT-SA-TBL         PIC S9(9)V99.
               10 PT-FLAG-TBL       PIC X(1).
               10 PT-DAYS-TBL       PIC 9(3).
               10 PT-OVER-DAYS-TBL  PIC 9(3).
               10 PT-INT-SUM-TBL    PIC S9(9)V99.
               10 PT-SA-SUM-TBL     PIC S9(9)V99.
               10 PT-STATE-TBL      PIC X(1).
               10 PT-HOLD-TBL       PIC X(40).
       01  WS-PT-COUNT          PIC 9(3) VALUE 0.
       01  WS-PT-IX             PIC 9(3) VALUE 0.
       01  WS-PT-INDEX          PIC 9(3) VALUE 0.
       01  MEMBER-TABLE.
           05 MEMBER-ENTRY OCCURS 5000 TIMES.
               10 MB-POOL-IX-TBL    PIC 9(3).
               10 MB-ACCOUNT-TBL    PIC X(5).
               10 MB-AC-IX-TBL      PIC 9(6).
               10 MB-BAL-TBL        PIC S9(9)V99.
               10 MB-SA-TBL         PIC S9(7)V99.
               10 MB-CR-WT-TBL      PIC 9(13)V99.
               10 MB-DR-WT-TBL      PIC 9(13)V99.
               10 MB-BAL-SUM-TBL    PIC S9(13)V99.
               10 MB-SA-SUM-TBL     PIC S9(9)V99.
               10 MB-ALLOC-TBL      PIC S9(9)V99.
       01  WS-MB-COUNT          PIC 9(4) VALUE 0.
       01  WS-MB-IX             PIC 9(4) VALUE 0.
       01  WS-MB-INDEX          PIC 9(4) VALUE 0.
       01  WS-MB-LAST           PIC 9(4) VALUE 0.
       01  WS-MB-REJECTS        PIC 9(4) VALUE 0.
       01  ACCOUNTS-TABLE.
           05 ACCOUNT-ENTRY OCCURS 50000 TIMES.
               10 AC-REC-TBL      PIC X(60).
       01  WS-AC-INDEX          PIC 9(6) VALUE 1.
       01  WS-AC-COUNT          PIC 9(6) VALUE 0.
       01  WS-AC-IX             PIC 9(6) VALUE 0.
       01  DAILY-TABLE.
           05 DAILY-ENTRY OCCURS 60000 TIMES.
               10 DL-LINE-TBL     PIC X(60).
       01  WS-DL-COUNT          PIC 9(6) VALUE 0.
       01  WS-DL-INDEX          PIC 9(6) VALUE 0.
       01  WS-DL-DROPPED        PIC 9(6) VALUE 0.
       01  WS-SGN-AMT           PIC S9(13)V99.
       01  WS-SGN-ABS           PIC 9(13)V99.
       01  WS-SGN-CHAR          PIC X(1).
       01  WS-POOL-DEBIT        PIC 9(11)V99.
       01  WS-POOL-WITHIN       PIC 9(11)V99.
       01  WS-POOL-EXCESS       PIC 9(11)V99.
       01  WS-POOL-CHARGE       PIC 9(9)V99.
       01  WS-OVER-COUNT        PIC 9(3) VALUE 0.
       01  WS-WEIGHT-TOTAL      PIC 9(15)V99.
       01  WS-ALLOC-DONE        PIC S9(9)V99.
       01  WS-AVG-BALANCE       PIC S9(11)V99.
       01  WS-BENEFIT           PIC S9(9)V99.
       01  WS-TOT-AVG           PIC S9(11)V99.
       01  WS-TOT-SA            PIC S9(9)V99.
       01  WS-TOT-ALLOC         PIC S9(9)V99.
       01  WS-TOT-BENEFIT       PIC S9(9)V99.
       01  WS-ED-1              PIC -9(11).99.
       01  WS-ED-2              PIC -9(9).99.
       01  WS-ED-3              PIC -9(9).99.
       01  WS-ED-4              PIC -9(9).99.
       01  WS-ED-RATE           PIC 9.9(4).
       01  WS-ED-RATE-2         PIC 9.9(4).
       01  WS-HOLD-REASON       PIC X(40).
       01  WS-SETTLED-FOUND     PIC X VALUE 'N'.
       01  WS-SETTLED-COUNT     PIC 9(3) VALUE 0.
       01  WS-HELD-COUNT        PIC 9(3) VALUE 0.
       01  WS-POSTED-COUNT      PIC 9(5) VALUE 0.
       01  WS-ACC-TOUCHED       PIC X VALUE 'N'.
       01  WS-ACCT-NAME         PIC X(20).
       01  WS-JOURNAL-ID        PIC X(5).
       01  WS-JOURNAL-AMT       PIC 9(7)V99.
       01  WS-JOURNAL-TIPO      PIC X(1).
       01  WS-JOURNAL-TAG       PIC X(5) VALUE "POOLI".
       01  WS-JRN-DATE          PIC 9(8) VALUE 0.
       01  WS-JRN-SEQ           PIC 9(7) VALUE 0.
       01  WS-JRN-CURRENCY      PIC X(3) VALUE "USD".
       01  WS-JRN-BALANCE       PIC S9(7)V99 VALUE 0.
       01  WS-JRN-BAL-ABS       PIC 9(7)V99.
       01  WS-JRN-SIGN          PIC X(1).
       01  WS-JRN-EXT           PIC X(48).
       01  WS-JRN-PROGRAM       PIC X(16) VALUE "POOL-NOCIONAL".
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
           MOVE SPACES TO WS-POOL-PATH
           ACCEPT WS-POOL-PATH FROM ENVIRONMENT "POOL_DEFS_PATH"
           IF WS-POOL-PATH = SPACES
               MOVE "accounts/CASH_POOLS.DAT" TO WS-POOL-PATH
           END-IF
           MOVE SPACES TO WS-ACCOUNTS-PATH
           ACCEPT WS-ACCOUNTS-PATH FROM ENVIRONMENT "ACCOUNTS_PATH"
           IF WS-ACCOUNTS-PATH = SPACES
               MOVE "accounts/ACCOUNTS.DAT" TO WS-ACCOUNTS-PATH
           END-IF
           MOVE SPACES TO WS-BUSDATE-PATH
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_PATH"
           IF WS-BUSDATE-PATH = SPACES
               MOVE "accounts/BUSINESS_DATE.DAT" TO WS-BUSDATE-PATH
           END-IF
           MOVE SPACES TO WS-RATE-PATH
           ACCEPT WS-RATE-PATH FROM ENVIRONMENT "INTEREST_CTL_PATH"
           IF WS-RATE-PATH = SPACES
               MOVE "accounts/INTEREST.CTL" TO WS-RATE-PATH
           END-IF
           MOVE SPACES TO WS-RATE-TABLE-PATH
           ACCEPT WS-RATE-TABLE-PATH FROM ENVIRONMENT "RATE_TABLE_PATH"
           IF WS-RATE-TABLE-PATH = SPACES
               MOVE "accounts/RATE_TABLE.DAT" TO WS-RATE-TABLE-PATH
           END-IF
           MOVE SPACES TO WS-DAILY-PATH
           ACCEPT WS-DAILY-PATH FROM ENVIRONMENT "POOL_DAILY_PATH"
           IF WS-DAILY-PATH = SPACES
               MOVE "accounts/POOL_DAILY.DAT" TO WS-DAILY-PATH
           END-IF
           MOVE SPACES TO WS-SETTLE-PATH
           ACCEPT WS-SETTLE-PATH FROM ENVIRONMENT "POOL_SETTLE_PATH"
           IF WS-SETTLE-PATH = SPACES
               MOVE "accounts/POOL_SETTLEMENTS.DAT" TO WS-SETTLE-PATH
           END-IF
           MOVE SPACES TO WS-JOURNAL-PATH
           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT "JOURNAL_PATH"
           IF WS-JOURNAL-PATH = SPACES
               MOVE "accounts/JOURNAL.LOG" TO WS-JOURNAL-PATH
           END-IF
           MOVE SPACES TO WS-POSITION-PATH
           ACCEPT WS-POSITION-PATH
               FROM ENVIRONMENT "POOL_POSITION_RPT_PATH"
           IF WS-POSITION-PATH = SPACES
               MOVE "accounts/POOL_POSITION.RPT" TO WS-POSITION-PATH
           END-IF
           MOVE SPACES TO WS-STMT-PREFIX
           ACCEPT WS-STMT-PREFIX FROM ENVIRONMENT "POOL_STMT_PREFIX"
           IF WS-STMT-PREFIX = SPACES
               MOVE "accounts/POOL_STMT_" TO WS-STMT-PREFIX
           END-IF
           MOVE SPACES TO WS-POOL-ACCOUNT
           ACCEPT WS-POOL-ACCOUNT
               FROM ENVIRONMENT "POOL_INTEREST_ACCOUNT"
           IF WS-POOL-ACCOUNT = SPACES
               MOVE "99992" TO WS-POOL-ACCOUNT
           END-IF
           MOVE SPACES TO WS-MODE
           ACCEPT WS-MODE FROM ENVIRONMENT "POOL_MODE"
           IF WS-MODE = SPACES
               MOVE "DAILY" TO WS-MODE
           END-IF
           PERFORM READ-BUSINESS-DATE
           MOVE WS-TODAY TO WS-JRN-DATE
           MOVE WS-TODAY(1:6) TO WS-PERIOD
           EVALUATE WS-MODE
               WHEN "DAILY"
                   PERFORM RUN-DAILY-POSITION
               WHEN "MONTHEND"
                   PERFORM RUN-MONTH-END
               WHEN OTHER
                   DISPLAY "UNKNOWN POOL_MODE " WS-MODE
           END-EVALUATE
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

       RUN-DAILY-POSITION.
           PERFORM LOAD-POOL-DEFINITIONS
           IF WS-PT-COUNT = 0
               DISPLAY "NO CASH POOLS ON FILE"
           ELSE
               PERFORM LOAD-RATE
               PERFORM LOAD-RATE-TIER-TABLE
               PERFORM LOAD-ACCOUNTS-TABLE
               PERFORM LOAD-POOL-MEMBERS
               PERFORM COMPUTE-POOL-POSITIONS
               PERFORM REWRITE-POOL-DAILY
               PERFORM WRITE-POSITION-REPORT
               DISPLAY "CASH POOLS " WS-PT-COUNT
                   " MEMBERS " WS-MB-COUNT
                   " REJECTED " WS-MB-REJECTS
                   " OVER ALLOWANCE " WS-OVER-COUNT
           END-IF.

       RUN-MONTH-END.
           PERFORM LOAD-POOL-DEFINITIONS
           IF WS-PT-COUNT = 0
               DISPLAY "NO CASH POOLS ON FILE"
           ELSE
               PERFORM ACQUIRE-ACCOUNTS-LOCK
               PERFORM LOAD-ACCOUNTS-TABLE
               PERFORM ACCUMULATE-POOL-MONTH
               PERFORM SETTLE-POOLS
               IF WS-ACC-TOUCHED = 'Y'
                   PERFORM REWRITE-ACCOUNTS-FILE
               ELSE
                   MOVE 'Y' TO WS-VERIFY-OK
               END-IF
               IF WS-VERIFY-OK = 'Y'
                   PERFORM FINISH-POOL-SETTLEMENTS
               ELSE
                   MOVE 0 TO WS-SETTLED-COUNT
                   DISPLAY "ERROR - MASTER NOT REPLACED - "
                       "POOL PERIOD " WS-PERIOD " LEFT UNSETTLED"
               END-IF
               PERFORM RELEASE-ACCOUNTS-LOCK
               DISPLAY "CASH POOLS SETTLED " WS-SETTLED-COUNT
                   " HELD " WS-HELD-COUNT
                   " POSTINGS " WS-POSTED-COUNT
                   " PERIOD " WS-PERIOD
           END-IF.

       LOAD-RATE.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = "00"
               READ RATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RT-RATE NUMERIC
                           MOVE RT-RATE TO WS-RATE
                       END-IF
               END-READ
               CLOSE RATE-FILE
           END-IF.

       LOAD-RATE-TIER-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-TIER-COUNT
           OPEN INPUT RATE-TABLE-FILE
           IF WS-RATE-TABLE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-TIER-COUNT >= 100
                   READ RATE-TABLE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RTB-BAND-LOW NUMERIC
                               AND RTB-BAND-HIGH NUMERIC
                               AND RTB-RATE NUMERIC
                               AND RTB-EFF-DATE NUMERIC
                           ADD 1 TO WS-TIER-COUNT
                           MOVE RTB-TYPE
                               TO TIER-TYPE-TBL(WS-TIER-COUNT)
                           MOVE RTB-BAND-LOW
                               TO TIER-BAND-LOW-TBL(WS-TIER-COUNT)
                           MOVE RTB-BAND-HIGH
                               TO TIER-BAND-HIGH-TBL(WS-TIER-COUNT)
                           MOVE RTB-RATE
                               TO TIER-RATE-TBL(WS-TIER-COUNT)
                           MOVE RTB-EFF-DATE
                               TO TIER-EFF-DATE-TBL(WS-TIER-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-TABLE-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-ACCOUNTS-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-AC-COUNT
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "ERROR ACCOUNTS OPEN " WS-ACCOUNTS-STATUS
               IF WS-MODE = "MONTHEND"
                   PERFORM RELEASE-ACCOUNTS-LOCK
               END-IF
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

       FIND-ACCOUNT.
           MOVE 0 TO WS-AC-IX
           MOVE 1 TO WS-AC-INDEX
           PERFORM UNTIL WS-AC-INDEX > WS-AC-COUNT
               IF AC-REC-TBL(WS-AC-INDEX)(1:5) = WS-JOURNAL-ID
                   MOVE WS-AC-INDEX TO WS-AC-IX
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-AC-INDEX
           END-PERFORM.

       LOAD-POOL-DEFINITIONS.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-PT-COUNT
           OPEN INPUT POOL-FILE
           IF WS-POOL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ POOL-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PH-TYPE = 'H' AND PH-STATUS = 'A'
                               AND PH-POOL NOT = SPACES
                               AND PH-CR-RATE NUMERIC
                               AND PH-DR-RATE NUMERIC
                               AND PH-ALLOWANCE NUMERIC
                               AND WS-PT-COUNT < 500
                           MOVE PH-POOL TO WS-JOURNAL-ID
                           PERFORM FIND-POOL
                           IF WS-PT-IX = 0
                               PERFORM ADD-POOL-HEADER
                           ELSE
                               DISPLAY "DUPLICATE POOL HEADER "
                                   PH-POOL " - IGNORED"
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE POOL-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       ADD-POOL-HEADER.
           ADD 1 TO WS-PT-COUNT
           MOVE PH-POOL TO PT-POOL-TBL(WS-PT-COUNT)
           MOVE PH-NAME TO PT-NAME-TBL(WS-PT-COUNT)
           MOVE PH-CURRENCY TO PT-CCY-TBL(WS-PT-COUNT)
           MOVE PH-CR-RATE TO PT-CR-RATE-TBL(WS-PT-COUNT)
           MOVE PH-DR-RATE TO PT-DR-RATE-TBL(WS-PT-COUNT)
           MOVE PH-ALLOWANCE TO PT-ALLOW-TBL(WS-PT-COUNT)
           MOVE PH-TREASURER TO PT-TREAS-TBL(WS-PT-COUNT)
           MOVE 0 TO PT-MEMBERS-TBL(WS-PT-COUNT)
           MOVE 0 TO PT-NET-TBL(WS-PT-COUNT)
           MOVE 0 TO PT-INT-TBL(WS-PT-COUNT)
           MOVE 0 TO PT-SA-TBL(WS-PT-COUNT)
           MOVE SPACE TO PT-FLAG-TBL(WS-PT-COUNT)
           MOVE 0 TO PT-DAYS-TBL(WS-PT-COUNT)
           MOVE 0 TO PT-OVER-DAYS-TBL(WS-PT-COUNT)
           MOVE 0 TO PT-INT-SUM-TBL(WS-PT-COUNT)
           MOVE 0 TO PT-SA-SUM-TBL(WS-PT-COUNT)
           MOVE SPACE TO PT-STATE-TBL(WS-PT-COUNT)
           MOVE SPACES TO PT-HOLD-TBL(WS-PT-COUNT).

       FIND-POOL.
           MOVE 0 TO WS-PT-IX
           MOVE 1 TO WS-PT-INDEX
           PERFORM UNTIL WS-PT-INDEX > WS-PT-COUNT
               IF PT-POOL-TBL(WS-PT-INDEX) = WS-JOURNAL-ID
                   MOVE WS-PT-INDEX TO WS-PT-IX
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-PT-INDEX
           END-PERFORM.

       FIND-MEMBER.
           MOVE 0 TO WS-MB-IX
           MOVE 1 TO WS-MB-INDEX
           PERFORM UNTIL WS-MB-INDEX > WS-MB-COUNT
               IF MB-ACCOUNT-TBL(WS-MB-INDEX) = WS-JOURNAL-ID
                   MOVE WS-MB-INDEX TO WS-MB-IX
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-MB-INDEX
           END-PERFORM.

       LOAD-POOL-MEMBERS.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-MB-COUNT
           OPEN INPUT POOL-FILE
           IF WS-POOL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ POOL-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PM-TYPE = 'P'
                           PERFORM ADD-POOL-MEMBER
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE POOL-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       ADD-POOL-MEMBER.
           MOVE PM-POOL TO WS-JOURNAL-ID
           PERFORM FIND-POOL
           IF WS-PT-IX > 0
               MOVE PM-ACCOUNT TO WS-JOURNAL-ID
               PERFORM FIND-MEMBER
               PERFORM FIND-ACCOUNT
               IF WS-MB-IX > 0
                   DISPLAY "ACCOUNT " PM-ACCOUNT " ALREADY IN POOL "
                       PT-POOL-TBL(MB-POOL-IX-TBL(WS-MB-IX))
                       " - IGNORED FOR POOL " PM-POOL
                   ADD 1 TO WS-MB-REJECTS
               ELSE
               IF WS-AC-IX = 0
                   DISPLAY "POOL " PM-POOL " MEMBER " PM-ACCOUNT
                       " NOT ON ACCOUNTS FILE"
                   ADD 1 TO WS-MB-REJECTS
               ELSE
                   MOVE AC-REC-TBL(WS-AC-IX) TO ACCOUNTS-RECORD
                   IF AC-ES-LOAN
                       DISPLAY "POOL " PM-POOL " MEMBER " PM-ACCOUNT
                           " IS A LOAN ACCOUNT - NOT POOLED"
                       ADD 1 TO WS-MB-REJECTS
                   ELSE
                   IF AC-CURRENCY NOT = PT-CCY-TBL(WS-PT-IX)
                       DISPLAY "POOL " PM-POOL " MEMBER " PM-ACCOUNT
                           " CURRENCY " AC-CURRENCY
                           " DIFFERS FROM POOL - NOT POOLED"
                       ADD 1 TO WS-MB-REJECTS
                   ELSE
                   IF WS-MB-COUNT < 5000
                       ADD 1 TO WS-MB-COUNT
                       MOVE WS-PT-IX TO MB-POOL-IX-TBL(WS-MB-COUNT)
                       MOVE PM-ACCOUNT TO MB-ACCOUNT-TBL(WS-MB-COUNT)
                       MOVE WS-AC-IX TO MB-AC-IX-TBL(WS-MB-COUNT)
                       MOVE 0 TO MB-BAL-TBL(WS-MB-COUNT)
                       MOVE 0 TO MB-SA-TBL(WS-MB-COUNT)
                       ADD 1 TO PT-MEMBERS-TBL(WS-PT-IX)
                   END-IF
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

       COMPUTE-POOL-POSITIONS.
           MOVE 1 TO WS-MB-INDEX
           PERFORM UNTIL WS-MB-INDEX > WS-MB-COUNT
               MOVE AC-REC-TBL(MB-AC-IX-TBL(WS-MB-INDEX))
                   TO ACCOUNTS-RECORD
               MOVE MB-POOL-IX-TBL(WS-MB-INDEX) TO WS-PT-IX
               IF AC-SALDO NUMERIC
                   MOVE AC-SALDO TO WS-SA-BALANCE
               ELSE
                   MOVE 0 TO WS-SA-BALANCE
               END-IF
               MOVE AC-TYPE TO WS-SA-TYPE
               PERFORM COMPUTE-STANDALONE-INTEREST
               MOVE WS-SA-BALANCE TO MB-BAL-TBL(WS-MB-INDEX)
               MOVE WS-SA-INTEREST TO MB-SA-TBL(WS-MB-INDEX)
               ADD WS-SA-BALANCE TO PT-NET-TBL(WS-PT-IX)
               ADD WS-SA-INTEREST TO PT-SA-TBL(WS-PT-IX)
               ADD 1 TO WS-MB-INDEX
           END-PERFORM
           MOVE 1 TO WS-PT-INDEX
           PERFORM UNTIL WS-PT-INDEX > WS-PT-COUNT
               PERFORM COMPUTE-POOL-INTEREST
               ADD 1 TO WS-PT-INDEX
           END-PERFORM.

       COMPUTE-STANDALONE-INTEREST.
           MOVE 0 TO WS-SA-INTEREST
           IF WS-SA-BALANCE > 0
               PERFORM LOOKUP-TIER-RATE
               COMPUTE WS-SA-INTEREST ROUNDED =
                   WS-SA-BALANCE * WS-APPLIED-RATE
           END-IF
           IF WS-SA-BALANCE < 0
               COMPUTE WS-OD-BALANCE = 0 - WS-SA-BALANCE
               PERFORM LOOKUP-OVERDRAFT-RATE
               COMPUTE WS-SA-INTEREST ROUNDED =
                   0 - WS-OD-BALANCE * WS-APPLIED-RATE
           END-IF.

       COMPUTE-POOL-INTEREST.
           MOVE SPACE TO PT-FLAG-TBL(WS-PT-INDEX)
           IF PT-NET-TBL(WS-PT-INDEX) >= 0
               COMPUTE PT-INT-TBL(WS-PT-INDEX) ROUNDED =
                   PT-NET-TBL(WS-PT-INDEX) * PT-CR-RATE-TBL(WS-PT-INDEX)
           ELSE
               COMPUTE WS-POOL-DEBIT = 0 - PT-NET-TBL(WS-PT-INDEX)
               IF WS-POOL-DEBIT > PT-ALLOW-TBL(WS-PT-INDEX)
                   MOVE PT-ALLOW-TBL(WS-PT-INDEX) TO WS-POOL-WITHIN
                   COMPUTE WS-POOL-EXCESS =
                       WS-POOL-DEBIT - WS-POOL-WITHIN
                   MOVE WS-POOL-EXCESS TO WS-OD-BALANCE
                   PERFORM LOOKUP-OVERDRAFT-RATE
                   MOVE 'X' TO PT-FLAG-TBL(WS-PT-INDEX)
                   ADD 1 TO WS-OVER-COUNT
               ELSE
                   MOVE WS-POOL-DEBIT TO WS-POOL-WITHIN
                   MOVE 0 TO WS-POOL-EXCESS
                   MOVE 0 TO WS-APPLIED-RATE
               END-IF
               COMPUTE WS-POOL-CHARGE ROUNDED =
                   WS-POOL-WITHIN * PT-DR-RATE-TBL(WS-PT-INDEX)
                   + WS-POOL-EXCESS * WS-APPLIED-RATE
               COMPUTE PT-INT-TBL(WS-PT-INDEX) = 0 - WS-POOL-CHARGE
           END-IF.

       LOOKUP-TIER-RATE.
           MOVE 0 TO WS-TIER-EFF-BEST
           MOVE WS-RATE TO WS-APPLIED-RATE
           MOVE 1 TO WS-TIER-INDEX
           PERFORM UNTIL WS-TIER-INDEX > WS-TIER-COUNT
               IF TIER-TYPE-TBL(WS-TIER-INDEX) = WS-SA-TYPE
                   AND WS-SA-BALANCE
                       >= TIER-BAND-LOW-TBL(WS-TIER-INDEX)
                   AND WS-SA-BALANCE
                       <= TIER-BAND-HIGH-TBL(WS-TIER-INDEX)
                   AND TIER-EFF-DATE-TBL(WS-TIER-INDEX) <= WS-TODAY
                   AND TIER-EFF-DATE-TBL(WS-TIER-INDEX)
                       > WS-TIER-EFF-BEST
                   MOVE TIER-EFF-DATE-TBL(WS-TIER-INDEX)
                       TO WS-TIER-EFF-BEST
                   MOVE TIER-RATE-TBL(WS-TIER-INDEX)
                       TO WS-APPLIED-RATE
               END-IF
               ADD 1 TO WS-TIER-INDEX
           END-PERFORM.

       LOOKUP-OVERDRAFT-RATE.
           MOVE 0 TO WS-APPLIED-RATE
           MOVE 0 TO WS-TIER-EFF-BEST
           MOVE 1 TO WS-TIER-INDEX
           PERFORM UNTIL WS-TIER-INDEX > WS-TIER-COUNT
               IF TIER-TYPE-TBL(WS-TIER-INDEX) = 'O'
                   AND WS-OD-BALANCE
                       >= TIER-BAND-LOW-TBL(WS-TIER-INDEX)
                   AND WS-OD-BALANCE
                       <= TIER-BAND-HIGH-TBL(WS-TIER-INDEX)
                   AND TIER-EFF-DATE-TBL(WS-TIER-INDEX) <= WS-TODAY
                   AND TIER-EFF-DATE-TBL(WS-TIER-INDEX)
                       > WS-TIER-EFF-BEST
                   MOVE TIER-EFF-DATE-TBL(WS-TIER-INDEX)
                       TO WS-TIER-EFF-BEST
                   MOVE TIER-RATE-TBL(WS-TIER-INDEX)
                       TO WS-APPLIED-RATE
               END-IF
               ADD 1 TO WS-TIER-INDEX
           END-PERFORM.

       SPLIT-SIGN.
           IF WS-SGN-AMT < 0
               MOVE '-' TO WS-SGN-CHAR
               COMPUTE WS-SGN-ABS = 0 - WS-SGN-AMT
           ELSE
               MOVE '+' TO WS-SGN-CHAR
               MOVE WS-SGN-AMT TO WS-SGN-ABS
           END-IF.

       LOAD-POOL-DAILY.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-DL-COUNT
           MOVE 0 TO WS-DL-DROPPED
           OPEN INPUT DAILY-FILE
           IF WS-DAILY-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DAILY-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PD-DATE NUMERIC AND PD-DATE = WS-TODAY
                           ADD 1 TO WS-DL-DROPPED
                       ELSE
                       IF WS-DL-COUNT < 60000
                           ADD 1 TO WS-DL-COUNT
                           MOVE DAILY-LINE TO DL-LINE-TBL(WS-DL-COUNT)
                       ELSE
                           DISPLAY "POOL DAILY FILE EXCEEDS TABLE "
                               "CAPACITY - NOT REWRITTEN"
                           CLOSE DAILY-FILE
                           STOP RUN
                       END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE DAILY-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       REWRITE-POOL-DAILY.
           PERFORM LOAD-POOL-DAILY
           IF WS-DL-DROPPED > 0
               DISPLAY "POOL POSITIONS FOR " WS-TODAY
                   " REPLACED - ROWS " WS-DL-DROPPED
           END-IF
           OPEN OUTPUT DAILY-FILE
           MOVE 1 TO WS-DL-INDEX
           PERFORM UNTIL WS-DL-INDEX > WS-DL-COUNT
               MOVE DL-LINE-TBL(WS-DL-INDEX) TO DAILY-LINE
               WRITE DAILY-LINE
               ADD 1 TO WS-DL-INDEX
           END-PERFORM
           MOVE 1 TO WS-PT-INDEX
           PERFORM UNTIL WS-PT-INDEX > WS-PT-COUNT
               IF PT-MEMBERS-TBL(WS-PT-INDEX) > 0
                   PERFORM WRITE-POOL-DAILY-ROWS
               END-IF
               ADD 1 TO WS-PT-INDEX
           END-PERFORM
           CLOSE DAILY-FILE.

       WRITE-POOL-DAILY-ROWS.
           MOVE SPACES TO DAILY-RECORD
           MOVE 'N' TO PD-TYPE
           MOVE WS-TODAY TO PD-DATE
           MOVE PT-POOL-TBL(WS-PT-INDEX) TO PD-POOL
           MOVE PT-NET-TBL(WS-PT-INDEX) TO WS-SGN-AMT
           PERFORM SPLIT-SIGN
           MOVE WS-SGN-CHAR TO PD-BAL-SIGN
           MOVE WS-SGN-ABS TO PD-BALANCE
           MOVE PT-INT-TBL(WS-PT-INDEX) TO WS-SGN-AMT
           PERFORM SPLIT-SIGN
           MOVE WS-SGN-CHAR TO PD-INT-SIGN
           MOVE WS-SGN-ABS TO PD-INTEREST
           MOVE PT-SA-TBL(WS-PT-INDEX) TO WS-SGN-AMT
           PERFORM SPLIT-SIGN
           MOVE WS-SGN-CHAR TO PD-SA-SIGN
           MOVE WS-SGN-ABS TO PD-SA-INT
           MOVE PT-FLAG-TBL(WS-PT-INDEX) TO PD-FLAG
           WRITE DAILY-RECORD
           MOVE 1 TO WS-MB-INDEX
           PERFORM UNTIL WS-MB-INDEX > WS-MB-COUNT
               IF MB-POOL-IX-TBL(WS-MB-INDEX) = WS-PT-INDEX
                   MOVE SPACES TO DAILY-RECORD
                   MOVE 'P' TO PD-TYPE
                   MOVE WS-TODAY TO PD-DATE
                   MOVE PT-POOL-TBL(WS-PT-INDEX) TO PD-POOL
                   MOVE MB-ACCOUNT-TBL(WS-MB-INDEX) TO PD-ACCOUNT
                   MOVE MB-BAL-TBL(WS-MB-INDEX) TO WS-SGN-AMT
                   PERFORM SPLIT-SIGN
                   MOVE WS-SGN-CHAR TO PD-BAL-SIGN
                   MOVE WS-SGN-ABS TO PD-BALANCE
                   MOVE '+' TO PD-INT-SIGN
                   MOVE 0 TO PD-INTEREST
                   MOVE MB-SA-TBL(WS-MB-INDEX) TO WS-SGN-AMT
                   PERFORM SPLIT-SIGN
                   MOVE WS-SGN-CHAR TO PD-SA-SIGN
                   MOVE WS-SGN-ABS TO PD-SA-INT
                   WRITE DAILY-RECORD
               END-IF
               ADD 1 TO WS-MB-INDEX
           END-PERFORM.

       WRITE-POSITION-REPORT.
           MOVE WS-POSITION-PATH TO WS-REPORT-PATH
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "NOTIONAL CASH POOL POSITIONS " WS-TODAY
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 1 TO WS-PT-INDEX
           PERFORM UNTIL WS-PT-INDEX > WS-PT-COUNT
               MOVE PT-NET-TBL(WS-PT-INDEX) TO WS-ED-1
               MOVE PT-INT-TBL(WS-PT-INDEX) TO WS-ED-2
               MOVE PT-SA-TBL(WS-PT-INDEX) TO WS-ED-3
               MOVE SPACES TO REPORT-LINE
               STRING "POOL " PT-POOL-TBL(WS-PT-INDEX)
                   " " PT-NAME-TBL(WS-PT-INDEX)
                   " " PT-CCY-TBL(WS-PT-INDEX)
                   " MEMBERS " PT-MEMBERS-TBL(WS-PT-INDEX)
                   " NET " WS-ED-1
                   " POOL INT " WS-ED-2
                   " STAND-ALONE " WS-ED-3
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               IF PT-FLAG-TBL(WS-PT-INDEX) = 'X'
                   MOVE PT-ALLOW-TBL(WS-PT-INDEX) TO WS-ED-1
                   MOVE SPACES TO REPORT-LINE
                   STRING "     POOL " PT-POOL-TBL(WS-PT-INDEX)
                       " NET DEBIT EXCEEDS ALLOWANCE " WS-ED-1
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   DISPLAY "POOL " PT-POOL-TBL(WS-PT-INDEX)
                       " NET DEBIT EXCEEDS ALLOWANCE"
               END-IF
               ADD 1 TO WS-PT-INDEX
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "POOLS " WS-PT-COUNT
               " MEMBERS " WS-MB-COUNT
               " REJECTED " WS-MB-REJECTS
               " OVER ALLOWANCE " WS-OVER-COUNT
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       ACCUMULATE-POOL-MONTH.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-MB-COUNT
           OPEN INPUT DAILY-FILE
           IF WS-DAILY-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DAILY-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PD-DATE NUMERIC
                               AND PD-DATE(1:6) = WS-PERIOD
                               AND PD-BALANCE NUMERIC
                               AND PD-INTEREST NUMERIC
                               AND PD-SA-INT NUMERIC
                           PERFORM ACCUMULATE-DAILY-ROW
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE DAILY-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       ACCUMULATE-DAILY-ROW.
           MOVE PD-POOL TO WS-JOURNAL-ID
           PERFORM FIND-POOL
           IF WS-PT-IX > 0
               IF PD-TYPE = 'N'
                   ADD 1 TO PT-DAYS-TBL(WS-PT-IX)
                   IF PD-FLAG = 'X'
                       ADD 1 TO PT-OVER-DAYS-TBL(WS-PT-IX)
                   END-IF
                   IF PD-INT-SIGN = '-'
                       SUBTRACT PD-INTEREST
                           FROM PT-INT-SUM-TBL(WS-PT-IX)
                   ELSE
                       ADD PD-INTEREST TO PT-INT-SUM-TBL(WS-PT-IX)
                   END-IF
               END-IF
               IF PD-TYPE = 'P'
                   PERFORM ACCUMULATE-MEMBER-ROW
               END-IF
           END-IF.

       ACCUMULATE-MEMBER-ROW.
           MOVE 0 TO WS-MB-IX
           MOVE 1 TO WS-MB-INDEX
           PERFORM UNTIL WS-MB-INDEX > WS-MB-COUNT
               IF MB-ACCOUNT-TBL(WS-MB-INDEX) = PD-ACCOUNT
                       AND MB-POOL-IX-TBL(WS-MB-INDEX) = WS-PT-IX
                   MOVE WS-MB-INDEX TO WS-MB-IX
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-MB-INDEX
           END-PERFORM
           IF WS-MB-IX = 0 AND WS-MB-COUNT < 5000
               ADD 1 TO WS-MB-COUNT
               MOVE WS-MB-COUNT TO WS-MB-IX
               MOVE WS-PT-IX TO MB-POOL-IX-TBL(WS-MB-IX)
               MOVE PD-ACCOUNT TO MB-ACCOUNT-TBL(WS-MB-IX)
               MOVE 0 TO MB-AC-IX-TBL(WS-MB-IX)
               MOVE 0 TO MB-CR-WT-TBL(WS-MB-IX)
               MOVE 0 TO MB-DR-WT-TBL(WS-MB-IX)
               MOVE 0 TO MB-BAL-SUM-TBL(WS-MB-IX)
               MOVE 0 TO MB-SA-SUM-TBL(WS-MB-IX)
               MOVE 0 TO MB-ALLOC-TBL(WS-MB-IX)
               ADD 1 TO PT-MEMBERS-TBL(WS-PT-IX)
           END-IF
           IF WS-MB-IX > 0
               IF PD-BAL-SIGN = '-'
                   ADD PD-BALANCE TO MB-DR-WT-TBL(WS-MB-IX)
                   SUBTRACT PD-BALANCE FROM MB-BAL-SUM-TBL(WS-MB-IX)
               ELSE
                   ADD PD-BALANCE TO MB-CR-WT-TBL(WS-MB-IX)
                   ADD PD-BALANCE TO MB-BAL-SUM-TBL(WS-MB-IX)
               END-IF
               IF PD-SA-SIGN = '-'
                   SUBTRACT PD-SA-INT FROM MB-SA-SUM-TBL(WS-MB-IX)
                   SUBTRACT PD-SA-INT FROM PT-SA-SUM-TBL(WS-PT-IX)
               ELSE
                   ADD PD-SA-INT TO MB-SA-SUM-TBL(WS-MB-IX)
                   ADD PD-SA-INT TO PT-SA-SUM-TBL(WS-PT-IX)
               END-IF
           END-IF.

       SETTLE-POOLS.
           MOVE 1 TO WS-PT-INDEX
           PERFORM UNTIL WS-PT-INDEX > WS-PT-COUNT
               PERFORM CHECK-ALREADY-SETTLED
               IF PT-DAYS-TBL(WS-PT-INDEX) = 0
                   MOVE 'E' TO PT-STATE-TBL(WS-PT-INDEX)
               ELSE
               IF WS-SETTLED-FOUND = 'Y'
                   MOVE 'D' TO PT-STATE-TBL(WS-PT-INDEX)
                   DISPLAY "POOL " PT-POOL-TBL(WS-PT-INDEX)
                       " ALREADY SETTLED FOR " WS-PERIOD
               ELSE
                   PERFORM ALLOCATE-POOL-INTEREST
                   IF WS-HOLD-REASON = SPACES
                       PERFORM POST-POOL-ALLOCATIONS
                       MOVE 'S' TO PT-STATE-TBL(WS-PT-INDEX)
                   ELSE
                       MOVE 'H' TO PT-STATE-TBL(WS-PT-INDEX)
                       MOVE WS-HOLD-REASON TO PT-HOLD-TBL(WS-PT-INDEX)
                       ADD 1 TO WS-HELD-COUNT
                       DISPLAY "POOL " PT-POOL-TBL(WS-PT-INDEX)
                           " HELD - " WS-HOLD-REASON
                   END-IF
               END-IF
               END-IF
               ADD 1 TO WS-PT-INDEX
           END-PERFORM.

       CHECK-ALREADY-SETTLED.
           MOVE 'N' TO WS-SETTLED-FOUND
           MOVE 'N' TO WS-EOF
           OPEN INPUT SETTLE-FILE
           IF WS-SETTLE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SETTLE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PS-POOL = PT-POOL-TBL(WS-PT-INDEX)
                               AND PS-PERIOD = WS-PERIOD
                           MOVE 'Y' TO WS-SETTLED-FOUND
                           MOVE 'Y' TO WS-EOF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE SETTLE-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       ALLOCATE-POOL-INTEREST.
           MOVE SPACES TO WS-HOLD-REASON
           MOVE 0 TO WS-WEIGHT-TOTAL
           MOVE 0 TO WS-MB-LAST
           MOVE 1 TO WS-MB-INDEX
           PERFORM UNTIL WS-MB-INDEX > WS-MB-COUNT
               IF MB-POOL-IX-TBL(WS-MB-INDEX) = WS-PT-INDEX
                   MOVE 0 TO MB-ALLOC-TBL(WS-MB-INDEX)
                   MOVE MB-ACCOUNT-TBL(WS-MB-INDEX) TO WS-JOURNAL-ID
                   PERFORM FIND-ACCOUNT
                   MOVE WS-AC-IX TO MB-AC-IX-TBL(WS-MB-INDEX)
                   IF PT-INT-SUM-TBL(WS-PT-INDEX) > 0
                       IF MB-CR-WT-TBL(WS-MB-INDEX) > 0
                           ADD MB-CR-WT-TBL(WS-MB-INDEX)
                               TO WS-WEIGHT-TOTAL
                           MOVE WS-MB-INDEX TO WS-MB-LAST
                       END-IF
                   ELSE
                       IF MB-DR-WT-TBL(WS-MB-INDEX) > 0
                           ADD MB-DR-WT-TBL(WS-MB-INDEX)
                               TO WS-WEIGHT-TOTAL
                           MOVE WS-MB-INDEX TO WS-MB-LAST
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-MB-INDEX
           END-PERFORM
           IF PT-INT-SUM-TBL(WS-PT-INDEX) NOT = 0
               IF WS-WEIGHT-TOTAL = 0
                   MOVE "NO MEMBER BALANCE TO ALLOCATE AGAINST"
                       TO WS-HOLD-REASON
               ELSE
                   PERFORM SPREAD-POOL-INTEREST
               END-IF
           END-IF.

       SPREAD-POOL-INTEREST.
           MOVE 0 TO WS-ALLOC-DONE
           MOVE 1 TO WS-MB-INDEX
           PERFORM UNTIL WS-MB-INDEX > WS-MB-COUNT
               IF MB-POOL-IX-TBL(WS-MB-INDEX) = WS-PT-INDEX
                   IF WS-MB-INDEX = WS-MB-LAST
                       COMPUTE MB-ALLOC-TBL(WS-MB-INDEX) =
                           PT-INT-SUM-TBL(WS-PT-INDEX) - WS-ALLOC-DONE
                   ELSE
                   IF PT-INT-SUM-TBL(WS-PT-INDEX) > 0
                       COMPUTE MB-ALLOC-TBL(WS-MB-INDEX) ROUNDED =
                           PT-INT-SUM-TBL(WS-PT-INDEX)
                           * MB-CR-WT-TBL(WS-MB-INDEX)
                           / WS-WEIGHT-TOTAL
                   ELSE
                       COMPUTE MB-ALLOC-TBL(WS-MB-INDEX) ROUNDED =
                           PT-INT-SUM-TBL(WS-PT-INDEX)
                           * MB-DR-WT-TBL(WS-MB-INDEX)
                           / WS-WEIGHT-TOTAL
                   END-IF
                   END-IF
                   ADD MB-ALLOC-TBL(WS-MB-INDEX) TO WS-ALLOC-DONE
                   IF MB-ALLOC-TBL(WS-MB-INDEX) NOT = 0
                           AND MB-AC-IX-TBL(WS-MB-INDEX) = 0
                       MOVE SPACES TO WS-HOLD-REASON
                       STRING "MEMBER " MB-ACCOUNT-TBL(WS-MB-INDEX)
                           " NOT ON ACCOUNTS FILE"
                           DELIMITED BY SIZE
                           INTO WS-HOLD-REASON
                   END-IF
               END-IF
               ADD 1 TO WS-MB-INDEX
           END-PERFORM.

       POST-POOL-ALLOCATIONS.
           MOVE 1 TO WS-MB-INDEX
           PERFORM UNTIL WS-MB-INDEX > WS-MB-COUNT
               IF MB-POOL-IX-TBL(WS-MB-INDEX) = WS-PT-INDEX
                       AND MB-ALLOC-TBL(WS-MB-INDEX) NOT = 0
                   PERFORM POST-ONE-ALLOCATION
               END-IF
               ADD 1 TO WS-MB-INDEX
           END-PERFORM.

       POST-ONE-ALLOCATION.
           MOVE MB-AC-IX-TBL(WS-MB-INDEX) TO WS-AC-IX
           MOVE AC-REC-TBL(WS-AC-IX) TO ACCOUNTS-RECORD
           ADD MB-ALLOC-TBL(WS-MB-INDEX) TO AC-SALDO
           MOVE ACCOUNTS-RECORD TO AC-REC-TBL(WS-AC-IX)
           MOVE 'Y' TO WS-ACC-TOUCHED
           MOVE AC-CURRENCY TO WS-JRN-CURRENCY
           IF MB-ALLOC-TBL(WS-MB-INDEX) > 0
               MOVE MB-ALLOC-TBL(WS-MB-INDEX) TO WS-JOURNAL-AMT
               MOVE 'C' TO WS-JOURNAL-TIPO
           ELSE
               COMPUTE WS-JOURNAL-AMT = 0 - MB-ALLOC-TBL(WS-MB-INDEX)
               MOVE 'D' TO WS-JOURNAL-TIPO
           END-IF
           MOVE AC-ID TO WS-JOURNAL-ID
           MOVE AC-SALDO TO WS-JRN-BALANCE
           PERFORM WRITE-JOURNAL-LINE
           MOVE WS-POOL-ACCOUNT TO WS-JOURNAL-ID
           IF WS-JOURNAL-TIPO = 'C'
               MOVE 'D' TO WS-JOURNAL-TIPO
           ELSE
               MOVE 'C' TO WS-JOURNAL-TIPO
           END-IF
           MOVE 0 TO WS-JRN-BALANCE
           PERFORM WRITE-JOURNAL-LINE
           ADD 1 TO WS-POSTED-COUNT.

       FINISH-POOL-SETTLEMENTS.
           MOVE 1 TO WS-PT-INDEX
           PERFORM UNTIL WS-PT-INDEX > WS-PT-COUNT
               IF PT-STATE-TBL(WS-PT-INDEX) = 'S'
                       OR PT-STATE-TBL(WS-PT-INDEX) = 'H'
                   PERFORM WRITE-POOL-STATEMENT
               END-IF
               IF PT-STATE-TBL(WS-PT-INDEX) = 'S'
                   PERFORM WRITE-SETTLEMENT-RECORD
                   ADD 1 TO WS-SETTLED-COUNT
               END-IF
               ADD 1 TO WS-PT-INDEX
           END-PERFORM.

       WRITE-SETTLEMENT-RECORD.
           OPEN EXTEND SETTLE-FILE
           IF WS-SETTLE-STATUS NOT = "00" AND
                   WS-SETTLE-STATUS NOT = "05"
               CLOSE SETTLE-FILE
               OPEN OUTPUT SETTLE-FILE
           END-IF
           MOVE SPACES TO SETTLE-RECORD
           MOVE PT-POOL-TBL(WS-PT-INDEX) TO PS-POOL
           MOVE WS-PERIOD TO PS-PERIOD
           MOVE WS-TODAY TO PS-DATE
           MOVE PT-INT-SUM-TBL(WS-PT-INDEX) TO WS-SGN-AMT
           PERFORM SPLIT-SIGN
           MOVE WS-SGN-CHAR TO PS-INT-SIGN
           MOVE WS-SGN-ABS TO PS-INTEREST
           MOVE PT-SA-SUM-TBL(WS-PT-INDEX) TO WS-SGN-AMT
           PERFORM SPLIT-SIGN
           MOVE WS-SGN-CHAR TO PS-SA-SIGN
           MOVE WS-SGN-ABS TO PS-SA-INT
           WRITE SETTLE-RECORD
           CLOSE SETTLE-FILE.

       WRITE-POOL-STATEMENT.
           MOVE SPACES TO WS-REPORT-PATH
           STRING WS-STMT-PREFIX DELIMITED BY SPACE
               PT-POOL-TBL(WS-PT-INDEX) DELIMITED BY SPACE
               "_" DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               ".RPT" DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "NOTIONAL CASH POOL STATEMENT POOL "
               PT-POOL-TBL(WS-PT-INDEX)
               " " PT-NAME-TBL(WS-PT-INDEX)
               " PERIOD " WS-PERIOD
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE PT-CR-RATE-TBL(WS-PT-INDEX) TO WS-ED-RATE
           MOVE PT-DR-RATE-TBL(WS-PT-INDEX) TO WS-ED-RATE-2
           MOVE PT-ALLOW-TBL(WS-PT-INDEX) TO WS-ED-1
           MOVE SPACES TO REPORT-LINE
           STRING "TREASURER " PT-TREAS-TBL(WS-PT-INDEX)
               " CURRENCY " PT-CCY-TBL(WS-PT-INDEX)
               " CREDIT RATE " WS-ED-RATE
               " DEBIT RATE " WS-ED-RATE-2
               " ALLOWANCE " WS-ED-1
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DAYS " PT-DAYS-TBL(WS-PT-INDEX)
               " DAYS OVER ALLOWANCE " PT-OVER-DAYS-TBL(WS-PT-INDEX)
               " MEMBERS " PT-MEMBERS-TBL(WS-PT-INDEX)
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ACCT  NAME                     AVG BALANCE"
               "   STAND-ALONE    POOL SHARE       BENEFIT"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-TOT-AVG
           MOVE 0 TO WS-TOT-SA
           MOVE 0 TO WS-TOT-ALLOC
           MOVE 0 TO WS-TOT-BENEFIT
           MOVE 1 TO WS-MB-INDEX
           PERFORM UNTIL WS-MB-INDEX > WS-MB-COUNT
               IF MB-POOL-IX-TBL(WS-MB-INDEX) = WS-PT-INDEX
                   PERFORM WRITE-STATEMENT-MEMBER
               END-IF
               ADD 1 TO WS-MB-INDEX
           END-PERFORM
           MOVE WS-TOT-AVG TO WS-ED-1
           MOVE WS-TOT-SA TO WS-ED-2
           MOVE WS-TOT-ALLOC TO WS-ED-3
           MOVE WS-TOT-BENEFIT TO WS-ED-4
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL                      " WS-ED-1
               " " WS-ED-2 " " WS-ED-3 " " WS-ED-4
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE PT-INT-SUM-TBL(WS-PT-INDEX) TO WS-ED-2
           MOVE PT-SA-SUM-TBL(WS-PT-INDEX) TO WS-ED-3
           COMPUTE WS-BENEFIT = PT-INT-SUM-TBL(WS-PT-INDEX)
               - PT-SA-SUM-TBL(WS-PT-INDEX)
           MOVE WS-BENEFIT TO WS-ED-4
           MOVE SPACES TO REPORT-LINE
           STRING "POOL INTEREST " WS-ED-2
               " STAND-ALONE INTEREST " WS-ED-3
               " GROUP BENEFIT " WS-ED-4
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF PT-STATE-TBL(WS-PT-INDEX) = 'S'
               STRING "STATUS POSTED " WS-TODAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "STATUS HELD - " PT-HOLD-TBL(WS-PT-INDEX)
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       WRITE-STATEMENT-MEMBER.
           COMPUTE WS-AVG-BALANCE ROUNDED =
               MB-BAL-SUM-TBL(WS-MB-INDEX) / PT-DAYS-TBL(WS-PT-INDEX)
           COMPUTE WS-BENEFIT = MB-ALLOC-TBL(WS-MB-INDEX)
               - MB-SA-SUM-TBL(WS-MB-INDEX)
           ADD WS-AVG-BALANCE TO WS-TOT-AVG
           ADD MB-SA-SUM-TBL(WS-MB-INDEX) TO WS-TOT-SA
           ADD MB-ALLOC-TBL(WS-MB-INDEX) TO WS-TOT-ALLOC
           ADD WS-BENEFIT TO WS-TOT-BENEFIT
           MOVE SPACES TO WS-ACCT-NAME
           IF MB-AC-IX-TBL(WS-MB-INDEX) > 0
               MOVE AC-REC-TBL(MB-AC-IX-TBL(WS-MB-INDEX))(6:20)
                   TO WS-ACCT-NAME
           END-IF
           MOVE WS-AVG-BALANCE TO WS-ED-1
           MOVE MB-SA-SUM-TBL(WS-MB-INDEX) TO WS-ED-2
           MOVE MB-ALLOC-TBL(WS-MB-INDEX) TO WS-ED-3
           MOVE WS-BENEFIT TO WS-ED-4
           MOVE SPACES TO REPORT-LINE
           STRING MB-ACCOUNT-TBL(WS-MB-INDEX) " " WS-ACCT-NAME
               " " WS-ED-1 " " WS-ED-2 " " WS-ED-3 " " WS-ED-4
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

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
                   MOVE 'N' TO WS-VERIFY-OK
                   DISPLAY "ERROR - ACCOUNTS WORK FILE SWAP FAILED "
                       "RC " RETURN-CODE
               END-IF
           ELSE
               DISPLAY "ERROR - ACCOUNTS WORK FILE DOES NOT VERIFY "
                   "- OLD MASTER LEFT IN PLACE"
           END-IF.

       WRITE-JOURNAL-LINE.
           MOVE SPACES TO J-TXT
           STRING "OK " WS-JOURNAL-ID " " WS-JOURNAL-AMT " "
                   WS-JOURNAL-TIPO " " WS-JOURNAL-TAG
               DELIMITED BY SIZE
               INTO J-TXT
           PERFORM BUILD-JOURNAL-EXTENSION
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
