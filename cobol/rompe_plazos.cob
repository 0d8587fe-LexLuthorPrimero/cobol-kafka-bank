       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROMPE-PLAZOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMDEP-FILE
               ASSIGN TO DYNAMIC WS-TERMDEP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TERMDEP-STATUS.
           SELECT BREAK-FILE
               ASSIGN TO DYNAMIC WS-BREAK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BREAK-STATUS.
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
           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JSEAL-FILE
               ASSIGN TO DYNAMIC WS-JSEAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JSEAL-STATUS.
           SELECT NOTIFY-FILE
               ASSIGN TO DYNAMIC WS-NOTIFY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.
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
       FD  TERMDEP-FILE.
       01  TERMDEP-RECORD.
           05 TD-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 TD-PRINCIPAL      PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 TD-RATE           PIC 9V9(4).
           05 FILLER            PIC X(1).
           05 TD-OPEN           PIC 9(8).
           05 FILLER            PIC X(1).
           05 TD-MATURITY       PIC 9(8).
           05 FILLER            PIC X(1).
           05 TD-ROLLOVER       PIC X(1).
           05 FILLER            PIC X(1).
           05 TD-LINKED         PIC X(5).
           05 FILLER            PIC X(1).
           05 TD-STATUS         PIC X(1).
       FD  BREAK-FILE.
       01  BREAK-RECORD.
           05 BR-TD-ID          PIC X(5).
           05 FILLER            PIC X(1).
           05 BR-AMOUNT         PIC 9(7)V99.
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
       FD  NOTIFY-FILE.
       01  NOTIFY-LINE          PIC X(100).
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(100).
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
       01 WS-LOCK-PROGRAM   PIC X(24) VALUE "ROMPE-PLAZOS".
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
       01  WS-TERMDEP-PATH      PIC X(200).
       01  WS-BREAK-PATH        PIC X(200).
       01  WS-ACCOUNTS-PATH     PIC X(200).
       01  WS-BUSDATE-PATH      PIC X(200).
       01  WS-JOURNAL-PATH      PIC X(200).
       01  WS-NOTIFY-PATH       PIC X(200).
       01  WS-REPORT-PATH       PIC X(200).
       01  WS-TERMDEP-STATUS    PIC XX.
       01  WS-BREAK-STATUS      PIC XX.
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-BUSDATE-STATUS    PIC XX.
       01  WS-JOURNAL-STATUS    PIC XX.
       01  WS-NOTIFY-STATUS     PIC XX.
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  WS-TODAY-INT         PIC 9(8).
       01  WS-BREAK-ACCOUNT     PIC X(5).
       01  WS-RATE-PCT-TXT      PIC X(3).
       01  WS-BREAK-RATE-PCT    PIC 9(3) VALUE 50.
       01  WS-PEN-RATE-TXT      PIC X(5).
       01  WS-PEN-RATE-TXT-N REDEFINES WS-PEN-RATE-TXT PIC 9V9(4).
       01  WS-PENALTY-RATE      PIC 9V9(4) VALUE 0.0100.
       01  WS-MIN-REMAIN-TXT    PIC X(9).
       01  WS-MIN-REMAIN-TXT-N REDEFINES WS-MIN-REMAIN-TXT
                                PIC 9(7)V99.
       01  WS-MIN-REMAIN        PIC 9(7)V99 VALUE 1000.00.
       01  TERMDEP-TABLE.
           05 TERMDEP-ENTRY OCCURS 10000 TIMES.
               10 TD-ID-TBL        PIC X(5).
               10 TD-PRINCIPAL-TBL PIC 9(7)V99.
               10 TD-RATE-TBL      PIC 9V9(4).
               10 TD-OPEN-TBL      PIC 9(8).
               10 TD-MATURITY-TBL  PIC 9(8).
               10 TD-ROLLOVER-TBL  PIC X(1).
               10 TD-LINKED-TBL    PIC X(5).
               10 TD-STATUS-TBL    PIC X(1).
       01  WS-TD-INDEX          PIC 9(5) VALUE 1.
       01  WS-TD-COUNT          PIC 9(5) VALUE 0.
       01  WS-TD-IX             PIC 9(5) VALUE 0.
       01  ACCOUNTS-TABLE.
           05 ACCOUNT-ENTRY OCCURS 50000 TIMES.
               10 AC-REC-TBL      PIC X(60).
       01  WS-AC-INDEX          PIC 9(6) VALUE 1.
       01  WS-AC-COUNT          PIC 9(6) VALUE 0.
       01  WS-TDACC-IX          PIC 9(6) VALUE 0.
       01  WS-LINKED-IX         PIC 9(6) VALUE 0.
       01  WS-FULL-BREAK        PIC X VALUE 'N'.
       01  WS-BRK-PRINCIPAL     PIC 9(7)V99.
       01  WS-BRK-RELEASE       PIC 9(7)V99.
       01  WS-BRK-REMAIN        PIC 9(7)V99.
       01  WS-BRK-DAYS          PIC S9(5).
       01  WS-BRK-RATE          PIC 9V9(6).
       01  WS-BRK-WORK          PIC 9(9)V9(6).
       01  WS-BRK-INTEREST      PIC 9(7)V99.
       01  WS-BRK-PENALTY       PIC 9(7)V99.
       01  WS-BRK-GROSS         PIC 9(8)V99.
       01  WS-BRK-PAYOUT        PIC 9(7)V99.
       01  WS-REJECT-REASON     PIC X(40).
       01  WS-BROKEN-COUNT      PIC 9(5) VALUE 0.
       01  WS-PARTIAL-COUNT     PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT      PIC 9(5) VALUE 0.
       01  WS-ACC-TOUCHED       PIC X VALUE 'N'.
       01  WS-JOURNAL-ID        PIC X(5).
       01  WS-JOURNAL-AMT       PIC 9(7)V99.
       01  WS-JOURNAL-TIPO      PIC X(1).
       01  WS-JOURNAL-TAG       PIC X(5).
       01  WS-JRN-DATE          PIC 9(8) VALUE 0.
       01  WS-JRN-SEQ           PIC 9(7) VALUE 0.
       01  WS-JRN-CURRENCY      PIC X(3) VALUE "USD".
       01  WS-JRN-BALANCE       PIC S9(7)V99 VALUE 0.
       01  WS-JRN-BAL-ABS       PIC 9(7)V99.
       01  WS-JRN-SIGN          PIC X(1).
       01  WS-JRN-EXT           PIC X(48).
       01  WS-JRN-PROGRAM       PIC X(16) VALUE "ROMPE-PLAZOS".
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
           MOVE SPACES TO WS-TERMDEP-PATH
           ACCEPT WS-TERMDEP-PATH FROM ENVIRONMENT "TERM_DEPOSITS_PATH"
           IF WS-TERMDEP-PATH = SPACES
               MOVE "accounts/TERM_DEPOSITS.DAT" TO WS-TERMDEP-PATH
           END-IF
           MOVE SPACES TO WS-BREAK-PATH
           ACCEPT WS-BREAK-PATH
               FROM ENVIRONMENT "TD_BREAK_REQUESTS_PATH"
           IF WS-BREAK-PATH = SPACES
               MOVE "accounts/TD_BREAK_REQUESTS.DAT" TO WS-BREAK-PATH
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
           MOVE SPACES TO WS-JOURNAL-PATH
           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT "JOURNAL_PATH"
           IF WS-JOURNAL-PATH = SPACES
               MOVE "accounts/JOURNAL.LOG" TO WS-JOURNAL-PATH
           END-IF
           MOVE SPACES TO WS-NOTIFY-PATH
           ACCEPT WS-NOTIFY-PATH FROM ENVIRONMENT "NOTIFY_OUTBOX_PATH"
           IF WS-NOTIFY-PATH = SPACES
               MOVE "accounts/NOTIFY_OUTBOX.LOG" TO WS-NOTIFY-PATH
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "TD_BREAK_RPT_PATH"
           IF WS-REPORT-PATH = SPACES
               MOVE "accounts/TD_BREAK.RPT" TO WS-REPORT-PATH
           END-IF
           MOVE SPACES TO WS-BREAK-ACCOUNT
           ACCEPT WS-BREAK-ACCOUNT FROM ENVIRONMENT "TD_BREAK_ACCOUNT"
           IF WS-BREAK-ACCOUNT = SPACES
               MOVE "99995" TO WS-BREAK-ACCOUNT
           END-IF
           MOVE SPACES TO WS-RATE-PCT-TXT
           ACCEPT WS-RATE-PCT-TXT FROM ENVIRONMENT "TD_BREAK_RATE_PCT"
           IF WS-RATE-PCT-TXT NOT = SPACES
                   AND WS-RATE-PCT-TXT NUMERIC
               MOVE WS-RATE-PCT-TXT TO WS-BREAK-RATE-PCT
           END-IF
           MOVE SPACES TO WS-PEN-RATE-TXT
           ACCEPT WS-PEN-RATE-TXT
               FROM ENVIRONMENT "TD_BREAK_PENALTY_RATE"
           IF WS-PEN-RATE-TXT NOT = SPACES
                   AND WS-PEN-RATE-TXT NUMERIC
               MOVE WS-PEN-RATE-TXT-N TO WS-PENALTY-RATE
           END-IF
           MOVE SPACES TO WS-MIN-REMAIN-TXT
           ACCEPT WS-MIN-REMAIN-TXT
               FROM ENVIRONMENT "TD_BREAK_MIN_REMAIN"
           IF WS-MIN-REMAIN-TXT NOT = SPACES
                   AND WS-MIN-REMAIN-TXT NUMERIC
               MOVE WS-MIN-REMAIN-TXT-N TO WS-MIN-REMAIN
           END-IF
           PERFORM READ-BUSINESS-DATE
           MOVE WS-TODAY TO WS-JRN-DATE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           PERFORM LOAD-TERMDEP-TABLE
           IF WS-TD-COUNT = 0
               DISPLAY "NO TERM DEPOSITS ON FILE"
               STOP RUN
           END-IF
           PERFORM ACQUIRE-ACCOUNTS-LOCK
           PERFORM LOAD-ACCOUNTS-TABLE
           PERFORM PROCESS-BREAK-REQUESTS
           PERFORM RELEASE-ACCOUNTS-LOCK
           DISPLAY "TERM DEPOSITS BROKEN " WS-BROKEN-COUNT
               " PARTIAL " WS-PARTIAL-COUNT
               " REJECTED " WS-REJECT-COUNT
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

       LOAD-TERMDEP-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-TD-COUNT
           OPEN INPUT TERMDEP-FILE
           IF WS-TERMDEP-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-TD-COUNT >= 10000
                   READ TERMDEP-FILE INTO TERMDEP-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TD-ID NOT = SPACES
                               AND TD-PRINCIPAL NUMERIC
                               AND TD-MATURITY NUMERIC
                           ADD 1 TO WS-TD-COUNT
                           MOVE TD-ID TO TD-ID-TBL(WS-TD-COUNT)
                           MOVE TD-PRINCIPAL
                               TO TD-PRINCIPAL-TBL(WS-TD-COUNT)
                           MOVE TD-RATE TO TD-RATE-TBL(WS-TD-COUNT)
                           MOVE TD-OPEN TO TD-OPEN-TBL(WS-TD-COUNT)
                           MOVE TD-MATURITY
                               TO TD-MATURITY-TBL(WS-TD-COUNT)
                           MOVE TD-ROLLOVER
                               TO TD-ROLLOVER-TBL(WS-TD-COUNT)
                           MOVE TD-LINKED
                               TO TD-LINKED-TBL(WS-TD-COUNT)
                           MOVE TD-STATUS
                               TO TD-STATUS-TBL(WS-TD-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE TERMDEP-FILE
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

       PROCESS-BREAK-REQUESTS.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "TERM DEPOSIT EARLY BREAK " WS-TODAY
               " BREAK RATE PCT " WS-BREAK-RATE-PCT
               " PENALTY RATE " WS-PENALTY-RATE
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO WS-EOF
           OPEN INPUT BREAK-FILE
           IF WS-BREAK-STATUS NOT = "00"
               DISPLAY "NO TERM DEPOSIT BREAK REQUESTS"
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BREAK-FILE INTO BREAK-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM BREAK-ONE-DEPOSIT
                   END-READ
               END-PERFORM
               CLOSE BREAK-FILE
               IF WS-ACC-TOUCHED = 'Y'
                   PERFORM REWRITE-ACCOUNTS-FILE
                   IF WS-VERIFY-OK = 'Y'
                       PERFORM REWRITE-TERMDEP-FILE
                       OPEN OUTPUT BREAK-FILE
                       CLOSE BREAK-FILE
                   ELSE
                       MOVE 0 TO WS-BROKEN-COUNT
                       MOVE 0 TO WS-PARTIAL-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "ERROR - MASTER NOT REPLACED - "
                           "BREAK REQUESTS LEFT IN PLACE"
                           DELIMITED BY SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
                       DISPLAY "ERROR - MASTER NOT REPLACED - "
                           "BREAK REQUESTS LEFT IN PLACE"
                   END-IF
               ELSE
                   OPEN OUTPUT BREAK-FILE
                   CLOSE BREAK-FILE
               END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "BROKEN " WS-BROKEN-COUNT
               " PARTIAL " WS-PARTIAL-COUNT
               " REJECTED " WS-REJECT-COUNT
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           MOVE 'N' TO WS-EOF.

       BREAK-ONE-DEPOSIT.
           MOVE SPACES TO WS-REJECT-REASON
           IF BR-TD-ID = SPACES OR BR-AMOUNT NOT NUMERIC
               MOVE "BREAK REQUEST UNREADABLE" TO WS-REJECT-REASON
           ELSE
               PERFORM FIND-DEPOSIT
               IF WS-TD-IX = 0
                   MOVE "DEPOSIT NOT FOUND" TO WS-REJECT-REASON
               ELSE
               IF TD-STATUS-TBL(WS-TD-IX) NOT = 'A'
                   MOVE "DEPOSIT NOT ACTIVE" TO WS-REJECT-REASON
               ELSE
               IF TD-MATURITY-TBL(WS-TD-IX) <= WS-TODAY
                   MOVE "DEPOSIT MATURED - RELEASE AT MATURITY"
                       TO WS-REJECT-REASON
               ELSE
                   PERFORM SIZE-BREAK-AMOUNT
                   IF WS-REJECT-REASON = SPACES
                       PERFORM FIND-BREAK-ACCOUNTS
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM COMPUTE-BREAK-AMOUNTS
               PERFORM POST-BREAK
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "REJECT " BR-TD-ID " " BR-AMOUNT
                   " - " WS-REJECT-REASON
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "TD BREAK REJECTED " BR-TD-ID
                   " " WS-REJECT-REASON
           END-IF.

       FIND-DEPOSIT.
           MOVE 0 TO WS-TD-IX
           MOVE 1 TO WS-TD-INDEX
           PERFORM UNTIL WS-TD-INDEX > WS-TD-COUNT
               IF TD-ID-TBL(WS-TD-INDEX) = BR-TD-ID
                   MOVE WS-TD-INDEX TO WS-TD-IX
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-TD-INDEX
           END-PERFORM.

       SIZE-BREAK-AMOUNT.
           IF BR-AMOUNT = 0
                   OR BR-AMOUNT >= TD-PRINCIPAL-TBL(WS-TD-IX)
               MOVE 'Y' TO WS-FULL-BREAK
               MOVE TD-PRINCIPAL-TBL(WS-TD-IX) TO WS-BRK-PRINCIPAL
               MOVE 0 TO WS-BRK-REMAIN
           ELSE
               MOVE 'N' TO WS-FULL-BREAK
               MOVE BR-AMOUNT TO WS-BRK-PRINCIPAL
               COMPUTE WS-BRK-REMAIN =
                   TD-PRINCIPAL-TBL(WS-TD-IX) - BR-AMOUNT
               IF WS-BRK-REMAIN < WS-MIN-REMAIN
                   MOVE "REMAINING PRINCIPAL BELOW MINIMUM"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       FIND-BREAK-ACCOUNTS.
           MOVE 0 TO WS-TDACC-IX
           MOVE 0 TO WS-LINKED-IX
           MOVE 1 TO WS-AC-INDEX
           PERFORM UNTIL WS-AC-INDEX > WS-AC-COUNT
               MOVE AC-REC-TBL(WS-AC-INDEX) TO ACCOUNTS-RECORD
               IF AC-ID = TD-ID-TBL(WS-TD-IX)
                   MOVE WS-AC-INDEX TO WS-TDACC-IX
               END-IF
               IF AC-ID = TD-LINKED-TBL(WS-TD-IX)
                       AND TD-LINKED-TBL(WS-TD-IX) NOT = SPACES
                   MOVE WS-AC-INDEX TO WS-LINKED-IX
               END-IF
               ADD 1 TO WS-AC-INDEX
           END-PERFORM
           IF WS-TDACC-IX = 0
               MOVE "DEPOSIT ACCOUNT NOT FOUND" TO WS-REJECT-REASON
           ELSE
           IF TD-LINKED-TBL(WS-TD-IX) = SPACES
               MOVE "DEPOSIT HAS NO LINKED ACCOUNT"
                   TO WS-REJECT-REASON
           ELSE
           IF WS-LINKED-IX = 0
               MOVE "LINKED ACCOUNT NOT FOUND" TO WS-REJECT-REASON
           ELSE
               MOVE AC-REC-TBL(WS-LINKED-IX) TO ACCOUNTS-RECORD
               IF AC-ES-LOAN
                   MOVE "LINKED ACCOUNT IS A LOAN" TO WS-REJECT-REASON
               ELSE
               IF AC-ST-BLOCKED
                   MOVE "LINKED ACCOUNT BLOCKED" TO WS-REJECT-REASON
               ELSE
                   MOVE AC-REC-TBL(WS-TDACC-IX) TO ACCOUNTS-RECORD
                   IF AC-SALDO < WS-BRK-PRINCIPAL
                       MOVE "DEPOSIT ACCOUNT BALANCE SHORT"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       COMPUTE-BREAK-AMOUNTS.
           MOVE 0 TO WS-BRK-DAYS
           IF TD-OPEN-TBL(WS-TD-IX) NUMERIC
                   AND TD-OPEN-TBL(WS-TD-IX) > 0
               COMPUTE WS-BRK-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(TD-OPEN-TBL(WS-TD-IX))
           END-IF
           IF WS-BRK-DAYS < 0
               MOVE 0 TO WS-BRK-DAYS
           END-IF
           COMPUTE WS-BRK-RATE ROUNDED =
               TD-RATE-TBL(WS-TD-IX) * WS-BREAK-RATE-PCT / 100
           COMPUTE WS-BRK-WORK ROUNDED =
               WS-BRK-PRINCIPAL * WS-BRK-RATE * WS-BRK-DAYS
           COMPUTE WS-BRK-INTEREST ROUNDED = WS-BRK-WORK / 365
           COMPUTE WS-BRK-PENALTY ROUNDED =
               WS-BRK-PRINCIPAL * WS-PENALTY-RATE
           IF WS-FULL-BREAK = 'Y'
               MOVE AC-REC-TBL(WS-TDACC-IX) TO ACCOUNTS-RECORD
               MOVE AC-SALDO TO WS-BRK-RELEASE
           ELSE
               MOVE WS-BRK-PRINCIPAL TO WS-BRK-RELEASE
           END-IF
           COMPUTE WS-BRK-GROSS = WS-BRK-RELEASE + WS-BRK-INTEREST
           IF WS-BRK-PENALTY > WS-BRK-GROSS
               MOVE WS-BRK-GROSS TO WS-BRK-PENALTY
           END-IF
           COMPUTE WS-BRK-PAYOUT = WS-BRK-GROSS - WS-BRK-PENALTY.

       POST-BREAK.
           MOVE AC-REC-TBL(WS-TDACC-IX) TO ACCOUNTS-RECORD
           SUBTRACT WS-BRK-RELEASE FROM AC-SALDO
           MOVE ACCOUNTS-RECORD TO AC-REC-TBL(WS-TDACC-IX)
           MOVE AC-ID TO WS-JOURNAL-ID
           MOVE WS-BRK-RELEASE TO WS-JOURNAL-AMT
           MOVE 'D' TO WS-JOURNAL-TIPO
           MOVE "TDBRK" TO WS-JOURNAL-TAG
           MOVE AC-CURRENCY TO WS-JRN-CURRENCY
           MOVE AC-SALDO TO WS-JRN-BALANCE
           PERFORM WRITE-JOURNAL-LINE
           IF WS-BRK-INTEREST > 0
               MOVE WS-BREAK-ACCOUNT TO WS-JOURNAL-ID
               MOVE WS-BRK-INTEREST TO WS-JOURNAL-AMT
               MOVE 'D' TO WS-JOURNAL-TIPO
               MOVE "TDINT" TO WS-JOURNAL-TAG
               MOVE 0 TO WS-JRN-BALANCE
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           IF WS-BRK-PENALTY > 0
               MOVE WS-BREAK-ACCOUNT TO WS-JOURNAL-ID
               MOVE WS-BRK-PENALTY TO WS-JOURNAL-AMT
               MOVE 'C' TO WS-JOURNAL-TIPO
               MOVE "TDPEN" TO WS-JOURNAL-TAG
               MOVE 0 TO WS-JRN-BALANCE
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           IF WS-BRK-PAYOUT > 0
               MOVE AC-REC-TBL(WS-LINKED-IX) TO ACCOUNTS-RECORD
               ADD WS-BRK-PAYOUT TO AC-SALDO
               MOVE ACCOUNTS-RECORD TO AC-REC-TBL(WS-LINKED-IX)
               MOVE AC-ID TO WS-JOURNAL-ID
               MOVE WS-BRK-PAYOUT TO WS-JOURNAL-AMT
               MOVE 'C' TO WS-JOURNAL-TIPO
               MOVE "TDBRK" TO WS-JOURNAL-TAG
               MOVE AC-CURRENCY TO WS-JRN-CURRENCY
               MOVE AC-SALDO TO WS-JRN-BALANCE
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           IF WS-FULL-BREAK = 'Y'
               MOVE 'B' TO TD-STATUS-TBL(WS-TD-IX)
               ADD 1 TO WS-BROKEN-COUNT
           ELSE
               MOVE WS-BRK-REMAIN TO TD-PRINCIPAL-TBL(WS-TD-IX)
               ADD 1 TO WS-PARTIAL-COUNT
           END-IF
           MOVE 'Y' TO WS-ACC-TOUCHED
           MOVE SPACES TO REPORT-LINE
           IF WS-FULL-BREAK = 'Y'
               STRING "BROKEN  " BR-TD-ID
                   " PRIN " WS-BRK-RELEASE
                   " INT " WS-BRK-INTEREST
                   " PEN " WS-BRK-PENALTY
                   " PAID " WS-BRK-PAYOUT
                   " TO " TD-LINKED-TBL(WS-TD-IX)
                   " DAYS " WS-BRK-DAYS
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "PARTIAL " BR-TD-ID
                   " PRIN " WS-BRK-RELEASE
                   " INT " WS-BRK-INTEREST
                   " PEN " WS-BRK-PENALTY
                   " PAID " WS-BRK-PAYOUT
                   " TO " TD-LINKED-TBL(WS-TD-IX)
                   " LEFT " WS-BRK-REMAIN
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           OPEN EXTEND NOTIFY-FILE
           IF WS-NOTIFY-STATUS NOT = "00" AND
                   WS-NOTIFY-STATUS NOT = "05"
               CLOSE NOTIFY-FILE
               OPEN OUTPUT NOTIFY-FILE
           END-IF
           MOVE SPACES TO NOTIFY-LINE
           STRING "ALERT TDBROKEN " BR-TD-ID
               " PRINCIPAL " WS-BRK-RELEASE
               " PAID " WS-BRK-PAYOUT
               " TO " TD-LINKED-TBL(WS-TD-IX)
               " FULL " WS-FULL-BREAK
               DELIMITED BY SIZE
               INTO NOTIFY-LINE
           WRITE NOTIFY-LINE
           CLOSE NOTIFY-FILE
           DISPLAY "TD BROKEN " BR-TD-ID
               " PRINCIPAL " WS-BRK-RELEASE
               " INTEREST " WS-BRK-INTEREST
               " PENALTY " WS-BRK-PENALTY
               " PAID " WS-BRK-PAYOUT.

       REWRITE-TERMDEP-FILE.
           OPEN OUTPUT TERMDEP-FILE
           MOVE 1 TO WS-TD-INDEX
           PERFORM UNTIL WS-TD-INDEX > WS-TD-COUNT
               MOVE SPACES TO TERMDEP-RECORD
               MOVE TD-ID-TBL(WS-TD-INDEX) TO TD-ID
               MOVE TD-PRINCIPAL-TBL(WS-TD-INDEX) TO TD-PRINCIPAL
               MOVE TD-RATE-TBL(WS-TD-INDEX) TO TD-RATE
               MOVE TD-OPEN-TBL(WS-TD-INDEX) TO TD-OPEN
               MOVE TD-MATURITY-TBL(WS-TD-INDEX) TO TD-MATURITY
               MOVE TD-ROLLOVER-TBL(WS-TD-INDEX) TO TD-ROLLOVER
               MOVE TD-LINKED-TBL(WS-TD-INDEX) TO TD-LINKED
               MOVE TD-STATUS-TBL(WS-TD-INDEX) TO TD-STATUS
               WRITE TERMDEP-RECORD
               ADD 1 TO WS-TD-INDEX
           END-PERFORM
           CLOSE TERMDEP-FILE.

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
