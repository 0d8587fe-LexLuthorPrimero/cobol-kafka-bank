       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORIGINA-PRESTAMOS.
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
           SELECT LOAN-MASTER-FILE
               ASSIGN TO DYNAMIC WS-LOAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.
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
           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JSEAL-FILE
               ASSIGN TO DYNAMIC WS-JSEAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JSEAL-STATUS.
           SELECT CHGAUDIT-FILE
               ASSIGN TO "accounts/MAINT_AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHGAUDIT-STATUS.
           SELECT NOTIFY-FILE
               ASSIGN TO DYNAMIC WS-NOTIFY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.
           SELECT REJECTS-FILE
               ASSIGN TO DYNAMIC WS-REJECTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REJECTS-STATUS.
           SELECT GROUPS-FILE
               ASSIGN TO DYNAMIC WS-GROUPS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GROUPS-STATUS.
           SELECT POSITION-FILE
               ASSIGN TO DYNAMIC WS-POSITION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.
           SELECT FX-RATES-FILE
               ASSIGN TO DYNAMIC WS-FX-RATES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FX-RATES-STATUS.
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
               88 AC-ES-CHECKING VALUE 'C'.
               88 AC-ES-SAVINGS  VALUE 'S'.
               88 AC-ES-LOAN     VALUE 'L'.
           05 AC-CUST-ID        PIC X(5).
           05 AC-STATUS         PIC X(1).
               88 AC-ST-BLOCKED VALUE 'F', 'C'.
       FD  REQUESTS-FILE.
       01  REQUEST-RECORD.
           05 LQ-LOAN-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 LQ-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 LQ-DISB-ACCT      PIC X(5).
           05 FILLER            PIC X(1).
           05 LQ-PRINCIPAL      PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 LQ-RATE           PIC 9V9(4).
           05 FILLER            PIC X(1).
           05 LQ-TERM           PIC 9(3).
       FD  LOAN-MASTER-FILE.
       01  LOAN-RECORD.
           05 LN-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 LN-ORIG-PRINCIPAL PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 LN-BALANCE        PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 LN-RATE           PIC 9V9(4).
           05 FILLER            PIC X(1).
           05 LN-TERM           PIC 9(3).
           05 FILLER            PIC X(1).
           05 LN-PAYMENT        PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 LN-NEXT-DUE       PIC 9(8).
           05 FILLER            PIC X(1).
           05 LN-DISB-ACCT      PIC X(5).
           05 FILLER            PIC X(1).
           05 LN-OPENED         PIC X(8).
           05 FILLER            PIC X(1).
           05 LN-STATUS         PIC X(1).
           05 FILLER            PIC X(1).
           05 LN-CHARGES        PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 LN-PENALTY        PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 LN-FEE-DUE        PIC 9(8).
           05 FILLER            PIC X(1).
           05 LN-PEN-THRU       PIC 9(8).
       FD  HOLIDAYS-FILE.
       01  HOL-RECORD.
           05 HOL-DATE          PIC 9(8).
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
       FD  CHGAUDIT-FILE.
       01  CHGAUDIT-LINE        PIC X(100).
       FD  NOTIFY-FILE.
       01  NOTIFY-LINE          PIC X(100).
       FD  REJECTS-FILE.
       01  REJECT-LINE          PIC X(100).
       FD  GROUPS-FILE.
       01  GROUPS-RECORD.
           05 EG-GROUP          PIC X(8).
           05 FILLER            PIC X(1).
           05 EG-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 EG-LINK           PIC X(1).
       FD  POSITION-FILE.
       01  POSITION-RECORD.
           05 XP-GROUP          PIC X(8).
           05 FILLER            PIC X(1).
           05 XP-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 XP-NET            PIC 9(13)V99.
           05 FILLER            PIC X(1).
           05 XP-REG-LIMIT      PIC 9(13)V99.
           05 FILLER            PIC X(1).
           05 XP-INT-LIMIT      PIC 9(13)V99.
           05 FILLER            PIC X(1).
           05 XP-AS-OF          PIC 9(8).
       FD  FX-RATES-FILE.
       01  FX-RATE-RECORD.
           05 FXR-CURRENCY      PIC X(3).
           05 FILLER            PIC X(1).
           05 FXR-RATE          PIC 9(3)V9(6).
           05 FILLER            PIC X(1).
           05 FXR-EFF-DATE      PIC 9(8).
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
       01 WS-LOCK-PROGRAM   PIC X(24) VALUE "ORIGINA-PRESTAMOS".
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
       01  WS-LOAN-PATH         PIC X(200).
       01  WS-HOLIDAYS-PATH     PIC X(200).
       01  WS-BUSDATE-PATH      PIC X(200).
       01  WS-JOURNAL-PATH      PIC X(200).
       01  WS-NOTIFY-PATH       PIC X(200).
       01  WS-REJECTS-PATH      PIC X(200).
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-REQUESTS-STATUS   PIC XX.
       01  WS-LOAN-STATUS       PIC XX.
       01  WS-HOLIDAYS-STATUS   PIC XX.
       01  WS-BUSDATE-STATUS    PIC XX.
       01  WS-JOURNAL-STATUS    PIC XX.
       01  WS-CHGAUDIT-STATUS   PIC XX.
       01  WS-NOTIFY-STATUS     PIC XX.
       01  WS-REJECTS-STATUS    PIC XX.
       01  WS-GROUPS-PATH       PIC X(200).
       01  WS-POSITION-PATH     PIC X(200).
       01  WS-FX-RATES-PATH     PIC X(200).
       01  WS-GROUPS-STATUS     PIC XX.
       01  WS-POSITION-STATUS   PIC XX.
       01  WS-FX-RATES-STATUS   PIC XX.
       01  GROUP-MEMBER-TABLE.
           05 GROUP-MEMBER-ENTRY OCCURS 20000 TIMES.
               10 GM-GROUP-TBL    PIC X(8).
               10 GM-CUST-TBL     PIC X(5).
       01  WS-GM-INDEX          PIC 9(5) VALUE 1.
       01  WS-GM-COUNT          PIC 9(5) VALUE 0.
       01  GROUP-POSITION-TABLE.
           05 GROUP-POSITION-ENTRY OCCURS 20000 TIMES.
               10 GP-GROUP-TBL    PIC X(8).
               10 GP-NET-TBL      PIC 9(13)V99.
               10 GP-REG-TBL      PIC 9(13)V99.
               10 GP-INT-TBL      PIC 9(13)V99.
       01  WS-GP-INDEX          PIC 9(5) VALUE 1.
       01  WS-GP-COUNT          PIC 9(5) VALUE 0.
       01  WS-GP-LOADED         PIC X VALUE 'N'.
       01  WS-GP-BASE-CCY       PIC X(3) VALUE "USD".
       01  WS-GP-DEFAULT-REG    PIC 9(13)V99 VALUE 0.
       01  WS-GP-DEFAULT-INT    PIC 9(13)V99 VALUE 0.
       01  FX-TABLE.
           05 FX-ENTRY OCCURS 100 TIMES.
               10 FX-CURRENCY-TBL PIC X(3).
               10 FX-RATE-TBL     PIC 9(3)V9(6).
               10 FX-EFF-DATE-TBL PIC 9(8).
       01  WS-FX-INDEX          PIC 9(3) VALUE 1.
       01  WS-FX-COUNT          PIC 9(3) VALUE 0.
       01  WS-FX-BEST-DATE      PIC 9(8) VALUE 0.
       01  WS-FX-RATE-NOW       PIC 9(3)V9(6).
       01  WS-GL-CUST           PIC X(5).
       01  WS-GL-GROUP          PIC X(8).
       01  WS-GL-IN-GROUP       PIC X VALUE 'N'.
       01  WS-GL-AMOUNT         PIC 9(13)V99.
       01  WS-GL-PROJECTED      PIC 9(13)V99.
       01  WS-GL-EDIT-NET       PIC Z(12)9.99.
       01  WS-GL-EDIT-LIMIT     PIC Z(12)9.99.
       01  WS-LIMIT-WARN-COUNT  PIC 9(5) VALUE 0.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  WS-NOW               PIC 9(6).
       01  ACCOUNTS-TABLE.
           05 ACCOUNT-ENTRY OCCURS 50000 TIMES.
               10 AC-REC-TBL      PIC X(60).
       01  WS-AC-INDEX          PIC 9(6) VALUE 1.
       01  WS-AC-COUNT          PIC 9(6) VALUE 0.
       01  WS-DISB-IX           PIC 9(6) VALUE 0.
       01  LOAN-ID-TABLE.
           05 LOAN-ID-ENTRY OCCURS 10000 TIMES PIC X(5).
       01  WS-LI-INDEX          PIC 9(5) VALUE 1.
       01  WS-LI-COUNT          PIC 9(5) VALUE 0.
       01  WS-LOAN-EXISTS       PIC X VALUE 'N'.
       01  HOLIDAY-TABLE.
           05 HOLIDAY-ENTRY OCCURS 500 TIMES.
               10 HOL-DATE-TBL  PIC 9(8).
       01  WS-HOL-INDEX         PIC 9(3) VALUE 1.
       01  WS-HOL-COUNT         PIC 9(3) VALUE 0.
       01  WS-WORK-DATE         PIC 9(8).
       01  WS-WORK-INT          PIC 9(8).
       01  WS-DOW               PIC 9(1).
       01  WS-IS-BUSINESS       PIC X.
       01  WS-DUE-YYYY          PIC 9(4).
       01  WS-DUE-MM            PIC 9(2).
       01  WS-DUE-DD            PIC 9(2).
       01  WS-FIRST-DUE         PIC 9(8).
       01  WS-GROWTH            PIC 9(9)V9(9).
       01  WS-TERM-INDEX        PIC 9(3).
       01  WS-RATE-FACTOR       PIC 9V9(4).
       01  WS-ANNUITY-NUM       PIC 9(9)V9(6).
       01  WS-ANNUITY-DEN       PIC 9(9)V9(9).
       01  WS-INSTALLMENT       PIC 9(7)V99.
       01  WS-REJECT-REASON     PIC X(40).
       01  WS-BOOKED-COUNT      PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT      PIC 9(5) VALUE 0.
       01  WS-BOOKED-TOTAL      PIC 9(9)V99 VALUE 0.
       01  WS-ACC-TOUCHED       PIC X VALUE 'N'.
       01  WS-JOURNAL-ID        PIC X(5).
       01  WS-JOURNAL-AMT       PIC 9(7)V99.
       01  WS-JOURNAL-TIPO      PIC X(1).
       01  WS-JRN-DATE          PIC 9(8) VALUE 0.
       01  WS-JRN-SEQ           PIC 9(7) VALUE 0.
       01  WS-JRN-CURRENCY      PIC X(3) VALUE "USD".
       01  WS-JRN-BALANCE       PIC S9(7)V99 VALUE 0.
       01  WS-JRN-BAL-ABS       PIC 9(7)V99.
       01  WS-JRN-SIGN          PIC X(1).
       01  WS-JRN-EXT           PIC X(48).
       01  WS-JRN-PROGRAM       PIC X(16) VALUE "ORIGINA-PRESTAMO".
       01  WS-ACCWORK-PATH      PIC X(200).
       01  WS-ACCLIVE-PATH      PIC X(200).
       01  WS-PATH-LEN          PIC 9(3).
       01  WS-CHK-COUNT         PIC 9(6) VALUE 0.
       01  WS-CHK-TOTAL         PIC S9(13)V99 VALUE 0.
       01  WS-VFY-COUNT         PIC 9(6).
       01  WS-VFY-TOTAL         PIC S9(13)V99.
       01  WS-VERIFY-OK         PIC X VALUE 'N'.
       01  WS-VFY-EOF           PIC X VALUE 'N'.
       01  BOOKED-TABLE.
           05 BOOKED-ENTRY OCCURS 2000 TIMES.
               10 BK-LOAN-ID-TBL  PIC X(5).
               10 BK-PRIN-TBL     PIC 9(7)V99.
               10 BK-RATE-TBL     PIC 9V9(4).
               10 BK-TERM-TBL     PIC 9(3).
               10 BK-PAYMENT-TBL  PIC 9(7)V99.
               10 BK-DUE-TBL      PIC 9(8).
               10 BK-DISB-TBL     PIC X(5).
               10 BK-CUST-TBL     PIC X(5).
       01  WS-BK-INDEX          PIC 9(4) VALUE 1.
       01  WS-BK-COUNT          PIC 9(4) VALUE 0.
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
               FROM ENVIRONMENT "LOAN_REQUESTS_PATH"
           IF WS-REQUESTS-PATH = SPACES
               MOVE "accounts/LOAN_REQUESTS.DAT" TO WS-REQUESTS-PATH
           END-IF
           MOVE SPACES TO WS-LOAN-PATH
           ACCEPT WS-LOAN-PATH FROM ENVIRONMENT "LOAN_MASTER_PATH"
           IF WS-LOAN-PATH = SPACES
               MOVE "accounts/LOAN_MASTER.DAT" TO WS-LOAN-PATH
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
           MOVE SPACES TO WS-REJECTS-PATH
           ACCEPT WS-REJECTS-PATH
               FROM ENVIRONMENT "LOAN_BOOKING_RPT_PATH"
           IF WS-REJECTS-PATH = SPACES
               MOVE "accounts/LOAN_BOOKING.RPT" TO WS-REJECTS-PATH
           END-IF
           MOVE SPACES TO WS-GROUPS-PATH
           ACCEPT WS-GROUPS-PATH FROM ENVIRONMENT "EXPOSURE_GROUPS_PATH"
           IF WS-GROUPS-PATH = SPACES
               MOVE "accounts/EXPOSURE_GROUPS.DAT" TO WS-GROUPS-PATH
           END-IF
           MOVE SPACES TO WS-POSITION-PATH
           ACCEPT WS-POSITION-PATH
               FROM ENVIRONMENT "EXPOSURE_POSITIONS_PATH"
           IF WS-POSITION-PATH = SPACES
               MOVE "accounts/EXPOSURE_POSITIONS.DAT"
                   TO WS-POSITION-PATH
           END-IF
           MOVE SPACES TO WS-FX-RATES-PATH
           ACCEPT WS-FX-RATES-PATH FROM ENVIRONMENT "FX_RATES_PATH"
           IF WS-FX-RATES-PATH = SPACES
               MOVE "accounts/FX_RATES.DAT" TO WS-FX-RATES-PATH
           END-IF
           PERFORM READ-BUSINESS-DATE
           MOVE WS-TODAY TO WS-JRN-DATE
           PERFORM LOAD-HOLIDAY-TABLE
           PERFORM LOAD-LOAN-IDS
           PERFORM LOAD-GROUP-POSITIONS
           PERFORM ACQUIRE-ACCOUNTS-LOCK
           PERFORM LOAD-ACCOUNTS-TABLE
           OPEN OUTPUT REJECTS-FILE
           MOVE SPACES TO REJECT-LINE
           STRING "LOAN BOOKING AND DISBURSEMENT " WS-TODAY
               DELIMITED BY SIZE
               INTO REJECT-LINE
           WRITE REJECT-LINE
           PERFORM PROCESS-LOAN-REQUESTS
           IF WS-ACC-TOUCHED = 'Y'
               PERFORM REWRITE-ACCOUNTS-FILE
               IF WS-VERIFY-OK = 'Y'
                   PERFORM APPEND-LOAN-MASTER
                   PERFORM WRITE-BOOKING-NOTICES
                   OPEN OUTPUT REQUESTS-FILE
                   CLOSE REQUESTS-FILE
               ELSE
                   MOVE 0 TO WS-BOOKED-COUNT
                   MOVE 0 TO WS-BOOKED-TOTAL
                   MOVE SPACES TO REJECT-LINE
                   STRING "ERROR - MASTER NOT REPLACED - LOAN "
                       "REQUESTS LEFT IN PLACE"
                       DELIMITED BY SIZE
                       INTO REJECT-LINE
                   WRITE REJECT-LINE
                   DISPLAY "ERROR - MASTER NOT REPLACED - LOAN "
                       "REQUESTS LEFT IN PLACE"
               END-IF
           END-IF
           MOVE SPACES TO REJECT-LINE
           STRING "BOOKED " WS-BOOKED-COUNT
               " DISBURSED " WS-BOOKED-TOTAL
               " REJECTED " WS-REJECT-COUNT
               DELIMITED BY SIZE
               INTO REJECT-LINE
           WRITE REJECT-LINE
           IF WS-LIMIT-WARN-COUNT > 0
               MOVE SPACES TO REJECT-LINE
               STRING "GROUP EXPOSURE LIMIT WARNINGS "
                   WS-LIMIT-WARN-COUNT
                   DELIMITED BY SIZE
                   INTO REJECT-LINE
               WRITE REJECT-LINE
           END-IF
           CLOSE REJECTS-FILE
           PERFORM RELEASE-ACCOUNTS-LOCK
           DISPLAY "LOANS BOOKED " WS-BOOKED-COUNT
               " DISBURSED " WS-BOOKED-TOTAL
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

       LOAD-HOLIDAY-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-HOL-COUNT
           OPEN INPUT HOLIDAYS-FILE
           IF WS-HOLIDAYS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-HOL-COUNT >= 500
                   READ HOLIDAYS-FILE INTO HOL-RECORD
                   AT END MOVE 'Y' TO WS-EOF
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
           MOVE 'N' TO WS-EOF.

       LOAD-LOAN-IDS.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-LI-COUNT
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-LOAN-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-LI-COUNT >= 10000
                   READ LOAN-MASTER-FILE INTO LOAN-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LN-ID NOT = SPACES
                           ADD 1 TO WS-LI-COUNT
                           MOVE LN-ID TO LOAN-ID-ENTRY(WS-LI-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER-FILE
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

       PROCESS-LOAN-REQUESTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT REQUESTS-FILE
           IF WS-REQUESTS-STATUS NOT = "00"
               DISPLAY "NO LOAN REQUESTS FILE"
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REQUESTS-FILE INTO REQUEST-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PROCESS-ONE-REQUEST
                   END-READ
               END-PERFORM
               CLOSE REQUESTS-FILE
               IF WS-ACC-TOUCHED = 'N'
                   OPEN OUTPUT REQUESTS-FILE
                   CLOSE REQUESTS-FILE
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF.

       PROCESS-ONE-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON
           IF LQ-LOAN-ID = SPACES OR LQ-DISB-ACCT = SPACES
                   OR LQ-PRINCIPAL NOT NUMERIC
                   OR LQ-RATE NOT NUMERIC
                   OR LQ-TERM NOT NUMERIC
               MOVE "REQUEST UNREADABLE" TO WS-REJECT-REASON
           ELSE
           IF LQ-PRINCIPAL = 0 OR LQ-TERM = 0
               MOVE "PRINCIPAL AND TERM MUST BE POSITIVE"
                   TO WS-REJECT-REASON
           ELSE
           IF WS-BK-COUNT >= 2000
               MOVE "BATCH FULL - RESUBMIT NEXT RUN"
                   TO WS-REJECT-REASON
           ELSE
               PERFORM CHECK-LOAN-ID-FREE
               IF WS-LOAN-EXISTS = 'Y'
                   MOVE "LOAN ID ALREADY IN USE" TO WS-REJECT-REASON
               ELSE
                   PERFORM FIND-DISBURSEMENT-ACCOUNT
               END-IF
           END-IF
           END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM BOOK-ONE-LOAN
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO REJECT-LINE
               STRING "REJECT " LQ-LOAN-ID " - " WS-REJECT-REASON
                   DELIMITED BY SIZE
                   INTO REJECT-LINE
               WRITE REJECT-LINE
               DISPLAY "LOAN REQUEST REJECTED " LQ-LOAN-ID
                   " " WS-REJECT-REASON
           END-IF.

       CHECK-LOAN-ID-FREE.
           MOVE 'N' TO WS-LOAN-EXISTS
           MOVE 1 TO WS-LI-INDEX
           PERFORM UNTIL WS-LI-INDEX > WS-LI-COUNT
               IF LOAN-ID-ENTRY(WS-LI-INDEX) = LQ-LOAN-ID
                   MOVE 'Y' TO WS-LOAN-EXISTS
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-LI-INDEX
           END-PERFORM
           MOVE 1 TO WS-BK-INDEX
           PERFORM UNTIL WS-BK-INDEX > WS-BK-COUNT
               IF BK-LOAN-ID-TBL(WS-BK-INDEX) = LQ-LOAN-ID
                   MOVE 'Y' TO WS-LOAN-EXISTS
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-BK-INDEX
           END-PERFORM
           MOVE 1 TO WS-AC-INDEX
           PERFORM UNTIL WS-AC-INDEX > WS-AC-COUNT
               MOVE AC-REC-TBL(WS-AC-INDEX) TO ACCOUNTS-RECORD
               IF AC-ID = LQ-LOAN-ID
                   MOVE 'Y' TO WS-LOAN-EXISTS
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-AC-INDEX
           END-PERFORM.

       FIND-DISBURSEMENT-ACCOUNT.
           MOVE 0 TO WS-DISB-IX
           MOVE 1 TO WS-AC-INDEX
           PERFORM UNTIL WS-AC-INDEX > WS-AC-COUNT
               MOVE AC-REC-TBL(WS-AC-INDEX) TO ACCOUNTS-RECORD
               IF AC-ID = LQ-DISB-ACCT
                   MOVE WS-AC-INDEX TO WS-DISB-IX
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-AC-INDEX
           END-PERFORM
           IF WS-DISB-IX = 0
               MOVE "NOMINATED ACCOUNT NOT FOUND"
                   TO WS-REJECT-REASON
           ELSE
               MOVE AC-REC-TBL(WS-DISB-IX) TO ACCOUNTS-RECORD
               IF NOT AC-ES-CHECKING
                   MOVE "NOMINATED ACCOUNT NOT CHECKING"
                       TO WS-REJECT-REASON
               ELSE
               IF AC-ST-BLOCKED
                   MOVE "NOMINATED ACCOUNT BLOCKED"
                       TO WS-REJECT-REASON
               ELSE
               IF LQ-CUST-ID NOT = SPACES
                       AND AC-CUST-ID NOT = SPACES
                       AND LQ-CUST-ID NOT = AC-CUST-ID
                   MOVE "NOMINATED ACCOUNT BELONGS TO ANOTHER CUSTOMER"
                       TO WS-REJECT-REASON
               END-IF
               END-IF
               END-IF
           END-IF.

       BOOK-ONE-LOAN.
           PERFORM COMPUTE-INSTALLMENT
           PERFORM COMPUTE-FIRST-DUE-DATE
           IF WS-AC-COUNT >= 50000
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO REJECT-LINE
               STRING "REJECT " LQ-LOAN-ID
                   " - ACCOUNT MASTER TABLE FULL"
                   DELIMITED BY SIZE
                   INTO REJECT-LINE
               WRITE REJECT-LINE
           ELSE
               PERFORM POST-DISBURSEMENT
           END-IF.

       COMPUTE-INSTALLMENT.
           IF LQ-RATE = 0
               COMPUTE WS-INSTALLMENT ROUNDED =
                   LQ-PRINCIPAL / LQ-TERM
           ELSE
               MOVE 1 TO WS-RATE-FACTOR
               ADD LQ-RATE TO WS-RATE-FACTOR
               MOVE 1 TO WS-GROWTH
               MOVE 0 TO WS-TERM-INDEX
               PERFORM UNTIL WS-TERM-INDEX >= LQ-TERM
                   COMPUTE WS-GROWTH ROUNDED =
                       WS-GROWTH * WS-RATE-FACTOR
                   ADD 1 TO WS-TERM-INDEX
               END-PERFORM
               COMPUTE WS-ANNUITY-NUM ROUNDED =
                   LQ-PRINCIPAL * LQ-RATE * WS-GROWTH
               COMPUTE WS-ANNUITY-DEN = WS-GROWTH - 1
               COMPUTE WS-INSTALLMENT ROUNDED =
                   WS-ANNUITY-NUM / WS-ANNUITY-DEN
           END-IF.

       COMPUTE-FIRST-DUE-DATE.
           MOVE WS-TODAY(1:4) TO WS-DUE-YYYY
           MOVE WS-TODAY(5:2) TO WS-DUE-MM
           MOVE WS-TODAY(7:2) TO WS-DUE-DD
           IF WS-DUE-MM = 12
               MOVE 1 TO WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY
           ELSE
               ADD 1 TO WS-DUE-MM
           END-IF
           IF WS-DUE-DD > 28
               MOVE 28 TO WS-DUE-DD
           END-IF
           COMPUTE WS-WORK-DATE =
               WS-DUE-YYYY * 10000 + WS-DUE-MM * 100 + WS-DUE-DD
           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL WS-IS-BUSINESS = 'Y'
               PERFORM ADVANCE-ONE-DAY
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM
           MOVE WS-WORK-DATE TO WS-FIRST-DUE.

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

       POST-DISBURSEMENT.
           MOVE AC-REC-TBL(WS-DISB-IX) TO ACCOUNTS-RECORD
           ADD LQ-PRINCIPAL TO AC-SALDO
           MOVE ACCOUNTS-RECORD TO AC-REC-TBL(WS-DISB-IX)
           MOVE AC-ID TO WS-JOURNAL-ID
           MOVE LQ-PRINCIPAL TO WS-JOURNAL-AMT
           MOVE 'C' TO WS-JOURNAL-TIPO
           MOVE AC-CURRENCY TO WS-JRN-CURRENCY
           MOVE AC-SALDO TO WS-JRN-BALANCE
           PERFORM WRITE-JOURNAL-LINE
           MOVE LQ-LOAN-ID TO AC-ID
           MOVE 0 TO AC-SALDO
           SUBTRACT LQ-PRINCIPAL FROM AC-SALDO
           MOVE 0 TO AC-OVERDRAFT-LIMIT
           MOVE 'L' TO AC-TYPE
           MOVE 'A' TO AC-STATUS
           ADD 1 TO WS-AC-COUNT
           MOVE ACCOUNTS-RECORD TO AC-REC-TBL(WS-AC-COUNT)
           MOVE AC-ID TO WS-JOURNAL-ID
           MOVE LQ-PRINCIPAL TO WS-JOURNAL-AMT
           MOVE 'D' TO WS-JOURNAL-TIPO
           MOVE AC-SALDO TO WS-JRN-BALANCE
           PERFORM WRITE-JOURNAL-LINE
           MOVE 'Y' TO WS-ACC-TOUCHED
           ADD 1 TO WS-BK-COUNT
           MOVE LQ-LOAN-ID TO BK-LOAN-ID-TBL(WS-BK-COUNT)
           MOVE LQ-PRINCIPAL TO BK-PRIN-TBL(WS-BK-COUNT)
           MOVE LQ-RATE TO BK-RATE-TBL(WS-BK-COUNT)
           MOVE LQ-TERM TO BK-TERM-TBL(WS-BK-COUNT)
           MOVE WS-INSTALLMENT TO BK-PAYMENT-TBL(WS-BK-COUNT)
           MOVE WS-FIRST-DUE TO BK-DUE-TBL(WS-BK-COUNT)
           MOVE LQ-DISB-ACCT TO BK-DISB-TBL(WS-BK-COUNT)
           MOVE AC-CUST-ID TO BK-CUST-TBL(WS-BK-COUNT)
           ADD 1 TO WS-BOOKED-COUNT
           ADD LQ-PRINCIPAL TO WS-BOOKED-TOTAL
           MOVE SPACES TO REJECT-LINE
           STRING "BOOKED " LQ-LOAN-ID
               " PRINCIPAL " LQ-PRINCIPAL
               " INSTALLMENT " WS-INSTALLMENT
               " FIRST DUE " WS-FIRST-DUE
               " TO " LQ-DISB-ACCT
               DELIMITED BY SIZE
               INTO REJECT-LINE
           WRITE REJECT-LINE
           DISPLAY "LOAN BOOKED " LQ-LOAN-ID
               " PRINCIPAL " LQ-PRINCIPAL
               " INSTALLMENT " WS-INSTALLMENT
               " FIRST DUE " WS-FIRST-DUE
           PERFORM CHECK-GROUP-LIMITS.

       LOAD-GROUP-POSITIONS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT POSITION-FILE
           IF WS-POSITION-STATUS = "00"
               MOVE 'Y' TO WS-GP-LOADED
               PERFORM UNTIL WS-EOF = 'Y' OR WS-GP-COUNT >= 20000
                   READ POSITION-FILE INTO POSITION-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF XP-NET NUMERIC AND XP-REG-LIMIT NUMERIC
                               AND XP-INT-LIMIT NUMERIC
                           IF XP-GROUP = "*LIMITS*"
                               MOVE XP-CURRENCY TO WS-GP-BASE-CCY
                               MOVE XP-REG-LIMIT TO WS-GP-DEFAULT-REG
                               MOVE XP-INT-LIMIT TO WS-GP-DEFAULT-INT
                           ELSE
                               ADD 1 TO WS-GP-COUNT
                               MOVE XP-GROUP
                                   TO GP-GROUP-TBL(WS-GP-COUNT)
                               MOVE XP-NET TO GP-NET-TBL(WS-GP-COUNT)
                               MOVE XP-REG-LIMIT
                                   TO GP-REG-TBL(WS-GP-COUNT)
                               MOVE XP-INT-LIMIT
                                   TO GP-INT-TBL(WS-GP-COUNT)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE POSITION-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           IF WS-GP-LOADED = 'Y'
               OPEN INPUT GROUPS-FILE
               IF WS-GROUPS-STATUS = "00"
                   PERFORM UNTIL WS-EOF = 'Y' OR WS-GM-COUNT >= 20000
                       READ GROUPS-FILE INTO GROUPS-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF EG-GROUP NOT = SPACES
                                   AND EG-CUST-ID NOT = SPACES
                               ADD 1 TO WS-GM-COUNT
                               MOVE EG-GROUP
                                   TO GM-GROUP-TBL(WS-GM-COUNT)
                               MOVE EG-CUST-ID
                                   TO GM-CUST-TBL(WS-GM-COUNT)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GROUPS-FILE
               END-IF
               MOVE 'N' TO WS-EOF
               OPEN INPUT FX-RATES-FILE
               IF WS-FX-RATES-STATUS = "00"
                   PERFORM UNTIL WS-EOF = 'Y' OR WS-FX-COUNT >= 100
                       READ FX-RATES-FILE INTO FX-RATE-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF FXR-RATE NUMERIC AND FXR-EFF-DATE NUMERIC
                                   AND FXR-EFF-DATE <= WS-TODAY
                               ADD 1 TO WS-FX-COUNT
                               MOVE FXR-CURRENCY
                                   TO FX-CURRENCY-TBL(WS-FX-COUNT)
                               MOVE FXR-RATE
                                   TO FX-RATE-TBL(WS-FX-COUNT)
                               MOVE FXR-EFF-DATE
                                   TO FX-EFF-DATE-TBL(WS-FX-COUNT)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FX-RATES-FILE
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF.

       CHECK-GROUP-LIMITS.
           IF WS-GP-LOADED = 'Y'
               MOVE AC-CUST-ID TO WS-GL-CUST
               IF WS-GL-CUST = SPACES
                   MOVE LQ-CUST-ID TO WS-GL-CUST
               END-IF
               IF WS-GL-CUST = SPACES
                   MOVE LQ-DISB-ACCT TO WS-GL-CUST
               END-IF
               MOVE 1 TO WS-FX-RATE-NOW
               MOVE 0 TO WS-FX-BEST-DATE
               IF AC-CURRENCY NOT = SPACES
                       AND AC-CURRENCY NOT = WS-GP-BASE-CCY
                   MOVE 1 TO WS-FX-INDEX
                   PERFORM UNTIL WS-FX-INDEX > WS-FX-COUNT
                       IF FX-CURRENCY-TBL(WS-FX-INDEX) = AC-CURRENCY
                               AND FX-EFF-DATE-TBL(WS-FX-INDEX)
                                   >= WS-FX-BEST-DATE
                           MOVE FX-RATE-TBL(WS-FX-INDEX)
                               TO WS-FX-RATE-NOW
                           MOVE FX-EFF-DATE-TBL(WS-FX-INDEX)
                               TO WS-FX-BEST-DATE
                       END-IF
                       ADD 1 TO WS-FX-INDEX
                   END-PERFORM
               END-IF
               COMPUTE WS-GL-AMOUNT ROUNDED =
                   LQ-PRINCIPAL * WS-FX-RATE-NOW
               MOVE 'N' TO WS-GL-IN-GROUP
               MOVE 1 TO WS-GM-INDEX
               PERFORM UNTIL WS-GM-INDEX > WS-GM-COUNT
                   IF GM-CUST-TBL(WS-GM-INDEX) = WS-GL-CUST
                       MOVE 'Y' TO WS-GL-IN-GROUP
                       MOVE GM-GROUP-TBL(WS-GM-INDEX) TO WS-GL-GROUP
                       PERFORM CHECK-ONE-GROUP-LIMIT
                   END-IF
                   ADD 1 TO WS-GM-INDEX
               END-PERFORM
               IF WS-GL-IN-GROUP = 'N'
                   MOVE SPACES TO WS-GL-GROUP
                   MOVE WS-GL-CUST TO WS-GL-GROUP
                   PERFORM CHECK-ONE-GROUP-LIMIT
               END-IF
           END-IF.

       CHECK-ONE-GROUP-LIMIT.
           MOVE 1 TO WS-GP-INDEX
           PERFORM UNTIL WS-GP-INDEX > WS-GP-COUNT
               IF GP-GROUP-TBL(WS-GP-INDEX) = WS-GL-GROUP
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-GP-INDEX
           END-PERFORM
           IF WS-GP-INDEX > WS-GP-COUNT
               IF WS-GP-COUNT < 20000
                   ADD 1 TO WS-GP-COUNT
                   MOVE WS-GP-COUNT TO WS-GP-INDEX
                   MOVE WS-GL-GROUP TO GP-GROUP-TBL(WS-GP-INDEX)
                   MOVE 0 TO GP-NET-TBL(WS-GP-INDEX)
                   MOVE WS-GP-DEFAULT-REG TO GP-REG-TBL(WS-GP-INDEX)
                   MOVE WS-GP-DEFAULT-INT TO GP-INT-TBL(WS-GP-INDEX)
               END-IF
           END-IF
           IF WS-GP-INDEX <= WS-GP-COUNT
               COMPUTE WS-GL-PROJECTED =
                   GP-NET-TBL(WS-GP-INDEX) + WS-GL-AMOUNT
               MOVE WS-GL-PROJECTED TO WS-GL-EDIT-NET
               MOVE SPACES TO REJECT-LINE
               IF GP-REG-TBL(WS-GP-INDEX) > 0
                       AND WS-GL-PROJECTED > GP-REG-TBL(WS-GP-INDEX)
                   MOVE GP-REG-TBL(WS-GP-INDEX) TO WS-GL-EDIT-LIMIT
                   STRING "WARNING " LQ-LOAN-ID " - GROUP " WS-GL-GROUP
                       " PROJECTED " WS-GL-EDIT-NET
                       " OVER REGULATORY LIMIT " WS-GL-EDIT-LIMIT
                       DELIMITED BY SIZE
                       INTO REJECT-LINE
               ELSE
               IF GP-INT-TBL(WS-GP-INDEX) > 0
                       AND WS-GL-PROJECTED > GP-INT-TBL(WS-GP-INDEX)
                   MOVE GP-INT-TBL(WS-GP-INDEX) TO WS-GL-EDIT-LIMIT
                   STRING "WARNING " LQ-LOAN-ID " - GROUP " WS-GL-GROUP
                       " PROJECTED " WS-GL-EDIT-NET
                       " OVER INTERNAL SUB-LIMIT " WS-GL-EDIT-LIMIT
                       DELIMITED BY SIZE
                       INTO REJECT-LINE
               END-IF
               END-IF
               IF REJECT-LINE NOT = SPACES
                   ADD 1 TO WS-LIMIT-WARN-COUNT
                   WRITE REJECT-LINE
                   DISPLAY REJECT-LINE
               END-IF
               MOVE WS-GL-PROJECTED TO GP-NET-TBL(WS-GP-INDEX)
           END-IF.

       APPEND-LOAN-MASTER.
           OPEN EXTEND LOAN-MASTER-FILE
           IF WS-LOAN-STATUS NOT = "00" AND
                   WS-LOAN-STATUS NOT = "05"
               CLOSE LOAN-MASTER-FILE
               OPEN OUTPUT LOAN-MASTER-FILE
           END-IF
           MOVE 1 TO WS-BK-INDEX
           PERFORM UNTIL WS-BK-INDEX > WS-BK-COUNT
               MOVE SPACES TO LOAN-RECORD
               MOVE BK-LOAN-ID-TBL(WS-BK-INDEX) TO LN-ID
               MOVE BK-PRIN-TBL(WS-BK-INDEX) TO LN-ORIG-PRINCIPAL
               MOVE BK-PRIN-TBL(WS-BK-INDEX) TO LN-BALANCE
               MOVE BK-RATE-TBL(WS-BK-INDEX) TO LN-RATE
               MOVE BK-TERM-TBL(WS-BK-INDEX) TO LN-TERM
               MOVE BK-PAYMENT-TBL(WS-BK-INDEX) TO LN-PAYMENT
               MOVE BK-DUE-TBL(WS-BK-INDEX) TO LN-NEXT-DUE
               MOVE BK-DISB-TBL(WS-BK-INDEX) TO LN-DISB-ACCT
               MOVE WS-TODAY TO LN-OPENED
               MOVE 'A' TO LN-STATUS
               MOVE 0 TO LN-CHARGES
               MOVE 0 TO LN-PENALTY
               MOVE 0 TO LN-FEE-DUE
               MOVE 0 TO LN-PEN-THRU
               WRITE LOAN-RECORD
               ADD 1 TO WS-BK-INDEX
           END-PERFORM
           CLOSE LOAN-MASTER-FILE.

       WRITE-BOOKING-NOTICES.
           ACCEPT WS-NOW FROM TIME
           OPEN EXTEND CHGAUDIT-FILE
           IF WS-CHGAUDIT-STATUS NOT = "00" AND
                   WS-CHGAUDIT-STATUS NOT = "05"
               CLOSE CHGAUDIT-FILE
               OPEN OUTPUT CHGAUDIT-FILE
           END-IF
           OPEN EXTEND NOTIFY-FILE
           IF WS-NOTIFY-STATUS NOT = "00" AND
                   WS-NOTIFY-STATUS NOT = "05"
               CLOSE NOTIFY-FILE
               OPEN OUTPUT NOTIFY-FILE
           END-IF
           MOVE 1 TO WS-BK-INDEX
           PERFORM UNTIL WS-BK-INDEX > WS-BK-COUNT
               MOVE SPACES TO CHGAUDIT-LINE
               STRING "CHG LOAN BOOKED " BK-LOAN-ID-TBL(WS-BK-INDEX)
                   " ORIGINA-PRESTAMOS " WS-TODAY WS-NOW
                   DELIMITED BY SIZE
                   INTO CHGAUDIT-LINE
               WRITE CHGAUDIT-LINE
               MOVE SPACES TO CHGAUDIT-LINE
               MOVE "BEF " TO CHGAUDIT-LINE
               WRITE CHGAUDIT-LINE
               MOVE SPACES TO CHGAUDIT-LINE
               STRING "AFT " BK-LOAN-ID-TBL(WS-BK-INDEX)
                   " " BK-PRIN-TBL(WS-BK-INDEX)
                   " " BK-RATE-TBL(WS-BK-INDEX)
                   " " BK-TERM-TBL(WS-BK-INDEX)
                   " " BK-PAYMENT-TBL(WS-BK-INDEX)
                   " " BK-DUE-TBL(WS-BK-INDEX)
                   " " BK-DISB-TBL(WS-BK-INDEX)
                   DELIMITED BY SIZE
                   INTO CHGAUDIT-LINE
               WRITE CHGAUDIT-LINE
               MOVE SPACES TO NOTIFY-LINE
               STRING "ALERT LOANBOOKED " BK-LOAN-ID-TBL(WS-BK-INDEX)
                   " CUSTOMER " BK-CUST-TBL(WS-BK-INDEX)
                   " INSTALLMENT " BK-PAYMENT-TBL(WS-BK-INDEX)
                   " FIRST DUE " BK-DUE-TBL(WS-BK-INDEX)
                   DELIMITED BY SIZE
                   INTO NOTIFY-LINE
               WRITE NOTIFY-LINE
               ADD 1 TO WS-BK-INDEX
           END-PERFORM
           CLOSE CHGAUDIT-FILE
           CLOSE NOTIFY-FILE.

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
                   WS-JOURNAL-TIPO " LNDSB"
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
