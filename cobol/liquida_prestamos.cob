       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDA-PRESTAMOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT LOAN-MASTER-FILE
               ASSIGN TO DYNAMIC WS-LOAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT QUOTES-FILE
               ASSIGN TO DYNAMIC WS-QUOTES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-QUOTES-STATUS.
           SELECT SETTLE-FILE
               ASSIGN TO DYNAMIC WS-SETTLE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.
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
       FD  QUOTES-FILE.
       01  QUOTE-RECORD.
           05 QT-LOAN-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 QT-QUOTE-DATE     PIC 9(8).
           05 FILLER            PIC X(1).
           05 QT-PRINCIPAL      PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 QT-INTEREST       PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 QT-CHARGES        PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 QT-TOTAL          PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 QT-EXPIRY         PIC 9(8).
           05 FILLER            PIC X(1).
           05 QT-STATUS         PIC X(1).
           05 FILLER            PIC X(1).
           05 QT-ISSUED         PIC 9(8).
       FD  SETTLE-FILE.
       01  SETTLE-RECORD.
           05 PS-LOAN-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 PS-AMOUNT         PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 PS-FROM-ACCT      PIC X(5).
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
       01 WS-LOCK-PROGRAM   PIC X(24) VALUE "LIQUIDA-PRESTAMOS".
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
       01  WS-LOAN-PATH         PIC X(200).
       01  WS-QUOTES-PATH       PIC X(200).
       01  WS-SETTLE-PATH       PIC X(200).
       01  WS-BUSDATE-PATH      PIC X(200).
       01  WS-JOURNAL-PATH      PIC X(200).
       01  WS-NOTIFY-PATH       PIC X(200).
       01  WS-REPORT-PATH       PIC X(200).
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-LOAN-STATUS       PIC XX.
       01  WS-QUOTES-STATUS     PIC XX.
       01  WS-SETTLE-STATUS     PIC XX.
       01  WS-BUSDATE-STATUS    PIC XX.
       01  WS-JOURNAL-STATUS    PIC XX.
       01  WS-NOTIFY-STATUS     PIC XX.
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-MODE              PIC X(8).
       01  WS-TODAY             PIC 9(8).
       01  WS-TODAY-INT         PIC 9(8).
       01  WS-WANT-LOAN         PIC X(5).
       01  WS-QUOTE-DATE-TXT    PIC X(8).
       01  WS-QUOTE-DATE        PIC 9(8).
       01  WS-VALID-TXT         PIC X(3).
       01  WS-VALID-DAYS        PIC 9(3) VALUE 10.
       01  WS-FROM-DATE         PIC 9(8).
       01  WS-FROM-INT          PIC 9(8).
       01  WS-QUOTE-INT         PIC 9(8).
       01  WS-ACCRUAL-DAYS      PIC S9(5).
       01  WS-ACCRUAL-WORK      PIC 9(9)V9(6).
       01  WS-DUE-YYYY          PIC 9(4).
       01  WS-DUE-MM            PIC 9(2).
       01  WS-DUE-DD            PIC 9(2).
       01  WS-QT-PRINCIPAL      PIC 9(7)V99.
       01  WS-QT-INTEREST       PIC 9(7)V99.
       01  WS-QT-CHARGES        PIC 9(7)V99.
       01  WS-QT-TOTAL          PIC 9(7)V99.
       01  WS-QT-EXPIRY         PIC 9(8).
       01  LOAN-TABLE.
           05 LOAN-ENTRY OCCURS 10000 TIMES.
               10 LN-ID-TBL        PIC X(5).
               10 LN-ORIG-TBL      PIC 9(7)V99.
               10 LN-BALANCE-TBL   PIC 9(7)V99.
               10 LN-RATE-TBL      PIC 9V9(4).
               10 LN-TERM-TBL      PIC 9(3).
               10 LN-PAYMENT-TBL   PIC 9(7)V99.
               10 LN-NEXT-DUE-TBL  PIC 9(8).
               10 LN-DISB-TBL      PIC X(5).
               10 LN-OPENED-TBL    PIC X(8).
               10 LN-STATUS-TBL    PIC X(1).
               10 LN-CHARGES-TBL   PIC 9(7)V99.
               10 LN-PENALTY-TBL   PIC 9(7)V99.
               10 LN-FEE-DUE-TBL   PIC 9(8).
               10 LN-PEN-THRU-TBL  PIC 9(8).
       01  WS-LOAN-INDEX        PIC 9(5) VALUE 1.
       01  WS-LOAN-COUNT        PIC 9(5) VALUE 0.
       01  WS-LOAN-IX           PIC 9(5) VALUE 0.
       01  QUOTE-TABLE.
           05 QUOTE-ENTRY OCCURS 20000 TIMES.
               10 QT-LOAN-TBL      PIC X(5).
               10 QT-DATE-TBL      PIC 9(8).
               10 QT-PRIN-TBL      PIC 9(7)V99.
               10 QT-INT-TBL       PIC 9(7)V99.
               10 QT-CHG-TBL       PIC 9(7)V99.
               10 QT-TOTAL-TBL     PIC 9(7)V99.
               10 QT-EXPIRY-TBL    PIC 9(8).
               10 QT-STATUS-TBL    PIC X(1).
               10 QT-ISSUED-TBL    PIC 9(8).
       01  WS-QT-INDEX          PIC 9(5) VALUE 1.
       01  WS-QT-COUNT          PIC 9(5) VALUE 0.
       01  WS-QT-IX             PIC 9(5) VALUE 0.
       01  WS-QUOTES-TOUCHED    PIC X VALUE 'N'.
       01  ACCOUNTS-TABLE.
           05 ACCOUNT-ENTRY OCCURS 50000 TIMES.
               10 AC-REC-TBL      PIC X(60).
       01  WS-AC-INDEX          PIC 9(6) VALUE 1.
       01  WS-AC-COUNT          PIC 9(6) VALUE 0.
       01  WS-PAYER-IX          PIC 9(6) VALUE 0.
       01  WS-LOANACC-IX        PIC 9(6) VALUE 0.
       01  WS-PAYER-ACCT        PIC X(5).
       01  WS-REJECT-REASON     PIC X(40).
       01  WS-SETTLED-COUNT     PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT      PIC 9(5) VALUE 0.
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
       01  WS-JRN-PROGRAM       PIC X(16) VALUE "LIQUIDA-PRESTAMO".
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
           MOVE SPACES TO WS-LOAN-PATH
           ACCEPT WS-LOAN-PATH FROM ENVIRONMENT "LOAN_MASTER_PATH"
           IF WS-LOAN-PATH = SPACES
               MOVE "accounts/LOAN_MASTER.DAT" TO WS-LOAN-PATH
           END-IF
           MOVE SPACES TO WS-QUOTES-PATH
           ACCEPT WS-QUOTES-PATH FROM ENVIRONMENT "PAYOFF_QUOTES_PATH"
           IF WS-QUOTES-PATH = SPACES
               MOVE "accounts/PAYOFF_QUOTES.DAT" TO WS-QUOTES-PATH
           END-IF
           MOVE SPACES TO WS-SETTLE-PATH
           ACCEPT WS-SETTLE-PATH FROM ENVIRONMENT "PAYOFF_SETTLE_PATH"
           IF WS-SETTLE-PATH = SPACES
               MOVE "accounts/PAYOFF_SETTLE.DAT" TO WS-SETTLE-PATH
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
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "PAYOFF_RPT_PATH"
           IF WS-REPORT-PATH = SPACES
               MOVE "accounts/PAYOFF.RPT" TO WS-REPORT-PATH
           END-IF
           MOVE SPACES TO WS-VALID-TXT
           ACCEPT WS-VALID-TXT FROM ENVIRONMENT "PAYOFF_VALID_DAYS"
           IF WS-VALID-TXT NOT = SPACES AND WS-VALID-TXT NUMERIC
               MOVE WS-VALID-TXT TO WS-VALID-DAYS
           END-IF
           MOVE SPACES TO WS-MODE
           ACCEPT WS-MODE FROM ENVIRONMENT "PAYOFF_MODE"
           IF WS-MODE = SPACES
               MOVE "QUOTE" TO WS-MODE
           END-IF
           PERFORM READ-BUSINESS-DATE
           MOVE WS-TODAY TO WS-JRN-DATE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           PERFORM LOAD-QUOTE-TABLE
           EVALUATE WS-MODE
               WHEN "QUOTE"
                   PERFORM LOAD-LOAN-MASTER
                   PERFORM ISSUE-PAYOFF-QUOTE
               WHEN "SETTLE"
                   PERFORM SETTLE-PAID-OFF-LOANS
               WHEN OTHER
                   DISPLAY "UNKNOWN PAYOFF_MODE " WS-MODE
           END-EVALUATE
           IF WS-QUOTES-TOUCHED = 'Y'
               PERFORM REWRITE-QUOTE-FILE
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

       LOAD-LOAN-MASTER.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-LOAN-COUNT
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "NO LOAN MASTER FILE"
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y' OR WS-LOAN-COUNT >= 10000
               READ LOAN-MASTER-FILE INTO LOAN-RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF LN-BALANCE NUMERIC AND LN-RATE NUMERIC
                           AND LN-NEXT-DUE NUMERIC
                       ADD 1 TO WS-LOAN-COUNT
                       MOVE LN-ID TO LN-ID-TBL(WS-LOAN-COUNT)
                       MOVE LN-ORIG-PRINCIPAL
                           TO LN-ORIG-TBL(WS-LOAN-COUNT)
                       MOVE LN-BALANCE
                           TO LN-BALANCE-TBL(WS-LOAN-COUNT)
                       MOVE LN-RATE TO LN-RATE-TBL(WS-LOAN-COUNT)
                       MOVE LN-TERM TO LN-TERM-TBL(WS-LOAN-COUNT)
                       MOVE LN-PAYMENT
                           TO LN-PAYMENT-TBL(WS-LOAN-COUNT)
                       MOVE LN-NEXT-DUE
                           TO LN-NEXT-DUE-TBL(WS-LOAN-COUNT)
                       MOVE LN-DISB-ACCT
                           TO LN-DISB-TBL(WS-LOAN-COUNT)
                       MOVE LN-OPENED
                           TO LN-OPENED-TBL(WS-LOAN-COUNT)
                       MOVE LN-STATUS
                           TO LN-STATUS-TBL(WS-LOAN-COUNT)
                       MOVE 0 TO LN-CHARGES-TBL(WS-LOAN-COUNT)
                       MOVE 0 TO LN-PENALTY-TBL(WS-LOAN-COUNT)
                       MOVE 0 TO LN-FEE-DUE-TBL(WS-LOAN-COUNT)
                       MOVE 0 TO LN-PEN-THRU-TBL(WS-LOAN-COUNT)
                       IF LN-CHARGES NUMERIC
                           MOVE LN-CHARGES
                               TO LN-CHARGES-TBL(WS-LOAN-COUNT)
                       END-IF
                       IF LN-PENALTY NUMERIC
                           MOVE LN-PENALTY
                               TO LN-PENALTY-TBL(WS-LOAN-COUNT)
                       END-IF
                       IF LN-FEE-DUE NUMERIC
                           MOVE LN-FEE-DUE
                               TO LN-FEE-DUE-TBL(WS-LOAN-COUNT)
                       END-IF
                       IF LN-PEN-THRU NUMERIC
                           MOVE LN-PEN-THRU
                               TO LN-PEN-THRU-TBL(WS-LOAN-COUNT)
                       END-IF
                   ELSE
                       DISPLAY "LOAN MASTER RECORD SKIPPED " LN-ID
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-MASTER-FILE
           MOVE 'N' TO WS-EOF.

       FIND-LOAN.
           MOVE 0 TO WS-LOAN-IX
           MOVE 1 TO WS-LOAN-INDEX
           PERFORM UNTIL WS-LOAN-INDEX > WS-LOAN-COUNT
               IF LN-ID-TBL(WS-LOAN-INDEX) = WS-WANT-LOAN
                   MOVE WS-LOAN-INDEX TO WS-LOAN-IX
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-LOAN-INDEX
           END-PERFORM.

       LOAD-QUOTE-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-QT-COUNT
           OPEN INPUT QUOTES-FILE
           IF WS-QUOTES-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-QT-COUNT >= 20000
                   READ QUOTES-FILE INTO QUOTE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF QT-LOAN-ID NOT = SPACES
                               AND QT-TOTAL NUMERIC
                               AND QT-EXPIRY NUMERIC
                           ADD 1 TO WS-QT-COUNT
                           MOVE QT-LOAN-ID TO QT-LOAN-TBL(WS-QT-COUNT)
                           MOVE QT-QUOTE-DATE
                               TO QT-DATE-TBL(WS-QT-COUNT)
                           MOVE QT-PRINCIPAL
                               TO QT-PRIN-TBL(WS-QT-COUNT)
                           MOVE QT-INTEREST
                               TO QT-INT-TBL(WS-QT-COUNT)
                           MOVE QT-CHARGES
                               TO QT-CHG-TBL(WS-QT-COUNT)
                           MOVE QT-TOTAL
                               TO QT-TOTAL-TBL(WS-QT-COUNT)
                           MOVE QT-EXPIRY
                               TO QT-EXPIRY-TBL(WS-QT-COUNT)
                           MOVE QT-STATUS
                               TO QT-STATUS-TBL(WS-QT-COUNT)
                           MOVE QT-ISSUED
                               TO QT-ISSUED-TBL(WS-QT-COUNT)
                           IF QT-STATUS = 'O' AND QT-EXPIRY < WS-TODAY
                               MOVE 'X' TO QT-STATUS-TBL(WS-QT-COUNT)
                               MOVE 'Y' TO WS-QUOTES-TOUCHED
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE QUOTES-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       ISSUE-PAYOFF-QUOTE.
           MOVE SPACES TO WS-WANT-LOAN
           ACCEPT WS-WANT-LOAN FROM ENVIRONMENT "PAYOFF_LOAN_ID"
           IF WS-WANT-LOAN = SPACES
               DISPLAY "ERROR - SUPPLY PAYOFF_LOAN_ID"
               STOP RUN
           END-IF
           MOVE SPACES TO WS-QUOTE-DATE-TXT
           ACCEPT WS-QUOTE-DATE-TXT FROM ENVIRONMENT "PAYOFF_DATE"
           IF WS-QUOTE-DATE-TXT = SPACES
               MOVE WS-TODAY TO WS-QUOTE-DATE
           ELSE
               IF WS-QUOTE-DATE-TXT NOT NUMERIC
                   DISPLAY "ERROR - PAYOFF_DATE MUST BE YYYYMMDD"
                   STOP RUN
               END-IF
               MOVE WS-QUOTE-DATE-TXT TO WS-QUOTE-DATE
           END-IF
           IF WS-QUOTE-DATE < WS-TODAY
               DISPLAY "ERROR - PAYOFF_DATE " WS-QUOTE-DATE
                   " IS BEFORE BUSINESS DATE " WS-TODAY
               STOP RUN
           END-IF
           PERFORM FIND-LOAN
           IF WS-LOAN-IX = 0
               DISPLAY "LOAN NOT FOUND " WS-WANT-LOAN
               STOP RUN
           END-IF
           IF LN-STATUS-TBL(WS-LOAN-IX) = 'P'
                   OR LN-BALANCE-TBL(WS-LOAN-IX) = 0
               DISPLAY "LOAN ALREADY PAID OFF " WS-WANT-LOAN
               STOP RUN
           END-IF
           IF LN-STATUS-TBL(WS-LOAN-IX) = 'W'
               DISPLAY "LOAN CHARGED OFF " WS-WANT-LOAN
               STOP RUN
           END-IF
           PERFORM COMPUTE-PAYOFF-AMOUNTS
           COMPUTE WS-QT-EXPIRY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-QUOTE-DATE)
                   + WS-VALID-DAYS)
           IF WS-QT-COUNT >= 20000
               DISPLAY "ERROR - QUOTES FILE FULL"
               STOP RUN
           END-IF
           ADD 1 TO WS-QT-COUNT
           MOVE WS-WANT-LOAN TO QT-LOAN-TBL(WS-QT-COUNT)
           MOVE WS-QUOTE-DATE TO QT-DATE-TBL(WS-QT-COUNT)
           MOVE WS-QT-PRINCIPAL TO QT-PRIN-TBL(WS-QT-COUNT)
           MOVE WS-QT-INTEREST TO QT-INT-TBL(WS-QT-COUNT)
           MOVE WS-QT-CHARGES TO QT-CHG-TBL(WS-QT-COUNT)
           MOVE WS-QT-TOTAL TO QT-TOTAL-TBL(WS-QT-COUNT)
           MOVE WS-QT-EXPIRY TO QT-EXPIRY-TBL(WS-QT-COUNT)
           MOVE 'O' TO QT-STATUS-TBL(WS-QT-COUNT)
           MOVE WS-TODAY TO QT-ISSUED-TBL(WS-QT-COUNT)
           MOVE 'Y' TO WS-QUOTES-TOUCHED
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "PAYOFF QUOTE " WS-WANT-LOAN
               " TO " WS-QUOTE-DATE
               " ISSUED " WS-TODAY
               " VALID UNTIL " WS-QT-EXPIRY
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  PRINCIPAL         " WS-QT-PRINCIPAL
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  ACCRUED INTEREST  " WS-QT-INTEREST
               " DAYS " WS-ACCRUAL-DAYS
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  UNPAID CHARGES    " WS-QT-CHARGES
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  PAYOFF AMOUNT     " WS-QT-TOTAL
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "PAYOFF QUOTE " WS-WANT-LOAN
               " AS OF " WS-QUOTE-DATE
               " PRINCIPAL " WS-QT-PRINCIPAL
               " INTEREST " WS-QT-INTEREST
               " CHARGES " WS-QT-CHARGES
               " TOTAL " WS-QT-TOTAL
               " EXPIRES " WS-QT-EXPIRY.

       COMPUTE-PAYOFF-AMOUNTS.
           MOVE LN-BALANCE-TBL(WS-LOAN-IX) TO WS-QT-PRINCIPAL
           MOVE LN-NEXT-DUE-TBL(WS-LOAN-IX)(1:4) TO WS-DUE-YYYY
           MOVE LN-NEXT-DUE-TBL(WS-LOAN-IX)(5:2) TO WS-DUE-MM
           MOVE LN-NEXT-DUE-TBL(WS-LOAN-IX)(7:2) TO WS-DUE-DD
           IF WS-DUE-MM = 1
               MOVE 12 TO WS-DUE-MM
               SUBTRACT 1 FROM WS-DUE-YYYY
           ELSE
               SUBTRACT 1 FROM WS-DUE-MM
           END-IF
           IF WS-DUE-DD > 28
               MOVE 28 TO WS-DUE-DD
           END-IF
           COMPUTE WS-FROM-DATE =
               WS-DUE-YYYY * 10000 + WS-DUE-MM * 100 + WS-DUE-DD
           IF LN-OPENED-TBL(WS-LOAN-IX) NUMERIC
               IF LN-OPENED-TBL(WS-LOAN-IX) > WS-FROM-DATE
                   MOVE LN-OPENED-TBL(WS-LOAN-IX) TO WS-FROM-DATE
               END-IF
           END-IF
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           COMPUTE WS-QUOTE-INT =
               FUNCTION INTEGER-OF-DATE(WS-QUOTE-DATE)
           COMPUTE WS-ACCRUAL-DAYS = WS-QUOTE-INT - WS-FROM-INT
           IF WS-ACCRUAL-DAYS < 0
               MOVE 0 TO WS-ACCRUAL-DAYS
           END-IF
           COMPUTE WS-ACCRUAL-WORK ROUNDED =
               LN-BALANCE-TBL(WS-LOAN-IX) * LN-RATE-TBL(WS-LOAN-IX)
                   * WS-ACCRUAL-DAYS
           COMPUTE WS-QT-INTEREST ROUNDED = WS-ACCRUAL-WORK / 30
           COMPUTE WS-QT-CHARGES = LN-CHARGES-TBL(WS-LOAN-IX)
               + LN-PENALTY-TBL(WS-LOAN-IX)
           COMPUTE WS-QT-TOTAL = WS-QT-PRINCIPAL + WS-QT-INTEREST
               + WS-QT-CHARGES.

       SETTLE-PAID-OFF-LOANS.
           PERFORM ACQUIRE-ACCOUNTS-LOCK
           PERFORM LOAD-LOAN-MASTER
           PERFORM LOAD-ACCOUNTS-TABLE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "LOAN EARLY SETTLEMENT " WS-TODAY
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO WS-EOF
           OPEN INPUT SETTLE-FILE
           IF WS-SETTLE-STATUS NOT = "00"
               DISPLAY "NO PAYOFF SETTLEMENTS"
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SETTLE-FILE INTO SETTLE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM SETTLE-ONE-LOAN
                   END-READ
               END-PERFORM
               CLOSE SETTLE-FILE
               IF WS-ACC-TOUCHED = 'Y'
                   PERFORM REWRITE-ACCOUNTS-FILE
                   IF WS-VERIFY-OK = 'Y'
                       PERFORM REWRITE-LOAN-MASTER
                       OPEN OUTPUT SETTLE-FILE
                       CLOSE SETTLE-FILE
                   ELSE
                       MOVE 'N' TO WS-QUOTES-TOUCHED
                       MOVE 0 TO WS-SETTLED-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "ERROR - MASTER NOT REPLACED - "
                           "SETTLEMENTS LEFT IN PLACE"
                           DELIMITED BY SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
                       DISPLAY "ERROR - MASTER NOT REPLACED - "
                           "SETTLEMENTS LEFT IN PLACE"
                   END-IF
               ELSE
                   OPEN OUTPUT SETTLE-FILE
                   CLOSE SETTLE-FILE
               END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "SETTLED " WS-SETTLED-COUNT
               " REJECTED " WS-REJECT-COUNT
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           PERFORM RELEASE-ACCOUNTS-LOCK
           DISPLAY "LOANS SETTLED " WS-SETTLED-COUNT
               " REJECTED " WS-REJECT-COUNT
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

       SETTLE-ONE-LOAN.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE PS-LOAN-ID TO WS-WANT-LOAN
           IF PS-LOAN-ID = SPACES OR PS-AMOUNT NOT NUMERIC
               MOVE "SETTLEMENT UNREADABLE" TO WS-REJECT-REASON
           ELSE
               PERFORM FIND-LOAN
               IF WS-LOAN-IX = 0
                   MOVE "LOAN NOT FOUND" TO WS-REJECT-REASON
               ELSE
               IF LN-STATUS-TBL(WS-LOAN-IX) = 'P'
                   MOVE "LOAN ALREADY PAID OFF" TO WS-REJECT-REASON
               ELSE
               IF LN-STATUS-TBL(WS-LOAN-IX) = 'W'
                   MOVE "LOAN CHARGED OFF" TO WS-REJECT-REASON
               ELSE
                   PERFORM FIND-VALID-QUOTE
                   IF WS-QT-IX = 0
                       MOVE "NO VALID QUOTE FOR THIS AMOUNT"
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM FIND-SETTLEMENT-ACCOUNTS
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM POST-SETTLEMENT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "REJECT " PS-LOAN-ID " " PS-AMOUNT
                   " - " WS-REJECT-REASON
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "SETTLEMENT REJECTED " PS-LOAN-ID
                   " " WS-REJECT-REASON
           END-IF.

       FIND-VALID-QUOTE.
           MOVE 0 TO WS-QT-IX
           MOVE 1 TO WS-QT-INDEX
           PERFORM UNTIL WS-QT-INDEX > WS-QT-COUNT
               IF QT-LOAN-TBL(WS-QT-INDEX) = PS-LOAN-ID
                       AND QT-STATUS-TBL(WS-QT-INDEX) = 'O'
                       AND QT-EXPIRY-TBL(WS-QT-INDEX) >= WS-TODAY
                       AND QT-TOTAL-TBL(WS-QT-INDEX) = PS-AMOUNT
                   MOVE WS-QT-INDEX TO WS-QT-IX
               END-IF
               ADD 1 TO WS-QT-INDEX
           END-PERFORM.

       FIND-SETTLEMENT-ACCOUNTS.
           IF PS-FROM-ACCT = SPACES
               MOVE LN-DISB-TBL(WS-LOAN-IX) TO WS-PAYER-ACCT
           ELSE
               MOVE PS-FROM-ACCT TO WS-PAYER-ACCT
           END-IF
           MOVE 0 TO WS-PAYER-IX
           MOVE 0 TO WS-LOANACC-IX
           MOVE 1 TO WS-AC-INDEX
           PERFORM UNTIL WS-AC-INDEX > WS-AC-COUNT
               MOVE AC-REC-TBL(WS-AC-INDEX) TO ACCOUNTS-RECORD
               IF AC-ID = WS-PAYER-ACCT AND WS-PAYER-ACCT NOT = SPACES
                   MOVE WS-AC-INDEX TO WS-PAYER-IX
               END-IF
               IF AC-ID = PS-LOAN-ID
                   MOVE WS-AC-INDEX TO WS-LOANACC-IX
               END-IF
               ADD 1 TO WS-AC-INDEX
           END-PERFORM
           IF WS-PAYER-IX = 0
               MOVE "PAYING ACCOUNT NOT FOUND" TO WS-REJECT-REASON
           ELSE
               MOVE AC-REC-TBL(WS-PAYER-IX) TO ACCOUNTS-RECORD
               IF AC-ES-LOAN
                   MOVE "PAYING ACCOUNT IS A LOAN" TO WS-REJECT-REASON
               ELSE
               IF AC-ST-BLOCKED
                   MOVE "PAYING ACCOUNT BLOCKED" TO WS-REJECT-REASON
               ELSE
               IF AC-SALDO + AC-OVERDRAFT-LIMIT < PS-AMOUNT
                   MOVE "FUNDS INSUFFICIENT" TO WS-REJECT-REASON
               END-IF
               END-IF
               END-IF
           END-IF.

       POST-SETTLEMENT.
           MOVE AC-REC-TBL(WS-PAYER-IX) TO ACCOUNTS-RECORD
           SUBTRACT PS-AMOUNT FROM AC-SALDO
           MOVE ACCOUNTS-RECORD TO AC-REC-TBL(WS-PAYER-IX)
           MOVE AC-ID TO WS-JOURNAL-ID
           MOVE PS-AMOUNT TO WS-JOURNAL-AMT
           MOVE 'D' TO WS-JOURNAL-TIPO
           MOVE AC-CURRENCY TO WS-JRN-CURRENCY
           MOVE AC-SALDO TO WS-JRN-BALANCE
           PERFORM WRITE-JOURNAL-LINE
           IF WS-LOANACC-IX = 0
               DISPLAY "WARNING - NO LOAN ACCOUNT ON MASTER FOR "
                   PS-LOAN-ID
           ELSE
               MOVE AC-REC-TBL(WS-LOANACC-IX) TO ACCOUNTS-RECORD
               MOVE 0 TO AC-SALDO
               MOVE 'C' TO AC-STATUS
               MOVE ACCOUNTS-RECORD TO AC-REC-TBL(WS-LOANACC-IX)
               MOVE AC-ID TO WS-JOURNAL-ID
               MOVE PS-AMOUNT TO WS-JOURNAL-AMT
               MOVE 'C' TO WS-JOURNAL-TIPO
               MOVE AC-CURRENCY TO WS-JRN-CURRENCY
               MOVE AC-SALDO TO WS-JRN-BALANCE
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           MOVE 0 TO LN-BALANCE-TBL(WS-LOAN-IX)
           MOVE 'P' TO LN-STATUS-TBL(WS-LOAN-IX)
           MOVE 0 TO LN-CHARGES-TBL(WS-LOAN-IX)
           MOVE 0 TO LN-PENALTY-TBL(WS-LOAN-IX)
           MOVE 'U' TO QT-STATUS-TBL(WS-QT-IX)
           MOVE 'Y' TO WS-QUOTES-TOUCHED
           MOVE 'Y' TO WS-ACC-TOUCHED
           ADD 1 TO WS-SETTLED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "SETTLED " PS-LOAN-ID
               " PRINCIPAL " QT-PRIN-TBL(WS-QT-IX)
               " INTEREST " QT-INT-TBL(WS-QT-IX)
               " CHARGES " QT-CHG-TBL(WS-QT-IX)
               " FROM " WS-PAYER-ACCT
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           OPEN EXTEND NOTIFY-FILE
           IF WS-NOTIFY-STATUS NOT = "00" AND
                   WS-NOTIFY-STATUS NOT = "05"
               CLOSE NOTIFY-FILE
               OPEN OUTPUT NOTIFY-FILE
           END-IF
           MOVE SPACES TO NOTIFY-LINE
           STRING "ALERT LOANPAIDOFF " PS-LOAN-ID
               " AMOUNT " PS-AMOUNT
               " FROM " WS-PAYER-ACCT
               DELIMITED BY SIZE
               INTO NOTIFY-LINE
           WRITE NOTIFY-LINE
           CLOSE NOTIFY-FILE
           DISPLAY "LOAN PAID OFF " PS-LOAN-ID
               " AMOUNT " PS-AMOUNT.

       REWRITE-LOAN-MASTER.
           OPEN OUTPUT LOAN-MASTER-FILE
           MOVE 1 TO WS-LOAN-INDEX
           PERFORM UNTIL WS-LOAN-INDEX > WS-LOAN-COUNT
               MOVE SPACES TO LOAN-RECORD
               MOVE LN-ID-TBL(WS-LOAN-INDEX) TO LN-ID
               MOVE LN-ORIG-TBL(WS-LOAN-INDEX) TO LN-ORIG-PRINCIPAL
               MOVE LN-BALANCE-TBL(WS-LOAN-INDEX) TO LN-BALANCE
               MOVE LN-RATE-TBL(WS-LOAN-INDEX) TO LN-RATE
               MOVE LN-TERM-TBL(WS-LOAN-INDEX) TO LN-TERM
               MOVE LN-PAYMENT-TBL(WS-LOAN-INDEX) TO LN-PAYMENT
               MOVE LN-NEXT-DUE-TBL(WS-LOAN-INDEX) TO LN-NEXT-DUE
               MOVE LN-DISB-TBL(WS-LOAN-INDEX) TO LN-DISB-ACCT
               MOVE LN-OPENED-TBL(WS-LOAN-INDEX) TO LN-OPENED
               MOVE LN-STATUS-TBL(WS-LOAN-INDEX) TO LN-STATUS
               MOVE LN-CHARGES-TBL(WS-LOAN-INDEX) TO LN-CHARGES
               MOVE LN-PENALTY-TBL(WS-LOAN-INDEX) TO LN-PENALTY
               MOVE LN-FEE-DUE-TBL(WS-LOAN-INDEX) TO LN-FEE-DUE
               MOVE LN-PEN-THRU-TBL(WS-LOAN-INDEX) TO LN-PEN-THRU
               WRITE LOAN-RECORD
               ADD 1 TO WS-LOAN-INDEX
           END-PERFORM
           CLOSE LOAN-MASTER-FILE.

       REWRITE-QUOTE-FILE.
           OPEN OUTPUT QUOTES-FILE
           MOVE 1 TO WS-QT-INDEX
           PERFORM UNTIL WS-QT-INDEX > WS-QT-COUNT
               MOVE SPACES TO QUOTE-RECORD
               MOVE QT-LOAN-TBL(WS-QT-INDEX) TO QT-LOAN-ID
               MOVE QT-DATE-TBL(WS-QT-INDEX) TO QT-QUOTE-DATE
               MOVE QT-PRIN-TBL(WS-QT-INDEX) TO QT-PRINCIPAL
               MOVE QT-INT-TBL(WS-QT-INDEX) TO QT-INTEREST
               MOVE QT-CHG-TBL(WS-QT-INDEX) TO QT-CHARGES
               MOVE QT-TOTAL-TBL(WS-QT-INDEX) TO QT-TOTAL
               MOVE QT-EXPIRY-TBL(WS-QT-INDEX) TO QT-EXPIRY
               MOVE QT-STATUS-TBL(WS-QT-INDEX) TO QT-STATUS
               MOVE QT-ISSUED-TBL(WS-QT-INDEX) TO QT-ISSUED
               WRITE QUOTE-RECORD
               ADD 1 TO WS-QT-INDEX
           END-PERFORM
           CLOSE QUOTES-FILE.

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
                   WS-JOURNAL-TIPO " LNSET"
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
