       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUNTOS-RECOMPENSA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT CARDPURCH-FILE
               ASSIGN TO DYNAMIC WS-CARDPURCH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CARDPURCH-STATUS.
           SELECT RATES-FILE
               ASSIGN TO DYNAMIC WS-RATES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RATES-STATUS.
           SELECT LEDGER-FILE
               ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT CHARGEBACK-FILE
               ASSIGN TO DYNAMIC WS-CHARGEBACK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHARGEBACK-STATUS.
           SELECT REDEEM-FILE
               ASSIGN TO DYNAMIC WS-REDEEM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REDEEM-STATUS.
           SELECT CURSOR-FILE
               ASSIGN TO DYNAMIC WS-CURSOR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CURSOR-STATUS.
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
       FD  CARDPURCH-FILE.
       01  CARDPURCH-RECORD.
           05 CP-REF.
               10 CP-DATE       PIC 9(8).
               10 CP-TIME       PIC 9(6).
               10 CP-SEQ        PIC 9(7).
           05 FILLER            PIC X(1).
           05 CP-CARD           PIC X(16).
           05 FILLER            PIC X(1).
           05 CP-AC-ID          PIC X(5).
           05 FILLER            PIC X(1).
           05 CP-TIPO           PIC X(1).
           05 FILLER            PIC X(1).
           05 CP-AMOUNT         PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 CP-MCC            PIC X(4).
           05 FILLER            PIC X(1).
           05 CP-STATUS         PIC X(1).
               88 CP-ST-AUTHORIZED VALUE 'A'.
               88 CP-ST-SETTLED    VALUE 'S'.
               88 CP-ST-REVERSED   VALUE 'R'.
           05 FILLER            PIC X(1).
           05 CP-POINTS         PIC 9(9).
           05 FILLER            PIC X(1).
           05 CP-REVERSED       PIC 9(7)V99.
       FD  RATES-FILE.
       01  RATE-RECORD.
           05 RR-MCC            PIC X(4).
           05 FILLER            PIC X(1).
           05 RR-FLOOR          PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 RR-RATE           PIC 9(3)V99.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 RL-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 RL-CUST           PIC X(5).
           05 FILLER            PIC X(1).
           05 RL-AC-ID          PIC X(5).
           05 FILLER            PIC X(1).
           05 RL-TYPE           PIC X(1).
               88 RL-EARN       VALUE 'E'.
               88 RL-REVERSAL   VALUE 'R'.
               88 RL-EXPIRY     VALUE 'X'.
               88 RL-REDEMPTION VALUE 'D'.
           05 FILLER            PIC X(1).
           05 RL-POINTS         PIC 9(9).
           05 FILLER            PIC X(1).
           05 RL-REF            PIC X(21).
           05 FILLER            PIC X(1).
           05 RL-AMOUNT         PIC 9(7)V99.
       FD  CHARGEBACK-FILE.
       01  CHARGEBACK-RECORD.
           05 CB-CASE-ID        PIC X(10).
           05 FILLER            PIC X(1).
           05 CB-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 CB-AMOUNT         PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 CB-DATE           PIC 9(8).
       FD  REDEEM-FILE.
       01  REDEEM-RECORD.
           05 RQ-ID             PIC X(10).
           05 FILLER            PIC X(1).
           05 RQ-CUST           PIC X(5).
           05 FILLER            PIC X(1).
           05 RQ-AC-ID          PIC X(5).
           05 FILLER            PIC X(1).
           05 RQ-POINTS         PIC 9(9).
       FD  CURSOR-FILE.
       01  CUR-REC.
           05 CUR-JOURNAL       PIC 9(7).
           05 FILLER            PIC X(1).
           05 CUR-CHARGEBACK    PIC 9(7).
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
       01 WS-LOCK-PROGRAM   PIC X(24) VALUE "PUNTOS-RECOMPENSA".
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
       01  WS-CARDPURCH-PATH    PIC X(200).
       01  WS-RATES-PATH        PIC X(200).
       01  WS-LEDGER-PATH       PIC X(200).
       01  WS-CHARGEBACK-PATH   PIC X(200).
       01  WS-REDEEM-PATH       PIC X(200).
       01  WS-CURSOR-PATH       PIC X(200).
       01  WS-JOURNAL-PATH      PIC X(200).
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-CARDPURCH-STATUS  PIC XX.
       01  WS-RATES-STATUS      PIC XX.
       01  WS-LEDGER-STATUS     PIC XX.
       01  WS-CHARGEBACK-STATUS PIC XX.
       01  WS-REDEEM-STATUS     PIC XX.
       01  WS-CURSOR-STATUS     PIC XX.
       01  WS-JOURNAL-STATUS    PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-FOUND             PIC X VALUE 'N'.
       01  WS-MODE              PIC X(8).
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-RUN-DATE-TXT      PIC X(8).
       01  WS-RUN-DAY           PIC 9(7).
       01  WS-EXPIRY-DAYS       PIC 9(4) VALUE 0.
       01  WS-CUTOFF-DATE       PIC 9(8).
       01  WS-POINT-VALUE-TXT   PIC X(5).
       01  WS-POINT-VALUE-NUM REDEFINES
               WS-POINT-VALUE-TXT PIC 9V9(4).
       01  WS-POINT-VALUE       PIC 9V9(4) VALUE 0.0100.
       01  WS-EXPENSE-ACCOUNT   PIC X(5).
       01  WS-J-ID              PIC X(5).
       01  WS-J-AMOUNT          PIC X(9).
       01  WS-J-AMOUNT-NUM REDEFINES
               WS-J-AMOUNT      PIC 9(7)V99.
       01  WS-J-TIPO            PIC X(1).
       01  WS-LINE-NO           PIC 9(7) VALUE 0.
       01  WS-JOURNAL-CURSOR    PIC 9(7) VALUE 0.
       01  WS-CB-LINE-NO        PIC 9(7) VALUE 0.
       01  WS-CB-CURSOR         PIC 9(7) VALUE 0.
       01  ACCOUNTS-TABLE.
           05 ACCOUNT-ENTRY OCCURS 50000 TIMES.
               10 AC-REC-TBL       PIC X(60).
       01  WS-AC-INDEX          PIC 9(6) VALUE 1.
       01  WS-AC-COUNT          PIC 9(6) VALUE 0.
       01  WS-ACC-TOUCHED       PIC X VALUE 'N'.
       01  WS-ACC-CUST          PIC X(5).
       01  PURCHASE-TABLE.
           05 PURCHASE-ENTRY OCCURS 50000 TIMES.
               10 CP-REF-TBL       PIC X(21).
               10 CP-CARD-TBL      PIC X(16).
               10 CP-AC-ID-TBL     PIC X(5).
               10 CP-TIPO-TBL      PIC X(1).
               10 CP-AMOUNT-TBL    PIC 9(7)V99.
               10 CP-MCC-TBL       PIC X(4).
               10 CP-STATUS-TBL    PIC X(1).
               10 CP-POINTS-TBL    PIC 9(9).
               10 CP-REVERSED-TBL  PIC 9(7)V99.
       01  WS-CP-INDEX          PIC 9(6) VALUE 1.
       01  WS-CP-MATCH          PIC 9(6) VALUE 0.
       01  WS-CP-COUNT          PIC 9(6) VALUE 0.
       01  RATE-TABLE.
           05 RATE-ENTRY OCCURS 200 TIMES.
               10 RR-MCC-TBL       PIC X(4).
               10 RR-FLOOR-TBL     PIC 9(7)V99.
               10 RR-RATE-TBL      PIC 9(3)V99.
       01  WS-RR-INDEX          PIC 9(3) VALUE 1.
       01  WS-RR-COUNT          PIC 9(3) VALUE 0.
       01  WS-RATE              PIC 9(3)V99.
       01  WS-RATE-FLOOR        PIC 9(7)V99.
       01  WS-RATE-SPECIFIC     PIC X VALUE 'N'.
       01  POINTS-TABLE.
           05 POINTS-ENTRY OCCURS 50000 TIMES.
               10 PT-CUST-TBL      PIC X(5).
               10 PT-AC-ID-TBL     PIC X(5).
               10 PT-EARNED-TBL    PIC 9(9).
               10 PT-EARNED-OLD-TBL PIC 9(9).
               10 PT-DEBITED-TBL   PIC 9(9).
       01  WS-PT-INDEX          PIC 9(6) VALUE 1.
       01  WS-PT-COUNT          PIC 9(6) VALUE 0.
       01  REDEEMED-TABLE.
           05 REDEEMED-ENTRY OCCURS 10000 TIMES.
               10 RD-REF-TBL       PIC X(21).
       01  WS-RD-INDEX          PIC 9(5) VALUE 1.
       01  WS-RD-COUNT          PIC 9(5) VALUE 0.
       01  WS-POINTS            PIC 9(9).
       01  WS-POINTS-BEFORE     PIC 9(9).
       01  WS-POINTS-AFTER      PIC 9(9).
       01  WS-POINTS-BALANCE    PIC S9(10).
       01  WS-EXPIRE-POINTS     PIC S9(10).
       01  WS-REV-AMOUNT        PIC 9(7)V99.
       01  WS-REFUND-CARD       PIC X(16).
       01  WS-REDEEM-VALUE      PIC 9(7)V99.
       01  WS-LG-CUST           PIC X(5).
       01  WS-LG-AC-ID          PIC X(5).
       01  WS-LG-TYPE           PIC X(1).
       01  WS-LG-REF            PIC X(21).
       01  WS-LG-AMOUNT         PIC 9(7)V99.
       01  WS-EARNED-COUNT      PIC 9(7) VALUE 0.
       01  WS-REVERSED-COUNT    PIC 9(7) VALUE 0.
       01  WS-EXPIRED-COUNT     PIC 9(7) VALUE 0.
       01  WS-REDEEMED-COUNT    PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT    PIC 9(7) VALUE 0.
       01  WS-JRN-DATE          PIC 9(8) VALUE 0.
       01  WS-JRN-SEQ           PIC 9(7) VALUE 0.
       01  WS-JRN-CURRENCY      PIC X(3) VALUE "USD".
       01  WS-JRN-BALANCE       PIC S9(7)V99 VALUE 0.
       01  WS-JRN-BAL-ABS       PIC 9(7)V99.
       01  WS-JRN-SIGN          PIC X(1).
       01  WS-JRN-EXT           PIC X(48).
       01  WS-JRN-PROGRAM       PIC X(16) VALUE "PUNTOS-RECOMPENS".
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
           MOVE SPACES TO WS-CARDPURCH-PATH
           ACCEPT WS-CARDPURCH-PATH
               FROM ENVIRONMENT "CARD_PURCHASES_PATH"
           IF WS-CARDPURCH-PATH = SPACES
               MOVE "accounts/CARD_PURCHASES.DAT" TO WS-CARDPURCH-PATH
           END-IF
           MOVE SPACES TO WS-RATES-PATH
           ACCEPT WS-RATES-PATH FROM ENVIRONMENT "REWARDS_RATES_PATH"
           IF WS-RATES-PATH = SPACES
               MOVE "accounts/REWARDS_RATES.DAT" TO WS-RATES-PATH
           END-IF
           MOVE SPACES TO WS-LEDGER-PATH
           ACCEPT WS-LEDGER-PATH FROM ENVIRONMENT "REWARDS_LEDGER_PATH"
           IF WS-LEDGER-PATH = SPACES
               MOVE "accounts/REWARDS_LEDGER.DAT" TO WS-LEDGER-PATH
           END-IF
           MOVE SPACES TO WS-CHARGEBACK-PATH
           ACCEPT WS-CHARGEBACK-PATH FROM ENVIRONMENT "CHARGEBACKS_PATH"
           IF WS-CHARGEBACK-PATH = SPACES
               MOVE "accounts/CHARGEBACKS.DAT" TO WS-CHARGEBACK-PATH
           END-IF
           MOVE SPACES TO WS-REDEEM-PATH
           ACCEPT WS-REDEEM-PATH
               FROM ENVIRONMENT "REWARDS_REDEMPTIONS_PATH"
           IF WS-REDEEM-PATH = SPACES
               MOVE "accounts/REWARDS_REDEMPTIONS.DAT"
                   TO WS-REDEEM-PATH
           END-IF
           MOVE SPACES TO WS-CURSOR-PATH
           ACCEPT WS-CURSOR-PATH FROM ENVIRONMENT "REWARDS_CUR_PATH"
           IF WS-CURSOR-PATH = SPACES
               MOVE "accounts/REWARDS.CUR" TO WS-CURSOR-PATH
           END-IF
           MOVE SPACES TO WS-JOURNAL-PATH
           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT "JOURNAL_PATH"
           IF WS-JOURNAL-PATH = SPACES
               MOVE "accounts/JOURNAL.LOG" TO WS-JOURNAL-PATH
           END-IF
           MOVE SPACES TO WS-EXPENSE-ACCOUNT
           ACCEPT WS-EXPENSE-ACCOUNT
               FROM ENVIRONMENT "REWARDS_EXPENSE_ACCOUNT"
           IF WS-EXPENSE-ACCOUNT = SPACES
               MOVE "99988" TO WS-EXPENSE-ACCOUNT
           END-IF
           MOVE SPACES TO WS-POINT-VALUE-TXT
           ACCEPT WS-POINT-VALUE-TXT
               FROM ENVIRONMENT "REWARDS_POINT_VALUE"
           IF WS-POINT-VALUE-TXT NUMERIC
               MOVE WS-POINT-VALUE-NUM TO WS-POINT-VALUE
           END-IF
           MOVE 0 TO WS-EXPIRY-DAYS
           ACCEPT WS-EXPIRY-DAYS FROM ENVIRONMENT "REWARDS_EXPIRY_DAYS"
           IF WS-EXPIRY-DAYS = 0
               MOVE 730 TO WS-EXPIRY-DAYS
           END-IF
           MOVE SPACES TO WS-MODE
           ACCEPT WS-MODE FROM ENVIRONMENT "REWARDS_MODE"
           IF WS-MODE = SPACES
               MOVE "EARN" TO WS-MODE
           END-IF
           MOVE SPACES TO WS-RUN-DATE-TXT
           ACCEPT WS-RUN-DATE-TXT FROM ENVIRONMENT "RUN_DATE"
           IF WS-RUN-DATE-TXT NUMERIC
               MOVE WS-RUN-DATE-TXT TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           COMPUTE WS-RUN-DAY = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               WS-RUN-DAY - WS-EXPIRY-DAYS)

           EVALUATE WS-MODE
               WHEN "EARN"
                   PERFORM LOAD-ACCOUNTS-STORE
                   PERFORM LOAD-RATE-TABLE
                   PERFORM LOAD-PURCHASE-TABLE
                   PERFORM LOAD-POINTS-TABLE
                   PERFORM READ-REWARDS-CURSOR
                   PERFORM OPEN-LEDGER-EXTEND
                   PERFORM MATCH-SETTLEMENTS
                   PERFORM APPLY-CHARGEBACKS
                   PERFORM EXPIRE-OLD-POINTS
                   CLOSE LEDGER-FILE
                   PERFORM REWRITE-PURCHASE-FILE
                   PERFORM WRITE-REWARDS-CURSOR
               WHEN "REDEEM"
                   PERFORM ACQUIRE-ACCOUNTS-LOCK
                   PERFORM LOAD-ACCOUNTS-STORE
                   PERFORM LOAD-POINTS-TABLE
                   PERFORM OPEN-LEDGER-EXTEND
                   PERFORM PROCESS-REDEMPTIONS
                   CLOSE LEDGER-FILE
                   IF WS-ACC-TOUCHED = 'Y'
                       PERFORM REWRITE-ACCOUNTS-FILE
                   END-IF
                   PERFORM RELEASE-ACCOUNTS-LOCK
               WHEN OTHER
                   DISPLAY "UNKNOWN REWARDS_MODE " WS-MODE
           END-EVALUATE

           DISPLAY "REWARDS " WS-MODE " " WS-RUN-DATE
               " EARNED " WS-EARNED-COUNT
               " REVERSED " WS-REVERSED-COUNT
               " EXPIRED " WS-EXPIRED-COUNT
               " REDEEMED " WS-REDEEMED-COUNT
               " REJECTED " WS-REJECTED-COUNT
           STOP RUN.

       LOAD-ACCOUNTS-STORE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-AC-COUNT >= 50000
                   READ ACCOUNTS-FILE INTO ACCOUNTS-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-AC-COUNT
                       MOVE ACCOUNTS-RECORD
                           TO AC-REC-TBL(WS-AC-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ACCOUNTS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-RATE-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-RR-COUNT
           OPEN INPUT RATES-FILE
           IF WS-RATES-STATUS NOT = "00"
               DISPLAY "NO REWARDS RATES FILE - ONE POINT PER UNIT"
           ELSE
               PERFORM UNTIL WS-EOF = 'Y' OR WS-RR-COUNT >= 200
                   READ RATES-FILE INTO RATE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RR-FLOOR NUMERIC AND RR-RATE NUMERIC
                           ADD 1 TO WS-RR-COUNT
                           MOVE RR-MCC TO RR-MCC-TBL(WS-RR-COUNT)
                           MOVE RR-FLOOR TO RR-FLOOR-TBL(WS-RR-COUNT)
                           MOVE RR-RATE TO RR-RATE-TBL(WS-RR-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RATES-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-PURCHASE-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-CP-COUNT
           OPEN INPUT CARDPURCH-FILE
           IF WS-CARDPURCH-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-CP-COUNT >= 50000
                   READ CARDPURCH-FILE INTO CARDPURCH-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CP-AMOUNT NUMERIC
                           ADD 1 TO WS-CP-COUNT
                           MOVE CP-REF TO CP-REF-TBL(WS-CP-COUNT)
                           MOVE CP-CARD TO CP-CARD-TBL(WS-CP-COUNT)
                           MOVE CP-AC-ID TO CP-AC-ID-TBL(WS-CP-COUNT)
                           MOVE CP-TIPO TO CP-TIPO-TBL(WS-CP-COUNT)
                           MOVE CP-AMOUNT
                               TO CP-AMOUNT-TBL(WS-CP-COUNT)
                           MOVE CP-MCC TO CP-MCC-TBL(WS-CP-COUNT)
                           MOVE CP-STATUS
                               TO CP-STATUS-TBL(WS-CP-COUNT)
                           IF CP-POINTS NUMERIC
                               MOVE CP-POINTS
                                   TO CP-POINTS-TBL(WS-CP-COUNT)
                           ELSE
                               MOVE 0 TO CP-POINTS-TBL(WS-CP-COUNT)
                           END-IF
                           IF CP-REVERSED NUMERIC
                               MOVE CP-REVERSED
                                   TO CP-REVERSED-TBL(WS-CP-COUNT)
                           ELSE
                               MOVE 0 TO CP-REVERSED-TBL(WS-CP-COUNT)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CARDPURCH-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-POINTS-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-PT-COUNT
           MOVE 0 TO WS-RD-COUNT
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LEDGER-FILE INTO LEDGER-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RL-POINTS NUMERIC AND RL-DATE NUMERIC
                           MOVE RL-CUST TO WS-LG-CUST
                           MOVE RL-AC-ID TO WS-LG-AC-ID
                           PERFORM FIND-POINTS-ENTRY
                           PERFORM TAKE-LEDGER-POINTS
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       TAKE-LEDGER-POINTS.
           IF WS-FOUND = 'Y'
               EVALUATE TRUE
                   WHEN RL-EARN
                       ADD RL-POINTS TO PT-EARNED-TBL(WS-PT-INDEX)
                       IF RL-DATE <= WS-CUTOFF-DATE
                           ADD RL-POINTS
                               TO PT-EARNED-OLD-TBL(WS-PT-INDEX)
                       END-IF
                   WHEN OTHER
                       ADD RL-POINTS TO PT-DEBITED-TBL(WS-PT-INDEX)
               END-EVALUATE
           END-IF
           IF RL-REDEMPTION AND WS-RD-COUNT < 10000
               ADD 1 TO WS-RD-COUNT
               MOVE RL-REF TO RD-REF-TBL(WS-RD-COUNT)
           END-IF.

       FIND-POINTS-ENTRY.
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-PT-INDEX
           PERFORM UNTIL WS-PT-INDEX > WS-PT-COUNT
               IF PT-CUST-TBL(WS-PT-INDEX) = WS-LG-CUST
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-PT-INDEX
           END-PERFORM
           IF WS-FOUND = 'N' AND WS-PT-COUNT < 50000
               ADD 1 TO WS-PT-COUNT
               MOVE WS-PT-COUNT TO WS-PT-INDEX
               MOVE WS-LG-CUST TO PT-CUST-TBL(WS-PT-INDEX)
               MOVE WS-LG-AC-ID TO PT-AC-ID-TBL(WS-PT-INDEX)
               MOVE 0 TO PT-EARNED-TBL(WS-PT-INDEX)
               MOVE 0 TO PT-EARNED-OLD-TBL(WS-PT-INDEX)
               MOVE 0 TO PT-DEBITED-TBL(WS-PT-INDEX)
               MOVE 'Y' TO WS-FOUND
           END-IF.

       READ-REWARDS-CURSOR.
           OPEN INPUT CURSOR-FILE
           IF WS-CURSOR-STATUS = "00"
               READ CURSOR-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CUR-JOURNAL NUMERIC
                           MOVE CUR-JOURNAL TO WS-JOURNAL-CURSOR
                       END-IF
                       IF CUR-CHARGEBACK NUMERIC
                           MOVE CUR-CHARGEBACK TO WS-CB-CURSOR
                       END-IF
               END-READ
               CLOSE CURSOR-FILE
           END-IF.

       OPEN-LEDGER-EXTEND.
           OPEN EXTEND LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00" AND
                   WS-LEDGER-STATUS NOT = "05"
               CLOSE LEDGER-FILE
               OPEN OUTPUT LEDGER-FILE
           END-IF.

       MATCH-SETTLEMENTS.
           PERFORM MATCH-SETTLEMENTS-PASS
           IF WS-LINE-NO < WS-JOURNAL-CURSOR
               DISPLAY "JOURNAL SHORTER THAN CURSOR - RESCANNING "
                   "FROM START"
               MOVE 0 TO WS-JOURNAL-CURSOR
               PERFORM MATCH-SETTLEMENTS-PASS
           END-IF
           MOVE WS-LINE-NO TO WS-JOURNAL-CURSOR.

       MATCH-SETTLEMENTS-PASS.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-LINE-NO
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF WS-LINE-NO > WS-JOURNAL-CURSOR
                           PERFORM MATCH-ONE-JOURNAL-LINE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       MATCH-ONE-JOURNAL-LINE.
           IF J-TXT(1:3) = "OK "
               MOVE J-TXT(4:5) TO WS-J-ID
               MOVE J-TXT(10:9) TO WS-J-AMOUNT
               MOVE J-TXT(20:1) TO WS-J-TIPO
               IF (WS-J-TIPO = 'D' OR WS-J-TIPO = 'C')
                       AND WS-J-AMOUNT-NUM NUMERIC
                   PERFORM FIND-AUTHORIZED-PURCHASE
                   IF WS-FOUND = 'Y'
                       IF WS-J-TIPO = 'D'
                           PERFORM EARN-ON-PURCHASE
                       ELSE
                           PERFORM REVERSE-FOR-REFUND
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-AUTHORIZED-PURCHASE.
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-CP-INDEX
           PERFORM UNTIL WS-CP-INDEX > WS-CP-COUNT
               IF CP-AC-ID-TBL(WS-CP-INDEX) = WS-J-ID
                       AND CP-TIPO-TBL(WS-CP-INDEX) = WS-J-TIPO
                       AND CP-STATUS-TBL(WS-CP-INDEX) = 'A'
                       AND CP-AMOUNT-TBL(WS-CP-INDEX)
                           = WS-J-AMOUNT-NUM
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CP-INDEX
           END-PERFORM.

       EARN-ON-PURCHASE.
           PERFORM LOOKUP-EARN-RATE
           COMPUTE WS-POINTS =
               CP-AMOUNT-TBL(WS-CP-INDEX) * WS-RATE
           MOVE 'S' TO CP-STATUS-TBL(WS-CP-INDEX)
           MOVE WS-POINTS TO CP-POINTS-TBL(WS-CP-INDEX)
           IF WS-POINTS > 0
               MOVE CP-AC-ID-TBL(WS-CP-INDEX) TO WS-LG-AC-ID
               PERFORM FIND-ACCOUNT-CUSTOMER
               MOVE 'E' TO WS-LG-TYPE
               MOVE CP-REF-TBL(WS-CP-INDEX) TO WS-LG-REF
               MOVE CP-AMOUNT-TBL(WS-CP-INDEX) TO WS-LG-AMOUNT
               PERFORM WRITE-LEDGER-ENTRY
               ADD 1 TO WS-EARNED-COUNT
           END-IF.

       LOOKUP-EARN-RATE.
           MOVE 1 TO WS-RATE
           MOVE 0 TO WS-RATE-FLOOR
           MOVE 'N' TO WS-RATE-SPECIFIC
           MOVE 1 TO WS-RR-INDEX
           PERFORM UNTIL WS-RR-INDEX > WS-RR-COUNT
               IF RR-FLOOR-TBL(WS-RR-INDEX)
                       <= CP-AMOUNT-TBL(WS-CP-INDEX)
                   IF RR-MCC-TBL(WS-RR-INDEX) = CP-MCC-TBL(WS-CP-INDEX)
                           AND CP-MCC-TBL(WS-CP-INDEX) NOT = SPACES
                       IF WS-RATE-SPECIFIC = 'N'
                               OR RR-FLOOR-TBL(WS-RR-INDEX)
                                   >= WS-RATE-FLOOR
                           MOVE RR-RATE-TBL(WS-RR-INDEX) TO WS-RATE
                           MOVE RR-FLOOR-TBL(WS-RR-INDEX)
                               TO WS-RATE-FLOOR
                           MOVE 'Y' TO WS-RATE-SPECIFIC
                       END-IF
                   ELSE
                   IF RR-MCC-TBL(WS-RR-INDEX) = SPACES
                           AND WS-RATE-SPECIFIC = 'N'
                           AND RR-FLOOR-TBL(WS-RR-INDEX)
                               >= WS-RATE-FLOOR
                       MOVE RR-RATE-TBL(WS-RR-INDEX) TO WS-RATE
                       MOVE RR-FLOOR-TBL(WS-RR-INDEX) TO WS-RATE-FLOOR
                   END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-RR-INDEX
           END-PERFORM.

       REVERSE-FOR-REFUND.
           MOVE 'S' TO CP-STATUS-TBL(WS-CP-INDEX)
           MOVE CP-AMOUNT-TBL(WS-CP-INDEX) TO WS-REV-AMOUNT
           MOVE CP-AC-ID-TBL(WS-CP-INDEX) TO WS-J-ID
           MOVE CP-CARD-TBL(WS-CP-INDEX) TO WS-REFUND-CARD
           MOVE 0 TO WS-CP-MATCH
           MOVE WS-CP-COUNT TO WS-CP-INDEX
           PERFORM UNTIL WS-CP-INDEX = 0
               IF CP-CARD-TBL(WS-CP-INDEX) = WS-REFUND-CARD
                       AND CP-TIPO-TBL(WS-CP-INDEX) = 'D'
                       AND CP-STATUS-TBL(WS-CP-INDEX) = 'S'
                       AND CP-AMOUNT-TBL(WS-CP-INDEX)
                           - CP-REVERSED-TBL(WS-CP-INDEX)
                           >= WS-REV-AMOUNT
                   MOVE WS-CP-INDEX TO WS-CP-MATCH
                   EXIT PERFORM
               END-IF
               SUBTRACT 1 FROM WS-CP-INDEX
           END-PERFORM
           IF WS-CP-MATCH = 0
               DISPLAY "REFUND WITHOUT SETTLED PURCHASE - ACCOUNT "
                   WS-J-ID " AMOUNT " WS-REV-AMOUNT
           ELSE
               MOVE WS-CP-MATCH TO WS-CP-INDEX
               PERFORM REVERSE-PURCHASE-POINTS
           END-IF.

       APPLY-CHARGEBACKS.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-CB-LINE-NO
           OPEN INPUT CHARGEBACK-FILE
           IF WS-CHARGEBACK-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CHARGEBACK-FILE INTO CHARGEBACK-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CB-LINE-NO
                       IF WS-CB-LINE-NO > WS-CB-CURSOR
                               AND CB-AMOUNT NUMERIC
                           PERFORM APPLY-ONE-CHARGEBACK
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CHARGEBACK-FILE
           END-IF
           IF WS-CB-LINE-NO < WS-CB-CURSOR
               DISPLAY "CHARGEBACK FILE SHORTER THAN CURSOR - RESET"
           END-IF
           MOVE WS-CB-LINE-NO TO WS-CB-CURSOR
           MOVE 'N' TO WS-EOF.

       APPLY-ONE-CHARGEBACK.
           MOVE CB-AMOUNT TO WS-REV-AMOUNT
           MOVE 0 TO WS-CP-MATCH
           MOVE WS-CP-COUNT TO WS-CP-INDEX
           PERFORM UNTIL WS-CP-INDEX = 0
               IF CP-AC-ID-TBL(WS-CP-INDEX) = CB-ACCOUNT
                       AND CP-TIPO-TBL(WS-CP-INDEX) = 'D'
                       AND CP-STATUS-TBL(WS-CP-INDEX) = 'S'
                       AND CP-AMOUNT-TBL(WS-CP-INDEX)
                           - CP-REVERSED-TBL(WS-CP-INDEX)
                           >= WS-REV-AMOUNT
                   MOVE WS-CP-INDEX TO WS-CP-MATCH
                   EXIT PERFORM
               END-IF
               SUBTRACT 1 FROM WS-CP-INDEX
           END-PERFORM
           IF WS-CP-MATCH = 0
               DISPLAY "CHARGEBACK " CB-CASE-ID
                   " - NO SETTLED CARD PURCHASE TO REVERSE"
           ELSE
               MOVE WS-CP-MATCH TO WS-CP-INDEX
               PERFORM REVERSE-PURCHASE-POINTS
           END-IF.

       REVERSE-PURCHASE-POINTS.
           COMPUTE WS-POINTS-BEFORE = CP-POINTS-TBL(WS-CP-INDEX)
               * (CP-AMOUNT-TBL(WS-CP-INDEX)
                   - CP-REVERSED-TBL(WS-CP-INDEX))
               / CP-AMOUNT-TBL(WS-CP-INDEX)
           ADD WS-REV-AMOUNT TO CP-REVERSED-TBL(WS-CP-INDEX)
           COMPUTE WS-POINTS-AFTER = CP-POINTS-TBL(WS-CP-INDEX)
               * (CP-AMOUNT-TBL(WS-CP-INDEX)
                   - CP-REVERSED-TBL(WS-CP-INDEX))
               / CP-AMOUNT-TBL(WS-CP-INDEX)
           IF CP-REVERSED-TBL(WS-CP-INDEX)
                   >= CP-AMOUNT-TBL(WS-CP-INDEX)
               MOVE 'R' TO CP-STATUS-TBL(WS-CP-INDEX)
           END-IF
           COMPUTE WS-POINTS = WS-POINTS-BEFORE - WS-POINTS-AFTER
           IF WS-POINTS > 0
               MOVE CP-AC-ID-TBL(WS-CP-INDEX) TO WS-LG-AC-ID
               PERFORM FIND-ACCOUNT-CUSTOMER
               MOVE 'R' TO WS-LG-TYPE
               MOVE CP-REF-TBL(WS-CP-INDEX) TO WS-LG-REF
               MOVE WS-REV-AMOUNT TO WS-LG-AMOUNT
               PERFORM WRITE-LEDGER-ENTRY
               ADD 1 TO WS-REVERSED-COUNT
           END-IF.

       EXPIRE-OLD-POINTS.
           MOVE 1 TO WS-PT-INDEX
           PERFORM UNTIL WS-PT-INDEX > WS-PT-COUNT
               COMPUTE WS-EXPIRE-POINTS =
                   PT-EARNED-OLD-TBL(WS-PT-INDEX)
                   - PT-DEBITED-TBL(WS-PT-INDEX)
               IF WS-EXPIRE-POINTS > 0
                   MOVE WS-EXPIRE-POINTS TO WS-POINTS
                   MOVE PT-CUST-TBL(WS-PT-INDEX) TO WS-LG-CUST
                   MOVE PT-AC-ID-TBL(WS-PT-INDEX) TO WS-LG-AC-ID
                   MOVE 'X' TO WS-LG-TYPE
                   MOVE SPACES TO WS-LG-REF
                   MOVE WS-CUTOFF-DATE TO WS-LG-REF
                   MOVE 0 TO WS-LG-AMOUNT
                   PERFORM WRITE-LEDGER-ENTRY
                   ADD 1 TO WS-EXPIRED-COUNT
               END-IF
               ADD 1 TO WS-PT-INDEX
           END-PERFORM.

       FIND-ACCOUNT-CUSTOMER.
           MOVE SPACES TO WS-LG-CUST
           MOVE 1 TO WS-AC-INDEX
           PERFORM UNTIL WS-AC-INDEX > WS-AC-COUNT
               MOVE AC-REC-TBL(WS-AC-INDEX) TO ACCOUNTS-RECORD
               IF AC-ID = WS-LG-AC-ID
                   MOVE AC-CUST-ID TO WS-LG-CUST
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-AC-INDEX
           END-PERFORM
           IF WS-LG-CUST = SPACES
               MOVE WS-LG-AC-ID TO WS-LG-CUST
           END-IF.

       WRITE-LEDGER-ENTRY.
           MOVE SPACES TO LEDGER-RECORD
           MOVE WS-RUN-DATE TO RL-DATE
           MOVE WS-LG-CUST TO RL-CUST
           MOVE WS-LG-AC-ID TO RL-AC-ID
           MOVE WS-LG-TYPE TO RL-TYPE
           MOVE WS-POINTS TO RL-POINTS
           MOVE WS-LG-REF TO RL-REF
           MOVE WS-LG-AMOUNT TO RL-AMOUNT
           WRITE LEDGER-RECORD
           PERFORM FIND-POINTS-ENTRY
           PERFORM TAKE-LEDGER-POINTS.

       PROCESS-REDEMPTIONS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT REDEEM-FILE
           IF WS-REDEEM-STATUS NOT = "00"
               DISPLAY "NO REWARDS REDEMPTION FILE"
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REDEEM-FILE INTO REDEEM-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RQ-ID NOT = SPACES
                           PERFORM REDEEM-ONE-REQUEST
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE REDEEM-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       REDEEM-ONE-REQUEST.
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-RD-INDEX
           PERFORM UNTIL WS-RD-INDEX > WS-RD-COUNT
               IF RD-REF-TBL(WS-RD-INDEX) = RQ-ID
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-RD-INDEX
           END-PERFORM
           IF WS-FOUND = 'Y'
               DISPLAY "REDEMPTION ALREADY POSTED " RQ-ID
           ELSE
           IF RQ-POINTS NOT NUMERIC OR RQ-POINTS = 0
               DISPLAY "REDEMPTION REJECTED - POINTS INVALID " RQ-ID
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               PERFORM FIND-REDEEM-ACCOUNT
               IF WS-FOUND = 'N'
                   DISPLAY "REDEMPTION REJECTED - ACCOUNT NOT HELD BY "
                       "CUSTOMER " RQ-ID
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
               IF AC-ST-BLOCKED
                   DISPLAY "REDEMPTION REJECTED - ACCOUNT BLOCKED "
                       RQ-ID
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
               IF AC-CURRENCY NOT = "USD" AND AC-CURRENCY NOT = SPACES
                   DISPLAY "REDEMPTION REJECTED - ACCOUNT NOT IN USD "
                       RQ-ID
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   MOVE RQ-CUST TO WS-LG-CUST
                   MOVE RQ-AC-ID TO WS-LG-AC-ID
                   PERFORM FIND-POINTS-ENTRY
                   COMPUTE WS-POINTS-BALANCE =
                       PT-EARNED-TBL(WS-PT-INDEX)
                       - PT-DEBITED-TBL(WS-PT-INDEX)
                   IF WS-POINTS-BALANCE < RQ-POINTS
                       DISPLAY "REDEMPTION REJECTED - BALANCE "
                           WS-POINTS-BALANCE " " RQ-ID
                       ADD 1 TO WS-REJECTED-COUNT
                   ELSE
                       PERFORM POST-REDEMPTION-CREDIT
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

       FIND-REDEEM-ACCOUNT.
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-AC-INDEX
           PERFORM UNTIL WS-AC-INDEX > WS-AC-COUNT
               MOVE AC-REC-TBL(WS-AC-INDEX) TO ACCOUNTS-RECORD
               IF AC-ID = RQ-AC-ID
                   IF AC-CUST-ID = RQ-CUST
                       MOVE 'Y' TO WS-FOUND
                   END-IF
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-AC-INDEX
           END-PERFORM.

       POST-REDEMPTION-CREDIT.
           COMPUTE WS-REDEEM-VALUE ROUNDED =
               RQ-POINTS * WS-POINT-VALUE
           ADD WS-REDEEM-VALUE TO AC-SALDO
           MOVE ACCOUNTS-RECORD TO AC-REC-TBL(WS-AC-INDEX)
           MOVE 'Y' TO WS-ACC-TOUCHED
           PERFORM LOAD-JOURNAL-CHAIN
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00" AND
                   WS-JOURNAL-STATUS NOT = "05"
               CLOSE JOURNAL-FILE
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE SPACES TO J-TXT
           STRING "OK " RQ-AC-ID " " WS-REDEEM-VALUE " C RWDCR"
               DELIMITED BY SIZE
               INTO J-TXT
           MOVE "USD" TO WS-JRN-CURRENCY
           MOVE AC-SALDO TO WS-JRN-BALANCE
           PERFORM BUILD-JOURNAL-EXTENSION
           PERFORM CHAIN-JOURNAL-LINE
           WRITE J-REC
           MOVE SPACES TO J-TXT
           STRING "OK " WS-EXPENSE-ACCOUNT " " WS-REDEEM-VALUE
                   " D RWDEX"
               DELIMITED BY SIZE
               INTO J-TXT
           MOVE 0 TO WS-JRN-BALANCE
           PERFORM BUILD-JOURNAL-EXTENSION
           PERFORM CHAIN-JOURNAL-LINE
           WRITE J-REC
           CLOSE JOURNAL-FILE
           MOVE RQ-POINTS TO WS-POINTS
           MOVE RQ-CUST TO WS-LG-CUST
           MOVE RQ-AC-ID TO WS-LG-AC-ID
           MOVE 'D' TO WS-LG-TYPE
           MOVE RQ-ID TO WS-LG-REF
           MOVE WS-REDEEM-VALUE TO WS-LG-AMOUNT
           PERFORM WRITE-LEDGER-ENTRY
           ADD 1 TO WS-REDEEMED-COUNT
           DISPLAY "REDEEMED " RQ-ID " POINTS " RQ-POINTS
               " CREDIT " WS-REDEEM-VALUE " TO " RQ-AC-ID.

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

       REWRITE-PURCHASE-FILE.
           OPEN OUTPUT CARDPURCH-FILE
           MOVE 1 TO WS-CP-INDEX
           PERFORM UNTIL WS-CP-INDEX > WS-CP-COUNT
               MOVE SPACES TO CARDPURCH-RECORD
               MOVE CP-REF-TBL(WS-CP-INDEX) TO CP-REF
               MOVE CP-CARD-TBL(WS-CP-INDEX) TO CP-CARD
               MOVE CP-AC-ID-TBL(WS-CP-INDEX) TO CP-AC-ID
               MOVE CP-TIPO-TBL(WS-CP-INDEX) TO CP-TIPO
               MOVE CP-AMOUNT-TBL(WS-CP-INDEX) TO CP-AMOUNT
               MOVE CP-MCC-TBL(WS-CP-INDEX) TO CP-MCC
               MOVE CP-STATUS-TBL(WS-CP-INDEX) TO CP-STATUS
               MOVE CP-POINTS-TBL(WS-CP-INDEX) TO CP-POINTS
               MOVE CP-REVERSED-TBL(WS-CP-INDEX) TO CP-REVERSED
               WRITE CARDPURCH-RECORD
               ADD 1 TO WS-CP-INDEX
           END-PERFORM
           CLOSE CARDPURCH-FILE.

       WRITE-REWARDS-CURSOR.
           OPEN OUTPUT CURSOR-FILE
           MOVE SPACES TO CUR-REC
           MOVE WS-JOURNAL-CURSOR TO CUR-JOURNAL
           MOVE WS-CB-CURSOR TO CUR-CHARGEBACK
           WRITE CUR-REC
           CLOSE CURSOR-FILE.

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
