       IDENTIFICATION DIVISION.
       PROGRAM-ID. REDONDEO-AHORRO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLL-FILE
               ASSIGN TO DYNAMIC WS-ENROLL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT TRANS-FILE
               ASSIGN TO DYNAMIC WS-TRANS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT PAYEES-FILE
               ASSIGN TO DYNAMIC WS-PAYEES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAYEES-STATUS.
           SELECT TRANSHDR-FILE
               ASSIGN TO DYNAMIC WS-TRANS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSHDR-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JSEAL-FILE
               ASSIGN TO DYNAMIC WS-JSEAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JSEAL-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO DYNAMIC WS-BUSDATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT HOLDS-FILE
               ASSIGN TO DYNAMIC WS-HOLDS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT PENDING-FILE
               ASSIGN TO DYNAMIC WS-PENDING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT WAREHOUSE-FILE
               ASSIGN TO DYNAMIC WS-WAREHOUSE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-STATUS.
           SELECT NOTIFY-FILE
               ASSIGN TO DYNAMIC WS-NOTIFY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENROLL-FILE.
       01  ENROLL-RECORD.
           05 RU-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 RU-SAVINGS-ID     PIC X(5).
           05 FILLER            PIC X(1).
           05 RU-MULTIPLE       PIC 9(2).
           05 FILLER            PIC X(1).
           05 RU-FACTOR         PIC 9(1).
           05 FILLER            PIC X(1).
           05 RU-FLOOR          PIC 9(7)V99.
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
       FD  TRANS-FILE.
       01  TRANS-LINE.
           05 TL-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 TL-MONTO          PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 TL-TIPO           PIC X(1).
           05 FILLER            PIC X(1).
           05 TL-TO-ID          PIC X(5).
           05 FILLER            PIC X(1).
           05 TL-CURRENCY       PIC X(3).
       FD  PAYEES-FILE.
       01  PAYEE-RECORD.
           05 PY-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 PY-TO-ID          PIC X(5).
           05 FILLER            PIC X(1).
           05 PY-ADDED          PIC 9(8).
       FD  TRANSHDR-FILE.
       01  TH-LINE              PIC X(96).
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
       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05 BD-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 BD-LAST-RUN       PIC 9(8).
       FD  HOLDS-FILE.
       01  HOLD-RECORD.
           05 HD-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 HD-MONTO          PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 HD-TIMESTAMP      PIC X(14).
       FD  PENDING-FILE.
       01  PEND-RECORD.
           05 PEND-ID           PIC X(5).
           05 FILLER            PIC X(1).
           05 PEND-TO-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 PEND-MONTO        PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 PEND-TIPO         PIC X(1).
       FD  WAREHOUSE-FILE.
       01  WAREHOUSE-LINE.
           05 WH-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 WH-MONTO          PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 WH-TIPO           PIC X(1).
       FD  NOTIFY-FILE.
       01  NOTIFY-LINE          PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-ENROLL-PATH       PIC X(200).
       01  WS-ACCOUNTS-PATH     PIC X(200).
       01  WS-TRANS-PATH        PIC X(200).
       01  WS-JOURNAL-PATH      PIC X(200).
       01  WS-BUSDATE-PATH      PIC X(200).
       01  WS-HOLDS-PATH        PIC X(200).
       01  WS-PENDING-PATH      PIC X(200).
       01  WS-WAREHOUSE-PATH    PIC X(200).
       01  WS-NOTIFY-PATH       PIC X(200).
       01  WS-ENROLL-STATUS     PIC XX.
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-TRANS-STATUS      PIC XX.
       01  WS-TRANSHDR-STATUS   PIC XX.
       01  WS-JOURNAL-STATUS    PIC XX.
       01  WS-BUSDATE-STATUS    PIC XX.
       01  WS-HOLDS-STATUS      PIC XX.
       01  WS-PENDING-STATUS    PIC XX.
       01  WS-WAREHOUSE-STATUS  PIC XX.
       01  WS-NOTIFY-STATUS     PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-AV-EOF            PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  WS-FLOOR-TXT         PIC X(9).
       01  WS-FLOOR-NUM REDEFINES
               WS-FLOOR-TXT     PIC 9(7)V99.
       01  WS-DEFAULT-FLOOR     PIC 9(7)V99 VALUE 0.
       01  ACCOUNTS-TABLE.
           05 ACCOUNT-ENTRY OCCURS 50000 TIMES.
               10 AC-ID-TBL       PIC X(5).
               10 AC-SALDO-TBL    PIC S9(7)V99.
               10 AC-CURRENCY-TBL PIC X(3).
               10 AC-STATUS-TBL   PIC X(1).
       01  WS-ACC-INDEX         PIC 9(6) VALUE 1.
       01  WS-ACC-COUNT         PIC 9(6) VALUE 0.
       01  WS-SRC-IX            PIC 9(6) VALUE 0.
       01  WS-SAV-IX            PIC 9(6) VALUE 0.
       01  ENROLL-TABLE.
           05 ENROLL-ENTRY OCCURS 20000 TIMES.
               10 RU-ID-TBL       PIC X(5).
               10 RU-SAVINGS-TBL  PIC X(5).
               10 RU-MULTIPLE-TBL PIC 9(2).
               10 RU-FACTOR-TBL   PIC 9(1).
               10 RU-FLOOR-TBL    PIC 9(7)V99.
               10 RU-TOTAL-TBL    PIC 9(7)V99.
               10 RU-DEBITS-TBL   PIC 9(5).
               10 RU-DONE-TBL     PIC X(1).
       01  WS-RU-INDEX          PIC 9(5) VALUE 1.
       01  WS-RU-COUNT          PIC 9(5) VALUE 0.
       01  WS-J-ID              PIC X(5).
       01  WS-J-AMOUNT          PIC X(9).
       01  WS-J-AMOUNT-NUM REDEFINES
               WS-J-AMOUNT      PIC 9(7)V99.
       01  WS-J-TIPO            PIC X(1).
       01  WS-UNITS             PIC 9(7).
       01  WS-ROUNDUP           PIC 9(7)V99.
       01  WS-SWEEP-AMT         PIC 9(7)V99.
       01  WS-HELD-AMOUNT       PIC 9(9)V99 VALUE 0.
       01  WS-PENDING-AMOUNT    PIC 9(9)V99 VALUE 0.
       01  WS-WAREHOUSED-AMT    PIC 9(9)V99 VALUE 0.
       01  WS-AVAILABLE         PIC S9(9)V99.
       01  WS-AFTER-SWEEP       PIC S9(9)V99.
       01  WS-SWEEP-COUNT       PIC 9(5) VALUE 0.
       01  WS-SKIP-COUNT        PIC 9(5) VALUE 0.
       01  WS-PAYEES-PATH       PIC X(200).
       01  WS-PAYEES-STATUS     PIC XX.
       01  WS-PY-EOF            PIC X VALUE 'N'.
       01  WS-PY-LOADED         PIC X VALUE 'N'.
       01  PAYEE-TABLE.
           05 PAYEE-ENTRY OCCURS 20000 TIMES.
               10 PY-ID-TBL       PIC X(5).
               10 PY-TO-TBL       PIC X(5).
       01  WS-PY-INDEX          PIC 9(5) VALUE 1.
       01  WS-PY-COUNT          PIC 9(5) VALUE 0.
       01  WS-PY-FOUND          PIC X VALUE 'N'.
       01  WS-COOLOFF-TXT       PIC X(3).
       01  WS-COOLOFF-DAYS      PIC 9(3) VALUE 2.
       01  WS-PY-ADDED-INT      PIC 9(8).
       01  WS-PY-ADDED-DATE     PIC 9(8).
       01  WS-REG-ID            PIC X(5).
       01  WS-REG-TO            PIC X(5).
       01 WS-RT-EOF          PIC X VALUE "N".
       01 REFRESH-TABLE.
           05 RT-LINE-TBL OCCURS 50000 TIMES PIC X(96).
       01 WS-RT-INDEX        PIC 9(6) VALUE 1.
       01 WS-RT-COUNT        PIC 9(6) VALUE 0.
       01 WS-RT-AMT          PIC X(9).
       01 WS-RT-AMT-N REDEFINES WS-RT-AMT PIC 9(7)V99.
       01 WS-RT-TOTAL        PIC 9(9)V99 VALUE 0.
       01 WS-HDR-BUILD.
           05 FILLER         PIC X(5) VALUE "HDR  ".
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-HDR-TOTAL   PIC 9(7)V99.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-HDR-COUNT   PIC 9(7).
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
           MOVE SPACES TO WS-ENROLL-PATH
           ACCEPT WS-ENROLL-PATH FROM ENVIRONMENT "ROUNDUP_ENROLL_PATH"
           IF WS-ENROLL-PATH = SPACES
               MOVE "accounts/ROUNDUP_ENROLL.DAT" TO WS-ENROLL-PATH
           END-IF
           MOVE SPACES TO WS-ACCOUNTS-PATH
           ACCEPT WS-ACCOUNTS-PATH FROM ENVIRONMENT "ACCOUNTS_PATH"
           IF WS-ACCOUNTS-PATH = SPACES
               MOVE "accounts/ACCOUNTS.DAT" TO WS-ACCOUNTS-PATH
           END-IF
           MOVE SPACES TO WS-TRANS-PATH
           ACCEPT WS-TRANS-PATH FROM ENVIRONMENT "TRANS_INPUT"
           IF WS-TRANS-PATH = SPACES
               MOVE "trans_input.txt" TO WS-TRANS-PATH
           END-IF
           MOVE SPACES TO WS-JOURNAL-PATH
           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT "JOURNAL_PATH"
           IF WS-JOURNAL-PATH = SPACES
               MOVE "accounts/JOURNAL.LOG" TO WS-JOURNAL-PATH
           END-IF
           MOVE SPACES TO WS-BUSDATE-PATH
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_PATH"
           IF WS-BUSDATE-PATH = SPACES
               MOVE "accounts/BUSINESS_DATE.DAT" TO WS-BUSDATE-PATH
           END-IF
           MOVE SPACES TO WS-HOLDS-PATH
           ACCEPT WS-HOLDS-PATH FROM ENVIRONMENT "HOLDS_PATH"
           IF WS-HOLDS-PATH = SPACES
               MOVE "accounts/HOLDS.DAT" TO WS-HOLDS-PATH
           END-IF
           MOVE SPACES TO WS-PENDING-PATH
           ACCEPT WS-PENDING-PATH FROM ENVIRONMENT "PENDING_PATH"
           IF WS-PENDING-PATH = SPACES
               MOVE "accounts/PENDING_APPROVAL.DAT"
                   TO WS-PENDING-PATH
           END-IF
           MOVE SPACES TO WS-WAREHOUSE-PATH
           ACCEPT WS-WAREHOUSE-PATH FROM ENVIRONMENT "WAREHOUSE_PATH"
           IF WS-WAREHOUSE-PATH = SPACES
               MOVE "accounts/WAREHOUSE.DAT" TO WS-WAREHOUSE-PATH
           END-IF
           MOVE SPACES TO WS-NOTIFY-PATH
           ACCEPT WS-NOTIFY-PATH FROM ENVIRONMENT "NOTIFY_OUTBOX_PATH"
           IF WS-NOTIFY-PATH = SPACES
               MOVE "accounts/NOTIFY_OUTBOX.LOG" TO WS-NOTIFY-PATH
           END-IF
           MOVE SPACES TO WS-FLOOR-TXT
           ACCEPT WS-FLOOR-TXT FROM ENVIRONMENT "ROUNDUP_MIN_AVAILABLE"
           IF WS-FLOOR-TXT NUMERIC
               MOVE WS-FLOOR-NUM TO WS-DEFAULT-FLOOR
           END-IF
           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-ACCOUNTS-TABLE
           PERFORM LOAD-ENROLL-TABLE
           IF WS-RU-COUNT = 0
               DISPLAY "NO ROUND-UP ENROLLMENTS"
               STOP RUN
           END-IF
           PERFORM SUM-DAY-ROUNDUPS
           OPEN EXTEND TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00" AND
                   WS-TRANS-STATUS NOT = "05"
               CLOSE TRANS-FILE
               OPEN OUTPUT TRANS-FILE
           END-IF
           MOVE 1 TO WS-RU-INDEX
           PERFORM UNTIL WS-RU-INDEX > WS-RU-COUNT
               IF RU-TOTAL-TBL(WS-RU-INDEX) > 0
                   PERFORM GENERATE-ONE-ROUNDUP
               END-IF
               ADD 1 TO WS-RU-INDEX
           END-PERFORM
           CLOSE TRANS-FILE
           IF WS-SWEEP-COUNT > 0
               PERFORM REFRESH-TRANS-HEADER
           END-IF
           DISPLAY "ROUND-UP SWEEPS " WS-TODAY
               " GENERATED " WS-SWEEP-COUNT
               " SKIPPED " WS-SKIP-COUNT
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
                   IF AC-SALDO NUMERIC
                       ADD 1 TO WS-ACC-COUNT
                       MOVE AC-ID TO AC-ID-TBL(WS-ACC-COUNT)
                       MOVE AC-SALDO TO AC-SALDO-TBL(WS-ACC-COUNT)
                       MOVE AC-CURRENCY
                           TO AC-CURRENCY-TBL(WS-ACC-COUNT)
                       MOVE AC-STATUS TO AC-STATUS-TBL(WS-ACC-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           MOVE 'N' TO WS-EOF.

       LOAD-ENROLL-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-RU-COUNT
           OPEN INPUT ENROLL-FILE
           IF WS-ENROLL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-RU-COUNT >= 20000
                   READ ENROLL-FILE INTO ENROLL-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-ENROLLMENT
                   END-READ
               END-PERFORM
               CLOSE ENROLL-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       TAKE-ONE-ENROLLMENT.
           IF RU-ID = SPACES OR RU-SAVINGS-ID = SPACES
                   OR RU-MULTIPLE NOT NUMERIC
               DISPLAY "ROUND-UP ENROLLMENT UNREADABLE " RU-ID
           ELSE
           IF RU-MULTIPLE NOT = 1 AND RU-MULTIPLE NOT = 5
                   AND RU-MULTIPLE NOT = 10
               DISPLAY "ROUND-UP ENROLLMENT " RU-ID
                   " MULTIPLE MUST BE 01, 05 OR 10"
           ELSE
               ADD 1 TO WS-RU-COUNT
               MOVE RU-ID TO RU-ID-TBL(WS-RU-COUNT)
               MOVE RU-SAVINGS-ID TO RU-SAVINGS-TBL(WS-RU-COUNT)
               MOVE RU-MULTIPLE TO RU-MULTIPLE-TBL(WS-RU-COUNT)
               IF RU-FACTOR NUMERIC AND RU-FACTOR > 0
                   MOVE RU-FACTOR TO RU-FACTOR-TBL(WS-RU-COUNT)
               ELSE
                   MOVE 1 TO RU-FACTOR-TBL(WS-RU-COUNT)
               END-IF
               IF RU-FLOOR NUMERIC
                   MOVE RU-FLOOR TO RU-FLOOR-TBL(WS-RU-COUNT)
               ELSE
                   MOVE WS-DEFAULT-FLOOR TO RU-FLOOR-TBL(WS-RU-COUNT)
               END-IF
               MOVE 0 TO RU-TOTAL-TBL(WS-RU-COUNT)
               MOVE 0 TO RU-DEBITS-TBL(WS-RU-COUNT)
               MOVE 'N' TO RU-DONE-TBL(WS-RU-COUNT)
           END-IF
           END-IF.

       SUM-DAY-ROUNDUPS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-JOURNAL-LINE
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE 1 TO WS-RU-INDEX
           PERFORM UNTIL WS-RU-INDEX > WS-RU-COUNT
               IF RU-DONE-TBL(WS-RU-INDEX) = 'Y'
                   DISPLAY "ROUND-UP ALREADY SWEPT TODAY "
                       RU-ID-TBL(WS-RU-INDEX)
                   MOVE 0 TO RU-TOTAL-TBL(WS-RU-INDEX)
               END-IF
               ADD 1 TO WS-RU-INDEX
           END-PERFORM.

       TAKE-ONE-JOURNAL-LINE.
           IF J-TXT(1:8) = "ROUNDUP "
               MOVE J-TXT(9:5) TO WS-J-ID
               PERFORM FIND-ENROLLMENT
               IF WS-RU-INDEX <= WS-RU-COUNT
                       AND J-TXT(33:8) = WS-TODAY
                   MOVE 'Y' TO RU-DONE-TBL(WS-RU-INDEX)
               END-IF
           ELSE
           IF J-TXT(1:3) = "OK " AND J-TXT(20:1) = 'D'
                   AND J-TXT(30:8) = WS-TODAY
               MOVE J-TXT(4:5) TO WS-J-ID
               MOVE J-TXT(10:9) TO WS-J-AMOUNT
               IF WS-J-AMOUNT-NUM NUMERIC
                   PERFORM FIND-ENROLLMENT
                   IF WS-RU-INDEX <= WS-RU-COUNT
                       PERFORM ADD-ONE-ROUNDUP
                   END-IF
               END-IF
           END-IF
           END-IF.

       FIND-ENROLLMENT.
           MOVE 1 TO WS-RU-INDEX
           PERFORM UNTIL WS-RU-INDEX > WS-RU-COUNT
               IF RU-ID-TBL(WS-RU-INDEX) = WS-J-ID
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-RU-INDEX
           END-PERFORM.

       ADD-ONE-ROUNDUP.
           COMPUTE WS-UNITS =
               WS-J-AMOUNT-NUM / RU-MULTIPLE-TBL(WS-RU-INDEX)
           IF WS-UNITS * RU-MULTIPLE-TBL(WS-RU-INDEX)
                   < WS-J-AMOUNT-NUM
               ADD 1 TO WS-UNITS
               COMPUTE WS-ROUNDUP =
                   WS-UNITS * RU-MULTIPLE-TBL(WS-RU-INDEX)
               SUBTRACT WS-J-AMOUNT-NUM FROM WS-ROUNDUP
               MULTIPLY RU-FACTOR-TBL(WS-RU-INDEX) BY WS-ROUNDUP
               ADD WS-ROUNDUP TO RU-TOTAL-TBL(WS-RU-INDEX)
               ADD 1 TO RU-DEBITS-TBL(WS-RU-INDEX)
           END-IF.

       GENERATE-ONE-ROUNDUP.
           MOVE RU-TOTAL-TBL(WS-RU-INDEX) TO WS-SWEEP-AMT
           PERFORM FIND-ROUNDUP-ACCOUNTS
           IF WS-SRC-IX = 0
               DISPLAY "ROUND-UP ACCOUNT NOT FOUND "
                   RU-ID-TBL(WS-RU-INDEX)
           ELSE
           IF WS-SAV-IX = 0
               DISPLAY "ROUND-UP SAVINGS NOT FOUND "
                   RU-SAVINGS-TBL(WS-RU-INDEX)
           ELSE
           IF AC-STATUS-TBL(WS-SRC-IX) = 'F'
                   OR AC-STATUS-TBL(WS-SRC-IX) = 'C'
                   OR AC-STATUS-TBL(WS-SAV-IX) = 'F'
                   OR AC-STATUS-TBL(WS-SAV-IX) = 'C'
               DISPLAY "ROUND-UP SKIPPED - ACCOUNT BLOCKED "
                   RU-ID-TBL(WS-RU-INDEX)
           ELSE
           IF AC-CURRENCY-TBL(WS-SRC-IX)
                   NOT = AC-CURRENCY-TBL(WS-SAV-IX)
               DISPLAY "ROUND-UP SKIPPED - CURRENCY MISMATCH "
                   RU-ID-TBL(WS-RU-INDEX)
           ELSE
               PERFORM SUM-AVAILABLE-DEDUCTIONS
               COMPUTE WS-AVAILABLE = AC-SALDO-TBL(WS-SRC-IX)
                   - WS-HELD-AMOUNT
                   - WS-PENDING-AMOUNT
                   - WS-WAREHOUSED-AMT
               COMPUTE WS-AFTER-SWEEP = WS-AVAILABLE - WS-SWEEP-AMT
               IF WS-AFTER-SWEEP <= RU-FLOOR-TBL(WS-RU-INDEX)
                   PERFORM WRITE-SKIPPED-NOTICE
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY "ROUND-UP SKIPPED " RU-ID-TBL(WS-RU-INDEX)
                       " AMOUNT " WS-SWEEP-AMT
                       " AVAILABLE " WS-AVAILABLE
               ELSE
                   MOVE SPACES TO TRANS-LINE
                   MOVE RU-ID-TBL(WS-RU-INDEX) TO TL-ID
                   MOVE WS-SWEEP-AMT TO TL-MONTO
                   MOVE 'T' TO TL-TIPO
                   MOVE RU-SAVINGS-TBL(WS-RU-INDEX) TO TL-TO-ID
                   MOVE AC-CURRENCY-TBL(WS-SRC-IX) TO TL-CURRENCY
                   WRITE TRANS-LINE
                   MOVE RU-ID-TBL(WS-RU-INDEX) TO WS-REG-ID
                   MOVE RU-SAVINGS-TBL(WS-RU-INDEX) TO WS-REG-TO
                   PERFORM REGISTER-PAYEE-LINK
                   ADD 1 TO WS-SWEEP-COUNT
                   PERFORM WRITE-ROUNDUP-JOURNAL
                   DISPLAY "ROUND-UP " RU-ID-TBL(WS-RU-INDEX)
                       " DEBITS " RU-DEBITS-TBL(WS-RU-INDEX)
                       " AMOUNT " WS-SWEEP-AMT
                       " TO " RU-SAVINGS-TBL(WS-RU-INDEX)
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       FIND-ROUNDUP-ACCOUNTS.
           MOVE 0 TO WS-SRC-IX
           MOVE 0 TO WS-SAV-IX
           MOVE 1 TO WS-ACC-INDEX
           PERFORM UNTIL WS-ACC-INDEX > WS-ACC-COUNT
               IF AC-ID-TBL(WS-ACC-INDEX) = RU-ID-TBL(WS-RU-INDEX)
                   MOVE WS-ACC-INDEX TO WS-SRC-IX
               END-IF
               IF AC-ID-TBL(WS-ACC-INDEX)
                       = RU-SAVINGS-TBL(WS-RU-INDEX)
                   MOVE WS-ACC-INDEX TO WS-SAV-IX
               END-IF
               ADD 1 TO WS-ACC-INDEX
           END-PERFORM.

       SUM-AVAILABLE-DEDUCTIONS.
           MOVE 0 TO WS-HELD-AMOUNT
           MOVE 0 TO WS-PENDING-AMOUNT
           MOVE 0 TO WS-WAREHOUSED-AMT
           MOVE 'N' TO WS-AV-EOF
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS = "00"
               PERFORM UNTIL WS-AV-EOF = 'Y'
                   READ HOLDS-FILE
                   AT END MOVE 'Y' TO WS-AV-EOF
                   NOT AT END
                       IF HD-ID = RU-ID-TBL(WS-RU-INDEX)
                               AND HD-MONTO NUMERIC
                           ADD HD-MONTO TO WS-HELD-AMOUNT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF
           MOVE 'N' TO WS-AV-EOF
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS = "00"
               PERFORM UNTIL WS-AV-EOF = 'Y'
                   READ PENDING-FILE
                   AT END MOVE 'Y' TO WS-AV-EOF
                   NOT AT END
                       IF PEND-ID = RU-ID-TBL(WS-RU-INDEX)
                               AND PEND-MONTO NUMERIC
                               AND PEND-TIPO NOT = 'C'
                           ADD PEND-MONTO TO WS-PENDING-AMOUNT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF
           MOVE 'N' TO WS-AV-EOF
           OPEN INPUT WAREHOUSE-FILE
           IF WS-WAREHOUSE-STATUS = "00"
               PERFORM UNTIL WS-AV-EOF = 'Y'
                   READ WAREHOUSE-FILE
                   AT END MOVE 'Y' TO WS-AV-EOF
                   NOT AT END
                       IF WH-ID = RU-ID-TBL(WS-RU-INDEX)
                               AND WH-MONTO NUMERIC
                               AND WH-TIPO NOT = 'C'
                           ADD WH-MONTO TO WS-WAREHOUSED-AMT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE WAREHOUSE-FILE
           END-IF
           MOVE 'N' TO WS-AV-EOF.

       WRITE-SKIPPED-NOTICE.
           OPEN EXTEND NOTIFY-FILE
           IF WS-NOTIFY-STATUS NOT = "00" AND
                   WS-NOTIFY-STATUS NOT = "05"
               CLOSE NOTIFY-FILE
               OPEN OUTPUT NOTIFY-FILE
           END-IF
           MOVE SPACES TO NOTIFY-LINE
           STRING "ALERT ROUNDUP " RU-ID-TBL(WS-RU-INDEX)
               " SKIPPED " WS-TODAY
               " AMOUNT " WS-SWEEP-AMT
               " BELOW FLOOR " RU-FLOOR-TBL(WS-RU-INDEX)
               DELIMITED BY SIZE
               INTO NOTIFY-LINE
           WRITE NOTIFY-LINE
           CLOSE NOTIFY-FILE.

       REGISTER-PAYEE-LINK.
           IF WS-PY-LOADED = 'N'
               PERFORM LOAD-PAYEE-TABLE
           END-IF
           MOVE 'N' TO WS-PY-FOUND
           MOVE 1 TO WS-PY-INDEX
           PERFORM UNTIL WS-PY-INDEX > WS-PY-COUNT
               IF PY-ID-TBL(WS-PY-INDEX) = WS-REG-ID
                       AND PY-TO-TBL(WS-PY-INDEX) = WS-REG-TO
                   MOVE 'Y' TO WS-PY-FOUND
                   MOVE WS-PY-COUNT TO WS-PY-INDEX
               END-IF
               ADD 1 TO WS-PY-INDEX
           END-PERFORM
           IF WS-PY-FOUND = 'N' AND WS-PY-COUNT < 20000
               COMPUTE WS-PY-ADDED-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - WS-COOLOFF-DAYS
               IF WS-PY-ADDED-INT < 1
                   MOVE 1 TO WS-PY-ADDED-INT
               END-IF
               COMPUTE WS-PY-ADDED-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-PY-ADDED-INT)
               OPEN EXTEND PAYEES-FILE
               IF WS-PAYEES-STATUS NOT = "00" AND
                       WS-PAYEES-STATUS NOT = "05"
                   CLOSE PAYEES-FILE
                   OPEN OUTPUT PAYEES-FILE
               END-IF
               MOVE SPACES TO PAYEE-RECORD
               MOVE WS-REG-ID TO PY-ID
               MOVE WS-REG-TO TO PY-TO-ID
               MOVE WS-PY-ADDED-DATE TO PY-ADDED
               WRITE PAYEE-RECORD
               CLOSE PAYEES-FILE
               ADD 1 TO WS-PY-COUNT
               MOVE WS-REG-ID TO PY-ID-TBL(WS-PY-COUNT)
               MOVE WS-REG-TO TO PY-TO-TBL(WS-PY-COUNT)
               DISPLAY "PAYEE REGISTERED FOR ROUND-UP "
                   WS-REG-ID " TO " WS-REG-TO
           END-IF.

       LOAD-PAYEE-TABLE.
           MOVE 'Y' TO WS-PY-LOADED
           MOVE SPACES TO WS-PAYEES-PATH
           ACCEPT WS-PAYEES-PATH FROM ENVIRONMENT "PAYEES_PATH"
           IF WS-PAYEES-PATH = SPACES
               MOVE "accounts/PAYEES.DAT" TO WS-PAYEES-PATH
           END-IF
           MOVE SPACES TO WS-COOLOFF-TXT
           ACCEPT WS-COOLOFF-TXT
               FROM ENVIRONMENT "PAYEE_COOLOFF_DAYS"
           IF WS-COOLOFF-TXT NOT = SPACES
                   AND WS-COOLOFF-TXT NUMERIC
               MOVE WS-COOLOFF-TXT TO WS-COOLOFF-DAYS
           END-IF
           MOVE 'N' TO WS-PY-EOF
           MOVE 0 TO WS-PY-COUNT
           OPEN INPUT PAYEES-FILE
           IF WS-PAYEES-STATUS = "00"
               PERFORM UNTIL WS-PY-EOF = 'Y' OR WS-PY-COUNT >= 20000
                   READ PAYEES-FILE INTO PAYEE-RECORD
                   AT END MOVE 'Y' TO WS-PY-EOF
                   NOT AT END
                       IF PY-ID NOT = SPACES
                           ADD 1 TO WS-PY-COUNT
                           MOVE PY-ID TO PY-ID-TBL(WS-PY-COUNT)
                           MOVE PY-TO-ID TO PY-TO-TBL(WS-PY-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYEES-FILE
           END-IF
           MOVE 'N' TO WS-PY-EOF.

       WRITE-ROUNDUP-JOURNAL.
           PERFORM LOAD-JOURNAL-CHAIN
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00" AND
                   WS-JOURNAL-STATUS NOT = "05"
               CLOSE JOURNAL-FILE
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE SPACES TO J-TXT
           STRING "ROUNDUP " RU-ID-TBL(WS-RU-INDEX) " " WS-SWEEP-AMT
               " T " RU-SAVINGS-TBL(WS-RU-INDEX) " " WS-TODAY
               DELIMITED BY SIZE
               INTO J-TXT
           PERFORM CHAIN-JOURNAL-LINE
           WRITE J-REC
           CLOSE JOURNAL-FILE.

       REFRESH-TRANS-HEADER.
           MOVE 0 TO WS-RT-COUNT
           MOVE 0 TO WS-RT-TOTAL
           MOVE "N" TO WS-RT-EOF
           OPEN INPUT TRANSHDR-FILE
           IF WS-TRANSHDR-STATUS NOT = "00"
               DISPLAY "NO TRANSACTION FILE TO HEADER"
           ELSE
               PERFORM UNTIL WS-RT-EOF = "Y"
                   READ TRANSHDR-FILE
                   AT END MOVE "Y" TO WS-RT-EOF
                   NOT AT END
                       IF TH-LINE(1:5) NOT = "HDR  "
                               AND TH-LINE NOT = SPACES
                               AND WS-RT-COUNT < 50000
                           ADD 1 TO WS-RT-COUNT
                           MOVE TH-LINE TO RT-LINE-TBL(WS-RT-COUNT)
                           MOVE TH-LINE(7:9) TO WS-RT-AMT
                           IF WS-RT-AMT-N NUMERIC
                               ADD WS-RT-AMT-N TO WS-RT-TOTAL
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSHDR-FILE
               OPEN OUTPUT TRANSHDR-FILE
               MOVE WS-RT-TOTAL TO WS-HDR-TOTAL
               MOVE WS-RT-COUNT TO WS-HDR-COUNT
               MOVE WS-HDR-BUILD TO TH-LINE(1:24)
               MOVE SPACES TO TH-LINE(25:72)
               WRITE TH-LINE
               MOVE 1 TO WS-RT-INDEX
               PERFORM UNTIL WS-RT-INDEX > WS-RT-COUNT
                   MOVE RT-LINE-TBL(WS-RT-INDEX) TO TH-LINE
                   WRITE TH-LINE
                   ADD 1 TO WS-RT-INDEX
               END-PERFORM
               CLOSE TRANSHDR-FILE
           END-IF.

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
