       IDENTIFICATION DIVISION.
       PROGRAM-ID. BONIFICACION-AHORRO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE
               ASSIGN TO DYNAMIC WS-RULES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT SAVCOUNT-FILE
               ASSIGN TO DYNAMIC WS-SAVCOUNT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SAVCOUNT-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT BONUS-FILE
               ASSIGN TO DYNAMIC WS-BONUS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BONUS-STATUS.
           SELECT CURSOR-FILE
               ASSIGN TO DYNAMIC WS-CURSOR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CURSOR-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO DYNAMIC WS-BUSDATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01  RULE-RECORD.
           05 BR-TYPE           PIC X(1).
           05 FILLER            PIC X(1).
           05 BR-RATE           PIC 9V9(4).
           05 FILLER            PIC X(1).
           05 BR-MAX-WD         PIC 9(3).
           05 FILLER            PIC X(1).
           05 BR-MIN-NET        PIC 9(7)V99.
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
       FD  SAVCOUNT-FILE.
       01  SAVCOUNT-RECORD.
           05 SV-MONTH          PIC 9(6).
           05 FILLER            PIC X(1).
           05 SV-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 SV-COUNT          PIC 9(3).
       FD  JOURNAL-FILE.
       01  J-REC.
           05 J-TXT             PIC X(136).
       FD  BONUS-FILE.
       01  BONUS-RECORD.
           05 BN-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 BN-AMOUNT         PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 BN-MONTH          PIC 9(6).
       FD  CURSOR-FILE.
       01  CUR-REC.
           05 CUR-MONTH         PIC 9(6).
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(100).
       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05 BD-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 BD-LAST-RUN       PIC 9(8).
       WORKING-STORAGE SECTION.
       01  WS-RULES-PATH        PIC X(200).
       01  WS-ACCOUNTS-PATH     PIC X(200).
       01  WS-SAVCOUNT-PATH     PIC X(200).
       01  WS-JOURNAL-PATH      PIC X(200).
       01  WS-BONUS-PATH        PIC X(200).
       01  WS-CURSOR-PATH       PIC X(200).
       01  WS-REPORT-PATH       PIC X(200).
       01  WS-BUSDATE-PATH      PIC X(200).
       01  WS-RULES-STATUS      PIC XX.
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-SAVCOUNT-STATUS   PIC XX.
       01  WS-JOURNAL-STATUS    PIC XX.
       01  WS-BONUS-STATUS      PIC XX.
       01  WS-CURSOR-STATUS     PIC XX.
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-BUSDATE-STATUS    PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  WS-MONTH-TXT         PIC X(6).
       01  WS-MONTH             PIC 9(6).
       01  WS-LAST-MONTH        PIC 9(6) VALUE 0.
       01  WS-PENDING-MONTH     PIC 9(6) VALUE 0.
       01  RULE-TABLE.
           05 RULE-ENTRY OCCURS 20 TIMES.
               10 BR-TYPE-TBL     PIC X(1).
               10 BR-RATE-TBL     PIC 9V9(4).
               10 BR-MAX-WD-TBL   PIC 9(3).
               10 BR-MIN-NET-TBL  PIC 9(7)V99.
       01  WS-BR-INDEX          PIC 9(2) VALUE 1.
       01  WS-BR-COUNT          PIC 9(2) VALUE 0.
       01  WS-BR-PICKED         PIC 9(2) VALUE 0.
       01  ACCOUNTS-TABLE.
           05 ACCOUNT-ENTRY OCCURS 50000 TIMES.
               10 AC-ID-TBL       PIC X(5).
               10 AC-SALDO-TBL    PIC S9(7)V99.
               10 AC-TYPE-TBL     PIC X(1).
               10 AC-STATUS-TBL   PIC X(1).
               10 AC-CREDITS-TBL  PIC 9(9)V99.
               10 AC-DEBITS-TBL   PIC 9(9)V99.
               10 AC-WD-TBL       PIC 9(3).
       01  WS-ACC-INDEX         PIC 9(6) VALUE 1.
       01  WS-ACC-COUNT         PIC 9(6) VALUE 0.
       01  WS-J-ID              PIC X(5).
       01  WS-J-AMOUNT          PIC X(9).
       01  WS-J-AMOUNT-NUM REDEFINES
               WS-J-AMOUNT      PIC 9(7)V99.
       01  WS-J-TIPO            PIC X(1).
       01  WS-J-TAG             PIC X(5).
       01  WS-NET               PIC S9(9)V99.
       01  WS-BONUS             PIC 9(7)V99.
       01  WS-WD-OK             PIC X.
       01  WS-NET-OK            PIC X.
       01  WS-REASON            PIC X(24).
       01  WS-QUAL-COUNT        PIC 9(6) VALUE 0.
       01  WS-NEAR-COUNT        PIC 9(6) VALUE 0.
       01  WS-FAIL-COUNT        PIC 9(6) VALUE 0.
       01  WS-BONUS-TOTAL       PIC 9(9)V99 VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-RULES-PATH
           ACCEPT WS-RULES-PATH FROM ENVIRONMENT "BONUS_RULES_PATH"
           IF WS-RULES-PATH = SPACES
               MOVE "accounts/BONUS_RULES.DAT" TO WS-RULES-PATH
           END-IF
           MOVE SPACES TO WS-ACCOUNTS-PATH
           ACCEPT WS-ACCOUNTS-PATH FROM ENVIRONMENT "ACCOUNTS_PATH"
           IF WS-ACCOUNTS-PATH = SPACES
               MOVE "accounts/ACCOUNTS.DAT" TO WS-ACCOUNTS-PATH
           END-IF
           MOVE SPACES TO WS-SAVCOUNT-PATH
           ACCEPT WS-SAVCOUNT-PATH
               FROM ENVIRONMENT "SAV_DEBIT_COUNT_PATH"
           IF WS-SAVCOUNT-PATH = SPACES
               MOVE "accounts/SAV_DEBIT_COUNT.DAT"
                   TO WS-SAVCOUNT-PATH
           END-IF
           MOVE SPACES TO WS-JOURNAL-PATH
           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT "JOURNAL_PATH"
           IF WS-JOURNAL-PATH = SPACES
               MOVE "accounts/JOURNAL.LOG" TO WS-JOURNAL-PATH
           END-IF
           MOVE SPACES TO WS-BONUS-PATH
           ACCEPT WS-BONUS-PATH FROM ENVIRONMENT "BONUS_ACCRUAL_PATH"
           IF WS-BONUS-PATH = SPACES
               MOVE "accounts/BONUS_ACCRUAL.DAT" TO WS-BONUS-PATH
           END-IF
           MOVE SPACES TO WS-CURSOR-PATH
           ACCEPT WS-CURSOR-PATH FROM ENVIRONMENT "BONUS_CUR_PATH"
           IF WS-CURSOR-PATH = SPACES
               MOVE "accounts/BONUS.CUR" TO WS-CURSOR-PATH
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "BONUS_REPORT_PATH"
           IF WS-REPORT-PATH = SPACES
               MOVE "accounts/BONUS_INTEREST.RPT" TO WS-REPORT-PATH
           END-IF
           MOVE SPACES TO WS-BUSDATE-PATH
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_PATH"
           IF WS-BUSDATE-PATH = SPACES
               MOVE "accounts/BUSINESS_DATE.DAT" TO WS-BUSDATE-PATH
           END-IF
           PERFORM READ-BUSINESS-DATE
           MOVE SPACES TO WS-MONTH-TXT
           ACCEPT WS-MONTH-TXT FROM ENVIRONMENT "BONUS_MONTH"
           IF WS-MONTH-TXT NUMERIC
               MOVE WS-MONTH-TXT TO WS-MONTH
           ELSE
               MOVE WS-TODAY(1:6) TO WS-MONTH
           END-IF

           PERFORM LOAD-RULE-TABLE
           IF WS-BR-COUNT = 0
               DISPLAY "NO BONUS RULES - NOTHING TO EVALUATE"
               STOP RUN
           END-IF
           PERFORM CHECK-MONTH-NOT-DONE
           PERFORM LOAD-ACCOUNTS-TABLE
           PERFORM LOAD-WITHDRAWAL-COUNTS
           PERFORM SUM-MONTH-JOURNAL

           OPEN OUTPUT BONUS-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "SAVINGS BONUS INTEREST EVALUATION MONTH " WS-MONTH
               " RUN " WS-TODAY
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 1 TO WS-ACC-INDEX
           PERFORM UNTIL WS-ACC-INDEX > WS-ACC-COUNT
               PERFORM EVALUATE-ONE-ACCOUNT
               ADD 1 TO WS-ACC-INDEX
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "QUALIFIERS " WS-QUAL-COUNT
               " NEAR-MISSES " WS-NEAR-COUNT
               " NOT QUALIFIED " WS-FAIL-COUNT
               " BONUS COST " WS-BONUS-TOTAL
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           CLOSE BONUS-FILE
           PERFORM WRITE-BONUS-CURSOR

           DISPLAY "BONUS MONTH " WS-MONTH
               " QUALIFIERS " WS-QUAL-COUNT
               " NEAR-MISSES " WS-NEAR-COUNT
               " COST " WS-BONUS-TOTAL
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

       LOAD-RULE-TABLE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-BR-COUNT >= 20
                   READ RULES-FILE INTO RULE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BR-RATE NUMERIC AND BR-MAX-WD NUMERIC
                               AND BR-MIN-NET NUMERIC
                               AND BR-TYPE NOT = SPACE
                           ADD 1 TO WS-BR-COUNT
                           MOVE BR-TYPE TO BR-TYPE-TBL(WS-BR-COUNT)
                           MOVE BR-RATE TO BR-RATE-TBL(WS-BR-COUNT)
                           MOVE BR-MAX-WD
                               TO BR-MAX-WD-TBL(WS-BR-COUNT)
                           MOVE BR-MIN-NET
                               TO BR-MIN-NET-TBL(WS-BR-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RULES-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       CHECK-MONTH-NOT-DONE.
           OPEN INPUT CURSOR-FILE
           IF WS-CURSOR-STATUS = "00"
               READ CURSOR-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CUR-MONTH NUMERIC
                           MOVE CUR-MONTH TO WS-LAST-MONTH
                       END-IF
               END-READ
               CLOSE CURSOR-FILE
           END-IF
           OPEN INPUT BONUS-FILE
           IF WS-BONUS-STATUS = "00"
               READ BONUS-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BN-MONTH NUMERIC
                           MOVE BN-MONTH TO WS-PENDING-MONTH
                       END-IF
               END-READ
               CLOSE BONUS-FILE
           END-IF
           IF WS-PENDING-MONTH NOT = 0
                   AND WS-PENDING-MONTH NOT = WS-MONTH
               DISPLAY "BONUS FOR MONTH " WS-PENDING-MONTH
                   " NOT YET CAPITALIZED - RUN CAPITALIZA-INTERES"
               STOP RUN
           END-IF
           IF WS-MONTH <= WS-LAST-MONTH
                   AND WS-PENDING-MONTH NOT = WS-MONTH
               DISPLAY "BONUS MONTH " WS-MONTH
                   " ALREADY EVALUATED AND CAPITALIZED"
               STOP RUN
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
                       MOVE AC-TYPE TO AC-TYPE-TBL(WS-ACC-COUNT)
                       MOVE AC-STATUS TO AC-STATUS-TBL(WS-ACC-COUNT)
                       MOVE 0 TO AC-CREDITS-TBL(WS-ACC-COUNT)
                       MOVE 0 TO AC-DEBITS-TBL(WS-ACC-COUNT)
                       MOVE 0 TO AC-WD-TBL(WS-ACC-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           MOVE 'N' TO WS-EOF.

       LOAD-WITHDRAWAL-COUNTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT SAVCOUNT-FILE
           IF WS-SAVCOUNT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SAVCOUNT-FILE INTO SAVCOUNT-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SV-MONTH NUMERIC AND SV-COUNT NUMERIC
                               AND SV-MONTH = WS-MONTH
                           MOVE SV-ID TO WS-J-ID
                           PERFORM FIND-ACCOUNT
                           IF WS-ACC-INDEX <= WS-ACC-COUNT
                               MOVE SV-COUNT
                                   TO AC-WD-TBL(WS-ACC-INDEX)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE SAVCOUNT-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       SUM-MONTH-JOURNAL.
           MOVE 'N' TO WS-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF J-TXT(1:3) = "OK "
                               AND J-TXT(30:6) = WS-MONTH
                           PERFORM TAKE-ONE-JOURNAL-LINE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       TAKE-ONE-JOURNAL-LINE.
           MOVE J-TXT(4:5) TO WS-J-ID
           MOVE J-TXT(10:9) TO WS-J-AMOUNT
           MOVE J-TXT(20:1) TO WS-J-TIPO
           MOVE J-TXT(22:5) TO WS-J-TAG
           IF WS-J-AMOUNT-NUM NUMERIC
               PERFORM FIND-ACCOUNT
               IF WS-ACC-INDEX <= WS-ACC-COUNT
                   IF WS-J-TIPO = 'C'
                           AND WS-J-TAG NOT = "INT"
                           AND WS-J-TAG NOT = "BONUS"
                       ADD WS-J-AMOUNT-NUM
                           TO AC-CREDITS-TBL(WS-ACC-INDEX)
                   END-IF
                   IF WS-J-TIPO = 'D'
                       ADD WS-J-AMOUNT-NUM
                           TO AC-DEBITS-TBL(WS-ACC-INDEX)
                   END-IF
               END-IF
           END-IF.

       FIND-ACCOUNT.
           MOVE 1 TO WS-ACC-INDEX
           PERFORM UNTIL WS-ACC-INDEX > WS-ACC-COUNT
               IF AC-ID-TBL(WS-ACC-INDEX) = WS-J-ID
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-ACC-INDEX
           END-PERFORM.

       EVALUATE-ONE-ACCOUNT.
           MOVE 0 TO WS-BR-PICKED
           MOVE 1 TO WS-BR-INDEX
           PERFORM UNTIL WS-BR-INDEX > WS-BR-COUNT
               IF BR-TYPE-TBL(WS-BR-INDEX) = AC-TYPE-TBL(WS-ACC-INDEX)
                   MOVE WS-BR-INDEX TO WS-BR-PICKED
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-BR-INDEX
           END-PERFORM
           IF WS-BR-PICKED > 0
                   AND AC-STATUS-TBL(WS-ACC-INDEX) NOT = 'F'
                   AND AC-STATUS-TBL(WS-ACC-INDEX) NOT = 'C'
                   AND AC-SALDO-TBL(WS-ACC-INDEX) > 0
               COMPUTE WS-NET = AC-CREDITS-TBL(WS-ACC-INDEX)
                   - AC-DEBITS-TBL(WS-ACC-INDEX)
               MOVE 'Y' TO WS-WD-OK
               MOVE 'Y' TO WS-NET-OK
               IF AC-WD-TBL(WS-ACC-INDEX)
                       > BR-MAX-WD-TBL(WS-BR-PICKED)
                   MOVE 'N' TO WS-WD-OK
               END-IF
               IF WS-NET < BR-MIN-NET-TBL(WS-BR-PICKED)
                   MOVE 'N' TO WS-NET-OK
               END-IF
               COMPUTE WS-BONUS ROUNDED = AC-SALDO-TBL(WS-ACC-INDEX)
                   * BR-RATE-TBL(WS-BR-PICKED)
               IF WS-WD-OK = 'Y' AND WS-NET-OK = 'Y'
                   IF WS-BONUS > 0
                       MOVE SPACES TO BONUS-RECORD
                       MOVE AC-ID-TBL(WS-ACC-INDEX) TO BN-ID
                       MOVE WS-BONUS TO BN-AMOUNT
                       MOVE WS-MONTH TO BN-MONTH
                       WRITE BONUS-RECORD
                       ADD WS-BONUS TO WS-BONUS-TOTAL
                   END-IF
                   ADD 1 TO WS-QUAL-COUNT
                   MOVE "QUALIFIED" TO WS-REASON
                   PERFORM WRITE-ACCOUNT-LINE
               ELSE
               IF WS-WD-OK = 'Y' OR WS-NET-OK = 'Y'
                   ADD 1 TO WS-NEAR-COUNT
                   IF WS-WD-OK = 'N'
                       MOVE "NEAR-MISS WITHDRAWALS" TO WS-REASON
                   ELSE
                       MOVE "NEAR-MISS NET DEPOSIT" TO WS-REASON
                   END-IF
                   MOVE 0 TO WS-BONUS
                   PERFORM WRITE-ACCOUNT-LINE
               ELSE
                   ADD 1 TO WS-FAIL-COUNT
               END-IF
               END-IF
           END-IF.

       WRITE-ACCOUNT-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING "  " AC-ID-TBL(WS-ACC-INDEX)
               " TYPE " AC-TYPE-TBL(WS-ACC-INDEX)
               " WD " AC-WD-TBL(WS-ACC-INDEX)
               " NET " WS-NET
               " BONUS " WS-BONUS
               " " WS-REASON
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-BONUS-CURSOR.
           IF WS-MONTH > WS-LAST-MONTH
               OPEN OUTPUT CURSOR-FILE
               MOVE WS-MONTH TO CUR-MONTH
               WRITE CUR-REC
               CLOSE CURSOR-FILE
           END-IF.
