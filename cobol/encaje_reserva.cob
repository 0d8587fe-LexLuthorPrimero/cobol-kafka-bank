       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCAJE-RESERVA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT HISTORY-FILE
               ASSIGN TO DYNAMIC WS-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT TERMDEP-FILE
               ASSIGN TO DYNAMIC WS-TERMDEP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TERMDEP-STATUS.
           SELECT RATIO-FILE
               ASSIGN TO DYNAMIC WS-RATIO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RATIO-STATUS.
           SELECT FX-RATES-FILE
               ASSIGN TO DYNAMIC WS-FX-RATES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FX-RATES-STATUS.
           SELECT RETURN-FILE
               ASSIGN TO DYNAMIC WS-RETURN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
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
       FD  HISTORY-FILE.
       01  BH-REC.
           05 BH-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 BH-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 BH-SALDO          PIC S9(7)V99.
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
       FD  RATIO-FILE.
       01  RATIO-RECORD.
           05 RR-TYPE           PIC X(1).
           05 FILLER            PIC X(1).
           05 RR-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 RR-TERM-DAYS      PIC 9(5).
           05 FILLER            PIC X(1).
           05 RR-RATIO          PIC 9V9(4).
       FD  FX-RATES-FILE.
       01  FX-RATE-RECORD.
           05 FXR-CURRENCY      PIC X(3).
           05 FILLER            PIC X(1).
           05 FXR-RATE          PIC 9(3)V9(6).
           05 FILLER            PIC X(1).
           05 FXR-EFF-DATE      PIC 9(8).
       FD  RETURN-FILE.
       01  RETURN-RECORD.
           05 RD-REC-TYPE       PIC X(2).
           05 FILLER            PIC X(1).
           05 RD-PERIOD-START   PIC 9(8).
           05 FILLER            PIC X(1).
           05 RD-DEP-TYPE       PIC X(1).
           05 FILLER            PIC X(1).
           05 RD-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 RD-TERM-DAYS      PIC 9(5).
           05 FILLER            PIC X(1).
           05 RD-AVG-BALANCE    PIC 9(13)V99.
           05 FILLER            PIC X(1).
           05 RD-RATIO          PIC 9V9(4).
           05 FILLER            PIC X(1).
           05 RD-REQUIRED       PIC 9(13)V99.
           05 FILLER            PIC X(1).
           05 RD-FX-RATE        PIC 9(3)V9(6).
           05 FILLER            PIC X(1).
           05 RD-BASE-REQUIRED  PIC 9(13)V99.
       01  RETURN-HEADER.
           05 RH-REC-TYPE       PIC X(2).
           05 FILLER            PIC X(1).
           05 RH-PERIOD-START   PIC 9(8).
           05 FILLER            PIC X(1).
           05 RH-PERIOD-END     PIC 9(8).
           05 FILLER            PIC X(1).
           05 RH-AS-OF          PIC 9(8).
           05 FILLER            PIC X(1).
           05 RH-RESERVE-ACCT   PIC X(5).
           05 FILLER            PIC X(1).
           05 RH-BASE-CCY       PIC X(3).
           05 FILLER            PIC X(47).
       01  RETURN-TRAILER.
           05 RX-REC-TYPE       PIC X(2).
           05 FILLER            PIC X(1).
           05 RX-PERIOD-START   PIC 9(8).
           05 FILLER            PIC X(1).
           05 RX-REQUIRED       PIC 9(13)V99.
           05 FILLER            PIC X(1).
           05 RX-HELD-AVG       PIC S9(13)V99
                                SIGN LEADING SEPARATE.
           05 FILLER            PIC X(1).
           05 RX-PROJECTED-AVG  PIC S9(13)V99
                                SIGN LEADING SEPARATE.
           05 FILLER            PIC X(1).
           05 RX-POSITION       PIC S9(13)V99
                                SIGN LEADING SEPARATE.
           05 FILLER            PIC X(1).
           05 RX-STATUS         PIC X(1).
           05 FILLER            PIC X(11).
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-ACCOUNTS-PATH     PIC X(200).
       01  WS-HISTORY-PATH      PIC X(200).
       01  WS-TERMDEP-PATH      PIC X(200).
       01  WS-RATIO-PATH        PIC X(200).
       01  WS-FX-RATES-PATH     PIC X(200).
       01  WS-RETURN-PATH       PIC X(200).
       01  WS-REPORT-PATH       PIC X(200).
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-HISTORY-STATUS    PIC XX.
       01  WS-TERMDEP-STATUS    PIC XX.
       01  WS-RATIO-STATUS      PIC XX.
       01  WS-FX-RATES-STATUS   PIC XX.
       01  WS-RETURN-STATUS     PIC XX.
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  WS-DATE-TXT          PIC X(8).
       01  WS-PERIOD-START      PIC 9(8).
       01  WS-PERIOD-END        PIC 9(8).
       01  WS-AS-OF             PIC 9(8).
       01  WS-NEXT-MONTH        PIC 9(8).
       01  WS-NEXT-PARTS REDEFINES WS-NEXT-MONTH.
           05 WS-NM-YEAR        PIC 9(4).
           05 WS-NM-MONTH       PIC 9(2).
           05 WS-NM-DAY         PIC 9(2).
       01  WS-START-INT         PIC 9(7).
       01  WS-END-INT           PIC 9(7).
       01  WS-ASOF-INT          PIC 9(7).
       01  WS-FROM-INT          PIC 9(7).
       01  WS-TO-INT            PIC 9(7).
       01  WS-PERIOD-DAYS       PIC 9(5).
       01  WS-ELAPSED-DAYS      PIC 9(5).
       01  WS-REMAINING-DAYS    PIC 9(5).
       01  WS-OPEN-DAYS         PIC S9(5).
       01  WS-TERM-LEFT         PIC S9(7).
       01  WS-RESERVE-ACCT      PIC X(5).
       01  WS-BASE-CCY          PIC X(3) VALUE "USD".
       01  WS-RESERVE-FOUND     PIC X VALUE 'N'.
       01  WS-RESERVE-BALANCE   PIC S9(9)V99 VALUE 0.
       01  WS-HELD-SUM          PIC S9(13)V99 VALUE 0.
       01  WS-HELD-DAYS         PIC 9(5) VALUE 0.
       01  WS-HELD-AVG          PIC S9(13)V99 VALUE 0.
       01  WS-PROJECTED-SUM     PIC S9(15)V99 VALUE 0.
       01  WS-PROJECTED-AVG     PIC S9(13)V99 VALUE 0.
       01  WS-POSITION          PIC S9(13)V99 VALUE 0.
       01  WS-POSITION-ABS      PIC 9(13)V99 VALUE 0.
       01  WS-NEEDED-SUM        PIC S9(15)V99 VALUE 0.
       01  WS-NEEDED-DAILY      PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-REQUIRED    PIC 9(13)V99 VALUE 0.
       01  WS-COMPLY-STATUS     PIC X(1) VALUE 'C'.
       01  ACCT-TABLE.
           05 ACCT-ENTRY OCCURS 50000 TIMES.
               10 RA-ID-TBL       PIC X(5).
               10 RA-TYPE-TBL     PIC X(1).
               10 RA-CCY-TBL      PIC X(3).
               10 RA-BALSUM-TBL   PIC S9(11)V99.
               10 RA-DAYS-TBL     PIC 9(3).
       01  WS-RA-INDEX          PIC 9(6) VALUE 1.
       01  WS-RA-COUNT          PIC 9(6) VALUE 0.
       01  WS-LOOKUP-ID         PIC X(5).
       01  WS-FOUND             PIC X VALUE 'N'.
       01  RATIO-TABLE.
           05 RATIO-ENTRY OCCURS 200 TIMES.
               10 RT-TYPE-TBL     PIC X(1).
               10 RT-CCY-TBL      PIC X(3).
               10 RT-TERM-TBL     PIC 9(5).
               10 RT-RATIO-TBL    PIC 9V9(4).
       01  WS-RT-INDEX          PIC 9(3) VALUE 1.
       01  WS-RT-COUNT          PIC 9(3) VALUE 0.
       01  WS-RT-BEST           PIC 9(3) VALUE 0.
       01  WS-RT-BEST-EXACT     PIC X VALUE 'N'.
       01  FX-TABLE.
           05 FX-ENTRY OCCURS 100 TIMES.
               10 FX-CURRENCY-TBL PIC X(3).
               10 FX-RATE-TBL     PIC 9(3)V9(6).
               10 FX-EFF-DATE-TBL PIC 9(8).
       01  WS-FX-INDEX          PIC 9(3) VALUE 1.
       01  WS-FX-COUNT          PIC 9(3) VALUE 0.
       01  WS-FX-BEST-DATE      PIC 9(8) VALUE 0.
       01  WS-RATE-NOW          PIC 9(3)V9(6).
       01  CELL-TABLE.
           05 CELL-ENTRY OCCURS 300 TIMES.
               10 CL-TYPE-TBL     PIC X(1).
               10 CL-CCY-TBL      PIC X(3).
               10 CL-TERM-TBL     PIC 9(5).
               10 CL-RATIO-TBL    PIC 9V9(4).
               10 CL-RATIO-ROW-TBL PIC 9(3).
               10 CL-ITEMS-TBL    PIC 9(7).
               10 CL-AVG-TBL      PIC 9(13)V99.
               10 CL-REQUIRED-TBL PIC 9(13)V99.
               10 CL-FX-TBL       PIC 9(3)V9(6).
               10 CL-BASE-TBL     PIC 9(13)V99.
       01  WS-CL-INDEX          PIC 9(3) VALUE 1.
       01  WS-CL-COUNT          PIC 9(3) VALUE 0.
       01  WS-CELL-TYPE         PIC X(1).
       01  WS-CELL-CCY          PIC X(3).
       01  WS-CELL-TERM-LEFT    PIC 9(7).
       01  WS-CELL-AVG          PIC 9(13)V99.
       01  WS-AVG-BAL           PIC S9(11)V99.
       01  WS-NO-RATIO-COUNT    PIC 9(5) VALUE 0.
       01  WS-NO-FX-COUNT       PIC 9(5) VALUE 0.
       01  WS-TD-USED           PIC 9(7) VALUE 0.
       01  WS-TD-SKIPPED        PIC 9(7) VALUE 0.
       01  WS-RETURN-COUNT      PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-ACCOUNTS-PATH
           ACCEPT WS-ACCOUNTS-PATH FROM ENVIRONMENT "ACCOUNTS_PATH"
           IF WS-ACCOUNTS-PATH = SPACES
               MOVE "accounts/ACCOUNTS.DAT" TO WS-ACCOUNTS-PATH
           END-IF
           MOVE SPACES TO WS-HISTORY-PATH
           ACCEPT WS-HISTORY-PATH
               FROM ENVIRONMENT "BALANCE_HISTORY_PATH"
           IF WS-HISTORY-PATH = SPACES
               MOVE "accounts/BALANCE_HISTORY.DAT" TO WS-HISTORY-PATH
           END-IF
           MOVE SPACES TO WS-TERMDEP-PATH
           ACCEPT WS-TERMDEP-PATH FROM ENVIRONMENT "TERM_DEPOSITS_PATH"
           IF WS-TERMDEP-PATH = SPACES
               MOVE "accounts/TERM_DEPOSITS.DAT" TO WS-TERMDEP-PATH
           END-IF
           MOVE SPACES TO WS-RATIO-PATH
           ACCEPT WS-RATIO-PATH FROM ENVIRONMENT "RESERVE_RATIOS_PATH"
           IF WS-RATIO-PATH = SPACES
               MOVE "accounts/RESERVE_RATIOS.DAT" TO WS-RATIO-PATH
           END-IF
           MOVE SPACES TO WS-FX-RATES-PATH
           ACCEPT WS-FX-RATES-PATH FROM ENVIRONMENT "FX_RATES_PATH"
           IF WS-FX-RATES-PATH = SPACES
               MOVE "accounts/FX_RATES.DAT" TO WS-FX-RATES-PATH
           END-IF
           MOVE SPACES TO WS-RETURN-PATH
           ACCEPT WS-RETURN-PATH FROM ENVIRONMENT "RESERVE_RETURN_PATH"
           IF WS-RETURN-PATH = SPACES
               MOVE "accounts/RESERVE_RETURN.DAT" TO WS-RETURN-PATH
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "RESERVE_RPT_PATH"
           IF WS-REPORT-PATH = SPACES
               MOVE "accounts/RESERVE_COMPLIANCE.RPT" TO WS-REPORT-PATH
           END-IF
           MOVE SPACES TO WS-RESERVE-ACCT
           ACCEPT WS-RESERVE-ACCT FROM ENVIRONMENT "RESERVE_ACCOUNT"
           IF WS-RESERVE-ACCT = SPACES
               DISPLAY "ERROR - SUPPLY RESERVE_ACCOUNT"
               STOP RUN
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM SET-MAINTENANCE-PERIOD
           PERFORM LOAD-RESERVE-RATIOS
           PERFORM LOAD-FX-RATES
           PERFORM LOAD-ACCOUNT-TABLE
           IF WS-RESERVE-FOUND = 'N'
               DISPLAY "ERROR - RESERVE ACCOUNT NOT ON FILE "
                   WS-RESERVE-ACCT
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR RESERVE REPORT OPEN " WS-REPORT-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "RESERVE REQUIREMENT PERIOD " WS-PERIOD-START
               " TO " WS-PERIOD-END
               " AS OF " WS-AS-OF
               " RESERVE ACCOUNT " WS-RESERVE-ACCT
               " BASE " WS-BASE-CCY
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM TALLY-HISTORY-BALANCES
           PERFORM ASSIGN-ACCOUNT-AVERAGES
           PERFORM TALLY-TERM-DEPOSITS
           PERFORM COMPUTE-REQUIREMENTS
           PERFORM PROJECT-COMPLIANCE
           PERFORM WRITE-RESERVE-RETURN
           PERFORM WRITE-COMPLIANCE-REPORT
           CLOSE REPORT-FILE
           DISPLAY "RESERVE PERIOD " WS-PERIOD-START
               " REQUIRED " WS-TOTAL-REQUIRED
               " PROJECTED " WS-PROJECTED-AVG
               " POSITION " WS-POSITION
               " STATUS " WS-COMPLY-STATUS
           STOP RUN.

       SET-MAINTENANCE-PERIOD.
           MOVE SPACES TO WS-DATE-TXT
           ACCEPT WS-DATE-TXT FROM ENVIRONMENT "RESERVE_PERIOD_START"
           IF WS-DATE-TXT NOT = SPACES AND WS-DATE-TXT NUMERIC
               MOVE WS-DATE-TXT TO WS-PERIOD-START
           ELSE
               MOVE WS-TODAY TO WS-NEXT-MONTH
               MOVE 01 TO WS-NM-DAY
               MOVE WS-NEXT-MONTH TO WS-PERIOD-START
           END-IF
           MOVE SPACES TO WS-DATE-TXT
           ACCEPT WS-DATE-TXT FROM ENVIRONMENT "RESERVE_PERIOD_END"
           IF WS-DATE-TXT NOT = SPACES AND WS-DATE-TXT NUMERIC
               MOVE WS-DATE-TXT TO WS-PERIOD-END
           ELSE
               MOVE WS-PERIOD-START TO WS-NEXT-MONTH
               MOVE 01 TO WS-NM-DAY
               IF WS-NM-MONTH = 12
                   ADD 1 TO WS-NM-YEAR
                   MOVE 01 TO WS-NM-MONTH
               ELSE
                   ADD 1 TO WS-NM-MONTH
               END-IF
               COMPUTE WS-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1
               COMPUTE WS-PERIOD-END =
                   FUNCTION DATE-OF-INTEGER(WS-END-INT)
           END-IF
           IF WS-PERIOD-END < WS-PERIOD-START
               DISPLAY "ERROR - RESERVE PERIOD END BEFORE START "
                   WS-PERIOD-START " " WS-PERIOD-END
               STOP RUN
           END-IF
           IF WS-TODAY < WS-PERIOD-END
               MOVE WS-TODAY TO WS-AS-OF
           ELSE
               MOVE WS-PERIOD-END TO WS-AS-OF
           END-IF
           IF WS-AS-OF < WS-PERIOD-START
               MOVE WS-PERIOD-START TO WS-AS-OF
           END-IF
           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-START)
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-PERIOD-END)
           COMPUTE WS-ASOF-INT = FUNCTION INTEGER-OF-DATE(WS-AS-OF)
           COMPUTE WS-PERIOD-DAYS = WS-END-INT - WS-START-INT + 1
           COMPUTE WS-ELAPSED-DAYS = WS-ASOF-INT - WS-START-INT + 1.

       LOAD-RESERVE-RATIOS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT RATIO-FILE
           IF WS-RATIO-STATUS NOT = "00"
               DISPLAY "NO RESERVE RATIO TABLE - CANNOT COMPUTE"
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y' OR WS-RT-COUNT >= 200
               READ RATIO-FILE INTO RATIO-RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF RR-TERM-DAYS NUMERIC AND RR-RATIO NUMERIC
                           AND RR-TYPE NOT = SPACES
                       ADD 1 TO WS-RT-COUNT
                       MOVE RR-TYPE TO RT-TYPE-TBL(WS-RT-COUNT)
                       MOVE RR-CURRENCY TO RT-CCY-TBL(WS-RT-COUNT)
                       MOVE RR-TERM-DAYS TO RT-TERM-TBL(WS-RT-COUNT)
                       MOVE RR-RATIO TO RT-RATIO-TBL(WS-RT-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE RATIO-FILE
           MOVE 'N' TO WS-EOF.

       LOAD-FX-RATES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FX-RATES-FILE
           IF WS-FX-RATES-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-FX-COUNT >= 100
                   READ FX-RATES-FILE INTO FX-RATE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FXR-RATE NUMERIC AND FXR-EFF-DATE NUMERIC
                               AND FXR-EFF-DATE <= WS-AS-OF
                           ADD 1 TO WS-FX-COUNT
                           MOVE FXR-CURRENCY
                               TO FX-CURRENCY-TBL(WS-FX-COUNT)
                           MOVE FXR-RATE TO FX-RATE-TBL(WS-FX-COUNT)
                           MOVE FXR-EFF-DATE
                               TO FX-EFF-DATE-TBL(WS-FX-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-RATES-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-ACCOUNT-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-RA-COUNT
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "ERROR ACCOUNTS OPEN " WS-ACCOUNTS-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y' OR WS-RA-COUNT >= 50000
               READ ACCOUNTS-FILE INTO ACCOUNTS-RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF AC-ID = WS-RESERVE-ACCT
                       MOVE 'Y' TO WS-RESERVE-FOUND
                       IF AC-SALDO NUMERIC
                           MOVE AC-SALDO TO WS-RESERVE-BALANCE
                       END-IF
                       IF AC-CURRENCY NOT = SPACES
                           MOVE AC-CURRENCY TO WS-BASE-CCY
                       END-IF
                   ELSE
                       ADD 1 TO WS-RA-COUNT
                       MOVE AC-ID TO RA-ID-TBL(WS-RA-COUNT)
                       MOVE AC-TYPE TO RA-TYPE-TBL(WS-RA-COUNT)
                       IF AC-CURRENCY = SPACES
                           MOVE "USD" TO RA-CCY-TBL(WS-RA-COUNT)
                       ELSE
                           MOVE AC-CURRENCY TO RA-CCY-TBL(WS-RA-COUNT)
                       END-IF
                       MOVE 0 TO RA-BALSUM-TBL(WS-RA-COUNT)
                       MOVE 0 TO RA-DAYS-TBL(WS-RA-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           MOVE 'N' TO WS-EOF.

       FIND-ACCT-ENTRY.
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-RA-INDEX
           PERFORM UNTIL WS-RA-INDEX > WS-RA-COUNT
               IF RA-ID-TBL(WS-RA-INDEX) = WS-LOOKUP-ID
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-RA-INDEX
           END-PERFORM.

       TALLY-HISTORY-BALANCES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HISTORY-FILE INTO BH-REC
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BH-DATE NUMERIC AND BH-SALDO NUMERIC
                               AND BH-DATE >= WS-PERIOD-START
                               AND BH-DATE <= WS-AS-OF
                           PERFORM TAKE-ONE-SNAPSHOT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               DISPLAY "NO BALANCE HISTORY - DEPOSIT BASE OMITTED"
           END-IF
           MOVE 'N' TO WS-EOF.

       TAKE-ONE-SNAPSHOT.
           IF BH-ID = WS-RESERVE-ACCT
               ADD BH-SALDO TO WS-HELD-SUM
               ADD 1 TO WS-HELD-DAYS
           ELSE
               MOVE BH-ID TO WS-LOOKUP-ID
               PERFORM FIND-ACCT-ENTRY
               IF WS-FOUND = 'Y'
                   IF RA-TYPE-TBL(WS-RA-INDEX) = 'C'
                           OR RA-TYPE-TBL(WS-RA-INDEX) = 'S'
                       ADD 1 TO RA-DAYS-TBL(WS-RA-INDEX)
                       IF BH-SALDO > 0
                           ADD BH-SALDO TO RA-BALSUM-TBL(WS-RA-INDEX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ASSIGN-ACCOUNT-AVERAGES.
           MOVE 1 TO WS-RA-INDEX
           PERFORM UNTIL WS-RA-INDEX > WS-RA-COUNT
               IF RA-DAYS-TBL(WS-RA-INDEX) > 0
                       AND RA-BALSUM-TBL(WS-RA-INDEX) > 0
                   COMPUTE WS-AVG-BAL ROUNDED =
                       RA-BALSUM-TBL(WS-RA-INDEX)
                           / RA-DAYS-TBL(WS-RA-INDEX)
                   MOVE RA-TYPE-TBL(WS-RA-INDEX) TO WS-CELL-TYPE
                   MOVE RA-CCY-TBL(WS-RA-INDEX) TO WS-CELL-CCY
                   MOVE 0 TO WS-CELL-TERM-LEFT
                   MOVE WS-AVG-BAL TO WS-CELL-AVG
                   PERFORM ADD-TO-CELL
               END-IF
               ADD 1 TO WS-RA-INDEX
           END-PERFORM.

       TALLY-TERM-DEPOSITS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TERMDEP-FILE
           IF WS-TERMDEP-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TERMDEP-FILE INTO TERMDEP-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-TERM-DEPOSIT
                   END-READ
               END-PERFORM
               CLOSE TERMDEP-FILE
           ELSE
               DISPLAY "NO TERM DEPOSIT FILE - TIME DEPOSITS OMITTED"
           END-IF
           MOVE 'N' TO WS-EOF.

       TAKE-ONE-TERM-DEPOSIT.
           IF TD-PRINCIPAL NOT NUMERIC OR TD-OPEN NOT NUMERIC
                   OR TD-MATURITY NOT NUMERIC
               ADD 1 TO WS-TD-SKIPPED
           ELSE
               IF TD-OPEN > WS-PERIOD-START
                   COMPUTE WS-FROM-INT =
                       FUNCTION INTEGER-OF-DATE(TD-OPEN)
               ELSE
                   MOVE WS-START-INT TO WS-FROM-INT
               END-IF
               MOVE WS-ASOF-INT TO WS-TO-INT
               IF TD-STATUS NOT = 'A' AND TD-MATURITY <= WS-AS-OF
                   COMPUTE WS-TO-INT =
                       FUNCTION INTEGER-OF-DATE(TD-MATURITY) - 1
               END-IF
               COMPUTE WS-OPEN-DAYS = WS-TO-INT - WS-FROM-INT + 1
               IF WS-OPEN-DAYS > 0
                   COMPUTE WS-TERM-LEFT =
                       FUNCTION INTEGER-OF-DATE(TD-MATURITY)
                       - WS-ASOF-INT
                   IF WS-TERM-LEFT < 0
                       MOVE 0 TO WS-TERM-LEFT
                   END-IF
                   MOVE "USD" TO WS-CELL-CCY
                   MOVE TD-LINKED TO WS-LOOKUP-ID
                   PERFORM FIND-ACCT-ENTRY
                   IF WS-FOUND = 'Y'
                       MOVE RA-CCY-TBL(WS-RA-INDEX) TO WS-CELL-CCY
                   END-IF
                   MOVE 'T' TO WS-CELL-TYPE
                   MOVE WS-TERM-LEFT TO WS-CELL-TERM-LEFT
                   COMPUTE WS-CELL-AVG ROUNDED =
                       TD-PRINCIPAL * WS-OPEN-DAYS / WS-ELAPSED-DAYS
                   PERFORM ADD-TO-CELL
                   ADD 1 TO WS-TD-USED
               END-IF
           END-IF.

       LOOKUP-RESERVE-RATIO.
           MOVE 0 TO WS-RT-BEST
           MOVE 'N' TO WS-RT-BEST-EXACT
           MOVE 1 TO WS-RT-INDEX
           PERFORM UNTIL WS-RT-INDEX > WS-RT-COUNT
               IF RT-TYPE-TBL(WS-RT-INDEX) = WS-CELL-TYPE
                       AND RT-TERM-TBL(WS-RT-INDEX)
                           >= WS-CELL-TERM-LEFT
                   IF RT-CCY-TBL(WS-RT-INDEX) = WS-CELL-CCY
                       IF WS-RT-BEST-EXACT = 'N'
                           MOVE WS-RT-INDEX TO WS-RT-BEST
                           MOVE 'Y' TO WS-RT-BEST-EXACT
                       ELSE
                           IF RT-TERM-TBL(WS-RT-INDEX)
                                   < RT-TERM-TBL(WS-RT-BEST)
                               MOVE WS-RT-INDEX TO WS-RT-BEST
                           END-IF
                       END-IF
                   ELSE
                       IF RT-CCY-TBL(WS-RT-INDEX) = "***"
                               AND WS-RT-BEST-EXACT = 'N'
                           IF WS-RT-BEST = 0
                               MOVE WS-RT-INDEX TO WS-RT-BEST
                           ELSE
                               IF RT-TERM-TBL(WS-RT-INDEX)
                                       < RT-TERM-TBL(WS-RT-BEST)
                                   MOVE WS-RT-INDEX TO WS-RT-BEST
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-RT-INDEX
           END-PERFORM.

       ADD-TO-CELL.
           PERFORM LOOKUP-RESERVE-RATIO
           MOVE 1 TO WS-CL-INDEX
           PERFORM UNTIL WS-CL-INDEX > WS-CL-COUNT
               IF CL-TYPE-TBL(WS-CL-INDEX) = WS-CELL-TYPE
                       AND CL-CCY-TBL(WS-CL-INDEX) = WS-CELL-CCY
                       AND CL-RATIO-ROW-TBL(WS-CL-INDEX) = WS-RT-BEST
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CL-INDEX
           END-PERFORM
           IF WS-CL-INDEX > WS-CL-COUNT AND WS-CL-COUNT < 300
               ADD 1 TO WS-CL-COUNT
               MOVE WS-CL-COUNT TO WS-CL-INDEX
               MOVE WS-CELL-TYPE TO CL-TYPE-TBL(WS-CL-INDEX)
               MOVE WS-CELL-CCY TO CL-CCY-TBL(WS-CL-INDEX)
               MOVE WS-RT-BEST TO CL-RATIO-ROW-TBL(WS-CL-INDEX)
               IF WS-RT-BEST > 0
                   MOVE RT-TERM-TBL(WS-RT-BEST)
                       TO CL-TERM-TBL(WS-CL-INDEX)
                   MOVE RT-RATIO-TBL(WS-RT-BEST)
                       TO CL-RATIO-TBL(WS-CL-INDEX)
               ELSE
                   MOVE 0 TO CL-TERM-TBL(WS-CL-INDEX)
                   MOVE 0 TO CL-RATIO-TBL(WS-CL-INDEX)
               END-IF
               MOVE 0 TO CL-ITEMS-TBL(WS-CL-INDEX)
               MOVE 0 TO CL-AVG-TBL(WS-CL-INDEX)
               MOVE 0 TO CL-REQUIRED-TBL(WS-CL-INDEX)
               MOVE 0 TO CL-FX-TBL(WS-CL-INDEX)
               MOVE 0 TO CL-BASE-TBL(WS-CL-INDEX)
           END-IF
           IF WS-CL-INDEX <= WS-CL-COUNT
               ADD 1 TO CL-ITEMS-TBL(WS-CL-INDEX)
               ADD WS-CELL-AVG TO CL-AVG-TBL(WS-CL-INDEX)
           END-IF.

       LOOKUP-FX-RATE.
           MOVE 0 TO WS-RATE-NOW
           MOVE 0 TO WS-FX-BEST-DATE
           IF CL-CCY-TBL(WS-CL-INDEX) = WS-BASE-CCY
               MOVE 1 TO WS-RATE-NOW
           ELSE
               MOVE 1 TO WS-FX-INDEX
               PERFORM UNTIL WS-FX-INDEX > WS-FX-COUNT
                   IF FX-CURRENCY-TBL(WS-FX-INDEX)
                           = CL-CCY-TBL(WS-CL-INDEX)
                           AND FX-EFF-DATE-TBL(WS-FX-INDEX)
                               >= WS-FX-BEST-DATE
                       MOVE FX-RATE-TBL(WS-FX-INDEX) TO WS-RATE-NOW
                       MOVE FX-EFF-DATE-TBL(WS-FX-INDEX)
                           TO WS-FX-BEST-DATE
                   END-IF
                   ADD 1 TO WS-FX-INDEX
               END-PERFORM
           END-IF.

       COMPUTE-REQUIREMENTS.
           MOVE 1 TO WS-CL-INDEX
           PERFORM UNTIL WS-CL-INDEX > WS-CL-COUNT
               IF CL-RATIO-ROW-TBL(WS-CL-INDEX) = 0
                   ADD 1 TO WS-NO-RATIO-COUNT
               END-IF
               COMPUTE CL-REQUIRED-TBL(WS-CL-INDEX) ROUNDED =
                   CL-AVG-TBL(WS-CL-INDEX) * CL-RATIO-TBL(WS-CL-INDEX)
               PERFORM LOOKUP-FX-RATE
               MOVE WS-RATE-NOW TO CL-FX-TBL(WS-CL-INDEX)
               IF WS-RATE-NOW = 0
                   ADD 1 TO WS-NO-FX-COUNT
               ELSE
                   COMPUTE CL-BASE-TBL(WS-CL-INDEX) ROUNDED =
                       CL-REQUIRED-TBL(WS-CL-INDEX) * WS-RATE-NOW
                   ADD CL-BASE-TBL(WS-CL-INDEX) TO WS-TOTAL-REQUIRED
               END-IF
               ADD 1 TO WS-CL-INDEX
           END-PERFORM.

       PROJECT-COMPLIANCE.
           IF WS-HELD-DAYS > WS-PERIOD-DAYS
               MOVE WS-PERIOD-DAYS TO WS-HELD-DAYS
           END-IF
           IF WS-HELD-DAYS > 0
               COMPUTE WS-HELD-AVG ROUNDED = WS-HELD-SUM / WS-HELD-DAYS
           ELSE
               MOVE WS-RESERVE-BALANCE TO WS-HELD-AVG
           END-IF
           COMPUTE WS-REMAINING-DAYS = WS-PERIOD-DAYS - WS-HELD-DAYS
           COMPUTE WS-PROJECTED-SUM =
               WS-RESERVE-BALANCE * WS-REMAINING-DAYS
           ADD WS-HELD-SUM TO WS-PROJECTED-SUM
           COMPUTE WS-PROJECTED-AVG ROUNDED =
               WS-PROJECTED-SUM / WS-PERIOD-DAYS
           COMPUTE WS-POSITION = WS-PROJECTED-AVG - WS-TOTAL-REQUIRED
           IF WS-POSITION < 0
               MOVE 'S' TO WS-COMPLY-STATUS
               COMPUTE WS-POSITION-ABS = 0 - WS-POSITION
           ELSE
               MOVE 'C' TO WS-COMPLY-STATUS
               MOVE WS-POSITION TO WS-POSITION-ABS
           END-IF
           IF WS-REMAINING-DAYS > 0
               COMPUTE WS-NEEDED-SUM =
                   WS-TOTAL-REQUIRED * WS-PERIOD-DAYS
               SUBTRACT WS-HELD-SUM FROM WS-NEEDED-SUM
               COMPUTE WS-NEEDED-DAILY ROUNDED =
                   WS-NEEDED-SUM / WS-REMAINING-DAYS
               IF WS-NEEDED-DAILY < 0
                   MOVE 0 TO WS-NEEDED-DAILY
               END-IF
           ELSE
               MOVE 0 TO WS-NEEDED-DAILY
           END-IF.

       WRITE-RESERVE-RETURN.
           OPEN OUTPUT RETURN-FILE
           IF WS-RETURN-STATUS NOT = "00"
               DISPLAY "ERROR RESERVE RETURN OPEN " WS-RETURN-STATUS
               CLOSE REPORT-FILE
               STOP RUN
           END-IF
           MOVE SPACES TO RETURN-HEADER
           MOVE "RH" TO RH-REC-TYPE
           MOVE WS-PERIOD-START TO RH-PERIOD-START
           MOVE WS-PERIOD-END TO RH-PERIOD-END
           MOVE WS-AS-OF TO RH-AS-OF
           MOVE WS-RESERVE-ACCT TO RH-RESERVE-ACCT
           MOVE WS-BASE-CCY TO RH-BASE-CCY
           WRITE RETURN-HEADER
           MOVE 1 TO WS-CL-INDEX
           PERFORM UNTIL WS-CL-INDEX > WS-CL-COUNT
               MOVE SPACES TO RETURN-RECORD
               MOVE "RD" TO RD-REC-TYPE
               MOVE WS-PERIOD-START TO RD-PERIOD-START
               MOVE CL-TYPE-TBL(WS-CL-INDEX) TO RD-DEP-TYPE
               MOVE CL-CCY-TBL(WS-CL-INDEX) TO RD-CURRENCY
               MOVE CL-TERM-TBL(WS-CL-INDEX) TO RD-TERM-DAYS
               MOVE CL-AVG-TBL(WS-CL-INDEX) TO RD-AVG-BALANCE
               MOVE CL-RATIO-TBL(WS-CL-INDEX) TO RD-RATIO
               MOVE CL-REQUIRED-TBL(WS-CL-INDEX) TO RD-REQUIRED
               MOVE CL-FX-TBL(WS-CL-INDEX) TO RD-FX-RATE
               MOVE CL-BASE-TBL(WS-CL-INDEX) TO RD-BASE-REQUIRED
               WRITE RETURN-RECORD
               ADD 1 TO WS-RETURN-COUNT
               ADD 1 TO WS-CL-INDEX
           END-PERFORM
           MOVE SPACES TO RETURN-TRAILER
           MOVE "RT" TO RX-REC-TYPE
           MOVE WS-PERIOD-START TO RX-PERIOD-START
           MOVE WS-TOTAL-REQUIRED TO RX-REQUIRED
           MOVE WS-HELD-AVG TO RX-HELD-AVG
           MOVE WS-PROJECTED-AVG TO RX-PROJECTED-AVG
           MOVE WS-POSITION TO RX-POSITION
           MOVE WS-COMPLY-STATUS TO RX-STATUS
           WRITE RETURN-TRAILER
           CLOSE RETURN-FILE.

       WRITE-COMPLIANCE-REPORT.
           MOVE SPACES TO REPORT-LINE
           MOVE "DEPOSIT BASE - TYPE CCY TERM-DAYS AVERAGE RATIO"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 1 TO WS-CL-INDEX
           PERFORM UNTIL WS-CL-INDEX > WS-CL-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "TYPE " CL-TYPE-TBL(WS-CL-INDEX)
                   " CCY " CL-CCY-TBL(WS-CL-INDEX)
                   " TERM " CL-TERM-TBL(WS-CL-INDEX)
                   " ITEMS " CL-ITEMS-TBL(WS-CL-INDEX)
                   " AVERAGE " CL-AVG-TBL(WS-CL-INDEX)
                   " RATIO " CL-RATIO-TBL(WS-CL-INDEX)
                   " REQUIRED " CL-REQUIRED-TBL(WS-CL-INDEX)
                   " BASE " CL-BASE-TBL(WS-CL-INDEX)
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               IF CL-RATIO-ROW-TBL(WS-CL-INDEX) = 0
                   MOVE SPACES TO REPORT-LINE
                   STRING "  WARNING NO RESERVE RATIO FOR TYPE "
                       CL-TYPE-TBL(WS-CL-INDEX)
                       " CCY " CL-CCY-TBL(WS-CL-INDEX)
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               IF CL-FX-TBL(WS-CL-INDEX) = 0
                   MOVE SPACES TO REPORT-LINE
                   STRING "  WARNING NO FX RATE FOR "
                       CL-CCY-TBL(WS-CL-INDEX)
                       " - EXCLUDED FROM TOTAL"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               ADD 1 TO WS-CL-INDEX
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "PERIOD DAYS " WS-PERIOD-DAYS
               " ELAPSED " WS-ELAPSED-DAYS
               " HELD DAYS " WS-HELD-DAYS
               " REMAINING " WS-REMAINING-DAYS
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "REQUIRED RESERVE " WS-TOTAL-REQUIRED
               " AVERAGE HELD " WS-HELD-AVG
               " CURRENT BALANCE " WS-RESERVE-BALANCE
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-COMPLY-STATUS = 'S'
               STRING "PROJECTED AVERAGE " WS-PROJECTED-AVG
                   " SHORTFALL " WS-POSITION-ABS
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "PROJECTED AVERAGE " WS-PROJECTED-AVG
                   " SURPLUS " WS-POSITION-ABS
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DAILY BALANCE NEEDED FOR REST OF PERIOD "
               WS-NEEDED-DAILY
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TIME DEPOSITS " WS-TD-USED
               " SKIPPED " WS-TD-SKIPPED
               " NO RATIO " WS-NO-RATIO-COUNT
               " NO FX " WS-NO-FX-COUNT
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
