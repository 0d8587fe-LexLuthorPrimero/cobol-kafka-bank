       IDENTIFICATION DIVISION.
       PROGRAM-ID. TASAS-BANCO-CENTRAL.
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
           SELECT TERMDEP-FILE
               ASSIGN TO DYNAMIC WS-TERMDEP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TERMDEP-STATUS.
           SELECT LOAN-MASTER-FILE
               ASSIGN TO DYNAMIC WS-LOAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT RETURN-FILE
               ASSIGN TO DYNAMIC WS-RETURN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT REVIEW-FILE
               ASSIGN TO DYNAMIC WS-REVIEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.
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
       FD  RETURN-FILE.
       01  RETURN-RECORD.
           05 CB-REC-TYPE       PIC X(2).
           05 FILLER            PIC X(1).
           05 CB-MONTH          PIC 9(6).
           05 FILLER            PIC X(1).
           05 CB-PRODUCT        PIC X(2).
           05 FILLER            PIC X(1).
           05 CB-BAND           PIC X(1).
           05 FILLER            PIC X(1).
           05 CB-BASIS          PIC X(1).
           05 FILLER            PIC X(1).
           05 CB-COUNT          PIC 9(7).
           05 FILLER            PIC X(1).
           05 CB-VOLUME         PIC 9(13)V99.
           05 FILLER            PIC X(1).
           05 CB-RATE           PIC 9V9(6).
       01  RETURN-HEADER.
           05 CH-REC-TYPE       PIC X(2).
           05 FILLER            PIC X(1).
           05 CH-MONTH          PIC 9(6).
           05 FILLER            PIC X(1).
           05 CH-CREATED        PIC 9(8).
           05 FILLER            PIC X(29).
       01  RETURN-TRAILER.
           05 CT-REC-TYPE       PIC X(2).
           05 FILLER            PIC X(1).
           05 CT-MONTH          PIC 9(6).
           05 FILLER            PIC X(1).
           05 CT-RECORDS        PIC 9(7).
           05 FILLER            PIC X(1).
           05 CT-VOLUME         PIC 9(13)V99.
           05 FILLER            PIC X(14).
       FD  REVIEW-FILE.
       01  REVIEW-LINE          PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-ACCOUNTS-PATH     PIC X(200).
       01  WS-HISTORY-PATH      PIC X(200).
       01  WS-RATE-PATH         PIC X(200).
       01  WS-RATE-TABLE-PATH   PIC X(200).
       01  WS-TERMDEP-PATH      PIC X(200).
       01  WS-LOAN-PATH         PIC X(200).
       01  WS-RETURN-PATH       PIC X(200).
       01  WS-REVIEW-PATH       PIC X(200).
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-HISTORY-STATUS    PIC XX.
       01  WS-RATE-STATUS       PIC XX.
       01  WS-RATE-TABLE-STATUS PIC XX.
       01  WS-TERMDEP-STATUS    PIC XX.
       01  WS-LOAN-STATUS       PIC XX.
       01  WS-RETURN-STATUS     PIC XX.
       01  WS-REVIEW-STATUS     PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  WS-MONTH-TXT         PIC X(6).
       01  WS-REPORT-MONTH      PIC 9(6).
       01  WS-MONTH-END         PIC 9(8).
       01  WS-RATE              PIC 9V9(4) VALUE 0.005.
       01  WS-TIER-EOF          PIC X VALUE 'N'.
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
       01  WS-SALDO             PIC S9(7)V99.
       01  WS-RATE-DATE         PIC 9(8).
       01  ACCT-TABLE.
           05 ACCT-ENTRY OCCURS 50000 TIMES.
               10 DR-ID-TBL       PIC X(5).
               10 DR-TYPE-TBL     PIC X(1).
               10 DR-BALSUM-TBL   PIC S9(11)V99.
               10 DR-WTSUM-TBL    PIC S9(11)V9(6).
               10 DR-DAYS-TBL     PIC 9(3).
       01  WS-DR-INDEX          PIC 9(6) VALUE 1.
       01  WS-DR-COUNT          PIC 9(6) VALUE 0.
       01  WS-FOUND             PIC X VALUE 'N'.
       01  CELL-VALUES.
           05 FILLER            PIC X(4) VALUE "DD0O".
           05 FILLER            PIC X(4) VALUE "SD0O".
           05 FILLER            PIC X(4) VALUE "TD1O".
           05 FILLER            PIC X(4) VALUE "TD2O".
           05 FILLER            PIC X(4) VALUE "TD3O".
           05 FILLER            PIC X(4) VALUE "TD1N".
           05 FILLER            PIC X(4) VALUE "TD2N".
           05 FILLER            PIC X(4) VALUE "TD3N".
           05 FILLER            PIC X(4) VALUE "LN1O".
           05 FILLER            PIC X(4) VALUE "LN2O".
           05 FILLER            PIC X(4) VALUE "LN3O".
           05 FILLER            PIC X(4) VALUE "LN1N".
           05 FILLER            PIC X(4) VALUE "LN2N".
           05 FILLER            PIC X(4) VALUE "LN3N".
       01  CELL-KEYS REDEFINES CELL-VALUES.
           05 CELL-KEY-ENTRY OCCURS 14 TIMES.
               10 CK-PRODUCT      PIC X(2).
               10 CK-BAND         PIC X(1).
               10 CK-BASIS        PIC X(1).
       01  CELL-TABLE.
           05 CELL-ENTRY OCCURS 14 TIMES.
               10 CL-COUNT-TBL    PIC 9(7).
               10 CL-VOLUME-TBL   PIC 9(13)V99.
               10 CL-WEIGHT-TBL   PIC 9(15)V9(6).
               10 CL-RATE-TBL     PIC 9V9(6).
       01  WS-CELL-INDEX        PIC 9(2) VALUE 1.
       01  WS-CELL-COUNT        PIC 9(2) VALUE 14.
       01  WS-CELL-PRODUCT      PIC X(2).
       01  WS-CELL-BAND         PIC X(1).
       01  WS-CELL-BASIS        PIC X(1).
       01  WS-CELL-VOLUME       PIC 9(13)V99.
       01  WS-CELL-RATE         PIC 9V9(6).
       01  WS-CELL-WEIGHT       PIC 9(15)V9(6).
       01  WS-AVG-BAL           PIC S9(11)V99.
       01  WS-AVG-WEIGHT        PIC S9(11)V9(6).
       01  WS-TERM-MONTHS       PIC S9(5).
       01  WS-OPEN-MONTHS       PIC 9(6).
       01  WS-MAT-MONTHS        PIC 9(6).
       01  WS-OPEN-DAY          PIC 9(2).
       01  WS-DATE-WORK         PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05 WS-DW-YEAR        PIC 9(4).
           05 WS-DW-MONTH       PIC 9(2).
           05 WS-DW-DAY         PIC 9(2).
       01  WS-RECORDS-OUT       PIC 9(7) VALUE 0.
       01  WS-TOTAL-VOLUME      PIC 9(13)V99 VALUE 0.
       01  WS-ITEMS-USED        PIC 9(7) VALUE 0.
       01  WS-ITEMS-SKIPPED     PIC 9(7) VALUE 0.
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
           MOVE SPACES TO WS-TERMDEP-PATH
           ACCEPT WS-TERMDEP-PATH FROM ENVIRONMENT "TERM_DEPOSITS_PATH"
           IF WS-TERMDEP-PATH = SPACES
               MOVE "accounts/TERM_DEPOSITS.DAT" TO WS-TERMDEP-PATH
           END-IF
           MOVE SPACES TO WS-LOAN-PATH
           ACCEPT WS-LOAN-PATH FROM ENVIRONMENT "LOAN_MASTER_PATH"
           IF WS-LOAN-PATH = SPACES
               MOVE "accounts/LOAN_MASTER.DAT" TO WS-LOAN-PATH
           END-IF
           MOVE SPACES TO WS-RETURN-PATH
           ACCEPT WS-RETURN-PATH FROM ENVIRONMENT "CB_RATE_RETURN_PATH"
           IF WS-RETURN-PATH = SPACES
               MOVE "accounts/CB_RATE_RETURN.DAT" TO WS-RETURN-PATH
           END-IF
           MOVE SPACES TO WS-REVIEW-PATH
           ACCEPT WS-REVIEW-PATH FROM ENVIRONMENT "CB_RATE_REVIEW_PATH"
           IF WS-REVIEW-PATH = SPACES
               MOVE "accounts/CB_RATE_REVIEW.RPT" TO WS-REVIEW-PATH
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-MONTH-TXT
           ACCEPT WS-MONTH-TXT FROM ENVIRONMENT "REPORT_MONTH"
           IF WS-MONTH-TXT NOT = SPACES AND WS-MONTH-TXT NUMERIC
               MOVE WS-MONTH-TXT TO WS-REPORT-MONTH
           ELSE
               MOVE WS-TODAY(1:6) TO WS-REPORT-MONTH
           END-IF
           COMPUTE WS-MONTH-END = WS-REPORT-MONTH * 100 + 31
           MOVE 1 TO WS-CELL-INDEX
           PERFORM UNTIL WS-CELL-INDEX > WS-CELL-COUNT
               MOVE 0 TO CL-COUNT-TBL(WS-CELL-INDEX)
               MOVE 0 TO CL-VOLUME-TBL(WS-CELL-INDEX)
               MOVE 0 TO CL-WEIGHT-TBL(WS-CELL-INDEX)
               MOVE 0 TO CL-RATE-TBL(WS-CELL-INDEX)
               ADD 1 TO WS-CELL-INDEX
           END-PERFORM
           OPEN OUTPUT REVIEW-FILE
           IF WS-REVIEW-STATUS NOT = "00"
               DISPLAY "ERROR REVIEW LISTING OPEN " WS-REVIEW-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO REVIEW-LINE
           STRING "CENTRAL BANK INTEREST RATE RETURN " WS-REPORT-MONTH
               " RUN " WS-TODAY
               DELIMITED BY SIZE
               INTO REVIEW-LINE
           WRITE REVIEW-LINE
           PERFORM LOAD-RATE
           PERFORM LOAD-RATE-TIER-TABLE
           PERFORM LOAD-DEPOSIT-ACCOUNTS
           PERFORM TALLY-HISTORY-BALANCES
           PERFORM TALLY-SIGHT-DEPOSITS
           PERFORM TALLY-TERM-DEPOSITS
           PERFORM TALLY-LOANS
           PERFORM COMPUTE-CELL-RATES
           PERFORM WRITE-RATE-RETURN
           PERFORM WRITE-CELL-SUMMARY
           CLOSE REVIEW-FILE
           DISPLAY "CB RATE RETURN " WS-REPORT-MONTH
               " RECORDS " WS-RECORDS-OUT
               " ITEMS " WS-ITEMS-USED
               " SKIPPED " WS-ITEMS-SKIPPED
           STOP RUN.

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
           ELSE
               DISPLAY "NO INTEREST RATE CONFIGURED - USING DEFAULT "
                   WS-RATE
           END-IF.

       LOAD-RATE-TIER-TABLE.
           MOVE 'N' TO WS-TIER-EOF
           MOVE 0 TO WS-TIER-COUNT
           OPEN INPUT RATE-TABLE-FILE
           IF WS-RATE-TABLE-STATUS = "00"
               PERFORM UNTIL WS-TIER-EOF = 'Y'
                       OR WS-TIER-COUNT >= 100
                   READ RATE-TABLE-FILE
                       AT END
                           MOVE 'Y' TO WS-TIER-EOF
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
           ELSE
               DISPLAY "NO RATE TABLE - FLAT RATE APPLIES TO ALL "
                   WS-RATE
           END-IF.

       LOOKUP-TIER-RATE.
           MOVE 0 TO WS-TIER-EFF-BEST
           MOVE WS-RATE TO WS-APPLIED-RATE
           MOVE 1 TO WS-TIER-INDEX
           PERFORM UNTIL WS-TIER-INDEX > WS-TIER-COUNT
               IF TIER-TYPE-TBL(WS-TIER-INDEX)
                       = DR-TYPE-TBL(WS-DR-INDEX)
                   AND WS-SALDO >= TIER-BAND-LOW-TBL(WS-TIER-INDEX)
                   AND WS-SALDO <= TIER-BAND-HIGH-TBL(WS-TIER-INDEX)
                   AND TIER-EFF-DATE-TBL(WS-TIER-INDEX) <= WS-RATE-DATE
                   AND TIER-EFF-DATE-TBL(WS-TIER-INDEX)
                       > WS-TIER-EFF-BEST
                   MOVE TIER-EFF-DATE-TBL(WS-TIER-INDEX)
                       TO WS-TIER-EFF-BEST
                   MOVE TIER-RATE-TBL(WS-TIER-INDEX)
                       TO WS-APPLIED-RATE
               END-IF
               ADD 1 TO WS-TIER-INDEX
           END-PERFORM.

       LOAD-DEPOSIT-ACCOUNTS.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-DR-COUNT
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "ERROR ACCOUNTS OPEN " WS-ACCOUNTS-STATUS
               CLOSE REVIEW-FILE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y' OR WS-DR-COUNT >= 50000
               READ ACCOUNTS-FILE INTO ACCOUNTS-RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF AC-TYPE = 'C' OR AC-TYPE = 'S'
                       ADD 1 TO WS-DR-COUNT
                       MOVE AC-ID TO DR-ID-TBL(WS-DR-COUNT)
                       MOVE AC-TYPE TO DR-TYPE-TBL(WS-DR-COUNT)
                       MOVE 0 TO DR-BALSUM-TBL(WS-DR-COUNT)
                       MOVE 0 TO DR-WTSUM-TBL(WS-DR-COUNT)
                       MOVE 0 TO DR-DAYS-TBL(WS-DR-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           MOVE 'N' TO WS-EOF.

       FIND-DEPOSIT-ACCOUNT.
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-DR-INDEX
           PERFORM UNTIL WS-DR-INDEX > WS-DR-COUNT
               IF DR-ID-TBL(WS-DR-INDEX) = BH-ID
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-DR-INDEX
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
                               AND BH-DATE(1:6) = WS-REPORT-MONTH
                           PERFORM FIND-DEPOSIT-ACCOUNT
                           IF WS-FOUND = 'Y'
                               PERFORM TAKE-ONE-SNAPSHOT
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               DISPLAY "NO BALANCE HISTORY - SIGHT DEPOSITS OMITTED"
           END-IF
           MOVE 'N' TO WS-EOF.

       TAKE-ONE-SNAPSHOT.
           ADD 1 TO DR-DAYS-TBL(WS-DR-INDEX)
           IF BH-SALDO > 0
               MOVE BH-SALDO TO WS-SALDO
               MOVE BH-DATE TO WS-RATE-DATE
               PERFORM LOOKUP-TIER-RATE
               ADD BH-SALDO TO DR-BALSUM-TBL(WS-DR-INDEX)
               COMPUTE DR-WTSUM-TBL(WS-DR-INDEX) =
                   DR-WTSUM-TBL(WS-DR-INDEX)
                   + BH-SALDO * WS-APPLIED-RATE
           END-IF.

       TALLY-SIGHT-DEPOSITS.
           MOVE SPACES TO REVIEW-LINE
           MOVE "SIGHT DEPOSITS - AVERAGE BALANCE AND APPLIED RATE"
               TO REVIEW-LINE
           WRITE REVIEW-LINE
           MOVE 1 TO WS-DR-INDEX
           PERFORM UNTIL WS-DR-INDEX > WS-DR-COUNT
               IF DR-DAYS-TBL(WS-DR-INDEX) > 0
                       AND DR-BALSUM-TBL(WS-DR-INDEX) > 0
                   COMPUTE WS-AVG-BAL ROUNDED =
                       DR-BALSUM-TBL(WS-DR-INDEX)
                           / DR-DAYS-TBL(WS-DR-INDEX)
                   COMPUTE WS-AVG-WEIGHT ROUNDED =
                       DR-WTSUM-TBL(WS-DR-INDEX)
                           / DR-DAYS-TBL(WS-DR-INDEX)
                   COMPUTE WS-CELL-RATE ROUNDED =
                       DR-WTSUM-TBL(WS-DR-INDEX)
                           / DR-BALSUM-TBL(WS-DR-INDEX)
                   IF DR-TYPE-TBL(WS-DR-INDEX) = 'C'
                       MOVE "DD" TO WS-CELL-PRODUCT
                   ELSE
                       MOVE "SD" TO WS-CELL-PRODUCT
                   END-IF
                   MOVE "0" TO WS-CELL-BAND
                   MOVE "O" TO WS-CELL-BASIS
                   MOVE WS-AVG-BAL TO WS-CELL-VOLUME
                   MOVE WS-AVG-WEIGHT TO WS-CELL-WEIGHT
                   PERFORM ADD-TO-CELL
                   MOVE SPACES TO REVIEW-LINE
                   STRING "ACCOUNT " DR-ID-TBL(WS-DR-INDEX)
                       " " WS-CELL-PRODUCT
                       " DAYS " DR-DAYS-TBL(WS-DR-INDEX)
                       " AVGBAL " WS-AVG-BAL
                       " RATE " WS-CELL-RATE
                       DELIMITED BY SIZE
                       INTO REVIEW-LINE
                   WRITE REVIEW-LINE
               END-IF
               ADD 1 TO WS-DR-INDEX
           END-PERFORM.

       TALLY-TERM-DEPOSITS.
           MOVE SPACES TO REVIEW-LINE
           MOVE "TIME DEPOSITS - PRINCIPAL, TERM AND CONTRACT RATE"
               TO REVIEW-LINE
           WRITE REVIEW-LINE
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
           IF TD-PRINCIPAL NOT NUMERIC OR TD-RATE NOT NUMERIC
                   OR TD-OPEN NOT NUMERIC OR TD-MATURITY NOT NUMERIC
               ADD 1 TO WS-ITEMS-SKIPPED
           ELSE
               MOVE TD-OPEN TO WS-DATE-WORK
               COMPUTE WS-OPEN-MONTHS = WS-DW-YEAR * 12 + WS-DW-MONTH
               MOVE WS-DW-DAY TO WS-OPEN-DAY
               MOVE TD-MATURITY TO WS-DATE-WORK
               COMPUTE WS-MAT-MONTHS = WS-DW-YEAR * 12 + WS-DW-MONTH
               COMPUTE WS-TERM-MONTHS = WS-MAT-MONTHS - WS-OPEN-MONTHS
               IF WS-DW-DAY > WS-OPEN-DAY
                   ADD 1 TO WS-TERM-MONTHS
               END-IF
               IF WS-TERM-MONTHS <= 12
                   MOVE "1" TO WS-CELL-BAND
               ELSE
                   IF WS-TERM-MONTHS <= 24
                       MOVE "2" TO WS-CELL-BAND
                   ELSE
                       MOVE "3" TO WS-CELL-BAND
                   END-IF
               END-IF
               MOVE "TD" TO WS-CELL-PRODUCT
               MOVE TD-RATE TO WS-CELL-RATE
               MOVE TD-PRINCIPAL TO WS-CELL-VOLUME
               COMPUTE WS-CELL-WEIGHT = TD-PRINCIPAL * TD-RATE
               IF TD-OPEN <= WS-MONTH-END
                       AND (TD-MATURITY > WS-MONTH-END
                           OR TD-STATUS = 'A')
                   MOVE "O" TO WS-CELL-BASIS
                   PERFORM ADD-TO-CELL
                   PERFORM WRITE-TERM-DEPOSIT-LINE
               END-IF
               IF TD-OPEN(1:6) = WS-REPORT-MONTH
                   MOVE "N" TO WS-CELL-BASIS
                   PERFORM ADD-TO-CELL
                   PERFORM WRITE-TERM-DEPOSIT-LINE
               END-IF
           END-IF.

       WRITE-TERM-DEPOSIT-LINE.
           MOVE SPACES TO REVIEW-LINE
           STRING "DEPOSIT " TD-ID
               " TD BAND " WS-CELL-BAND
               " BASIS " WS-CELL-BASIS
               " OPEN " TD-OPEN
               " MATURITY " TD-MATURITY
               " MONTHS " WS-TERM-MONTHS
               " PRINCIPAL " TD-PRINCIPAL
               " RATE " TD-RATE
               DELIMITED BY SIZE
               INTO REVIEW-LINE
           WRITE REVIEW-LINE.

       TALLY-LOANS.
           MOVE SPACES TO REVIEW-LINE
           MOVE "LOANS - BALANCE OR ORIGINAL PRINCIPAL AND RATE"
               TO REVIEW-LINE
           WRITE REVIEW-LINE
           MOVE 'N' TO WS-EOF
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-LOAN-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LOAN-MASTER-FILE INTO LOAN-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-LOAN
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER-FILE
           ELSE
               DISPLAY "NO LOAN MASTER - LOANS OMITTED"
           END-IF
           MOVE 'N' TO WS-EOF.

       TAKE-ONE-LOAN.
           IF LN-ORIG-PRINCIPAL NOT NUMERIC OR LN-BALANCE NOT NUMERIC
                   OR LN-RATE NOT NUMERIC OR LN-TERM NOT NUMERIC
                   OR LN-OPENED NOT NUMERIC
               ADD 1 TO WS-ITEMS-SKIPPED
           ELSE
               IF LN-TERM <= 12
                   MOVE "1" TO WS-CELL-BAND
               ELSE
                   IF LN-TERM <= 60
                       MOVE "2" TO WS-CELL-BAND
                   ELSE
                       MOVE "3" TO WS-CELL-BAND
                   END-IF
               END-IF
               MOVE "LN" TO WS-CELL-PRODUCT
               MOVE LN-RATE TO WS-CELL-RATE
               IF LN-OPENED(1:6) <= WS-REPORT-MONTH
                       AND LN-STATUS NOT = 'P'
                       AND LN-STATUS NOT = 'W'
                       AND LN-BALANCE > 0
                   MOVE "O" TO WS-CELL-BASIS
                   MOVE LN-BALANCE TO WS-CELL-VOLUME
                   COMPUTE WS-CELL-WEIGHT = LN-BALANCE * LN-RATE
                   PERFORM ADD-TO-CELL
                   PERFORM WRITE-LOAN-LINE
               END-IF
               IF LN-OPENED(1:6) = WS-REPORT-MONTH
                   MOVE "N" TO WS-CELL-BASIS
                   MOVE LN-ORIG-PRINCIPAL TO WS-CELL-VOLUME
                   COMPUTE WS-CELL-WEIGHT =
                       LN-ORIG-PRINCIPAL * LN-RATE
                   PERFORM ADD-TO-CELL
                   PERFORM WRITE-LOAN-LINE
               END-IF
           END-IF.

       WRITE-LOAN-LINE.
           MOVE SPACES TO REVIEW-LINE
           STRING "LOAN " LN-ID
               " LN BAND " WS-CELL-BAND
               " BASIS " WS-CELL-BASIS
               " OPENED " LN-OPENED
               " TERM " LN-TERM
               " STATUS " LN-STATUS
               " VOLUME " WS-CELL-VOLUME
               " RATE " LN-RATE
               DELIMITED BY SIZE
               INTO REVIEW-LINE
           WRITE REVIEW-LINE.

       ADD-TO-CELL.
           MOVE 1 TO WS-CELL-INDEX
           PERFORM UNTIL WS-CELL-INDEX > WS-CELL-COUNT
               IF CK-PRODUCT(WS-CELL-INDEX) = WS-CELL-PRODUCT
                       AND CK-BAND(WS-CELL-INDEX) = WS-CELL-BAND
                       AND CK-BASIS(WS-CELL-INDEX) = WS-CELL-BASIS
                   ADD 1 TO CL-COUNT-TBL(WS-CELL-INDEX)
                   ADD WS-CELL-VOLUME TO CL-VOLUME-TBL(WS-CELL-INDEX)
                   ADD WS-CELL-WEIGHT TO CL-WEIGHT-TBL(WS-CELL-INDEX)
                   ADD 1 TO WS-ITEMS-USED
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CELL-INDEX
           END-PERFORM.

       COMPUTE-CELL-RATES.
           MOVE 1 TO WS-CELL-INDEX
           PERFORM UNTIL WS-CELL-INDEX > WS-CELL-COUNT
               IF CL-VOLUME-TBL(WS-CELL-INDEX) > 0
                   COMPUTE CL-RATE-TBL(WS-CELL-INDEX) ROUNDED =
                       CL-WEIGHT-TBL(WS-CELL-INDEX)
                           / CL-VOLUME-TBL(WS-CELL-INDEX)
               END-IF
               ADD 1 TO WS-CELL-INDEX
           END-PERFORM.

       WRITE-RATE-RETURN.
           OPEN OUTPUT RETURN-FILE
           IF WS-RETURN-STATUS NOT = "00"
               DISPLAY "ERROR RATE RETURN OPEN " WS-RETURN-STATUS
               CLOSE REVIEW-FILE
               STOP RUN
           END-IF
           MOVE SPACES TO RETURN-HEADER
           MOVE "H1" TO CH-REC-TYPE
           MOVE WS-REPORT-MONTH TO CH-MONTH
           MOVE WS-TODAY TO CH-CREATED
           WRITE RETURN-HEADER
           MOVE 1 TO WS-CELL-INDEX
           PERFORM UNTIL WS-CELL-INDEX > WS-CELL-COUNT
               MOVE SPACES TO RETURN-RECORD
               MOVE "D1" TO CB-REC-TYPE
               MOVE WS-REPORT-MONTH TO CB-MONTH
               MOVE CK-PRODUCT(WS-CELL-INDEX) TO CB-PRODUCT
               MOVE CK-BAND(WS-CELL-INDEX) TO CB-BAND
               MOVE CK-BASIS(WS-CELL-INDEX) TO CB-BASIS
               MOVE CL-COUNT-TBL(WS-CELL-INDEX) TO CB-COUNT
               MOVE CL-VOLUME-TBL(WS-CELL-INDEX) TO CB-VOLUME
               MOVE CL-RATE-TBL(WS-CELL-INDEX) TO CB-RATE
               WRITE RETURN-RECORD
               ADD 1 TO WS-RECORDS-OUT
               ADD CL-VOLUME-TBL(WS-CELL-INDEX) TO WS-TOTAL-VOLUME
               ADD 1 TO WS-CELL-INDEX
           END-PERFORM
           MOVE SPACES TO RETURN-TRAILER
           MOVE "T1" TO CT-REC-TYPE
           MOVE WS-REPORT-MONTH TO CT-MONTH
           MOVE WS-RECORDS-OUT TO CT-RECORDS
           MOVE WS-TOTAL-VOLUME TO CT-VOLUME
           WRITE RETURN-TRAILER
           CLOSE RETURN-FILE.

       WRITE-CELL-SUMMARY.
           MOVE SPACES TO REVIEW-LINE
           MOVE "RETURN CELLS - PRODUCT BAND BASIS" TO REVIEW-LINE
           WRITE REVIEW-LINE
           MOVE 1 TO WS-CELL-INDEX
           PERFORM UNTIL WS-CELL-INDEX > WS-CELL-COUNT
               MOVE SPACES TO REVIEW-LINE
               STRING "CELL " CK-PRODUCT(WS-CELL-INDEX)
                   " BAND " CK-BAND(WS-CELL-INDEX)
                   " BASIS " CK-BASIS(WS-CELL-INDEX)
                   " ITEMS " CL-COUNT-TBL(WS-CELL-INDEX)
                   " VOLUME " CL-VOLUME-TBL(WS-CELL-INDEX)
                   " WEIGHTED " CL-WEIGHT-TBL(WS-CELL-INDEX)
                   " RATE " CL-RATE-TBL(WS-CELL-INDEX)
                   DELIMITED BY SIZE
                   INTO REVIEW-LINE
               WRITE REVIEW-LINE
               ADD 1 TO WS-CELL-INDEX
           END-PERFORM
           MOVE SPACES TO REVIEW-LINE
           STRING "TOTAL RECORDS " WS-RECORDS-OUT
               " VOLUME " WS-TOTAL-VOLUME
               " ITEMS " WS-ITEMS-USED
               " SKIPPED " WS-ITEMS-SKIPPED
               DELIMITED BY SIZE
               INTO REVIEW-LINE
           WRITE REVIEW-LINE.
