       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRECHA-ALM.
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
           SELECT TERMS-FILE
               ASSIGN TO DYNAMIC WS-TERMS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TERMS-STATUS.
           SELECT TERMDEP-FILE
               ASSIGN TO DYNAMIC WS-TERMDEP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TERMDEP-STATUS.
           SELECT PARAM-FILE
               ASSIGN TO DYNAMIC WS-PARAM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
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
       FD  TERMS-FILE.
       01  TERMS-RECORD.
           05 RT-LOAN-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 RT-RATE-TYPE      PIC X(1).
           05 FILLER            PIC X(1).
           05 RT-INDEX-CODE     PIC X(8).
           05 FILLER            PIC X(1).
           05 RT-MARGIN         PIC 9V9(4).
           05 FILLER            PIC X(1).
           05 RT-FLOOR          PIC 9V9(4).
           05 FILLER            PIC X(1).
           05 RT-CAP            PIC 9V9(4).
           05 FILLER            PIC X(1).
           05 RT-FREQ-MONTHS    PIC 9(2).
           05 FILLER            PIC X(1).
           05 RT-NEXT-RESET     PIC 9(8).
           05 FILLER            PIC X(1).
           05 RT-LAST-RESET     PIC 9(8).
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
       FD  PARAM-FILE.
       01  PARAM-RECORD.
           05 AP-TYPE           PIC X(1).
           05 FILLER            PIC X(1).
           05 AP-VIEW           PIC X(1).
           05 FILLER            PIC X(1).
           05 AP-BUCKET         PIC 9(2).
           05 FILLER            PIC X(1).
           05 AP-PCT            PIC 9(3)V99.
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-ACCOUNTS-PATH     PIC X(200).
       01  WS-LOAN-PATH         PIC X(200).
       01  WS-TERMS-PATH        PIC X(200).
       01  WS-TERMDEP-PATH      PIC X(200).
       01  WS-PARAM-PATH        PIC X(200).
       01  WS-REPORT-PATH       PIC X(200).
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-LOAN-STATUS       PIC XX.
       01  WS-TERMS-STATUS      PIC XX.
       01  WS-TERMDEP-STATUS    PIC XX.
       01  WS-PARAM-STATUS      PIC XX.
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  WS-TODAY-INT         PIC 9(7).
       01  WS-SHOCK-TXT         PIC X(4).
       01  WS-SHOCK-BP          PIC 9(4) VALUE 200.
       01  BUCKET-VALUES.
           05 FILLER PIC X(25) VALUE "00001OVERNIGHT     010000".
           05 FILLER PIC X(25) VALUE "00030UP TO 1 MONTH 009583".
           05 FILLER PIC X(25) VALUE "000911 TO 3 MONTHS 008333".
           05 FILLER PIC X(25) VALUE "001823 TO 6 MONTHS 006250".
           05 FILLER PIC X(25) VALUE "003656 TO 12 MONTHS002500".
           05 FILLER PIC X(25) VALUE "007301 TO 2 YEARS  000000".
           05 FILLER PIC X(25) VALUE "010952 TO 3 YEARS  000000".
           05 FILLER PIC X(25) VALUE "018263 TO 5 YEARS  000000".
           05 FILLER PIC X(25) VALUE "99999OVER 5 YEARS  000000".
       01  BUCKET-TABLE REDEFINES BUCKET-VALUES.
           05 BUCKET-ENTRY OCCURS 9 TIMES.
               10 BK-UPPER-DAYS   PIC 9(5).
               10 BK-LABEL        PIC X(14).
               10 BK-NII-WEIGHT   PIC 9(2)V9(4).
       01  WS-BK-INDEX          PIC 9(2) VALUE 1.
       01  WS-BK-COUNT          PIC 9(2) VALUE 9.
       01  CURRENCY-TABLE.
           05 CURRENCY-ENTRY OCCURS 20 TIMES.
               10 CY-CODE-TBL     PIC X(3).
               10 CY-BUCKET OCCURS 9 TIMES.
                   15 CY-ASSET-M  PIC S9(13)V99.
                   15 CY-LIAB-M   PIC S9(13)V99.
                   15 CY-ASSET-R  PIC S9(13)V99.
                   15 CY-LIAB-R   PIC S9(13)V99.
       01  WS-CY-INDEX          PIC 9(2) VALUE 1.
       01  WS-CY-COUNT          PIC 9(2) VALUE 0.
       01  ACCT-TABLE.
           05 ACCT-ENTRY OCCURS 50000 TIMES.
               10 GA-ID-TBL       PIC X(5).
               10 GA-CCY-TBL      PIC X(3).
       01  WS-GA-INDEX          PIC 9(6) VALUE 1.
       01  WS-GA-COUNT          PIC 9(6) VALUE 0.
       01  TERMS-TABLE.
           05 TERMS-ENTRY OCCURS 20000 TIMES.
               10 VR-LOAN-TBL     PIC X(5).
               10 VR-NEXT-TBL     PIC 9(8).
       01  WS-VR-INDEX          PIC 9(5) VALUE 1.
       01  WS-VR-COUNT          PIC 9(5) VALUE 0.
       01  PARAM-TABLE.
           05 PARAM-ENTRY OCCURS 100 TIMES.
               10 PM-TYPE-TBL     PIC X(1).
               10 PM-VIEW-TBL     PIC X(1).
               10 PM-BUCKET-TBL   PIC 9(2).
               10 PM-PCT-TBL      PIC 9(3)V99.
       01  WS-PM-INDEX          PIC 9(3) VALUE 1.
       01  WS-PM-COUNT          PIC 9(3) VALUE 0.
       01  WS-LOOKUP-ID         PIC X(5).
       01  WS-LOOKUP-CCY        PIC X(3).
       01  WS-FLOW-CCY          PIC X(3).
       01  WS-FLOW-DATE         PIC 9(8).
       01  WS-FLOW-AMT          PIC S9(11)V99.
       01  WS-FLOW-SIDE         PIC X(1).
       01  WS-FLOW-VIEW         PIC X(1).
       01  WS-FLOW-BUCKET       PIC 9(2).
       01  WS-FLOW-DAYS         PIC S9(7).
       01  WS-SCH-BAL           PIC S9(9)V99.
       01  WS-SCH-INT           PIC S9(9)V99.
       01  WS-SCH-PRIN          PIC S9(9)V99.
       01  WS-SCH-COUNT         PIC 9(3).
       01  WS-SCH-DATE          PIC 9(8).
       01  WS-SCH-PARTS REDEFINES WS-SCH-DATE.
           05 WS-SCH-YYYY       PIC 9(4).
           05 WS-SCH-MM         PIC 9(2).
           05 WS-SCH-DD         PIC 9(2).
       01  WS-MAT-DATE          PIC 9(8).
       01  WS-MAT-PARTS REDEFINES WS-MAT-DATE.
           05 WS-MAT-YYYY       PIC 9(4).
           05 WS-MAT-MM         PIC 9(2).
           05 WS-MAT-DD         PIC 9(2).
       01  WS-MAT-MONTHS        PIC 9(6).
       01  WS-RESET-DATE        PIC 9(8).
       01  WS-RESET-PENDING     PIC X VALUE 'N'.
       01  WS-DEP-BAL           PIC S9(9)V99.
       01  WS-DEP-TYPE          PIC X(1).
       01  WS-ALLOCATED         PIC S9(11)V99.
       01  WS-LOANS-USED        PIC 9(6) VALUE 0.
       01  WS-TDS-USED          PIC 9(6) VALUE 0.
       01  WS-DEPS-USED         PIC 9(6) VALUE 0.
       01  WS-SKIPPED           PIC 9(6) VALUE 0.
       01  WS-GAP               PIC S9(13)V99.
       01  WS-CUM-GAP           PIC S9(13)V99.
       01  WS-NII-UP            PIC S9(13)V99.
       01  WS-NII-WORK          PIC S9(13)V9(6).
       01  WS-ED-ASSET          PIC -(12)9.99.
       01  WS-ED-LIAB           PIC -(12)9.99.
       01  WS-ED-GAP            PIC -(12)9.99.
       01  WS-ED-CUM            PIC -(12)9.99.
       01  WS-ED-NII-UP         PIC -(12)9.99.
       01  WS-ED-NII-DOWN       PIC -(12)9.99.
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
           MOVE SPACES TO WS-TERMS-PATH
           ACCEPT WS-TERMS-PATH FROM ENVIRONMENT "LOAN_RATE_TERMS_PATH"
           IF WS-TERMS-PATH = SPACES
               MOVE "accounts/LOAN_RATE_TERMS.DAT" TO WS-TERMS-PATH
           END-IF
           MOVE SPACES TO WS-TERMDEP-PATH
           ACCEPT WS-TERMDEP-PATH FROM ENVIRONMENT "TERM_DEPOSITS_PATH"
           IF WS-TERMDEP-PATH = SPACES
               MOVE "accounts/TERM_DEPOSITS.DAT" TO WS-TERMDEP-PATH
           END-IF
           MOVE SPACES TO WS-PARAM-PATH
           ACCEPT WS-PARAM-PATH FROM ENVIRONMENT "ALM_PARAMS_PATH"
           IF WS-PARAM-PATH = SPACES
               MOVE "accounts/ALM_PARAMS.DAT" TO WS-PARAM-PATH
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "ALM_GAP_RPT_PATH"
           IF WS-REPORT-PATH = SPACES
               MOVE "accounts/ALM_GAP.RPT" TO WS-REPORT-PATH
           END-IF
           MOVE SPACES TO WS-SHOCK-TXT
           ACCEPT WS-SHOCK-TXT FROM ENVIRONMENT "ALM_SHOCK_BP"
           IF WS-SHOCK-TXT NOT = SPACES AND WS-SHOCK-TXT NUMERIC
               MOVE WS-SHOCK-TXT TO WS-SHOCK-BP
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           PERFORM LOAD-BEHAVIOUR-PARAMS
           PERFORM LOAD-RATE-TERMS
           PERFORM BUCKET-DEPOSIT-ACCOUNTS
           PERFORM BUCKET-TERM-DEPOSITS
           PERFORM BUCKET-LOANS
           PERFORM WRITE-GAP-REPORT
           DISPLAY "ALM GAP " WS-TODAY
               " CURRENCIES " WS-CY-COUNT
               " LOANS " WS-LOANS-USED
               " TERM DEPOSITS " WS-TDS-USED
               " DEPOSIT ACCOUNTS " WS-DEPS-USED
               " SKIPPED " WS-SKIPPED
           STOP RUN.

       LOAD-BEHAVIOUR-PARAMS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-PM-COUNT >= 100
                   READ PARAM-FILE INTO PARAM-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AP-BUCKET NUMERIC AND AP-PCT NUMERIC
                               AND AP-BUCKET >= 1
                               AND AP-BUCKET <= WS-BK-COUNT
                               AND (AP-VIEW = 'M' OR AP-VIEW = 'R')
                           ADD 1 TO WS-PM-COUNT
                           MOVE AP-TYPE TO PM-TYPE-TBL(WS-PM-COUNT)
                           MOVE AP-VIEW TO PM-VIEW-TBL(WS-PM-COUNT)
                           MOVE AP-BUCKET
                               TO PM-BUCKET-TBL(WS-PM-COUNT)
                           MOVE AP-PCT TO PM-PCT-TBL(WS-PM-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAM-FILE
           ELSE
               DISPLAY "NO ALM PARAMETERS - SIGHT DEPOSITS OVERNIGHT"
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-RATE-TERMS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TERMS-FILE
           IF WS-TERMS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-VR-COUNT >= 20000
                   READ TERMS-FILE INTO TERMS-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RT-RATE-TYPE = 'V' AND RT-NEXT-RESET NUMERIC
                               AND RT-NEXT-RESET > 0
                           ADD 1 TO WS-VR-COUNT
                           MOVE RT-LOAN-ID TO VR-LOAN-TBL(WS-VR-COUNT)
                           MOVE RT-NEXT-RESET
                               TO VR-NEXT-TBL(WS-VR-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE TERMS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       FIND-ACCT-CURRENCY.
           MOVE "USD" TO WS-LOOKUP-CCY
           MOVE 1 TO WS-GA-INDEX
           PERFORM UNTIL WS-GA-INDEX > WS-GA-COUNT
               IF GA-ID-TBL(WS-GA-INDEX) = WS-LOOKUP-ID
                   MOVE GA-CCY-TBL(WS-GA-INDEX) TO WS-LOOKUP-CCY
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-GA-INDEX
           END-PERFORM.

       FIND-BUCKET.
           IF WS-FLOW-DATE NOT NUMERIC OR WS-FLOW-DATE = 0
               MOVE 1 TO WS-FLOW-BUCKET
           ELSE
               COMPUTE WS-FLOW-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-FLOW-DATE)
                   - WS-TODAY-INT
               MOVE WS-BK-COUNT TO WS-FLOW-BUCKET
               MOVE 1 TO WS-BK-INDEX
               PERFORM UNTIL WS-BK-INDEX > WS-BK-COUNT
                   IF WS-FLOW-DAYS <= BK-UPPER-DAYS(WS-BK-INDEX)
                       MOVE WS-BK-INDEX TO WS-FLOW-BUCKET
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-BK-INDEX
               END-PERFORM
           END-IF.

       FIND-CURRENCY-ENTRY.
           MOVE 1 TO WS-CY-INDEX
           PERFORM UNTIL WS-CY-INDEX > WS-CY-COUNT
               IF CY-CODE-TBL(WS-CY-INDEX) = WS-FLOW-CCY
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CY-INDEX
           END-PERFORM
           IF WS-CY-INDEX > WS-CY-COUNT AND WS-CY-COUNT < 20
               ADD 1 TO WS-CY-COUNT
               MOVE WS-CY-COUNT TO WS-CY-INDEX
               MOVE WS-FLOW-CCY TO CY-CODE-TBL(WS-CY-INDEX)
               MOVE 1 TO WS-BK-INDEX
               PERFORM UNTIL WS-BK-INDEX > WS-BK-COUNT
                   MOVE 0 TO CY-ASSET-M(WS-CY-INDEX, WS-BK-INDEX)
                   MOVE 0 TO CY-LIAB-M(WS-CY-INDEX, WS-BK-INDEX)
                   MOVE 0 TO CY-ASSET-R(WS-CY-INDEX, WS-BK-INDEX)
                   MOVE 0 TO CY-LIAB-R(WS-CY-INDEX, WS-BK-INDEX)
                   ADD 1 TO WS-BK-INDEX
               END-PERFORM
           END-IF.

       POST-FLOW.
           PERFORM FIND-CURRENCY-ENTRY
           IF WS-CY-INDEX <= WS-CY-COUNT
               IF WS-FLOW-SIDE = 'A'
                   IF WS-FLOW-VIEW = 'M'
                       ADD WS-FLOW-AMT
                           TO CY-ASSET-M(WS-CY-INDEX, WS-FLOW-BUCKET)
                   ELSE
                       ADD WS-FLOW-AMT
                           TO CY-ASSET-R(WS-CY-INDEX, WS-FLOW-BUCKET)
                   END-IF
               ELSE
                   IF WS-FLOW-VIEW = 'M'
                       ADD WS-FLOW-AMT
                           TO CY-LIAB-M(WS-CY-INDEX, WS-FLOW-BUCKET)
                   ELSE
                       ADD WS-FLOW-AMT
                           TO CY-LIAB-R(WS-CY-INDEX, WS-FLOW-BUCKET)
                   END-IF
               END-IF
           END-IF.

       POST-DATED-FLOW.
           PERFORM FIND-BUCKET
           PERFORM POST-FLOW.

       BUCKET-DEPOSIT-ACCOUNTS.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-GA-COUNT
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "ERROR ACCOUNTS OPEN " WS-ACCOUNTS-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCOUNTS-FILE INTO ACCOUNTS-RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WS-GA-COUNT < 50000
                       ADD 1 TO WS-GA-COUNT
                       MOVE AC-ID TO GA-ID-TBL(WS-GA-COUNT)
                       IF AC-CURRENCY = SPACES
                           MOVE "USD" TO GA-CCY-TBL(WS-GA-COUNT)
                       ELSE
                           MOVE AC-CURRENCY TO GA-CCY-TBL(WS-GA-COUNT)
                       END-IF
                   END-IF
                   IF (AC-TYPE = 'C' OR AC-TYPE = 'S')
                           AND AC-SALDO NUMERIC
                       PERFORM BUCKET-ONE-DEPOSIT-ACCOUNT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           MOVE 'N' TO WS-EOF.

       BUCKET-ONE-DEPOSIT-ACCOUNT.
           IF AC-CURRENCY = SPACES
               MOVE "USD" TO WS-FLOW-CCY
           ELSE
               MOVE AC-CURRENCY TO WS-FLOW-CCY
           END-IF
           IF AC-SALDO < 0
               COMPUTE WS-FLOW-AMT = 0 - AC-SALDO
               MOVE 'A' TO WS-FLOW-SIDE
               MOVE 1 TO WS-FLOW-BUCKET
               MOVE 'M' TO WS-FLOW-VIEW
               PERFORM POST-FLOW
               MOVE 'R' TO WS-FLOW-VIEW
               PERFORM POST-FLOW
               ADD 1 TO WS-DEPS-USED
           END-IF
           IF AC-SALDO > 0
               MOVE AC-SALDO TO WS-DEP-BAL
               MOVE AC-TYPE TO WS-DEP-TYPE
               MOVE 'L' TO WS-FLOW-SIDE
               MOVE 'M' TO WS-FLOW-VIEW
               PERFORM SPREAD-BEHAVIOURAL
               MOVE 'R' TO WS-FLOW-VIEW
               PERFORM SPREAD-BEHAVIOURAL
               ADD 1 TO WS-DEPS-USED
           END-IF.

       SPREAD-BEHAVIOURAL.
           MOVE 0 TO WS-ALLOCATED
           MOVE 1 TO WS-PM-INDEX
           PERFORM UNTIL WS-PM-INDEX > WS-PM-COUNT
               IF PM-TYPE-TBL(WS-PM-INDEX) = WS-DEP-TYPE
                       AND PM-VIEW-TBL(WS-PM-INDEX) = WS-FLOW-VIEW
                       AND WS-ALLOCATED < WS-DEP-BAL
                   COMPUTE WS-FLOW-AMT ROUNDED =
                       WS-DEP-BAL * PM-PCT-TBL(WS-PM-INDEX) / 100
                   IF WS-ALLOCATED + WS-FLOW-AMT > WS-DEP-BAL
                       COMPUTE WS-FLOW-AMT = WS-DEP-BAL - WS-ALLOCATED
                   END-IF
                   MOVE PM-BUCKET-TBL(WS-PM-INDEX) TO WS-FLOW-BUCKET
                   PERFORM POST-FLOW
                   ADD WS-FLOW-AMT TO WS-ALLOCATED
               END-IF
               ADD 1 TO WS-PM-INDEX
           END-PERFORM
           IF WS-ALLOCATED < WS-DEP-BAL
               COMPUTE WS-FLOW-AMT = WS-DEP-BAL - WS-ALLOCATED
               MOVE 1 TO WS-FLOW-BUCKET
               PERFORM POST-FLOW
           END-IF.

       BUCKET-TERM-DEPOSITS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TERMDEP-FILE
           IF WS-TERMDEP-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TERMDEP-FILE INTO TERMDEP-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TD-PRINCIPAL NUMERIC AND TD-MATURITY NUMERIC
                               AND TD-STATUS = 'A'
                           MOVE TD-LINKED TO WS-LOOKUP-ID
                           PERFORM FIND-ACCT-CURRENCY
                           MOVE WS-LOOKUP-CCY TO WS-FLOW-CCY
                           MOVE TD-PRINCIPAL TO WS-FLOW-AMT
                           MOVE TD-MATURITY TO WS-FLOW-DATE
                           MOVE 'L' TO WS-FLOW-SIDE
                           MOVE 'M' TO WS-FLOW-VIEW
                           PERFORM POST-DATED-FLOW
                           MOVE 'R' TO WS-FLOW-VIEW
                           PERFORM POST-FLOW
                           ADD 1 TO WS-TDS-USED
                       ELSE
                           IF TD-STATUS = 'A'
                               ADD 1 TO WS-SKIPPED
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE TERMDEP-FILE
           ELSE
               DISPLAY "NO TERM DEPOSIT FILE - TIME DEPOSITS OMITTED"
           END-IF
           MOVE 'N' TO WS-EOF.

       BUCKET-LOANS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-LOAN-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LOAN-MASTER-FILE INTO LOAN-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LN-STATUS NOT = 'P' AND LN-STATUS NOT = 'W'
                           IF LN-BALANCE NUMERIC AND LN-RATE NUMERIC
                                   AND LN-PAYMENT NUMERIC
                                   AND LN-NEXT-DUE NUMERIC
                               IF LN-BALANCE > 0
                                   PERFORM BUCKET-ONE-LOAN
                               END-IF
                           ELSE
                               ADD 1 TO WS-SKIPPED
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER-FILE
           ELSE
               DISPLAY "NO LOAN MASTER - LOANS OMITTED"
           END-IF
           MOVE 'N' TO WS-EOF.

       BUCKET-ONE-LOAN.
           ADD 1 TO WS-LOANS-USED
           MOVE LN-DISB-ACCT TO WS-LOOKUP-ID
           PERFORM FIND-ACCT-CURRENCY
           MOVE WS-LOOKUP-CCY TO WS-FLOW-CCY
           MOVE 'A' TO WS-FLOW-SIDE
           MOVE 'N' TO WS-RESET-PENDING
           MOVE 1 TO WS-VR-INDEX
           PERFORM UNTIL WS-VR-INDEX > WS-VR-COUNT
               IF VR-LOAN-TBL(WS-VR-INDEX) = LN-ID
                   MOVE VR-NEXT-TBL(WS-VR-INDEX) TO WS-RESET-DATE
                   MOVE 'Y' TO WS-RESET-PENDING
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-VR-INDEX
           END-PERFORM
           MOVE LN-NEXT-DUE TO WS-MAT-DATE
           IF LN-OPENED NUMERIC AND LN-TERM NUMERIC AND LN-TERM > 0
               MOVE LN-OPENED TO WS-MAT-DATE
               COMPUTE WS-MAT-MONTHS =
                   WS-MAT-YYYY * 12 + WS-MAT-MM - 1 + LN-TERM
               DIVIDE WS-MAT-MONTHS BY 12 GIVING WS-MAT-YYYY
                   REMAINDER WS-MAT-MM
               ADD 1 TO WS-MAT-MM
               IF WS-MAT-DD > 28
                   MOVE 28 TO WS-MAT-DD
               END-IF
           END-IF
           MOVE LN-BALANCE TO WS-SCH-BAL
           MOVE LN-NEXT-DUE TO WS-SCH-DATE
           MOVE 0 TO WS-SCH-COUNT
           PERFORM UNTIL WS-SCH-BAL <= 0 OR WS-SCH-COUNT >= 600
               ADD 1 TO WS-SCH-COUNT
               COMPUTE WS-SCH-INT ROUNDED =
                   WS-SCH-BAL * LN-RATE / 12
               COMPUTE WS-SCH-PRIN = LN-PAYMENT - WS-SCH-INT
               IF WS-SCH-PRIN <= 0
                   EXIT PERFORM
               END-IF
               IF WS-SCH-PRIN > WS-SCH-BAL
                   MOVE WS-SCH-BAL TO WS-SCH-PRIN
               END-IF
               MOVE WS-SCH-DATE TO WS-FLOW-DATE
               PERFORM POST-LOAN-PRINCIPAL
               SUBTRACT WS-SCH-PRIN FROM WS-SCH-BAL
               PERFORM ADVANCE-SCHEDULE-DATE
           END-PERFORM
           IF WS-SCH-BAL > 0
               MOVE WS-SCH-BAL TO WS-SCH-PRIN
               IF WS-MAT-DATE > WS-SCH-DATE
                   MOVE WS-MAT-DATE TO WS-FLOW-DATE
               ELSE
                   MOVE WS-SCH-DATE TO WS-FLOW-DATE
               END-IF
               PERFORM POST-LOAN-PRINCIPAL
           END-IF.

       POST-LOAN-PRINCIPAL.
           MOVE WS-SCH-PRIN TO WS-FLOW-AMT
           MOVE 'M' TO WS-FLOW-VIEW
           PERFORM POST-DATED-FLOW
           MOVE 'R' TO WS-FLOW-VIEW
           IF WS-RESET-PENDING = 'Y'
                   AND WS-FLOW-DATE >= WS-RESET-DATE
               MOVE WS-SCH-BAL TO WS-FLOW-AMT
               MOVE WS-RESET-DATE TO WS-FLOW-DATE
               PERFORM POST-DATED-FLOW
               MOVE 'D' TO WS-RESET-PENDING
           ELSE
               IF WS-RESET-PENDING NOT = 'D'
                   PERFORM POST-FLOW
               END-IF
           END-IF.

       ADVANCE-SCHEDULE-DATE.
           IF WS-SCH-MM = 12
               MOVE 1 TO WS-SCH-MM
               ADD 1 TO WS-SCH-YYYY
           ELSE
               ADD 1 TO WS-SCH-MM
           END-IF
           IF WS-SCH-DD > 28
               MOVE 28 TO WS-SCH-DD
           END-IF.

       WRITE-GAP-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR ALM GAP REPORT OPEN " WS-REPORT-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "ALM MATURITY AND REPRICING GAP AS OF " WS-TODAY
               " RATE SHOCK " WS-SHOCK-BP " BP"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 1 TO WS-CY-INDEX
           PERFORM UNTIL WS-CY-INDEX > WS-CY-COUNT
               PERFORM WRITE-CURRENCY-GAP
               ADD 1 TO WS-CY-INDEX
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "LOANS " WS-LOANS-USED
               " TERM DEPOSITS " WS-TDS-USED
               " DEPOSIT ACCOUNTS " WS-DEPS-USED
               " SKIPPED " WS-SKIPPED
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       WRITE-CURRENCY-GAP.
           MOVE SPACES TO REPORT-LINE
           STRING "CURRENCY " CY-CODE-TBL(WS-CY-INDEX)
               " - CONTRACTUAL MATURITY GAP"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-CUM-GAP
           MOVE 1 TO WS-BK-INDEX
           PERFORM UNTIL WS-BK-INDEX > WS-BK-COUNT
               COMPUTE WS-GAP =
                   CY-ASSET-M(WS-CY-INDEX, WS-BK-INDEX)
                   - CY-LIAB-M(WS-CY-INDEX, WS-BK-INDEX)
               ADD WS-GAP TO WS-CUM-GAP
               MOVE CY-ASSET-M(WS-CY-INDEX, WS-BK-INDEX) TO WS-ED-ASSET
               MOVE CY-LIAB-M(WS-CY-INDEX, WS-BK-INDEX) TO WS-ED-LIAB
               PERFORM WRITE-BUCKET-LINE
               ADD 1 TO WS-BK-INDEX
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "CURRENCY " CY-CODE-TBL(WS-CY-INDEX)
               " - REPRICING GAP"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-CUM-GAP
           MOVE 0 TO WS-NII-WORK
           MOVE 1 TO WS-BK-INDEX
           PERFORM UNTIL WS-BK-INDEX > WS-BK-COUNT
               COMPUTE WS-GAP =
                   CY-ASSET-R(WS-CY-INDEX, WS-BK-INDEX)
                   - CY-LIAB-R(WS-CY-INDEX, WS-BK-INDEX)
               ADD WS-GAP TO WS-CUM-GAP
               COMPUTE WS-NII-WORK = WS-NII-WORK
                   + WS-GAP * BK-NII-WEIGHT(WS-BK-INDEX)
               MOVE CY-ASSET-R(WS-CY-INDEX, WS-BK-INDEX) TO WS-ED-ASSET
               MOVE CY-LIAB-R(WS-CY-INDEX, WS-BK-INDEX) TO WS-ED-LIAB
               PERFORM WRITE-BUCKET-LINE
               ADD 1 TO WS-BK-INDEX
           END-PERFORM
           COMPUTE WS-NII-UP ROUNDED =
               WS-NII-WORK * WS-SHOCK-BP / 10000
           MOVE WS-NII-UP TO WS-ED-NII-UP
           COMPUTE WS-ED-NII-DOWN = 0 - WS-NII-UP
           MOVE SPACES TO REPORT-LINE
           STRING "CURRENCY " CY-CODE-TBL(WS-CY-INDEX)
               " 12-MONTH NII EFFECT +" WS-SHOCK-BP "BP " WS-ED-NII-UP
               " -" WS-SHOCK-BP "BP " WS-ED-NII-DOWN
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-BUCKET-LINE.
           MOVE WS-GAP TO WS-ED-GAP
           MOVE WS-CUM-GAP TO WS-ED-CUM
           MOVE SPACES TO REPORT-LINE
           STRING "  " BK-LABEL(WS-BK-INDEX)
               " ASSETS " WS-ED-ASSET
               " LIABILITIES " WS-ED-LIAB
               " GAP " WS-ED-GAP
               " CUMULATIVE " WS-ED-CUM
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
