       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMITES-EXPOSICION.
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
           SELECT FACILITY-FILE
               ASSIGN TO DYNAMIC WS-FACILITY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FACILITY-STATUS.
           SELECT TERMDEP-FILE
               ASSIGN TO DYNAMIC WS-TERMDEP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TERMDEP-STATUS.
           SELECT COLLATERAL-FILE
               ASSIGN TO DYNAMIC WS-COLLATERAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-COLLATERAL-STATUS.
           SELECT GROUPS-FILE
               ASSIGN TO DYNAMIC WS-GROUPS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GROUPS-STATUS.
           SELECT GUARANTEES-FILE
               ASSIGN TO DYNAMIC WS-GUARANTEES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GUARANTEES-STATUS.
           SELECT CAPITAL-FILE
               ASSIGN TO DYNAMIC WS-CAPITAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CAPITAL-STATUS.
           SELECT FX-RATES-FILE
               ASSIGN TO DYNAMIC WS-FX-RATES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FX-RATES-STATUS.
           SELECT POSITION-FILE
               ASSIGN TO DYNAMIC WS-POSITION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.
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
       FD  FACILITY-FILE.
       01  FACILITY-RECORD.
           05 FA-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 FA-EXTRA          PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 FA-START          PIC 9(8).
           05 FILLER            PIC X(1).
           05 FA-EXPIRY         PIC 9(8).
           05 FILLER            PIC X(1).
           05 FA-APPROVER       PIC X(8).
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
       FD  COLLATERAL-FILE.
       01  COLLATERAL-RECORD.
           05 CL-ID             PIC X(8).
           05 FILLER            PIC X(1).
           05 CL-LOAN-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 CL-TYPE           PIC X(10).
           05 FILLER            PIC X(1).
           05 CL-VALUE          PIC 9(9)V99.
           05 FILLER            PIC X(1).
           05 CL-VAL-DATE       PIC 9(8).
       FD  GROUPS-FILE.
       01  GROUPS-RECORD.
           05 EG-GROUP          PIC X(8).
           05 FILLER            PIC X(1).
           05 EG-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 EG-LINK           PIC X(1).
       FD  GUARANTEES-FILE.
       01  GUARANTEE-RECORD.
           05 GT-ID             PIC X(8).
           05 FILLER            PIC X(1).
           05 GT-TYPE           PIC X(1).
           05 FILLER            PIC X(1).
           05 GT-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 GT-BENEF-NAME     PIC X(30).
           05 FILLER            PIC X(1).
           05 GT-BENEF-ACCT     PIC X(5).
           05 FILLER            PIC X(1).
           05 GT-AMOUNT         PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 GT-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 GT-ISSUED         PIC 9(8).
           05 FILLER            PIC X(1).
           05 GT-EXPIRY         PIC 9(8).
           05 FILLER            PIC X(1).
           05 GT-MARGIN-ACCT    PIC X(5).
           05 FILLER            PIC X(1).
           05 GT-MARGIN-PCT     PIC 9(3)V99.
           05 FILLER            PIC X(1).
           05 GT-MARGIN         PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 GT-NEXT-COMM      PIC 9(8).
           05 FILLER            PIC X(1).
           05 GT-CLAIMED        PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 GT-STATUS         PIC X(1).
               88 GT-ST-ACTIVE   VALUE 'A'.
               88 GT-ST-EXPIRED  VALUE 'E'.
               88 GT-ST-RELEASED VALUE 'R'.
               88 GT-ST-PAID     VALUE 'P'.
           05 FILLER            PIC X(1).
           05 GT-CLOSED         PIC 9(8).
           05 FILLER            PIC X(1).
           05 GT-AMENDS         PIC 9(2).
       FD  CAPITAL-FILE.
       01  CAPITAL-RECORD.
           05 CP-TYPE           PIC X(1).
           05 FILLER            PIC X(1).
           05 CP-KEY            PIC X(10).
           05 FILLER            PIC X(1).
           05 CP-VALUE          PIC 9(13)V99.
       FD  FX-RATES-FILE.
       01  FX-RATE-RECORD.
           05 FXR-CURRENCY      PIC X(3).
           05 FILLER            PIC X(1).
           05 FXR-RATE          PIC 9(3)V9(6).
           05 FILLER            PIC X(1).
           05 FXR-EFF-DATE      PIC 9(8).
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
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-ACCOUNTS-PATH     PIC X(200).
       01  WS-LOAN-PATH         PIC X(200).
       01  WS-FACILITY-PATH     PIC X(200).
       01  WS-TERMDEP-PATH      PIC X(200).
       01  WS-COLLATERAL-PATH   PIC X(200).
       01  WS-GROUPS-PATH       PIC X(200).
       01  WS-GUARANTEES-PATH   PIC X(200).
       01  WS-CAPITAL-PATH      PIC X(200).
       01  WS-FX-RATES-PATH     PIC X(200).
       01  WS-POSITION-PATH     PIC X(200).
       01  WS-REPORT-PATH       PIC X(200).
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-LOAN-STATUS       PIC XX.
       01  WS-FACILITY-STATUS   PIC XX.
       01  WS-TERMDEP-STATUS    PIC XX.
       01  WS-COLLATERAL-STATUS PIC XX.
       01  WS-GROUPS-STATUS     PIC XX.
       01  WS-GUARANTEES-STATUS PIC XX.
       01  WS-CAPITAL-STATUS    PIC XX.
       01  WS-FX-RATES-STATUS   PIC XX.
       01  WS-POSITION-STATUS   PIC XX.
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  WS-AS-OF             PIC 9(8).
       01  WS-AS-OF-TXT         PIC X(8).
       01  WS-BASE-CCY          PIC X(3) VALUE SPACES.
       01  WS-CAPITAL           PIC 9(13)V99 VALUE 0.
       01  WS-REG-PCT           PIC 9(3)V99 VALUE 0.
       01  WS-INT-PCT           PIC 9(3)V99 VALUE 0.
       01  WS-REG-LIMIT         PIC 9(13)V99 VALUE 0.
       01  WS-INT-LIMIT         PIC 9(13)V99 VALUE 0.
       01  INT-PCT-TABLE.
           05 INT-PCT-ENTRY OCCURS 500 TIMES.
               10 IP-GROUP-TBL    PIC X(8).
               10 IP-PCT-TBL      PIC 9(3)V99.
       01  WS-IP-INDEX          PIC 9(3) VALUE 1.
       01  WS-IP-COUNT          PIC 9(3) VALUE 0.
       01  ELIGIBLE-TABLE.
           05 ELIGIBLE-ENTRY OCCURS 50 TIMES.
               10 EL-TYPE-TBL     PIC X(10).
               10 EL-PCT-TBL      PIC 9(3)V99.
       01  WS-EL-INDEX          PIC 9(2) VALUE 1.
       01  WS-EL-COUNT          PIC 9(2) VALUE 0.
       01  WS-TD-COLL-TYPE      PIC X(10) VALUE "TERMDEP".
       01  FX-TABLE.
           05 FX-ENTRY OCCURS 100 TIMES.
               10 FX-CURRENCY-TBL PIC X(3).
               10 FX-RATE-TBL     PIC 9(3)V9(6).
               10 FX-EFF-DATE-TBL PIC 9(8).
       01  WS-FX-INDEX          PIC 9(3) VALUE 1.
       01  WS-FX-COUNT          PIC 9(3) VALUE 0.
       01  WS-FX-BEST-DATE      PIC 9(8) VALUE 0.
       01  WS-RATE-NOW          PIC 9(3)V9(6).
       01  WS-CONV-CCY          PIC X(3).
       01  WS-CONV-AMT          PIC 9(11)V99.
       01  WS-CONV-BASE         PIC 9(13)V99.
       01  WS-NO-FX-COUNT       PIC 9(5) VALUE 0.
       01  FACILITY-TABLE.
           05 FACILITY-ENTRY OCCURS 5000 TIMES.
               10 FT-ID-TBL       PIC X(5).
               10 FT-EXTRA-TBL    PIC 9(7)V99.
       01  WS-FT-INDEX          PIC 9(4) VALUE 1.
       01  WS-FT-COUNT          PIC 9(4) VALUE 0.
       01  TERMDEP-TABLE.
           05 TERMDEP-ENTRY OCCURS 10000 TIMES.
               10 TT-ID-TBL       PIC X(5).
               10 TT-PRINCIPAL-TBL PIC 9(7)V99.
       01  WS-TT-INDEX          PIC 9(5) VALUE 1.
       01  WS-TT-COUNT          PIC 9(5) VALUE 0.
       01  ACCOUNT-TABLE.
           05 ACCOUNT-ENTRY OCCURS 50000 TIMES.
               10 AT-ID-TBL       PIC X(5).
               10 AT-CUST-TBL     PIC X(5).
               10 AT-CCY-TBL      PIC X(3).
       01  WS-AT-INDEX          PIC 9(6) VALUE 1.
       01  WS-AT-COUNT          PIC 9(6) VALUE 0.
       01  CUSTOMER-TABLE.
           05 CUSTOMER-ENTRY OCCURS 20000 TIMES.
               10 CU-ID-TBL       PIC X(5).
               10 CU-LOANS-TBL    PIC 9(13)V99.
               10 CU-DRAWN-TBL    PIC 9(13)V99.
               10 CU-UNDRAWN-TBL  PIC 9(13)V99.
               10 CU-TDSEC-TBL    PIC 9(13)V99.
               10 CU-COLL-TBL     PIC 9(13)V99.
               10 CU-GUAR-TBL     PIC 9(13)V99.
               10 CU-GMARG-TBL    PIC 9(13)V99.
               10 CU-GROUPED-TBL  PIC X(1).
       01  WS-CU-INDEX          PIC 9(5) VALUE 1.
       01  WS-CU-COUNT          PIC 9(5) VALUE 0.
       01  WS-CU-FOUND          PIC 9(5) VALUE 0.
       01  WS-CU-KEY            PIC X(5).
       01  LOAN-TABLE.
           05 LOAN-ENTRY OCCURS 10000 TIMES.
               10 LT-ID-TBL       PIC X(5).
               10 LT-CUST-IX-TBL  PIC 9(5).
               10 LT-CCY-TBL      PIC X(3).
               10 LT-OPEN-TBL     PIC 9(9)V99.
       01  WS-LT-INDEX          PIC 9(5) VALUE 1.
       01  WS-LT-COUNT          PIC 9(5) VALUE 0.
       01  WS-LT-FOUND          PIC 9(5) VALUE 0.
       01  MEMBER-TABLE.
           05 MEMBER-ENTRY OCCURS 20000 TIMES.
               10 GM-GROUP-TBL    PIC X(8).
               10 GM-CUST-TBL     PIC X(5).
               10 GM-LINK-TBL     PIC X(1).
       01  WS-GM-INDEX          PIC 9(5) VALUE 1.
       01  WS-GM-COUNT          PIC 9(5) VALUE 0.
       01  GROUP-TABLE.
           05 GROUP-ENTRY OCCURS 20000 TIMES.
               10 GR-ID-TBL       PIC X(8).
               10 GR-MEMBERS-TBL  PIC 9(3).
               10 GR-LOANS-TBL    PIC 9(13)V99.
               10 GR-DRAWN-TBL    PIC 9(13)V99.
               10 GR-UNDRAWN-TBL  PIC 9(13)V99.
               10 GR-TDSEC-TBL    PIC 9(13)V99.
               10 GR-COLL-TBL     PIC 9(13)V99.
               10 GR-GUAR-TBL     PIC 9(13)V99.
               10 GR-GMARG-TBL    PIC 9(13)V99.
               10 GR-NET-TBL      PIC 9(13)V99.
               10 GR-INT-LIMIT-TBL PIC 9(13)V99.
               10 GR-STATE-TBL    PIC X(1).
       01  WS-GR-INDEX          PIC 9(5) VALUE 1.
       01  WS-GR-COUNT          PIC 9(5) VALUE 0.
       01  WS-GR-FOUND          PIC 9(5) VALUE 0.
       01  WS-GR-KEY            PIC X(8).
       01  WS-OD-LIMIT          PIC 9(9)V99.
       01  WS-OD-DRAWN          PIC 9(9)V99.
       01  WS-OD-UNDRAWN        PIC 9(9)V99.
       01  WS-CL-PASS           PIC X(1).
       01  WS-CL-ELIGIBLE       PIC 9(11)V99.
       01  WS-GT-OUTSTANDING    PIC 9(7)V99.
       01  WS-GUARANTEE-COUNT   PIC 9(5) VALUE 0.
       01  WS-GROSS             PIC 9(13)V99.
       01  WS-COVER             PIC 9(13)V99.
       01  WS-PCT-CAP           PIC 9(5)V99.
       01  WS-EXCESS            PIC 9(13)V99.
       01  WS-MEMBER-TOTAL      PIC 9(13)V99.
       01  WS-GROUP-REPORTED    PIC 9(5) VALUE 0.
       01  WS-BREACH-COUNT      PIC 9(5) VALUE 0.
       01  WS-INTERNAL-COUNT    PIC 9(5) VALUE 0.
       01  WS-UNMATCHED-COLL    PIC 9(5) VALUE 0.
       01  WS-TABLE-FULL        PIC 9(5) VALUE 0.
       01  WS-EDIT-AMT          PIC Z(10)9.99.
       01  WS-EDIT-AMT2         PIC Z(10)9.99.
       01  WS-EDIT-AMT3         PIC Z(10)9.99.
       01  WS-EDIT-AMT4         PIC Z(10)9.99.
       01  WS-EDIT-AMT5         PIC Z(10)9.99.
       01  WS-EDIT-AMT6         PIC Z(10)9.99.
       01  WS-EDIT-PCT          PIC ZZ9.99.
       01  WS-EDIT-PCT2         PIC ZZ9.99.
       01  WS-EDIT-COUNT        PIC ZZ9.
       01  WS-STATE-TEXT        PIC X(8).
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
           MOVE SPACES TO WS-FACILITY-PATH
           ACCEPT WS-FACILITY-PATH FROM ENVIRONMENT "OD_FACILITIES_PATH"
           IF WS-FACILITY-PATH = SPACES
               MOVE "accounts/OD_FACILITIES.DAT" TO WS-FACILITY-PATH
           END-IF
           MOVE SPACES TO WS-TERMDEP-PATH
           ACCEPT WS-TERMDEP-PATH FROM ENVIRONMENT "TERM_DEPOSITS_PATH"
           IF WS-TERMDEP-PATH = SPACES
               MOVE "accounts/TERM_DEPOSITS.DAT" TO WS-TERMDEP-PATH
           END-IF
           MOVE SPACES TO WS-COLLATERAL-PATH
           ACCEPT WS-COLLATERAL-PATH FROM ENVIRONMENT "COLLATERAL_PATH"
           IF WS-COLLATERAL-PATH = SPACES
               MOVE "accounts/COLLATERAL.DAT" TO WS-COLLATERAL-PATH
           END-IF
           MOVE SPACES TO WS-GROUPS-PATH
           ACCEPT WS-GROUPS-PATH FROM ENVIRONMENT "EXPOSURE_GROUPS_PATH"
           IF WS-GROUPS-PATH = SPACES
               MOVE "accounts/EXPOSURE_GROUPS.DAT" TO WS-GROUPS-PATH
           END-IF
           MOVE SPACES TO WS-GUARANTEES-PATH
           ACCEPT WS-GUARANTEES-PATH FROM ENVIRONMENT "GUARANTEES_PATH"
           IF WS-GUARANTEES-PATH = SPACES
               MOVE "accounts/GUARANTEES.DAT" TO WS-GUARANTEES-PATH
           END-IF
           MOVE SPACES TO WS-CAPITAL-PATH
           ACCEPT WS-CAPITAL-PATH FROM ENVIRONMENT "CAPITAL_PARAMS_PATH"
           IF WS-CAPITAL-PATH = SPACES
               MOVE "accounts/CAPITAL_PARAMS.DAT" TO WS-CAPITAL-PATH
           END-IF
           MOVE SPACES TO WS-FX-RATES-PATH
           ACCEPT WS-FX-RATES-PATH FROM ENVIRONMENT "FX_RATES_PATH"
           IF WS-FX-RATES-PATH = SPACES
               MOVE "accounts/FX_RATES.DAT" TO WS-FX-RATES-PATH
           END-IF
           MOVE SPACES TO WS-POSITION-PATH
           ACCEPT WS-POSITION-PATH
               FROM ENVIRONMENT "EXPOSURE_POSITIONS_PATH"
           IF WS-POSITION-PATH = SPACES
               MOVE "accounts/EXPOSURE_POSITIONS.DAT"
                   TO WS-POSITION-PATH
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           ACCEPT WS-REPORT-PATH
               FROM ENVIRONMENT "EXPOSURE_LIMITS_RPT_PATH"
           IF WS-REPORT-PATH = SPACES
               MOVE "accounts/EXPOSURE_LIMITS.RPT" TO WS-REPORT-PATH
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-AS-OF-TXT
           ACCEPT WS-AS-OF-TXT FROM ENVIRONMENT "EXPOSURE_AS_OF"
           IF WS-AS-OF-TXT = SPACES OR WS-AS-OF-TXT NOT NUMERIC
               MOVE WS-TODAY TO WS-AS-OF
           ELSE
               MOVE WS-AS-OF-TXT TO WS-AS-OF
           END-IF
           PERFORM LOAD-CAPITAL-PARAMS
           IF WS-CAPITAL = 0 OR WS-REG-PCT = 0
               DISPLAY "ERROR CAPITAL BASE OR REGULATORY LIMIT "
                   "MISSING FROM " WS-CAPITAL-PATH
               STOP RUN
           END-IF
           IF WS-INT-PCT = 0
               MOVE WS-REG-PCT TO WS-INT-PCT
           END-IF
           COMPUTE WS-REG-LIMIT ROUNDED =
               WS-CAPITAL * WS-REG-PCT / 100
           PERFORM LOAD-FX-RATES
           PERFORM LOAD-FACILITIES
           PERFORM LOAD-TERM-DEPOSITS
           PERFORM LOAD-ACCOUNT-EXPOSURES
           PERFORM LOAD-LOAN-EXPOSURES
           PERFORM LOAD-GUARANTEE-EXPOSURES
           MOVE 'T' TO WS-CL-PASS
           PERFORM APPLY-COLLATERAL
           MOVE 'O' TO WS-CL-PASS
           PERFORM APPLY-COLLATERAL
           PERFORM LOAD-GROUP-MEMBERS
           PERFORM BUILD-GROUP-TOTALS
           PERFORM ADD-UNGROUPED-CUSTOMERS
           PERFORM ASSESS-GROUP-LIMITS
           PERFORM WRITE-LIMIT-REPORT
           PERFORM WRITE-POSITION-FILE
           DISPLAY "EXPOSURE LIMITS - GROUPS " WS-GROUP-REPORTED
               " BREACHES " WS-BREACH-COUNT
               " OVER INTERNAL " WS-INTERNAL-COUNT
           STOP RUN.

       LOAD-CAPITAL-PARAMS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CAPITAL-FILE
           IF WS-CAPITAL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CAPITAL-FILE INTO CAPITAL-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CP-VALUE NUMERIC
                           EVALUATE CP-TYPE
                               WHEN 'C'
                                   MOVE CP-VALUE TO WS-CAPITAL
                                   MOVE CP-KEY(1:3) TO WS-BASE-CCY
                               WHEN 'R'
                                   MOVE CP-VALUE TO WS-REG-PCT
                               WHEN 'I'
                                   IF CP-KEY = SPACES
                                       MOVE CP-VALUE TO WS-INT-PCT
                                   ELSE
                                   IF WS-IP-COUNT < 500
                                       ADD 1 TO WS-IP-COUNT
                                       MOVE CP-KEY(1:8)
                                           TO IP-GROUP-TBL(WS-IP-COUNT)
                                       MOVE CP-VALUE
                                           TO IP-PCT-TBL(WS-IP-COUNT)
                                   END-IF
                                   END-IF
                               WHEN 'E'
                                   IF WS-EL-COUNT < 50
                                       ADD 1 TO WS-EL-COUNT
                                       MOVE CP-KEY
                                           TO EL-TYPE-TBL(WS-EL-COUNT)
                                       MOVE CP-VALUE
                                           TO EL-PCT-TBL(WS-EL-COUNT)
                                   END-IF
                           END-EVALUATE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CAPITAL-FILE
           END-IF
           IF WS-BASE-CCY = SPACES
               MOVE "USD" TO WS-BASE-CCY
           END-IF
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

       LOAD-FACILITIES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FACILITY-FILE
           IF WS-FACILITY-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-FT-COUNT >= 5000
                   READ FACILITY-FILE INTO FACILITY-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FA-EXTRA NUMERIC
                               AND FA-START NUMERIC
                               AND FA-EXPIRY NUMERIC
                               AND FA-START <= WS-AS-OF
                               AND FA-EXPIRY >= WS-AS-OF
                           ADD 1 TO WS-FT-COUNT
                           MOVE FA-ID TO FT-ID-TBL(WS-FT-COUNT)
                           MOVE FA-EXTRA TO FT-EXTRA-TBL(WS-FT-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FACILITY-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-TERM-DEPOSITS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TERMDEP-FILE
           IF WS-TERMDEP-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-TT-COUNT >= 10000
                   READ TERMDEP-FILE INTO TERMDEP-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TD-STATUS = 'A' AND TD-PRINCIPAL NUMERIC
                           ADD 1 TO WS-TT-COUNT
                           MOVE TD-ID TO TT-ID-TBL(WS-TT-COUNT)
                           MOVE TD-PRINCIPAL
                               TO TT-PRINCIPAL-TBL(WS-TT-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE TERMDEP-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-ACCOUNT-EXPOSURES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "ERROR ACCOUNTS OPEN " WS-ACCOUNTS-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCOUNTS-FILE INTO ACCOUNTS-RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF AC-CURRENCY = SPACES
                       MOVE "USD" TO AC-CURRENCY
                   END-IF
                   IF AC-CUST-ID = SPACES
                       MOVE AC-ID TO AC-CUST-ID
                   END-IF
                   IF WS-AT-COUNT < 50000
                       ADD 1 TO WS-AT-COUNT
                       MOVE AC-ID TO AT-ID-TBL(WS-AT-COUNT)
                       MOVE AC-CUST-ID TO AT-CUST-TBL(WS-AT-COUNT)
                       MOVE AC-CURRENCY TO AT-CCY-TBL(WS-AT-COUNT)
                   END-IF
                   IF AC-STATUS NOT = 'C' AND AC-TYPE NOT = 'L'
                           AND AC-SALDO NUMERIC
                       PERFORM MEASURE-OVERDRAFT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           MOVE 'N' TO WS-EOF.

       MEASURE-OVERDRAFT.
           MOVE 0 TO WS-OD-LIMIT
           IF AC-OVERDRAFT-LIMIT NUMERIC
               MOVE AC-OVERDRAFT-LIMIT TO WS-OD-LIMIT
           END-IF
           MOVE 1 TO WS-FT-INDEX
           PERFORM UNTIL WS-FT-INDEX > WS-FT-COUNT
               IF FT-ID-TBL(WS-FT-INDEX) = AC-ID
                   ADD FT-EXTRA-TBL(WS-FT-INDEX) TO WS-OD-LIMIT
               END-IF
               ADD 1 TO WS-FT-INDEX
           END-PERFORM
           MOVE 0 TO WS-OD-DRAWN
           IF AC-SALDO < 0
               COMPUTE WS-OD-DRAWN = 0 - AC-SALDO
           END-IF
           MOVE 0 TO WS-OD-UNDRAWN
           IF WS-OD-LIMIT > WS-OD-DRAWN
               COMPUTE WS-OD-UNDRAWN = WS-OD-LIMIT - WS-OD-DRAWN
           END-IF
           IF WS-OD-DRAWN > 0 OR WS-OD-UNDRAWN > 0
               MOVE AC-CUST-ID TO WS-CU-KEY
               PERFORM FIND-OR-ADD-CUSTOMER
               IF WS-CU-FOUND > 0
                   MOVE AC-CURRENCY TO WS-CONV-CCY
                   MOVE WS-OD-DRAWN TO WS-CONV-AMT
                   PERFORM CONVERT-TO-BASE
                   ADD WS-CONV-BASE TO CU-DRAWN-TBL(WS-CU-FOUND)
                   MOVE WS-OD-UNDRAWN TO WS-CONV-AMT
                   PERFORM CONVERT-TO-BASE
                   ADD WS-CONV-BASE TO CU-UNDRAWN-TBL(WS-CU-FOUND)
               END-IF
           END-IF.

       LOAD-LOAN-EXPOSURES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-LOAN-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LOAN-MASTER-FILE INTO LOAN-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LN-STATUS NOT = 'P' AND LN-STATUS NOT = 'W'
                               AND LN-BALANCE NUMERIC
                               AND LN-BALANCE > 0
                           PERFORM BOOK-LOAN-EXPOSURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       BOOK-LOAN-EXPOSURE.
           MOVE LN-DISB-ACCT TO WS-CU-KEY
           MOVE WS-BASE-CCY TO WS-CONV-CCY
           MOVE 1 TO WS-AT-INDEX
           PERFORM UNTIL WS-AT-INDEX > WS-AT-COUNT
               IF AT-ID-TBL(WS-AT-INDEX) = LN-ID
                   MOVE AT-CUST-TBL(WS-AT-INDEX) TO WS-CU-KEY
                   MOVE AT-CCY-TBL(WS-AT-INDEX) TO WS-CONV-CCY
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-AT-INDEX
           END-PERFORM
           IF WS-AT-INDEX > WS-AT-COUNT
               MOVE 1 TO WS-AT-INDEX
               PERFORM UNTIL WS-AT-INDEX > WS-AT-COUNT
                   IF AT-ID-TBL(WS-AT-INDEX) = LN-DISB-ACCT
                       MOVE AT-CUST-TBL(WS-AT-INDEX) TO WS-CU-KEY
                       MOVE AT-CCY-TBL(WS-AT-INDEX) TO WS-CONV-CCY
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-AT-INDEX
               END-PERFORM
           END-IF
           PERFORM FIND-OR-ADD-CUSTOMER
           IF WS-CU-FOUND > 0
               MOVE LN-BALANCE TO WS-CONV-AMT
               PERFORM CONVERT-TO-BASE
               ADD WS-CONV-BASE TO CU-LOANS-TBL(WS-CU-FOUND)
               IF WS-LT-COUNT < 10000
                   ADD 1 TO WS-LT-COUNT
                   MOVE LN-ID TO LT-ID-TBL(WS-LT-COUNT)
                   MOVE WS-CU-FOUND TO LT-CUST-IX-TBL(WS-LT-COUNT)
                   MOVE WS-CONV-CCY TO LT-CCY-TBL(WS-LT-COUNT)
                   MOVE LN-BALANCE TO LT-OPEN-TBL(WS-LT-COUNT)
               ELSE
                   ADD 1 TO WS-TABLE-FULL
               END-IF
           END-IF.

       LOAD-GUARANTEE-EXPOSURES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT GUARANTEES-FILE
           IF WS-GUARANTEES-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GUARANTEES-FILE INTO GUARANTEE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GT-ST-ACTIVE AND GT-AMOUNT NUMERIC
                               AND GT-CLAIMED NUMERIC
                               AND GT-MARGIN NUMERIC
                               AND GT-EXPIRY NUMERIC
                               AND GT-EXPIRY >= WS-AS-OF
                               AND GT-AMOUNT > GT-CLAIMED
                           PERFORM BOOK-GUARANTEE-EXPOSURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARANTEES-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       BOOK-GUARANTEE-EXPOSURE.
           MOVE GT-CUST-ID TO WS-CU-KEY
           PERFORM FIND-OR-ADD-CUSTOMER
           IF WS-CU-FOUND > 0
               ADD 1 TO WS-GUARANTEE-COUNT
               COMPUTE WS-GT-OUTSTANDING = GT-AMOUNT - GT-CLAIMED
               MOVE GT-CURRENCY TO WS-CONV-CCY
               MOVE WS-GT-OUTSTANDING TO WS-CONV-AMT
               PERFORM CONVERT-TO-BASE
               ADD WS-CONV-BASE TO CU-GUAR-TBL(WS-CU-FOUND)
               MOVE GT-MARGIN TO WS-CONV-AMT
               PERFORM CONVERT-TO-BASE
               ADD WS-CONV-BASE TO CU-GMARG-TBL(WS-CU-FOUND)
           END-IF.

       FIND-OR-ADD-CUSTOMER.
           MOVE 0 TO WS-CU-FOUND
           MOVE 1 TO WS-CU-INDEX
           PERFORM UNTIL WS-CU-INDEX > WS-CU-COUNT
               IF CU-ID-TBL(WS-CU-INDEX) = WS-CU-KEY
                   MOVE WS-CU-INDEX TO WS-CU-FOUND
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CU-INDEX
           END-PERFORM
           IF WS-CU-FOUND = 0
               IF WS-CU-COUNT < 20000
                   ADD 1 TO WS-CU-COUNT
                   MOVE WS-CU-COUNT TO WS-CU-FOUND
                   MOVE WS-CU-KEY TO CU-ID-TBL(WS-CU-FOUND)
                   MOVE 0 TO CU-LOANS-TBL(WS-CU-FOUND)
                   MOVE 0 TO CU-DRAWN-TBL(WS-CU-FOUND)
                   MOVE 0 TO CU-UNDRAWN-TBL(WS-CU-FOUND)
                   MOVE 0 TO CU-TDSEC-TBL(WS-CU-FOUND)
                   MOVE 0 TO CU-COLL-TBL(WS-CU-FOUND)
                   MOVE 0 TO CU-GUAR-TBL(WS-CU-FOUND)
                   MOVE 0 TO CU-GMARG-TBL(WS-CU-FOUND)
                   MOVE 'N' TO CU-GROUPED-TBL(WS-CU-FOUND)
               ELSE
                   ADD 1 TO WS-TABLE-FULL
               END-IF
           END-IF.

       CONVERT-TO-BASE.
           MOVE 0 TO WS-RATE-NOW
           MOVE 0 TO WS-FX-BEST-DATE
           IF WS-CONV-CCY = WS-BASE-CCY
               MOVE 1 TO WS-RATE-NOW
           ELSE
               MOVE 1 TO WS-FX-INDEX
               PERFORM UNTIL WS-FX-INDEX > WS-FX-COUNT
                   IF FX-CURRENCY-TBL(WS-FX-INDEX) = WS-CONV-CCY
                           AND FX-EFF-DATE-TBL(WS-FX-INDEX)
                               >= WS-FX-BEST-DATE
                       MOVE FX-RATE-TBL(WS-FX-INDEX) TO WS-RATE-NOW
                       MOVE FX-EFF-DATE-TBL(WS-FX-INDEX)
                           TO WS-FX-BEST-DATE
                   END-IF
                   ADD 1 TO WS-FX-INDEX
               END-PERFORM
           END-IF
           IF WS-RATE-NOW = 0
               MOVE WS-CONV-AMT TO WS-CONV-BASE
               IF WS-CONV-AMT > 0
                   ADD 1 TO WS-NO-FX-COUNT
               END-IF
           ELSE
               COMPUTE WS-CONV-BASE ROUNDED =
                   WS-CONV-AMT * WS-RATE-NOW
           END-IF.

       APPLY-COLLATERAL.
           MOVE 'N' TO WS-EOF
           OPEN INPUT COLLATERAL-FILE
           IF WS-COLLATERAL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ COLLATERAL-FILE INTO COLLATERAL-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CL-VALUE NUMERIC
                           IF WS-CL-PASS = 'T'
                               IF CL-TYPE = WS-TD-COLL-TYPE
                                   PERFORM APPLY-ONE-COLLATERAL
                               END-IF
                           ELSE
                               IF CL-TYPE NOT = WS-TD-COLL-TYPE
                                   PERFORM APPLY-ONE-COLLATERAL
                               END-IF
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE COLLATERAL-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       APPLY-ONE-COLLATERAL.
           MOVE 0 TO WS-LT-FOUND
           MOVE 1 TO WS-LT-INDEX
           PERFORM UNTIL WS-LT-INDEX > WS-LT-COUNT
               IF LT-ID-TBL(WS-LT-INDEX) = CL-LOAN-ID
                   MOVE WS-LT-INDEX TO WS-LT-FOUND
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-LT-INDEX
           END-PERFORM
           IF WS-LT-FOUND = 0
               IF WS-CL-PASS = 'T'
                   ADD 1 TO WS-UNMATCHED-COLL
               END-IF
           ELSE
               MOVE 0 TO WS-CL-ELIGIBLE
               IF WS-CL-PASS = 'T'
                   MOVE 1 TO WS-TT-INDEX
                   PERFORM UNTIL WS-TT-INDEX > WS-TT-COUNT
                       IF TT-ID-TBL(WS-TT-INDEX) = CL-ID(1:5)
                               AND CL-ID(6:3) = SPACES
                           MOVE CL-VALUE TO WS-CL-ELIGIBLE
                           IF TT-PRINCIPAL-TBL(WS-TT-INDEX)
                                   < WS-CL-ELIGIBLE
                               MOVE TT-PRINCIPAL-TBL(WS-TT-INDEX)
                                   TO WS-CL-ELIGIBLE
                           END-IF
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-TT-INDEX
                   END-PERFORM
               ELSE
                   MOVE 1 TO WS-EL-INDEX
                   PERFORM UNTIL WS-EL-INDEX > WS-EL-COUNT
                       IF EL-TYPE-TBL(WS-EL-INDEX) = CL-TYPE
                           COMPUTE WS-CL-ELIGIBLE ROUNDED =
                               CL-VALUE * EL-PCT-TBL(WS-EL-INDEX)
                                   / 100
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-EL-INDEX
                   END-PERFORM
               END-IF
               IF WS-CL-ELIGIBLE > LT-OPEN-TBL(WS-LT-FOUND)
                   MOVE LT-OPEN-TBL(WS-LT-FOUND) TO WS-CL-ELIGIBLE
               END-IF
               IF WS-CL-ELIGIBLE > 0
                   SUBTRACT WS-CL-ELIGIBLE FROM LT-OPEN-TBL(WS-LT-FOUND)
                   MOVE LT-CCY-TBL(WS-LT-FOUND) TO WS-CONV-CCY
                   MOVE WS-CL-ELIGIBLE TO WS-CONV-AMT
                   PERFORM CONVERT-TO-BASE
                   MOVE LT-CUST-IX-TBL(WS-LT-FOUND) TO WS-CU-FOUND
                   IF WS-CL-PASS = 'T'
                       ADD WS-CONV-BASE TO CU-TDSEC-TBL(WS-CU-FOUND)
                   ELSE
                       ADD WS-CONV-BASE TO CU-COLL-TBL(WS-CU-FOUND)
                   END-IF
               END-IF
           END-IF.

       LOAD-GROUP-MEMBERS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT GROUPS-FILE
           IF WS-GROUPS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-GM-COUNT >= 20000
                   READ GROUPS-FILE INTO GROUPS-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EG-GROUP NOT = SPACES
                               AND EG-CUST-ID NOT = SPACES
                           ADD 1 TO WS-GM-COUNT
                           MOVE EG-GROUP TO GM-GROUP-TBL(WS-GM-COUNT)
                           MOVE EG-CUST-ID TO GM-CUST-TBL(WS-GM-COUNT)
                           MOVE EG-LINK TO GM-LINK-TBL(WS-GM-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE GROUPS-FILE
           ELSE
               DISPLAY "NO EXPOSURE GROUPS FILE - CUSTOMERS "
                   "ASSESSED INDIVIDUALLY"
           END-IF
           MOVE 'N' TO WS-EOF.

       BUILD-GROUP-TOTALS.
           MOVE 1 TO WS-GM-INDEX
           PERFORM UNTIL WS-GM-INDEX > WS-GM-COUNT
               MOVE GM-GROUP-TBL(WS-GM-INDEX) TO WS-GR-KEY
               PERFORM FIND-OR-ADD-GROUP
               IF WS-GR-FOUND > 0
                   ADD 1 TO GR-MEMBERS-TBL(WS-GR-FOUND)
                   MOVE GM-CUST-TBL(WS-GM-INDEX) TO WS-CU-KEY
                   PERFORM FIND-CUSTOMER
                   IF WS-CU-FOUND > 0
                       MOVE 'Y' TO CU-GROUPED-TBL(WS-CU-FOUND)
                       PERFORM ADD-CUSTOMER-TO-GROUP
                   END-IF
               END-IF
               ADD 1 TO WS-GM-INDEX
           END-PERFORM.

       ADD-UNGROUPED-CUSTOMERS.
           MOVE 1 TO WS-CU-INDEX
           PERFORM UNTIL WS-CU-INDEX > WS-CU-COUNT
               IF CU-GROUPED-TBL(WS-CU-INDEX) = 'N'
                   MOVE SPACES TO WS-GR-KEY
                   MOVE CU-ID-TBL(WS-CU-INDEX) TO WS-GR-KEY
                   PERFORM FIND-OR-ADD-GROUP
                   IF WS-GR-FOUND > 0
                       ADD 1 TO GR-MEMBERS-TBL(WS-GR-FOUND)
                       MOVE WS-CU-INDEX TO WS-CU-FOUND
                       PERFORM ADD-CUSTOMER-TO-GROUP
                   END-IF
               END-IF
               ADD 1 TO WS-CU-INDEX
           END-PERFORM.

       FIND-CUSTOMER.
           MOVE 0 TO WS-CU-FOUND
           MOVE 1 TO WS-CU-INDEX
           PERFORM UNTIL WS-CU-INDEX > WS-CU-COUNT
               IF CU-ID-TBL(WS-CU-INDEX) = WS-CU-KEY
                   MOVE WS-CU-INDEX TO WS-CU-FOUND
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CU-INDEX
           END-PERFORM.

       FIND-OR-ADD-GROUP.
           MOVE 0 TO WS-GR-FOUND
           MOVE 1 TO WS-GR-INDEX
           PERFORM UNTIL WS-GR-INDEX > WS-GR-COUNT
               IF GR-ID-TBL(WS-GR-INDEX) = WS-GR-KEY
                   MOVE WS-GR-INDEX TO WS-GR-FOUND
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-GR-INDEX
           END-PERFORM
           IF WS-GR-FOUND = 0
               IF WS-GR-COUNT < 20000
                   ADD 1 TO WS-GR-COUNT
                   MOVE WS-GR-COUNT TO WS-GR-FOUND
                   MOVE WS-GR-KEY TO GR-ID-TBL(WS-GR-FOUND)
                   MOVE 0 TO GR-MEMBERS-TBL(WS-GR-FOUND)
                   MOVE 0 TO GR-LOANS-TBL(WS-GR-FOUND)
                   MOVE 0 TO GR-DRAWN-TBL(WS-GR-FOUND)
                   MOVE 0 TO GR-UNDRAWN-TBL(WS-GR-FOUND)
                   MOVE 0 TO GR-TDSEC-TBL(WS-GR-FOUND)
                   MOVE 0 TO GR-COLL-TBL(WS-GR-FOUND)
                   MOVE 0 TO GR-GUAR-TBL(WS-GR-FOUND)
                   MOVE 0 TO GR-GMARG-TBL(WS-GR-FOUND)
                   MOVE 0 TO GR-NET-TBL(WS-GR-FOUND)
                   MOVE 0 TO GR-INT-LIMIT-TBL(WS-GR-FOUND)
                   MOVE 'K' TO GR-STATE-TBL(WS-GR-FOUND)
               ELSE
                   ADD 1 TO WS-TABLE-FULL
               END-IF
           END-IF.

       ADD-CUSTOMER-TO-GROUP.
           ADD CU-LOANS-TBL(WS-CU-FOUND) TO GR-LOANS-TBL(WS-GR-FOUND)
           ADD CU-DRAWN-TBL(WS-CU-FOUND) TO GR-DRAWN-TBL(WS-GR-FOUND)
           ADD CU-UNDRAWN-TBL(WS-CU-FOUND)
               TO GR-UNDRAWN-TBL(WS-GR-FOUND)
           ADD CU-TDSEC-TBL(WS-CU-FOUND) TO GR-TDSEC-TBL(WS-GR-FOUND)
           ADD CU-COLL-TBL(WS-CU-FOUND) TO GR-COLL-TBL(WS-GR-FOUND)
           ADD CU-GUAR-TBL(WS-CU-FOUND) TO GR-GUAR-TBL(WS-GR-FOUND)
           ADD CU-GMARG-TBL(WS-CU-FOUND)
               TO GR-GMARG-TBL(WS-GR-FOUND).

       ASSESS-GROUP-LIMITS.
           MOVE 1 TO WS-GR-INDEX
           PERFORM UNTIL WS-GR-INDEX > WS-GR-COUNT
               COMPUTE WS-GROSS = GR-LOANS-TBL(WS-GR-INDEX)
                   + GR-DRAWN-TBL(WS-GR-INDEX)
                   + GR-UNDRAWN-TBL(WS-GR-INDEX)
                   + GR-GUAR-TBL(WS-GR-INDEX)
               COMPUTE WS-COVER = GR-TDSEC-TBL(WS-GR-INDEX)
                   + GR-COLL-TBL(WS-GR-INDEX)
                   + GR-GMARG-TBL(WS-GR-INDEX)
               IF WS-GROSS > WS-COVER
                   COMPUTE GR-NET-TBL(WS-GR-INDEX) =
                       WS-GROSS - WS-COVER
               ELSE
                   MOVE 0 TO GR-NET-TBL(WS-GR-INDEX)
               END-IF
               MOVE 1 TO WS-IP-INDEX
               PERFORM UNTIL WS-IP-INDEX > WS-IP-COUNT
                   IF IP-GROUP-TBL(WS-IP-INDEX)
                           = GR-ID-TBL(WS-GR-INDEX)
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-IP-INDEX
               END-PERFORM
               IF WS-IP-INDEX > WS-IP-COUNT
                   COMPUTE GR-INT-LIMIT-TBL(WS-GR-INDEX) ROUNDED =
                       WS-CAPITAL * WS-INT-PCT / 100
               ELSE
                   COMPUTE GR-INT-LIMIT-TBL(WS-GR-INDEX) ROUNDED =
                       WS-CAPITAL * IP-PCT-TBL(WS-IP-INDEX) / 100
               END-IF
               IF GR-NET-TBL(WS-GR-INDEX) > WS-REG-LIMIT
                   MOVE 'B' TO GR-STATE-TBL(WS-GR-INDEX)
                   ADD 1 TO WS-BREACH-COUNT
               ELSE
               IF GR-NET-TBL(WS-GR-INDEX)
                       > GR-INT-LIMIT-TBL(WS-GR-INDEX)
                   MOVE 'I' TO GR-STATE-TBL(WS-GR-INDEX)
                   ADD 1 TO WS-INTERNAL-COUNT
               ELSE
                   MOVE 'K' TO GR-STATE-TBL(WS-GR-INDEX)
               END-IF
               END-IF
               ADD 1 TO WS-GR-INDEX
           END-PERFORM.

       WRITE-LIMIT-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "LARGE EXPOSURE AND CONNECTED GROUP LIMITS AS OF "
               WS-AS-OF " BASE CURRENCY " WS-BASE-CCY
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CAPITAL TO WS-EDIT-AMT
           MOVE WS-REG-PCT TO WS-EDIT-PCT
           MOVE WS-REG-LIMIT TO WS-EDIT-AMT2
           MOVE SPACES TO REPORT-LINE
           STRING "CAPITAL BASE " WS-EDIT-AMT
               "  REGULATORY LIMIT " WS-EDIT-PCT "% = " WS-EDIT-AMT2
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE WS-INT-LIMIT ROUNDED =
               WS-CAPITAL * WS-INT-PCT / 100
           MOVE WS-INT-PCT TO WS-EDIT-PCT
           MOVE WS-INT-LIMIT TO WS-EDIT-AMT
           MOVE SPACES TO REPORT-LINE
           STRING "INTERNAL SUB-LIMIT " WS-EDIT-PCT "% = " WS-EDIT-AMT
               "  GROUP OVERRIDES " WS-IP-COUNT
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "GROUP    MBR          LOANS       OD DRAWN"
               "     OD UNDRAWN     TD-SECURED     OTHER COLL"
               "   NET EXPOSURE  %CAP STATUS"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 1 TO WS-GR-INDEX
           PERFORM UNTIL WS-GR-INDEX > WS-GR-COUNT
               COMPUTE WS-GROSS = GR-LOANS-TBL(WS-GR-INDEX)
                   + GR-DRAWN-TBL(WS-GR-INDEX)
                   + GR-UNDRAWN-TBL(WS-GR-INDEX)
                   + GR-GUAR-TBL(WS-GR-INDEX)
               IF WS-GROSS > 0
                   PERFORM WRITE-GROUP-LINES
               END-IF
               ADD 1 TO WS-GR-INDEX
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "GROUPS REPORTED " WS-GROUP-REPORTED
               "  REGULATORY BREACHES " WS-BREACH-COUNT
               "  OVER INTERNAL SUB-LIMIT " WS-INTERNAL-COUNT
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-GUARANTEE-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "CONTINGENT GUARANTEES INCLUDED "
                   WS-GUARANTEE-COUNT
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-NO-FX-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "WARNING - " WS-NO-FX-COUNT
                   " AMOUNTS HAD NO FX RATE AND WERE TAKEN AT FACE"
                   " VALUE"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-UNMATCHED-COLL > 0
               MOVE SPACES TO REPORT-LINE
               STRING "WARNING - " WS-UNMATCHED-COLL
                   " TERM DEPOSIT PLEDGES NOT LINKED TO AN OPEN LOAN"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-TABLE-FULL > 0
               MOVE SPACES TO REPORT-LINE
               STRING "WARNING - " WS-TABLE-FULL
                   " ITEMS DROPPED - WORK TABLES FULL"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE.

       WRITE-GROUP-LINES.
           ADD 1 TO WS-GROUP-REPORTED
           MOVE GR-MEMBERS-TBL(WS-GR-INDEX) TO WS-EDIT-COUNT
           MOVE GR-LOANS-TBL(WS-GR-INDEX) TO WS-EDIT-AMT
           MOVE GR-DRAWN-TBL(WS-GR-INDEX) TO WS-EDIT-AMT2
           MOVE GR-UNDRAWN-TBL(WS-GR-INDEX) TO WS-EDIT-AMT3
           MOVE GR-TDSEC-TBL(WS-GR-INDEX) TO WS-EDIT-AMT4
           MOVE GR-COLL-TBL(WS-GR-INDEX) TO WS-EDIT-AMT5
           MOVE GR-NET-TBL(WS-GR-INDEX) TO WS-EDIT-AMT6
           COMPUTE WS-PCT-CAP ROUNDED =
               GR-NET-TBL(WS-GR-INDEX) * 100 / WS-CAPITAL
           IF WS-PCT-CAP > 999.99
               MOVE 999.99 TO WS-PCT-CAP
           END-IF
           MOVE WS-PCT-CAP TO WS-EDIT-PCT2
           EVALUATE GR-STATE-TBL(WS-GR-INDEX)
               WHEN 'B'
                   MOVE "BREACH" TO WS-STATE-TEXT
               WHEN 'I'
                   MOVE "OVER-INT" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE "OK" TO WS-STATE-TEXT
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE
           STRING GR-ID-TBL(WS-GR-INDEX) " " WS-EDIT-COUNT
               " " WS-EDIT-AMT " " WS-EDIT-AMT2 " " WS-EDIT-AMT3
               " " WS-EDIT-AMT4 " " WS-EDIT-AMT5 " " WS-EDIT-AMT6
               " " WS-EDIT-PCT2 " " WS-STATE-TEXT
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           IF GR-GUAR-TBL(WS-GR-INDEX) > 0
               MOVE GR-GUAR-TBL(WS-GR-INDEX) TO WS-EDIT-AMT
               MOVE GR-GMARG-TBL(WS-GR-INDEX) TO WS-EDIT-AMT2
               MOVE SPACES TO REPORT-LINE
               STRING "    CONTINGENT GUARANTEES " WS-EDIT-AMT
                   "  CASH MARGIN " WS-EDIT-AMT2
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF GR-STATE-TBL(WS-GR-INDEX) = 'B'
               COMPUTE WS-EXCESS =
                   GR-NET-TBL(WS-GR-INDEX) - WS-REG-LIMIT
               MOVE WS-REG-LIMIT TO WS-EDIT-AMT
               MOVE WS-EXCESS TO WS-EDIT-AMT2
               MOVE SPACES TO REPORT-LINE
               STRING "    *** EXCEEDS REGULATORY LIMIT " WS-EDIT-AMT
                   " BY " WS-EDIT-AMT2
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF GR-STATE-TBL(WS-GR-INDEX) = 'I'
               COMPUTE WS-EXCESS = GR-NET-TBL(WS-GR-INDEX)
                   - GR-INT-LIMIT-TBL(WS-GR-INDEX)
               MOVE GR-INT-LIMIT-TBL(WS-GR-INDEX) TO WS-EDIT-AMT
               MOVE WS-EXCESS TO WS-EDIT-AMT2
               MOVE SPACES TO REPORT-LINE
               STRING "    *** EXCEEDS INTERNAL SUB-LIMIT "
                   WS-EDIT-AMT " BY " WS-EDIT-AMT2
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE 1 TO WS-GM-INDEX
           PERFORM UNTIL WS-GM-INDEX > WS-GM-COUNT
               IF GM-GROUP-TBL(WS-GM-INDEX) = GR-ID-TBL(WS-GR-INDEX)
                   PERFORM WRITE-MEMBER-LINE
               END-IF
               ADD 1 TO WS-GM-INDEX
           END-PERFORM.

       WRITE-MEMBER-LINE.
           MOVE GM-CUST-TBL(WS-GM-INDEX) TO WS-CU-KEY
           PERFORM FIND-CUSTOMER
           MOVE 0 TO WS-MEMBER-TOTAL
           IF WS-CU-FOUND > 0
               COMPUTE WS-MEMBER-TOTAL = CU-LOANS-TBL(WS-CU-FOUND)
                   + CU-DRAWN-TBL(WS-CU-FOUND)
                   + CU-UNDRAWN-TBL(WS-CU-FOUND)
                   + CU-GUAR-TBL(WS-CU-FOUND)
           END-IF
           MOVE WS-MEMBER-TOTAL TO WS-EDIT-AMT
           MOVE SPACES TO REPORT-LINE
           EVALUATE GM-LINK-TBL(WS-GM-INDEX)
               WHEN 'O'
                   STRING "    MEMBER " GM-CUST-TBL(WS-GM-INDEX)
                       " COMMON OWNERSHIP  GROSS " WS-EDIT-AMT
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
               WHEN 'G'
                   STRING "    MEMBER " GM-CUST-TBL(WS-GM-INDEX)
                       " GUARANTOR         GROSS " WS-EDIT-AMT
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
               WHEN 'F'
                   STRING "    MEMBER " GM-CUST-TBL(WS-GM-INDEX)
                       " FAMILY            GROSS " WS-EDIT-AMT
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
               WHEN OTHER
                   STRING "    MEMBER " GM-CUST-TBL(WS-GM-INDEX)
                       " LINK " GM-LINK-TBL(WS-GM-INDEX)
                       "            GROSS " WS-EDIT-AMT
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE.

       WRITE-POSITION-FILE.
           OPEN OUTPUT POSITION-FILE
           MOVE SPACES TO POSITION-RECORD
           MOVE "*LIMITS*" TO XP-GROUP
           MOVE WS-BASE-CCY TO XP-CURRENCY
           MOVE 0 TO XP-NET
           MOVE WS-REG-LIMIT TO XP-REG-LIMIT
           COMPUTE XP-INT-LIMIT ROUNDED =
               WS-CAPITAL * WS-INT-PCT / 100
           MOVE WS-AS-OF TO XP-AS-OF
           WRITE POSITION-RECORD
           MOVE 1 TO WS-GR-INDEX
           PERFORM UNTIL WS-GR-INDEX > WS-GR-COUNT
               MOVE SPACES TO POSITION-RECORD
               MOVE GR-ID-TBL(WS-GR-INDEX) TO XP-GROUP
               MOVE WS-BASE-CCY TO XP-CURRENCY
               MOVE GR-NET-TBL(WS-GR-INDEX) TO XP-NET
               MOVE WS-REG-LIMIT TO XP-REG-LIMIT
               MOVE GR-INT-LIMIT-TBL(WS-GR-INDEX) TO XP-INT-LIMIT
               MOVE WS-AS-OF TO XP-AS-OF
               WRITE POSITION-RECORD
               ADD 1 TO WS-GR-INDEX
           END-PERFORM
           CLOSE POSITION-FILE.
