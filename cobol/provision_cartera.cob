       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISION-CARTERA.
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
           SELECT COLLATERAL-FILE
               ASSIGN TO DYNAMIC WS-COLLATERAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-COLLATERAL-STATUS.
           SELECT PROVISION-FILE
               ASSIGN TO DYNAMIC WS-PROVISION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROVISION-STATUS.
           SELECT CHARGEOFF-FILE
               ASSIGN TO DYNAMIC WS-CHARGEOFF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHARGEOFF-STATUS.
           SELECT RECEIPTS-FILE
               ASSIGN TO DYNAMIC WS-RECEIPTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RECEIPTS-STATUS.
           SELECT RECOVERIES-FILE
               ASSIGN TO DYNAMIC WS-RECOVERIES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RECOVERIES-STATUS.
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
       FD  PROVISION-FILE.
       01  PROVISION-RECORD.
           05 PV-LOAN-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 PV-STAGE          PIC 9(1).
           05 FILLER            PIC X(1).
           05 PV-DAYS-PAST      PIC 9(5).
           05 FILLER            PIC X(1).
           05 PV-LTV            PIC 9(5)V99.
           05 FILLER            PIC X(1).
           05 PV-ALLOWANCE      PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 PV-DATE           PIC 9(8).
       FD  CHARGEOFF-FILE.
       01  CHARGEOFF-RECORD.
           05 CO-LOAN-ID        PIC X(5).
       FD  RECEIPTS-FILE.
       01  RECEIPT-RECORD.
           05 RC-LOAN-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 RC-AMOUNT         PIC 9(7)V99.
       FD  RECOVERIES-FILE.
       01  RECOVERY-RECORD.
           05 RL-LOAN-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 RL-TYPE           PIC X(1).
           05 FILLER            PIC X(1).
           05 RL-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 RL-AMOUNT         PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 RL-RECOVERED      PIC 9(7)V99.
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
       01 WS-LOCK-PROGRAM   PIC X(24) VALUE "PROVISION-CARTERA".
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
       01  WS-COLLATERAL-PATH   PIC X(200).
       01  WS-PROVISION-PATH    PIC X(200).
       01  WS-CHARGEOFF-PATH    PIC X(200).
       01  WS-RECEIPTS-PATH     PIC X(200).
       01  WS-RECOVERIES-PATH   PIC X(200).
       01  WS-BUSDATE-PATH      PIC X(200).
       01  WS-JOURNAL-PATH      PIC X(200).
       01  WS-NOTIFY-PATH       PIC X(200).
       01  WS-REPORT-PATH       PIC X(200).
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-LOAN-STATUS       PIC XX.
       01  WS-COLLATERAL-STATUS PIC XX.
       01  WS-PROVISION-STATUS  PIC XX.
       01  WS-CHARGEOFF-STATUS  PIC XX.
       01  WS-RECEIPTS-STATUS   PIC XX.
       01  WS-RECOVERIES-STATUS PIC XX.
       01  WS-BUSDATE-STATUS    PIC XX.
       01  WS-JOURNAL-STATUS    PIC XX.
       01  WS-NOTIFY-STATUS     PIC XX.
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-MODE              PIC X(9).
       01  WS-TODAY             PIC 9(8).
       01  WS-TODAY-INT         PIC 9(8).
       01  WS-RESERVE-ACCOUNT   PIC X(5).
       01  WS-LTV-THRESH-TXT    PIC X(3).
       01  WS-LTV-THRESHOLD     PIC 9(3) VALUE 80.
       01  WS-NONACCRUAL-TXT    PIC X(3).
       01  WS-NONACCRUAL-DAYS   PIC 9(3) VALUE 90.
       01  WS-PCT-TXT           PIC X(3).
       01  WS-STAGE1-PCT        PIC 9(3) VALUE 1.
       01  WS-STAGE2-PCT        PIC 9(3) VALUE 10.
       01  WS-STAGE3-PCT        PIC 9(3) VALUE 50.
       01  WS-DUE-INT           PIC 9(8).
       01  WS-DAYS-PAST         PIC S9(5).
       01  WS-BUCKET            PIC 9(3).
       01  WS-STAGE             PIC 9(1).
       01  WS-COLL-TOTAL        PIC 9(11)V99.
       01  WS-LTV-PCT           PIC 9(5)V99.
       01  WS-ALLOWANCE         PIC 9(7)V99.
       01  WS-NET-EXPOSURE      PIC 9(7)V99.
       01  WS-PRIOR-TOTAL       PIC 9(11)V99 VALUE 0.
       01  WS-NEW-TOTAL         PIC 9(11)V99 VALUE 0.
       01  WS-CHANGE            PIC S9(11)V99 VALUE 0.
       01  WS-CHANGE-ABS        PIC 9(11)V99.
       01  WS-CHANGE-TIPO       PIC X(1).
       01  WS-STAGE-COUNT       PIC 9(5) OCCURS 3 TIMES.
       01  WS-STAGE-TOTAL       PIC 9(11)V99 OCCURS 3 TIMES.
       01  WS-STAGE-IX          PIC 9(1).
       01  WS-NONACCRUAL-COUNT  PIC 9(5) VALUE 0.
       01  WS-REINSTATE-COUNT   PIC 9(5) VALUE 0.
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
       01  WS-WANT-LOAN         PIC X(5).
       01  COLLATERAL-TABLE.
           05 COLLATERAL-ENTRY OCCURS 20000 TIMES.
               10 CL-LOAN-TBL     PIC X(5).
               10 CL-VALUE-TBL    PIC 9(9)V99.
       01  WS-CL-INDEX          PIC 9(5) VALUE 1.
       01  WS-CL-COUNT          PIC 9(5) VALUE 0.
       01  PROVISION-TABLE.
           05 PROVISION-ENTRY OCCURS 10000 TIMES.
               10 PV-LOAN-TBL     PIC X(5).
               10 PV-STAGE-TBL    PIC 9(1).
               10 PV-DAYS-TBL     PIC 9(5).
               10 PV-LTV-TBL      PIC 9(5)V99.
               10 PV-ALLOW-TBL    PIC 9(7)V99.
               10 PV-DATE-TBL     PIC 9(8).
       01  WS-PV-INDEX          PIC 9(5) VALUE 1.
       01  WS-PV-COUNT          PIC 9(5) VALUE 0.
       01  RECOVERY-TABLE.
           05 RECOVERY-ENTRY OCCURS 20000 TIMES.
               10 RL-LOAN-TBL     PIC X(5).
               10 RL-TYPE-TBL     PIC X(1).
               10 RL-DATE-TBL     PIC 9(8).
               10 RL-AMOUNT-TBL   PIC 9(7)V99.
               10 RL-RECOV-TBL    PIC 9(7)V99.
       01  WS-RL-INDEX          PIC 9(5) VALUE 1.
       01  WS-RL-COUNT          PIC 9(5) VALUE 0.
       01  WS-RL-FIRST-NEW      PIC 9(5) VALUE 0.
       01  WS-WRITTEN-OFF       PIC 9(7)V99.
       01  WS-RECOVERED         PIC 9(7)V99.
       01  ACCOUNTS-TABLE.
           05 ACCOUNT-ENTRY OCCURS 50000 TIMES.
               10 AC-REC-TBL      PIC X(60).
       01  WS-AC-INDEX          PIC 9(6) VALUE 1.
       01  WS-AC-COUNT          PIC 9(6) VALUE 0.
       01  WS-LOANACC-IX        PIC 9(6) VALUE 0.
       01  WS-WRITEOFF-AMT      PIC 9(7)V99.
       01  WS-REJECT-REASON     PIC X(40).
       01  WS-DONE-COUNT        PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT      PIC 9(5) VALUE 0.
       01  WS-DONE-TOTAL        PIC 9(11)V99 VALUE 0.
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
       01  WS-JRN-PROGRAM       PIC X(16) VALUE "PROVISION-CARTER".
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
           MOVE SPACES TO WS-COLLATERAL-PATH
           ACCEPT WS-COLLATERAL-PATH FROM ENVIRONMENT "COLLATERAL_PATH"
           IF WS-COLLATERAL-PATH = SPACES
               MOVE "accounts/COLLATERAL.DAT" TO WS-COLLATERAL-PATH
           END-IF
           MOVE SPACES TO WS-PROVISION-PATH
           ACCEPT WS-PROVISION-PATH
               FROM ENVIRONMENT "LOAN_PROVISION_PATH"
           IF WS-PROVISION-PATH = SPACES
               MOVE "accounts/LOAN_PROVISION.DAT" TO WS-PROVISION-PATH
           END-IF
           MOVE SPACES TO WS-CHARGEOFF-PATH
           ACCEPT WS-CHARGEOFF-PATH
               FROM ENVIRONMENT "CHARGEOFF_REQUESTS_PATH"
           IF WS-CHARGEOFF-PATH = SPACES
               MOVE "accounts/CHARGEOFF_REQUESTS.DAT"
                   TO WS-CHARGEOFF-PATH
           END-IF
           MOVE SPACES TO WS-RECEIPTS-PATH
           ACCEPT WS-RECEIPTS-PATH
               FROM ENVIRONMENT "RECOVERY_RECEIPTS_PATH"
           IF WS-RECEIPTS-PATH = SPACES
               MOVE "accounts/RECOVERY_RECEIPTS.DAT"
                   TO WS-RECEIPTS-PATH
           END-IF
           MOVE SPACES TO WS-RECOVERIES-PATH
           ACCEPT WS-RECOVERIES-PATH
               FROM ENVIRONMENT "LOAN_RECOVERIES_PATH"
           IF WS-RECOVERIES-PATH = SPACES
               MOVE "accounts/LOAN_RECOVERIES.DAT"
                   TO WS-RECOVERIES-PATH
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
           ACCEPT WS-REPORT-PATH
               FROM ENVIRONMENT "LOAN_PROVISION_RPT_PATH"
           IF WS-REPORT-PATH = SPACES
               MOVE "accounts/LOAN_PROVISION.RPT" TO WS-REPORT-PATH
           END-IF
           MOVE SPACES TO WS-RESERVE-ACCOUNT
           ACCEPT WS-RESERVE-ACCOUNT
               FROM ENVIRONMENT "LOAN_RESERVE_ACCOUNT"
           IF WS-RESERVE-ACCOUNT = SPACES
               MOVE "99996" TO WS-RESERVE-ACCOUNT
           END-IF
           MOVE SPACES TO WS-LTV-THRESH-TXT
           ACCEPT WS-LTV-THRESH-TXT FROM ENVIRONMENT "LTV_THRESHOLD"
           IF WS-LTV-THRESH-TXT NOT = SPACES
                   AND WS-LTV-THRESH-TXT NUMERIC
               MOVE WS-LTV-THRESH-TXT TO WS-LTV-THRESHOLD
           END-IF
           MOVE SPACES TO WS-NONACCRUAL-TXT
           ACCEPT WS-NONACCRUAL-TXT FROM ENVIRONMENT "NONACCRUAL_DAYS"
           IF WS-NONACCRUAL-TXT NOT = SPACES
                   AND WS-NONACCRUAL-TXT NUMERIC
               MOVE WS-NONACCRUAL-TXT TO WS-NONACCRUAL-DAYS
           END-IF
           MOVE SPACES TO WS-PCT-TXT
           ACCEPT WS-PCT-TXT FROM ENVIRONMENT "PROVISION_PCT_STAGE1"
           IF WS-PCT-TXT NOT = SPACES AND WS-PCT-TXT NUMERIC
               MOVE WS-PCT-TXT TO WS-STAGE1-PCT
           END-IF
           MOVE SPACES TO WS-PCT-TXT
           ACCEPT WS-PCT-TXT FROM ENVIRONMENT "PROVISION_PCT_STAGE2"
           IF WS-PCT-TXT NOT = SPACES AND WS-PCT-TXT NUMERIC
               MOVE WS-PCT-TXT TO WS-STAGE2-PCT
           END-IF
           MOVE SPACES TO WS-PCT-TXT
           ACCEPT WS-PCT-TXT FROM ENVIRONMENT "PROVISION_PCT_STAGE3"
           IF WS-PCT-TXT NOT = SPACES AND WS-PCT-TXT NUMERIC
               MOVE WS-PCT-TXT TO WS-STAGE3-PCT
           END-IF
           MOVE SPACES TO WS-MODE
           ACCEPT WS-MODE FROM ENVIRONMENT "PROVISION_MODE"
           IF WS-MODE = SPACES
               MOVE "PROVISION" TO WS-MODE
           END-IF
           PERFORM READ-BUSINESS-DATE
           MOVE WS-TODAY TO WS-JRN-DATE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           EVALUATE WS-MODE
               WHEN "PROVISION"
                   PERFORM RUN-PROVISIONING
               WHEN "CHARGEOFF"
                   PERFORM RUN-CHARGE-OFFS
               WHEN "RECOVERY"
                   PERFORM RUN-RECOVERIES
               WHEN OTHER
                   DISPLAY "UNKNOWN PROVISION_MODE " WS-MODE
           END-EVALUATE
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

       LOAD-COLLATERAL-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-CL-COUNT
           OPEN INPUT COLLATERAL-FILE
           IF WS-COLLATERAL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-CL-COUNT >= 20000
                   READ COLLATERAL-FILE INTO COLLATERAL-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CL-ID NOT = SPACES AND CL-VALUE NUMERIC
                           ADD 1 TO WS-CL-COUNT
                           MOVE CL-LOAN-ID
                               TO CL-LOAN-TBL(WS-CL-COUNT)
                           MOVE CL-VALUE
                               TO CL-VALUE-TBL(WS-CL-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE COLLATERAL-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-PROVISION-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-PV-COUNT
           MOVE 0 TO WS-PRIOR-TOTAL
           OPEN INPUT PROVISION-FILE
           IF WS-PROVISION-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-PV-COUNT >= 10000
                   READ PROVISION-FILE INTO PROVISION-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PV-LOAN-ID NOT = SPACES
                               AND PV-ALLOWANCE NUMERIC
                           ADD 1 TO WS-PV-COUNT
                           MOVE PV-LOAN-ID TO PV-LOAN-TBL(WS-PV-COUNT)
                           MOVE PV-STAGE TO PV-STAGE-TBL(WS-PV-COUNT)
                           MOVE PV-DAYS-PAST
                               TO PV-DAYS-TBL(WS-PV-COUNT)
                           MOVE PV-LTV TO PV-LTV-TBL(WS-PV-COUNT)
                           MOVE PV-ALLOWANCE
                               TO PV-ALLOW-TBL(WS-PV-COUNT)
                           MOVE PV-DATE TO PV-DATE-TBL(WS-PV-COUNT)
                           ADD PV-ALLOWANCE TO WS-PRIOR-TOTAL
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVISION-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-RECOVERY-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-RL-COUNT
           OPEN INPUT RECOVERIES-FILE
           IF WS-RECOVERIES-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-RL-COUNT >= 20000
                   READ RECOVERIES-FILE INTO RECOVERY-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RL-LOAN-ID NOT = SPACES
                               AND RL-AMOUNT NUMERIC
                           ADD 1 TO WS-RL-COUNT
                           MOVE RL-LOAN-ID TO RL-LOAN-TBL(WS-RL-COUNT)
                           MOVE RL-TYPE TO RL-TYPE-TBL(WS-RL-COUNT)
                           MOVE RL-DATE TO RL-DATE-TBL(WS-RL-COUNT)
                           MOVE RL-AMOUNT
                               TO RL-AMOUNT-TBL(WS-RL-COUNT)
                           MOVE 0 TO RL-RECOV-TBL(WS-RL-COUNT)
                           IF RL-RECOVERED NUMERIC
                               MOVE RL-RECOVERED
                                   TO RL-RECOV-TBL(WS-RL-COUNT)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RECOVERIES-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       RUN-PROVISIONING.
           PERFORM LOAD-LOAN-MASTER
           PERFORM LOAD-COLLATERAL-TABLE
           PERFORM LOAD-PROVISION-TABLE
           MOVE 0 TO WS-NEW-TOTAL
           MOVE 1 TO WS-STAGE-IX
           PERFORM UNTIL WS-STAGE-IX > 3
               MOVE 0 TO WS-STAGE-COUNT(WS-STAGE-IX)
               MOVE 0 TO WS-STAGE-TOTAL(WS-STAGE-IX)
               ADD 1 TO WS-STAGE-IX
           END-PERFORM
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "LOAN LOSS PROVISION " WS-TODAY
               " PCT " WS-STAGE1-PCT "/" WS-STAGE2-PCT
               "/" WS-STAGE3-PCT
               " NONACCRUAL " WS-NONACCRUAL-DAYS " DAYS"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-PV-COUNT
           MOVE 1 TO WS-LOAN-INDEX
           PERFORM UNTIL WS-LOAN-INDEX > WS-LOAN-COUNT
               IF LN-BALANCE-TBL(WS-LOAN-INDEX) > 0
                       AND LN-STATUS-TBL(WS-LOAN-INDEX) NOT = 'P'
                       AND LN-STATUS-TBL(WS-LOAN-INDEX) NOT = 'W'
                   PERFORM PROVISION-ONE-LOAN
               END-IF
               ADD 1 TO WS-LOAN-INDEX
           END-PERFORM
           COMPUTE WS-CHANGE = WS-NEW-TOTAL - WS-PRIOR-TOTAL
           IF WS-CHANGE < 0
               COMPUTE WS-CHANGE-ABS = 0 - WS-CHANGE
               MOVE 'D' TO WS-CHANGE-TIPO
           ELSE
               MOVE WS-CHANGE TO WS-CHANGE-ABS
               MOVE 'C' TO WS-CHANGE-TIPO
           END-IF
           MOVE 1 TO WS-STAGE-IX
           PERFORM UNTIL WS-STAGE-IX > 3
               MOVE SPACES TO REPORT-LINE
               STRING "STAGE " WS-STAGE-IX
                   " LOANS " WS-STAGE-COUNT(WS-STAGE-IX)
                   " ALLOWANCE " WS-STAGE-TOTAL(WS-STAGE-IX)
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-STAGE-IX
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "ALLOWANCE PRIOR " WS-PRIOR-TOTAL
               " REQUIRED " WS-NEW-TOTAL
               " CHANGE " WS-CHANGE-ABS " " WS-CHANGE-TIPO
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           PERFORM POST-ALLOWANCE-CHANGE
           PERFORM REWRITE-PROVISION-FILE
           PERFORM REWRITE-LOAN-MASTER
           DISPLAY "PROVISION - ALLOWANCE " WS-NEW-TOTAL
               " CHANGE " WS-CHANGE-ABS " " WS-CHANGE-TIPO
               " NONACCRUAL " WS-NONACCRUAL-COUNT
               " REINSTATED " WS-REINSTATE-COUNT.

       PROVISION-ONE-LOAN.
           MOVE 0 TO WS-DAYS-PAST
           IF LN-NEXT-DUE-TBL(WS-LOAN-INDEX) < WS-TODAY
               COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE(
                   LN-NEXT-DUE-TBL(WS-LOAN-INDEX))
               COMPUTE WS-DAYS-PAST = WS-TODAY-INT - WS-DUE-INT
           END-IF
           MOVE 0 TO WS-BUCKET
           IF WS-DAYS-PAST >= 90
               MOVE 90 TO WS-BUCKET
           ELSE
           IF WS-DAYS-PAST >= 60
               MOVE 60 TO WS-BUCKET
           ELSE
           IF WS-DAYS-PAST >= 30
               MOVE 30 TO WS-BUCKET
           END-IF
           END-IF
           END-IF
           MOVE 0 TO WS-COLL-TOTAL
           MOVE 1 TO WS-CL-INDEX
           PERFORM UNTIL WS-CL-INDEX > WS-CL-COUNT
               IF CL-LOAN-TBL(WS-CL-INDEX) = LN-ID-TBL(WS-LOAN-INDEX)
                   ADD CL-VALUE-TBL(WS-CL-INDEX) TO WS-COLL-TOTAL
               END-IF
               ADD 1 TO WS-CL-INDEX
           END-PERFORM
           IF WS-COLL-TOTAL = 0
               MOVE 0 TO WS-LTV-PCT
           ELSE
               COMPUTE WS-LTV-PCT ROUNDED =
                   LN-BALANCE-TBL(WS-LOAN-INDEX) * 100 / WS-COLL-TOTAL
           END-IF
           IF WS-BUCKET = 90
               MOVE 3 TO WS-STAGE
           ELSE
           IF WS-BUCKET > 0
               MOVE 2 TO WS-STAGE
           ELSE
           IF WS-COLL-TOTAL > 0 AND WS-LTV-PCT > WS-LTV-THRESHOLD
               MOVE 2 TO WS-STAGE
           ELSE
               MOVE 1 TO WS-STAGE
           END-IF
           END-IF
           END-IF
           EVALUATE WS-STAGE
               WHEN 1
                   COMPUTE WS-ALLOWANCE ROUNDED =
                       LN-BALANCE-TBL(WS-LOAN-INDEX) * WS-STAGE1-PCT
                           / 100
               WHEN 2
                   COMPUTE WS-ALLOWANCE ROUNDED =
                       LN-BALANCE-TBL(WS-LOAN-INDEX) * WS-STAGE2-PCT
                           / 100
               WHEN OTHER
                   COMPUTE WS-ALLOWANCE ROUNDED =
                       LN-BALANCE-TBL(WS-LOAN-INDEX) * WS-STAGE3-PCT
                           / 100
                   MOVE 0 TO WS-NET-EXPOSURE
                   IF LN-BALANCE-TBL(WS-LOAN-INDEX) > WS-COLL-TOTAL
                       COMPUTE WS-NET-EXPOSURE =
                           LN-BALANCE-TBL(WS-LOAN-INDEX) - WS-COLL-TOTAL
                   END-IF
                   IF WS-NET-EXPOSURE > WS-ALLOWANCE
                       MOVE WS-NET-EXPOSURE TO WS-ALLOWANCE
                   END-IF
           END-EVALUATE
           IF WS-ALLOWANCE > LN-BALANCE-TBL(WS-LOAN-INDEX)
               MOVE LN-BALANCE-TBL(WS-LOAN-INDEX) TO WS-ALLOWANCE
           END-IF
           ADD 1 TO WS-STAGE-COUNT(WS-STAGE)
           ADD WS-ALLOWANCE TO WS-STAGE-TOTAL(WS-STAGE)
           ADD WS-ALLOWANCE TO WS-NEW-TOTAL
           ADD 1 TO WS-PV-COUNT
           MOVE LN-ID-TBL(WS-LOAN-INDEX) TO PV-LOAN-TBL(WS-PV-COUNT)
           MOVE WS-STAGE TO PV-STAGE-TBL(WS-PV-COUNT)
           MOVE WS-DAYS-PAST TO PV-DAYS-TBL(WS-PV-COUNT)
           MOVE WS-LTV-PCT TO PV-LTV-TBL(WS-PV-COUNT)
           MOVE WS-ALLOWANCE TO PV-ALLOW-TBL(WS-PV-COUNT)
           MOVE WS-TODAY TO PV-DATE-TBL(WS-PV-COUNT)
           IF WS-DAYS-PAST >= WS-NONACCRUAL-DAYS
               IF LN-STATUS-TBL(WS-LOAN-INDEX) NOT = 'N'
                   MOVE 'N' TO LN-STATUS-TBL(WS-LOAN-INDEX)
                   ADD 1 TO WS-NONACCRUAL-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "NONACCRUAL " LN-ID-TBL(WS-LOAN-INDEX)
                       " DAYS " WS-DAYS-PAST
                       " BALANCE " LN-BALANCE-TBL(WS-LOAN-INDEX)
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           ELSE
               IF LN-STATUS-TBL(WS-LOAN-INDEX) = 'N'
                       AND WS-DAYS-PAST = 0
                   MOVE 'A' TO LN-STATUS-TBL(WS-LOAN-INDEX)
                   ADD 1 TO WS-REINSTATE-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "REINSTATED " LN-ID-TBL(WS-LOAN-INDEX)
                       " BALANCE " LN-BALANCE-TBL(WS-LOAN-INDEX)
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "LOAN " LN-ID-TBL(WS-LOAN-INDEX)
               " STAGE " WS-STAGE
               " DAYS " WS-DAYS-PAST
               " LTV " WS-LTV-PCT
               " BALANCE " LN-BALANCE-TBL(WS-LOAN-INDEX)
               " ALLOWANCE " WS-ALLOWANCE
               " " LN-STATUS-TBL(WS-LOAN-INDEX)
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       POST-ALLOWANCE-CHANGE.
           IF WS-CHANGE NOT = 0
               MOVE WS-RESERVE-ACCOUNT TO WS-JOURNAL-ID
               MOVE WS-CHANGE-ABS TO WS-JOURNAL-AMT
               MOVE WS-CHANGE-TIPO TO WS-JOURNAL-TIPO
               MOVE "PROVN" TO WS-JOURNAL-TAG
               MOVE WS-NEW-TOTAL TO WS-JRN-BALANCE
               PERFORM WRITE-JOURNAL-LINE
           END-IF.

       REWRITE-PROVISION-FILE.
           OPEN OUTPUT PROVISION-FILE
           MOVE 1 TO WS-PV-INDEX
           PERFORM UNTIL WS-PV-INDEX > WS-PV-COUNT
               MOVE SPACES TO PROVISION-RECORD
               MOVE PV-LOAN-TBL(WS-PV-INDEX) TO PV-LOAN-ID
               MOVE PV-STAGE-TBL(WS-PV-INDEX) TO PV-STAGE
               MOVE PV-DAYS-TBL(WS-PV-INDEX) TO PV-DAYS-PAST
               MOVE PV-LTV-TBL(WS-PV-INDEX) TO PV-LTV
               MOVE PV-ALLOW-TBL(WS-PV-INDEX) TO PV-ALLOWANCE
               MOVE PV-DATE-TBL(WS-PV-INDEX) TO PV-DATE
               WRITE PROVISION-RECORD
               ADD 1 TO WS-PV-INDEX
           END-PERFORM
           CLOSE PROVISION-FILE.

       RUN-CHARGE-OFFS.
           PERFORM LOAD-LOAN-MASTER
           PERFORM ACQUIRE-ACCOUNTS-LOCK
           PERFORM LOAD-PROVISION-TABLE
           PERFORM LOAD-RECOVERY-TABLE
           PERFORM LOAD-ACCOUNTS-TABLE
           MOVE WS-RL-COUNT TO WS-RL-FIRST-NEW
           ADD 1 TO WS-RL-FIRST-NEW
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "LOAN CHARGE-OFF " WS-TODAY
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO WS-EOF
           OPEN INPUT CHARGEOFF-FILE
           IF WS-CHARGEOFF-STATUS NOT = "00"
               DISPLAY "NO CHARGE-OFF REQUESTS"
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CHARGEOFF-FILE INTO CHARGEOFF-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CHARGE-OFF-ONE-LOAN
                   END-READ
               END-PERFORM
               CLOSE CHARGEOFF-FILE
               IF WS-ACC-TOUCHED = 'Y'
                   PERFORM REWRITE-ACCOUNTS-FILE
               ELSE
                   MOVE 'Y' TO WS-VERIFY-OK
               END-IF
               IF WS-VERIFY-OK = 'Y'
                   IF WS-DONE-COUNT > 0
                       PERFORM REWRITE-LOAN-MASTER
                       PERFORM REWRITE-PROVISION-FILE
                       PERFORM APPEND-RECOVERY-LEDGER
                   END-IF
                   OPEN OUTPUT CHARGEOFF-FILE
                   CLOSE CHARGEOFF-FILE
               ELSE
                   MOVE 0 TO WS-DONE-COUNT
                   MOVE 0 TO WS-DONE-TOTAL
                   MOVE SPACES TO REPORT-LINE
                   STRING "ERROR - MASTER NOT REPLACED - "
                       "CHARGE-OFFS LEFT IN PLACE"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   DISPLAY "ERROR - MASTER NOT REPLACED - "
                       "CHARGE-OFFS LEFT IN PLACE"
               END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "CHARGED OFF " WS-DONE-COUNT
               " TOTAL " WS-DONE-TOTAL
               " REJECTED " WS-REJECT-COUNT
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           PERFORM RELEASE-ACCOUNTS-LOCK
           DISPLAY "LOANS CHARGED OFF " WS-DONE-COUNT
               " TOTAL " WS-DONE-TOTAL
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

       CHARGE-OFF-ONE-LOAN.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE CO-LOAN-ID TO WS-WANT-LOAN
           IF CO-LOAN-ID = SPACES
               MOVE "REQUEST UNREADABLE" TO WS-REJECT-REASON
           ELSE
               PERFORM FIND-LOAN
               IF WS-LOAN-IX = 0
                   MOVE "LOAN NOT FOUND" TO WS-REJECT-REASON
               ELSE
               IF LN-STATUS-TBL(WS-LOAN-IX) = 'P'
                   MOVE "LOAN ALREADY PAID OFF" TO WS-REJECT-REASON
               ELSE
               IF LN-STATUS-TBL(WS-LOAN-IX) = 'W'
                   MOVE "LOAN ALREADY CHARGED OFF" TO WS-REJECT-REASON
               ELSE
               IF LN-BALANCE-TBL(WS-LOAN-IX) = 0
                   MOVE "LOAN HAS NO BALANCE" TO WS-REJECT-REASON
               ELSE
               IF WS-RL-COUNT >= 20000
                   MOVE "RECOVERIES LEDGER FULL" TO WS-REJECT-REASON
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM POST-CHARGE-OFF
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "REJECT " CO-LOAN-ID
                   " - " WS-REJECT-REASON
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "CHARGE-OFF REJECTED " CO-LOAN-ID
                   " " WS-REJECT-REASON
           END-IF.

       POST-CHARGE-OFF.
           COMPUTE WS-WRITEOFF-AMT = LN-BALANCE-TBL(WS-LOAN-IX)
               + LN-CHARGES-TBL(WS-LOAN-IX)
               + LN-PENALTY-TBL(WS-LOAN-IX)
           MOVE 0 TO WS-LOANACC-IX
           MOVE 1 TO WS-AC-INDEX
           PERFORM UNTIL WS-AC-INDEX > WS-AC-COUNT
               MOVE AC-REC-TBL(WS-AC-INDEX) TO ACCOUNTS-RECORD
               IF AC-ID = CO-LOAN-ID
                   MOVE WS-AC-INDEX TO WS-LOANACC-IX
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-AC-INDEX
           END-PERFORM
           MOVE "LNCHO" TO WS-JOURNAL-TAG
           IF WS-LOANACC-IX = 0
               DISPLAY "WARNING - NO LOAN ACCOUNT ON MASTER FOR "
                   CO-LOAN-ID
           ELSE
               MOVE AC-REC-TBL(WS-LOANACC-IX) TO ACCOUNTS-RECORD
               MOVE 0 TO AC-SALDO
               MOVE 'C' TO AC-STATUS
               MOVE ACCOUNTS-RECORD TO AC-REC-TBL(WS-LOANACC-IX)
               MOVE 'Y' TO WS-ACC-TOUCHED
               MOVE AC-ID TO WS-JOURNAL-ID
               MOVE LN-BALANCE-TBL(WS-LOAN-IX) TO WS-JOURNAL-AMT
               MOVE 'C' TO WS-JOURNAL-TIPO
               MOVE AC-CURRENCY TO WS-JRN-CURRENCY
               MOVE AC-SALDO TO WS-JRN-BALANCE
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           MOVE WS-RESERVE-ACCOUNT TO WS-JOURNAL-ID
           MOVE LN-BALANCE-TBL(WS-LOAN-IX) TO WS-JOURNAL-AMT
           MOVE 'D' TO WS-JOURNAL-TIPO
           MOVE 0 TO WS-JRN-BALANCE
           PERFORM WRITE-JOURNAL-LINE
           MOVE 1 TO WS-PV-INDEX
           PERFORM UNTIL WS-PV-INDEX > WS-PV-COUNT
               IF PV-LOAN-TBL(WS-PV-INDEX) = CO-LOAN-ID
                   MOVE 0 TO PV-ALLOW-TBL(WS-PV-INDEX)
                   MOVE WS-TODAY TO PV-DATE-TBL(WS-PV-INDEX)
               END-IF
               ADD 1 TO WS-PV-INDEX
           END-PERFORM
           ADD 1 TO WS-RL-COUNT
           MOVE CO-LOAN-ID TO RL-LOAN-TBL(WS-RL-COUNT)
           MOVE 'W' TO RL-TYPE-TBL(WS-RL-COUNT)
           MOVE WS-TODAY TO RL-DATE-TBL(WS-RL-COUNT)
           MOVE WS-WRITEOFF-AMT TO RL-AMOUNT-TBL(WS-RL-COUNT)
           MOVE 0 TO RL-RECOV-TBL(WS-RL-COUNT)
           MOVE SPACES TO REPORT-LINE
           STRING "CHARGED OFF " CO-LOAN-ID
               " PRINCIPAL " LN-BALANCE-TBL(WS-LOAN-IX)
               " CHARGES " LN-CHARGES-TBL(WS-LOAN-IX)
               " PENALTY " LN-PENALTY-TBL(WS-LOAN-IX)
               " TOTAL " WS-WRITEOFF-AMT
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO LN-BALANCE-TBL(WS-LOAN-IX)
           MOVE 0 TO LN-CHARGES-TBL(WS-LOAN-IX)
           MOVE 0 TO LN-PENALTY-TBL(WS-LOAN-IX)
           MOVE 'W' TO LN-STATUS-TBL(WS-LOAN-IX)
           ADD 1 TO WS-DONE-COUNT
           ADD WS-WRITEOFF-AMT TO WS-DONE-TOTAL
           OPEN EXTEND NOTIFY-FILE
           IF WS-NOTIFY-STATUS NOT = "00" AND
                   WS-NOTIFY-STATUS NOT = "05"
               CLOSE NOTIFY-FILE
               OPEN OUTPUT NOTIFY-FILE
           END-IF
           MOVE SPACES TO NOTIFY-LINE
           STRING "ALERT LOANCHARGEDOFF " CO-LOAN-ID
               " AMOUNT " WS-WRITEOFF-AMT
               DELIMITED BY SIZE
               INTO NOTIFY-LINE
           WRITE NOTIFY-LINE
           CLOSE NOTIFY-FILE
           DISPLAY "LOAN CHARGED OFF " CO-LOAN-ID
               " AMOUNT " WS-WRITEOFF-AMT.

       APPEND-RECOVERY-LEDGER.
           IF WS-RL-FIRST-NEW <= WS-RL-COUNT
               OPEN EXTEND RECOVERIES-FILE
               IF WS-RECOVERIES-STATUS NOT = "00" AND
                       WS-RECOVERIES-STATUS NOT = "05"
                   CLOSE RECOVERIES-FILE
                   OPEN OUTPUT RECOVERIES-FILE
               END-IF
               MOVE WS-RL-FIRST-NEW TO WS-RL-INDEX
               PERFORM UNTIL WS-RL-INDEX > WS-RL-COUNT
                   MOVE SPACES TO RECOVERY-RECORD
                   MOVE RL-LOAN-TBL(WS-RL-INDEX) TO RL-LOAN-ID
                   MOVE RL-TYPE-TBL(WS-RL-INDEX) TO RL-TYPE
                   MOVE RL-DATE-TBL(WS-RL-INDEX) TO RL-DATE
                   MOVE RL-AMOUNT-TBL(WS-RL-INDEX) TO RL-AMOUNT
                   MOVE RL-RECOV-TBL(WS-RL-INDEX) TO RL-RECOVERED
                   WRITE RECOVERY-RECORD
                   ADD 1 TO WS-RL-INDEX
               END-PERFORM
               CLOSE RECOVERIES-FILE
           END-IF.

       RUN-RECOVERIES.
           PERFORM LOAD-LOAN-MASTER
           PERFORM LOAD-RECOVERY-TABLE
           MOVE WS-RL-COUNT TO WS-RL-FIRST-NEW
           ADD 1 TO WS-RL-FIRST-NEW
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "RECOVERIES ON CHARGED-OFF LOANS " WS-TODAY
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO WS-EOF
           OPEN INPUT RECEIPTS-FILE
           IF WS-RECEIPTS-STATUS NOT = "00"
               DISPLAY "NO RECOVERY RECEIPTS"
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RECEIPTS-FILE INTO RECEIPT-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM RECOVER-ONE-RECEIPT
                   END-READ
               END-PERFORM
               CLOSE RECEIPTS-FILE
               PERFORM APPEND-RECOVERY-LEDGER
               OPEN OUTPUT RECEIPTS-FILE
               CLOSE RECEIPTS-FILE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "RECOVERED " WS-DONE-COUNT
               " TOTAL " WS-DONE-TOTAL
               " REJECTED " WS-REJECT-COUNT
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "RECOVERIES POSTED " WS-DONE-COUNT
               " TOTAL " WS-DONE-TOTAL
               " REJECTED " WS-REJECT-COUNT
           MOVE 'N' TO WS-EOF.

       RECOVER-ONE-RECEIPT.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE RC-LOAN-ID TO WS-WANT-LOAN
           IF RC-LOAN-ID = SPACES OR RC-AMOUNT NOT NUMERIC
               MOVE "RECEIPT UNREADABLE" TO WS-REJECT-REASON
           ELSE
           IF RC-AMOUNT = 0
               MOVE "RECEIPT AMOUNT ZERO" TO WS-REJECT-REASON
           ELSE
               PERFORM FIND-LOAN
               IF WS-LOAN-IX = 0
                   MOVE "LOAN NOT FOUND" TO WS-REJECT-REASON
               ELSE
               IF LN-STATUS-TBL(WS-LOAN-IX) NOT = 'W'
                   MOVE "LOAN NOT CHARGED OFF" TO WS-REJECT-REASON
               ELSE
                   PERFORM TOTAL-LOAN-RECOVERIES
                   IF WS-RECOVERED + RC-AMOUNT > WS-WRITTEN-OFF
                       MOVE "EXCEEDS AMOUNT WRITTEN OFF"
                           TO WS-REJECT-REASON
                   ELSE
                   IF WS-RL-COUNT >= 20000
                       MOVE "RECOVERIES LEDGER FULL"
                           TO WS-REJECT-REASON
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               ADD RC-AMOUNT TO WS-RECOVERED
               ADD 1 TO WS-RL-COUNT
               MOVE RC-LOAN-ID TO RL-LOAN-TBL(WS-RL-COUNT)
               MOVE 'R' TO RL-TYPE-TBL(WS-RL-COUNT)
               MOVE WS-TODAY TO RL-DATE-TBL(WS-RL-COUNT)
               MOVE RC-AMOUNT TO RL-AMOUNT-TBL(WS-RL-COUNT)
               MOVE WS-RECOVERED TO RL-RECOV-TBL(WS-RL-COUNT)
               MOVE WS-RESERVE-ACCOUNT TO WS-JOURNAL-ID
               MOVE RC-AMOUNT TO WS-JOURNAL-AMT
               MOVE 'C' TO WS-JOURNAL-TIPO
               MOVE "RECOV" TO WS-JOURNAL-TAG
               MOVE 0 TO WS-JRN-BALANCE
               PERFORM WRITE-JOURNAL-LINE
               ADD 1 TO WS-DONE-COUNT
               ADD RC-AMOUNT TO WS-DONE-TOTAL
               MOVE SPACES TO REPORT-LINE
               STRING "RECOVERY " RC-LOAN-ID
                   " AMOUNT " RC-AMOUNT
                   " RECOVERED TO DATE " WS-RECOVERED
                   " OF " WS-WRITTEN-OFF
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "REJECT " RC-LOAN-ID " " RC-AMOUNT
                   " - " WS-REJECT-REASON
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "RECOVERY REJECTED " RC-LOAN-ID
                   " " WS-REJECT-REASON
           END-IF.

       TOTAL-LOAN-RECOVERIES.
           MOVE 0 TO WS-WRITTEN-OFF
           MOVE 0 TO WS-RECOVERED
           MOVE 1 TO WS-RL-INDEX
           PERFORM UNTIL WS-RL-INDEX > WS-RL-COUNT
               IF RL-LOAN-TBL(WS-RL-INDEX) = RC-LOAN-ID
                   IF RL-TYPE-TBL(WS-RL-INDEX) = 'W'
                       ADD RL-AMOUNT-TBL(WS-RL-INDEX) TO WS-WRITTEN-OFF
                   ELSE
                       ADD RL-AMOUNT-TBL(WS-RL-INDEX) TO WS-RECOVERED
                   END-IF
               END-IF
               ADD 1 TO WS-RL-INDEX
           END-PERFORM.

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
