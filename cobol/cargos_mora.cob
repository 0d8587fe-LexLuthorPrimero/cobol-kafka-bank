       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGOS-MORA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE
               ASSIGN TO DYNAMIC WS-LOAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
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
       WORKING-STORAGE SECTION.
       01  WS-LOAN-PATH         PIC X(200).
       01  WS-BUSDATE-PATH      PIC X(200).
       01  WS-JOURNAL-PATH      PIC X(200).
       01  WS-NOTIFY-PATH       PIC X(200).
       01  WS-REPORT-PATH       PIC X(200).
       01  WS-LOAN-STATUS       PIC XX.
       01  WS-BUSDATE-STATUS    PIC XX.
       01  WS-JOURNAL-STATUS    PIC XX.
       01  WS-NOTIFY-STATUS     PIC XX.
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  WS-TODAY-INT         PIC 9(8).
       01  WS-GRACE-TXT         PIC X(3).
       01  WS-GRACE-DAYS        PIC 9(3) VALUE 15.
       01  WS-FEE-TXT           PIC X(9).
       01  WS-FEE-TXT-N REDEFINES WS-FEE-TXT PIC 9(7)V99.
       01  WS-LATE-FEE          PIC 9(7)V99 VALUE 25.00.
       01  WS-MARGIN-TXT        PIC X(5).
       01  WS-MARGIN-TXT-N REDEFINES WS-MARGIN-TXT PIC 9V9(4).
       01  WS-PENALTY-MARGIN    PIC 9V9(4) VALUE 0.0100.
       01  WS-INST-DATE         PIC 9(8).
       01  WS-INST-INT          PIC 9(8).
       01  WS-DUE-YYYY          PIC 9(4).
       01  WS-DUE-MM            PIC 9(2).
       01  WS-DUE-DD            PIC 9(2).
       01  WS-MISSED            PIC 9(3).
       01  WS-OVERDUE-AMT       PIC 9(9)V99.
       01  WS-PEN-FROM          PIC 9(8).
       01  WS-PEN-DAYS          PIC S9(5).
       01  WS-INST-DAYS         PIC S9(5).
       01  WS-INST-AMT          PIC 9(7)V99.
       01  WS-PEN-WORK          PIC 9(11)V9(6).
       01  WS-PEN-AMT           PIC 9(7)V99.
       01  WS-FEES-THIS-LOAN    PIC 9(7)V99.
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
       01  WS-FEE-COUNT         PIC 9(5) VALUE 0.
       01  WS-FEE-TOTAL         PIC 9(9)V99 VALUE 0.
       01  WS-PEN-TOTAL         PIC 9(9)V99 VALUE 0.
       01  WS-JRN-DATE          PIC 9(8) VALUE 0.
       01  WS-JRN-SEQ           PIC 9(7) VALUE 0.
       01  WS-JRN-CURRENCY      PIC X(3) VALUE "USD".
       01  WS-JRN-BALANCE       PIC S9(7)V99 VALUE 0.
       01  WS-JRN-BAL-ABS       PIC 9(7)V99.
       01  WS-JRN-SIGN          PIC X(1).
       01  WS-JRN-EXT           PIC X(48).
       01  WS-JRN-PROGRAM       PIC X(16) VALUE "CARGOS-MORA".
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
           MOVE SPACES TO WS-LOAN-PATH
           ACCEPT WS-LOAN-PATH FROM ENVIRONMENT "LOAN_MASTER_PATH"
           IF WS-LOAN-PATH = SPACES
               MOVE "accounts/LOAN_MASTER.DAT" TO WS-LOAN-PATH
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
               FROM ENVIRONMENT "LATE_CHARGES_RPT_PATH"
           IF WS-REPORT-PATH = SPACES
               MOVE "accounts/LATE_CHARGES.RPT" TO WS-REPORT-PATH
           END-IF
           MOVE SPACES TO WS-GRACE-TXT
           ACCEPT WS-GRACE-TXT FROM ENVIRONMENT "LATE_GRACE_DAYS"
           IF WS-GRACE-TXT NOT = SPACES AND WS-GRACE-TXT NUMERIC
               MOVE WS-GRACE-TXT TO WS-GRACE-DAYS
           END-IF
           MOVE SPACES TO WS-FEE-TXT
           ACCEPT WS-FEE-TXT FROM ENVIRONMENT "LATE_FEE_AMOUNT"
           IF WS-FEE-TXT NOT = SPACES AND WS-FEE-TXT NUMERIC
               MOVE WS-FEE-TXT-N TO WS-LATE-FEE
           END-IF
           MOVE SPACES TO WS-MARGIN-TXT
           ACCEPT WS-MARGIN-TXT FROM ENVIRONMENT "PENALTY_MARGIN"
           IF WS-MARGIN-TXT NOT = SPACES AND WS-MARGIN-TXT NUMERIC
               MOVE WS-MARGIN-TXT-N TO WS-PENALTY-MARGIN
           END-IF
           PERFORM READ-BUSINESS-DATE
           MOVE WS-TODAY TO WS-JRN-DATE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           PERFORM LOAD-LOAN-MASTER
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "LATE CHARGES AND DEFAULT INTEREST " WS-TODAY
               " GRACE " WS-GRACE-DAYS
               " FEE " WS-LATE-FEE
               " MARGIN " WS-PENALTY-MARGIN
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 1 TO WS-LOAN-INDEX
           PERFORM UNTIL WS-LOAN-INDEX > WS-LOAN-COUNT
               IF LN-BALANCE-TBL(WS-LOAN-INDEX) > 0
                       AND LN-STATUS-TBL(WS-LOAN-INDEX) NOT = 'P'
                       AND LN-STATUS-TBL(WS-LOAN-INDEX) NOT = 'W'
                       AND LN-NEXT-DUE-TBL(WS-LOAN-INDEX) < WS-TODAY
                   PERFORM ASSESS-ONE-LOAN
               END-IF
               ADD 1 TO WS-LOAN-INDEX
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "LATE FEES " WS-FEE-COUNT
               " TOTAL " WS-FEE-TOTAL
               " DEFAULT INTEREST " WS-PEN-TOTAL
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           PERFORM REWRITE-LOAN-MASTER
           DISPLAY "LATE FEES ASSESSED " WS-FEE-COUNT
               " TOTAL " WS-FEE-TOTAL
               " DEFAULT INTEREST " WS-PEN-TOTAL
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
                       PERFORM STORE-LOAN-ENTRY
                   ELSE
                       DISPLAY "LOAN MASTER RECORD SKIPPED " LN-ID
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-MASTER-FILE.

       STORE-LOAN-ENTRY.
           MOVE LN-ID TO LN-ID-TBL(WS-LOAN-COUNT)
           MOVE LN-ORIG-PRINCIPAL TO LN-ORIG-TBL(WS-LOAN-COUNT)
           MOVE LN-BALANCE TO LN-BALANCE-TBL(WS-LOAN-COUNT)
           MOVE LN-RATE TO LN-RATE-TBL(WS-LOAN-COUNT)
           MOVE LN-TERM TO LN-TERM-TBL(WS-LOAN-COUNT)
           MOVE LN-PAYMENT TO LN-PAYMENT-TBL(WS-LOAN-COUNT)
           MOVE LN-NEXT-DUE TO LN-NEXT-DUE-TBL(WS-LOAN-COUNT)
           MOVE LN-DISB-ACCT TO LN-DISB-TBL(WS-LOAN-COUNT)
           MOVE LN-OPENED TO LN-OPENED-TBL(WS-LOAN-COUNT)
           MOVE LN-STATUS TO LN-STATUS-TBL(WS-LOAN-COUNT)
           MOVE 0 TO LN-CHARGES-TBL(WS-LOAN-COUNT)
           MOVE 0 TO LN-PENALTY-TBL(WS-LOAN-COUNT)
           MOVE 0 TO LN-FEE-DUE-TBL(WS-LOAN-COUNT)
           MOVE 0 TO LN-PEN-THRU-TBL(WS-LOAN-COUNT)
           IF LN-CHARGES NUMERIC
               MOVE LN-CHARGES TO LN-CHARGES-TBL(WS-LOAN-COUNT)
           END-IF
           IF LN-PENALTY NUMERIC
               MOVE LN-PENALTY TO LN-PENALTY-TBL(WS-LOAN-COUNT)
           END-IF
           IF LN-FEE-DUE NUMERIC
               MOVE LN-FEE-DUE TO LN-FEE-DUE-TBL(WS-LOAN-COUNT)
           END-IF
           IF LN-PEN-THRU NUMERIC
               MOVE LN-PEN-THRU TO LN-PEN-THRU-TBL(WS-LOAN-COUNT)
           END-IF.

       ASSESS-ONE-LOAN.
           MOVE 0 TO WS-MISSED
           MOVE 0 TO WS-FEES-THIS-LOAN
           MOVE 0 TO WS-OVERDUE-AMT
           MOVE 0 TO WS-PEN-WORK
           MOVE 0 TO WS-PEN-DAYS
           MOVE LN-NEXT-DUE-TBL(WS-LOAN-INDEX) TO WS-INST-DATE
           COMPUTE WS-INST-INT = FUNCTION INTEGER-OF-DATE(WS-INST-DATE)
           PERFORM UNTIL WS-INST-DATE >= WS-TODAY
                   OR WS-OVERDUE-AMT >= LN-BALANCE-TBL(WS-LOAN-INDEX)
               ADD 1 TO WS-MISSED
               IF WS-INST-INT + WS-GRACE-DAYS < WS-TODAY-INT
                       AND WS-INST-DATE > LN-FEE-DUE-TBL(WS-LOAN-INDEX)
                   ADD WS-LATE-FEE TO WS-FEES-THIS-LOAN
                   MOVE WS-INST-DATE TO LN-FEE-DUE-TBL(WS-LOAN-INDEX)
                   ADD 1 TO WS-FEE-COUNT
               END-IF
               MOVE LN-PAYMENT-TBL(WS-LOAN-INDEX) TO WS-INST-AMT
               IF WS-OVERDUE-AMT + WS-INST-AMT
                       > LN-BALANCE-TBL(WS-LOAN-INDEX)
                   COMPUTE WS-INST-AMT = LN-BALANCE-TBL(WS-LOAN-INDEX)
                       - WS-OVERDUE-AMT
               END-IF
               ADD WS-INST-AMT TO WS-OVERDUE-AMT
               MOVE WS-INST-DATE TO WS-PEN-FROM
               IF LN-PEN-THRU-TBL(WS-LOAN-INDEX) > WS-PEN-FROM
                   MOVE LN-PEN-THRU-TBL(WS-LOAN-INDEX) TO WS-PEN-FROM
               END-IF
               COMPUTE WS-INST-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-PEN-FROM)
               IF WS-INST-DAYS > 0
                   COMPUTE WS-PEN-WORK = WS-PEN-WORK
                       + WS-INST-AMT * WS-PENALTY-MARGIN * WS-INST-DAYS
                   IF WS-INST-DAYS > WS-PEN-DAYS
                       MOVE WS-INST-DAYS TO WS-PEN-DAYS
                   END-IF
               END-IF
               PERFORM ADVANCE-INSTALLMENT-DATE
           END-PERFORM
           COMPUTE WS-PEN-AMT ROUNDED = WS-PEN-WORK / 30
           IF LN-STATUS-TBL(WS-LOAN-INDEX) = 'N'
               MOVE 0 TO WS-PEN-AMT
           END-IF
           MOVE WS-TODAY TO LN-PEN-THRU-TBL(WS-LOAN-INDEX)
           IF WS-FEES-THIS-LOAN > 0 OR WS-PEN-AMT > 0
               ADD WS-FEES-THIS-LOAN TO LN-CHARGES-TBL(WS-LOAN-INDEX)
               ADD WS-PEN-AMT TO LN-PENALTY-TBL(WS-LOAN-INDEX)
               ADD WS-FEES-THIS-LOAN TO WS-FEE-TOTAL
               ADD WS-PEN-AMT TO WS-PEN-TOTAL
               PERFORM WRITE-CHARGE-JOURNAL
               MOVE SPACES TO REPORT-LINE
               STRING "LATE " LN-ID-TBL(WS-LOAN-INDEX)
                   " DUE " LN-NEXT-DUE-TBL(WS-LOAN-INDEX)
                   " MISSED " WS-MISSED
                   " FEE " WS-FEES-THIS-LOAN
                   " DEFAULT INT " WS-PEN-AMT
                   " DAYS " WS-PEN-DAYS
                   " OWED " LN-CHARGES-TBL(WS-LOAN-INDEX)
                   " " LN-PENALTY-TBL(WS-LOAN-INDEX)
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-FEES-THIS-LOAN > 0
               PERFORM WRITE-LATE-FEE-NOTICE
           END-IF.

       ADVANCE-INSTALLMENT-DATE.
           MOVE WS-INST-DATE(1:4) TO WS-DUE-YYYY
           MOVE WS-INST-DATE(5:2) TO WS-DUE-MM
           MOVE WS-INST-DATE(7:2) TO WS-DUE-DD
           IF WS-DUE-MM = 12
               MOVE 1 TO WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY
           ELSE
               ADD 1 TO WS-DUE-MM
           END-IF
           IF WS-DUE-DD > 28
               MOVE 28 TO WS-DUE-DD
           END-IF
           COMPUTE WS-INST-DATE =
               WS-DUE-YYYY * 10000 + WS-DUE-MM * 100 + WS-DUE-DD
           COMPUTE WS-INST-INT = FUNCTION INTEGER-OF-DATE(WS-INST-DATE).

       WRITE-CHARGE-JOURNAL.
           PERFORM LOAD-JOURNAL-CHAIN
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00" AND
                   WS-JOURNAL-STATUS NOT = "05"
               CLOSE JOURNAL-FILE
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE LN-BALANCE-TBL(WS-LOAN-INDEX) TO WS-JRN-BALANCE
           IF WS-FEES-THIS-LOAN > 0
               MOVE SPACES TO J-TXT
               STRING "LNCHG " LN-ID-TBL(WS-LOAN-INDEX) " "
                   WS-FEES-THIS-LOAN " F"
                   DELIMITED BY SIZE
                   INTO J-TXT
               PERFORM BUILD-JOURNAL-EXTENSION
               PERFORM CHAIN-JOURNAL-LINE
               WRITE J-REC
           END-IF
           IF WS-PEN-AMT > 0
               MOVE SPACES TO J-TXT
               STRING "LNCHG " LN-ID-TBL(WS-LOAN-INDEX) " "
                   WS-PEN-AMT " D"
                   DELIMITED BY SIZE
                   INTO J-TXT
               PERFORM BUILD-JOURNAL-EXTENSION
               PERFORM CHAIN-JOURNAL-LINE
               WRITE J-REC
           END-IF
           CLOSE JOURNAL-FILE.

       WRITE-LATE-FEE-NOTICE.
           OPEN EXTEND NOTIFY-FILE
           IF WS-NOTIFY-STATUS NOT = "00" AND
                   WS-NOTIFY-STATUS NOT = "05"
               CLOSE NOTIFY-FILE
               OPEN OUTPUT NOTIFY-FILE
           END-IF
           MOVE SPACES TO NOTIFY-LINE
           STRING "ALERT LATEFEE " LN-ID-TBL(WS-LOAN-INDEX)
               " FEE " WS-FEES-THIS-LOAN
               " DUE " LN-NEXT-DUE-TBL(WS-LOAN-INDEX)
               DELIMITED BY SIZE
               INTO NOTIFY-LINE
           WRITE NOTIFY-LINE
           CLOSE NOTIFY-FILE.

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
