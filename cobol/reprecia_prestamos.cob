       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPRECIA-PRESTAMOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT INDEX-FILE
               ASSIGN TO DYNAMIC WS-INDEX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT HISTORY-FILE
               ASSIGN TO DYNAMIC WS-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO DYNAMIC WS-BUSDATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
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
       FD  INDEX-FILE.
       01  INDEX-RECORD.
           05 IX-CODE           PIC X(8).
           05 FILLER            PIC X(1).
           05 IX-EFFECTIVE      PIC 9(8).
           05 FILLER            PIC X(1).
           05 IX-RATE           PIC 9V9(4).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 RH-LOAN-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 RH-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 RH-INDEX-CODE     PIC X(8).
           05 FILLER            PIC X(1).
           05 RH-INDEX-RATE     PIC 9V9(4).
           05 FILLER            PIC X(1).
           05 RH-OLD-RATE       PIC 9V9(4).
           05 FILLER            PIC X(1).
           05 RH-NEW-RATE       PIC 9V9(4).
           05 FILLER            PIC X(1).
           05 RH-OLD-PAYMENT    PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 RH-NEW-PAYMENT    PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 RH-REMAINING      PIC 9(3).
       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05 BD-DATE           PIC 9(8).
       FD  NOTIFY-FILE.
       01  NOTIFY-LINE          PIC X(100).
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-LOAN-PATH         PIC X(200).
       01  WS-TERMS-PATH        PIC X(200).
       01  WS-INDEX-PATH        PIC X(200).
       01  WS-HISTORY-PATH      PIC X(200).
       01  WS-BUSDATE-PATH      PIC X(200).
       01  WS-NOTIFY-PATH       PIC X(200).
       01  WS-REPORT-PATH       PIC X(200).
       01  WS-LOAN-STATUS       PIC XX.
       01  WS-TERMS-STATUS      PIC XX.
       01  WS-INDEX-STATUS      PIC XX.
       01  WS-HISTORY-STATUS    PIC XX.
       01  WS-BUSDATE-STATUS    PIC XX.
       01  WS-NOTIFY-STATUS     PIC XX.
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
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
       01  TERMS-TABLE.
           05 TERMS-ENTRY OCCURS 10000 TIMES.
               10 RT-LOAN-TBL     PIC X(5).
               10 RT-TYPE-TBL     PIC X(1).
               10 RT-INDEX-TBL    PIC X(8).
               10 RT-MARGIN-TBL   PIC 9V9(4).
               10 RT-FLOOR-TBL    PIC 9V9(4).
               10 RT-CAP-TBL      PIC 9V9(4).
               10 RT-FREQ-TBL     PIC 9(2).
               10 RT-NEXT-TBL     PIC 9(8).
               10 RT-LAST-TBL     PIC 9(8).
       01  WS-RT-INDEX          PIC 9(5) VALUE 1.
       01  WS-RT-COUNT          PIC 9(5) VALUE 0.
       01  INDEX-TABLE.
           05 INDEX-ENTRY OCCURS 5000 TIMES.
               10 IX-CODE-TBL     PIC X(8).
               10 IX-EFF-TBL      PIC 9(8).
               10 IX-RATE-TBL     PIC 9V9(4).
       01  WS-IX-INDEX          PIC 9(5) VALUE 1.
       01  WS-IX-COUNT          PIC 9(5) VALUE 0.
       01  WS-IX-FOUND          PIC X VALUE 'N'.
       01  WS-IX-BEST-DATE      PIC 9(8).
       01  WS-INDEX-RATE        PIC 9V9(4).
       01  WS-NEW-RATE          PIC 9V9(4).
       01  WS-OLD-RATE          PIC 9V9(4).
       01  WS-OLD-PAYMENT       PIC 9(7)V99.
       01  WS-INSTALLMENT       PIC 9(7)V99.
       01  WS-REMAINING         PIC S9(5).
       01  WS-TERM-INDEX        PIC 9(5).
       01  WS-GROWTH            PIC 9(9)V9(9).
       01  WS-RATE-FACTOR       PIC 9V9(4).
       01  WS-ANNUITY-NUM       PIC 9(9)V9(6).
       01  WS-ANNUITY-DEN       PIC 9(9)V9(9).
       01  WS-MONTH-NO-DUE      PIC 9(6).
       01  WS-MONTH-NO-OPEN     PIC 9(6).
       01  WS-OPEN-DATE         PIC 9(8).
       01  WS-RESET-DATE        PIC 9(8).
       01  WS-DUE-YYYY          PIC 9(4).
       01  WS-DUE-MM            PIC 9(2).
       01  WS-DUE-DD            PIC 9(2).
       01  WS-STEP              PIC 9(2).
       01  WS-REPRICED-COUNT    PIC 9(5) VALUE 0.
       01  WS-SKIPPED-COUNT     PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
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
           MOVE SPACES TO WS-INDEX-PATH
           ACCEPT WS-INDEX-PATH FROM ENVIRONMENT "INDEX_RATES_PATH"
           IF WS-INDEX-PATH = SPACES
               MOVE "accounts/INDEX_RATES.DAT" TO WS-INDEX-PATH
           END-IF
           MOVE SPACES TO WS-HISTORY-PATH
           ACCEPT WS-HISTORY-PATH
               FROM ENVIRONMENT "REPRICING_HISTORY_PATH"
           IF WS-HISTORY-PATH = SPACES
               MOVE "accounts/REPRICING_HISTORY.DAT" TO WS-HISTORY-PATH
           END-IF
           MOVE SPACES TO WS-BUSDATE-PATH
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_PATH"
           IF WS-BUSDATE-PATH = SPACES
               MOVE "accounts/BUSINESS_DATE.DAT" TO WS-BUSDATE-PATH
           END-IF
           MOVE SPACES TO WS-NOTIFY-PATH
           ACCEPT WS-NOTIFY-PATH FROM ENVIRONMENT "NOTIFY_OUTBOX_PATH"
           IF WS-NOTIFY-PATH = SPACES
               MOVE "accounts/NOTIFY_OUTBOX.LOG" TO WS-NOTIFY-PATH
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "REPRICING_RPT_PATH"
           IF WS-REPORT-PATH = SPACES
               MOVE "accounts/REPRICING.RPT" TO WS-REPORT-PATH
           END-IF
           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-LOAN-MASTER
           PERFORM LOAD-TERMS-TABLE
           PERFORM LOAD-INDEX-TABLE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "VARIABLE RATE REPRICING " WS-TODAY
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 1 TO WS-RT-INDEX
           PERFORM UNTIL WS-RT-INDEX > WS-RT-COUNT
               IF RT-TYPE-TBL(WS-RT-INDEX) = 'V'
                       AND RT-NEXT-TBL(WS-RT-INDEX) > 0
                       AND RT-NEXT-TBL(WS-RT-INDEX) <= WS-TODAY
                   PERFORM REPRICE-ONE-LOAN
               END-IF
               ADD 1 TO WS-RT-INDEX
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "REPRICED " WS-REPRICED-COUNT
               " SKIPPED " WS-SKIPPED-COUNT
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           IF WS-REPRICED-COUNT > 0
               PERFORM REWRITE-LOAN-MASTER
           END-IF
           PERFORM REWRITE-TERMS-FILE
           DISPLAY "LOANS REPRICED " WS-REPRICED-COUNT
               " SKIPPED " WS-SKIPPED-COUNT
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

       LOAD-TERMS-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-RT-COUNT
           OPEN INPUT TERMS-FILE
           IF WS-TERMS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-RT-COUNT >= 10000
                   READ TERMS-FILE INTO TERMS-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RT-LOAN-ID NOT = SPACES
                           ADD 1 TO WS-RT-COUNT
                           PERFORM STORE-TERMS-ENTRY
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE TERMS-FILE
           ELSE
               DISPLAY "NO LOAN RATE TERMS ON FILE"
           END-IF
           MOVE 'N' TO WS-EOF.

       STORE-TERMS-ENTRY.
           MOVE RT-LOAN-ID TO RT-LOAN-TBL(WS-RT-COUNT)
           MOVE RT-RATE-TYPE TO RT-TYPE-TBL(WS-RT-COUNT)
           MOVE RT-INDEX-CODE TO RT-INDEX-TBL(WS-RT-COUNT)
           MOVE 0 TO RT-MARGIN-TBL(WS-RT-COUNT)
           MOVE 0 TO RT-FLOOR-TBL(WS-RT-COUNT)
           MOVE 0 TO RT-CAP-TBL(WS-RT-COUNT)
           MOVE 12 TO RT-FREQ-TBL(WS-RT-COUNT)
           MOVE 0 TO RT-NEXT-TBL(WS-RT-COUNT)
           MOVE 0 TO RT-LAST-TBL(WS-RT-COUNT)
           IF RT-MARGIN NUMERIC
               MOVE RT-MARGIN TO RT-MARGIN-TBL(WS-RT-COUNT)
           END-IF
           IF RT-FLOOR NUMERIC
               MOVE RT-FLOOR TO RT-FLOOR-TBL(WS-RT-COUNT)
           END-IF
           IF RT-CAP NUMERIC
               MOVE RT-CAP TO RT-CAP-TBL(WS-RT-COUNT)
           END-IF
           IF RT-FREQ-MONTHS NUMERIC AND RT-FREQ-MONTHS > 0
               MOVE RT-FREQ-MONTHS TO RT-FREQ-TBL(WS-RT-COUNT)
           END-IF
           IF RT-NEXT-RESET NUMERIC
               MOVE RT-NEXT-RESET TO RT-NEXT-TBL(WS-RT-COUNT)
           END-IF
           IF RT-LAST-RESET NUMERIC
               MOVE RT-LAST-RESET TO RT-LAST-TBL(WS-RT-COUNT)
           END-IF.

       LOAD-INDEX-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-IX-COUNT
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-IX-COUNT >= 5000
                   READ INDEX-FILE INTO INDEX-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF IX-CODE NOT = SPACES
                               AND IX-EFFECTIVE NUMERIC
                               AND IX-RATE NUMERIC
                           ADD 1 TO WS-IX-COUNT
                           MOVE IX-CODE TO IX-CODE-TBL(WS-IX-COUNT)
                           MOVE IX-EFFECTIVE
                               TO IX-EFF-TBL(WS-IX-COUNT)
                           MOVE IX-RATE TO IX-RATE-TBL(WS-IX-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE INDEX-FILE
           ELSE
               DISPLAY "NO INDEX RATE FILE"
           END-IF
           MOVE 'N' TO WS-EOF.

       REPRICE-ONE-LOAN.
           MOVE RT-NEXT-TBL(WS-RT-INDEX) TO WS-RESET-DATE
           MOVE 0 TO WS-LOAN-IX
           MOVE 1 TO WS-LOAN-INDEX
           PERFORM UNTIL WS-LOAN-INDEX > WS-LOAN-COUNT
               IF LN-ID-TBL(WS-LOAN-INDEX) = RT-LOAN-TBL(WS-RT-INDEX)
                   MOVE WS-LOAN-INDEX TO WS-LOAN-IX
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-LOAN-INDEX
           END-PERFORM
           IF WS-LOAN-IX = 0
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "SKIP " RT-LOAN-TBL(WS-RT-INDEX)
                   " - LOAN NOT ON MASTER"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
           IF LN-BALANCE-TBL(WS-LOAN-IX) = 0
                   OR LN-STATUS-TBL(WS-LOAN-IX) = 'P'
                   OR LN-STATUS-TBL(WS-LOAN-IX) = 'W'
               MOVE 0 TO RT-NEXT-TBL(WS-RT-INDEX)
               MOVE SPACES TO REPORT-LINE
               STRING "SKIP " RT-LOAN-TBL(WS-RT-INDEX)
                   " - LOAN CLOSED, RESETS STOPPED"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM FIND-INDEX-RATE
               IF WS-IX-FOUND = 'N'
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "SKIP " RT-LOAN-TBL(WS-RT-INDEX)
                       " - NO RATE FOR INDEX "
                       RT-INDEX-TBL(WS-RT-INDEX)
                       " ON " WS-RESET-DATE
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   DISPLAY "NO INDEX RATE FOR "
                       RT-LOAN-TBL(WS-RT-INDEX)
               ELSE
                   PERFORM APPLY-NEW-RATE
               END-IF
           END-IF
           END-IF.

       FIND-INDEX-RATE.
           MOVE 'N' TO WS-IX-FOUND
           MOVE 0 TO WS-IX-BEST-DATE
           MOVE 1 TO WS-IX-INDEX
           PERFORM UNTIL WS-IX-INDEX > WS-IX-COUNT
               IF IX-CODE-TBL(WS-IX-INDEX) = RT-INDEX-TBL(WS-RT-INDEX)
                       AND IX-EFF-TBL(WS-IX-INDEX) <= WS-RESET-DATE
                       AND IX-EFF-TBL(WS-IX-INDEX) >= WS-IX-BEST-DATE
                   MOVE 'Y' TO WS-IX-FOUND
                   MOVE IX-EFF-TBL(WS-IX-INDEX) TO WS-IX-BEST-DATE
                   MOVE IX-RATE-TBL(WS-IX-INDEX) TO WS-INDEX-RATE
               END-IF
               ADD 1 TO WS-IX-INDEX
           END-PERFORM.

       APPLY-NEW-RATE.
           MOVE WS-INDEX-RATE TO WS-NEW-RATE
           ADD RT-MARGIN-TBL(WS-RT-INDEX) TO WS-NEW-RATE
           IF WS-NEW-RATE < RT-FLOOR-TBL(WS-RT-INDEX)
               MOVE RT-FLOOR-TBL(WS-RT-INDEX) TO WS-NEW-RATE
           END-IF
           IF RT-CAP-TBL(WS-RT-INDEX) > 0
                   AND WS-NEW-RATE > RT-CAP-TBL(WS-RT-INDEX)
               MOVE RT-CAP-TBL(WS-RT-INDEX) TO WS-NEW-RATE
           END-IF
           MOVE LN-RATE-TBL(WS-LOAN-IX) TO WS-OLD-RATE
           MOVE LN-PAYMENT-TBL(WS-LOAN-IX) TO WS-OLD-PAYMENT
           PERFORM COMPUTE-REMAINING-TERM
           PERFORM COMPUTE-INSTALLMENT
           MOVE WS-NEW-RATE TO LN-RATE-TBL(WS-LOAN-IX)
           MOVE WS-INSTALLMENT TO LN-PAYMENT-TBL(WS-LOAN-IX)
           MOVE WS-TODAY TO RT-LAST-TBL(WS-RT-INDEX)
           PERFORM UNTIL RT-NEXT-TBL(WS-RT-INDEX) > WS-TODAY
               PERFORM ADVANCE-RESET-DATE
           END-PERFORM
           ADD 1 TO WS-REPRICED-COUNT
           PERFORM APPEND-HISTORY-RECORD
           MOVE SPACES TO REPORT-LINE
           STRING "REPRICE " LN-ID-TBL(WS-LOAN-IX)
               " INDEX " RT-INDEX-TBL(WS-RT-INDEX)
               " " WS-INDEX-RATE
               " RATE " WS-OLD-RATE " TO " WS-NEW-RATE
               " PMT " WS-OLD-PAYMENT " TO " WS-INSTALLMENT
               " RESET " RT-NEXT-TBL(WS-RT-INDEX)
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
           STRING "ALERT RATECHANGE " LN-ID-TBL(WS-LOAN-IX)
               " RATE " WS-NEW-RATE
               " PAYMENT " WS-INSTALLMENT
               " FROM DUE " LN-NEXT-DUE-TBL(WS-LOAN-IX)
               DELIMITED BY SIZE
               INTO NOTIFY-LINE
           WRITE NOTIFY-LINE
           CLOSE NOTIFY-FILE.

       COMPUTE-REMAINING-TERM.
           MOVE LN-TERM-TBL(WS-LOAN-IX) TO WS-REMAINING
           IF LN-OPENED-TBL(WS-LOAN-IX) NUMERIC
               MOVE LN-OPENED-TBL(WS-LOAN-IX) TO WS-OPEN-DATE
               MOVE WS-OPEN-DATE(1:4) TO WS-DUE-YYYY
               MOVE WS-OPEN-DATE(5:2) TO WS-DUE-MM
               COMPUTE WS-MONTH-NO-OPEN = WS-DUE-YYYY * 12 + WS-DUE-MM
               MOVE LN-NEXT-DUE-TBL(WS-LOAN-IX)(1:4) TO WS-DUE-YYYY
               MOVE LN-NEXT-DUE-TBL(WS-LOAN-IX)(5:2) TO WS-DUE-MM
               COMPUTE WS-MONTH-NO-DUE = WS-DUE-YYYY * 12 + WS-DUE-MM
               IF WS-MONTH-NO-DUE > WS-MONTH-NO-OPEN
                   COMPUTE WS-REMAINING = LN-TERM-TBL(WS-LOAN-IX)
                       - (WS-MONTH-NO-DUE - WS-MONTH-NO-OPEN) + 1
               END-IF
           END-IF
           IF WS-REMAINING < 1
               MOVE 1 TO WS-REMAINING
           END-IF
           IF WS-REMAINING > LN-TERM-TBL(WS-LOAN-IX)
               MOVE LN-TERM-TBL(WS-LOAN-IX) TO WS-REMAINING
           END-IF.

       COMPUTE-INSTALLMENT.
           IF WS-NEW-RATE = 0
               COMPUTE WS-INSTALLMENT ROUNDED =
                   LN-BALANCE-TBL(WS-LOAN-IX) / WS-REMAINING
           ELSE
               MOVE 1 TO WS-RATE-FACTOR
               ADD WS-NEW-RATE TO WS-RATE-FACTOR
               MOVE 1 TO WS-GROWTH
               MOVE 0 TO WS-TERM-INDEX
               PERFORM UNTIL WS-TERM-INDEX >= WS-REMAINING
                   COMPUTE WS-GROWTH ROUNDED =
                       WS-GROWTH * WS-RATE-FACTOR
                   ADD 1 TO WS-TERM-INDEX
               END-PERFORM
               COMPUTE WS-ANNUITY-NUM ROUNDED =
                   LN-BALANCE-TBL(WS-LOAN-IX) * WS-NEW-RATE * WS-GROWTH
               COMPUTE WS-ANNUITY-DEN = WS-GROWTH - 1
               COMPUTE WS-INSTALLMENT ROUNDED =
                   WS-ANNUITY-NUM / WS-ANNUITY-DEN
           END-IF.

       ADVANCE-RESET-DATE.
           MOVE RT-NEXT-TBL(WS-RT-INDEX)(1:4) TO WS-DUE-YYYY
           MOVE RT-NEXT-TBL(WS-RT-INDEX)(5:2) TO WS-DUE-MM
           MOVE RT-NEXT-TBL(WS-RT-INDEX)(7:2) TO WS-DUE-DD
           MOVE 0 TO WS-STEP
           PERFORM UNTIL WS-STEP >= RT-FREQ-TBL(WS-RT-INDEX)
               IF WS-DUE-MM = 12
                   MOVE 1 TO WS-DUE-MM
                   ADD 1 TO WS-DUE-YYYY
               ELSE
                   ADD 1 TO WS-DUE-MM
               END-IF
               ADD 1 TO WS-STEP
           END-PERFORM
           IF WS-DUE-DD > 28
               MOVE 28 TO WS-DUE-DD
           END-IF
           COMPUTE RT-NEXT-TBL(WS-RT-INDEX) =
               WS-DUE-YYYY * 10000 + WS-DUE-MM * 100 + WS-DUE-DD.

       APPEND-HISTORY-RECORD.
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00" AND
                   WS-HISTORY-STATUS NOT = "05"
               CLOSE HISTORY-FILE
               OPEN OUTPUT HISTORY-FILE
           END-IF
           MOVE SPACES TO HISTORY-RECORD
           MOVE LN-ID-TBL(WS-LOAN-IX) TO RH-LOAN-ID
           MOVE WS-TODAY TO RH-DATE
           MOVE RT-INDEX-TBL(WS-RT-INDEX) TO RH-INDEX-CODE
           MOVE WS-INDEX-RATE TO RH-INDEX-RATE
           MOVE WS-OLD-RATE TO RH-OLD-RATE
           MOVE WS-NEW-RATE TO RH-NEW-RATE
           MOVE WS-OLD-PAYMENT TO RH-OLD-PAYMENT
           MOVE WS-INSTALLMENT TO RH-NEW-PAYMENT
           MOVE WS-REMAINING TO RH-REMAINING
           WRITE HISTORY-RECORD
           CLOSE HISTORY-FILE.

       REWRITE-TERMS-FILE.
           IF WS-RT-COUNT > 0
               OPEN OUTPUT TERMS-FILE
               MOVE 1 TO WS-RT-INDEX
               PERFORM UNTIL WS-RT-INDEX > WS-RT-COUNT
                   MOVE SPACES TO TERMS-RECORD
                   MOVE RT-LOAN-TBL(WS-RT-INDEX) TO RT-LOAN-ID
                   MOVE RT-TYPE-TBL(WS-RT-INDEX) TO RT-RATE-TYPE
                   MOVE RT-INDEX-TBL(WS-RT-INDEX) TO RT-INDEX-CODE
                   MOVE RT-MARGIN-TBL(WS-RT-INDEX) TO RT-MARGIN
                   MOVE RT-FLOOR-TBL(WS-RT-INDEX) TO RT-FLOOR
                   MOVE RT-CAP-TBL(WS-RT-INDEX) TO RT-CAP
                   MOVE RT-FREQ-TBL(WS-RT-INDEX) TO RT-FREQ-MONTHS
                   MOVE RT-NEXT-TBL(WS-RT-INDEX) TO RT-NEXT-RESET
                   MOVE RT-LAST-TBL(WS-RT-INDEX) TO RT-LAST-RESET
                   WRITE TERMS-RECORD
                   ADD 1 TO WS-RT-INDEX
               END-PERFORM
               CLOSE TERMS-FILE
           END-IF.

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
