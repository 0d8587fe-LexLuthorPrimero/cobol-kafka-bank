               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT FXCONV-FILE
               ASSIGN TO DYNAMIC WS-FXCONV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FXCONV-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO DYNAMIC WS-BUSDATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
           05 AC-STATUS         PIC X(1).
       FD  JOURNAL-FILE.
       01  J-REC.
           05 J-TXT             PIC X(136).
       FD  FX-RATES-FILE.
       01  FX-RATE-RECORD.
           05 FXR-CURRENCY      PIC X(3).
           05 FP-BASE           PIC S9(11)V99.
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(120).
       FD  FXCONV-FILE.
       01  FXCONV-RECORD.
           05 FC-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 FC-SEQ            PIC 9(7).
           05 FILLER            PIC X(1).
           05 FC-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 FC-SIDE           PIC X(1).
           05 FILLER            PIC X(1).
           05 FC-FROM-CCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 FC-TO-CCY         PIC X(3).
           05 FILLER            PIC X(1).
           05 FC-FOREIGN-AMT    PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 FC-MID-AMT        PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 FC-CUST-AMT       PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 FC-INCOME         PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 FC-SPREAD         PIC 9(2)V9(4).
           05 FILLER            PIC X(1).
           05 FC-SEGMENT        PIC X(2).
           05 FILLER            PIC X(1).
           05 FC-PROGRAM        PIC X(16).
       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05 BD-DATE           PIC 9(8).
       01  WS-HISTORY-PATH      PIC X(200).
       01  WS-REPORT-PATH       PIC X(200).
       01  WS-BUSDATE-PATH      PIC X(200).
       01  WS-FXCONV-PATH       PIC X(200).
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-JOURNAL-STATUS    PIC XX.
       01  WS-FX-RATES-STATUS   PIC XX.
       01  WS-HISTORY-STATUS    PIC XX.
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-BUSDATE-STATUS    PIC XX.
       01  WS-FXCONV-STATUS     PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-BUSINESS-DATE     PIC 9(8).
       01  WS-BUSINESS-X        PIC X(8).
               10 CP-RATE-TBL     PIC 9(3)V9(6).
               10 CP-BASE-TBL     PIC S9(11)V99.
               10 CP-LIMIT-TBL    PIC 9(11)V99.
               10 CP-CONV-BUY-TBL PIC 9(11)V99.
               10 CP-CONV-SELL-TBL PIC 9(11)V99.
               10 CP-CONV-INC-TBL PIC 9(9)V99.
       01  WS-CP-INDEX          PIC 9(2) VALUE 1.
       01  WS-CP-COUNT          PIC 9(2) VALUE 0.
       01  WS-CCY-LOOKUP        PIC X(3).
           IF WS-BUSDATE-PATH = SPACES
               MOVE "accounts/BUSINESS_DATE.DAT" TO WS-BUSDATE-PATH
           END-IF
           MOVE SPACES TO WS-FXCONV-PATH
           ACCEPT WS-FXCONV-PATH FROM ENVIRONMENT "FX_CONVERSIONS_PATH"
           IF WS-FXCONV-PATH = SPACES
               MOVE "accounts/FX_CONVERSIONS.DAT" TO WS-FXCONV-PATH
           END-IF
           PERFORM READ-BUSINESS-DATE
           PERFORM NET-ACCOUNT-BALANCES
           PERFORM NET-JOURNAL-ACTIVITY
           PERFORM NET-CUSTOMER-CONVERSIONS
           PERFORM APPLY-FX-RATES
           PERFORM APPLY-CCY-LIMITS
           PERFORM APPEND-POSITION-HISTORY
               MOVE 1 TO CP-RATE-TBL(WS-CP-INDEX)
               MOVE 0 TO CP-BASE-TBL(WS-CP-INDEX)
               MOVE 0 TO CP-LIMIT-TBL(WS-CP-INDEX)
               MOVE 0 TO CP-CONV-BUY-TBL(WS-CP-INDEX)
               MOVE 0 TO CP-CONV-SELL-TBL(WS-CP-INDEX)
               MOVE 0 TO CP-CONV-INC-TBL(WS-CP-INDEX)
           END-IF.

       NET-ACCOUNT-BALANCES.
               END-IF
           END-IF.

       NET-CUSTOMER-CONVERSIONS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FXCONV-FILE
           IF WS-FXCONV-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FXCONV-FILE INTO FXCONV-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FC-DATE NUMERIC
                               AND FC-DATE = WS-BUSINESS-DATE
                               AND FC-FOREIGN-AMT NUMERIC
                               AND FC-CUST-AMT NUMERIC
                               AND FC-INCOME NUMERIC
                           PERFORM TAKE-ONE-CONVERSION
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FXCONV-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       TAKE-ONE-CONVERSION.
           MOVE FC-FROM-CCY TO WS-CCY-LOOKUP
           PERFORM FIND-CCY-ENTRY
           IF WS-CP-INDEX <= WS-CP-COUNT
               IF FC-SIDE = 'B'
                   ADD FC-FOREIGN-AMT
                       TO CP-CONV-BUY-TBL(WS-CP-INDEX)
               ELSE
                   ADD FC-FOREIGN-AMT
                       TO CP-CONV-SELL-TBL(WS-CP-INDEX)
               END-IF
           END-IF
           MOVE FC-TO-CCY TO WS-CCY-LOOKUP
           PERFORM FIND-CCY-ENTRY
           IF WS-CP-INDEX <= WS-CP-COUNT
               IF FC-SIDE = 'B'
                   ADD FC-CUST-AMT
                       TO CP-CONV-SELL-TBL(WS-CP-INDEX)
               ELSE
                   ADD FC-CUST-AMT
                       TO CP-CONV-BUY-TBL(WS-CP-INDEX)
               END-IF
               ADD FC-INCOME TO CP-CONV-INC-TBL(WS-CP-INDEX)
           END-IF.

       APPLY-FX-RATES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FX-RATES-FILE
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           IF CP-CONV-BUY-TBL(WS-CP-INDEX) > 0
                   OR CP-CONV-SELL-TBL(WS-CP-INDEX) > 0
               MOVE SPACES TO REPORT-LINE
               STRING "CONV   " CP-CCY-TBL(WS-CP-INDEX)
                   " BOUGHT " CP-CONV-BUY-TBL(WS-CP-INDEX)
                   " SOLD " CP-CONV-SELL-TBL(WS-CP-INDEX)
                   " SPREAD INCOME " CP-CONV-INC-TBL(WS-CP-INDEX)
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
