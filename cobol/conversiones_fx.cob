       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSIONES-FX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXCONV-FILE
               ASSIGN TO DYNAMIC WS-FXCONV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FXCONV-STATUS.
           SELECT FX-RATES-FILE
               ASSIGN TO DYNAMIC WS-FX-RATES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FX-RATES-STATUS.
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
       FD  FX-RATES-FILE.
       01  FX-RATE-RECORD.
           05 FXR-CURRENCY      PIC X(3).
           05 FILLER            PIC X(1).
           05 FXR-RATE          PIC 9(3)V9(6).
           05 FILLER            PIC X(1).
           05 FXR-EFF-DATE      PIC 9(8).
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(150).
       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05 BD-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 BD-LAST-RUN       PIC 9(8).
       WORKING-STORAGE SECTION.
       01  WS-FXCONV-PATH       PIC X(200).
       01  WS-FX-RATES-PATH     PIC X(200).
       01  WS-REPORT-PATH       PIC X(200).
       01  WS-BUSDATE-PATH      PIC X(200).
       01  WS-FXCONV-STATUS     PIC XX.
       01  WS-FX-RATES-STATUS   PIC XX.
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-BUSDATE-STATUS    PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-BUSINESS-DATE     PIC 9(8).
       01  WS-DATE-TXT          PIC X(8).
       01  FX-TABLE.
           05 FX-ENTRY OCCURS 100 TIMES.
               10 FX-CURRENCY-TBL PIC X(3).
               10 FX-RATE-TBL     PIC 9(3)V9(6).
               10 FX-EFF-DATE-TBL PIC 9(8).
       01  WS-FX-INDEX          PIC 9(3) VALUE 1.
       01  WS-FX-COUNT          PIC 9(3) VALUE 0.
       01  WS-FX-LOOKUP-CCY     PIC X(3).
       01  WS-FX-LOOKUP-RATE    PIC 9(3)V9(6).
       01  WS-FX-LOOKUP-DATE    PIC 9(8).
       01  PAIR-TABLE.
           05 PAIR-ENTRY OCCURS 200 TIMES.
               10 PR-FROM-TBL     PIC X(3).
               10 PR-TO-TBL       PIC X(3).
               10 PR-SIDE-TBL     PIC X(1).
               10 PR-COUNT-TBL    PIC 9(7).
               10 PR-FOREIGN-TBL  PIC 9(11)V99.
               10 PR-MID-TBL      PIC 9(11)V99.
               10 PR-CUST-TBL     PIC 9(11)V99.
               10 PR-INCOME-TBL   PIC 9(9)V99.
               10 PR-BASE-TBL     PIC 9(11)V99.
       01  WS-PR-INDEX          PIC 9(3) VALUE 1.
       01  WS-PR-COUNT          PIC 9(3) VALUE 0.
       01  WS-SIDE-TXT          PIC X(4).
       01  WS-TOTAL-COUNT       PIC 9(7) VALUE 0.
       01  WS-TOTAL-BASE        PIC 9(11)V99 VALUE 0.
       01  WS-SKIPPED           PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-FXCONV-PATH
           ACCEPT WS-FXCONV-PATH FROM ENVIRONMENT "FX_CONVERSIONS_PATH"
           IF WS-FXCONV-PATH = SPACES
               MOVE "accounts/FX_CONVERSIONS.DAT" TO WS-FXCONV-PATH
           END-IF
           MOVE SPACES TO WS-FX-RATES-PATH
           ACCEPT WS-FX-RATES-PATH FROM ENVIRONMENT "FX_RATES_PATH"
           IF WS-FX-RATES-PATH = SPACES
               MOVE "accounts/FX_RATES.DAT" TO WS-FX-RATES-PATH
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "FX_CONVERSION_RPT"
           IF WS-REPORT-PATH = SPACES
               MOVE "accounts/FX_CONVERSION.RPT" TO WS-REPORT-PATH
           END-IF
           MOVE SPACES TO WS-BUSDATE-PATH
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_PATH"
           IF WS-BUSDATE-PATH = SPACES
               MOVE "accounts/BUSINESS_DATE.DAT" TO WS-BUSDATE-PATH
           END-IF
           PERFORM READ-BUSINESS-DATE
           MOVE SPACES TO WS-DATE-TXT
           ACCEPT WS-DATE-TXT FROM ENVIRONMENT "REPORT_DATE"
           IF WS-DATE-TXT NOT = SPACES AND WS-DATE-TXT NUMERIC
               MOVE WS-DATE-TXT TO WS-BUSINESS-DATE
           END-IF
           PERFORM LOAD-FX-RATES
           PERFORM TALLY-CONVERSIONS
           PERFORM WRITE-CONVERSION-REPORT
           DISPLAY "FX CONVERSIONS " WS-BUSINESS-DATE
               " ITEMS " WS-TOTAL-COUNT
               " PAIRS " WS-PR-COUNT
               " INCOME BASE " WS-TOTAL-BASE
           STOP RUN.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSDATE-FILE
                   AT END
                       ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
                   NOT AT END
                       IF BD-DATE NUMERIC
                           MOVE BD-DATE TO WS-BUSINESS-DATE
                       ELSE
                           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           ELSE
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

       LOAD-FX-RATES.
           MOVE 0 TO WS-FX-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT FX-RATES-FILE
           IF WS-FX-RATES-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-FX-COUNT >= 100
                   READ FX-RATES-FILE INTO FX-RATE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FXR-RATE NUMERIC AND FXR-EFF-DATE NUMERIC
                               AND FXR-EFF-DATE <= WS-BUSINESS-DATE
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
           ELSE
               DISPLAY "NO FX RATES - INCOME REPORTED AT PAR"
           END-IF
           MOVE 'N' TO WS-EOF.

       LOOKUP-FX-RATE.
           MOVE 1 TO WS-FX-LOOKUP-RATE
           IF WS-FX-LOOKUP-CCY NOT = "USD"
                   AND WS-FX-LOOKUP-CCY NOT = SPACES
               MOVE 0 TO WS-FX-LOOKUP-DATE
               MOVE 1 TO WS-FX-INDEX
               PERFORM UNTIL WS-FX-INDEX > WS-FX-COUNT
                   IF FX-CURRENCY-TBL(WS-FX-INDEX) = WS-FX-LOOKUP-CCY
                           AND FX-EFF-DATE-TBL(WS-FX-INDEX)
                               >= WS-FX-LOOKUP-DATE
                       MOVE FX-RATE-TBL(WS-FX-INDEX)
                           TO WS-FX-LOOKUP-RATE
                       MOVE FX-EFF-DATE-TBL(WS-FX-INDEX)
                           TO WS-FX-LOOKUP-DATE
                   END-IF
                   ADD 1 TO WS-FX-INDEX
               END-PERFORM
           END-IF.

       TALLY-CONVERSIONS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FXCONV-FILE
           IF WS-FXCONV-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FXCONV-FILE INTO FXCONV-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FC-DATE NUMERIC
                               AND FC-DATE = WS-BUSINESS-DATE
                           IF FC-FOREIGN-AMT NUMERIC
                                   AND FC-CUST-AMT NUMERIC
                                   AND FC-MID-AMT NUMERIC
                                   AND FC-INCOME NUMERIC
                               PERFORM TAKE-ONE-CONVERSION
                           ELSE
                               ADD 1 TO WS-SKIPPED
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FXCONV-FILE
           ELSE
               DISPLAY "NO FX CONVERSIONS FILE"
           END-IF
           MOVE 'N' TO WS-EOF.

       TAKE-ONE-CONVERSION.
           MOVE 1 TO WS-PR-INDEX
           PERFORM UNTIL WS-PR-INDEX > WS-PR-COUNT
               IF PR-FROM-TBL(WS-PR-INDEX) = FC-FROM-CCY
                       AND PR-TO-TBL(WS-PR-INDEX) = FC-TO-CCY
                       AND PR-SIDE-TBL(WS-PR-INDEX) = FC-SIDE
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-PR-INDEX
           END-PERFORM
           IF WS-PR-INDEX > WS-PR-COUNT
               IF WS-PR-COUNT < 200
                   ADD 1 TO WS-PR-COUNT
                   MOVE WS-PR-COUNT TO WS-PR-INDEX
                   MOVE FC-FROM-CCY TO PR-FROM-TBL(WS-PR-INDEX)
                   MOVE FC-TO-CCY TO PR-TO-TBL(WS-PR-INDEX)
                   MOVE FC-SIDE TO PR-SIDE-TBL(WS-PR-INDEX)
                   MOVE 0 TO PR-COUNT-TBL(WS-PR-INDEX)
                   MOVE 0 TO PR-FOREIGN-TBL(WS-PR-INDEX)
                   MOVE 0 TO PR-MID-TBL(WS-PR-INDEX)
                   MOVE 0 TO PR-CUST-TBL(WS-PR-INDEX)
                   MOVE 0 TO PR-INCOME-TBL(WS-PR-INDEX)
                   MOVE 0 TO PR-BASE-TBL(WS-PR-INDEX)
               ELSE
                   ADD 1 TO WS-SKIPPED
               END-IF
           END-IF
           IF WS-PR-INDEX <= WS-PR-COUNT
               ADD 1 TO PR-COUNT-TBL(WS-PR-INDEX)
               ADD FC-FOREIGN-AMT TO PR-FOREIGN-TBL(WS-PR-INDEX)
               ADD FC-MID-AMT TO PR-MID-TBL(WS-PR-INDEX)
               ADD FC-CUST-AMT TO PR-CUST-TBL(WS-PR-INDEX)
               ADD FC-INCOME TO PR-INCOME-TBL(WS-PR-INDEX)
               MOVE FC-TO-CCY TO WS-FX-LOOKUP-CCY
               PERFORM LOOKUP-FX-RATE
               COMPUTE PR-BASE-TBL(WS-PR-INDEX) ROUNDED =
                   PR-BASE-TBL(WS-PR-INDEX)
                       + FC-INCOME * WS-FX-LOOKUP-RATE
               ADD 1 TO WS-TOTAL-COUNT
           END-IF.

       WRITE-CONVERSION-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "FX CONVERSION REPORT " WS-BUSINESS-DATE
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 1 TO WS-PR-INDEX
           PERFORM UNTIL WS-PR-INDEX > WS-PR-COUNT
               IF PR-SIDE-TBL(WS-PR-INDEX) = 'B'
                   MOVE "BUY " TO WS-SIDE-TXT
               ELSE
                   MOVE "SELL" TO WS-SIDE-TXT
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING "PAIR " PR-FROM-TBL(WS-PR-INDEX) "/"
                   PR-TO-TBL(WS-PR-INDEX) " " WS-SIDE-TXT
                   " ITEMS " PR-COUNT-TBL(WS-PR-INDEX)
                   " VOLUME " PR-FOREIGN-TBL(WS-PR-INDEX)
                   " MID " PR-MID-TBL(WS-PR-INDEX)
                   " CUSTOMER " PR-CUST-TBL(WS-PR-INDEX)
                   " INCOME " PR-INCOME-TBL(WS-PR-INDEX)
                   " BASE " PR-BASE-TBL(WS-PR-INDEX)
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD PR-BASE-TBL(WS-PR-INDEX) TO WS-TOTAL-BASE
               ADD 1 TO WS-PR-INDEX
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL ITEMS " WS-TOTAL-COUNT
               " PAIRS " WS-PR-COUNT
               " INCOME BASE " WS-TOTAL-BASE
               " SKIPPED " WS-SKIPPED
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.
