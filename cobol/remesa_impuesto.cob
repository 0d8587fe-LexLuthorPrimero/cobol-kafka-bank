       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMESA-IMPUESTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FTTCOLL-FILE
               ASSIGN TO DYNAMIC WS-FTTCOLL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FTTCOLL-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JSEAL-FILE
               ASSIGN TO DYNAMIC WS-JSEAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JSEAL-STATUS.
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
       FD  FTTCOLL-FILE.
       01  FTTCOLL-RECORD.
           05 FT-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 FT-KIND           PIC X(1).
           05 FILLER            PIC X(1).
           05 FT-BASE           PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 FT-TAX            PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 FT-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 FT-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 FT-SEQ            PIC 9(7).
           05 FILLER            PIC X(1).
           05 FT-PROGRAM        PIC X(16).
           05 FILLER            PIC X(1).
           05 FT-STATUS         PIC X(1).
           05 FILLER            PIC X(1).
           05 FT-REMIT-DATE     PIC X(8).
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
       01 WS-LOCK-PROGRAM   PIC X(24) VALUE "REMESA-IMPUESTO".
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
       01  WS-FTTCOLL-PATH      PIC X(200).
       01  WS-JOURNAL-PATH      PIC X(200).
       01  WS-REPORT-PATH       PIC X(200).
       01  WS-FTTCOLL-STATUS    PIC XX.
       01  WS-JOURNAL-STATUS    PIC XX.
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  WS-MONTH-TXT         PIC X(6).
       01  WS-REPORT-MONTH      PIC 9(6).
       01  WS-FTT-ACCOUNT       PIC X(5).
       01  WS-AUTHORITY-ACCOUNT PIC X(5).
       01  FTTCOLL-TABLE.
           05 FTTCOLL-ENTRY OCCURS 50000 TIMES.
               10 FT-ACCOUNT-TBL  PIC X(5).
               10 FT-KIND-TBL     PIC X(1).
               10 FT-BASE-TBL     PIC 9(7)V99.
               10 FT-TAX-TBL      PIC 9(7)V99.
               10 FT-CURRENCY-TBL PIC X(3).
               10 FT-DATE-TBL     PIC 9(8).
               10 FT-SEQ-TBL      PIC 9(7).
               10 FT-PROGRAM-TBL  PIC X(16).
               10 FT-STATUS-TBL   PIC X(1).
               10 FT-REMIT-TBL    PIC X(8).
       01  WS-FT-INDEX          PIC 9(6) VALUE 1.
       01  WS-FT-COUNT          PIC 9(6) VALUE 0.
       01  CCY-TAX-TABLE.
           05 CCY-TAX-ENTRY OCCURS 50 TIMES.
               10 CT-CURRENCY-TBL PIC X(3).
               10 CT-TAX-TBL      PIC 9(9)V99.
               10 CT-DUE-ITEMS-TBL PIC 9(7).
               10 CT-DUE-TBL      PIC 9(9)V99.
               10 CT-JOURNAL-TBL  PIC 9(9)V99.
               10 CT-BREAK-TBL    PIC X(1).
       01  WS-CT-INDEX          PIC 9(2) VALUE 1.
       01  WS-CT-COUNT          PIC 9(2) VALUE 0.
       01  KIND-TAX-TABLE.
           05 KIND-TAX-ENTRY OCCURS 200 TIMES.
               10 KT-CURRENCY-TBL PIC X(3).
               10 KT-KIND-TBL     PIC X(1).
               10 KT-ITEMS-TBL    PIC 9(7).
               10 KT-BASE-TBL     PIC 9(11)V99.
               10 KT-TAX-TBL      PIC 9(9)V99.
       01  WS-KT-INDEX          PIC 9(3) VALUE 1.
       01  WS-KT-COUNT          PIC 9(3) VALUE 0.
       01  WS-LOOKUP-CCY        PIC X(3).
       01  WS-J-AMOUNT          PIC X(9).
       01  WS-J-AMOUNT-NUM REDEFINES
               WS-J-AMOUNT      PIC 9(7)V99.
       01  WS-TOTAL-ITEMS       PIC 9(7) VALUE 0.
       01  WS-TOTAL-TAX         PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-PAID        PIC 9(11)V99 VALUE 0.
       01  WS-BREAKS            PIC 9(2) VALUE 0.
       01  WS-REMITTED          PIC X VALUE 'N'.
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
       01  WS-JRN-PROGRAM       PIC X(16) VALUE "REMESA-IMPUESTO".
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
           MOVE SPACES TO WS-FTTCOLL-PATH
           ACCEPT WS-FTTCOLL-PATH FROM ENVIRONMENT "FTT_COLLECTED_PATH"
           IF WS-FTTCOLL-PATH = SPACES
               MOVE "accounts/FTT_COLLECTED.DAT" TO WS-FTTCOLL-PATH
           END-IF
           MOVE SPACES TO WS-JOURNAL-PATH
           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT "JOURNAL_PATH"
           IF WS-JOURNAL-PATH = SPACES
               MOVE "accounts/JOURNAL.LOG" TO WS-JOURNAL-PATH
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "FTT_RETURN_PATH"
           IF WS-REPORT-PATH = SPACES
               MOVE "accounts/FTT_RETURN.RPT" TO WS-REPORT-PATH
           END-IF
           MOVE SPACES TO WS-FTT-ACCOUNT
           ACCEPT WS-FTT-ACCOUNT
               FROM ENVIRONMENT "FTT_COLLECTED_ACCOUNT"
           IF WS-FTT-ACCOUNT = SPACES
               MOVE "99991" TO WS-FTT-ACCOUNT
           END-IF
           MOVE SPACES TO WS-AUTHORITY-ACCOUNT
           ACCEPT WS-AUTHORITY-ACCOUNT
               FROM ENVIRONMENT "FTT_AUTHORITY_ACCOUNT"
           IF WS-AUTHORITY-ACCOUNT = SPACES
               MOVE "99990" TO WS-AUTHORITY-ACCOUNT
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-JRN-DATE
           MOVE SPACES TO WS-MONTH-TXT
           ACCEPT WS-MONTH-TXT FROM ENVIRONMENT "REPORT_MONTH"
           IF WS-MONTH-TXT NOT = SPACES AND WS-MONTH-TXT NUMERIC
               MOVE WS-MONTH-TXT TO WS-REPORT-MONTH
           ELSE
               MOVE WS-TODAY(1:6) TO WS-REPORT-MONTH
           END-IF
           PERFORM ACQUIRE-ACCOUNTS-LOCK
           PERFORM LOAD-FTTCOLL-TABLE
           PERFORM TALLY-FTT-COLLECTED
           PERFORM TALLY-COLLECTED-ACCOUNT
           PERFORM WRITE-RETURN-AND-PAY
           IF WS-REMITTED = 'Y'
               PERFORM REWRITE-FTTCOLL-FILE
           END-IF
           PERFORM RELEASE-ACCOUNTS-LOCK
           DISPLAY "TRANSACTION TAX RETURN " WS-REPORT-MONTH
               " ITEMS " WS-TOTAL-ITEMS
               " TAX " WS-TOTAL-TAX
               " PAID " WS-TOTAL-PAID
               " BREAKS " WS-BREAKS
           STOP RUN.

       LOAD-FTTCOLL-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-FT-COUNT
           OPEN INPUT FTTCOLL-FILE
           IF WS-FTTCOLL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FTTCOLL-FILE INTO FTTCOLL-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-FT-COUNT >= 50000
                           DISPLAY "TAX DETAIL EXCEEDS TABLE CAPACITY"
                           CLOSE FTTCOLL-FILE
                           PERFORM RELEASE-ACCOUNTS-LOCK
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-FT-COUNT
                       MOVE FT-ACCOUNT TO FT-ACCOUNT-TBL(WS-FT-COUNT)
                       MOVE FT-KIND TO FT-KIND-TBL(WS-FT-COUNT)
                       IF FT-BASE NUMERIC
                           MOVE FT-BASE TO FT-BASE-TBL(WS-FT-COUNT)
                       ELSE
                           MOVE 0 TO FT-BASE-TBL(WS-FT-COUNT)
                       END-IF
                       IF FT-TAX NUMERIC
                           MOVE FT-TAX TO FT-TAX-TBL(WS-FT-COUNT)
                       ELSE
                           MOVE 0 TO FT-TAX-TBL(WS-FT-COUNT)
                       END-IF
                       MOVE FT-CURRENCY
                           TO FT-CURRENCY-TBL(WS-FT-COUNT)
                       IF FT-DATE NUMERIC
                           MOVE FT-DATE TO FT-DATE-TBL(WS-FT-COUNT)
                       ELSE
                           MOVE 0 TO FT-DATE-TBL(WS-FT-COUNT)
                       END-IF
                       IF FT-SEQ NUMERIC
                           MOVE FT-SEQ TO FT-SEQ-TBL(WS-FT-COUNT)
                       ELSE
                           MOVE 0 TO FT-SEQ-TBL(WS-FT-COUNT)
                       END-IF
                       MOVE FT-PROGRAM TO FT-PROGRAM-TBL(WS-FT-COUNT)
                       MOVE FT-STATUS TO FT-STATUS-TBL(WS-FT-COUNT)
                       MOVE FT-REMIT-DATE TO FT-REMIT-TBL(WS-FT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE FTTCOLL-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       TALLY-FTT-COLLECTED.
           MOVE 1 TO WS-FT-INDEX
           PERFORM UNTIL WS-FT-INDEX > WS-FT-COUNT
               IF FT-DATE-TBL(WS-FT-INDEX)(1:6) = WS-REPORT-MONTH
                   MOVE FT-CURRENCY-TBL(WS-FT-INDEX) TO WS-LOOKUP-CCY
                   PERFORM FIND-CURRENCY-ENTRY
                   ADD FT-TAX-TBL(WS-FT-INDEX)
                       TO CT-TAX-TBL(WS-CT-INDEX)
                   IF FT-STATUS-TBL(WS-FT-INDEX) = 'P'
                       ADD 1 TO CT-DUE-ITEMS-TBL(WS-CT-INDEX)
                       ADD FT-TAX-TBL(WS-FT-INDEX)
                           TO CT-DUE-TBL(WS-CT-INDEX)
                       PERFORM TALLY-ONE-KIND
                   END-IF
               END-IF
               ADD 1 TO WS-FT-INDEX
           END-PERFORM.

       FIND-CURRENCY-ENTRY.
           MOVE 1 TO WS-CT-INDEX
           PERFORM UNTIL WS-CT-INDEX > WS-CT-COUNT
               IF CT-CURRENCY-TBL(WS-CT-INDEX) = WS-LOOKUP-CCY
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CT-INDEX
           END-PERFORM
           IF WS-CT-INDEX > WS-CT-COUNT
               IF WS-CT-COUNT >= 50
                   DISPLAY "TAX CURRENCY TABLE FULL"
                   PERFORM RELEASE-ACCOUNTS-LOCK
                   STOP RUN
               END-IF
               ADD 1 TO WS-CT-COUNT
               MOVE WS-CT-COUNT TO WS-CT-INDEX
               MOVE WS-LOOKUP-CCY TO CT-CURRENCY-TBL(WS-CT-INDEX)
               MOVE 0 TO CT-TAX-TBL(WS-CT-INDEX)
               MOVE 0 TO CT-DUE-ITEMS-TBL(WS-CT-INDEX)
               MOVE 0 TO CT-DUE-TBL(WS-CT-INDEX)
               MOVE 0 TO CT-JOURNAL-TBL(WS-CT-INDEX)
               MOVE 'N' TO CT-BREAK-TBL(WS-CT-INDEX)
           END-IF.

       TALLY-ONE-KIND.
           MOVE 1 TO WS-KT-INDEX
           PERFORM UNTIL WS-KT-INDEX > WS-KT-COUNT
               IF KT-CURRENCY-TBL(WS-KT-INDEX)
                       = FT-CURRENCY-TBL(WS-FT-INDEX)
                       AND KT-KIND-TBL(WS-KT-INDEX)
                           = FT-KIND-TBL(WS-FT-INDEX)
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-KT-INDEX
           END-PERFORM
           IF WS-KT-INDEX > WS-KT-COUNT
               IF WS-KT-COUNT >= 200
                   DISPLAY "TAX KIND TABLE FULL"
                   PERFORM RELEASE-ACCOUNTS-LOCK
                   STOP RUN
               END-IF
               ADD 1 TO WS-KT-COUNT
               MOVE WS-KT-COUNT TO WS-KT-INDEX
               MOVE FT-CURRENCY-TBL(WS-FT-INDEX)
                   TO KT-CURRENCY-TBL(WS-KT-INDEX)
               MOVE FT-KIND-TBL(WS-FT-INDEX) TO KT-KIND-TBL(WS-KT-INDEX)
               MOVE 0 TO KT-ITEMS-TBL(WS-KT-INDEX)
               MOVE 0 TO KT-BASE-TBL(WS-KT-INDEX)
               MOVE 0 TO KT-TAX-TBL(WS-KT-INDEX)
           END-IF
           ADD 1 TO KT-ITEMS-TBL(WS-KT-INDEX)
           ADD FT-BASE-TBL(WS-FT-INDEX) TO KT-BASE-TBL(WS-KT-INDEX)
           ADD FT-TAX-TBL(WS-FT-INDEX) TO KT-TAX-TBL(WS-KT-INDEX).

       TALLY-COLLECTED-ACCOUNT.
           MOVE 'N' TO WS-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF J-TXT(1:3) = "OK "
                               AND J-TXT(4:5) = WS-FTT-ACCOUNT
                               AND J-TXT(20:1) = 'C'
                               AND J-TXT(22:5) = "FTT"
                               AND J-TXT(30:6) = WS-REPORT-MONTH
                               AND J-TXT(10:9) NUMERIC
                           MOVE J-TXT(10:9) TO WS-J-AMOUNT
                           MOVE J-TXT(47:3) TO WS-LOOKUP-CCY
                           PERFORM FIND-CURRENCY-ENTRY
                           ADD WS-J-AMOUNT-NUM
                               TO CT-JOURNAL-TBL(WS-CT-INDEX)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE 1 TO WS-CT-INDEX
           PERFORM UNTIL WS-CT-INDEX > WS-CT-COUNT
               IF CT-JOURNAL-TBL(WS-CT-INDEX)
                       NOT = CT-TAX-TBL(WS-CT-INDEX)
                   MOVE 'Y' TO CT-BREAK-TBL(WS-CT-INDEX)
                   ADD 1 TO WS-BREAKS
                   DISPLAY "RECONCILIATION BREAK "
                       CT-CURRENCY-TBL(WS-CT-INDEX)
                       " DETAIL " CT-TAX-TBL(WS-CT-INDEX)
                       " COLLECTED ACCOUNT " CT-JOURNAL-TBL(WS-CT-INDEX)
               END-IF
               ADD 1 TO WS-CT-INDEX
           END-PERFORM.

       WRITE-RETURN-AND-PAY.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "FINANCIAL TRANSACTION TAX RETURN " WS-REPORT-MONTH
               " COLLECTED ACCOUNT " WS-FTT-ACCOUNT
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 1 TO WS-CT-INDEX
           PERFORM UNTIL WS-CT-INDEX > WS-CT-COUNT
               PERFORM RETURN-ONE-CURRENCY
               ADD 1 TO WS-CT-INDEX
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL ITEMS " WS-TOTAL-ITEMS
               " TAX " WS-TOTAL-TAX
               " PAID TO AUTHORITY " WS-TOTAL-PAID
               " BREAKS " WS-BREAKS
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       RETURN-ONE-CURRENCY.
           MOVE 1 TO WS-KT-INDEX
           PERFORM UNTIL WS-KT-INDEX > WS-KT-COUNT
               IF KT-CURRENCY-TBL(WS-KT-INDEX)
                       = CT-CURRENCY-TBL(WS-CT-INDEX)
                   MOVE SPACES TO REPORT-LINE
                   STRING "KIND " KT-CURRENCY-TBL(WS-KT-INDEX)
                       " " KT-KIND-TBL(WS-KT-INDEX)
                       " ITEMS " KT-ITEMS-TBL(WS-KT-INDEX)
                       " BASE " KT-BASE-TBL(WS-KT-INDEX)
                       " TAX " KT-TAX-TBL(WS-KT-INDEX)
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               ADD 1 TO WS-KT-INDEX
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           IF CT-BREAK-TBL(WS-CT-INDEX) = 'Y'
               STRING "CURRENCY " CT-CURRENCY-TBL(WS-CT-INDEX)
                   " DETAIL " CT-TAX-TBL(WS-CT-INDEX)
                   " COLLECTED " CT-JOURNAL-TBL(WS-CT-INDEX)
                   " STATUS BREAK - NOT PAID"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "CURRENCY " CT-CURRENCY-TBL(WS-CT-INDEX)
                   " DETAIL " CT-TAX-TBL(WS-CT-INDEX)
                   " COLLECTED " CT-JOURNAL-TBL(WS-CT-INDEX)
                   " DUE " CT-DUE-TBL(WS-CT-INDEX)
                   " STATUS RECONCILED"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           ADD CT-DUE-ITEMS-TBL(WS-CT-INDEX) TO WS-TOTAL-ITEMS
           ADD CT-DUE-TBL(WS-CT-INDEX) TO WS-TOTAL-TAX
           IF CT-BREAK-TBL(WS-CT-INDEX) = 'N'
                   AND CT-DUE-TBL(WS-CT-INDEX) > 0
               PERFORM PAY-ONE-CURRENCY
           END-IF.

       PAY-ONE-CURRENCY.
           MOVE CT-CURRENCY-TBL(WS-CT-INDEX) TO WS-JRN-CURRENCY
           MOVE WS-FTT-ACCOUNT TO WS-JOURNAL-ID
           MOVE CT-DUE-TBL(WS-CT-INDEX) TO WS-JOURNAL-AMT
           MOVE 'D' TO WS-JOURNAL-TIPO
           MOVE "FTTRM" TO WS-JOURNAL-TAG
           MOVE 0 TO WS-JRN-BALANCE
           PERFORM WRITE-JOURNAL-LINE
           MOVE WS-AUTHORITY-ACCOUNT TO WS-JOURNAL-ID
           MOVE 'C' TO WS-JOURNAL-TIPO
           PERFORM WRITE-JOURNAL-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PAYMENT " CT-CURRENCY-TBL(WS-CT-INDEX)
               " " CT-DUE-TBL(WS-CT-INDEX)
               " FROM " WS-FTT-ACCOUNT
               " TO " WS-AUTHORITY-ACCOUNT
               " DATE " WS-TODAY
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           ADD CT-DUE-TBL(WS-CT-INDEX) TO WS-TOTAL-PAID
           MOVE 1 TO WS-FT-INDEX
           PERFORM UNTIL WS-FT-INDEX > WS-FT-COUNT
               IF FT-DATE-TBL(WS-FT-INDEX)(1:6) = WS-REPORT-MONTH
                       AND FT-STATUS-TBL(WS-FT-INDEX) = 'P'
                       AND FT-CURRENCY-TBL(WS-FT-INDEX)
                           = CT-CURRENCY-TBL(WS-CT-INDEX)
                   MOVE 'R' TO FT-STATUS-TBL(WS-FT-INDEX)
                   MOVE WS-TODAY TO FT-REMIT-TBL(WS-FT-INDEX)
               END-IF
               ADD 1 TO WS-FT-INDEX
           END-PERFORM
           MOVE 'Y' TO WS-REMITTED.

       REWRITE-FTTCOLL-FILE.
           OPEN OUTPUT FTTCOLL-FILE
           MOVE 1 TO WS-FT-INDEX
           PERFORM UNTIL WS-FT-INDEX > WS-FT-COUNT
               MOVE SPACES TO FTTCOLL-RECORD
               MOVE FT-ACCOUNT-TBL(WS-FT-INDEX) TO FT-ACCOUNT
               MOVE FT-KIND-TBL(WS-FT-INDEX) TO FT-KIND
               MOVE FT-BASE-TBL(WS-FT-INDEX) TO FT-BASE
               MOVE FT-TAX-TBL(WS-FT-INDEX) TO FT-TAX
               MOVE FT-CURRENCY-TBL(WS-FT-INDEX) TO FT-CURRENCY
               MOVE FT-DATE-TBL(WS-FT-INDEX) TO FT-DATE
               MOVE FT-SEQ-TBL(WS-FT-INDEX) TO FT-SEQ
               MOVE FT-PROGRAM-TBL(WS-FT-INDEX) TO FT-PROGRAM
               MOVE FT-STATUS-TBL(WS-FT-INDEX) TO FT-STATUS
               MOVE FT-REMIT-TBL(WS-FT-INDEX) TO FT-REMIT-DATE
               WRITE FTTCOLL-RECORD
               ADD 1 TO WS-FT-INDEX
           END-PERFORM
           CLOSE FTTCOLL-FILE.

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
