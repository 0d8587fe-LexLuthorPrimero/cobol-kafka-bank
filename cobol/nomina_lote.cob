               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JSEAL-FILE
               ASSIGN TO DYNAMIC WS-JSEAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JSEAL-STATUS.
           SELECT SETTLE-FILE
               ASSIGN TO DYNAMIC WS-SETTLE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO DYNAMIC WS-LOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT FTTRULE-FILE
               ASSIGN TO DYNAMIC WS-FTTRULE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FTTRULE-STATUS.
           SELECT FTTCOLL-FILE
               ASSIGN TO DYNAMIC WS-FTTCOLL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FTTCOLL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
           05 FILLER            PIC X(11).
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
       FD  SETTLE-FILE.
       01  SETTLE-LINE          PIC X(100).
       FD LOCK-FILE.
           05 LK-PROGRAM PIC X(24).
           05 FILLER     PIC X(1).
           05 LK-STAMP   PIC X(14).
       FD  FTTRULE-FILE.
       01  FTTRULE-RECORD.
           05 FR-CLASS          PIC X(1).
               88 FR-ES-RATE      VALUE 'R'.
               88 FR-ES-ACCT-TYPE VALUE 'A'.
               88 FR-ES-KIND      VALUE 'K'.
           05 FILLER            PIC X(1).
           05 FR-CODE           PIC X(1).
           05 FILLER            PIC X(1).
           05 FR-RATE           PIC 9(2)V9(4).
           05 FILLER            PIC X(1).
           05 FR-FROM           PIC 9(8).
           05 FILLER            PIC X(1).
           05 FR-TO             PIC X(8).
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
       WORKING-STORAGE SECTION.
       01 WS-LOCK-PATH      PIC X(200).
       01 WS-LOCK-STATUS    PIC XX.
       01  WS-JRN-SIGN          PIC X(1).
       01  WS-JRN-EXT           PIC X(48).
       01  WS-JRN-PROGRAM       PIC X(16) VALUE "NOMINA-LOTE".
       01  WS-JSEAL-PATH      PIC X(200).
       01  WS-JSEAL-STATUS    PIC XX.
       01  WS-CHAIN-LOADED    PIC X VALUE 'N'.
       01  WS-CHAIN-EOF       PIC X VALUE 'N'.
       01  WS-CHAIN-SEQ       PIC 9(7) VALUE 0.
       01  WS-CHAIN-HASH      PIC 9(9) VALUE 0.
       01  WS-CHAIN-POS       PIC 9(3).
       01  WS-CHAIN-ACC       PIC 9(12).
       01  WS-CHAIN-SAVE      PIC X(136).
       01  WS-FTTRULE-PATH      PIC X(200).
       01  WS-FTTRULE-STATUS    PIC XX.
       01  WS-FTTCOLL-PATH      PIC X(200).
       01  WS-FTTCOLL-STATUS    PIC XX.
       01  WS-FTT-LOADED        PIC X VALUE 'N'.
       01  WS-FTT-EOF           PIC X VALUE 'N'.
       01  WS-FTT-DATE          PIC 9(8) VALUE 0.
       01  WS-FTT-RATE          PIC 9(2)V9(4) VALUE 0.
       01  WS-FTT-RATE-FROM     PIC 9(8) VALUE 0.
       01  WS-FTT-ACCOUNT       PIC X(5).
       01  WS-FTT-INDEX         PIC 9(6) VALUE 0.
       01  WS-FTT-KIND          PIC X(1).
       01  WS-FTT-EXEMPT        PIC X VALUE 'N'.
       01  WS-FTT-BASE          PIC 9(7)V99 VALUE 0.
       01  WS-FTT-AMT           PIC 9(7)V99 VALUE 0.
       01  WS-FTT-GROSS         PIC 9(9)V99 VALUE 0.
       01  WS-FTT-LINE          PIC X VALUE 'N'.
       01  FTT-EXEMPT-TABLE.
           05 FTT-EXEMPT-ENTRY OCCURS 50 TIMES.
               10 FE-CLASS-TBL    PIC X(1).
               10 FE-CODE-TBL     PIC X(1).
       01  WS-FE-INDEX          PIC 9(2) VALUE 1.
       01  WS-FE-COUNT          PIC 9(2) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-ACCOUNTS-PATH
           IF WS-BATCH-OK = 'Y'
               DISPLAY "PAYROLL POSTED - " WS-DT-COUNT
                   " CREDITS TOTAL " WS-ACT-TOTAL
               IF WS-FTT-AMT > 0
                   DISPLAY "PAYROLL TRANSACTION TAX " WS-FTT-AMT
                       " ON BASE " WS-FTT-BASE
               END-IF
           ELSE
               DISPLAY "PAYROLL REJECTED - " WS-FAIL-REASON
           END-IF
                       MOVE "FUNDING ACCOUNT BLOCKED"
                           TO WS-FAIL-REASON
                   ELSE
                       PERFORM SUM-FTT-PAYROLL-BASE
                       IF AC-SALDO-TBL(WS-FUND-INDEX)
                               + AC-OVERDRAFT-TBL(WS-FUND-INDEX)
                               < WS-ACT-TOTAL + WS-FTT-AMT
                           MOVE 'N' TO WS-BATCH-OK
                           MOVE "FUNDING BALANCE INSUFFICIENT"
                               TO WS-FAIL-REASON
               ADD 1 TO WS-DT-INDEX
           END-PERFORM.

       SUM-FTT-PAYROLL-BASE.
           MOVE 0 TO WS-FTT-BASE
           MOVE 1 TO WS-DT-INDEX
           PERFORM UNTIL WS-DT-INDEX > WS-DT-COUNT
               MOVE DT-ACCOUNT-TBL(WS-DT-INDEX) TO WS-LOOKUP-ID
               PERFORM FIND-ACCOUNT-BY-ID
               MOVE 'N' TO WS-FTT-EXEMPT
               IF WS-FOUND = 'Y'
                   IF AC-TYPE-TBL(WS-ACC-INDEX) = 'L'
                       MOVE 'Y' TO WS-FTT-EXEMPT
                   END-IF
                   IF AC-CUST-ID-TBL(WS-ACC-INDEX) NOT = SPACES
                           AND AC-CUST-ID-TBL(WS-ACC-INDEX)
                               = AC-CUST-ID-TBL(WS-FUND-INDEX)
                       MOVE 'Y' TO WS-FTT-EXEMPT
                   END-IF
               END-IF
               IF WS-FTT-EXEMPT = 'N'
                   ADD DT-AMOUNT-TBL(WS-DT-INDEX) TO WS-FTT-BASE
               END-IF
               ADD 1 TO WS-DT-INDEX
           END-PERFORM
           MOVE WS-FUND-INDEX TO WS-FTT-INDEX
           MOVE 'P' TO WS-FTT-KIND
           MOVE 'N' TO WS-FTT-EXEMPT
           PERFORM COMPUTE-FTT.

       FIND-ACCOUNT-BY-ID.
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-ACC-INDEX
           MOVE AC-CURRENCY-TBL(WS-FUND-INDEX) TO WS-JRN-CURRENCY
           MOVE AC-SALDO-TBL(WS-FUND-INDEX) TO WS-JRN-BALANCE
           PERFORM WRITE-JOURNAL-LINE
           PERFORM POST-FTT-CHARGE
           MOVE 1 TO WS-DT-INDEX
           PERFORM UNTIL WS-DT-INDEX > WS-DT-COUNT
               ADD DT-AMOUNT-TBL(WS-DT-INDEX)
           END-PERFORM.

       WRITE-JOURNAL-LINE.
           PERFORM LOAD-JOURNAL-CHAIN
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00" AND
                   WS-JOURNAL-STATUS NOT = "05"
                   WS-JOURNAL-TIPO " PAYROLL"
               DELIMITED BY SIZE
               INTO J-TXT
           IF WS-FTT-LINE = 'Y'
               MOVE "FTT" TO J-TXT(22:7)
           END-IF
           PERFORM BUILD-JOURNAL-EXTENSION
           PERFORM CHAIN-JOURNAL-LINE
           WRITE J-REC
           CLOSE JOURNAL-FILE.

               INTO WS-JRN-EXT
           MOVE WS-JRN-EXT TO J-TXT(30:48).

       COMPUTE-FTT.
           MOVE 0 TO WS-FTT-AMT
           IF WS-FTT-LOADED = 'N'
               PERFORM LOAD-FTT-RULES
           END-IF
           IF WS-FTT-RATE > 0 AND WS-FTT-EXEMPT = 'N'
               MOVE 1 TO WS-FE-INDEX
               PERFORM UNTIL WS-FE-INDEX > WS-FE-COUNT
                   IF (FE-CLASS-TBL(WS-FE-INDEX) = 'A'
                           AND FE-CODE-TBL(WS-FE-INDEX)
                               = AC-TYPE-TBL(WS-FTT-INDEX))
                       OR (FE-CLASS-TBL(WS-FE-INDEX) = 'K'
                           AND FE-CODE-TBL(WS-FE-INDEX) = WS-FTT-KIND)
                       MOVE 'Y' TO WS-FTT-EXEMPT
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-FE-INDEX
               END-PERFORM
               IF WS-FTT-EXEMPT = 'N'
                   COMPUTE WS-FTT-AMT ROUNDED =
                       WS-FTT-BASE * WS-FTT-RATE / 1000
               END-IF
           END-IF
           COMPUTE WS-FTT-GROSS = WS-FTT-BASE + WS-FTT-AMT.

       LOAD-FTT-RULES.
           MOVE 'Y' TO WS-FTT-LOADED
           MOVE SPACES TO WS-FTTRULE-PATH
           ACCEPT WS-FTTRULE-PATH FROM ENVIRONMENT "FTT_RULES_PATH"
           IF WS-FTTRULE-PATH = SPACES
               MOVE "accounts/FTT_RULES.DAT" TO WS-FTTRULE-PATH
           END-IF
           MOVE SPACES TO WS-FTT-ACCOUNT
           ACCEPT WS-FTT-ACCOUNT
               FROM ENVIRONMENT "FTT_COLLECTED_ACCOUNT"
           IF WS-FTT-ACCOUNT = SPACES
               MOVE "99991" TO WS-FTT-ACCOUNT
           END-IF
           ACCEPT WS-FTT-DATE FROM DATE YYYYMMDD
           MOVE 0 TO WS-FTT-RATE
           MOVE 0 TO WS-FTT-RATE-FROM
           MOVE 0 TO WS-FE-COUNT
           MOVE 'N' TO WS-FTT-EOF
           OPEN INPUT FTTRULE-FILE
           IF WS-FTTRULE-STATUS = "00"
               PERFORM UNTIL WS-FTT-EOF = 'Y'
                   READ FTTRULE-FILE
                   AT END MOVE 'Y' TO WS-FTT-EOF
                   NOT AT END
                       IF FR-FROM NUMERIC
                               AND FR-FROM <= WS-FTT-DATE
                               AND (FR-TO NOT NUMERIC
                                   OR FR-TO >= WS-FTT-DATE)
                           PERFORM TAKE-FTT-RULE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FTTRULE-FILE
           END-IF.

       TAKE-FTT-RULE.
           IF FR-ES-RATE
               IF FR-RATE NUMERIC AND FR-FROM >= WS-FTT-RATE-FROM
                   MOVE FR-RATE TO WS-FTT-RATE
                   MOVE FR-FROM TO WS-FTT-RATE-FROM
               END-IF
           ELSE
           IF (FR-ES-ACCT-TYPE OR FR-ES-KIND) AND WS-FE-COUNT < 50
               ADD 1 TO WS-FE-COUNT
               MOVE FR-CLASS TO FE-CLASS-TBL(WS-FE-COUNT)
               MOVE FR-CODE TO FE-CODE-TBL(WS-FE-COUNT)
           END-IF
           END-IF.

       POST-FTT-CHARGE.
           IF WS-FTT-AMT > 0
               SUBTRACT WS-FTT-AMT FROM AC-SALDO-TBL(WS-FTT-INDEX)
               MOVE 'Y' TO WS-FTT-LINE
               MOVE AC-ID-TBL(WS-FTT-INDEX) TO WS-JOURNAL-ID
               MOVE WS-FTT-AMT TO WS-JOURNAL-AMT
               MOVE 'D' TO WS-JOURNAL-TIPO
               MOVE AC-CURRENCY-TBL(WS-FTT-INDEX) TO WS-JRN-CURRENCY
               MOVE AC-SALDO-TBL(WS-FTT-INDEX) TO WS-JRN-BALANCE
               PERFORM WRITE-JOURNAL-LINE
               PERFORM WRITE-FTT-COLLECTED
               MOVE WS-FTT-ACCOUNT TO WS-JOURNAL-ID
               MOVE WS-FTT-AMT TO WS-JOURNAL-AMT
               MOVE 'C' TO WS-JOURNAL-TIPO
               MOVE 0 TO WS-JRN-BALANCE
               PERFORM WRITE-JOURNAL-LINE
               MOVE 'N' TO WS-FTT-LINE
           END-IF.

       WRITE-FTT-COLLECTED.
           MOVE SPACES TO WS-FTTCOLL-PATH
           ACCEPT WS-FTTCOLL-PATH
               FROM ENVIRONMENT "FTT_COLLECTED_PATH"
           IF WS-FTTCOLL-PATH = SPACES
               MOVE "accounts/FTT_COLLECTED.DAT"
                   TO WS-FTTCOLL-PATH
           END-IF
           MOVE SPACES TO FTTCOLL-RECORD
           MOVE AC-ID-TBL(WS-FTT-INDEX) TO FT-ACCOUNT
           MOVE WS-FTT-KIND TO FT-KIND
           MOVE WS-FTT-BASE TO FT-BASE
           MOVE WS-FTT-AMT TO FT-TAX
           MOVE AC-CURRENCY-TBL(WS-FTT-INDEX) TO FT-CURRENCY
           MOVE WS-JRN-DATE TO FT-DATE
           MOVE WS-JRN-SEQ TO FT-SEQ
           MOVE WS-JRN-PROGRAM TO FT-PROGRAM
           MOVE 'P' TO FT-STATUS
           OPEN EXTEND FTTCOLL-FILE
           IF WS-FTTCOLL-STATUS NOT = "00" AND
                   WS-FTTCOLL-STATUS NOT = "05"
               CLOSE FTTCOLL-FILE
               OPEN OUTPUT FTTCOLL-FILE
           END-IF
           WRITE FTTCOLL-RECORD
           CLOSE FTTCOLL-FILE.

       REWRITE-ACCOUNTS-FILE.
           OPEN OUTPUT ACCOUNTS-FILE
           MOVE 1 TO WS-ACC-INDEX
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
