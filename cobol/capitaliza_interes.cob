               ASSIGN TO DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JSEAL-FILE
               ASSIGN TO DYNAMIC WS-JSEAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JSEAL-STATUS.

           SELECT LOCK-FILE
               ASSIGN TO DYNAMIC WS-LOCK-PATH
               ASSIGN TO DYNAMIC WS-WITHHOLD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WITHHOLD-STATUS.

           SELECT BONUS-FILE
               ASSIGN TO DYNAMIC WS-BONUS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BONUS-STATUS.
       DATA DIVISION.

       FILE SECTION.

       FD JOURNAL-FILE.
       01 J-REC.
           05 J-TXT PIC X(136).

       FD JSEAL-FILE.
       01 JSEAL-RECORD.
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

       FD LOCK-FILE.
       01 LOCK-RECORD.
           05 WH-GROSS      PIC 9(7)V99.
           05 FILLER        PIC X(1).
           05 WH-TAX        PIC 9(7)V99.

       FD BONUS-FILE.
       01 BONUS-REC.
           05 BN-ID      PIC X(5).
           05 FILLER     PIC X(1).
           05 BN-AMOUNT  PIC 9(7)V99.
           05 FILLER     PIC X(1).
           05 BN-MONTH   PIC 9(6).
       WORKING-STORAGE SECTION.
       01 WS-LOCK-PATH      PIC X(200).
       01 WS-LOCK-STATUS    PIC XX.
       01 WS-JRN-PROGRAM       PIC X(16) VALUE "CAPITALIZA-INT".
       01 WS-POSTED-TOTAL   PIC S9(9)V99 VALUE 0.
       01 WS-CAP-AMOUNT     PIC S9(7)V99.
       01 WS-CAP-TAG        PIC X(5) VALUE "INT".
       01 WS-BONUS-PATH     PIC X(200).
       01 WS-BONUS-STATUS   PIC XX.
       01 WS-BONUS-EOF      PIC X VALUE "N".
       01 WS-BONUS-COUNT    PIC 9(6) VALUE 0.
       01 WS-BONUS-TOTAL    PIC S9(9)V99 VALUE 0.

       01 WS-CUSTOMERS-PATH  PIC X(200).
       01 WS-CUSTOMERS-STATUS PIC XX.
       01 WS-WHT-TOTAL      PIC 9(9)V99 VALUE 0.
       01 WS-CERTIFIED      PIC X VALUE "N".
       01 WS-TODAY          PIC 9(8).
       01 WS-JSEAL-PATH       PIC X(200).
       01 WS-JSEAL-STATUS     PIC XX.
       01 WS-CHAIN-LOADED     PIC X VALUE 'N'.
       01 WS-CHAIN-EOF        PIC X VALUE 'N'.
       01 WS-CHAIN-SEQ        PIC 9(7) VALUE 0.
       01 WS-CHAIN-HASH       PIC 9(9) VALUE 0.
       01 WS-CHAIN-POS        PIC 9(3).
       01 WS-CHAIN-ACC        PIC 9(12).
       01 WS-CHAIN-SAVE       PIC X(136).

       PROCEDURE DIVISION.


           PERFORM LOAD-ACCOUNTS-TABLE

           PERFORM LOAD-JOURNAL-CHAIN
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00" AND
                   WS-JOURNAL-STATUS NOT = "05"
           END-IF

           PERFORM LOAD-CERT-TABLE
           PERFORM CAPITALIZE-BONUSES
           PERFORM CAPITALIZE-ACCRUALS

           CLOSE JOURNAL-FILE
           OPEN OUTPUT ACCRUAL-FILE
           CLOSE ACCRUAL-FILE

           IF WS-BONUS-COUNT > 0
               OPEN OUTPUT BONUS-FILE
               CLOSE BONUS-FILE
           END-IF

           PERFORM RELEASE-ACCOUNTS-LOCK
           DISPLAY "CAPITALIZED " WS-POSTED-COUNT
               " ACCOUNTS TOTAL " WS-POSTED-TOTAL
           DISPLAY "BONUS INTEREST POSTED " WS-BONUS-COUNT
               " TOTAL " WS-BONUS-TOTAL

           STOP RUN.

       CAPITALIZE-ACCRUALS.

           OPEN INPUT ACCRUAL-FILE
           IF WS-ACCRUAL-STATUS NOT = "00" AND WS-BONUS-COUNT > 0
               DISPLAY "NO ACCRUAL FILE - BONUS INTEREST ONLY"
               MOVE "Y" TO WS-ACR-EOF
           ELSE
           IF WS-ACCRUAL-STATUS NOT = "00"
               DISPLAY "NO ACCRUAL FILE - NOTHING TO CAPITALIZE"
               CLOSE JOURNAL-FILE
               PERFORM RELEASE-ACCOUNTS-LOCK
               STOP RUN
           END-IF
           END-IF

           PERFORM UNTIL WS-ACR-EOF = "Y"
               READ ACCRUAL-FILE
               END-READ
           END-PERFORM

           IF WS-ACCRUAL-STATUS = "00"
               CLOSE ACCRUAL-FILE
           END-IF.

       CAPITALIZE-BONUSES.

           MOVE SPACES TO WS-BONUS-PATH
           ACCEPT WS-BONUS-PATH FROM ENVIRONMENT "BONUS_ACCRUAL_PATH"
           IF WS-BONUS-PATH = SPACES
               MOVE "accounts/BONUS_ACCRUAL.DAT" TO WS-BONUS-PATH
           END-IF
           OPEN INPUT BONUS-FILE
           IF WS-BONUS-STATUS = "00"
               MOVE "BONUS" TO WS-CAP-TAG
               PERFORM UNTIL WS-BONUS-EOF = "Y"
                   READ BONUS-FILE
                       AT END
                           MOVE "Y" TO WS-BONUS-EOF
                       NOT AT END
                           IF BN-AMOUNT NUMERIC AND BN-AMOUNT > 0
                               MOVE BN-ID TO ACR-ID
                               MOVE BN-AMOUNT TO ACR-AMOUNT
                               PERFORM POST-ONE-ACCRUAL
                               ADD 1 TO WS-BONUS-COUNT
                               ADD BN-AMOUNT TO WS-BONUS-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BONUS-FILE
               MOVE "INT" TO WS-CAP-TAG
           END-IF.

       POST-ONE-ACCRUAL.

           MOVE SPACES TO J-TXT
           IF WS-CAP-AMOUNT < 0
               COMPUTE WS-CAP-AMOUNT = WS-CAP-AMOUNT * -1
               STRING "OK " ACR-ID " " WS-CAP-AMOUNT " D " WS-CAP-TAG
                   DELIMITED BY SIZE
                   INTO J-TXT
               COMPUTE WS-CAP-AMOUNT = WS-CAP-AMOUNT * -1
           ELSE
               STRING "OK " ACR-ID " " WS-CAP-AMOUNT " C " WS-CAP-TAG
                   DELIMITED BY SIZE
                   INTO J-TXT
           END-IF
           PERFORM BUILD-JOURNAL-EXTENSION
           PERFORM CHAIN-JOURNAL-LINE
           WRITE J-REC.

       BUILD-JOURNAL-EXTENSION.
                   STRING "WHT " ACR-ID " " WS-WHT-TAX " D"
                       DELIMITED BY SIZE
                       INTO J-TXT
                   PERFORM CHAIN-JOURNAL-LINE
                   WRITE J-REC
               END-IF
           END-IF.
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
