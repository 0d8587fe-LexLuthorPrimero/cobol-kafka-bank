               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JSEAL-FILE
               ASSIGN TO DYNAMIC WS-JSEAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JSEAL-STATUS.
           SELECT AGING-FILE
               ASSIGN TO DYNAMIC WS-AGING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
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
       FD  PAYMENTS-FILE.
       01  PAY-RECORD.
           05 PAY-ID            PIC X(5).
           05 PAY-MONTO         PIC 9(7)V99.
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
       FD  AGING-FILE.
       01  AGING-LINE           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-INTEREST-DUE      PIC 9(7)V99.
       01  WS-INT-PORTION       PIC 9(7)V99.
       01  WS-PRIN-PORTION      PIC 9(7)V99.
       01  WS-CHG-PORTION       PIC 9(7)V99.
       01  WS-PEN-PORTION       PIC 9(7)V99.
       01  WS-PAY-LEFT          PIC 9(7)V99.
       01  WS-DUE-YYYY          PIC 9(4).
       01  WS-DUE-MM            PIC 9(2).
       01  WS-DUE-DD            PIC 9(2).
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
       01  WS-PAID-COUNT        PIC 9(5) VALUE 0.
       01  WS-JRN-EXT           PIC X(48).
       01  WS-JRN-PROGRAM       PIC X(16)
           VALUE "PRESTAMOS-SERVIC".
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
           IF WS-FOUND = 'N'
               DISPLAY "PAYMENT FOR UNKNOWN LOAN " PAY-ID
           ELSE
           IF LN-STATUS-TBL(WS-LOAN-INDEX) = 'P'
               DISPLAY "PAYMENT FOR PAID-OFF LOAN " PAY-ID
           ELSE
           IF LN-STATUS-TBL(WS-LOAN-INDEX) = 'W'
               DISPLAY "PAYMENT FOR CHARGED-OFF LOAN " PAY-ID
                   " - POST AS RECOVERY"
           ELSE
               MOVE PAY-MONTO TO WS-PAY-LEFT
               MOVE 0 TO WS-CHG-PORTION
               MOVE 0 TO WS-PEN-PORTION
               IF WS-PAY-LEFT > LN-CHARGES-TBL(WS-LOAN-INDEX)
                   MOVE LN-CHARGES-TBL(WS-LOAN-INDEX) TO WS-CHG-PORTION
               ELSE
                   MOVE WS-PAY-LEFT TO WS-CHG-PORTION
               END-IF
               SUBTRACT WS-CHG-PORTION FROM WS-PAY-LEFT
               SUBTRACT WS-CHG-PORTION
                   FROM LN-CHARGES-TBL(WS-LOAN-INDEX)
               IF WS-PAY-LEFT > LN-PENALTY-TBL(WS-LOAN-INDEX)
                   MOVE LN-PENALTY-TBL(WS-LOAN-INDEX) TO WS-PEN-PORTION
               ELSE
                   MOVE WS-PAY-LEFT TO WS-PEN-PORTION
               END-IF
               SUBTRACT WS-PEN-PORTION FROM WS-PAY-LEFT
               SUBTRACT WS-PEN-PORTION
                   FROM LN-PENALTY-TBL(WS-LOAN-INDEX)
               IF LN-STATUS-TBL(WS-LOAN-INDEX) = 'N'
                   MOVE 0 TO WS-INTEREST-DUE
               ELSE
                   COMPUTE WS-INTEREST-DUE ROUNDED =
                       LN-BALANCE-TBL(WS-LOAN-INDEX)
                           * LN-RATE-TBL(WS-LOAN-INDEX)
               END-IF
               IF WS-PAY-LEFT > WS-INTEREST-DUE
                   MOVE WS-INTEREST-DUE TO WS-INT-PORTION
                   COMPUTE WS-PRIN-PORTION =
                       WS-PAY-LEFT - WS-INT-PORTION
               ELSE
                   MOVE WS-PAY-LEFT TO WS-INT-PORTION
                   MOVE 0 TO WS-PRIN-PORTION
               END-IF
               IF WS-PRIN-PORTION > LN-BALANCE-TBL(WS-LOAN-INDEX)
               END-IF
               SUBTRACT WS-PRIN-PORTION
                   FROM LN-BALANCE-TBL(WS-LOAN-INDEX)
               IF WS-PAY-LEFT > 0
                   PERFORM ADVANCE-NEXT-DUE
               END-IF
               PERFORM WRITE-PAYMENT-JOURNAL
               ADD 1 TO WS-PAID-COUNT
           END-IF
           END-IF
           END-IF.

       ADVANCE-NEXT-DUE.
               WS-DUE-YYYY * 10000 + WS-DUE-MM * 100 + WS-DUE-DD.

       WRITE-PAYMENT-JOURNAL.
           PERFORM LOAD-JOURNAL-CHAIN
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00" AND
                   WS-JOURNAL-STATUS NOT = "05"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE LN-BALANCE-TBL(WS-LOAN-INDEX) TO WS-JRN-BALANCE
           IF WS-CHG-PORTION > 0
               MOVE SPACES TO J-TXT
               STRING "LNPAY " PAY-ID " " WS-CHG-PORTION " F"
                   DELIMITED BY SIZE
                   INTO J-TXT
               PERFORM BUILD-JOURNAL-EXTENSION
               PERFORM CHAIN-JOURNAL-LINE
               WRITE J-REC
           END-IF
           IF WS-PEN-PORTION > 0
               MOVE SPACES TO J-TXT
               STRING "LNPAY " PAY-ID " " WS-PEN-PORTION " D"
                   DELIMITED BY SIZE
                   INTO J-TXT
               PERFORM BUILD-JOURNAL-EXTENSION
               PERFORM CHAIN-JOURNAL-LINE
               WRITE J-REC
           END-IF
           MOVE SPACES TO J-TXT
           STRING "LNPAY " PAY-ID " " WS-INT-PORTION " I"
               DELIMITED BY SIZE
               INTO J-TXT
           PERFORM BUILD-JOURNAL-EXTENSION
           PERFORM CHAIN-JOURNAL-LINE
           WRITE J-REC
           MOVE SPACES TO J-TXT
           STRING "LNPAY " PAY-ID " " WS-PRIN-PORTION " P"
               DELIMITED BY SIZE
               INTO J-TXT
           PERFORM BUILD-JOURNAL-EXTENSION
           PERFORM CHAIN-JOURNAL-LINE
           WRITE J-REC
           CLOSE JOURNAL-FILE.

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
                   INTO AGING-LINE
               WRITE AGING-LINE
           END-IF.

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
