           05 OP-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 OP-STATUS         PIC X(1).
           05 FILLER            PIC X(1).
           05 OP-BENEF-IBAN     PIC X(34).
       FD  CONFIRM-FILE.
       01  CONFIRM-RECORD.
           05 PC-REF            PIC X(15).
               10 OP-CURRENCY-TBL  PIC X(3).
               10 OP-DATE-TBL      PIC 9(8).
               10 OP-STATUS-TBL    PIC X(1).
               10 OP-IBAN-TBL      PIC X(34).
       01  WS-OP-INDEX          PIC 9(5) VALUE 1.
       01  WS-OP-COUNT          PIC 9(5) VALUE 0.
       01  WS-CONFIRMED-COUNT   PIC 9(5) VALUE 0.
       01  WS-RETURNED-COUNT    PIC 9(5) VALUE 0.
       01  WS-PENDING-COUNT     PIC 9(5) VALUE 0.
       01  WS-IBAN-HELD-COUNT   PIC 9(5) VALUE 0.
       01  WS-IBAN-IN           PIC X(34).
       01  WS-IBAN-WORK         PIC X(34).
       01  WS-IBAN-REARR        PIC X(34).
       01  WS-IBAN-LEN          PIC 9(2).
       01  WS-IBAN-POS          PIC 9(2).
       01  WS-IBAN-OUT          PIC 9(2).
       01  WS-IBAN-CHAR         PIC X(1).
       01  WS-IBAN-DIGIT        PIC 9(1).
       01  WS-IBAN-VAL          PIC 9(2).
       01  WS-IBAN-ACC          PIC 9(5).
       01  WS-IBAN-QUOT         PIC 9(5).
       01  WS-IBAN-REM          PIC 9(2).
       01  WS-IBAN-OK           PIC X(1).
       01  WS-IBAN-ALPHABET     PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-RT-EOF          PIC X VALUE "N".
       01 REFRESH-TABLE.
           05 RT-LINE-TBL OCCURS 50000 TIMES PIC X(96).
           END-IF
           PERFORM WRITE-RUN-LOG-START
           PERFORM LOAD-OUTPAY-TABLE
           PERFORM CHECK-BENEFICIARY-IBANS
           PERFORM APPLY-CONFIRMATIONS
           PERFORM REWRITE-OUTPAY-FILE
           IF WS-RETURNED-COUNT > 0
           DISPLAY "OUTGOING PAYMENTS - CONFIRMED "
               WS-CONFIRMED-COUNT " RETURNED " WS-RETURNED-COUNT
               " STILL PENDING " WS-PENDING-COUNT
           IF WS-IBAN-HELD-COUNT > 0
               DISPLAY "RETURNED FOR BENEFICIARY IBAN "
                   WS-IBAN-HELD-COUNT
           END-IF
           PERFORM WRITE-RUN-LOG-END
           STOP RUN.

                           MOVE 0 TO OP-DATE-TBL(WS-OP-COUNT)
                       END-IF
                       MOVE OP-STATUS TO OP-STATUS-TBL(WS-OP-COUNT)
                       MOVE OP-BENEF-IBAN TO OP-IBAN-TBL(WS-OP-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE OUTPAY-FILE
           MOVE 'N' TO WS-EOF.

       CHECK-BENEFICIARY-IBANS.
           MOVE 1 TO WS-OP-INDEX
           PERFORM UNTIL WS-OP-INDEX > WS-OP-COUNT
               IF OP-STATUS-TBL(WS-OP-INDEX) = 'P'
                   MOVE OP-IBAN-TBL(WS-OP-INDEX) TO WS-IBAN-IN
                   IF WS-IBAN-IN = SPACES
                       MOVE "N" TO WS-IBAN-OK
                   ELSE
                       PERFORM CHECK-IBAN-MOD97
                   END-IF
                   IF WS-IBAN-OK NOT = "Y"
                       MOVE 'R' TO OP-STATUS-TBL(WS-OP-INDEX)
                       ADD 1 TO WS-RETURNED-COUNT
                       ADD 1 TO WS-IBAN-HELD-COUNT
                       ADD 1 TO WS-RL-REJECTED
                       PERFORM WRITE-RETURN-CREDIT
                       IF OP-IBAN-TBL(WS-OP-INDEX) = SPACES
                           DISPLAY "PAYMENT RETURNED "
                               OP-REF-TBL(WS-OP-INDEX)
                               " - MISSING BENEFICIARY IBAN"
                       ELSE
                           DISPLAY "PAYMENT RETURNED "
                               OP-REF-TBL(WS-OP-INDEX)
                               " - BAD BENEFICIARY IBAN "
                               OP-IBAN-TBL(WS-OP-INDEX)
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-OP-INDEX
           END-PERFORM.

       CHECK-IBAN-MOD97.
           MOVE SPACES TO WS-IBAN-WORK
           MOVE 0 TO WS-IBAN-LEN
           MOVE FUNCTION UPPER-CASE(WS-IBAN-IN) TO WS-IBAN-IN
           MOVE 1 TO WS-IBAN-POS
           PERFORM UNTIL WS-IBAN-POS > 34
               IF WS-IBAN-IN(WS-IBAN-POS:1) NOT = SPACE
                   ADD 1 TO WS-IBAN-LEN
                   MOVE WS-IBAN-IN(WS-IBAN-POS:1)
                       TO WS-IBAN-WORK(WS-IBAN-LEN:1)
               END-IF
               ADD 1 TO WS-IBAN-POS
           END-PERFORM
           MOVE "N" TO WS-IBAN-OK
           IF WS-IBAN-LEN >= 15
                   AND WS-IBAN-WORK(1:2) IS ALPHABETIC
                   AND WS-IBAN-WORK(3:2) IS NUMERIC
               MOVE SPACES TO WS-IBAN-REARR
               STRING WS-IBAN-WORK(5:WS-IBAN-LEN - 4)
                   WS-IBAN-WORK(1:4)
                   DELIMITED BY SIZE
                   INTO WS-IBAN-REARR
               PERFORM COMPUTE-IBAN-REMAINDER
               IF WS-IBAN-OK = "Y" AND WS-IBAN-REM NOT = 1
                   MOVE "N" TO WS-IBAN-OK
               END-IF
           END-IF.

       COMPUTE-IBAN-REMAINDER.
           MOVE "Y" TO WS-IBAN-OK
           MOVE 0 TO WS-IBAN-REM
           MOVE 1 TO WS-IBAN-POS
           PERFORM UNTIL WS-IBAN-POS > WS-IBAN-LEN
               MOVE WS-IBAN-REARR(WS-IBAN-POS:1) TO WS-IBAN-CHAR
               IF WS-IBAN-CHAR IS NUMERIC
                   MOVE WS-IBAN-CHAR TO WS-IBAN-DIGIT
                   COMPUTE WS-IBAN-ACC =
                       WS-IBAN-REM * 10 + WS-IBAN-DIGIT
               ELSE
                   MOVE 0 TO WS-IBAN-VAL
                   MOVE 1 TO WS-IBAN-OUT
                   PERFORM UNTIL WS-IBAN-OUT > 26
                       IF WS-IBAN-ALPHABET(WS-IBAN-OUT:1)
                               = WS-IBAN-CHAR
                           COMPUTE WS-IBAN-VAL = WS-IBAN-OUT + 9
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-IBAN-OUT
                   END-PERFORM
                   IF WS-IBAN-VAL = 0
                       MOVE "N" TO WS-IBAN-OK
                       EXIT PERFORM
                   END-IF
                   COMPUTE WS-IBAN-ACC =
                       WS-IBAN-REM * 100 + WS-IBAN-VAL
               END-IF
               DIVIDE WS-IBAN-ACC BY 97 GIVING WS-IBAN-QUOT
                   REMAINDER WS-IBAN-REM
               ADD 1 TO WS-IBAN-POS
           END-PERFORM.


       APPLY-CONFIRMATIONS.
           OPEN INPUT CONFIRM-FILE
           IF WS-CONFIRM-STATUS NOT = "00"
               MOVE OP-CURRENCY-TBL(WS-OP-INDEX) TO OP-CURRENCY
               MOVE OP-DATE-TBL(WS-OP-INDEX) TO OP-DATE
               MOVE OP-STATUS-TBL(WS-OP-INDEX) TO OP-STATUS
               MOVE OP-IBAN-TBL(WS-OP-INDEX) TO OP-BENEF-IBAN
               WRITE OUTPAY-RECORD
               ADD 1 TO WS-OP-INDEX
           END-PERFORM
