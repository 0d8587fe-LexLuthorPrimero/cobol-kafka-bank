           05 DR-AMOUNT         PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 DR-TIME           PIC 9(6).
           05 FILLER            PIC X(1).
           05 DR-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 DR-BRANCH         PIC X(4).
       FD  OPAUDIT-FILE.
       01  OPAUDIT-LINE         PIC X(80).
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(160).
       WORKING-STORAGE SECTION.
       01  WS-DRAWER-STATUS     PIC XX.
       01  WS-OPAUDIT-STATUS    PIC XX.
       01  DRAWER-TABLE.
           05 DRAWER-ENTRY OCCURS 500 TIMES.
               10 DW-OPERATOR-TBL  PIC X(8).
               10 DW-CURRENCY-TBL  PIC X(3).
               10 DW-OPENED-TBL    PIC X(1).
               10 DW-CLOSED-TBL    PIC X(1).
               10 DW-FLOAT-TBL     PIC 9(7)V99.
               10 DW-COUNTED-TBL   PIC 9(7)V99.
               10 DW-AUD-IN-TBL    PIC 9(9)V99.
               10 DW-AUD-OUT-TBL   PIC 9(9)V99.
               10 DW-FX-IN-TBL     PIC 9(9)V99.
               10 DW-FX-OUT-TBL    PIC 9(9)V99.
               10 DW-AUD-FXIN-TBL  PIC 9(9)V99.
               10 DW-AUD-FXOUT-TBL PIC 9(9)V99.
       01  WS-DW-INDEX          PIC 9(3) VALUE 1.
       01  WS-DW-COUNT          PIC 9(3) VALUE 0.
       01  WS-LOOKUP-OP         PIC X(8).
       01  WS-LOOKUP-CCY        PIC X(3).
       01  WS-AUD-OPERATOR      PIC X(8).
       01  WS-AUD-AMOUNT        PIC X(9).
       01  WS-AUD-AMOUNT-NUM REDEFINES
               WS-AUD-AMOUNT    PIC 9(7)V99.
       01  WS-AUD-TIPO          PIC X(1).
       01  WS-AUD-SIDE          PIC X(1).
       01  WS-AUD-MODE          PIC X(1).
       01  WS-AUD-CCY           PIC X(3).
       01  WS-AUD-LOCAL         PIC X(9).
       01  WS-AUD-LOCAL-NUM REDEFINES
               WS-AUD-LOCAL     PIC 9(7)V99.
       01  WS-EXPECTED          PIC S9(9)V99.
       01  WS-DIFF              PIC S9(9)V99.
       01  WS-DIFF-ABS          PIC 9(9)V99.

       TALLY-DRAWER-EVENT.
           MOVE DR-OPERATOR TO WS-LOOKUP-OP
           MOVE DR-CURRENCY TO WS-LOOKUP-CCY
           IF WS-LOOKUP-CCY = SPACES
               MOVE "USD" TO WS-LOOKUP-CCY
           END-IF
           PERFORM FIND-DRAWER-ENTRY
           EVALUATE DR-EVENT
               WHEN "OPEN "
                   ADD DR-AMOUNT TO DW-IN-TBL(WS-DW-INDEX)
               WHEN "OUT  "
                   ADD DR-AMOUNT TO DW-OUT-TBL(WS-DW-INDEX)
               WHEN "FXIN "
                   ADD DR-AMOUNT TO DW-FX-IN-TBL(WS-DW-INDEX)
               WHEN "FXOUT"
                   ADD DR-AMOUNT TO DW-FX-OUT-TBL(WS-DW-INDEX)
               WHEN "CLOSE"
                   MOVE 'Y' TO DW-CLOSED-TBL(WS-DW-INDEX)
                   MOVE DR-AMOUNT TO DW-COUNTED-TBL(WS-DW-INDEX)
           MOVE 1 TO WS-DW-INDEX
           PERFORM UNTIL WS-DW-INDEX > WS-DW-COUNT
               IF DW-OPERATOR-TBL(WS-DW-INDEX) = WS-LOOKUP-OP
                       AND DW-CURRENCY-TBL(WS-DW-INDEX) = WS-LOOKUP-CCY
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-DW-INDEX
               ADD 1 TO WS-DW-COUNT
               MOVE WS-DW-COUNT TO WS-DW-INDEX
               MOVE WS-LOOKUP-OP TO DW-OPERATOR-TBL(WS-DW-INDEX)
               MOVE WS-LOOKUP-CCY TO DW-CURRENCY-TBL(WS-DW-INDEX)
               MOVE 'N' TO DW-OPENED-TBL(WS-DW-INDEX)
               MOVE 'N' TO DW-CLOSED-TBL(WS-DW-INDEX)
               MOVE 0 TO DW-FLOAT-TBL(WS-DW-INDEX)
               MOVE 0 TO DW-COUNTED-TBL(WS-DW-INDEX)
               MOVE 0 TO DW-AUD-IN-TBL(WS-DW-INDEX)
               MOVE 0 TO DW-AUD-OUT-TBL(WS-DW-INDEX)
               MOVE 0 TO DW-FX-IN-TBL(WS-DW-INDEX)
               MOVE 0 TO DW-FX-OUT-TBL(WS-DW-INDEX)
               MOVE 0 TO DW-AUD-FXIN-TBL(WS-DW-INDEX)
               MOVE 0 TO DW-AUD-FXOUT-TBL(WS-DW-INDEX)
           END-IF.

       SCAN-OPERATOR-AUDIT.
                               AND OPAUDIT-LINE(44:6) = "ENTRY "
                           PERFORM TALLY-AUDIT-ENTRY
                       END-IF
                       IF OPAUDIT-LINE(1:8) = WS-PROOF-DATE-X
                               AND OPAUDIT-LINE(24:20)
                                   = " VENTANILLA-CAPTURA "
                               AND OPAUDIT-LINE(44:7) = "FXEXCH "
                           PERFORM TALLY-AUDIT-EXCHANGE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE OPAUDIT-FILE
           MOVE OPAUDIT-LINE(16:8) TO WS-AUD-OPERATOR
           MOVE OPAUDIT-LINE(56:9) TO WS-AUD-AMOUNT
           MOVE OPAUDIT-LINE(66:1) TO WS-AUD-TIPO
           MOVE OPAUDIT-LINE(68:3) TO WS-AUD-CCY
           IF WS-AUD-CCY = SPACES
               MOVE "USD" TO WS-AUD-CCY
           END-IF
           IF WS-AUD-AMOUNT NUMERIC
               MOVE WS-AUD-OPERATOR TO WS-LOOKUP-OP
               MOVE WS-AUD-CCY TO WS-LOOKUP-CCY
               PERFORM FIND-DRAWER-ENTRY
               IF WS-AUD-TIPO = 'C'
                   ADD WS-AUD-AMOUNT-NUM
               END-IF
           END-IF.

       TALLY-AUDIT-EXCHANGE.
           MOVE OPAUDIT-LINE(16:8) TO WS-AUD-OPERATOR
           MOVE OPAUDIT-LINE(51:1) TO WS-AUD-SIDE
           MOVE OPAUDIT-LINE(52:3) TO WS-AUD-CCY
           MOVE OPAUDIT-LINE(56:9) TO WS-AUD-AMOUNT
           MOVE OPAUDIT-LINE(66:9) TO WS-AUD-LOCAL
           MOVE OPAUDIT-LINE(76:1) TO WS-AUD-MODE
           IF WS-AUD-AMOUNT NUMERIC AND WS-AUD-LOCAL NUMERIC
               MOVE WS-AUD-OPERATOR TO WS-LOOKUP-OP
               MOVE WS-AUD-CCY TO WS-LOOKUP-CCY
               PERFORM FIND-DRAWER-ENTRY
               IF WS-AUD-SIDE = 'B'
                   ADD WS-AUD-AMOUNT-NUM
                       TO DW-AUD-FXIN-TBL(WS-DW-INDEX)
               ELSE
                   ADD WS-AUD-AMOUNT-NUM
                       TO DW-AUD-FXOUT-TBL(WS-DW-INDEX)
               END-IF
               IF WS-AUD-MODE = 'W'
                   MOVE "USD" TO WS-LOOKUP-CCY
                   PERFORM FIND-DRAWER-ENTRY
                   IF WS-AUD-SIDE = 'B'
                       ADD WS-AUD-LOCAL-NUM
                           TO DW-AUD-FXOUT-TBL(WS-DW-INDEX)
                   ELSE
                       ADD WS-AUD-LOCAL-NUM
                           TO DW-AUD-FXIN-TBL(WS-DW-INDEX)
                   END-IF
               END-IF
           END-IF.

       WRITE-PROOF-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
               ADD 1 TO WS-FLAGGED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "OPERATOR " DW-OPERATOR-TBL(WS-DW-INDEX)
                   " " DW-CURRENCY-TBL(WS-DW-INDEX)
                   " DRAWER NOT CLOSED"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
                   DW-FLOAT-TBL(WS-DW-INDEX)
                   + DW-IN-TBL(WS-DW-INDEX)
                   - DW-OUT-TBL(WS-DW-INDEX)
                   + DW-FX-IN-TBL(WS-DW-INDEX)
                   - DW-FX-OUT-TBL(WS-DW-INDEX)
               COMPUTE WS-DIFF =
                   DW-COUNTED-TBL(WS-DW-INDEX) - WS-EXPECTED
               MOVE SPACES TO REPORT-LINE
               IF WS-DIFF = 0
                   STRING "OPERATOR " DW-OPERATOR-TBL(WS-DW-INDEX)
                       " " DW-CURRENCY-TBL(WS-DW-INDEX)
                       " FLOAT " DW-FLOAT-TBL(WS-DW-INDEX)
                       " IN " DW-IN-TBL(WS-DW-INDEX)
                       " OUT " DW-OUT-TBL(WS-DW-INDEX)
                       " FX IN " DW-FX-IN-TBL(WS-DW-INDEX)
                       " FX OUT " DW-FX-OUT-TBL(WS-DW-INDEX)
                       " COUNTED " DW-COUNTED-TBL(WS-DW-INDEX)
                       " EVEN"
                       DELIMITED BY SIZE
                   IF WS-DIFF > 0
                       STRING "OPERATOR "
                           DW-OPERATOR-TBL(WS-DW-INDEX)
                           " " DW-CURRENCY-TBL(WS-DW-INDEX)
                           " COUNTED " DW-COUNTED-TBL(WS-DW-INDEX)
                           " EXPECTED " WS-EXPECTED
                           " OVER " WS-DIFF-ABS
                   ELSE
                       STRING "OPERATOR "
                           DW-OPERATOR-TBL(WS-DW-INDEX)
                           " " DW-CURRENCY-TBL(WS-DW-INDEX)
                           " COUNTED " DW-COUNTED-TBL(WS-DW-INDEX)
                           " EXPECTED " WS-EXPECTED
                           " SHORT " WS-DIFF-ABS
                   NOT = DW-AUD-OUT-TBL(WS-DW-INDEX)
               MOVE SPACES TO REPORT-LINE
               STRING "OPERATOR " DW-OPERATOR-TBL(WS-DW-INDEX)
                   " " DW-CURRENCY-TBL(WS-DW-INDEX)
                   " AUDIT MISMATCH - DRAWER IN "
                   DW-IN-TBL(WS-DW-INDEX)
                   " AUDIT " DW-AUD-IN-TBL(WS-DW-INDEX)
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF DW-FX-IN-TBL(WS-DW-INDEX)
                   NOT = DW-AUD-FXIN-TBL(WS-DW-INDEX)
               OR DW-FX-OUT-TBL(WS-DW-INDEX)
                   NOT = DW-AUD-FXOUT-TBL(WS-DW-INDEX)
               MOVE SPACES TO REPORT-LINE
               STRING "OPERATOR " DW-OPERATOR-TBL(WS-DW-INDEX)
                   " " DW-CURRENCY-TBL(WS-DW-INDEX)
                   " EXCHANGE AUDIT MISMATCH - DRAWER FX IN "
                   DW-FX-IN-TBL(WS-DW-INDEX)
                   " AUDIT " DW-AUD-FXIN-TBL(WS-DW-INDEX)
                   " DRAWER FX OUT " DW-FX-OUT-TBL(WS-DW-INDEX)
                   " AUDIT " DW-AUD-FXOUT-TBL(WS-DW-INDEX)
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
