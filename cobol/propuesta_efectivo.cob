       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROPUESTA-EFECTIVO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VAULT-FILE
               ASSIGN TO DYNAMIC WS-VAULT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VAULT-STATUS.
           SELECT LIMITS-FILE
               ASSIGN TO DYNAMIC WS-LIMITS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LIMITS-STATUS.
           SELECT DRAWER-FILE
               ASSIGN TO "accounts/DRAWERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DRAWER-STATUS.
           SELECT SHIPMENT-FILE
               ASSIGN TO DYNAMIC WS-SHIPMENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHIPMENT-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VAULT-FILE.
       01  VAULT-RECORD.
           05 VT-BRANCH         PIC X(4).
           05 FILLER            PIC X(1).
           05 VT-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 VT-DENOM          PIC 9(5)V99.
           05 FILLER            PIC X(1).
           05 VT-KIND           PIC X(1).
           05 FILLER            PIC X(1).
           05 VT-COUNT          PIC 9(7).
       FD  LIMITS-FILE.
       01  LIMITS-RECORD.
           05 VL-BRANCH         PIC X(4).
           05 FILLER            PIC X(1).
           05 VL-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 VL-INSURED-LIMIT  PIC 9(9)V99.
           05 FILLER            PIC X(1).
           05 VL-MIN-HOLDING    PIC 9(9)V99.
       FD  DRAWER-FILE.
       01  DRAWER-RECORD.
           05 DR-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 DR-OPERATOR       PIC X(8).
           05 FILLER            PIC X(1).
           05 DR-EVENT          PIC X(5).
           05 FILLER            PIC X(1).
           05 DR-AMOUNT         PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 DR-TIME           PIC 9(6).
           05 FILLER            PIC X(1).
           05 DR-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 DR-BRANCH         PIC X(4).
       FD  SHIPMENT-FILE.
       01  SHIPMENT-RECORD.
           05 SH-ID             PIC X(10).
           05 FILLER            PIC X(1).
           05 SH-DIRECTION      PIC X(1).
           05 FILLER            PIC X(1).
           05 SH-BRANCH         PIC X(4).
           05 FILLER            PIC X(1).
           05 SH-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 SH-DENOM          PIC 9(5)V99.
           05 FILLER            PIC X(1).
           05 SH-COUNT          PIC 9(7).
           05 FILLER            PIC X(1).
           05 SH-RECV-COUNT     PIC 9(7).
           05 FILLER            PIC X(1).
           05 SH-STATUS         PIC X(1).
           05 FILLER            PIC X(1).
           05 SH-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 SH-OPERATOR       PIC X(8).
           05 FILLER            PIC X(1).
           05 SH-CONF-DATE      PIC 9(8).
           05 FILLER            PIC X(1).
           05 SH-CONF-OPER      PIC X(8).
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(160).
       WORKING-STORAGE SECTION.
       01  WS-VAULT-PATH        PIC X(200).
       01  WS-VAULT-STATUS      PIC XX.
       01  WS-LIMITS-PATH       PIC X(200).
       01  WS-LIMITS-STATUS     PIC XX.
       01  WS-DRAWER-STATUS     PIC XX.
       01  WS-SHIPMENT-PATH     PIC X(200).
       01  WS-SHIPMENT-STATUS   PIC XX.
       01  WS-REPORT-PATH       PIC X(200).
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-REPORT-DATE-TXT   PIC X(8).
       01  WS-REPORT-DATE       PIC 9(8).
       01  WS-REPORT-DAY        PIC 9(8).
       01  WS-EVENT-DAY         PIC 9(8).
       01  WS-LOOKBACK-TXT      PIC X(2).
       01  WS-LOOKBACK-DAYS     PIC 9(2) VALUE 5.
       01  WS-HORIZON-TXT       PIC X(2).
       01  WS-HORIZON-DAYS      PIC 9(2) VALUE 2.
       01  POSITION-TABLE.
           05 POSITION-ENTRY OCCURS 500 TIMES.
               10 PO-BRANCH-TBL    PIC X(4).
               10 PO-CCY-TBL       PIC X(3).
               10 PO-HOLDING-TBL   PIC 9(11)V99.
               10 PO-TRANSIT-IN-TBL PIC 9(11)V99.
               10 PO-TRANSIT-OUT-TBL PIC 9(11)V99.
               10 PO-PAID-OUT-TBL  PIC 9(11)V99.
               10 PO-LIMIT-TBL     PIC 9(9)V99.
               10 PO-MINIMUM-TBL   PIC 9(9)V99.
       01  WS-PO-INDEX          PIC 9(3) VALUE 1.
       01  WS-PO-COUNT          PIC 9(3) VALUE 0.
       01  WS-LOOKUP-BRANCH     PIC X(4).
       01  WS-LOOKUP-CCY        PIC X(3).
       01  WS-AVG-DAILY         PIC 9(11)V99.
       01  WS-NEED              PIC 9(11)V99.
       01  WS-PROJECTED         PIC S9(11)V99.
       01  WS-ON-HAND           PIC 9(11)V99.
       01  WS-ORDER-AMT         PIC S9(11)V99.
       01  WS-ORDER-ABS         PIC 9(11)V99.
       01  WS-ORDER-COUNT       PIC 9(3) VALUE 0.
       01  WS-RETURN-COUNT      PIC 9(3) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-VAULT-PATH
           ACCEPT WS-VAULT-PATH FROM ENVIRONMENT "VAULT_PATH"
           IF WS-VAULT-PATH = SPACES
               MOVE "accounts/VAULT.DAT" TO WS-VAULT-PATH
           END-IF
           MOVE SPACES TO WS-LIMITS-PATH
           ACCEPT WS-LIMITS-PATH FROM ENVIRONMENT "VAULT_LIMITS_PATH"
           IF WS-LIMITS-PATH = SPACES
               MOVE "accounts/VAULT_LIMITS.DAT" TO WS-LIMITS-PATH
           END-IF
           MOVE SPACES TO WS-SHIPMENT-PATH
           ACCEPT WS-SHIPMENT-PATH
               FROM ENVIRONMENT "CASH_SHIPMENTS_PATH"
           IF WS-SHIPMENT-PATH = SPACES
               MOVE "accounts/CASH_SHIPMENTS.DAT" TO WS-SHIPMENT-PATH
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "CASH_ORDER_RPT_PATH"
           IF WS-REPORT-PATH = SPACES
               MOVE "accounts/CASH_ORDER.RPT" TO WS-REPORT-PATH
           END-IF
           MOVE SPACES TO WS-REPORT-DATE-TXT
           ACCEPT WS-REPORT-DATE-TXT FROM ENVIRONMENT "REPORT_DATE"
           IF WS-REPORT-DATE-TXT NOT = SPACES
                   AND WS-REPORT-DATE-TXT NUMERIC
               MOVE WS-REPORT-DATE-TXT TO WS-REPORT-DATE
           ELSE
               ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE SPACES TO WS-LOOKBACK-TXT
           ACCEPT WS-LOOKBACK-TXT
               FROM ENVIRONMENT "CASH_ORDER_LOOKBACK_DAYS"
           IF WS-LOOKBACK-TXT NOT = SPACES AND WS-LOOKBACK-TXT NUMERIC
                   AND WS-LOOKBACK-TXT NOT = "00"
               MOVE WS-LOOKBACK-TXT TO WS-LOOKBACK-DAYS
           END-IF
           MOVE SPACES TO WS-HORIZON-TXT
           ACCEPT WS-HORIZON-TXT
               FROM ENVIRONMENT "CASH_ORDER_HORIZON_DAYS"
           IF WS-HORIZON-TXT NOT = SPACES AND WS-HORIZON-TXT NUMERIC
               MOVE WS-HORIZON-TXT TO WS-HORIZON-DAYS
           END-IF
           COMPUTE WS-REPORT-DAY =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
           PERFORM LOAD-VAULT-HOLDINGS
           PERFORM LOAD-VAULT-LIMITS
           PERFORM LOAD-TRANSIT-SHIPMENTS
           PERFORM LOAD-TELLER-PAYOUTS
           PERFORM WRITE-ORDER-PROPOSAL
           DISPLAY "CASH ORDER PROPOSAL FOR " WS-REPORT-DATE " - "
               WS-PO-COUNT " POSITIONS, " WS-ORDER-COUNT " ORDERS, "
               WS-RETURN-COUNT " RETURNS"
           STOP RUN.

       LOAD-VAULT-HOLDINGS.
           MOVE 0 TO WS-PO-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT VAULT-FILE
           IF WS-VAULT-STATUS NOT = "00"
               DISPLAY "NO VAULT FILE - NOTHING TO PROPOSE"
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ VAULT-FILE INTO VAULT-RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF VT-BRANCH NOT = SPACES AND VT-DENOM NUMERIC
                           AND VT-COUNT NUMERIC
                       MOVE VT-BRANCH TO WS-LOOKUP-BRANCH
                       MOVE VT-CURRENCY TO WS-LOOKUP-CCY
                       PERFORM FIND-POSITION-ENTRY
                       COMPUTE PO-HOLDING-TBL(WS-PO-INDEX) =
                           PO-HOLDING-TBL(WS-PO-INDEX)
                           + VT-DENOM * VT-COUNT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE VAULT-FILE
           MOVE 'N' TO WS-EOF.

       LOAD-VAULT-LIMITS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT LIMITS-FILE
           IF WS-LIMITS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LIMITS-FILE INTO LIMITS-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF VL-BRANCH NOT = SPACES
                               AND VL-INSURED-LIMIT NUMERIC
                               AND VL-MIN-HOLDING NUMERIC
                           MOVE VL-BRANCH TO WS-LOOKUP-BRANCH
                           MOVE VL-CURRENCY TO WS-LOOKUP-CCY
                           PERFORM FIND-POSITION-ENTRY
                           MOVE VL-INSURED-LIMIT
                               TO PO-LIMIT-TBL(WS-PO-INDEX)
                           MOVE VL-MIN-HOLDING
                               TO PO-MINIMUM-TBL(WS-PO-INDEX)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE LIMITS-FILE
           ELSE
               DISPLAY "NO VAULT LIMITS FILE - LIMITS NOT APPLIED"
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-TRANSIT-SHIPMENTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT SHIPMENT-FILE
           IF WS-SHIPMENT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SHIPMENT-FILE INTO SHIPMENT-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SH-STATUS = 'T' AND SH-DENOM NUMERIC
                               AND SH-COUNT NUMERIC
                           MOVE SH-BRANCH TO WS-LOOKUP-BRANCH
                           MOVE SH-CURRENCY TO WS-LOOKUP-CCY
                           PERFORM FIND-POSITION-ENTRY
                           IF SH-DIRECTION = 'I'
                               COMPUTE PO-TRANSIT-IN-TBL(WS-PO-INDEX) =
                                   PO-TRANSIT-IN-TBL(WS-PO-INDEX)
                                   + SH-DENOM * SH-COUNT
                           ELSE
                               COMPUTE PO-TRANSIT-OUT-TBL(WS-PO-INDEX)
                                   = PO-TRANSIT-OUT-TBL(WS-PO-INDEX)
                                   + SH-DENOM * SH-COUNT
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIPMENT-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-TELLER-PAYOUTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT DRAWER-FILE
           IF WS-DRAWER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DRAWER-FILE INTO DRAWER-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DR-DATE NUMERIC AND DR-AMOUNT NUMERIC
                               AND DR-BRANCH NOT = SPACES
                               AND (DR-EVENT = "OUT  "
                                   OR DR-EVENT = "FXOUT")
                           PERFORM TALLY-TELLER-PAYOUT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE DRAWER-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       TALLY-TELLER-PAYOUT.
           IF DR-DATE <= WS-REPORT-DATE
               COMPUTE WS-EVENT-DAY = FUNCTION INTEGER-OF-DATE(DR-DATE)
               IF WS-REPORT-DAY - WS-EVENT-DAY < WS-LOOKBACK-DAYS
                   MOVE DR-BRANCH TO WS-LOOKUP-BRANCH
                   MOVE DR-CURRENCY TO WS-LOOKUP-CCY
                   IF WS-LOOKUP-CCY = SPACES
                       MOVE "USD" TO WS-LOOKUP-CCY
                   END-IF
                   PERFORM FIND-POSITION-ENTRY
                   ADD DR-AMOUNT TO PO-PAID-OUT-TBL(WS-PO-INDEX)
               END-IF
           END-IF.

       FIND-POSITION-ENTRY.
           MOVE 1 TO WS-PO-INDEX
           PERFORM UNTIL WS-PO-INDEX > WS-PO-COUNT
               IF PO-BRANCH-TBL(WS-PO-INDEX) = WS-LOOKUP-BRANCH
                       AND PO-CCY-TBL(WS-PO-INDEX) = WS-LOOKUP-CCY
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-PO-INDEX
           END-PERFORM
           IF WS-PO-INDEX > WS-PO-COUNT
               IF WS-PO-COUNT >= 500
                   DISPLAY "VAULT POSITIONS EXCEED TABLE CAPACITY"
                   STOP RUN
               END-IF
               ADD 1 TO WS-PO-COUNT
               MOVE WS-PO-COUNT TO WS-PO-INDEX
               MOVE WS-LOOKUP-BRANCH TO PO-BRANCH-TBL(WS-PO-INDEX)
               MOVE WS-LOOKUP-CCY TO PO-CCY-TBL(WS-PO-INDEX)
               MOVE 0 TO PO-HOLDING-TBL(WS-PO-INDEX)
               MOVE 0 TO PO-TRANSIT-IN-TBL(WS-PO-INDEX)
               MOVE 0 TO PO-TRANSIT-OUT-TBL(WS-PO-INDEX)
               MOVE 0 TO PO-PAID-OUT-TBL(WS-PO-INDEX)
               MOVE 0 TO PO-LIMIT-TBL(WS-PO-INDEX)
               MOVE 0 TO PO-MINIMUM-TBL(WS-PO-INDEX)
           END-IF.

       WRITE-ORDER-PROPOSAL.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "CASH ORDER PROPOSAL " WS-REPORT-DATE
               " LOOKBACK " WS-LOOKBACK-DAYS " DAYS HORIZON "
               WS-HORIZON-DAYS " DAYS"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 1 TO WS-PO-INDEX
           PERFORM UNTIL WS-PO-INDEX > WS-PO-COUNT
               PERFORM WRITE-ONE-PROPOSAL
               ADD 1 TO WS-PO-INDEX
           END-PERFORM
           CLOSE REPORT-FILE.

       WRITE-ONE-PROPOSAL.
           COMPUTE WS-AVG-DAILY ROUNDED =
               PO-PAID-OUT-TBL(WS-PO-INDEX) / WS-LOOKBACK-DAYS
           COMPUTE WS-NEED = WS-AVG-DAILY * WS-HORIZON-DAYS
           COMPUTE WS-ON-HAND = PO-HOLDING-TBL(WS-PO-INDEX)
               + PO-TRANSIT-IN-TBL(WS-PO-INDEX)
           COMPUTE WS-PROJECTED = WS-ON-HAND - WS-NEED
           MOVE 0 TO WS-ORDER-AMT
           IF WS-PROJECTED < PO-MINIMUM-TBL(WS-PO-INDEX)
               COMPUTE WS-ORDER-AMT =
                   PO-MINIMUM-TBL(WS-PO-INDEX) - WS-PROJECTED
               IF PO-LIMIT-TBL(WS-PO-INDEX) > 0
                       AND WS-ON-HAND + WS-ORDER-AMT
                           > PO-LIMIT-TBL(WS-PO-INDEX)
                   COMPUTE WS-ORDER-AMT =
                       PO-LIMIT-TBL(WS-PO-INDEX) - WS-ON-HAND
                   IF WS-ORDER-AMT < 0
                       MOVE 0 TO WS-ORDER-AMT
                   END-IF
               END-IF
           ELSE
               IF PO-LIMIT-TBL(WS-PO-INDEX) > 0
                       AND WS-ON-HAND > PO-LIMIT-TBL(WS-PO-INDEX)
                   COMPUTE WS-ORDER-AMT =
                       PO-LIMIT-TBL(WS-PO-INDEX) - WS-ON-HAND
               END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "BRANCH " PO-BRANCH-TBL(WS-PO-INDEX)
               " " PO-CCY-TBL(WS-PO-INDEX)
               " HOLDING " PO-HOLDING-TBL(WS-PO-INDEX)
               " IN TRANSIT " PO-TRANSIT-IN-TBL(WS-PO-INDEX)
               " AVG DAILY OUT " WS-AVG-DAILY
               " NEED " WS-NEED
               " MINIMUM " PO-MINIMUM-TBL(WS-PO-INDEX)
               " LIMIT " PO-LIMIT-TBL(WS-PO-INDEX)
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-ORDER-AMT > 0
               ADD 1 TO WS-ORDER-COUNT
               MOVE WS-ORDER-AMT TO WS-ORDER-ABS
               STRING "  PROPOSE ORDER IN  " PO-BRANCH-TBL(WS-PO-INDEX)
                   " " PO-CCY-TBL(WS-PO-INDEX) " " WS-ORDER-ABS
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               IF WS-ORDER-AMT < 0
                   ADD 1 TO WS-RETURN-COUNT
                   COMPUTE WS-ORDER-ABS = WS-ORDER-AMT * -1
                   STRING "  PROPOSE RETURN OUT "
                       PO-BRANCH-TBL(WS-PO-INDEX)
                       " " PO-CCY-TBL(WS-PO-INDEX) " " WS-ORDER-ABS
                       " - OVER INSURANCE LIMIT"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
               ELSE
                   STRING "  NO ORDER " PO-BRANCH-TBL(WS-PO-INDEX)
                       " " PO-CCY-TBL(WS-PO-INDEX)
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
               END-IF
           END-IF
           WRITE REPORT-LINE
           IF PO-LIMIT-TBL(WS-PO-INDEX) > 0
                   AND PO-MINIMUM-TBL(WS-PO-INDEX) + WS-NEED
                       > PO-LIMIT-TBL(WS-PO-INDEX)
               MOVE SPACES TO REPORT-LINE
               STRING "  WARNING " PO-BRANCH-TBL(WS-PO-INDEX)
                   " " PO-CCY-TBL(WS-PO-INDEX)
                   " MINIMUM PLUS FORECAST NEED EXCEEDS INSURANCE "
                   "LIMIT"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
