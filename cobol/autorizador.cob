               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FX-RATES-STATUS.
           SELECT FXSPREAD-FILE
               ASSIGN TO DYNAMIC WS-FXSPREAD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FXSPREAD-STATUS.
           SELECT CUSTSEG-FILE
               ASSIGN TO DYNAMIC WS-CUSTSEG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CUSTSEG-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO DYNAMIC WS-BUSDATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GARNISH-STATUS.
           SELECT KYCRESTR-FILE
               ASSIGN TO DYNAMIC WS-KYCRESTR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-KYCRESTR-STATUS.
           SELECT VLIMITS-FILE
               ASSIGN TO DYNAMIC WS-VLIMITS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CARDTRANS-STATUS.
           SELECT CARDPURCH-FILE
               ASSIGN TO DYNAMIC WS-CARDPURCH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CARDPURCH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
           05 FXR-RATE           PIC 9(3)V9(6).
           05 FILLER             PIC X(1).
           05 FXR-EFF-DATE       PIC 9(8).
       FD  FXSPREAD-FILE.
       01  FXSPREAD-RECORD.
           05 FS-CURRENCY        PIC X(3).
           05 FILLER             PIC X(1).
           05 FS-SEGMENT         PIC X(2).
           05 FILLER             PIC X(1).
           05 FS-UPTO            PIC 9(9)V99.
           05 FILLER             PIC X(1).
           05 FS-SPREAD          PIC 9(2)V9(4).
       FD  CUSTSEG-FILE.
       01  CUSTSEG-RECORD.
           05 CS-CUST-ID         PIC X(5).
           05 FILLER             PIC X(1).
           05 CS-SEGMENT         PIC X(2).
       FD  KYCRESTR-FILE.
       01  KYCRESTR-RECORD.
           05 KR-ACCOUNT         PIC X(5).
           05 FILLER             PIC X(1).
           05 KR-CUST-ID         PIC X(5).
           05 FILLER             PIC X(1).
           05 KR-SINCE           PIC 9(8).
       FD  VLIMITS-FILE.
       01  VLIMIT-RECORD.
           05 VL-ID              PIC X(5).
           05 FILLER            PIC X(1).
           05 CD-STATUS         PIC X(1).
               88 CD-ST-ACTIVE  VALUE 'A'.
               88 CD-ST-BLOCKED VALUE 'L', 'S', 'C', 'K', 'R'.
               88 CD-ST-PENDING VALUE 'P'.
           05 FILLER            PIC X(1).
           05 CD-EXPIRY         PIC 9(8).
           05 FILLER            PIC X(1).
           05 CD-LAST-USED      PIC 9(8).
           05 FILLER            PIC X(1).
           05 CD-REPLACES       PIC X(16).
           05 FILLER            PIC X(1).
           05 CD-REASON         PIC X(4).
       FD  CARDTRANS-FILE.
       01  CARDTRANS-RECORD.
           05 CT-CARD           PIC X(16).
           05 CT-TO-ID          PIC X(5).
           05 FILLER            PIC X(1).
           05 CT-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 CT-MCC            PIC X(4).
       FD  CARDPURCH-FILE.
       01  CARDPURCH-RECORD.
           05 CP-DATE           PIC 9(8).
           05 CP-TIME           PIC 9(6).
           05 CP-SEQ            PIC 9(7).
           05 FILLER            PIC X(1).
           05 CP-CARD           PIC X(16).
           05 FILLER            PIC X(1).
           05 CP-AC-ID          PIC X(5).
           05 FILLER            PIC X(1).
           05 CP-TIPO           PIC X(1).
           05 FILLER            PIC X(1).
           05 CP-AMOUNT         PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 CP-MCC            PIC X(4).
           05 FILLER            PIC X(1).
           05 CP-STATUS         PIC X(1).
       FD  AUTHRES-FILE.
       01  AUTHRES-RECORD.
           05 AR-SEQ            PIC 9(7).
       01  WS-FX-FROM-RATE      PIC 9(3)V9(6).
       01  WS-FX-TO-RATE        PIC 9(3)V9(6).
       01  WS-CONVERTED-AMT     PIC 9(7)V99.
       01  WS-FXSPREAD-PATH     PIC X(200).
       01  WS-FXSPREAD-STATUS   PIC XX.
       01  WS-CUSTSEG-PATH      PIC X(200).
       01  WS-CUSTSEG-STATUS    PIC XX.
       01  FX-SPREAD-TABLE.
           05 FX-SPREAD-ENTRY OCCURS 200 TIMES.
               10 FS-CCY-TBL      PIC X(3).
               10 FS-SEGMENT-TBL  PIC X(2).
               10 FS-UPTO-TBL     PIC 9(9)V99.
               10 FS-SPREAD-TBL   PIC 9(2)V9(4).
       01  WS-FS-INDEX          PIC 9(3) VALUE 1.
       01  WS-FS-COUNT          PIC 9(3) VALUE 0.
       01  CUST-SEGMENT-TABLE.
           05 CUST-SEGMENT-ENTRY OCCURS 5000 TIMES.
               10 CS-CUST-TBL     PIC X(5).
               10 CS-SEGMENT-TBL  PIC X(2).
       01  WS-CS-INDEX          PIC 9(5) VALUE 1.
       01  WS-CS-COUNT          PIC 9(5) VALUE 0.
       01  WS-FX-SEGMENT        PIC X(2).
       01  WS-FX-BASE-AMT       PIC 9(9)V99 VALUE 0.
       01  WS-FXS-CCY           PIC X(3).
       01  WS-FXS-SPREAD        PIC 9(2)V9(4) VALUE 0.
       01  WS-FXS-CLASS         PIC 9 VALUE 0.
       01  WS-FXS-BEST-CLASS    PIC 9 VALUE 0.
       01  WS-FXS-BEST-UPTO     PIC 9(9)V99 VALUE 0.
       01  WS-FX-SPREAD         PIC 9(2)V9(4) VALUE 0.
       01  WS-FX-MID-AMT        PIC 9(7)V99 VALUE 0.
       01  WS-GARNISH-PATH      PIC X(200).
       01  WS-GARNISH-STATUS    PIC XX.
       01  WS-GARNISH-EOF       PIC X VALUE 'N'.
       01  WS-GO-INDEX          PIC 9(4) VALUE 1.
       01  WS-GO-COUNT          PIC 9(4) VALUE 0.
       01  WS-GARNISHED         PIC X VALUE 'N'.
       01  WS-KYCRESTR-PATH     PIC X(200).
       01  WS-KYCRESTR-STATUS   PIC XX.
       01  WS-KR-EOF            PIC X VALUE 'N'.
       01  KYCRESTR-TABLE.
           05 KR-ACCOUNT-TBL OCCURS 20000 TIMES PIC X(5).
       01  WS-KR-INDEX          PIC 9(5) VALUE 1.
       01  WS-KR-COUNT          PIC 9(5) VALUE 0.
       01  WS-KYC-RESTRICTED    PIC X VALUE 'N'.
       01  WS-VLIMITS-PATH      PIC X(200).
       01  WS-VCOUNTERS-PATH    PIC X(200).
       01  WS-VPENDING-PATH     PIC X(200).
       01  WS-CARDTRANS-PATH    PIC X(200).
       01  WS-CARDS-STATUS      PIC XX.
       01  WS-CARDTRANS-STATUS  PIC XX.
       01  WS-CARDPURCH-PATH    PIC X(200).
       01  WS-CARDPURCH-STATUS  PIC XX.
       01  WS-CARDS-EOF         PIC X VALUE 'N'.
       01  CARD-TABLE.
           05 CARD-ENTRY OCCURS 20000 TIMES.
               10 CD-AC-ID-TBL  PIC X(5).
               10 CD-STATUS-TBL PIC X(1).
               10 CD-EXPIRY-TBL PIC 9(8).
               10 CD-LAST-USED-TBL PIC 9(8).
               10 CD-REPLACES-TBL PIC X(16).
               10 CD-REASON-TBL PIC X(4).
       01  WS-CD-INDEX          PIC 9(5) VALUE 1.
       01  WS-CD-COUNT          PIC 9(5) VALUE 0.
       01  WS-CARD-FOUND        PIC X VALUE 'N'.
       01  WS-CD-OLD-INDEX      PIC 9(5) VALUE 1.
       01  WS-CARDS-CHANGED     PIC X VALUE 'N'.
       01  WS-AR-SEQ            PIC 9(7) VALUE 0.
       01  WS-AR-DECISION       PIC X(4).
       01  WS-AR-REASON         PIC X(4).
               MOVE "/app/accounts/GARNISH_ORDERS.DAT"
                   TO WS-GARNISH-PATH
           END-IF
           MOVE SPACES TO WS-KYCRESTR-PATH
           ACCEPT WS-KYCRESTR-PATH
               FROM ENVIRONMENT "KYC_RESTRICTED_PATH"
           IF WS-KYCRESTR-PATH = SPACES
               MOVE "/app/accounts/KYC_RESTRICTED.DAT"
                   TO WS-KYCRESTR-PATH
           END-IF
           MOVE SPACES TO WS-VLIMITS-PATH
           ACCEPT WS-VLIMITS-PATH
               FROM ENVIRONMENT "VELOCITY_LIMITS_PATH"
           PERFORM LOAD-ACCOUNTS-TABLE
           PERFORM LOAD-FX-RATES
           PERFORM LOAD-GARNISH-TABLE
           PERFORM LOAD-KYCRESTR-TABLE
           PERFORM LOAD-VELOCITY-LIMITS
           PERFORM LOAD-VELOCITY-COUNTERS
           MOVE SPACES TO WS-CARDS-PATH
           END-PERFORM
           CLOSE TRANS-FILE
           PERFORM AUTHORIZE-CARD-TRANSACTIONS
           IF WS-CARDS-CHANGED = 'Y'
               PERFORM REWRITE-CARD-FILE
           END-IF
           CLOSE HOLDS-FILE
           CLOSE AUTHRES-FILE
           PERFORM WRITE-RUN-LOG-END
           PERFORM FIND-ACCOUNT-ENTRY
           IF WS-FOUND = 'Y'
               PERFORM CHECK-GARNISH-ORDER
               PERFORM CHECK-KYC-RESTRICTION
               IF AC-ST-BLOCKED
                   DISPLAY "RECHAZADO - CUENTA BLOQUEADA"
                   MOVE "R002" TO WS-AR-REASON
                   PERFORM WRITE-SUSPENSE-RECORD
               ELSE
               IF (WS-GARNISHED = 'Y' OR WS-KYC-RESTRICTED = 'Y')
                       AND TR-TIPO NOT = 'C'
                   IF WS-GARNISHED = 'Y'
                       DISPLAY "RECHAZADO - ORDEN JUDICIAL"
                       MOVE "R003" TO WS-AR-REASON
                   ELSE
                       DISPLAY "RECHAZADO - RESTRICCION KYC"
                       MOVE "R012" TO WS-AR-REASON
                   END-IF
               ELSE
               PERFORM CHECK-VELOCITY-LIMIT
               IF WS-VELOCITY-HIT = 'Y'
                   PERFORM LOOKUP-FX-RATE
                   MOVE WS-FX-LOOKUP-RATE TO WS-FX-TO-RATE
                   IF WS-FX-MISSING = 'N'
                       COMPUTE WS-FX-MID-AMT ROUNDED =
                           TR-MONTO * WS-FX-FROM-RATE / WS-FX-TO-RATE
                       PERFORM APPLY-CUSTOMER-SPREAD
                   END-IF
               END-IF
           END-IF.
       APPLY-CUSTOMER-SPREAD.
           COMPUTE WS-FX-BASE-AMT ROUNDED = TR-MONTO * WS-FX-FROM-RATE
           PERFORM FIND-CUSTOMER-SEGMENT
           MOVE TR-CURRENCY TO WS-FXS-CCY
           PERFORM FIND-FX-SPREAD
           MOVE WS-FXS-SPREAD TO WS-FX-SPREAD
           MOVE AC-CURRENCY TO WS-FXS-CCY
           PERFORM FIND-FX-SPREAD
           ADD WS-FXS-SPREAD TO WS-FX-SPREAD
           IF TR-TIPO = 'C'
               COMPUTE WS-CONVERTED-AMT ROUNDED =
                   WS-FX-MID-AMT * (1000 - WS-FX-SPREAD) / 1000
           ELSE
               COMPUTE WS-CONVERTED-AMT ROUNDED =
                   WS-FX-MID-AMT * (1000 + WS-FX-SPREAD) / 1000
           END-IF.
       FIND-CUSTOMER-SEGMENT.
           MOVE SPACES TO WS-FX-SEGMENT
           IF AC-CUST-ID NOT = SPACES
               MOVE 1 TO WS-CS-INDEX
               PERFORM UNTIL WS-CS-INDEX > WS-CS-COUNT
                   IF CS-CUST-TBL(WS-CS-INDEX)
                           = AC-CUST-ID
                       MOVE CS-SEGMENT-TBL(WS-CS-INDEX)
                           TO WS-FX-SEGMENT
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-CS-INDEX
               END-PERFORM
           END-IF.
       FIND-FX-SPREAD.
           MOVE 0 TO WS-FXS-SPREAD
           MOVE 0 TO WS-FXS-BEST-CLASS
           MOVE 0 TO WS-FXS-BEST-UPTO
           MOVE 1 TO WS-FS-INDEX
           PERFORM UNTIL WS-FS-INDEX > WS-FS-COUNT
               IF FS-CCY-TBL(WS-FS-INDEX) = WS-FXS-CCY
                       AND FS-UPTO-TBL(WS-FS-INDEX) >= WS-FX-BASE-AMT
                   MOVE 0 TO WS-FXS-CLASS
                   IF FS-SEGMENT-TBL(WS-FS-INDEX) = SPACES
                       MOVE 1 TO WS-FXS-CLASS
                   ELSE
                       IF FS-SEGMENT-TBL(WS-FS-INDEX) = WS-FX-SEGMENT
                           MOVE 2 TO WS-FXS-CLASS
                       END-IF
                   END-IF
                   IF WS-FXS-CLASS > WS-FXS-BEST-CLASS
                           OR (WS-FXS-CLASS > 0
                               AND WS-FXS-CLASS = WS-FXS-BEST-CLASS
                               AND FS-UPTO-TBL(WS-FS-INDEX)
                                   < WS-FXS-BEST-UPTO)
                       MOVE WS-FXS-CLASS TO WS-FXS-BEST-CLASS
                       MOVE FS-UPTO-TBL(WS-FS-INDEX) TO WS-FXS-BEST-UPTO
                       MOVE FS-SPREAD-TBL(WS-FS-INDEX) TO WS-FXS-SPREAD
                   END-IF
               END-IF
               ADD 1 TO WS-FS-INDEX
           END-PERFORM.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = "00"
           ELSE
               DISPLAY "NO FX RATES FILE - FOREIGN CURRENCY "
                   "AUTHORIZATION DISABLED"
           END-IF
           MOVE SPACES TO WS-FXSPREAD-PATH
           ACCEPT WS-FXSPREAD-PATH FROM ENVIRONMENT "FX_SPREADS_PATH"
           IF WS-FXSPREAD-PATH = SPACES
               MOVE "/app/accounts/FX_SPREADS.DAT" TO WS-FXSPREAD-PATH
           END-IF
           MOVE 0 TO WS-FS-COUNT
           MOVE 'N' TO WS-FX-EOF
           OPEN INPUT FXSPREAD-FILE
           IF WS-FXSPREAD-STATUS = "00"
               PERFORM UNTIL WS-FX-EOF = 'Y'
                       OR WS-FS-COUNT >= 200
                   READ FXSPREAD-FILE INTO FXSPREAD-RECORD
                   AT END MOVE 'Y' TO WS-FX-EOF
                   NOT AT END
                       IF FS-UPTO NUMERIC AND FS-SPREAD NUMERIC
                           ADD 1 TO WS-FS-COUNT
                           MOVE FS-CURRENCY TO FS-CCY-TBL(WS-FS-COUNT)
                           MOVE FS-SEGMENT
                               TO FS-SEGMENT-TBL(WS-FS-COUNT)
                           MOVE FS-UPTO TO FS-UPTO-TBL(WS-FS-COUNT)
                           MOVE FS-SPREAD
                               TO FS-SPREAD-TBL(WS-FS-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FXSPREAD-FILE
           END-IF
           MOVE SPACES TO WS-CUSTSEG-PATH
           ACCEPT WS-CUSTSEG-PATH FROM ENVIRONMENT "CUST_SEGMENTS_PATH"
           IF WS-CUSTSEG-PATH = SPACES
               MOVE "/app/accounts/CUST_SEGMENTS.DAT" TO WS-CUSTSEG-PATH
           END-IF
           MOVE 0 TO WS-CS-COUNT
           MOVE 'N' TO WS-FX-EOF
           OPEN INPUT CUSTSEG-FILE
           IF WS-CUSTSEG-STATUS = "00"
               PERFORM UNTIL WS-FX-EOF = 'Y'
                       OR WS-CS-COUNT >= 5000
                   READ CUSTSEG-FILE INTO CUSTSEG-RECORD
                   AT END MOVE 'Y' TO WS-FX-EOF
                   NOT AT END
                       IF CS-CUST-ID NOT = SPACES
                           ADD 1 TO WS-CS-COUNT
                           MOVE CS-CUST-ID TO CS-CUST-TBL(WS-CS-COUNT)
                           MOVE CS-SEGMENT
                               TO CS-SEGMENT-TBL(WS-CS-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTSEG-FILE
           END-IF
           MOVE 'N' TO WS-FX-EOF.
       LOAD-VELOCITY-LIMITS.
           MOVE 0 TO WS-VL-COUNT
           MOVE 'N' TO WS-VL-EOF
               END-IF
               ADD 1 TO WS-GO-INDEX
           END-PERFORM.
       LOAD-KYCRESTR-TABLE.
           MOVE 0 TO WS-KR-COUNT
           MOVE 'N' TO WS-KR-EOF
           OPEN INPUT KYCRESTR-FILE
           IF WS-KYCRESTR-STATUS = "00"
               PERFORM UNTIL WS-KR-EOF = 'Y'
                       OR WS-KR-COUNT >= 20000
                   READ KYCRESTR-FILE INTO KYCRESTR-RECORD
                   AT END MOVE 'Y' TO WS-KR-EOF
                   NOT AT END
                       IF KR-ACCOUNT NOT = SPACES
                           ADD 1 TO WS-KR-COUNT
                           MOVE KR-ACCOUNT
                               TO KR-ACCOUNT-TBL(WS-KR-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE KYCRESTR-FILE
           END-IF.
       CHECK-KYC-RESTRICTION.
           MOVE 'N' TO WS-KYC-RESTRICTED
           MOVE 1 TO WS-KR-INDEX
           PERFORM UNTIL WS-KR-INDEX > WS-KR-COUNT
               IF KR-ACCOUNT-TBL(WS-KR-INDEX) = TR-ID
                   MOVE 'Y' TO WS-KYC-RESTRICTED
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-KR-INDEX
           END-PERFORM.
       LOOKUP-FX-RATE.
           IF WS-FX-LOOKUP-CCY = "USD" OR WS-FX-LOOKUP-CCY = SPACES
               MOVE 1.000000 TO WS-FX-LOOKUP-RATE
                           ELSE
                               MOVE 0 TO CD-EXPIRY-TBL(WS-CD-COUNT)
                           END-IF
                           IF CD-LAST-USED NUMERIC
                               MOVE CD-LAST-USED
                                   TO CD-LAST-USED-TBL(WS-CD-COUNT)
                           ELSE
                               MOVE 0 TO CD-LAST-USED-TBL(WS-CD-COUNT)
                           END-IF
                           MOVE CD-REPLACES
                               TO CD-REPLACES-TBL(WS-CD-COUNT)
                           MOVE CD-REASON
                               TO CD-REASON-TBL(WS-CD-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
           MOVE CT-TIPO TO TR-TIPO
           MOVE CT-TO-ID TO TR-TO-ID
           MOVE CT-CURRENCY TO TR-CURRENCY
           IF WS-CARD-FOUND = 'Y'
               IF CD-STATUS-TBL(WS-CD-INDEX) = 'P'
                   PERFORM ACTIVATE-REPLACEMENT-CARD
               END-IF
           END-IF
           IF WS-CARD-FOUND = 'N'
               DISPLAY "RECHAZADO - TARJETA DESCONOCIDA"
               MOVE "RECH" TO WS-AR-DECISION
               PERFORM WRITE-AUTH-RESULT
           ELSE
               MOVE CD-AC-ID-TBL(WS-CD-INDEX) TO TR-ID
               MOVE WS-BUSINESS-DATE TO CD-LAST-USED-TBL(WS-CD-INDEX)
               MOVE 'Y' TO WS-CARDS-CHANGED
               PERFORM AUTHORIZE-ONE-TRANSACTION
               IF WS-AR-DECISION = "AUTH" AND NOT AC-ES-LOAN
                   PERFORM WRITE-CARD-PURCHASE
               END-IF
           END-IF
           END-IF
           END-IF.
       WRITE-CARD-PURCHASE.
           MOVE SPACES TO WS-CARDPURCH-PATH
           ACCEPT WS-CARDPURCH-PATH
               FROM ENVIRONMENT "CARD_PURCHASES_PATH"
           IF WS-CARDPURCH-PATH = SPACES
               MOVE "accounts/CARD_PURCHASES.DAT" TO WS-CARDPURCH-PATH
           END-IF
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE SPACES TO CARDPURCH-RECORD
           MOVE WS-DATE TO CP-DATE
           MOVE WS-TIME TO CP-TIME
           MOVE WS-AR-SEQ TO CP-SEQ
           MOVE CT-CARD TO CP-CARD
           MOVE TR-ID TO CP-AC-ID
           MOVE TR-TIPO TO CP-TIPO
           MOVE WS-CONVERTED-AMT TO CP-AMOUNT
           MOVE CT-MCC TO CP-MCC
           MOVE 'A' TO CP-STATUS
           OPEN EXTEND CARDPURCH-FILE
           IF WS-CARDPURCH-STATUS NOT = "00" AND
                   WS-CARDPURCH-STATUS NOT = "05"
               CLOSE CARDPURCH-FILE
               OPEN OUTPUT CARDPURCH-FILE
           END-IF
           WRITE CARDPURCH-RECORD
           CLOSE CARDPURCH-FILE.
       ACTIVATE-REPLACEMENT-CARD.
           MOVE 'A' TO CD-STATUS-TBL(WS-CD-INDEX)
           MOVE 'Y' TO WS-CARDS-CHANGED
           DISPLAY "TARJETA ACTIVADA " CT-CARD
           IF CD-REPLACES-TBL(WS-CD-INDEX) NOT = SPACES
               MOVE 1 TO WS-CD-OLD-INDEX
               PERFORM UNTIL WS-CD-OLD-INDEX > WS-CD-COUNT
                   IF CD-NUMBER-TBL(WS-CD-OLD-INDEX)
                           = CD-REPLACES-TBL(WS-CD-INDEX)
                       IF CD-STATUS-TBL(WS-CD-OLD-INDEX) = 'A'
                               OR CD-STATUS-TBL(WS-CD-OLD-INDEX) = 'P'
                           MOVE 'R' TO CD-STATUS-TBL(WS-CD-OLD-INDEX)
                           DISPLAY "TARJETA REEMPLAZADA "
                               CD-NUMBER-TBL(WS-CD-OLD-INDEX)
                       END-IF
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-CD-OLD-INDEX
               END-PERFORM
           END-IF.
       REWRITE-CARD-FILE.
           OPEN OUTPUT CARDS-FILE
           MOVE 1 TO WS-CD-INDEX
           PERFORM UNTIL WS-CD-INDEX > WS-CD-COUNT
               MOVE SPACES TO CARD-RECORD
               MOVE CD-NUMBER-TBL(WS-CD-INDEX) TO CD-NUMBER
               MOVE CD-AC-ID-TBL(WS-CD-INDEX) TO CD-AC-ID
               MOVE CD-STATUS-TBL(WS-CD-INDEX) TO CD-STATUS
               MOVE CD-EXPIRY-TBL(WS-CD-INDEX) TO CD-EXPIRY
               MOVE CD-LAST-USED-TBL(WS-CD-INDEX) TO CD-LAST-USED
               MOVE CD-REPLACES-TBL(WS-CD-INDEX) TO CD-REPLACES
               MOVE CD-REASON-TBL(WS-CD-INDEX) TO CD-REASON
               WRITE CARD-RECORD
               ADD 1 TO WS-CD-INDEX
           END-PERFORM
           CLOSE CARDS-FILE.
       LOAD-FACILITY-TABLE.
           MOVE SPACES TO WS-FACILITY-PATH
           ACCEPT WS-FACILITY-PATH
