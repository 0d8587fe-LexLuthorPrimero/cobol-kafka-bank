               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JSEAL-FILE
               ASSIGN TO DYNAMIC WS-JSEAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JSEAL-STATUS.
           SELECT OPERATORS-FILE
               ASSIGN TO DYNAMIC WS-OPERATORS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TERMDEP-STATUS.
           SELECT KYCRESTR-FILE
               ASSIGN TO DYNAMIC WS-KYCRESTR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-KYCRESTR-STATUS.
           SELECT OUTPAY-FILE
               ASSIGN TO DYNAMIC WS-OUTPAY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OUTPAY-STATUS.
           SELECT BENEFIBAN-FILE
               ASSIGN TO DYNAMIC WS-BENEFIBAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BENEFIBAN-STATUS.
           SELECT BILLCOLL-FILE
               ASSIGN TO DYNAMIC WS-BILLCOLL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BILLCOLL-STATUS.
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
           05 PEND-CURRENCY     PIC X(3).
           05 FILLER            PIC X(1).
           05 PEND-TIMESTAMP    PIC X(14).
           05 FILLER            PIC X(1).
           05 PEND-REFERENCE    PIC X(25).
       FD  APPROVALS-FILE.
       01  APR-RECORD.
           05 APR-OP            PIC X(6).
           05 APR-TIMESTAMP     PIC X(14).
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
       FD  OPERATORS-FILE.
       01  OPERATOR-RECORD.
           05 OP-ID             PIC X(8).
           05 LP-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 LP-MONTO          PIC 9(7)V99.
       FD  KYCRESTR-FILE.
       01  KYCRESTR-RECORD.
           05 KR-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 KR-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 KR-SINCE          PIC 9(8).
       FD  TERMDEP-FILE.
       01  TERMDEP-RECORD.
           05 TD-ID             PIC X(5).
           05 OP-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 OP-STATUS         PIC X(1).
           05 FILLER            PIC X(1).
           05 OP-BENEF-IBAN     PIC X(34).
       FD  BENEFIBAN-FILE.
       01  BENEFIBAN-RECORD.
           05 BI-TO-ID          PIC X(5).
           05 FILLER            PIC X(1).
           05 BI-IBAN           PIC X(34).
       FD  BILLCOLL-FILE.
       01  BILLCOLL-RECORD.
           05 BC-BILLER         PIC X(5).
           05 FILLER            PIC X(1).
           05 BC-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 BC-MONTO          PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 BC-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 BC-REFERENCE      PIC X(25).
           05 FILLER            PIC X(1).
           05 BC-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 BC-SEQ            PIC 9(7).
           05 FILLER            PIC X(1).
           05 BC-STATUS         PIC X(1).
           05 FILLER            PIC X(1).
           05 BC-SETTLE-DATE    PIC X(8).
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
               10 PEND-TIPO-TBL      PIC X(1).
               10 PEND-CURRENCY-TBL  PIC X(3).
               10 PEND-TIMESTAMP-TBL PIC X(14).
               10 PEND-REF-TBL       PIC X(25).
               10 PEND-RESOLVED-TBL  PIC X VALUE 'N'.
       01  WS-PEND-INDEX        PIC 9(6) VALUE 1.
       01  WS-PEND-COUNT        PIC 9(6) VALUE 0.
       01  WS-OUTPAY-SEQ        PIC 9(7) VALUE 0.
       01  WS-OUTPAY-SEEDED     PIC X VALUE 'N'.
       01  WS-OUTPAY-REF        PIC X(15).
       01  WS-BENEFIBAN-PATH    PIC X(200).
       01  WS-BENEFIBAN-STATUS  PIC XX.
       01  WS-BENEFIBAN-EOF     PIC X VALUE 'N'.
       01  WS-BENEF-IBAN        PIC X(34).
       01  WS-TARGET-BLOCKED    PIC X VALUE 'N'.
       01  WS-BILLCOLL-PATH     PIC X(200).
       01  WS-BILLCOLL-STATUS   PIC XX.
       01  WS-BILL-CLEARING     PIC X(5).
       01  WS-DEBIT-POSTED      PIC X VALUE 'N'.
       01  WS-VA-CREDIT         PIC X VALUE 'N'.
       01  OPS-TABLE.
           05 OPS-ENTRY OCCURS 100 TIMES.
               10 OPS-ID-TBL      PIC X(8).
       01  WS-TD-LOCKED         PIC X VALUE 'N'.
       01  WS-TD-CHECK-ID       PIC X(5).
       01  WS-TD-CHECK-DATE     PIC 9(8).
       01  WS-KYCRESTR-PATH     PIC X(200).
       01  WS-KYCRESTR-STATUS   PIC XX.
       01  WS-KR-EOF            PIC X VALUE 'N'.
       01  WS-KR-LOADED         PIC X VALUE 'N'.
       01  KYCRESTR-TABLE.
           05 KR-ACCOUNT-TBL OCCURS 20000 TIMES PIC X(5).
       01  WS-KR-INDEX          PIC 9(5) VALUE 1.
       01  WS-KR-COUNT          PIC 9(5) VALUE 0.
       01  WS-KYC-RESTRICTED    PIC X VALUE 'N'.
       01  WS-VFY-EOF           PIC X VALUE 'N'.
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
       01  WS-FTT-SCAN          PIC 9(6) VALUE 0.
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
                           TO PEND-CURRENCY-TBL(WS-PEND-INDEX)
                       MOVE PEND-TIMESTAMP
                           TO PEND-TIMESTAMP-TBL(WS-PEND-INDEX)
                       MOVE PEND-REFERENCE
                           TO PEND-REF-TBL(WS-PEND-INDEX)
                       MOVE 'N' TO PEND-RESOLVED-TBL(WS-PEND-INDEX)
                       ADD 1 TO WS-PEND-INDEX
               END-PERFORM
                               TO WS-JRN-CURRENCY
                           MOVE AC-SALDO-TBL(WS-ACC-INDEX)
                               TO WS-JRN-BALANCE
                           IF PEND-REF-TBL(PDX)(1:10) NUMERIC
                               MOVE 'Y' TO WS-VA-CREDIT
                           END-IF
                           PERFORM WRITE-JOURNAL-LINE
                           MOVE 'N' TO WS-VA-CREDIT
                           DISPLAY "OK " PEND-ID-TBL(PDX)
                       END-IF
                   WHEN 'T'
                       ELSE
                           PERFORM POST-APPROVED-TRANSFER
                       END-IF
                   WHEN 'B'
                       PERFORM POST-APPROVED-BILL
                   WHEN OTHER
                       PERFORM POST-APPROVED-DEBIT
               END-EVALUATE
               ADD 1 TO WS-ACC-INDEX
           END-PERFORM.

       POST-APPROVED-BILL.
           PERFORM POST-APPROVED-DEBIT
           IF WS-DEBIT-POSTED = 'Y'
               PERFORM WRITE-BILL-COLLECTION
               PERFORM POST-FTT-CHARGE
           END-IF.

       WRITE-BILL-COLLECTION.
           MOVE SPACES TO WS-BILL-CLEARING
           ACCEPT WS-BILL-CLEARING
               FROM ENVIRONMENT "BILLPAY_CLEARING_ACCOUNT"
           IF WS-BILL-CLEARING = SPACES
               MOVE "99994" TO WS-BILL-CLEARING
           END-IF
           MOVE SPACES TO WS-BILLCOLL-PATH
           ACCEPT WS-BILLCOLL-PATH
               FROM ENVIRONMENT "BILL_COLLECTIONS_PATH"
           IF WS-BILLCOLL-PATH = SPACES
               MOVE "/app/accounts/BILL_COLLECTIONS.DAT"
                   TO WS-BILLCOLL-PATH
           END-IF
           MOVE SPACES TO BILLCOLL-RECORD
           MOVE PEND-TO-ID-TBL(PDX) TO BC-BILLER
           MOVE PEND-ID-TBL(PDX) TO BC-ACCOUNT
           MOVE PEND-MONTO-TBL(PDX) TO BC-MONTO
           MOVE AC-CURRENCY-TBL(WS-ACC-INDEX) TO BC-CURRENCY
           MOVE PEND-REF-TBL(PDX) TO BC-REFERENCE
           MOVE WS-JRN-DATE TO BC-DATE
           MOVE WS-JRN-SEQ TO BC-SEQ
           MOVE 'P' TO BC-STATUS
           OPEN EXTEND BILLCOLL-FILE
           IF WS-BILLCOLL-STATUS NOT = "00" AND
                   WS-BILLCOLL-STATUS NOT = "05"
               CLOSE BILLCOLL-FILE
               OPEN OUTPUT BILLCOLL-FILE
           END-IF
           WRITE BILLCOLL-RECORD
           CLOSE BILLCOLL-FILE
           MOVE WS-BILL-CLEARING TO WS-JOURNAL-ID
           MOVE PEND-MONTO-TBL(PDX) TO WS-JOURNAL-AMT
           MOVE 'C' TO WS-JOURNAL-TIPO
           MOVE AC-CURRENCY-TBL(WS-ACC-INDEX) TO WS-JRN-CURRENCY
           MOVE 0 TO WS-JRN-BALANCE
           PERFORM WRITE-JOURNAL-LINE.

       POST-APPROVED-DEBIT.
           MOVE 'N' TO WS-DEBIT-POSTED
           MOVE PEND-ID-TBL(PDX) TO WS-TD-CHECK-ID
           PERFORM CHECK-TERM-DEPOSIT-LOCK
           PERFORM CHECK-KYC-RESTRICTION
           IF WS-TD-LOCKED = 'Y'
               DISPLAY "ERROR - DEPOSITO A PLAZO VIGENTE "
                   PEND-ID-TBL(PDX)
           ELSE
           IF WS-KYC-RESTRICTED = 'Y'
               DISPLAY "ERROR - RESTRICCION KYC " PEND-ID-TBL(PDX)
           ELSE
           IF AC-ES-LOAN-TBL(WS-ACC-INDEX)
               DISPLAY "ERROR - CUENTA DE PRESTAMO " PEND-ID-TBL(PDX)
           ELSE
               MOVE WS-ACC-INDEX TO WS-FTT-INDEX
               MOVE PEND-TIPO-TBL(PDX) TO WS-FTT-KIND
               MOVE PEND-MONTO-TBL(PDX) TO WS-FTT-BASE
               MOVE 'N' TO WS-FTT-EXEMPT
               PERFORM COMPUTE-FTT
               COMPUTE WS-AVAILABLE =
                   AC-SALDO-TBL(WS-ACC-INDEX) - WS-FTT-GROSS
                       + AC-OVERDRAFT-TBL(WS-ACC-INDEX)
               IF WS-AVAILABLE >= 0
                   SUBTRACT PEND-MONTO-TBL(PDX)
                       FROM AC-SALDO-TBL(WS-ACC-INDEX)
                   MOVE 'Y' TO WS-DEBIT-POSTED
                   MOVE PEND-ID-TBL(PDX) TO WS-JOURNAL-ID
                   MOVE PEND-MONTO-TBL(PDX) TO WS-JOURNAL-AMT
                   MOVE 'D' TO WS-JOURNAL-TIPO
                   MOVE AC-SALDO-TBL(WS-ACC-INDEX)
                       TO WS-JRN-BALANCE
                   PERFORM WRITE-JOURNAL-LINE
                   IF PEND-TIPO-TBL(PDX) NOT = 'B'
                       PERFORM POST-FTT-CHARGE
                   END-IF
                   DISPLAY "OK " PEND-ID-TBL(PDX)
               ELSE
                   DISPLAY "ERROR - SALDO INSUFICIENTE "
                       PEND-ID-TBL(PDX)
               END-IF
           END-IF
           END-IF
           END-IF.

       POST-APPROVED-TRANSFER.
           MOVE WS-ACC-INDEX TO WS-SOURCE-INDEX
           MOVE PEND-ID-TBL(PDX) TO WS-TD-CHECK-ID
           PERFORM CHECK-TERM-DEPOSIT-LOCK
           PERFORM CHECK-KYC-RESTRICTION
           IF WS-TD-LOCKED = 'Y'
               DISPLAY "ERROR - DEPOSITO A PLAZO VIGENTE "
                   PEND-ID-TBL(PDX)
           ELSE
           IF WS-KYC-RESTRICTED = 'Y'
               DISPLAY "ERROR - RESTRICCION KYC " PEND-ID-TBL(PDX)
           ELSE
           IF AC-ES-LOAN-TBL(WS-SOURCE-INDEX)
               DISPLAY "ERROR - CUENTA DE PRESTAMO " PEND-ID-TBL(PDX)
           ELSE
               MOVE WS-SOURCE-INDEX TO WS-FTT-INDEX
               MOVE PEND-TIPO-TBL(PDX) TO WS-FTT-KIND
               MOVE PEND-MONTO-TBL(PDX) TO WS-FTT-BASE
               PERFORM CHECK-FTT-PAIR
               PERFORM COMPUTE-FTT
               COMPUTE WS-AVAILABLE =
                   AC-SALDO-TBL(WS-SOURCE-INDEX) - WS-FTT-GROSS
                       + AC-OVERDRAFT-TBL(WS-SOURCE-INDEX)
               IF WS-AVAILABLE >= 0
                   SUBTRACT PEND-MONTO-TBL(PDX)
                       MOVE AC-SALDO-TBL(WS-SOURCE-INDEX)
                           TO WS-JRN-BALANCE
                       PERFORM WRITE-JOURNAL-LINE
                       PERFORM POST-FTT-CHARGE
                       DISPLAY "OK " PEND-ID-TBL(PDX)
                   ELSE
                   IF WS-TARGET-BLOCKED = 'N'
                           TO WS-JRN-BALANCE
                       PERFORM WRITE-JOURNAL-LINE
                       PERFORM WRITE-OUTGOING-PAYMENT
                       PERFORM POST-FTT-CHARGE
                       DISPLAY "OK - PAGO EXTERNO " PEND-ID-TBL(PDX)
                   ELSE
                       ADD PEND-MONTO-TBL(PDX)
                       PEND-ID-TBL(PDX)
               END-IF
           END-IF
           END-IF
           END-IF.

       CHECK-TERM-DEPOSIT-LOCK.
               ADD 1 TO WS-TD-INDEX
           END-PERFORM.

       CHECK-KYC-RESTRICTION.
           MOVE 'N' TO WS-KYC-RESTRICTED
           IF WS-KR-LOADED = 'N'
               PERFORM LOAD-KYCRESTR-TABLE
           END-IF
           MOVE 1 TO WS-KR-INDEX
           PERFORM UNTIL WS-KR-INDEX > WS-KR-COUNT
               IF KR-ACCOUNT-TBL(WS-KR-INDEX) = WS-TD-CHECK-ID
                   MOVE 'Y' TO WS-KYC-RESTRICTED
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-KR-INDEX
           END-PERFORM.

       LOAD-KYCRESTR-TABLE.
           MOVE 'Y' TO WS-KR-LOADED
           MOVE SPACES TO WS-KYCRESTR-PATH
           ACCEPT WS-KYCRESTR-PATH
               FROM ENVIRONMENT "KYC_RESTRICTED_PATH"
           IF WS-KYCRESTR-PATH = SPACES
               MOVE "accounts/KYC_RESTRICTED.DAT" TO WS-KYCRESTR-PATH
           END-IF
           MOVE 'N' TO WS-KR-EOF
           MOVE 0 TO WS-KR-COUNT
           OPEN INPUT KYCRESTR-FILE
           IF WS-KYCRESTR-STATUS = "00"
               PERFORM UNTIL WS-KR-EOF = 'Y' OR WS-KR-COUNT >= 20000
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

       LOAD-TERMDEP-TABLE.
           MOVE 'Y' TO WS-TD-LOADED
           MOVE SPACES TO WS-TERMDEP-PATH
               ADD 1 TO WS-ACC-INDEX
           END-PERFORM.

       CHECK-FTT-PAIR.
           MOVE 'N' TO WS-FTT-EXEMPT
           MOVE 1 TO WS-FTT-SCAN
           PERFORM UNTIL WS-FTT-SCAN > WS-ACC-COUNT
               IF AC-ID-TBL(WS-FTT-SCAN) = PEND-TO-ID-TBL(PDX)
                   IF AC-ES-LOAN-TBL(WS-FTT-SCAN)
                       MOVE 'Y' TO WS-FTT-EXEMPT
                   END-IF
                   IF AC-CUST-ID-TBL(WS-FTT-SCAN) NOT = SPACES
                           AND AC-CUST-ID-TBL(WS-FTT-SCAN)
                               = AC-CUST-ID-TBL(WS-FTT-INDEX)
                       MOVE 'Y' TO WS-FTT-EXEMPT
                   END-IF
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-FTT-SCAN
           END-PERFORM.

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
               MOVE "/app/accounts/FTT_RULES.DAT" TO WS-FTTRULE-PATH
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
               MOVE "/app/accounts/FTT_COLLECTED.DAT"
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

       WRITE-JOURNAL-LINE.
           MOVE SPACES TO J-TXT
           STRING "OK " WS-JOURNAL-ID " " WS-JOURNAL-AMT " "
               DELIMITED BY SIZE
               INTO J-TXT
           PERFORM BUILD-JOURNAL-EXTENSION
           IF WS-VA-CREDIT = 'Y'
               MOVE "VACCT" TO J-TXT(22:5)
               MOVE PEND-REF-TBL(PDX) TO J-TXT(79:25)
           END-IF
           IF WS-FTT-LINE = 'Y'
               MOVE "FTT" TO J-TXT(22:5)
           END-IF
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

           STRING WS-JRN-DATE WS-OUTPAY-SEQ
               DELIMITED BY SIZE
               INTO WS-OUTPAY-REF
           PERFORM LOOKUP-BENEFICIARY-IBAN
           OPEN EXTEND OUTPAY-FILE
           IF WS-OUTPAY-STATUS NOT = "00" AND
                   WS-OUTPAY-STATUS NOT = "05"
           MOVE AC-CURRENCY-TBL(WS-SOURCE-INDEX) TO OP-CURRENCY
           MOVE WS-JRN-DATE TO OP-DATE
           MOVE 'P' TO OP-STATUS
           MOVE WS-BENEF-IBAN TO OP-BENEF-IBAN
           WRITE OUTPAY-RECORD
           CLOSE OUTPAY-FILE.

       LOOKUP-BENEFICIARY-IBAN.
           MOVE SPACES TO WS-BENEFIBAN-PATH
           ACCEPT WS-BENEFIBAN-PATH
               FROM ENVIRONMENT "BENEF_IBAN_PATH"
           IF WS-BENEFIBAN-PATH = SPACES
               MOVE "accounts/BENEF_IBAN.DAT" TO WS-BENEFIBAN-PATH
           END-IF
           MOVE SPACES TO WS-BENEF-IBAN
           MOVE 'N' TO WS-BENEFIBAN-EOF
           OPEN INPUT BENEFIBAN-FILE
           IF WS-BENEFIBAN-STATUS = "00"
               PERFORM UNTIL WS-BENEFIBAN-EOF = 'Y'
                   READ BENEFIBAN-FILE
                   AT END MOVE 'Y' TO WS-BENEFIBAN-EOF
                   NOT AT END
                       IF BI-TO-ID = PEND-TO-ID-TBL(PDX)
                           MOVE BI-IBAN TO WS-BENEF-IBAN
                           MOVE 'Y' TO WS-BENEFIBAN-EOF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BENEFIBAN-FILE
           END-IF.

       SEED-OUTPAY-SEQUENCE.
           MOVE 'Y' TO WS-OUTPAY-SEEDED
           MOVE 0 TO WS-OUTPAY-SEQ
                       TO PEND-CURRENCY
                   MOVE PEND-TIMESTAMP-TBL(WS-PEND-INDEX)
                       TO PEND-TIMESTAMP
                   MOVE PEND-REF-TBL(WS-PEND-INDEX) TO PEND-REFERENCE
                   WRITE PEND-RECORD
               END-IF
               ADD 1 TO WS-PEND-INDEX
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
               MOVE "/app/accounts/JOURNAL_SEAL.DAT" TO WS-JSEAL-PATH
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
