       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVIOS-EFECTIVO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIPMENT-FILE
               ASSIGN TO DYNAMIC WS-SHIPMENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHIPMENT-STATUS.
           SELECT VAULT-FILE
               ASSIGN TO DYNAMIC WS-VAULT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VAULT-STATUS.
           SELECT VAULTMOV-FILE
               ASSIGN TO DYNAMIC WS-VAULTMOV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VAULTMOV-STATUS.
           SELECT OPERATORS-FILE
               ASSIGN TO "accounts/OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OPERATORS-STATUS.
           SELECT OPAUDIT-FILE
               ASSIGN TO "accounts/OPERATOR_AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OPAUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  VAULTMOV-FILE.
       01  VAULTMOV-RECORD.
           05 VM-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 VM-TIME           PIC 9(6).
           05 FILLER            PIC X(1).
           05 VM-BRANCH         PIC X(4).
           05 FILLER            PIC X(1).
           05 VM-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 VM-TYPE           PIC X(6).
           05 FILLER            PIC X(1).
           05 VM-REF            PIC X(12).
           05 FILLER            PIC X(1).
           05 VM-DENOM          PIC 9(5)V99.
           05 FILLER            PIC X(1).
           05 VM-COUNT          PIC 9(7).
           05 FILLER            PIC X(1).
           05 VM-OPERATOR       PIC X(8).
       FD  OPERATORS-FILE.
       01  OPERATOR-RECORD.
           05 OP-ID             PIC X(8).
           05 FILLER            PIC X(1).
           05 OP-LEVEL          PIC 9(1).
           05 FILLER            PIC X(1).
           05 OP-ACTIVE         PIC X(1).
       FD  OPAUDIT-FILE.
       01  OPAUDIT-LINE         PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-SHIPMENT-PATH     PIC X(200).
       01  WS-SHIPMENT-STATUS   PIC XX.
       01  WS-VAULT-PATH        PIC X(200).
       01  WS-VAULT-STATUS      PIC XX.
       01  WS-VAULTMOV-PATH     PIC X(200).
       01  WS-VAULTMOV-STATUS   PIC XX.
       01  WS-OPERATORS-STATUS  PIC XX.
       01  WS-OPAUDIT-STATUS    PIC XX.
       01  WS-OPERATOR          PIC X(8).
       01  WS-OP-OK             PIC X VALUE 'N'.
       01  WS-OP-EOF            PIC X VALUE 'N'.
       01  WS-OP-DATE           PIC 9(8).
       01  WS-OP-TIME           PIC 9(6).
       01  WS-OP-ACTION         PIC X(40).
       01  WS-TODAY             PIC 9(8).
       01  WS-ACTION            PIC X(4).
       01  WS-BRANCH            PIC X(4).
       01  WS-CURRENCY          PIC X(3).
       01  WS-SHIP-ID           PIC X(10).
       01  WS-SHIP-NEXT         PIC 9(8) VALUE 0.
       01  WS-SHIP-NUM          PIC 9(8).
       01  WS-SHIP-EOF          PIC X VALUE 'N'.
       01  WS-SHIP-FOUND        PIC X VALUE 'N'.
       01  WS-SHIP-DIRECTION    PIC X(1).
       01  WS-SHIP-STATUS-NEW   PIC X(1).
       01  SHIPMENT-TABLE.
           05 SHIPMENT-ENTRY OCCURS 5000 TIMES.
               10 SP-LINE-TBL     PIC X(100).
       01  WS-SP-INDEX          PIC 9(4) VALUE 1.
       01  WS-SP-COUNT          PIC 9(4) VALUE 0.
       01  WS-VAULT-ON-FILE     PIC X VALUE 'N'.
       01  WS-VAULT-EOF         PIC X VALUE 'N'.
       01  VAULT-TABLE.
           05 VAULT-ENTRY OCCURS 2000 TIMES.
               10 VT-BRANCH-TBL   PIC X(4).
               10 VT-CCY-TBL      PIC X(3).
               10 VT-DENOM-TBL    PIC 9(5)V99.
               10 VT-KIND-TBL     PIC X(1).
               10 VT-COUNT-TBL    PIC 9(7).
       01  WS-VT-INDEX          PIC 9(4) VALUE 1.
       01  WS-VT-COUNT          PIC 9(4) VALUE 0.
       01  DENOM-TABLE.
           05 DENOM-ENTRY OCCURS 30 TIMES.
               10 DN-VALUE-TBL    PIC 9(5)V99.
               10 DN-COUNT-TBL    PIC 9(7).
       01  WS-DN-INDEX          PIC 9(2) VALUE 1.
       01  WS-DN-COUNT          PIC 9(2) VALUE 0.
       01  WS-DN-VALUE-TXT      PIC X(7).
       01  WS-DN-VALUE REDEFINES
               WS-DN-VALUE-TXT  PIC 9(5)V99.
       01  WS-DN-PIECES-TXT     PIC X(7).
       01  WS-DN-PIECES REDEFINES
               WS-DN-PIECES-TXT PIC 9(7).
       01  WS-DN-DONE           PIC X VALUE 'N'.
       01  WS-DN-TOTAL          PIC 9(9)V99.
       01  WS-LOOKUP-DENOM      PIC 9(5)V99.
       01  WS-VM-TYPE           PIC X(6).
       01  WS-SENT-TOTAL        PIC 9(9)V99.
       01  WS-RECV-TOTAL        PIC 9(9)V99.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-OPERATOR
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERATOR_ID"
           IF WS-OPERATOR = SPACES
               DISPLAY "ENTER OPERATOR ID:"
               ACCEPT WS-OPERATOR
           END-IF
           IF WS-OPERATOR = SPACES
               DISPLAY "ERROR - OPERATOR ID REQUIRED"
               STOP RUN
           END-IF
           PERFORM CHECK-OPERATOR-AUTHORITY
           MOVE SPACES TO WS-SHIPMENT-PATH
           ACCEPT WS-SHIPMENT-PATH
               FROM ENVIRONMENT "CASH_SHIPMENTS_PATH"
           IF WS-SHIPMENT-PATH = SPACES
               MOVE "accounts/CASH_SHIPMENTS.DAT" TO WS-SHIPMENT-PATH
           END-IF
           MOVE SPACES TO WS-ACTION
           ACCEPT WS-ACTION FROM ENVIRONMENT "SHIPMENT_ACTION"
           IF WS-ACTION = SPACES
               DISPLAY "ENTER SHIPMENT ACTION (IN=ORDER FROM CASH "
                   "CENTRE, OUT=RETURN TO CASH CENTRE, CONF=CONFIRM "
                   "RECEIPT):"
               ACCEPT WS-ACTION
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-VAULT-TABLE
           IF WS-VAULT-ON-FILE = 'N'
               DISPLAY "ERROR - NO VAULT FILE"
               STOP RUN
           END-IF
           PERFORM LOAD-SHIPMENT-TABLE
           EVALUATE WS-ACTION
               WHEN "IN  "
                   PERFORM RECORD-SHIPMENT
               WHEN "OUT "
                   PERFORM RECORD-SHIPMENT
               WHEN "CONF"
                   PERFORM CONFIRM-SHIPMENT
               WHEN OTHER
                   DISPLAY "ERROR - ACTION MUST BE IN, OUT OR CONF"
           END-EVALUATE
           STOP RUN.

       RECORD-SHIPMENT.
           MOVE WS-ACTION(1:1) TO WS-SHIP-DIRECTION
           MOVE SPACES TO WS-BRANCH
           ACCEPT WS-BRANCH FROM ENVIRONMENT "BRANCH_ID"
           IF WS-BRANCH = SPACES
               DISPLAY "ENTER BRANCH ID:"
               ACCEPT WS-BRANCH
           END-IF
           IF WS-BRANCH = SPACES
               DISPLAY "ERROR - BRANCH ID REQUIRED"
               STOP RUN
           END-IF
           MOVE SPACES TO WS-CURRENCY
           ACCEPT WS-CURRENCY FROM ENVIRONMENT "SHIPMENT_CURRENCY"
           IF WS-CURRENCY = SPACES
               MOVE "USD" TO WS-CURRENCY
           END-IF
           PERFORM CAPTURE-DENOMINATIONS
           IF WS-DN-COUNT = 0
               DISPLAY "ERROR - NO DENOMINATIONS ENTERED"
               STOP RUN
           END-IF
           IF WS-SHIP-DIRECTION = 'O'
               MOVE 1 TO WS-DN-INDEX
               PERFORM UNTIL WS-DN-INDEX > WS-DN-COUNT
                   MOVE DN-VALUE-TBL(WS-DN-INDEX) TO WS-LOOKUP-DENOM
                   PERFORM FIND-VAULT-ENTRY
                   IF WS-VT-INDEX > WS-VT-COUNT
                       OR VT-COUNT-TBL(WS-VT-INDEX)
                           < DN-COUNT-TBL(WS-DN-INDEX)
                       DISPLAY "ERROR - VAULT HOLDS TOO FEW PIECES OF "
                           WS-LOOKUP-DENOM " " WS-CURRENCY
                       STOP RUN
                   END-IF
                   SUBTRACT DN-COUNT-TBL(WS-DN-INDEX)
                       FROM VT-COUNT-TBL(WS-VT-INDEX)
                   ADD 1 TO WS-DN-INDEX
               END-PERFORM
           END-IF
           ADD 1 TO WS-SHIP-NEXT
           MOVE SPACES TO WS-SHIP-ID
           STRING "SH" WS-SHIP-NEXT DELIMITED BY SIZE
               INTO WS-SHIP-ID
           OPEN EXTEND SHIPMENT-FILE
           IF WS-SHIPMENT-STATUS NOT = "00" AND
                   WS-SHIPMENT-STATUS NOT = "05"
               CLOSE SHIPMENT-FILE
               OPEN OUTPUT SHIPMENT-FILE
           END-IF
           MOVE 1 TO WS-DN-INDEX
           PERFORM UNTIL WS-DN-INDEX > WS-DN-COUNT
               MOVE SPACES TO SHIPMENT-RECORD
               MOVE WS-SHIP-ID TO SH-ID
               MOVE WS-SHIP-DIRECTION TO SH-DIRECTION
               MOVE WS-BRANCH TO SH-BRANCH
               MOVE WS-CURRENCY TO SH-CURRENCY
               MOVE DN-VALUE-TBL(WS-DN-INDEX) TO SH-DENOM
               MOVE DN-COUNT-TBL(WS-DN-INDEX) TO SH-COUNT
               MOVE 0 TO SH-RECV-COUNT
               MOVE 'T' TO SH-STATUS
               MOVE WS-TODAY TO SH-DATE
               MOVE WS-OPERATOR TO SH-OPERATOR
               MOVE 0 TO SH-CONF-DATE
               WRITE SHIPMENT-RECORD
               ADD 1 TO WS-DN-INDEX
           END-PERFORM
           CLOSE SHIPMENT-FILE
           IF WS-SHIP-DIRECTION = 'O'
               PERFORM REWRITE-VAULT-FILE
               MOVE "SHPOUT" TO WS-VM-TYPE
               PERFORM WRITE-VAULT-MOVES
           END-IF
           MOVE SPACES TO WS-OP-ACTION
           STRING "SHIP " WS-ACTION WS-SHIP-ID " " WS-BRANCH
               " " WS-CURRENCY " " WS-DN-TOTAL
               DELIMITED BY SIZE
               INTO WS-OP-ACTION
           PERFORM WRITE-OPERATOR-AUDIT
           DISPLAY "SHIPMENT " WS-SHIP-ID " " WS-ACTION WS-BRANCH
               " " WS-CURRENCY " " WS-DN-TOTAL " IN TRANSIT".

       CONFIRM-SHIPMENT.
           MOVE SPACES TO WS-SHIP-ID
           ACCEPT WS-SHIP-ID FROM ENVIRONMENT "SHIPMENT_ID"
           IF WS-SHIP-ID = SPACES
               DISPLAY "ENTER SHIPMENT ID:"
               ACCEPT WS-SHIP-ID
           END-IF
           MOVE 'N' TO WS-SHIP-FOUND
           MOVE 'C' TO WS-SHIP-STATUS-NEW
           MOVE 0 TO WS-SENT-TOTAL
           MOVE 0 TO WS-RECV-TOTAL
           MOVE 0 TO WS-DN-COUNT
           MOVE 1 TO WS-SP-INDEX
           PERFORM UNTIL WS-SP-INDEX > WS-SP-COUNT
               MOVE SP-LINE-TBL(WS-SP-INDEX) TO SHIPMENT-RECORD
               IF SH-ID = WS-SHIP-ID
                   IF SH-STATUS NOT = 'T'
                       DISPLAY "ERROR - SHIPMENT " WS-SHIP-ID
                           " ALREADY CONFIRMED"
                       STOP RUN
                   END-IF
                   IF SH-OPERATOR = WS-OPERATOR
                       DISPLAY "ERROR - SHIPMENT MUST BE CONFIRMED BY "
                           "A SECOND OPERATOR"
                       STOP RUN
                   END-IF
                   MOVE 'Y' TO WS-SHIP-FOUND
                   MOVE SH-DIRECTION TO WS-SHIP-DIRECTION
                   MOVE SH-BRANCH TO WS-BRANCH
                   MOVE SH-CURRENCY TO WS-CURRENCY
                   PERFORM CONFIRM-SHIPMENT-LINE
                   MOVE SHIPMENT-RECORD TO SP-LINE-TBL(WS-SP-INDEX)
               END-IF
               ADD 1 TO WS-SP-INDEX
           END-PERFORM
           IF WS-SHIP-FOUND = 'N'
               DISPLAY "ERROR - SHIPMENT " WS-SHIP-ID " NOT FOUND"
               STOP RUN
           END-IF
           IF WS-SHIP-STATUS-NEW = 'D'
               MOVE 1 TO WS-SP-INDEX
               PERFORM UNTIL WS-SP-INDEX > WS-SP-COUNT
                   MOVE SP-LINE-TBL(WS-SP-INDEX) TO SHIPMENT-RECORD
                   IF SH-ID = WS-SHIP-ID
                       MOVE 'D' TO SH-STATUS
                       MOVE SHIPMENT-RECORD TO SP-LINE-TBL(WS-SP-INDEX)
                   END-IF
                   ADD 1 TO WS-SP-INDEX
               END-PERFORM
           END-IF
           PERFORM REWRITE-SHIPMENT-FILE
           IF WS-SHIP-DIRECTION = 'I'
               PERFORM REWRITE-VAULT-FILE
               MOVE "SHPIN " TO WS-VM-TYPE
               PERFORM WRITE-VAULT-MOVES
           END-IF
           MOVE SPACES TO WS-OP-ACTION
           STRING "SHIP CONF " WS-SHIP-ID " " WS-SHIP-STATUS-NEW
               " " WS-RECV-TOTAL
               DELIMITED BY SIZE
               INTO WS-OP-ACTION
           PERFORM WRITE-OPERATOR-AUDIT
           IF WS-SHIP-STATUS-NEW = 'C'
               DISPLAY "SHIPMENT " WS-SHIP-ID " CONFIRMED "
                   WS-RECV-TOTAL
           ELSE
               DISPLAY "SHIPMENT " WS-SHIP-ID " CONFIRMED WITH "
                   "DISCREPANCY - SENT " WS-SENT-TOTAL " RECEIVED "
                   WS-RECV-TOTAL
           END-IF.

       CONFIRM-SHIPMENT-LINE.
           MOVE SPACES TO WS-DN-PIECES-TXT
           DISPLAY "ENTER PIECES RECEIVED OF " SH-DENOM " "
               SH-CURRENCY " (SHIPPED " SH-COUNT "):"
           ACCEPT WS-DN-PIECES-TXT
           IF WS-DN-PIECES-TXT NOT NUMERIC
               DISPLAY "ERROR - PIECES NOT NUMERIC"
               STOP RUN
           END-IF
           MOVE WS-DN-PIECES TO SH-RECV-COUNT
           MOVE 'C' TO SH-STATUS
           MOVE WS-TODAY TO SH-CONF-DATE
           MOVE WS-OPERATOR TO SH-CONF-OPER
           IF SH-RECV-COUNT NOT = SH-COUNT
               MOVE 'D' TO WS-SHIP-STATUS-NEW
               DISPLAY "DISCREPANCY " SH-DENOM " SHIPPED " SH-COUNT
                   " RECEIVED " SH-RECV-COUNT
           END-IF
           COMPUTE WS-SENT-TOTAL = WS-SENT-TOTAL + SH-DENOM * SH-COUNT
           COMPUTE WS-RECV-TOTAL =
               WS-RECV-TOTAL + SH-DENOM * SH-RECV-COUNT
           IF WS-DN-COUNT >= 30
               DISPLAY "ERROR - TOO MANY DENOMINATIONS"
               STOP RUN
           END-IF
           ADD 1 TO WS-DN-COUNT
           MOVE SH-DENOM TO DN-VALUE-TBL(WS-DN-COUNT)
           MOVE SH-RECV-COUNT TO DN-COUNT-TBL(WS-DN-COUNT)
           IF WS-SHIP-DIRECTION = 'I'
               MOVE SH-DENOM TO WS-LOOKUP-DENOM
               PERFORM FIND-VAULT-ENTRY
               IF WS-VT-INDEX > WS-VT-COUNT
                   PERFORM ADD-VAULT-ENTRY
               END-IF
               ADD SH-RECV-COUNT TO VT-COUNT-TBL(WS-VT-INDEX)
           END-IF.

       LOAD-SHIPMENT-TABLE.
           MOVE 0 TO WS-SP-COUNT
           MOVE 0 TO WS-SHIP-NEXT
           MOVE 'N' TO WS-SHIP-EOF
           OPEN INPUT SHIPMENT-FILE
           IF WS-SHIPMENT-STATUS = "00"
               PERFORM UNTIL WS-SHIP-EOF = 'Y'
                   READ SHIPMENT-FILE INTO SHIPMENT-RECORD
                   AT END MOVE 'Y' TO WS-SHIP-EOF
                   NOT AT END
                       IF WS-SP-COUNT >= 5000
                           DISPLAY "SHIPMENT FILE EXCEEDS TABLE "
                               "CAPACITY"
                           CLOSE SHIPMENT-FILE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-SP-COUNT
                       MOVE SHIPMENT-RECORD TO SP-LINE-TBL(WS-SP-COUNT)
                       IF SH-ID(3:8) NUMERIC
                           MOVE SH-ID(3:8) TO WS-SHIP-NUM
                           IF WS-SHIP-NUM > WS-SHIP-NEXT
                               MOVE WS-SHIP-NUM TO WS-SHIP-NEXT
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIPMENT-FILE
           END-IF.

       REWRITE-SHIPMENT-FILE.
           OPEN OUTPUT SHIPMENT-FILE
           MOVE 1 TO WS-SP-INDEX
           PERFORM UNTIL WS-SP-INDEX > WS-SP-COUNT
               MOVE SP-LINE-TBL(WS-SP-INDEX) TO SHIPMENT-RECORD
               WRITE SHIPMENT-RECORD
               ADD 1 TO WS-SP-INDEX
           END-PERFORM
           CLOSE SHIPMENT-FILE.

       CAPTURE-DENOMINATIONS.
           MOVE 0 TO WS-DN-COUNT
           MOVE 0 TO WS-DN-TOTAL
           MOVE 'N' TO WS-DN-DONE
           DISPLAY "ENTER " WS-CURRENCY " BREAKDOWN BY DENOMINATION"
           PERFORM UNTIL WS-DN-DONE = 'Y'
               MOVE SPACES TO WS-DN-VALUE-TXT
               DISPLAY "ENTER DENOMINATION "
                   "(7 DIGITS, 2 IMPLIED DECIMALS, BLANK TO END):"
               ACCEPT WS-DN-VALUE-TXT
               IF WS-DN-VALUE-TXT = SPACES
                   MOVE 'Y' TO WS-DN-DONE
               ELSE
                   MOVE SPACES TO WS-DN-PIECES-TXT
                   DISPLAY "ENTER NUMBER OF PIECES (7 DIGITS):"
                   ACCEPT WS-DN-PIECES-TXT
                   IF WS-DN-VALUE-TXT NOT NUMERIC
                           OR WS-DN-VALUE = 0
                           OR WS-DN-PIECES-TXT NOT NUMERIC
                       DISPLAY "ERROR - DENOMINATION OR PIECES NOT "
                           "NUMERIC"
                       STOP RUN
                   END-IF
                   IF WS-DN-COUNT >= 30
                       DISPLAY "ERROR - TOO MANY DENOMINATIONS"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-DN-COUNT
                   MOVE WS-DN-VALUE TO DN-VALUE-TBL(WS-DN-COUNT)
                   MOVE WS-DN-PIECES TO DN-COUNT-TBL(WS-DN-COUNT)
                   COMPUTE WS-DN-TOTAL =
                       WS-DN-TOTAL + WS-DN-VALUE * WS-DN-PIECES
               END-IF
           END-PERFORM.

       LOAD-VAULT-TABLE.
           MOVE SPACES TO WS-VAULT-PATH
           ACCEPT WS-VAULT-PATH FROM ENVIRONMENT "VAULT_PATH"
           IF WS-VAULT-PATH = SPACES
               MOVE "accounts/VAULT.DAT" TO WS-VAULT-PATH
           END-IF
           MOVE 0 TO WS-VT-COUNT
           MOVE 'N' TO WS-VAULT-EOF
           MOVE 'N' TO WS-VAULT-ON-FILE
           OPEN INPUT VAULT-FILE
           IF WS-VAULT-STATUS = "00"
               MOVE 'Y' TO WS-VAULT-ON-FILE
               PERFORM UNTIL WS-VAULT-EOF = 'Y'
                   READ VAULT-FILE INTO VAULT-RECORD
                   AT END MOVE 'Y' TO WS-VAULT-EOF
                   NOT AT END
                       IF VT-BRANCH NOT = SPACES
                               AND VT-DENOM NUMERIC
                               AND VT-COUNT NUMERIC
                           IF WS-VT-COUNT >= 2000
                               DISPLAY "VAULT FILE EXCEEDS TABLE "
                                   "CAPACITY"
                               CLOSE VAULT-FILE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-VT-COUNT
                           MOVE VT-BRANCH
                               TO VT-BRANCH-TBL(WS-VT-COUNT)
                           MOVE VT-CURRENCY TO VT-CCY-TBL(WS-VT-COUNT)
                           MOVE VT-DENOM TO VT-DENOM-TBL(WS-VT-COUNT)
                           MOVE VT-KIND TO VT-KIND-TBL(WS-VT-COUNT)
                           MOVE VT-COUNT TO VT-COUNT-TBL(WS-VT-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE VAULT-FILE
           END-IF.

       FIND-VAULT-ENTRY.
           MOVE 1 TO WS-VT-INDEX
           PERFORM UNTIL WS-VT-INDEX > WS-VT-COUNT
               IF VT-BRANCH-TBL(WS-VT-INDEX) = WS-BRANCH
                       AND VT-CCY-TBL(WS-VT-INDEX) = WS-CURRENCY
                       AND VT-DENOM-TBL(WS-VT-INDEX) = WS-LOOKUP-DENOM
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-VT-INDEX
           END-PERFORM.

       ADD-VAULT-ENTRY.
           IF WS-VT-COUNT >= 2000
               DISPLAY "VAULT FILE EXCEEDS TABLE CAPACITY"
               STOP RUN
           END-IF
           ADD 1 TO WS-VT-COUNT
           MOVE WS-VT-COUNT TO WS-VT-INDEX
           MOVE WS-BRANCH TO VT-BRANCH-TBL(WS-VT-INDEX)
           MOVE WS-CURRENCY TO VT-CCY-TBL(WS-VT-INDEX)
           MOVE WS-LOOKUP-DENOM TO VT-DENOM-TBL(WS-VT-INDEX)
           IF WS-LOOKUP-DENOM < 1
               MOVE 'C' TO VT-KIND-TBL(WS-VT-INDEX)
           ELSE
               MOVE 'N' TO VT-KIND-TBL(WS-VT-INDEX)
           END-IF
           MOVE 0 TO VT-COUNT-TBL(WS-VT-INDEX).

       REWRITE-VAULT-FILE.
           OPEN OUTPUT VAULT-FILE
           MOVE 1 TO WS-VT-INDEX
           PERFORM UNTIL WS-VT-INDEX > WS-VT-COUNT
               MOVE SPACES TO VAULT-RECORD
               MOVE VT-BRANCH-TBL(WS-VT-INDEX) TO VT-BRANCH
               MOVE VT-CCY-TBL(WS-VT-INDEX) TO VT-CURRENCY
               MOVE VT-DENOM-TBL(WS-VT-INDEX) TO VT-DENOM
               MOVE VT-KIND-TBL(WS-VT-INDEX) TO VT-KIND
               MOVE VT-COUNT-TBL(WS-VT-INDEX) TO VT-COUNT
               WRITE VAULT-RECORD
               ADD 1 TO WS-VT-INDEX
           END-PERFORM
           CLOSE VAULT-FILE.

       WRITE-VAULT-MOVES.
           MOVE SPACES TO WS-VAULTMOV-PATH
           ACCEPT WS-VAULTMOV-PATH FROM ENVIRONMENT "VAULT_MOVES_PATH"
           IF WS-VAULTMOV-PATH = SPACES
               MOVE "accounts/VAULT_MOVES.DAT" TO WS-VAULTMOV-PATH
           END-IF
           ACCEPT WS-OP-TIME FROM TIME
           OPEN EXTEND VAULTMOV-FILE
           IF WS-VAULTMOV-STATUS NOT = "00" AND
                   WS-VAULTMOV-STATUS NOT = "05"
               CLOSE VAULTMOV-FILE
               OPEN OUTPUT VAULTMOV-FILE
           END-IF
           MOVE 1 TO WS-DN-INDEX
           PERFORM UNTIL WS-DN-INDEX > WS-DN-COUNT
               MOVE SPACES TO VAULTMOV-RECORD
               MOVE WS-TODAY TO VM-DATE
               MOVE WS-OP-TIME TO VM-TIME
               MOVE WS-BRANCH TO VM-BRANCH
               MOVE WS-CURRENCY TO VM-CURRENCY
               MOVE WS-VM-TYPE TO VM-TYPE
               MOVE WS-SHIP-ID TO VM-REF
               MOVE DN-VALUE-TBL(WS-DN-INDEX) TO VM-DENOM
               MOVE DN-COUNT-TBL(WS-DN-INDEX) TO VM-COUNT
               MOVE WS-OPERATOR TO VM-OPERATOR
               WRITE VAULTMOV-RECORD
               ADD 1 TO WS-DN-INDEX
           END-PERFORM
           CLOSE VAULTMOV-FILE.

       CHECK-OPERATOR-AUTHORITY.
           MOVE 'N' TO WS-OP-OK
           MOVE 'N' TO WS-OP-EOF
           OPEN INPUT OPERATORS-FILE
           IF WS-OPERATORS-STATUS NOT = "00"
               DISPLAY "ERROR - NO OPERATOR MASTER FILE"
               STOP RUN
           END-IF
           PERFORM UNTIL WS-OP-EOF = 'Y' OR WS-OP-OK = 'Y'
               READ OPERATORS-FILE INTO OPERATOR-RECORD
               AT END MOVE 'Y' TO WS-OP-EOF
               NOT AT END
                   IF OP-ID = WS-OPERATOR AND OP-ACTIVE = 'Y'
                       MOVE 'Y' TO WS-OP-OK
                   END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATORS-FILE
           IF WS-OP-OK NOT = 'Y'
               DISPLAY "ERROR - OPERATOR " WS-OPERATOR
                   " NOT AUTHORIZED"
               STOP RUN
           END-IF.

       WRITE-OPERATOR-AUDIT.
           ACCEPT WS-OP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OP-TIME FROM TIME
           OPEN EXTEND OPAUDIT-FILE
           IF WS-OPAUDIT-STATUS NOT = "00" AND
                   WS-OPAUDIT-STATUS NOT = "05"
               CLOSE OPAUDIT-FILE
               OPEN OUTPUT OPAUDIT-FILE
           END-IF
           MOVE SPACES TO OPAUDIT-LINE
           STRING WS-OP-DATE WS-OP-TIME " " WS-OPERATOR
               " ENVIOS-EFECTIVO " WS-OP-ACTION
               DELIMITED BY SIZE
               INTO OPAUDIT-LINE
           WRITE OPAUDIT-LINE
           CLOSE OPAUDIT-FILE.
