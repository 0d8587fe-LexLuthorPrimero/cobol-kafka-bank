               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OPAUDIT-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD  DRAWER-FILE.
           05 DR-AMOUNT         PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 DR-TIME           PIC 9(6).
           05 FILLER            PIC X(1).
           05 DR-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 DR-BRANCH         PIC X(4).
       FD  OPERATORS-FILE.
       01  OPERATOR-RECORD.
           05 OP-ID             PIC X(8).
           05 OP-ACTIVE         PIC X(1).
       FD  OPAUDIT-FILE.
       01  OPAUDIT-LINE         PIC X(80).
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
       WORKING-STORAGE SECTION.
       01  WS-DRAWER-STATUS     PIC XX.
       01  WS-OPERATORS-STATUS  PIC XX.
       01  WS-TODAY             PIC 9(8).
       01  WS-OPEN-SEEN         PIC X VALUE 'N'.
       01  WS-CLOSE-SEEN        PIC X VALUE 'N'.
       01  WS-ANY-OPEN-SEEN     PIC X VALUE 'N'.
       01  WS-CURRENCY          PIC X(3).
       01  WS-DR-CCY            PIC X(3).
       01  WS-BRANCH            PIC X(4).
       01  WS-VAULT-PATH        PIC X(200).
       01  WS-VAULT-STATUS      PIC XX.
       01  WS-VAULTMOV-PATH     PIC X(200).
       01  WS-VAULTMOV-STATUS   PIC XX.
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
       01  WS-VT-BRANCH-FOUND   PIC X VALUE 'N'.
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
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-OPERATOR
               DISPLAY "ERROR - ACTION MUST BE OPEN OR CLOSE"
               STOP RUN
           END-IF
           MOVE SPACES TO WS-CURRENCY
           ACCEPT WS-CURRENCY FROM ENVIRONMENT "DRAWER_CURRENCY"
           MOVE SPACES TO WS-AMOUNT-TXT
           ACCEPT WS-AMOUNT-TXT FROM ENVIRONMENT "DRAWER_AMOUNT"
           IF WS-AMOUNT-TXT = SPACES
               IF WS-CURRENCY = SPACES
                   DISPLAY "ENTER DRAWER CURRENCY (BLANK FOR USD):"
                   ACCEPT WS-CURRENCY
               END-IF
               IF WS-ACTION = "OPEN "
                   DISPLAY "ENTER OPENING FLOAT "
                       "(9 DIGITS, 2 IMPLIED DECIMALS):"
               DISPLAY "ERROR - AMOUNT NOT NUMERIC"
               STOP RUN
           END-IF
           IF WS-CURRENCY = SPACES
               MOVE "USD" TO WS-CURRENCY
           END-IF
           PERFORM LOAD-VAULT-TABLE
           MOVE SPACES TO WS-BRANCH
           ACCEPT WS-BRANCH FROM ENVIRONMENT "BRANCH_ID"
           IF WS-BRANCH = SPACES AND WS-VAULT-ON-FILE = 'Y'
               DISPLAY "ENTER BRANCH ID:"
               ACCEPT WS-BRANCH
               IF WS-BRANCH = SPACES
                   DISPLAY "ERROR - BRANCH ID REQUIRED FOR VAULT "
                       "TRANSFER"
                   STOP RUN
               END-IF
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM SCAN-DRAWER-TODAY
           IF WS-ACTION = "OPEN " AND WS-OPEN-SEEN = 'Y'
               DISPLAY "ERROR - DRAWER ALREADY OPENED TODAY FOR "
                   WS-OPERATOR " IN " WS-CURRENCY
               STOP RUN
           END-IF
           IF WS-ACTION = "CLOSE" AND WS-ANY-OPEN-SEEN = 'N'
               DISPLAY "ERROR - DRAWER WAS NEVER OPENED TODAY FOR "
                   WS-OPERATOR
               STOP RUN
           END-IF
           IF WS-ACTION = "CLOSE" AND WS-CLOSE-SEEN = 'Y'
               DISPLAY "ERROR - DRAWER ALREADY CLOSED TODAY FOR "
                   WS-OPERATOR " IN " WS-CURRENCY
               STOP RUN
           END-IF
           IF WS-VAULT-ON-FILE = 'Y'
               PERFORM TRANSFER-WITH-VAULT
           ELSE
               DISPLAY "NO VAULT FILE - DENOMINATIONS NOT TRACKED"
           END-IF
           PERFORM APPEND-DRAWER-EVENT
           MOVE SPACES TO WS-OP-ACTION
           STRING "DRAWER " WS-ACTION " " WS-AMOUNT-NUM
               " " WS-CURRENCY
               DELIMITED BY SIZE
               INTO WS-OP-ACTION
           PERFORM WRITE-OPERATOR-AUDIT
           DISPLAY "DRAWER " WS-ACTION " " WS-CURRENCY
               " RECORDED FOR " WS-OPERATOR
           STOP RUN.

       CHECK-OPERATOR-AUTHORITY.
       SCAN-DRAWER-TODAY.
           MOVE 'N' TO WS-OPEN-SEEN
           MOVE 'N' TO WS-CLOSE-SEEN
           MOVE 'N' TO WS-ANY-OPEN-SEEN
           MOVE 'N' TO WS-DRAWER-EOF
           OPEN INPUT DRAWER-FILE
           IF WS-DRAWER-STATUS = "00"
                   READ DRAWER-FILE INTO DRAWER-RECORD
                   AT END MOVE 'Y' TO WS-DRAWER-EOF
                   NOT AT END
                       MOVE DR-CURRENCY TO WS-DR-CCY
                       IF WS-DR-CCY = SPACES
                           MOVE "USD" TO WS-DR-CCY
                       END-IF
                       IF DR-DATE = WS-TODAY
                               AND DR-OPERATOR = WS-OPERATOR
                           IF DR-EVENT = "OPEN "
                               MOVE 'Y' TO WS-ANY-OPEN-SEEN
                           END-IF
                           IF DR-EVENT = "OPEN "
                                   AND WS-DR-CCY = WS-CURRENCY
                               MOVE 'Y' TO WS-OPEN-SEEN
                           END-IF
                           IF DR-EVENT = "CLOSE"
                                   AND WS-DR-CCY = WS-CURRENCY
                               MOVE 'Y' TO WS-CLOSE-SEEN
                           END-IF
                       END-IF
           MOVE WS-ACTION TO DR-EVENT
           MOVE WS-AMOUNT-NUM TO DR-AMOUNT
           MOVE WS-OP-TIME TO DR-TIME
           MOVE WS-CURRENCY TO DR-CURRENCY
           MOVE WS-BRANCH TO DR-BRANCH
           WRITE DRAWER-RECORD
           CLOSE DRAWER-FILE.

               INTO OPAUDIT-LINE
           WRITE OPAUDIT-LINE
           CLOSE OPAUDIT-FILE.

       TRANSFER-WITH-VAULT.
           PERFORM CAPTURE-DENOMINATIONS
           IF WS-DN-TOTAL NOT = WS-AMOUNT-NUM
               DISPLAY "ERROR - DENOMINATIONS TOTAL " WS-DN-TOTAL
                   " DO NOT AGREE TO AMOUNT " WS-AMOUNT-NUM
               STOP RUN
           END-IF
           IF WS-ACTION = "OPEN "
               MOVE 'N' TO WS-VT-BRANCH-FOUND
               MOVE 1 TO WS-VT-INDEX
               PERFORM UNTIL WS-VT-INDEX > WS-VT-COUNT
                   IF VT-BRANCH-TBL(WS-VT-INDEX) = WS-BRANCH
                           AND VT-CCY-TBL(WS-VT-INDEX) = WS-CURRENCY
                       MOVE 'Y' TO WS-VT-BRANCH-FOUND
                   END-IF
                   ADD 1 TO WS-VT-INDEX
               END-PERFORM
               IF WS-VT-BRANCH-FOUND = 'N'
                   DISPLAY "ERROR - NO VAULT POSITION FOR BRANCH "
                       WS-BRANCH " IN " WS-CURRENCY
                   STOP RUN
               END-IF
               MOVE "DRWOUT" TO WS-VM-TYPE
           ELSE
               MOVE "DRWIN " TO WS-VM-TYPE
           END-IF
           MOVE 1 TO WS-DN-INDEX
           PERFORM UNTIL WS-DN-INDEX > WS-DN-COUNT
               MOVE DN-VALUE-TBL(WS-DN-INDEX) TO WS-LOOKUP-DENOM
               PERFORM FIND-VAULT-ENTRY
               IF WS-ACTION = "OPEN "
                   IF WS-VT-INDEX > WS-VT-COUNT
                       OR VT-COUNT-TBL(WS-VT-INDEX)
                           < DN-COUNT-TBL(WS-DN-INDEX)
                       DISPLAY "ERROR - VAULT HOLDS TOO FEW PIECES OF "
                           WS-LOOKUP-DENOM " " WS-CURRENCY
                       STOP RUN
                   END-IF
                   SUBTRACT DN-COUNT-TBL(WS-DN-INDEX)
                       FROM VT-COUNT-TBL(WS-VT-INDEX)
               ELSE
                   IF WS-VT-INDEX > WS-VT-COUNT
                       PERFORM ADD-VAULT-ENTRY
                   END-IF
                   ADD DN-COUNT-TBL(WS-DN-INDEX)
                       TO VT-COUNT-TBL(WS-VT-INDEX)
               END-IF
               ADD 1 TO WS-DN-INDEX
           END-PERFORM
           PERFORM REWRITE-VAULT-FILE
           PERFORM WRITE-VAULT-MOVES.

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
               MOVE WS-OPERATOR TO VM-REF
               MOVE DN-VALUE-TBL(WS-DN-INDEX) TO VM-DENOM
               MOVE DN-COUNT-TBL(WS-DN-INDEX) TO VM-COUNT
               MOVE WS-OPERATOR TO VM-OPERATOR
               WRITE VAULTMOV-RECORD
               ADD 1 TO WS-DN-INDEX
           END-PERFORM
           CLOSE VAULTMOV-FILE.
