               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DELIVPREF-STATUS.
           SELECT REWARDS-FILE
               ASSIGN TO DYNAMIC WS-REWARDS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REWARDS-STATUS.
           SELECT XREF-FILE
               ASSIGN TO DYNAMIC WS-XREF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMERS-FILE.
           05 AC-STATUS         PIC X(1).
       FD  JOURNAL-FILE.
       01  J-REC.
           05 J-TXT             PIC X(136).
       FD  FX-RATES-FILE.
       01  FX-RATE-RECORD.
           05 FXR-CURRENCY      PIC X(3).
           05 DP-AC-ID          PIC X(5).
           05 FILLER            PIC X(1).
           05 DP-MODE           PIC X(1).
       FD  REWARDS-FILE.
       01  REWARDS-RECORD.
           05 RL-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 RL-CUST           PIC X(5).
           05 FILLER            PIC X(1).
           05 RL-AC-ID          PIC X(5).
           05 FILLER            PIC X(1).
           05 RL-TYPE           PIC X(1).
           05 FILLER            PIC X(1).
           05 RL-POINTS         PIC 9(9).
           05 FILLER            PIC X(1).
           05 RL-REF            PIC X(21).
           05 FILLER            PIC X(1).
           05 RL-AMOUNT         PIC 9(7)V99.
       FD  XREF-FILE.
       01  XREF-RECORD.
           05 XR-OLD-ID         PIC X(5).
           05 FILLER            PIC X(1).
           05 XR-NEW-ID         PIC 9(10).
           05 FILLER            PIC X(1).
           05 XR-IBAN           PIC X(34).
       WORKING-STORAGE SECTION.
       01  WS-CUSTOMERS-PATH    PIC X(200).
       01  WS-ACCOUNTS-PATH     PIC X(200).
       01  WS-DP-INDEX          PIC 9(5) VALUE 1.
       01  WS-DP-COUNT          PIC 9(5) VALUE 0.
       01  WS-DELIV-MODE        PIC X(1).
       01  WS-REWARDS-PATH      PIC X(200).
       01  WS-REWARDS-STATUS    PIC XX.
       01  WS-RW-PERIOD-START   PIC 9(8).
       01  WS-RW-ACTIVITY       PIC X VALUE 'N'.
       01  WS-RW-OPENING        PIC S9(10).
       01  WS-RW-EARNED         PIC 9(10).
       01  WS-RW-REVERSED       PIC 9(10).
       01  WS-RW-EXPIRED        PIC 9(10).
       01  WS-RW-REDEEMED       PIC 9(10).
       01  WS-RW-CLOSING        PIC S9(10).
       01  WS-XREF-PATH         PIC X(200).
       01  WS-XREF-STATUS       PIC XX.
       01  XREF-TABLE.
           05 XREF-ENTRY OCCURS 50000 TIMES.
               10 XR-OLD-TBL    PIC X(5).
               10 XR-IBAN-TBL   PIC X(34).
       01  WS-XR-INDEX          PIC 9(5) VALUE 1.
       01  WS-XR-COUNT          PIC 9(5) VALUE 0.
       01  WS-IBAN-PRINT        PIC X(42).
       01  WS-IBAN-POS          PIC 9(2).
       01  WS-IBAN-OUT          PIC 9(2).
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-CUSTOMERS-PATH
           IF WS-WAREHOUSE-PATH = SPACES
               MOVE "accounts/WAREHOUSE.DAT" TO WS-WAREHOUSE-PATH
           END-IF
           MOVE SPACES TO WS-REWARDS-PATH
           ACCEPT WS-REWARDS-PATH FROM ENVIRONMENT "REWARDS_LEDGER_PATH"
           IF WS-REWARDS-PATH = SPACES
               MOVE "accounts/REWARDS_LEDGER.DAT" TO WS-REWARDS-PATH
           END-IF
           MOVE WS-TODAY TO WS-RW-PERIOD-START
           MOVE 01 TO WS-RW-PERIOD-START(7:2)
           PERFORM LOAD-FX-RATES
           PERFORM LOAD-CONTACT-TABLE
           PERFORM LOAD-DELIVPREF-TABLE
           PERFORM LOAD-XREF-TABLE
           OPEN OUTPUT STMT-FILE
           PERFORM STATEMENT-ALL-CUSTOMERS
           CLOSE STMT-FILE
               DELIMITED BY SIZE
               INTO STMT-LINE
           WRITE STMT-LINE
           PERFORM WRITE-REWARDS-BLOCK
           ADD 1 TO WS-STMT-COUNT.

       WRITE-REWARDS-BLOCK.
           MOVE 'N' TO WS-RW-ACTIVITY
           MOVE 0 TO WS-RW-OPENING
           MOVE 0 TO WS-RW-EARNED
           MOVE 0 TO WS-RW-REVERSED
           MOVE 0 TO WS-RW-EXPIRED
           MOVE 0 TO WS-RW-REDEEMED
           MOVE 'N' TO WS-AV-EOF
           OPEN INPUT REWARDS-FILE
           IF WS-REWARDS-STATUS = "00"
               PERFORM UNTIL WS-AV-EOF = 'Y'
                   READ REWARDS-FILE
                   AT END MOVE 'Y' TO WS-AV-EOF
                   NOT AT END
                       IF RL-CUST = CUST-ID AND RL-POINTS NUMERIC
                               AND RL-DATE NUMERIC
                           MOVE 'Y' TO WS-RW-ACTIVITY
                           PERFORM TAKE-ONE-REWARDS-LINE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE REWARDS-FILE
           END-IF
           IF WS-RW-ACTIVITY = 'Y'
               COMPUTE WS-RW-CLOSING = WS-RW-OPENING + WS-RW-EARNED
                   - WS-RW-REVERSED - WS-RW-EXPIRED - WS-RW-REDEEMED
               MOVE SPACES TO STMT-LINE
               STRING "  REWARDS POINTS FROM " WS-RW-PERIOD-START
                   " OPENING " WS-RW-OPENING
                   " CLOSING " WS-RW-CLOSING
                   DELIMITED BY SIZE
                   INTO STMT-LINE
               WRITE STMT-LINE
               MOVE SPACES TO STMT-LINE
               STRING "    EARNED " WS-RW-EARNED
                   " REVERSED " WS-RW-REVERSED
                   " EXPIRED " WS-RW-EXPIRED
                   " REDEEMED " WS-RW-REDEEMED
                   DELIMITED BY SIZE
                   INTO STMT-LINE
               WRITE STMT-LINE
           END-IF.

       TAKE-ONE-REWARDS-LINE.
           IF RL-DATE < WS-RW-PERIOD-START
               IF RL-TYPE = 'E'
                   ADD RL-POINTS TO WS-RW-OPENING
               ELSE
                   SUBTRACT RL-POINTS FROM WS-RW-OPENING
               END-IF
           ELSE
           IF RL-DATE <= WS-TODAY
               EVALUATE RL-TYPE
                   WHEN 'E'
                       ADD RL-POINTS TO WS-RW-EARNED
                   WHEN 'R'
                       ADD RL-POINTS TO WS-RW-REVERSED
                   WHEN 'X'
                       ADD RL-POINTS TO WS-RW-EXPIRED
                   WHEN 'D'
                       ADD RL-POINTS TO WS-RW-REDEEMED
               END-EVALUATE
           END-IF
           END-IF.

       LIST-CUSTOMER-ACCOUNTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ACCOUNTS-FILE
               DELIMITED BY SIZE
               INTO STMT-LINE
           WRITE STMT-LINE
           PERFORM WRITE-ACCOUNT-IBAN
           PERFORM SUM-AVAILABLE-DEDUCTIONS
           COMPUTE WS-AVAILABLE = AC-SALDO
               - WS-HELD-AMOUNT
           END-IF
           PERFORM LIST-ACCOUNT-ACTIVITY.

       WRITE-ACCOUNT-IBAN.
           MOVE 1 TO WS-XR-INDEX
           PERFORM UNTIL WS-XR-INDEX > WS-XR-COUNT
               IF XR-OLD-TBL(WS-XR-INDEX) = AC-ID
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-XR-INDEX
           END-PERFORM
           IF WS-XR-INDEX <= WS-XR-COUNT
               MOVE SPACES TO WS-IBAN-PRINT
               MOVE 0 TO WS-IBAN-OUT
               MOVE 1 TO WS-IBAN-POS
               PERFORM UNTIL WS-IBAN-POS > 34
                   IF XR-IBAN-TBL(WS-XR-INDEX)(WS-IBAN-POS:1)
                           NOT = SPACE
                       IF WS-IBAN-POS > 1
                               AND FUNCTION MOD(WS-IBAN-POS - 1, 4) = 0
                           ADD 1 TO WS-IBAN-OUT
                       END-IF
                       ADD 1 TO WS-IBAN-OUT
                       MOVE XR-IBAN-TBL(WS-XR-INDEX)(WS-IBAN-POS:1)
                           TO WS-IBAN-PRINT(WS-IBAN-OUT:1)
                   END-IF
                   ADD 1 TO WS-IBAN-POS
               END-PERFORM
               MOVE SPACES TO STMT-LINE
               STRING "    IBAN " WS-IBAN-PRINT
                   DELIMITED BY SIZE
                   INTO STMT-LINE
               WRITE STMT-LINE
           END-IF.

       LOAD-XREF-TABLE.
           MOVE SPACES TO WS-XREF-PATH
           ACCEPT WS-XREF-PATH FROM ENVIRONMENT "ACCT_XREF_PATH"
           IF WS-XREF-PATH = SPACES
               MOVE "accounts/ACCT_XREF.DAT" TO WS-XREF-PATH
           END-IF
           MOVE 'N' TO WS-CC-EOF
           MOVE 0 TO WS-XR-COUNT
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS = "00"
               PERFORM UNTIL WS-CC-EOF = 'Y' OR WS-XR-COUNT >= 50000
                   READ XREF-FILE INTO XREF-RECORD
                   AT END MOVE 'Y' TO WS-CC-EOF
                   NOT AT END
                       IF XR-IBAN NOT = SPACES
                           ADD 1 TO WS-XR-COUNT
                           MOVE XR-OLD-ID TO XR-OLD-TBL(WS-XR-COUNT)
                           MOVE XR-IBAN TO XR-IBAN-TBL(WS-XR-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF.

       SUM-AVAILABLE-DEDUCTIONS.
           MOVE 0 TO WS-HELD-AMOUNT
           MOVE 0 TO WS-PENDING-AMOUNT
