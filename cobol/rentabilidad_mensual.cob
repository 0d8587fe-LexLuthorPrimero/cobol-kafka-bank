               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NSFCHG-STATUS.
           SELECT REFUND-FILE
               ASSIGN TO DYNAMIC WS-REFUND-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REFUND-STATUS.
           SELECT HISTORY-FILE
               ASSIGN TO DYNAMIC WS-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
           05 CH-MONTH          PIC 9(6).
           05 FILLER            PIC X(1).
           05 CH-AMOUNT         PIC 9(7)V99.
       FD  REFUND-FILE.
       01  REFUND-REGISTER-RECORD.
           05 RG-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 RG-REQ-ID         PIC X(8).
           05 FILLER            PIC X(1).
           05 RG-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 RG-ORIG-DATE      PIC 9(8).
           05 FILLER            PIC X(1).
           05 RG-ORIG-SEQ       PIC 9(7).
           05 FILLER            PIC X(1).
           05 RG-TAG            PIC X(6).
           05 FILLER            PIC X(1).
           05 RG-AMOUNT         PIC 9(7)V99.
       FD  HISTORY-FILE.
       01  BH-REC.
           05 BH-DATE           PIC 9(8).
       01  WS-FEEDET-PATH       PIC X(200).
       01  WS-NSFCHG-PATH       PIC X(200).
       01  WS-HISTORY-PATH      PIC X(200).
       01  WS-REFUND-PATH       PIC X(200).
       01  WS-REFUND-STATUS     PIC XX.
       01  WS-REPORT-PATH       PIC X(200).
       01  WS-BRANCHOVR-PATH    PIC X(200).
       01  WS-ACCOUNTS-STATUS   PIC XX.
           IF WS-NSFCHG-PATH = SPACES
               MOVE "accounts/NSF_CHARGED.DAT" TO WS-NSFCHG-PATH
           END-IF
           MOVE SPACES TO WS-REFUND-PATH
           ACCEPT WS-REFUND-PATH
               FROM ENVIRONMENT "FEE_REFUND_REGISTER_PATH"
           IF WS-REFUND-PATH = SPACES
               MOVE "accounts/FEE_REFUNDS.DAT" TO WS-REFUND-PATH
           END-IF
           MOVE SPACES TO WS-HISTORY-PATH
           ACCEPT WS-HISTORY-PATH
               FROM ENVIRONMENT "BALANCE_HISTORY_PATH"
           PERFORM TALLY-ACCRUED-INTEREST
           PERFORM TALLY-FEE-DETAIL
           PERFORM TALLY-NSF-CHARGES
           PERFORM TALLY-FEE-REFUNDS
           PERFORM TALLY-AVERAGE-BALANCES
           PERFORM COMPUTE-CONTRIBUTIONS
           PERFORM WRITE-PROFITABILITY-REPORT
           END-IF
           MOVE 'N' TO WS-EOF.

       TALLY-FEE-REFUNDS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT REFUND-FILE
           IF WS-REFUND-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REFUND-FILE INTO REFUND-REGISTER-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RG-DATE NUMERIC AND RG-AMOUNT NUMERIC
                               AND RG-DATE(1:6) = WS-REPORT-MONTH
                           MOVE RG-ACCOUNT TO WS-LOOKUP-ID
                           PERFORM FIND-ACCT-ENTRY
                           IF WS-FOUND = 'Y'
                               IF RG-TAG = "NSFFEE"
                                   SUBTRACT RG-AMOUNT
                                       FROM PR-NSF-TBL(WS-PR-INDEX)
                               END-IF
                               IF RG-TAG = "FEE   "
                                   SUBTRACT RG-AMOUNT
                                       FROM PR-FEES-TBL(WS-PR-INDEX)
                               END-IF
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE REFUND-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       TALLY-AVERAGE-BALANCES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT HISTORY-FILE
