       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUES-DEVUELTOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLOAT-FILE
               ASSIGN TO DYNAMIC WS-FLOAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FLOAT-STATUS.
           SELECT RETURN-FILE
               ASSIGN TO DYNAMIC WS-RETURN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO DYNAMIC WS-BUSDATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JSEAL-FILE
               ASSIGN TO DYNAMIC WS-JSEAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JSEAL-STATUS.
           SELECT NOTIFY-FILE
               ASSIGN TO DYNAMIC WS-NOTIFY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT LOCK-FILE
               ASSIGN TO DYNAMIC WS-LOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FLOAT-FILE.
       01  FLOAT-RECORD.
           05 FH-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 FH-MONTO          PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 FH-DEP-DATE       PIC 9(8).
           05 FILLER            PIC X(1).
           05 FH-RELEASE        PIC 9(8).
           05 FILLER            PIC X(1).
           05 FH-CAT            PIC X(1).
           05 FILLER            PIC X(1).
           05 FH-STATUS         PIC X(1).
       FD  RETURN-FILE.
       01  RETURN-RECORD.
           05 RD-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 RD-AMOUNT         PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 RD-REASON         PIC X(2).
           05 FILLER            PIC X(1).
           05 RD-DEP-DATE       PIC X(8).
       FD  ACCOUNTS-FILE.
       01  ACCOUNTS-RECORD.
           05 AC-ID             PIC X(5).
           05 AC-NOMBRE         PIC X(20).
           05 AC-SALDO          PIC S9(7)V99.
           05 AC-OVERDRAFT-LIMIT PIC 9(7)V99.
           05 AC-CURRENCY       PIC X(3).
           05 AC-TYPE           PIC X(1).
               88 AC-ES-CHECKING VALUE 'C'.
               88 AC-ES-SAVINGS  VALUE 'S'.
               88 AC-ES-LOAN     VALUE 'L'.
           05 AC-CUST-ID        PIC X(5).
           05 AC-STATUS         PIC X(1).
               88 AC-ST-BLOCKED VALUE 'F', 'C'.
       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05 BD-DATE           PIC 9(8).
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
       FD  NOTIFY-FILE.
       01  NOTIFY-LINE          PIC X(100).
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(100).
       FD LOCK-FILE.
       01 LOCK-RECORD.
           05 LK-STATE   PIC X(8).
           05 FILLER     PIC X(1).
           05 LK-PROGRAM PIC X(24).
           05 FILLER     PIC X(1).
           05 LK-STAMP   PIC X(14).
       WORKING-STORAGE SECTION.
       01 WS-LOCK-PATH      PIC X(200).
       01 WS-LOCK-STATUS    PIC XX.
       01 WS-LOCK-PROGRAM   PIC X(24) VALUE "CHEQUES-DEVUELTOS".
       01 WS-LOCK-OVERRIDE  PIC X(1).
       01 WS-LOCK-STALE-TXT PIC X(4).
       01 WS-LOCK-STALE-MIN PIC 9(4) VALUE 30.
       01 WS-LOCK-DATE      PIC 9(8).
       01 WS-LOCK-TIME      PIC 9(6).
       01 WS-LOCK-NOW-SECS  PIC 9(9).
       01 WS-LOCK-HELD-SECS PIC 9(9).
       01 WS-LOCK-AGE-MIN   PIC S9(7).
       01 WS-LOCK-DAY-INT   PIC 9(8).
       01 WS-LOCK-HH        PIC 9(2).
       01 WS-LOCK-MM        PIC 9(2).
       01 WS-LOCK-SS        PIC 9(2).
       01 WS-LOCK-HELD      PIC X(1).
       01 WS-LOCK-HOLDER    PIC X(24).
       01 WS-LOCK-HELD-STAMP PIC X(14).
       01  WS-FLOAT-PATH        PIC X(200).
       01  WS-RETURN-PATH       PIC X(200).
       01  WS-ACCOUNTS-PATH     PIC X(200).
       01  WS-BUSDATE-PATH      PIC X(200).
       01  WS-JOURNAL-PATH      PIC X(200).
       01  WS-NOTIFY-PATH       PIC X(200).
       01  WS-REPORT-PATH       PIC X(200).
       01  WS-FLOAT-STATUS      PIC XX.
       01  WS-RETURN-STATUS     PIC XX.
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-BUSDATE-STATUS    PIC XX.
       01  WS-JOURNAL-STATUS    PIC XX.
       01  WS-NOTIFY-STATUS     PIC XX.
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  WS-FEE-TXT           PIC X(9).
       01  WS-FEE-TXT-N REDEFINES WS-FEE-TXT PIC 9(7)V99.
       01  WS-RETURN-FEE        PIC 9(7)V99 VALUE 35.00.
       01  FLOAT-TABLE.
           05 FLOAT-ENTRY OCCURS 20000 TIMES.
               10 FH-ID-TBL        PIC X(5).
               10 FH-MONTO-TBL     PIC 9(7)V99.
               10 FH-DEP-DATE-TBL  PIC 9(8).
               10 FH-RELEASE-TBL   PIC 9(8).
               10 FH-CAT-TBL       PIC X(1).
               10 FH-STATUS-TBL    PIC X(1).
       01  WS-FH-INDEX          PIC 9(5) VALUE 1.
       01  WS-FH-COUNT          PIC 9(5) VALUE 0.
       01  WS-FH-IX             PIC 9(5) VALUE 0.
       01  WS-FH-RETURNED       PIC X VALUE 'N'.
       01  ACCOUNTS-TABLE.
           05 ACCOUNT-ENTRY OCCURS 50000 TIMES.
               10 AC-REC-TBL      PIC X(60).
       01  WS-AC-INDEX          PIC 9(6) VALUE 1.
       01  WS-AC-COUNT          PIC 9(6) VALUE 0.
       01  WS-RD-AC-IX          PIC 9(6) VALUE 0.
       01  WS-REASON-DESC       PIC X(20).
       01  WS-RD-FEE            PIC 9(7)V99.
       01  WS-RD-BAL-ED         PIC -9(7).99.
       01  WS-REJECT-REASON     PIC X(40).
       01  WS-RELEASED-COUNT    PIC 9(5) VALUE 0.
       01  WS-RETURNED-COUNT    PIC 9(5) VALUE 0.
       01  WS-FEE-COUNT         PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT      PIC 9(5) VALUE 0.
       01  WS-ACC-TOUCHED       PIC X VALUE 'N'.
       01  WS-JOURNAL-ID        PIC X(5).
       01  WS-JOURNAL-AMT       PIC 9(7)V99.
       01  WS-JOURNAL-TIPO      PIC X(1).
       01  WS-JOURNAL-TAG       PIC X(6).
       01  WS-JRN-DATE          PIC 9(8) VALUE 0.
       01  WS-JRN-SEQ           PIC 9(7) VALUE 0.
       01  WS-JRN-CURRENCY      PIC X(3) VALUE "USD".
       01  WS-JRN-BALANCE       PIC S9(7)V99 VALUE 0.
       01  WS-JRN-BAL-ABS       PIC 9(7)V99.
       01  WS-JRN-SIGN          PIC X(1).
       01  WS-JRN-EXT           PIC X(48).
       01  WS-JRN-PROGRAM       PIC X(16) VALUE "CHEQUES-DEVUELTO".
       01  WS-ACCWORK-PATH      PIC X(200).
       01  WS-ACCLIVE-PATH      PIC X(200).
       01  WS-PATH-LEN          PIC 9(3).
       01  WS-CHK-COUNT         PIC 9(6) VALUE 0.
       01  WS-CHK-TOTAL         PIC S9(13)V99 VALUE 0.
       01  WS-VFY-COUNT         PIC 9(6).
       01  WS-VFY-TOTAL         PIC S9(13)V99.
       01  WS-VERIFY-OK         PIC X VALUE 'N'.
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
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-FLOAT-PATH
           ACCEPT WS-FLOAT-PATH FROM ENVIRONMENT "FLOAT_HOLDS_PATH"
           IF WS-FLOAT-PATH = SPACES
               MOVE "accounts/FLOAT_HOLDS.DAT" TO WS-FLOAT-PATH
           END-IF
           MOVE SPACES TO WS-RETURN-PATH
           ACCEPT WS-RETURN-PATH
               FROM ENVIRONMENT "RETURNED_DEPOSITS_PATH"
           IF WS-RETURN-PATH = SPACES
               MOVE "accounts/RETURNED_DEPOSITS.DAT" TO WS-RETURN-PATH
           END-IF
           MOVE SPACES TO WS-ACCOUNTS-PATH
           ACCEPT WS-ACCOUNTS-PATH FROM ENVIRONMENT "ACCOUNTS_PATH"
           IF WS-ACCOUNTS-PATH = SPACES
               MOVE "accounts/ACCOUNTS.DAT" TO WS-ACCOUNTS-PATH
           END-IF
           MOVE SPACES TO WS-BUSDATE-PATH
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_PATH"
           IF WS-BUSDATE-PATH = SPACES
               MOVE "accounts/BUSINESS_DATE.DAT" TO WS-BUSDATE-PATH
           END-IF
           MOVE SPACES TO WS-JOURNAL-PATH
           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT "JOURNAL_PATH"
           IF WS-JOURNAL-PATH = SPACES
               MOVE "accounts/JOURNAL.LOG" TO WS-JOURNAL-PATH
           END-IF
           MOVE SPACES TO WS-NOTIFY-PATH
           ACCEPT WS-NOTIFY-PATH FROM ENVIRONMENT "NOTIFY_OUTBOX_PATH"
           IF WS-NOTIFY-PATH = SPACES
               MOVE "accounts/NOTIFY_OUTBOX.LOG" TO WS-NOTIFY-PATH
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "CHQ_RETURNS_RPT_PATH"
           IF WS-REPORT-PATH = SPACES
               MOVE "accounts/CHQ_RETURNS.RPT" TO WS-REPORT-PATH
           END-IF
           MOVE SPACES TO WS-FEE-TXT
           ACCEPT WS-FEE-TXT FROM ENVIRONMENT "RETURN_ITEM_FEE"
           IF WS-FEE-TXT NOT = SPACES AND WS-FEE-TXT NUMERIC
               MOVE WS-FEE-TXT-N TO WS-RETURN-FEE
           END-IF
           PERFORM READ-BUSINESS-DATE
           MOVE WS-TODAY TO WS-JRN-DATE
           PERFORM LOAD-FLOAT-TABLE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "CHEQUE FLOAT AND RETURNED DEPOSITS " WS-TODAY
               " RETURN FEE " WS-RETURN-FEE
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM RELEASE-MATURED-FLOAT
           PERFORM ACQUIRE-ACCOUNTS-LOCK
           PERFORM LOAD-ACCOUNTS-TABLE
           PERFORM PROCESS-RETURNED-DEPOSITS
           PERFORM RELEASE-ACCOUNTS-LOCK
           MOVE SPACES TO REPORT-LINE
           STRING "RELEASED " WS-RELEASED-COUNT
               " RETURNED " WS-RETURNED-COUNT
               " FEES " WS-FEE-COUNT
               " REJECTED " WS-REJECT-COUNT
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "FLOAT RELEASED " WS-RELEASED-COUNT
               " RETURNED " WS-RETURNED-COUNT
               " FEES " WS-FEE-COUNT
               " REJECTED " WS-REJECT-COUNT
           STOP RUN.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSDATE-FILE
                   AT END
                       ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   NOT AT END
                       IF BD-DATE NUMERIC
                           MOVE BD-DATE TO WS-TODAY
                       ELSE
                           ACCEPT WS-TODAY FROM DATE YYYYMMDD
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           ELSE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
           END-IF.

       LOAD-FLOAT-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-FH-COUNT
           OPEN INPUT FLOAT-FILE
           IF WS-FLOAT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-FH-COUNT >= 20000
                   READ FLOAT-FILE INTO FLOAT-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FH-ID NOT = SPACES
                               AND FH-MONTO NUMERIC
                               AND FH-RELEASE NUMERIC
                           ADD 1 TO WS-FH-COUNT
                           MOVE FH-ID TO FH-ID-TBL(WS-FH-COUNT)
                           MOVE FH-MONTO TO FH-MONTO-TBL(WS-FH-COUNT)
                           MOVE FH-DEP-DATE
                               TO FH-DEP-DATE-TBL(WS-FH-COUNT)
                           MOVE FH-RELEASE
                               TO FH-RELEASE-TBL(WS-FH-COUNT)
                           MOVE FH-CAT TO FH-CAT-TBL(WS-FH-COUNT)
                           MOVE FH-STATUS
                               TO FH-STATUS-TBL(WS-FH-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FLOAT-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       RELEASE-MATURED-FLOAT.
           MOVE 1 TO WS-FH-INDEX
           PERFORM UNTIL WS-FH-INDEX > WS-FH-COUNT
               IF FH-STATUS-TBL(WS-FH-INDEX) = 'H'
                       AND FH-RELEASE-TBL(WS-FH-INDEX) <= WS-TODAY
                   MOVE 'R' TO FH-STATUS-TBL(WS-FH-INDEX)
                   ADD 1 TO WS-RELEASED-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "RELEASED " FH-ID-TBL(WS-FH-INDEX)
                       " " FH-MONTO-TBL(WS-FH-INDEX)
                       " CAT " FH-CAT-TBL(WS-FH-INDEX)
                       " DEPOSITED " FH-DEP-DATE-TBL(WS-FH-INDEX)
                       " DUE " FH-RELEASE-TBL(WS-FH-INDEX)
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               ADD 1 TO WS-FH-INDEX
           END-PERFORM.

       LOAD-ACCOUNTS-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-AC-COUNT
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "ERROR ACCOUNTS OPEN " WS-ACCOUNTS-STATUS
               PERFORM RELEASE-ACCOUNTS-LOCK
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y' OR WS-AC-COUNT >= 50000
               READ ACCOUNTS-FILE INTO ACCOUNTS-RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-AC-COUNT
                   MOVE ACCOUNTS-RECORD TO AC-REC-TBL(WS-AC-COUNT)
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           MOVE 'N' TO WS-EOF.

       PROCESS-RETURNED-DEPOSITS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT RETURN-FILE
           IF WS-RETURN-STATUS NOT = "00"
               DISPLAY "NO RETURNED DEPOSITS"
               PERFORM REWRITE-FLOAT-FILE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RETURN-FILE INTO RETURN-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM RETURN-ONE-DEPOSIT
                   END-READ
               END-PERFORM
               CLOSE RETURN-FILE
               IF WS-ACC-TOUCHED = 'Y'
                   PERFORM REWRITE-ACCOUNTS-FILE
                   IF WS-VERIFY-OK = 'Y'
                       PERFORM REWRITE-FLOAT-FILE
                       OPEN OUTPUT RETURN-FILE
                       CLOSE RETURN-FILE
                   ELSE
                       MOVE 0 TO WS-RETURNED-COUNT
                       MOVE 0 TO WS-FEE-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "ERROR - MASTER NOT REPLACED - "
                           "RETURNED DEPOSITS LEFT IN PLACE"
                           DELIMITED BY SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
                       DISPLAY "ERROR - MASTER NOT REPLACED - "
                           "RETURNED DEPOSITS LEFT IN PLACE"
                   END-IF
               ELSE
                   PERFORM REWRITE-FLOAT-FILE
                   OPEN OUTPUT RETURN-FILE
                   CLOSE RETURN-FILE
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF.

       RETURN-ONE-DEPOSIT.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM DESCRIBE-REASON-CODE
           IF RD-ID = SPACES OR RD-AMOUNT NOT NUMERIC
                   OR RD-AMOUNT = 0
               MOVE "RETURN RECORD UNREADABLE" TO WS-REJECT-REASON
           ELSE
           IF WS-REASON-DESC = SPACES
               MOVE "REASON CODE UNKNOWN" TO WS-REJECT-REASON
           ELSE
               PERFORM FIND-RETURN-ACCOUNT
               IF WS-RD-AC-IX = 0
                   MOVE "ACCOUNT NOT FOUND" TO WS-REJECT-REASON
               ELSE
                   MOVE AC-REC-TBL(WS-RD-AC-IX) TO ACCOUNTS-RECORD
                   IF AC-ES-LOAN
                       MOVE "ACCOUNT IS A LOAN" TO WS-REJECT-REASON
                   ELSE
                       PERFORM FIND-FLOAT-HOLD
                       IF WS-FH-IX = 0 AND WS-FH-RETURNED = 'Y'
                           MOVE "ITEM ALREADY RETURNED"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM POST-RETURNED-DEPOSIT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "REJECT   " RD-ID " " RD-AMOUNT
                   " RC " RD-REASON
                   " - " WS-REJECT-REASON
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "RETURNED DEPOSIT REJECTED " RD-ID
                   " " WS-REJECT-REASON
           END-IF.

       DESCRIBE-REASON-CODE.
           EVALUATE RD-REASON
               WHEN "01" MOVE "INSUFFICIENT FUNDS" TO WS-REASON-DESC
               WHEN "02" MOVE "PAYMENT STOPPED" TO WS-REASON-DESC
               WHEN "03" MOVE "ACCOUNT CLOSED" TO WS-REASON-DESC
               WHEN "04" MOVE "SIGNATURE IRREGULAR" TO WS-REASON-DESC
               WHEN "05" MOVE "ENDORSEMENT MISSING" TO WS-REASON-DESC
               WHEN "06" MOVE "STALE OR POST-DATED" TO WS-REASON-DESC
               WHEN "07" MOVE "ACCOUNT FROZEN" TO WS-REASON-DESC
               WHEN "08" MOVE "REFER TO DRAWER" TO WS-REASON-DESC
               WHEN "99" MOVE "OTHER" TO WS-REASON-DESC
               WHEN OTHER MOVE SPACES TO WS-REASON-DESC
           END-EVALUATE.

       FIND-RETURN-ACCOUNT.
           MOVE 0 TO WS-RD-AC-IX
           MOVE 1 TO WS-AC-INDEX
           PERFORM UNTIL WS-AC-INDEX > WS-AC-COUNT
               MOVE AC-REC-TBL(WS-AC-INDEX) TO ACCOUNTS-RECORD
               IF AC-ID = RD-ID
                   MOVE WS-AC-INDEX TO WS-RD-AC-IX
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-AC-INDEX
           END-PERFORM.

       FIND-FLOAT-HOLD.
           MOVE 0 TO WS-FH-IX
           MOVE 'N' TO WS-FH-RETURNED
           MOVE 1 TO WS-FH-INDEX
           PERFORM UNTIL WS-FH-INDEX > WS-FH-COUNT
               IF FH-ID-TBL(WS-FH-INDEX) = RD-ID
                       AND FH-MONTO-TBL(WS-FH-INDEX) = RD-AMOUNT
                       AND (RD-DEP-DATE NOT NUMERIC
                           OR RD-DEP-DATE
                               = FH-DEP-DATE-TBL(WS-FH-INDEX))
                   IF FH-STATUS-TBL(WS-FH-INDEX) = 'X'
                       MOVE 'Y' TO WS-FH-RETURNED
                   ELSE
                       IF WS-FH-IX = 0
                           MOVE WS-FH-INDEX TO WS-FH-IX
                       ELSE
                           IF FH-STATUS-TBL(WS-FH-INDEX) = 'H'
                                   AND FH-STATUS-TBL(WS-FH-IX)
                                       NOT = 'H'
                               MOVE WS-FH-INDEX TO WS-FH-IX
                           END-IF
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-FH-INDEX
           END-PERFORM.

       POST-RETURNED-DEPOSIT.
           MOVE AC-REC-TBL(WS-RD-AC-IX) TO ACCOUNTS-RECORD
           SUBTRACT RD-AMOUNT FROM AC-SALDO
           MOVE AC-ID TO WS-JOURNAL-ID
           MOVE RD-AMOUNT TO WS-JOURNAL-AMT
           MOVE 'D' TO WS-JOURNAL-TIPO
           MOVE "CHQRT" TO WS-JOURNAL-TAG
           MOVE AC-CURRENCY TO WS-JRN-CURRENCY
           MOVE AC-SALDO TO WS-JRN-BALANCE
           PERFORM WRITE-JOURNAL-LINE
           MOVE 0 TO WS-RD-FEE
           IF AC-SALDO < 0 AND WS-RETURN-FEE > 0
               MOVE WS-RETURN-FEE TO WS-RD-FEE
               SUBTRACT WS-RD-FEE FROM AC-SALDO
               MOVE WS-RD-FEE TO WS-JOURNAL-AMT
               MOVE "CHQFEE" TO WS-JOURNAL-TAG
               MOVE AC-SALDO TO WS-JRN-BALANCE
               PERFORM WRITE-JOURNAL-LINE
               ADD 1 TO WS-FEE-COUNT
           END-IF
           MOVE ACCOUNTS-RECORD TO AC-REC-TBL(WS-RD-AC-IX)
           IF WS-FH-IX > 0
               MOVE 'X' TO FH-STATUS-TBL(WS-FH-IX)
           END-IF
           ADD 1 TO WS-RETURNED-COUNT
           MOVE 'Y' TO WS-ACC-TOUCHED
           MOVE AC-SALDO TO WS-RD-BAL-ED
           MOVE SPACES TO REPORT-LINE
           STRING "RETURNED " RD-ID " " RD-AMOUNT
               " RC " RD-REASON " " WS-REASON-DESC
               " FEE " WS-RD-FEE
               " BAL " WS-RD-BAL-ED
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-RD-FEE > 0
               OPEN EXTEND NOTIFY-FILE
               IF WS-NOTIFY-STATUS NOT = "00" AND
                       WS-NOTIFY-STATUS NOT = "05"
                   CLOSE NOTIFY-FILE
                   OPEN OUTPUT NOTIFY-FILE
               END-IF
               MOVE SPACES TO NOTIFY-LINE
               STRING "ALERT CHQRETURN " RD-ID
                   " ITEM " RD-AMOUNT
                   " RC " RD-REASON " " WS-REASON-DESC
                   " FEE " WS-RD-FEE
                   " BAL " WS-RD-BAL-ED
                   DELIMITED BY SIZE
                   INTO NOTIFY-LINE
               WRITE NOTIFY-LINE
               CLOSE NOTIFY-FILE
           END-IF
           DISPLAY "DEPOSIT RETURNED " RD-ID " " RD-AMOUNT
               " RC " RD-REASON " FEE " WS-RD-FEE.

       REWRITE-FLOAT-FILE.
           OPEN OUTPUT FLOAT-FILE
           MOVE 1 TO WS-FH-INDEX
           PERFORM UNTIL WS-FH-INDEX > WS-FH-COUNT
               MOVE SPACES TO FLOAT-RECORD
               MOVE FH-ID-TBL(WS-FH-INDEX) TO FH-ID
               MOVE FH-MONTO-TBL(WS-FH-INDEX) TO FH-MONTO
               MOVE FH-DEP-DATE-TBL(WS-FH-INDEX) TO FH-DEP-DATE
               MOVE FH-RELEASE-TBL(WS-FH-INDEX) TO FH-RELEASE
               MOVE FH-CAT-TBL(WS-FH-INDEX) TO FH-CAT
               MOVE FH-STATUS-TBL(WS-FH-INDEX) TO FH-STATUS
               WRITE FLOAT-RECORD
               ADD 1 TO WS-FH-INDEX
           END-PERFORM
           CLOSE FLOAT-FILE.

       REWRITE-ACCOUNTS-FILE.
           MOVE WS-ACCOUNTS-PATH TO WS-ACCLIVE-PATH
           PERFORM BUILD-ACCOUNTS-WORK-PATH
           MOVE WS-ACCWORK-PATH TO WS-ACCOUNTS-PATH
           MOVE 0 TO WS-CHK-COUNT
           MOVE 0 TO WS-CHK-TOTAL
           OPEN OUTPUT ACCOUNTS-FILE
           MOVE 1 TO WS-AC-INDEX
           PERFORM UNTIL WS-AC-INDEX > WS-AC-COUNT
               MOVE AC-REC-TBL(WS-AC-INDEX) TO ACCOUNTS-RECORD
               WRITE ACCOUNTS-RECORD
               ADD 1 TO WS-CHK-COUNT
               IF AC-SALDO NUMERIC
                   ADD AC-SALDO TO WS-CHK-TOTAL
               END-IF
               ADD 1 TO WS-AC-INDEX
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           PERFORM VERIFY-ACCOUNTS-WORK-FILE
           MOVE WS-ACCLIVE-PATH TO WS-ACCOUNTS-PATH
           PERFORM SWAP-IN-ACCOUNTS-WORK.

       BUILD-ACCOUNTS-WORK-PATH.
           MOVE 200 TO WS-PATH-LEN
           PERFORM UNTIL WS-PATH-LEN = 0
                   OR WS-ACCLIVE-PATH(WS-PATH-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-PATH-LEN
           END-PERFORM
           MOVE SPACES TO WS-ACCWORK-PATH
           STRING WS-ACCLIVE-PATH(1:WS-PATH-LEN) ".NEW"
               DELIMITED BY SIZE
               INTO WS-ACCWORK-PATH.

       VERIFY-ACCOUNTS-WORK-FILE.
           MOVE 'N' TO WS-VERIFY-OK
           MOVE 'N' TO WS-VFY-EOF
           MOVE 0 TO WS-VFY-COUNT
           MOVE 0 TO WS-VFY-TOTAL
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS = "00"
               PERFORM UNTIL WS-VFY-EOF = 'Y'
                   READ ACCOUNTS-FILE
                   AT END MOVE 'Y' TO WS-VFY-EOF
                   NOT AT END
                       ADD 1 TO WS-VFY-COUNT
                       IF AC-SALDO NUMERIC
                           ADD AC-SALDO TO WS-VFY-TOTAL
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNTS-FILE
               IF WS-VFY-COUNT = WS-CHK-COUNT
                       AND WS-VFY-TOTAL = WS-CHK-TOTAL
                   MOVE 'Y' TO WS-VERIFY-OK
               END-IF
           END-IF.

       SWAP-IN-ACCOUNTS-WORK.
           IF WS-VERIFY-OK = 'Y'
               CALL "CBL_RENAME_FILE"
                   USING WS-ACCWORK-PATH WS-ACCLIVE-PATH
               IF RETURN-CODE NOT = 0
                   MOVE 'N' TO WS-VERIFY-OK
                   DISPLAY "ERROR - ACCOUNTS WORK FILE SWAP FAILED "
                       "RC " RETURN-CODE
               END-IF
           ELSE
               DISPLAY "ERROR - ACCOUNTS WORK FILE DOES NOT VERIFY "
                   "- OLD MASTER LEFT IN PLACE"
           END-IF.

       WRITE-JOURNAL-LINE.
           MOVE SPACES TO J-TXT
           STRING "OK " WS-JOURNAL-ID " " WS-JOURNAL-AMT " "
                   WS-JOURNAL-TIPO " " WS-JOURNAL-TAG
               DELIMITED BY SIZE
               INTO J-TXT
           PERFORM BUILD-JOURNAL-EXTENSION
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

       BUILD-JOURNAL-EXTENSION.
           IF WS-JRN-DATE = 0
               ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
           END-IF
           ADD 1 TO WS-JRN-SEQ
           IF WS-JRN-BALANCE < 0
               MOVE '-' TO WS-JRN-SIGN
               COMPUTE WS-JRN-BAL-ABS = WS-JRN-BALANCE * -1
           ELSE
               MOVE '+' TO WS-JRN-SIGN
               MOVE WS-JRN-BALANCE TO WS-JRN-BAL-ABS
           END-IF
           MOVE SPACES TO WS-JRN-EXT
           STRING WS-JRN-DATE " " WS-JRN-SEQ " " WS-JRN-CURRENCY " "
                   WS-JRN-PROGRAM " " WS-JRN-SIGN WS-JRN-BAL-ABS
               DELIMITED BY SIZE
               INTO WS-JRN-EXT
           MOVE WS-JRN-EXT TO J-TXT(30:48).

       ACQUIRE-ACCOUNTS-LOCK.
           MOVE SPACES TO WS-LOCK-PATH
           ACCEPT WS-LOCK-PATH FROM ENVIRONMENT "ACCOUNTS_LOCK_PATH"
           IF WS-LOCK-PATH = SPACES
               MOVE "accounts/ACCOUNTS.LCK" TO WS-LOCK-PATH
           END-IF
           MOVE SPACES TO WS-LOCK-STALE-TXT
           ACCEPT WS-LOCK-STALE-TXT
               FROM ENVIRONMENT "LOCK_STALE_MINUTES"
           IF WS-LOCK-STALE-TXT NOT = SPACES
                   AND WS-LOCK-STALE-TXT NUMERIC
               MOVE WS-LOCK-STALE-TXT TO WS-LOCK-STALE-MIN
           END-IF
           MOVE SPACES TO WS-LOCK-OVERRIDE
           ACCEPT WS-LOCK-OVERRIDE FROM ENVIRONMENT "LOCK_OVERRIDE"
           MOVE SPACES TO WS-LOCK-HELD
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = "00"
               READ LOCK-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LK-STATE = "LOCKED"
                           MOVE "Y" TO WS-LOCK-HELD
                           MOVE LK-PROGRAM TO WS-LOCK-HOLDER
                           MOVE LK-STAMP TO WS-LOCK-HELD-STAMP
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF
           IF WS-LOCK-HELD = "Y"
               PERFORM JUDGE-EXISTING-LOCK
           END-IF
           ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOCK-TIME FROM TIME
           OPEN OUTPUT LOCK-FILE
           MOVE SPACES TO LOCK-RECORD
           MOVE "LOCKED" TO LK-STATE
           MOVE WS-LOCK-PROGRAM TO LK-PROGRAM
           STRING WS-LOCK-DATE WS-LOCK-TIME
               DELIMITED BY SIZE
               INTO LK-STAMP
           WRITE LOCK-RECORD
           CLOSE LOCK-FILE.

       JUDGE-EXISTING-LOCK.
           IF WS-LOCK-HELD-STAMP(1:14) NOT NUMERIC
               DISPLAY "ACCOUNTS LOCK UNREADABLE - HELD BY "
                   WS-LOCK-HOLDER
               STOP RUN
           END-IF
           ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOCK-TIME FROM TIME
           COMPUTE WS-LOCK-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-LOCK-DATE)
           MOVE WS-LOCK-TIME(1:2) TO WS-LOCK-HH
           MOVE WS-LOCK-TIME(3:2) TO WS-LOCK-MM
           MOVE WS-LOCK-TIME(5:2) TO WS-LOCK-SS
           COMPUTE WS-LOCK-NOW-SECS = WS-LOCK-DAY-INT * 86400
               + WS-LOCK-HH * 3600 + WS-LOCK-MM * 60 + WS-LOCK-SS
           MOVE WS-LOCK-HELD-STAMP(1:8) TO WS-LOCK-DATE
           COMPUTE WS-LOCK-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-LOCK-DATE)
           MOVE WS-LOCK-HELD-STAMP(9:2) TO WS-LOCK-HH
           MOVE WS-LOCK-HELD-STAMP(11:2) TO WS-LOCK-MM
           MOVE WS-LOCK-HELD-STAMP(13:2) TO WS-LOCK-SS
           COMPUTE WS-LOCK-HELD-SECS = WS-LOCK-DAY-INT * 86400
               + WS-LOCK-HH * 3600 + WS-LOCK-MM * 60 + WS-LOCK-SS
           COMPUTE WS-LOCK-AGE-MIN =
               (WS-LOCK-NOW-SECS - WS-LOCK-HELD-SECS) / 60
           IF WS-LOCK-AGE-MIN > WS-LOCK-STALE-MIN
               DISPLAY "STALE ACCOUNTS LOCK HELD BY " WS-LOCK-HOLDER
                   " SINCE " WS-LOCK-HELD-STAMP
               IF WS-LOCK-OVERRIDE = "Y"
                   DISPLAY "LOCK_OVERRIDE ACCEPTED - PROCEEDING"
               ELSE
                   DISPLAY "SET LOCK_OVERRIDE=Y TO BREAK THE LOCK"
                   STOP RUN
               END-IF
           ELSE
               DISPLAY "ACCOUNTS FILE LOCKED BY " WS-LOCK-HOLDER
                   " SINCE " WS-LOCK-HELD-STAMP
                   " - REFUSING TO START"
               STOP RUN
           END-IF.

       RELEASE-ACCOUNTS-LOCK.
           OPEN OUTPUT LOCK-FILE
           MOVE SPACES TO LOCK-RECORD
           MOVE "RELEASED" TO LK-STATE
           MOVE WS-LOCK-PROGRAM TO LK-PROGRAM
           ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOCK-TIME FROM TIME
           STRING WS-LOCK-DATE WS-LOCK-TIME
               DELIMITED BY SIZE
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
