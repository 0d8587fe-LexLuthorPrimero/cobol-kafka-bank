               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JSEAL-FILE
               ASSIGN TO DYNAMIC WS-JSEAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JSEAL-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
           05 CI-ISSUED         PIC X(8).
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
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(100).
       FD LOCK-FILE.
       01  WS-TODAY-INT         PIC 9(8).
       01  WS-OFFICIAL-ACCT     PIC X(5) VALUE "OFCHK".
       01  WS-OFFICIAL-TXT      PIC X(5).
       01  WS-FEE-TXT           PIC X(9).
       01  WS-FEE-TXT-N REDEFINES WS-FEE-TXT PIC 9(7)V99.
       01  WS-ISSUE-FEE         PIC 9(7)V99 VALUE 0.
       01  WS-FEE-COUNT         PIC 9(5) VALUE 0.
       01  ACCOUNTS-TABLE.
           05 ACCOUNT-ENTRY OCCURS 50000 TIMES.
               10 AC-REC-TBL      PIC X(60).
       01  WS-JOURNAL-ID        PIC X(5).
       01  WS-JOURNAL-AMT       PIC 9(7)V99.
       01  WS-JOURNAL-TIPO      PIC X(1).
       01  WS-JOURNAL-TAG       PIC X(6) VALUE "OFCHK".
       01  WS-JRN-DATE          PIC 9(8) VALUE 0.
       01  WS-JRN-SEQ           PIC 9(7) VALUE 0.
       01  WS-JRN-CURRENCY      PIC X(3) VALUE "USD".
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
           MOVE SPACES TO WS-ACCOUNTS-PATH
           IF WS-OFFICIAL-TXT NOT = SPACES
               MOVE WS-OFFICIAL-TXT TO WS-OFFICIAL-ACCT
           END-IF
           MOVE SPACES TO WS-FEE-TXT
           ACCEPT WS-FEE-TXT FROM ENVIRONMENT "OFFICIAL_CHECK_FEE"
           IF WS-FEE-TXT NOT = SPACES AND WS-FEE-TXT NUMERIC
               MOVE WS-FEE-TXT-N TO WS-ISSUE-FEE
           END-IF
           MOVE SPACES TO WS-MODE
           ACCEPT WS-MODE FROM ENVIRONMENT "CHECK_MODE"
           IF WS-MODE = SPACES
           END-IF
           PERFORM RELEASE-ACCOUNTS-LOCK
           DISPLAY "OFFICIAL CHECKS ISSUED " WS-ISSUED-COUNT
               " FEES CHARGED " WS-FEE-COUNT
           MOVE 'N' TO WS-EOF.

       ISSUE-ONE-CHECK.
                       DISPLAY "CHECK REQUEST - ACCOUNT BLOCKED "
                           OC-ACCOUNT
                   ELSE
                   IF AC-SALDO + AC-OVERDRAFT-LIMIT
                           < OC-AMOUNT + WS-ISSUE-FEE
                       DISPLAY "CHECK REQUEST - FUNDS INSUFFICIENT "
                           OC-ACCOUNT
                   ELSE
           MOVE AC-CURRENCY TO WS-JRN-CURRENCY
           MOVE AC-SALDO TO WS-JRN-BALANCE
           PERFORM WRITE-JOURNAL-LINE
           IF WS-ISSUE-FEE > 0
               SUBTRACT WS-ISSUE-FEE FROM AC-SALDO
               MOVE ACCOUNTS-RECORD TO AC-REC-TBL(WS-CUST-IX)
               MOVE WS-ISSUE-FEE TO WS-JOURNAL-AMT
               MOVE "OCFEE" TO WS-JOURNAL-TAG
               MOVE AC-SALDO TO WS-JRN-BALANCE
               PERFORM WRITE-JOURNAL-LINE
               MOVE "OFCHK" TO WS-JOURNAL-TAG
               ADD 1 TO WS-FEE-COUNT
           END-IF
           MOVE AC-REC-TBL(WS-OFCHK-IX) TO ACCOUNTS-RECORD
           ADD OC-AMOUNT TO AC-SALDO
           MOVE ACCOUNTS-RECORD TO AC-REC-TBL(WS-OFCHK-IX)
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
