               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JSEAL-FILE
               ASSIGN TO DYNAMIC WS-JSEAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JSEAL-STATUS.
           SELECT RUNLOG-FILE
               ASSIGN TO DYNAMIC WS-RUNLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO DYNAMIC WS-LOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT OPAUDIT-FILE
               ASSIGN TO DYNAMIC WS-OPAUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OPAUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
           05 VO-MONTO          PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 VO-TIPO           PIC X(1).
           05 FILLER            PIC X(1).
           05 VO-PREPARER       PIC X(8).
           05 FILLER            PIC X(1).
           05 VO-APPROVER       PIC X(8).
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
       FD RUNLOG-FILE.
       01 RL-REC.
           05 RL-TXT PIC X(100).
           05 LK-PROGRAM PIC X(24).
           05 FILLER     PIC X(1).
           05 LK-STAMP   PIC X(14).
       FD  OPAUDIT-FILE.
       01  OPAUDIT-LINE         PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-LOCK-PATH      PIC X(200).
       01 WS-LOCK-STATUS    PIC XX.
               10 VL-ID-TBL       PIC X(5).
               10 VL-MONTO-TBL    PIC 9(7)V99.
               10 VL-TIPO-TBL     PIC X(1).
               10 VL-PREPARER-TBL PIC X(8).
               10 VL-APPROVER-TBL PIC X(8).
               10 VL-DONE-TBL     PIC X(1).
       01  WS-VL-INDEX          PIC 9(4) VALUE 1.
       01  WS-VL-SCAN           PIC 9(4) VALUE 1.
       01  WS-VFY-TOTAL         PIC S9(13)V99.
       01  WS-VERIFY-OK         PIC X VALUE 'N'.
       01  WS-VFY-EOF           PIC X VALUE 'N'.
       01  WS-OPAUDIT-PATH      PIC X(200).
       01  WS-OPAUDIT-STATUS    PIC XX.
       01  WS-OP-DATE           PIC 9(8).
       01  WS-OP-TIME           PIC 9(6).
       01  WS-OP-CLOCK          PIC 9(8).
       01  WS-OPERATOR          PIC X(8).
       01  WS-OP-ACTION         PIC X(40).
       01 WS-RUNLOG-PATH   PIC X(200).
       01 WS-RUNLOG-STATUS PIC XX.
       01 WS-RL-PROGRAM    PIC X(24) VALUE "POLIZA-AJUSTES".
       01 WS-RL-REJECTED   PIC 9(7) VALUE 0.
       01 WS-RL-DATE       PIC 9(8).
       01 WS-RL-TIME       PIC 9(6).
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
           IF WS-JOURNAL-PATH = SPACES
               MOVE "accounts/JOURNAL.LOG" TO WS-JOURNAL-PATH
           END-IF
           MOVE SPACES TO WS-OPAUDIT-PATH
           ACCEPT WS-OPAUDIT-PATH
               FROM ENVIRONMENT "OPERATOR_AUDIT_PATH"
           IF WS-OPAUDIT-PATH = SPACES
               MOVE "accounts/OPERATOR_AUDIT.LOG" TO WS-OPAUDIT-PATH
           END-IF
           PERFORM WRITE-RUN-LOG-START
           PERFORM LOAD-VOUCHER-TABLE
           IF WS-VL-COUNT = 0
                               TO VL-MONTO-TBL(WS-VL-COUNT)
                           MOVE VO-TIPO
                               TO VL-TIPO-TBL(WS-VL-COUNT)
                           MOVE VO-PREPARER
                               TO VL-PREPARER-TBL(WS-VL-COUNT)
                           MOVE VO-APPROVER
                               TO VL-APPROVER-TBL(WS-VL-COUNT)
                           MOVE 'N' TO VL-DONE-TBL(WS-VL-COUNT)
                       ELSE
                           DISPLAY "VOUCHER LEG UNREADABLE - SKIPPED"
                       TO WS-JRN-CURRENCY
                   MOVE AC-SALDO-TBL(WS-ACC-IX) TO WS-JRN-BALANCE
                   PERFORM WRITE-JOURNAL-LINE
                   PERFORM WRITE-VOUCHER-AUDIT
                   MOVE 'Y' TO VL-DONE-TBL(WS-VL-SCAN)
               END-IF
               ADD 1 TO WS-VL-SCAN
           STRING "VOUCHER " WS-CUR-VOUCHER
               DELIMITED BY SIZE
               INTO J-TXT(79:25)
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

       WRITE-VOUCHER-AUDIT.
           MOVE VL-APPROVER-TBL(WS-VL-SCAN) TO WS-OPERATOR
           IF WS-OPERATOR = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR
           END-IF
           MOVE SPACES TO WS-OP-ACTION
           STRING "VOUCHER " WS-CUR-VOUCHER " "
               VL-ID-TBL(WS-VL-SCAN) " " VL-TIPO-TBL(WS-VL-SCAN)
               " PREP " VL-PREPARER-TBL(WS-VL-SCAN)
               DELIMITED BY SIZE
               INTO WS-OP-ACTION
           ACCEPT WS-OP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OP-CLOCK FROM TIME
           MOVE WS-OP-CLOCK(1:6) TO WS-OP-TIME
           OPEN EXTEND OPAUDIT-FILE
           IF WS-OPAUDIT-STATUS NOT = "00" AND
                   WS-OPAUDIT-STATUS NOT = "05"
               CLOSE OPAUDIT-FILE
               OPEN OUTPUT OPAUDIT-FILE
           END-IF
           MOVE SPACES TO OPAUDIT-LINE
           STRING WS-OP-DATE WS-OP-TIME " " WS-OPERATOR
               " POLIZA-AJUSTES " WS-OP-ACTION
               DELIMITED BY SIZE
               INTO OPAUDIT-LINE
           WRITE OPAUDIT-LINE
           CLOSE OPAUDIT-FILE.

       BUILD-JOURNAL-EXTENSION.
           IF WS-JRN-DATE = 0
               ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
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
