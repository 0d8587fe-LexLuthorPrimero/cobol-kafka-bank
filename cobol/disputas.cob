               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JSEAL-FILE
               ASSIGN TO DYNAMIC WS-JSEAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JSEAL-STATUS.
           SELECT CHARGEBACK-FILE
               ASSIGN TO DYNAMIC WS-CHARGEBACK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHARGEBACK-STATUS.
           SELECT LOCK-FILE
               ASSIGN TO DYNAMIC WS-LOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
           05 RS-DECISION       PIC X(6).
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
       FD  CHARGEBACK-FILE.
       01  CHARGEBACK-RECORD.
           05 CB-CASE-ID        PIC X(10).
           05 FILLER            PIC X(1).
           05 CB-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 CB-AMOUNT         PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 CB-DATE           PIC 9(8).
       FD LOCK-FILE.
       01 LOCK-RECORD.
           05 LK-STATE   PIC X(8).
       01  WS-CASES-STATUS      PIC XX.
       01  WS-RESOLUTIONS-STATUS PIC XX.
       01  WS-JOURNAL-STATUS    PIC XX.
       01  WS-CHARGEBACK-PATH   PIC X(200).
       01  WS-CHARGEBACK-STATUS PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-MODE              PIC X(8).
       01  WS-TODAY             PIC 9(8).
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
           END-IF.

       WRITE-DISPUTE-JOURNAL-C.
           PERFORM LOAD-JOURNAL-CHAIN
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00" AND
                   WS-JOURNAL-STATUS NOT = "05"
               DELIMITED BY SIZE
               INTO J-TXT
           PERFORM BUILD-JOURNAL-EXTENSION
           PERFORM CHAIN-JOURNAL-LINE
           WRITE J-REC
           CLOSE JOURNAL-FILE.

                       END-IF
                       MOVE 'C' TO CS-STATUS-TBL(WS-CS-INDEX)
                       ADD 1 TO WS-RESOLVED-COUNT
                       PERFORM WRITE-CHARGEBACK-RECORD
                       DISPLAY "CASE UPHELD " RS-CASE-ID
                   WHEN "DENY  "
                       IF CS-STATUS-TBL(WS-CS-INDEX) = 'P'
           END-PERFORM.

       WRITE-UPHELD-JOURNAL.
           PERFORM LOAD-JOURNAL-CHAIN
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00" AND
                   WS-JOURNAL-STATUS NOT = "05"
               DELIMITED BY SIZE
               INTO J-TXT
           PERFORM BUILD-JOURNAL-EXTENSION
           PERFORM CHAIN-JOURNAL-LINE
           WRITE J-REC
           CLOSE JOURNAL-FILE.

       WRITE-CHARGEBACK-RECORD.
           MOVE SPACES TO WS-CHARGEBACK-PATH
           ACCEPT WS-CHARGEBACK-PATH FROM ENVIRONMENT "CHARGEBACKS_PATH"
           IF WS-CHARGEBACK-PATH = SPACES
               MOVE "accounts/CHARGEBACKS.DAT" TO WS-CHARGEBACK-PATH
           END-IF
           MOVE SPACES TO CHARGEBACK-RECORD
           MOVE CS-ID-TBL(WS-CS-INDEX) TO CB-CASE-ID
           MOVE CS-ACCOUNT-TBL(WS-CS-INDEX) TO CB-ACCOUNT
           MOVE CS-AMOUNT-TBL(WS-CS-INDEX) TO CB-AMOUNT
           MOVE WS-TODAY TO CB-DATE
           OPEN EXTEND CHARGEBACK-FILE
           IF WS-CHARGEBACK-STATUS NOT = "00" AND
                   WS-CHARGEBACK-STATUS NOT = "05"
               CLOSE CHARGEBACK-FILE
               OPEN OUTPUT CHARGEBACK-FILE
           END-IF
           WRITE CHARGEBACK-RECORD
           CLOSE CHARGEBACK-FILE.

       CLAW-BACK-PROVISIONAL.
           MOVE 1 TO WS-AC-INDEX
           PERFORM UNTIL WS-AC-INDEX > WS-AC-COUNT
           END-PERFORM.

       WRITE-CLAWBACK-JOURNAL.
           PERFORM LOAD-JOURNAL-CHAIN
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00" AND
                   WS-JOURNAL-STATUS NOT = "05"
               DELIMITED BY SIZE
               INTO J-TXT
           PERFORM BUILD-JOURNAL-EXTENSION
           PERFORM CHAIN-JOURNAL-LINE
           WRITE J-REC
           CLOSE JOURNAL-FILE.

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
