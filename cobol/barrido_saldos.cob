               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JSEAL-FILE
               ASSIGN TO DYNAMIC WS-JSEAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JSEAL-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO DYNAMIC WS-BUSDATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
       01  TH-LINE              PIC X(96).
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
       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05 BD-DATE           PIC 9(8).
           05 WS-HDR-TOTAL   PIC 9(7)V99.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-HDR-COUNT   PIC 9(7).
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
           END-PERFORM.

       WRITE-SWEEP-JOURNAL.
           PERFORM LOAD-JOURNAL-CHAIN
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00" AND
                   WS-JOURNAL-STATUS NOT = "05"
               " " WS-TODAY
               DELIMITED BY SIZE
               INTO J-TXT
           PERFORM CHAIN-JOURNAL-LINE
           WRITE J-REC
           CLOSE JOURNAL-FILE.

               END-PERFORM
               CLOSE TRANSHDR-FILE
           END-IF.

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
