               ASSIGN TO DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-J-STAT.
           SELECT JSEAL-FILE
               ASSIGN TO DYNAMIC WS-JSEAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JSEAL-STATUS.

       DATA DIVISION.


       FD JOURNAL-FILE.
       01 JR-REC.
           05 JR-TXT PIC X(136).

       FD JSEAL-FILE.
       01 JSEAL-RECORD.
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

       WORKING-STORAGE SECTION.

       01 WS-J-STAT PIC XX.
       01 WS-TRANS-PATH   PIC X(200).
       01 WS-JOURNAL-PATH PIC X(200).
       01 WS-JSEAL-PATH       PIC X(200).
       01 WS-JSEAL-STATUS     PIC XX.
       01 WS-CHAIN-LOADED     PIC X VALUE 'N'.
       01 WS-CHAIN-EOF        PIC X VALUE 'N'.
       01 WS-CHAIN-SEQ        PIC 9(7) VALUE 0.
       01 WS-CHAIN-HASH       PIC 9(9) VALUE 0.
       01 WS-CHAIN-POS        PIC 9(3).
       01 WS-CHAIN-ACC        PIC 9(12).
       01 WS-CHAIN-SAVE       PIC X(136).

       PROCEDURE DIVISION.

               MOVE "accounts/JOURNAL.LOG" TO WS-JOURNAL-PATH
           END-IF

           PERFORM LOAD-JOURNAL-CHAIN
           OPEN OUTPUT JOURNAL-FILE
           IF WS-J-STAT NOT = "00"
               DISPLAY "ERROR JOURNAL OPEN: " WS-J-STAT
           CLOSE JOURNAL-FILE

           OPEN INPUT TRANS-FILE
           PERFORM LOAD-JOURNAL-CHAIN
           OPEN OUTPUT JOURNAL-FILE

           READ TRANS-FILE
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE "OK " TO JR-TXT
                       PERFORM CHAIN-JOURNAL-LINE
                       WRITE JR-REC
               END-READ

           CLOSE JOURNAL-FILE

           STOP RUN.

       LOAD-JOURNAL-CHAIN.
           IF WS-CHAIN-LOADED = 'N'
               MOVE 'Y' TO WS-CHAIN-LOADED
               MOVE JR-TXT TO WS-CHAIN-SAVE
               MOVE 0 TO WS-CHAIN-SEQ
               MOVE 0 TO WS-CHAIN-HASH
               MOVE 'N' TO WS-CHAIN-EOF
               OPEN INPUT JOURNAL-FILE
               IF WS-J-STAT = "00"
                   PERFORM UNTIL WS-CHAIN-EOF = 'Y'
                       READ JOURNAL-FILE
                       AT END MOVE 'Y' TO WS-CHAIN-EOF
                       NOT AT END
                           IF JR-TXT(121:7) NUMERIC
                                   AND JR-TXT(128:9) NUMERIC
                               MOVE JR-TXT(121:7) TO WS-CHAIN-SEQ
                               MOVE JR-TXT(128:9) TO WS-CHAIN-HASH
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE JOURNAL-FILE
               END-IF
               IF WS-CHAIN-SEQ = 0
                   PERFORM LOAD-JOURNAL-SEAL
               END-IF
               MOVE WS-CHAIN-SAVE TO JR-TXT
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
           MOVE WS-CHAIN-SEQ TO JR-TXT(121:7)
           MOVE WS-CHAIN-HASH TO WS-CHAIN-ACC
           PERFORM VARYING WS-CHAIN-POS FROM 1 BY 1
                   UNTIL WS-CHAIN-POS > 127
               COMPUTE WS-CHAIN-ACC = FUNCTION MOD(
                   WS-CHAIN-ACC * 257
                   + FUNCTION ORD(JR-TXT(WS-CHAIN-POS:1)), 999999937)
           END-PERFORM
           MOVE WS-CHAIN-ACC TO WS-CHAIN-HASH
           MOVE WS-CHAIN-HASH TO JR-TXT(128:9).
