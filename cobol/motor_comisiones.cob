               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JSEAL-FILE
               ASSIGN TO DYNAMIC WS-JSEAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JSEAL-STATUS.
           SELECT DETAIL-FILE
               ASSIGN TO DYNAMIC WS-DETAIL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
           05 FS-PER-ITEM       PIC 9(3)V99.
           05 FILLER            PIC X(1).
           05 FS-MIN-WAIVE      PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 FS-EFF-DATE       PIC X(8).
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
       FD  DETAIL-FILE.
       01  DETAIL-LINE          PIC X(100).
       FD  PRODUCT-FILE.
       01  WS-ACC-INDEX         PIC 9(6) VALUE 1.
       01  WS-ACC-COUNT         PIC 9(6) VALUE 0.
       01  SCHEDULE-TABLE.
           05 SCHEDULE-ENTRY OCCURS 50 TIMES.
               10 FS-TYPE-TBL      PIC X(1).
               10 FS-MONTHLY-TBL   PIC 9(5)V99.
               10 FS-PER-ITEM-TBL  PIC 9(3)V99.
               10 FS-MIN-WAIVE-TBL PIC 9(7)V99.
               10 FS-EFF-DATE-TBL  PIC 9(8).
       01  WS-SCHED-INDEX       PIC 9(2) VALUE 1.
       01  WS-SCHED-COUNT       PIC 9(2) VALUE 0.
       01  WS-SCHED-PICKED      PIC 9(2) VALUE 0.
       01  WS-SCHED-EFF         PIC 9(8) VALUE 0.
       01  WS-MONTHLY-FEE       PIC 9(5)V99.
       01  WS-ITEM-FEE          PIC 9(5)V99.
       01  WS-TOTAL-FEE         PIC 9(7)V99.
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
               DISPLAY "NO FEE SCHEDULE FILE - NOTHING TO ASSESS"
               STOP RUN
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM UNTIL WS-EOF = 'Y' OR WS-SCHED-COUNT >= 50
               MOVE SPACES TO SCHEDULE-RECORD
               READ SCHEDULE-FILE INTO SCHEDULE-RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-EFF-DATE NOT NUMERIC
                       MOVE ZEROS TO FS-EFF-DATE
                   END-IF
                   IF FS-MONTHLY NUMERIC AND FS-PER-ITEM NUMERIC
                           AND FS-MIN-WAIVE NUMERIC
                           AND FS-EFF-DATE <= WS-TODAY
                       ADD 1 TO WS-SCHED-COUNT
                       MOVE FS-EFF-DATE
                           TO FS-EFF-DATE-TBL(WS-SCHED-COUNT)
                       MOVE FS-TYPE TO FS-TYPE-TBL(WS-SCHED-COUNT)
                       MOVE FS-MONTHLY
                           TO FS-MONTHLY-TBL(WS-SCHED-COUNT)
               ADD 1 TO WS-PD-INDEX
           END-PERFORM
           MOVE 0 TO WS-OVER-SCHED
           MOVE 0 TO WS-SCHED-EFF
           MOVE 1 TO WS-SCHED-INDEX
           PERFORM UNTIL WS-SCHED-INDEX > WS-SCHED-COUNT
               IF FS-TYPE-TBL(WS-SCHED-INDEX) = 'S'
                   IF WS-OVER-SCHED = 0 OR
                           FS-EFF-DATE-TBL(WS-SCHED-INDEX)
                               > WS-SCHED-EFF
                       MOVE WS-SCHED-INDEX TO WS-OVER-SCHED
                       MOVE FS-EFF-DATE-TBL(WS-SCHED-INDEX)
                           TO WS-SCHED-EFF
                   END-IF
               END-IF
               ADD 1 TO WS-SCHED-INDEX
           END-PERFORM

       ASSESS-ONE-ACCOUNT.
           MOVE 0 TO WS-SCHED-PICKED
           MOVE 0 TO WS-SCHED-EFF
           MOVE 1 TO WS-SCHED-INDEX
           PERFORM UNTIL WS-SCHED-INDEX > WS-SCHED-COUNT
               IF FS-TYPE-TBL(WS-SCHED-INDEX)
                       = AC-TYPE-TBL(WS-ACC-INDEX)
                   IF WS-SCHED-PICKED = 0 OR
                           FS-EFF-DATE-TBL(WS-SCHED-INDEX)
                               > WS-SCHED-EFF
                       MOVE WS-SCHED-INDEX TO WS-SCHED-PICKED
                       MOVE FS-EFF-DATE-TBL(WS-SCHED-INDEX)
                           TO WS-SCHED-EFF
                   END-IF
               END-IF
               ADD 1 TO WS-SCHED-INDEX
           END-PERFORM
           END-IF.

       WRITE-FEE-JOURNAL.
           PERFORM LOAD-JOURNAL-CHAIN
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00" AND
                   WS-JOURNAL-STATUS NOT = "05"
               INTO J-TXT
           MOVE AC-SALDO-TBL(WS-ACC-INDEX) TO WS-JRN-BALANCE
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
