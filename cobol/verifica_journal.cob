       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-JOURNAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-WALK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT ARCHLIST-FILE
               ASSIGN TO DYNAMIC WS-ARCHLIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCHLIST-STATUS.
           SELECT JSEAL-FILE
               ASSIGN TO DYNAMIC WS-JSEAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JSEAL-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO DYNAMIC WS-BUSDATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CHAINSTAT-FILE
               ASSIGN TO DYNAMIC WS-CHAINSTAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHAINSTAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  J-REC.
           05 J-TXT             PIC X(136).
       FD  ARCHLIST-FILE.
       01  ARCHLIST-RECORD.
           05 AL-PATH           PIC X(200).
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
           05 FILLER            PIC X(1).
           05 BD-LAST-RUN       PIC 9(8).
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(110).
       FD  CHAINSTAT-FILE.
       01  CHAINSTAT-RECORD.
           05 CS-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 CS-RESULT         PIC X(4).
           05 FILLER            PIC X(1).
           05 CS-SEQ            PIC 9(7).
           05 FILLER            PIC X(1).
           05 CS-DETAIL         PIC X(40).
       WORKING-STORAGE SECTION.
       01  WS-LIVE-PATH         PIC X(200).
       01  WS-WALK-PATH         PIC X(200).
       01  WS-ARCHLIST-PATH     PIC X(200).
       01  WS-JSEAL-PATH        PIC X(200).
       01  WS-BUSDATE-PATH      PIC X(200).
       01  WS-REPORT-PATH       PIC X(200).
       01  WS-CHAINSTAT-PATH    PIC X(200).
       01  WS-JOURNAL-STATUS    PIC XX.
       01  WS-ARCHLIST-STATUS   PIC XX.
       01  WS-JSEAL-STATUS      PIC XX.
       01  WS-BUSDATE-STATUS    PIC XX.
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-CHAINSTAT-STATUS  PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-WALK-EOF          PIC X VALUE 'N'.
       01  WS-WALK-LIVE         PIC X VALUE 'N'.
       01  WS-BUSINESS-DATE     PIC 9(8).
       01  WS-OP-CLOCK          PIC 9(8).
       01  SEAL-TABLE.
           05 SEAL-ENTRY OCCURS 5000 TIMES.
               10 SL-TYPE-TBL     PIC X(7).
               10 SL-SEQ-TBL      PIC 9(7).
               10 SL-HASH-TBL     PIC 9(9).
       01  WS-SL-COUNT          PIC 9(4) VALUE 0.
       01  WS-SL-INDEX          PIC 9(4) VALUE 0.
       01  WS-SEAL-MAX          PIC 9(7) VALUE 0.
       01  WS-SEAL-LAST-SEQ     PIC 9(7) VALUE 0.
       01  WS-SEAL-LAST-HASH    PIC 9(9) VALUE 0.
       01  WS-CHAINED           PIC X VALUE 'N'.
       01  WS-BROKEN            PIC X VALUE 'N'.
       01  WS-CHAIN-SEQ         PIC 9(7) VALUE 0.
       01  WS-CHAIN-HASH        PIC 9(9) VALUE 0.
       01  WS-CHAIN-POS         PIC 9(3).
       01  WS-CHAIN-ACC         PIC 9(12).
       01  WS-LINE-SEQ          PIC 9(7).
       01  WS-LINE-HASH         PIC 9(9).
       01  WS-FILE-LINES        PIC 9(7) VALUE 0.
       01  WS-FILE-LEGACY       PIC 9(7) VALUE 0.
       01  WS-FILE-FIRST        PIC 9(7) VALUE 0.
       01  WS-FILE-LAST         PIC 9(7) VALUE 0.
       01  WS-FILES-WALKED      PIC 9(4) VALUE 0.
       01  WS-TOTAL-LINES       PIC 9(9) VALUE 0.
       01  WS-TOTAL-CHAINED     PIC 9(9) VALUE 0.
       01  WS-LIVE-LINES        PIC 9(7) VALUE 0.
       01  WS-BRK-REASON        PIC X(30) VALUE SPACES.
       01  WS-BRK-SEQ           PIC 9(7) VALUE 0.
       01  WS-BRK-LINE          PIC 9(7) VALUE 0.
       01  WS-BRK-SOURCE        PIC X(200) VALUE SPACES.
       01  WS-CS-RESULT         PIC X(4).
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-LIVE-PATH
           ACCEPT WS-LIVE-PATH FROM ENVIRONMENT "JOURNAL_PATH"
           IF WS-LIVE-PATH = SPACES
               MOVE "accounts/JOURNAL.LOG" TO WS-LIVE-PATH
           END-IF
           MOVE SPACES TO WS-ARCHLIST-PATH
           ACCEPT WS-ARCHLIST-PATH FROM ENVIRONMENT "ARCHIVE_LIST_PATH"
           IF WS-ARCHLIST-PATH = SPACES
               MOVE "accounts/ARCHIVE_LIST.DAT" TO WS-ARCHLIST-PATH
           END-IF
           MOVE SPACES TO WS-JSEAL-PATH
           ACCEPT WS-JSEAL-PATH FROM ENVIRONMENT "JOURNAL_SEAL_PATH"
           IF WS-JSEAL-PATH = SPACES
               MOVE "accounts/JOURNAL_SEAL.DAT" TO WS-JSEAL-PATH
           END-IF
           MOVE SPACES TO WS-BUSDATE-PATH
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_PATH"
           IF WS-BUSDATE-PATH = SPACES
               MOVE "accounts/BUSINESS_DATE.DAT" TO WS-BUSDATE-PATH
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           ACCEPT WS-REPORT-PATH
               FROM ENVIRONMENT "JOURNAL_CHAIN_RPT_PATH"
           IF WS-REPORT-PATH = SPACES
               MOVE "accounts/JOURNAL_CHAIN.RPT" TO WS-REPORT-PATH
           END-IF
           MOVE SPACES TO WS-CHAINSTAT-PATH
           ACCEPT WS-CHAINSTAT-PATH
               FROM ENVIRONMENT "JOURNAL_CHAIN_STATUS_PATH"
           IF WS-CHAINSTAT-PATH = SPACES
               MOVE "accounts/JOURNAL_CHAIN_STATUS.DAT"
                   TO WS-CHAINSTAT-PATH
           END-IF
           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-SEALS
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CHAIN REPORT " WS-REPORT-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "JOURNAL CHAIN VERIFICATION FOR " WS-BUSINESS-DATE
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "SOURCE                                   "
                   "  LINES   LEGACY FIRST-SEQ  LAST-SEQ"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WALK-ARCHIVES
           IF WS-BROKEN = 'N'
               MOVE WS-LIVE-PATH TO WS-WALK-PATH
               MOVE 'Y' TO WS-WALK-LIVE
               PERFORM WALK-ONE-JOURNAL
               MOVE WS-FILE-LINES TO WS-LIVE-LINES
           END-IF
           IF WS-BROKEN = 'N' AND WS-CHAIN-SEQ < WS-SEAL-MAX
               MOVE "JOURNAL TRUNCATED BELOW SEAL" TO WS-BRK-REASON
               MOVE WS-SEAL-MAX TO WS-BRK-SEQ
               MOVE 0 TO WS-BRK-LINE
               MOVE WS-LIVE-PATH TO WS-BRK-SOURCE
               MOVE 'Y' TO WS-BROKEN
           END-IF
           PERFORM WRITE-VERDICT
           CLOSE REPORT-FILE
           PERFORM WRITE-CHAIN-STATUS
           IF WS-BROKEN = 'Y'
               DISPLAY "*** JOURNAL CHAIN BROKEN - " WS-BRK-REASON
                   " AT SEQ " WS-BRK-SEQ " ***"
               MOVE 1 TO RETURN-CODE
           ELSE
               IF WS-CHAIN-SEQ > 0
                   PERFORM WRITE-DAILY-SEAL
               END-IF
               DISPLAY "JOURNAL CHAIN OK THROUGH SEQ " WS-CHAIN-SEQ
                   " LINES " WS-TOTAL-LINES
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSDATE-FILE
                   AT END
                       ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
                   NOT AT END
                       IF BD-DATE NUMERIC
                           MOVE BD-DATE TO WS-BUSINESS-DATE
                       ELSE
                           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           ELSE
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

       LOAD-SEALS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT JSEAL-FILE
           IF WS-JSEAL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ JSEAL-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF JS-SEQ NUMERIC AND JS-HASH NUMERIC
                           IF WS-SL-COUNT < 5000
                               ADD 1 TO WS-SL-COUNT
                               MOVE JS-TYPE TO SL-TYPE-TBL(WS-SL-COUNT)
                               MOVE JS-SEQ TO SL-SEQ-TBL(WS-SL-COUNT)
                               MOVE JS-HASH TO SL-HASH-TBL(WS-SL-COUNT)
                           END-IF
                           IF JS-SEQ > WS-SEAL-MAX
                               MOVE JS-SEQ TO WS-SEAL-MAX
                           END-IF
                           MOVE JS-SEQ TO WS-SEAL-LAST-SEQ
                           MOVE JS-HASH TO WS-SEAL-LAST-HASH
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE JSEAL-FILE
           END-IF.

       WALK-ARCHIVES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARCHLIST-FILE
           IF WS-ARCHLIST-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-BROKEN = 'Y'
                   READ ARCHLIST-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AL-PATH NOT = SPACES
                           MOVE AL-PATH TO WS-WALK-PATH
                           MOVE 'N' TO WS-WALK-LIVE
                           PERFORM WALK-ONE-JOURNAL
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHLIST-FILE
           END-IF.

       WALK-ONE-JOURNAL.
           MOVE 0 TO WS-FILE-LINES
           MOVE 0 TO WS-FILE-LEGACY
           MOVE 0 TO WS-FILE-FIRST
           MOVE 0 TO WS-FILE-LAST
           MOVE 'N' TO WS-WALK-EOF
           ADD 1 TO WS-FILES-WALKED
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               IF WS-WALK-LIVE = 'N'
                   MOVE "ARCHIVE MISSING" TO WS-BRK-REASON
                   MOVE WS-CHAIN-SEQ TO WS-BRK-SEQ
                   PERFORM RECORD-BREAK
               END-IF
           ELSE
               PERFORM UNTIL WS-WALK-EOF = 'Y' OR WS-BROKEN = 'Y'
                   READ JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-WALK-EOF
                   NOT AT END
                       ADD 1 TO WS-FILE-LINES
                       ADD 1 TO WS-TOTAL-LINES
                       PERFORM CHECK-JOURNAL-LINE
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-WALK-PATH(1:40) " " WS-FILE-LINES " "
                   WS-FILE-LEGACY "   " WS-FILE-FIRST "   "
                   WS-FILE-LAST
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       CHECK-JOURNAL-LINE.
           IF J-TXT(121:7) NUMERIC AND J-TXT(128:9) NUMERIC
               MOVE J-TXT(121:7) TO WS-LINE-SEQ
               MOVE J-TXT(128:9) TO WS-LINE-HASH
               IF WS-CHAINED = 'N'
                   PERFORM START-CHAIN
               END-IF
               IF WS-LINE-SEQ NOT = WS-CHAIN-SEQ + 1
                   IF WS-LINE-SEQ > WS-CHAIN-SEQ
                       MOVE "MISSING SEQUENCE" TO WS-BRK-REASON
                   ELSE
                       MOVE "OUT OF ORDER SEQUENCE" TO WS-BRK-REASON
                   END-IF
                   MOVE WS-LINE-SEQ TO WS-BRK-SEQ
                   PERFORM RECORD-BREAK
               ELSE
                   PERFORM HASH-JOURNAL-LINE
                   IF WS-CHAIN-ACC NOT = WS-LINE-HASH
                       MOVE "HASH MISMATCH" TO WS-BRK-REASON
                       MOVE WS-LINE-SEQ TO WS-BRK-SEQ
                       PERFORM RECORD-BREAK
                   ELSE
                       MOVE WS-LINE-SEQ TO WS-CHAIN-SEQ
                       MOVE WS-LINE-HASH TO WS-CHAIN-HASH
                       ADD 1 TO WS-TOTAL-CHAINED
                       IF WS-FILE-FIRST = 0
                           MOVE WS-LINE-SEQ TO WS-FILE-FIRST
                       END-IF
                       MOVE WS-LINE-SEQ TO WS-FILE-LAST
                       PERFORM CHECK-AGAINST-SEALS
                   END-IF
               END-IF
           ELSE
               IF J-TXT NOT = SPACES
                   IF WS-CHAINED = 'Y'
                       MOVE "UNCHAINED LINE IN CHAIN" TO WS-BRK-REASON
                       COMPUTE WS-BRK-SEQ = WS-CHAIN-SEQ + 1
                       PERFORM RECORD-BREAK
                   ELSE
                       ADD 1 TO WS-FILE-LEGACY
                   END-IF
               END-IF
           END-IF.

       START-CHAIN.
           MOVE 'Y' TO WS-CHAINED
           MOVE 0 TO WS-CHAIN-SEQ
           MOVE 0 TO WS-CHAIN-HASH
           IF WS-LINE-SEQ > 1
               PERFORM VARYING WS-SL-INDEX FROM 1 BY 1
                       UNTIL WS-SL-INDEX > WS-SL-COUNT
                   IF SL-SEQ-TBL(WS-SL-INDEX) + 1 = WS-LINE-SEQ
                           AND SL-TYPE-TBL(WS-SL-INDEX) = "ARCHIVE"
                       MOVE SL-SEQ-TBL(WS-SL-INDEX) TO WS-CHAIN-SEQ
                       MOVE SL-HASH-TBL(WS-SL-INDEX) TO WS-CHAIN-HASH
                   END-IF
               END-PERFORM
           END-IF.

       HASH-JOURNAL-LINE.
           MOVE WS-CHAIN-HASH TO WS-CHAIN-ACC
           PERFORM VARYING WS-CHAIN-POS FROM 1 BY 1
                   UNTIL WS-CHAIN-POS > 127
               COMPUTE WS-CHAIN-ACC = FUNCTION MOD(
                   WS-CHAIN-ACC * 257
                   + FUNCTION ORD(J-TXT(WS-CHAIN-POS:1)), 999999937)
           END-PERFORM.

       CHECK-AGAINST-SEALS.
           PERFORM VARYING WS-SL-INDEX FROM 1 BY 1
                   UNTIL WS-SL-INDEX > WS-SL-COUNT
                   OR WS-BROKEN = 'Y'
               IF SL-SEQ-TBL(WS-SL-INDEX) = WS-CHAIN-SEQ
                       AND SL-HASH-TBL(WS-SL-INDEX) NOT = WS-CHAIN-HASH
                   MOVE "SEAL MISMATCH" TO WS-BRK-REASON
                   MOVE WS-CHAIN-SEQ TO WS-BRK-SEQ
                   PERFORM RECORD-BREAK
               END-IF
           END-PERFORM.

       RECORD-BREAK.
           MOVE 'Y' TO WS-BROKEN
           MOVE WS-FILE-LINES TO WS-BRK-LINE
           MOVE WS-WALK-PATH TO WS-BRK-SOURCE.

       WRITE-VERDICT.
           MOVE SPACES TO REPORT-LINE
           STRING "SEALS " WS-SL-COUNT " HIGHEST SEALED SEQ "
                   WS-SEAL-MAX " FILES " WS-FILES-WALKED
                   " CHAINED LINES " WS-TOTAL-CHAINED
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-BROKEN = 'Y'
               STRING "RESULT FAIL " WS-BRK-REASON
                       " AT SEQ " WS-BRK-SEQ
                       " LINE " WS-BRK-LINE
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "FIRST BREAK IN " DELIMITED BY SIZE
                       WS-BRK-SOURCE DELIMITED BY SPACE
                   INTO REPORT-LINE
           ELSE
               STRING "RESULT OK   CHAIN INTACT THROUGH SEQ "
                       WS-CHAIN-SEQ " HASH " WS-CHAIN-HASH
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       WRITE-CHAIN-STATUS.
           IF WS-BROKEN = 'Y'
               MOVE "FAIL" TO WS-CS-RESULT
           ELSE
               MOVE "OK  " TO WS-CS-RESULT
           END-IF
           OPEN OUTPUT CHAINSTAT-FILE
           MOVE SPACES TO CHAINSTAT-RECORD
           MOVE WS-BUSINESS-DATE TO CS-DATE
           MOVE WS-CS-RESULT TO CS-RESULT
           IF WS-BROKEN = 'Y'
               MOVE WS-BRK-SEQ TO CS-SEQ
               MOVE WS-BRK-REASON TO CS-DETAIL
           ELSE
               MOVE WS-CHAIN-SEQ TO CS-SEQ
               MOVE "CHAIN INTACT" TO CS-DETAIL
           END-IF
           WRITE CHAINSTAT-RECORD
           CLOSE CHAINSTAT-FILE.

       WRITE-DAILY-SEAL.
           IF WS-CHAIN-SEQ NOT = WS-SEAL-LAST-SEQ
                   OR WS-CHAIN-HASH NOT = WS-SEAL-LAST-HASH
               OPEN EXTEND JSEAL-FILE
               IF WS-JSEAL-STATUS NOT = "00" AND
                       WS-JSEAL-STATUS NOT = "05"
                   CLOSE JSEAL-FILE
                   OPEN OUTPUT JSEAL-FILE
               END-IF
               MOVE SPACES TO JSEAL-RECORD
               MOVE "DAILY" TO JS-TYPE
               MOVE WS-BUSINESS-DATE TO JS-DATE
               MOVE WS-CHAIN-SEQ TO JS-SEQ
               MOVE WS-CHAIN-HASH TO JS-HASH
               MOVE WS-LIVE-LINES TO JS-LINES
               ACCEPT WS-OP-CLOCK FROM TIME
               STRING WS-BUSINESS-DATE WS-OP-CLOCK(1:6)
                   DELIMITED BY SIZE
                   INTO JS-STAMP
               MOVE WS-LIVE-PATH TO JS-SOURCE
               WRITE JSEAL-RECORD
               CLOSE JSEAL-FILE
           END-IF.
