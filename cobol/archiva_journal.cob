               ASSIGN TO DYNAMIC WS-ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT JSEAL-FILE
               ASSIGN TO DYNAMIC WS-JSEAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JSEAL-STATUS.

       DATA DIVISION.


       FD JOURNAL-FILE.
       01 J-REC.
           05 J-TXT PIC X(136).

       FD ARCHIVE-FILE.
       01 ARC-REC.
           05 ARC-TXT PIC X(136).

       FD ARCHLIST-FILE.
       01 ARCHLIST-RECORD.
           05 AL-PATH PIC X(200).

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

       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-DATE           PIC 9(8).
       01 WS-EOF            PIC X VALUE 'N'.
       01 WS-LINE-COUNT     PIC 9(7) VALUE 0.
       01 WS-JSEAL-PATH     PIC X(200).
       01 WS-JSEAL-STATUS   PIC XX.
       01 WS-CHAIN-SEQ      PIC 9(7) VALUE 0.
       01 WS-CHAIN-HASH     PIC 9(9) VALUE 0.
       01 WS-OP-CLOCK       PIC 9(8).

       PROCEDURE DIVISION.

           END-IF

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ARCHIVE-PATH
           STRING "accounts/JOURNAL.LOG." WS-DATE
               DELIMITED BY SIZE
               INTO WS-ARCHIVE-PATH
                       MOVE J-TXT TO ARC-TXT
                       WRITE ARC-REC
                       ADD 1 TO WS-LINE-COUNT
                       IF J-TXT(121:7) NUMERIC
                               AND J-TXT(128:9) NUMERIC
                           MOVE J-TXT(121:7) TO WS-CHAIN-SEQ
                           MOVE J-TXT(128:9) TO WS-CHAIN-HASH
                       END-IF
               END-READ
           END-PERFORM

           CLOSE JOURNAL-FILE

           PERFORM RECORD-ARCHIVE-IN-LIST
           IF WS-CHAIN-SEQ > 0
               PERFORM SEAL-ARCHIVED-CHAIN
           END-IF

           DISPLAY "ARCHIVED " WS-LINE-COUNT " ENTRIES TO "
               WS-ARCHIVE-PATH
           MOVE WS-ARCHIVE-PATH TO AL-PATH
           WRITE ARCHLIST-RECORD
           CLOSE ARCHLIST-FILE.

       SEAL-ARCHIVED-CHAIN.

           MOVE SPACES TO WS-JSEAL-PATH
           ACCEPT WS-JSEAL-PATH FROM ENVIRONMENT "JOURNAL_SEAL_PATH"
           IF WS-JSEAL-PATH = SPACES
               MOVE "accounts/JOURNAL_SEAL.DAT" TO WS-JSEAL-PATH
           END-IF
           OPEN EXTEND JSEAL-FILE
           IF WS-JSEAL-STATUS NOT = "00" AND
                   WS-JSEAL-STATUS NOT = "05"
               CLOSE JSEAL-FILE
               OPEN OUTPUT JSEAL-FILE
           END-IF
           MOVE SPACES TO JSEAL-RECORD
           MOVE "ARCHIVE" TO JS-TYPE
           MOVE WS-DATE TO JS-DATE
           MOVE WS-CHAIN-SEQ TO JS-SEQ
           MOVE WS-CHAIN-HASH TO JS-HASH
           MOVE WS-LINE-COUNT TO JS-LINES
           ACCEPT WS-OP-CLOCK FROM TIME
           STRING WS-DATE WS-OP-CLOCK(1:6)
               DELIMITED BY SIZE
               INTO JS-STAMP
           MOVE WS-ARCHIVE-PATH TO JS-SOURCE
           WRITE JSEAL-RECORD
           CLOSE JSEAL-FILE.
