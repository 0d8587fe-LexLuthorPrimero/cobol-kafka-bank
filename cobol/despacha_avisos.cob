           05 DS-ATTEMPTS       PIC 9(1).
           05 FILLER            PIC X(1).
           05 DS-STATUS         PIC X(1).
           05 FILLER            PIC X(1).
           05 DS-DETAIL         PIC X(80).
       FD  RETURNS-FILE.
       01  RETURNS-RECORD.
           05 RT-ID             PIC 9(7).
           05 FILLER            PIC X(1).
           05 RT-RESULT         PIC X(4).
       FD  CHANNEL-FILE.
       01  CHANNEL-LINE         PIC X(200).
       FD  CURSOR-FILE.
       01  CUR-REC.
           05 CUR-LINE          PIC 9(9).
               10 DS-CHANNEL-TBL  PIC X(5).
               10 DS-ATTEMPTS-TBL PIC 9(1).
               10 DS-STATUS-TBL   PIC X(1).
               10 DS-DETAIL-TBL   PIC X(80).
       01  WS-DS-INDEX          PIC 9(5) VALUE 1.
       01  WS-DS-COUNT          PIC 9(5) VALUE 0.
       01  WS-NEXT-ID           PIC 9(7) VALUE 0.
       01  WS-ALERT-ACCT        PIC X(5).
       01  WS-ALERT-CHANNEL     PIC X(5).
       01  WS-TEMPLATE-TEXT     PIC X(60).
       01  WS-ALERT-DETAIL      PIC X(80).
       01  WS-ALERT-TEXT        PIC X(100).
       01  WS-TOK-PTR           PIC 9(3).
       01  WS-TAIL              PIC 9(3).
       01  WS-MAX-ATTEMPTS      PIC 9(1) VALUE 3.
       01  WS-QUEUED-COUNT      PIC 9(5) VALUE 0.
           OPEN INPUT STATE-FILE
           IF WS-STATE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-DS-COUNT >= 50000
                   MOVE SPACES TO STATE-RECORD
                   READ STATE-FILE INTO STATE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DS-ID NUMERIC
                           ADD 1 TO WS-DS-COUNT
                           MOVE DS-DETAIL
                               TO DS-DETAIL-TBL(WS-DS-COUNT)
                           MOVE DS-ID TO DS-ID-TBL(WS-DS-COUNT)
                           MOVE DS-TYPE TO DS-TYPE-TBL(WS-DS-COUNT)
                           MOVE DS-ACCT TO DS-ACCT-TBL(WS-DS-COUNT)
           MOVE DS-TYPE-TBL(WS-DS-INDEX) TO WS-ALERT-TYPE
           MOVE DS-ACCT-TBL(WS-DS-INDEX) TO WS-ALERT-ACCT
           MOVE DS-CHANNEL-TBL(WS-DS-INDEX) TO WS-ALERT-CHANNEL
           MOVE DS-DETAIL-TBL(WS-DS-INDEX) TO WS-ALERT-DETAIL
           PERFORM FIND-TEMPLATE-TEXT
           PERFORM WRITE-CHANNEL-LINE-FOR-ID.


       DISPATCH-ONE-ALERT.
           MOVE SPACES TO WS-TOK1 WS-TOK2 WS-TOK3
           MOVE NOTIFY-LINE TO WS-ALERT-TEXT
           MOVE 1 TO WS-TOK-PTR
           UNSTRING NOTIFY-LINE DELIMITED BY ALL SPACE
               INTO WS-TOK1 WS-TOK2 WS-TOK3
               WITH POINTER WS-TOK-PTR
           MOVE WS-TOK2 TO WS-ALERT-TYPE
           MOVE WS-TOK3(1:5) TO WS-ALERT-ACCT
           MOVE "PRINT" TO WS-ALERT-CHANNEL
           PERFORM UNTIL WS-TAIL < 14
               IF NOTIFY-LINE(WS-TAIL:13) = "CHANNEL EMAIL"
                   MOVE "EMAIL" TO WS-ALERT-CHANNEL
                   MOVE SPACES TO WS-ALERT-TEXT(WS-TAIL:13)
                   MOVE 13 TO WS-TAIL
               END-IF
               SUBTRACT 1 FROM WS-TAIL
           END-PERFORM
           MOVE SPACES TO WS-ALERT-DETAIL
           IF WS-TOK-PTR <= 100
               MOVE WS-ALERT-TEXT(WS-TOK-PTR:) TO WS-ALERT-DETAIL
           END-IF
           PERFORM FIND-TEMPLATE-TEXT
           IF WS-DS-COUNT >= 50000
               DISPLAY "DISPATCH STATE TABLE FULL"
               MOVE WS-ALERT-TYPE TO DS-TYPE-TBL(WS-DS-INDEX)
               MOVE WS-ALERT-ACCT TO DS-ACCT-TBL(WS-DS-INDEX)
               MOVE WS-ALERT-CHANNEL TO DS-CHANNEL-TBL(WS-DS-INDEX)
               MOVE WS-ALERT-DETAIL TO DS-DETAIL-TBL(WS-DS-INDEX)
               MOVE 0 TO DS-ATTEMPTS-TBL(WS-DS-INDEX)
               MOVE 'P' TO DS-STATUS-TBL(WS-DS-INDEX)
               PERFORM WRITE-CHANNEL-LINE-FOR-ID
           STRING DS-ID-TBL(WS-DS-INDEX) " "
               WS-ALERT-TYPE " "
               WS-ALERT-ACCT " "
               WS-TEMPLATE-TEXT " "
               WS-ALERT-DETAIL
               DELIMITED BY SIZE
               INTO CHANNEL-LINE
           WRITE CHANNEL-LINE
               MOVE DS-CHANNEL-TBL(WS-DS-INDEX) TO DS-CHANNEL
               MOVE DS-ATTEMPTS-TBL(WS-DS-INDEX) TO DS-ATTEMPTS
               MOVE DS-STATUS-TBL(WS-DS-INDEX) TO DS-STATUS
               MOVE DS-DETAIL-TBL(WS-DS-INDEX) TO DS-DETAIL
               WRITE STATE-RECORD
               ADD 1 TO WS-DS-INDEX
           END-PERFORM
