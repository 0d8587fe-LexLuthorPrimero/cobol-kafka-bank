               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REJECTS-STATUS.
           SELECT GROUPS-FILE
               ASSIGN TO DYNAMIC WS-GROUPS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GROUPS-STATUS.
           SELECT POSITION-FILE
               ASSIGN TO DYNAMIC WS-POSITION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.
           SELECT LOCK-FILE
               ASSIGN TO DYNAMIC WS-LOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
       01  NOTIFY-LINE          PIC X(100).
       FD  REJECTS-FILE.
       01  REJECT-LINE          PIC X(100).
       FD  GROUPS-FILE.
       01  GROUPS-RECORD.
           05 EG-GROUP          PIC X(8).
           05 FILLER            PIC X(1).
           05 EG-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 EG-LINK           PIC X(1).
       FD  POSITION-FILE.
       01  POSITION-RECORD.
           05 XP-GROUP          PIC X(8).
           05 FILLER            PIC X(1).
           05 XP-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 XP-NET            PIC 9(13)V99.
           05 FILLER            PIC X(1).
           05 XP-REG-LIMIT      PIC 9(13)V99.
           05 FILLER            PIC X(1).
           05 XP-INT-LIMIT      PIC 9(13)V99.
           05 FILLER            PIC X(1).
           05 XP-AS-OF          PIC 9(8).
       FD LOCK-FILE.
       01 LOCK-RECORD.
           05 LK-STATE   PIC X(8).
       01  WS-CHGAUDIT-STATUS   PIC XX.
       01  WS-NOTIFY-STATUS     PIC XX.
       01  WS-REJECTS-STATUS    PIC XX.
       01  WS-GROUPS-PATH       PIC X(200).
       01  WS-POSITION-PATH     PIC X(200).
       01  WS-GROUPS-STATUS     PIC XX.
       01  WS-POSITION-STATUS   PIC XX.
       01  GROUP-MEMBER-TABLE.
           05 GROUP-MEMBER-ENTRY OCCURS 20000 TIMES.
               10 GM-GROUP-TBL    PIC X(8).
               10 GM-CUST-TBL     PIC X(5).
       01  WS-GM-INDEX          PIC 9(5) VALUE 1.
       01  WS-GM-COUNT          PIC 9(5) VALUE 0.
       01  GROUP-POSITION-TABLE.
           05 GROUP-POSITION-ENTRY OCCURS 20000 TIMES.
               10 GP-GROUP-TBL    PIC X(8).
               10 GP-NET-TBL      PIC 9(13)V99.
               10 GP-REG-TBL      PIC 9(13)V99.
               10 GP-INT-TBL      PIC 9(13)V99.
       01  WS-GP-INDEX          PIC 9(5) VALUE 1.
       01  WS-GP-COUNT          PIC 9(5) VALUE 0.
       01  WS-GP-LOADED         PIC X VALUE 'N'.
       01  WS-GL-CUST           PIC X(5).
       01  WS-GL-GROUP          PIC X(8).
       01  WS-GL-IN-GROUP       PIC X VALUE 'N'.
       01  WS-GL-EDIT-NET       PIC Z(12)9.99.
       01  WS-GL-EDIT-LIMIT     PIC Z(12)9.99.
       01  WS-LIMIT-WARN-COUNT  PIC 9(5) VALUE 0.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  WS-NOW               PIC 9(6).
           IF WS-REJECTS-PATH = SPACES
               MOVE "accounts/ONBOARD_REJECTS.RPT" TO WS-REJECTS-PATH
           END-IF
           MOVE SPACES TO WS-GROUPS-PATH
           ACCEPT WS-GROUPS-PATH FROM ENVIRONMENT "EXPOSURE_GROUPS_PATH"
           IF WS-GROUPS-PATH = SPACES
               MOVE "accounts/EXPOSURE_GROUPS.DAT" TO WS-GROUPS-PATH
           END-IF
           MOVE SPACES TO WS-POSITION-PATH
           ACCEPT WS-POSITION-PATH
               FROM ENVIRONMENT "EXPOSURE_POSITIONS_PATH"
           IF WS-POSITION-PATH = SPACES
               MOVE "accounts/EXPOSURE_POSITIONS.DAT"
                   TO WS-POSITION-PATH
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-DENIED-TABLE
           PERFORM LOAD-PRODUCT-MINIMUMS
           PERFORM LOAD-GROUP-POSITIONS
           PERFORM ACQUIRE-ACCOUNTS-LOCK
           PERFORM LOAD-EXISTING-KEYS
           OPEN OUTPUT REJECTS-FILE
           PERFORM RELEASE-ACCOUNTS-LOCK
           DISPLAY "ACCOUNT OPENING - OPENED " WS-OPENED-COUNT
               " REJECTED " WS-REJECT-COUNT
           IF WS-LIMIT-WARN-COUNT > 0
               DISPLAY "ACCOUNT OPENING - GROUP LIMIT WARNINGS "
                   WS-LIMIT-WARN-COUNT
           END-IF
           STOP RUN.

       LOAD-DENIED-TABLE.
               PERFORM CREATE-ACCOUNT-RECORD
               PERFORM WRITE-OPEN-AUDIT
               PERFORM WRITE-WELCOME-NOTICE
               PERFORM CHECK-GROUP-LIMITS
               ADD 1 TO WS-OPENED-COUNT
               DISPLAY "ACCOUNT OPENED " OR-AC-ID
                   " FOR " OR-CUST-ID
                   " DEPOSIT " OR-DEPOSIT
           END-IF.

       LOAD-GROUP-POSITIONS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT POSITION-FILE
           IF WS-POSITION-STATUS = "00"
               MOVE 'Y' TO WS-GP-LOADED
               PERFORM UNTIL WS-EOF = 'Y' OR WS-GP-COUNT >= 20000
                   READ POSITION-FILE INTO POSITION-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF XP-NET NUMERIC AND XP-REG-LIMIT NUMERIC
                               AND XP-INT-LIMIT NUMERIC
                           IF XP-GROUP = "*LIMITS*"
                               CONTINUE
                           ELSE
                               ADD 1 TO WS-GP-COUNT
                               MOVE XP-GROUP
                                   TO GP-GROUP-TBL(WS-GP-COUNT)
                               MOVE XP-NET TO GP-NET-TBL(WS-GP-COUNT)
                               MOVE XP-REG-LIMIT
                                   TO GP-REG-TBL(WS-GP-COUNT)
                               MOVE XP-INT-LIMIT
                                   TO GP-INT-TBL(WS-GP-COUNT)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE POSITION-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           IF WS-GP-LOADED = 'Y'
               OPEN INPUT GROUPS-FILE
               IF WS-GROUPS-STATUS = "00"
                   PERFORM UNTIL WS-EOF = 'Y' OR WS-GM-COUNT >= 20000
                       READ GROUPS-FILE INTO GROUPS-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF EG-GROUP NOT = SPACES
                                   AND EG-CUST-ID NOT = SPACES
                               ADD 1 TO WS-GM-COUNT
                               MOVE EG-GROUP
                                   TO GM-GROUP-TBL(WS-GM-COUNT)
                               MOVE EG-CUST-ID
                                   TO GM-CUST-TBL(WS-GM-COUNT)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GROUPS-FILE
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF.

       CHECK-GROUP-LIMITS.
           IF WS-GP-LOADED = 'Y'
               MOVE OR-CUST-ID TO WS-GL-CUST
               MOVE 'N' TO WS-GL-IN-GROUP
               MOVE 1 TO WS-GM-INDEX
               PERFORM UNTIL WS-GM-INDEX > WS-GM-COUNT
                   IF GM-CUST-TBL(WS-GM-INDEX) = WS-GL-CUST
                       MOVE 'Y' TO WS-GL-IN-GROUP
                       MOVE GM-GROUP-TBL(WS-GM-INDEX) TO WS-GL-GROUP
                       PERFORM CHECK-ONE-GROUP-LIMIT
                   END-IF
                   ADD 1 TO WS-GM-INDEX
               END-PERFORM
               IF WS-GL-IN-GROUP = 'N'
                   MOVE SPACES TO WS-GL-GROUP
                   MOVE WS-GL-CUST TO WS-GL-GROUP
                   PERFORM CHECK-ONE-GROUP-LIMIT
               END-IF
           END-IF.

       CHECK-ONE-GROUP-LIMIT.
           MOVE 1 TO WS-GP-INDEX
           PERFORM UNTIL WS-GP-INDEX > WS-GP-COUNT
               IF GP-GROUP-TBL(WS-GP-INDEX) = WS-GL-GROUP
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-GP-INDEX
           END-PERFORM
           IF WS-GP-INDEX <= WS-GP-COUNT
               MOVE GP-NET-TBL(WS-GP-INDEX) TO WS-GL-EDIT-NET
               MOVE SPACES TO REJECT-LINE
               IF GP-REG-TBL(WS-GP-INDEX) > 0
                       AND GP-NET-TBL(WS-GP-INDEX)
                           > GP-REG-TBL(WS-GP-INDEX)
                   MOVE GP-REG-TBL(WS-GP-INDEX) TO WS-GL-EDIT-LIMIT
                   STRING "WARNING " OR-AC-ID " - GROUP " WS-GL-GROUP
                       " EXPOSURE " WS-GL-EDIT-NET
                       " OVER REGULATORY LIMIT " WS-GL-EDIT-LIMIT
                       DELIMITED BY SIZE
                       INTO REJECT-LINE
               ELSE
               IF GP-INT-TBL(WS-GP-INDEX) > 0
                       AND GP-NET-TBL(WS-GP-INDEX)
                           > GP-INT-TBL(WS-GP-INDEX)
                   MOVE GP-INT-TBL(WS-GP-INDEX) TO WS-GL-EDIT-LIMIT
                   STRING "WARNING " OR-AC-ID " - GROUP " WS-GL-GROUP
                       " EXPOSURE " WS-GL-EDIT-NET
                       " OVER INTERNAL SUB-LIMIT " WS-GL-EDIT-LIMIT
                       DELIMITED BY SIZE
                       INTO REJECT-LINE
               END-IF
               END-IF
               IF REJECT-LINE NOT = SPACES
                   ADD 1 TO WS-LIMIT-WARN-COUNT
                   WRITE REJECT-LINE
                   DISPLAY REJECT-LINE
               END-IF
           END-IF.

       CREATE-CUSTOMER-IF-NEW.
           MOVE 'N' TO WS-CUST-EXISTS
           MOVE 1 TO WS-CI-INDEX
