       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISOS-CAMBIOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT RATE-TABLE-FILE
               ASSIGN TO DYNAMIC WS-RATE-TABLE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RATE-TABLE-STATUS.
           SELECT RATE-FILE
               ASSIGN TO DYNAMIC WS-RATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT SCHEDULE-FILE
               ASSIGN TO DYNAMIC WS-SCHEDULE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT NOTICES-FILE
               ASSIGN TO DYNAMIC WS-NOTICES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NOTICES-STATUS.
           SELECT NOTIFY-FILE
               ASSIGN TO DYNAMIC WS-NOTIFY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
       01  ACCOUNTS-RECORD.
           05 AC-ID             PIC X(5).
           05 AC-NOMBRE         PIC X(20).
           05 AC-SALDO          PIC S9(7)V99.
           05 AC-OVERDRAFT-LIMIT PIC 9(7)V99.
           05 AC-CURRENCY       PIC X(3).
           05 AC-TYPE           PIC X(1).
           05 AC-CUST-ID        PIC X(5).
           05 AC-STATUS         PIC X(1).
       FD  RATE-TABLE-FILE.
       01  RTB-REC.
           05 RTB-TYPE          PIC X(1).
           05 FILLER            PIC X(1).
           05 RTB-BAND-LOW      PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 RTB-BAND-HIGH     PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 RTB-RATE          PIC 9V9(4).
           05 FILLER            PIC X(1).
           05 RTB-EFF-DATE      PIC 9(8).
       FD  RATE-FILE.
       01  RATE-REC.
           05 RT-RATE           PIC 9V9(4).
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           05 FS-TYPE           PIC X(1).
           05 FILLER            PIC X(1).
           05 FS-MONTHLY        PIC 9(5)V99.
           05 FILLER            PIC X(1).
           05 FS-PER-ITEM       PIC 9(3)V99.
           05 FILLER            PIC X(1).
           05 FS-MIN-WAIVE      PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 FS-EFF-DATE       PIC X(8).
       FD  NOTICES-FILE.
       01  NOTICE-RECORD.
           05 CN-KIND           PIC X(1).
           05 FILLER            PIC X(1).
           05 CN-TYPE           PIC X(1).
           05 FILLER            PIC X(1).
           05 CN-BAND-LOW       PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 CN-BAND-HIGH      PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 CN-EFF-DATE       PIC 9(8).
           05 FILLER            PIC X(1).
           05 CN-ANNOUNCED      PIC 9(8).
           05 FILLER            PIC X(1).
           05 CN-CUSTOMERS      PIC 9(6).
       FD  NOTIFY-FILE.
       01  NOTIFY-LINE          PIC X(100).
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-ACCOUNTS-PATH     PIC X(200).
       01  WS-RATE-TABLE-PATH   PIC X(200).
       01  WS-RATE-PATH         PIC X(200).
       01  WS-SCHEDULE-PATH     PIC X(200).
       01  WS-NOTICES-PATH      PIC X(200).
       01  WS-NOTIFY-PATH       PIC X(200).
       01  WS-REPORT-PATH       PIC X(200).
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-RATE-TABLE-STATUS PIC XX.
       01  WS-RATE-STATUS       PIC XX.
       01  WS-SCHEDULE-STATUS   PIC XX.
       01  WS-NOTICES-STATUS    PIC XX.
       01  WS-NOTIFY-STATUS     PIC XX.
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  WS-TODAY-INT         PIC 9(7).
       01  WS-EFF-INT           PIC 9(7).
       01  WS-LEAD-DAYS         PIC 9(7).
       01  WS-NOTICE-TXT        PIC X(3).
       01  WS-NOTICE-DAYS       PIC 9(3) VALUE 30.
       01  WS-FLAT-RATE         PIC 9V9(4) VALUE 0.
       01  ACCOUNT-TABLE.
           05 AC-ENTRY OCCURS 50000 TIMES.
               10 AC-ID-TBL       PIC X(5).
               10 AC-SALDO-TBL    PIC S9(7)V99.
               10 AC-TYPE-TBL     PIC X(1).
               10 AC-CUST-TBL     PIC X(5).
               10 AC-STATUS-TBL   PIC X(1).
       01  WS-AC-INDEX          PIC 9(5) VALUE 1.
       01  WS-AC-COUNT          PIC 9(5) VALUE 0.
       01  TIER-TABLE.
           05 TIER-ENTRY OCCURS 100 TIMES.
               10 TIER-TYPE-TBL     PIC X(1).
               10 TIER-BAND-LOW-TBL PIC 9(7)V99.
               10 TIER-BAND-HIGH-TBL PIC 9(7)V99.
               10 TIER-RATE-TBL     PIC 9V9(4).
               10 TIER-EFF-DATE-TBL PIC 9(8).
       01  WS-TIER-INDEX        PIC 9(3) VALUE 1.
       01  WS-TIER-COUNT        PIC 9(3) VALUE 0.
       01  WS-TIER-CHANGE       PIC 9(3) VALUE 0.
       01  WS-TIER-EFF-BEST     PIC 9(8) VALUE 0.
       01  SCHEDULE-TABLE.
           05 SCHEDULE-ENTRY OCCURS 50 TIMES.
               10 FS-TYPE-TBL      PIC X(1).
               10 FS-MONTHLY-TBL   PIC 9(5)V99.
               10 FS-PER-ITEM-TBL  PIC 9(3)V99.
               10 FS-MIN-WAIVE-TBL PIC 9(7)V99.
               10 FS-EFF-DATE-TBL  PIC 9(8).
       01  WS-SCHED-INDEX       PIC 9(2) VALUE 1.
       01  WS-SCHED-COUNT       PIC 9(2) VALUE 0.
       01  WS-SCHED-CHANGE      PIC 9(2) VALUE 0.
       01  WS-SCHED-CURRENT     PIC 9(2) VALUE 0.
       01  WS-SCHED-EFF         PIC 9(8) VALUE 0.
       01  NOTICE-TABLE.
           05 CN-ENTRY OCCURS 2000 TIMES.
               10 CN-KIND-TBL      PIC X(1).
               10 CN-TYPE-TBL      PIC X(1).
               10 CN-BAND-LOW-TBL  PIC 9(7)V99.
               10 CN-BAND-HIGH-TBL PIC 9(7)V99.
               10 CN-EFF-DATE-TBL  PIC 9(8).
       01  WS-CN-INDEX          PIC 9(4) VALUE 1.
       01  WS-CN-COUNT          PIC 9(4) VALUE 0.
       01  WS-CHG-KIND          PIC X(1).
       01  WS-CHG-TYPE          PIC X(1).
       01  WS-CHG-BAND-LOW      PIC 9(7)V99.
       01  WS-CHG-BAND-HIGH     PIC 9(7)V99.
       01  WS-CHG-EFF-DATE      PIC 9(8).
       01  WS-CHG-ANNOUNCED     PIC X VALUE 'N'.
       01  WS-CHG-CUSTOMERS     PIC 9(6) VALUE 0.
       01  CUSTOMER-SEEN-TABLE.
           05 CS-CUST-TBL OCCURS 50000 TIMES PIC X(5).
       01  WS-CS-INDEX          PIC 9(5) VALUE 1.
       01  WS-CS-COUNT          PIC 9(5) VALUE 0.
       01  WS-CS-KEY            PIC X(5).
       01  WS-CS-FOUND          PIC X VALUE 'N'.
       01  WS-BAL-TEST          PIC 9(7)V99.
       01  WS-OLD-RATE          PIC 9V9(4).
       01  WS-NEW-RATE          PIC 9V9(4).
       01  WS-OLD-MONTHLY       PIC 9(5)V99.
       01  WS-OLD-PER-ITEM      PIC 9(3)V99.
       01  WS-OLD-MIN-WAIVE     PIC 9(7)V99.
       01  WS-ANNOUNCED-COUNT   PIC 9(5) VALUE 0.
       01  WS-LATE-COUNT        PIC 9(5) VALUE 0.
       01  WS-NOTICE-COUNT      PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-ACCOUNTS-PATH
           ACCEPT WS-ACCOUNTS-PATH FROM ENVIRONMENT "ACCOUNTS_PATH"
           IF WS-ACCOUNTS-PATH = SPACES
               MOVE "accounts/ACCOUNTS.DAT" TO WS-ACCOUNTS-PATH
           END-IF
           MOVE SPACES TO WS-RATE-TABLE-PATH
           ACCEPT WS-RATE-TABLE-PATH FROM ENVIRONMENT "RATE_TABLE_PATH"
           IF WS-RATE-TABLE-PATH = SPACES
               MOVE "accounts/RATE_TABLE.DAT" TO WS-RATE-TABLE-PATH
           END-IF
           MOVE SPACES TO WS-RATE-PATH
           ACCEPT WS-RATE-PATH FROM ENVIRONMENT "INTEREST_CTL_PATH"
           IF WS-RATE-PATH = SPACES
               MOVE "accounts/INTEREST.CTL" TO WS-RATE-PATH
           END-IF
           MOVE SPACES TO WS-SCHEDULE-PATH
           ACCEPT WS-SCHEDULE-PATH FROM ENVIRONMENT "FEE_SCHEDULE_PATH"
           IF WS-SCHEDULE-PATH = SPACES
               MOVE "accounts/FEE_SCHEDULE.DAT" TO WS-SCHEDULE-PATH
           END-IF
           MOVE SPACES TO WS-NOTICES-PATH
           ACCEPT WS-NOTICES-PATH
               FROM ENVIRONMENT "CHANGE_NOTICES_PATH"
           IF WS-NOTICES-PATH = SPACES
               MOVE "accounts/CHANGE_NOTICES.DAT" TO WS-NOTICES-PATH
           END-IF
           MOVE SPACES TO WS-NOTIFY-PATH
           ACCEPT WS-NOTIFY-PATH FROM ENVIRONMENT "NOTIFY_OUTBOX_PATH"
           IF WS-NOTIFY-PATH = SPACES
               MOVE "accounts/NOTIFY_OUTBOX.LOG" TO WS-NOTIFY-PATH
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           ACCEPT WS-REPORT-PATH
               FROM ENVIRONMENT "CHANGE_NOTICE_REPORT_PATH"
           IF WS-REPORT-PATH = SPACES
               MOVE "accounts/CHANGE_NOTICES.RPT" TO WS-REPORT-PATH
           END-IF
           MOVE SPACES TO WS-NOTICE-TXT
           ACCEPT WS-NOTICE-TXT FROM ENVIRONMENT "CHANGE_NOTICE_DAYS"
           IF WS-NOTICE-TXT NOT = SPACES AND WS-NOTICE-TXT NUMERIC
               MOVE WS-NOTICE-TXT TO WS-NOTICE-DAYS
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           PERFORM LOAD-FLAT-RATE
           PERFORM LOAD-RATE-TIER-TABLE
           PERFORM LOAD-FEE-SCHEDULE
           PERFORM LOAD-ANNOUNCED-CHANGES
           PERFORM LOAD-ACCOUNTS-TABLE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "RATE AND FEE CHANGE NOTICES RUN " WS-TODAY
               " NOTICE PERIOD DAYS " WS-NOTICE-DAYS
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           OPEN EXTEND NOTIFY-FILE
           IF WS-NOTIFY-STATUS NOT = "00" AND
                   WS-NOTIFY-STATUS NOT = "05"
               CLOSE NOTIFY-FILE
               OPEN OUTPUT NOTIFY-FILE
           END-IF
           OPEN EXTEND NOTICES-FILE
           IF WS-NOTICES-STATUS NOT = "00" AND
                   WS-NOTICES-STATUS NOT = "05"
               CLOSE NOTICES-FILE
               OPEN OUTPUT NOTICES-FILE
           END-IF
           MOVE 1 TO WS-TIER-CHANGE
           PERFORM UNTIL WS-TIER-CHANGE > WS-TIER-COUNT
               IF TIER-EFF-DATE-TBL(WS-TIER-CHANGE) > WS-TODAY
                   PERFORM ANNOUNCE-RATE-CHANGE
               END-IF
               ADD 1 TO WS-TIER-CHANGE
           END-PERFORM
           MOVE 1 TO WS-SCHED-CHANGE
           PERFORM UNTIL WS-SCHED-CHANGE > WS-SCHED-COUNT
               IF FS-EFF-DATE-TBL(WS-SCHED-CHANGE) > WS-TODAY
                   PERFORM ANNOUNCE-FEE-CHANGE
               END-IF
               ADD 1 TO WS-SCHED-CHANGE
           END-PERFORM
           CLOSE NOTICES-FILE
           CLOSE NOTIFY-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "CHANGES ANNOUNCED " WS-ANNOUNCED-COUNT
               " NOTICES QUEUED " WS-NOTICE-COUNT
               " INSUFFICIENT NOTICE " WS-LATE-COUNT
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "CHANGE NOTICES - ANNOUNCED " WS-ANNOUNCED-COUNT
               " NOTICES " WS-NOTICE-COUNT
               " INSUFFICIENT NOTICE " WS-LATE-COUNT
           STOP RUN.

       LOAD-FLAT-RATE.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = "00"
               READ RATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RT-RATE NUMERIC
                           MOVE RT-RATE TO WS-FLAT-RATE
                       END-IF
               END-READ
               CLOSE RATE-FILE
           END-IF.

       LOAD-RATE-TIER-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-TIER-COUNT
           OPEN INPUT RATE-TABLE-FILE
           IF WS-RATE-TABLE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-TIER-COUNT >= 100
                   READ RATE-TABLE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RTB-BAND-LOW NUMERIC
                               AND RTB-BAND-HIGH NUMERIC
                               AND RTB-RATE NUMERIC
                               AND RTB-EFF-DATE NUMERIC
                           ADD 1 TO WS-TIER-COUNT
                           MOVE RTB-TYPE
                               TO TIER-TYPE-TBL(WS-TIER-COUNT)
                           MOVE RTB-BAND-LOW
                               TO TIER-BAND-LOW-TBL(WS-TIER-COUNT)
                           MOVE RTB-BAND-HIGH
                               TO TIER-BAND-HIGH-TBL(WS-TIER-COUNT)
                           MOVE RTB-RATE
                               TO TIER-RATE-TBL(WS-TIER-COUNT)
                           MOVE RTB-EFF-DATE
                               TO TIER-EFF-DATE-TBL(WS-TIER-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-TABLE-FILE
           ELSE
               DISPLAY "NO RATE TABLE - NO RATE CHANGES TO ANNOUNCE"
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-FEE-SCHEDULE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-SCHED-COUNT
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS = "00"
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
                           ADD 1 TO WS-SCHED-COUNT
                           MOVE FS-TYPE TO FS-TYPE-TBL(WS-SCHED-COUNT)
                           MOVE FS-MONTHLY
                               TO FS-MONTHLY-TBL(WS-SCHED-COUNT)
                           MOVE FS-PER-ITEM
                               TO FS-PER-ITEM-TBL(WS-SCHED-COUNT)
                           MOVE FS-MIN-WAIVE
                               TO FS-MIN-WAIVE-TBL(WS-SCHED-COUNT)
                           MOVE FS-EFF-DATE
                               TO FS-EFF-DATE-TBL(WS-SCHED-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           ELSE
               DISPLAY "NO FEE SCHEDULE - NO FEE CHANGES TO ANNOUNCE"
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-ANNOUNCED-CHANGES.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-CN-COUNT
           OPEN INPUT NOTICES-FILE
           IF WS-NOTICES-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-CN-COUNT >= 2000
                   READ NOTICES-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CN-EFF-DATE NUMERIC
                               AND CN-BAND-LOW NUMERIC
                               AND CN-BAND-HIGH NUMERIC
                           ADD 1 TO WS-CN-COUNT
                           MOVE CN-KIND TO CN-KIND-TBL(WS-CN-COUNT)
                           MOVE CN-TYPE TO CN-TYPE-TBL(WS-CN-COUNT)
                           MOVE CN-BAND-LOW
                               TO CN-BAND-LOW-TBL(WS-CN-COUNT)
                           MOVE CN-BAND-HIGH
                               TO CN-BAND-HIGH-TBL(WS-CN-COUNT)
                           MOVE CN-EFF-DATE
                               TO CN-EFF-DATE-TBL(WS-CN-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTICES-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-ACCOUNTS-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-AC-COUNT
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "ERROR ACCOUNTS OPEN " WS-ACCOUNTS-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y' OR WS-AC-COUNT >= 50000
               READ ACCOUNTS-FILE INTO ACCOUNTS-RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF AC-SALDO NUMERIC
                       ADD 1 TO WS-AC-COUNT
                       MOVE AC-ID TO AC-ID-TBL(WS-AC-COUNT)
                       MOVE AC-SALDO TO AC-SALDO-TBL(WS-AC-COUNT)
                       MOVE AC-TYPE TO AC-TYPE-TBL(WS-AC-COUNT)
                       MOVE AC-CUST-ID TO AC-CUST-TBL(WS-AC-COUNT)
                       MOVE AC-STATUS TO AC-STATUS-TBL(WS-AC-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           MOVE 'N' TO WS-EOF.

       ANNOUNCE-RATE-CHANGE.
           MOVE 'R' TO WS-CHG-KIND
           MOVE TIER-TYPE-TBL(WS-TIER-CHANGE) TO WS-CHG-TYPE
           MOVE TIER-BAND-LOW-TBL(WS-TIER-CHANGE) TO WS-CHG-BAND-LOW
           MOVE TIER-BAND-HIGH-TBL(WS-TIER-CHANGE)
               TO WS-CHG-BAND-HIGH
           MOVE TIER-EFF-DATE-TBL(WS-TIER-CHANGE) TO WS-CHG-EFF-DATE
           MOVE TIER-RATE-TBL(WS-TIER-CHANGE) TO WS-NEW-RATE
           PERFORM CHECK-ALREADY-ANNOUNCED
           IF WS-CHG-ANNOUNCED = 'N'
               PERFORM CHECK-NOTICE-PERIOD
               IF WS-LEAD-DAYS < WS-NOTICE-DAYS
                   PERFORM WRITE-LATE-CHANGE
               ELSE
                   MOVE 0 TO WS-CHG-CUSTOMERS
                   MOVE 0 TO WS-CS-COUNT
                   MOVE 1 TO WS-AC-INDEX
                   PERFORM UNTIL WS-AC-INDEX > WS-AC-COUNT
                       PERFORM NOTIFY-RATE-ACCOUNT
                       ADD 1 TO WS-AC-INDEX
                   END-PERFORM
                   PERFORM RECORD-ANNOUNCED-CHANGE
               END-IF
           END-IF.

       NOTIFY-RATE-ACCOUNT.
           IF AC-STATUS-TBL(WS-AC-INDEX) = 'C'
               CONTINUE
           ELSE
               IF WS-CHG-TYPE = 'O'
                   IF AC-SALDO-TBL(WS-AC-INDEX) < 0
                       COMPUTE WS-BAL-TEST =
                           0 - AC-SALDO-TBL(WS-AC-INDEX)
                       IF WS-BAL-TEST >= WS-CHG-BAND-LOW
                               AND WS-BAL-TEST <= WS-CHG-BAND-HIGH
                           PERFORM LOOKUP-CURRENT-RATE
                           PERFORM QUEUE-RATE-NOTICE
                       END-IF
                   END-IF
               ELSE
                   IF AC-TYPE-TBL(WS-AC-INDEX) = WS-CHG-TYPE
                           AND AC-SALDO-TBL(WS-AC-INDEX) >= 0
                       MOVE AC-SALDO-TBL(WS-AC-INDEX) TO WS-BAL-TEST
                       IF WS-BAL-TEST >= WS-CHG-BAND-LOW
                               AND WS-BAL-TEST <= WS-CHG-BAND-HIGH
                           PERFORM LOOKUP-CURRENT-RATE
                           PERFORM QUEUE-RATE-NOTICE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOOKUP-CURRENT-RATE.
           MOVE 0 TO WS-TIER-EFF-BEST
           IF WS-CHG-TYPE = 'O'
               MOVE 0 TO WS-OLD-RATE
           ELSE
               MOVE WS-FLAT-RATE TO WS-OLD-RATE
           END-IF
           MOVE 1 TO WS-TIER-INDEX
           PERFORM UNTIL WS-TIER-INDEX > WS-TIER-COUNT
               IF TIER-TYPE-TBL(WS-TIER-INDEX) = WS-CHG-TYPE
                   AND WS-BAL-TEST >= TIER-BAND-LOW-TBL(WS-TIER-INDEX)
                   AND WS-BAL-TEST <= TIER-BAND-HIGH-TBL(WS-TIER-INDEX)
                   AND TIER-EFF-DATE-TBL(WS-TIER-INDEX) <= WS-TODAY
                   AND TIER-EFF-DATE-TBL(WS-TIER-INDEX)
                       > WS-TIER-EFF-BEST
                   MOVE TIER-EFF-DATE-TBL(WS-TIER-INDEX)
                       TO WS-TIER-EFF-BEST
                   MOVE TIER-RATE-TBL(WS-TIER-INDEX) TO WS-OLD-RATE
               END-IF
               ADD 1 TO WS-TIER-INDEX
           END-PERFORM.

       QUEUE-RATE-NOTICE.
           IF WS-OLD-RATE NOT = WS-NEW-RATE
               PERFORM CHECK-CUSTOMER-SEEN
               IF WS-CS-FOUND = 'N'
                   MOVE SPACES TO NOTIFY-LINE
                   STRING "ALERT RATECHG " AC-ID-TBL(WS-AC-INDEX)
                       " TYPE " WS-CHG-TYPE
                       " OLD " WS-OLD-RATE
                       " NEW " WS-NEW-RATE
                       " EFF " WS-CHG-EFF-DATE
                       DELIMITED BY SIZE
                       INTO NOTIFY-LINE
                   WRITE NOTIFY-LINE
                   ADD 1 TO WS-CHG-CUSTOMERS
                   ADD 1 TO WS-NOTICE-COUNT
               END-IF
           END-IF.

       ANNOUNCE-FEE-CHANGE.
           MOVE 'F' TO WS-CHG-KIND
           MOVE FS-TYPE-TBL(WS-SCHED-CHANGE) TO WS-CHG-TYPE
           MOVE 0 TO WS-CHG-BAND-LOW
           MOVE 0 TO WS-CHG-BAND-HIGH
           MOVE FS-EFF-DATE-TBL(WS-SCHED-CHANGE) TO WS-CHG-EFF-DATE
           PERFORM CHECK-ALREADY-ANNOUNCED
           IF WS-CHG-ANNOUNCED = 'N'
               PERFORM CHECK-NOTICE-PERIOD
               IF WS-LEAD-DAYS < WS-NOTICE-DAYS
                   PERFORM WRITE-LATE-CHANGE
               ELSE
                   PERFORM LOOKUP-CURRENT-FEES
                   MOVE 0 TO WS-CHG-CUSTOMERS
                   MOVE 0 TO WS-CS-COUNT
                   IF WS-OLD-MONTHLY NOT =
                           FS-MONTHLY-TBL(WS-SCHED-CHANGE)
                       OR WS-OLD-PER-ITEM NOT =
                           FS-PER-ITEM-TBL(WS-SCHED-CHANGE)
                       OR WS-OLD-MIN-WAIVE NOT =
                           FS-MIN-WAIVE-TBL(WS-SCHED-CHANGE)
                       MOVE 1 TO WS-AC-INDEX
                       PERFORM UNTIL WS-AC-INDEX > WS-AC-COUNT
                           IF AC-TYPE-TBL(WS-AC-INDEX) = WS-CHG-TYPE
                                   AND AC-STATUS-TBL(WS-AC-INDEX)
                                       NOT = 'C'
                               PERFORM QUEUE-FEE-NOTICE
                           END-IF
                           ADD 1 TO WS-AC-INDEX
                       END-PERFORM
                   END-IF
                   PERFORM RECORD-ANNOUNCED-CHANGE
               END-IF
           END-IF.

       LOOKUP-CURRENT-FEES.
           MOVE 0 TO WS-OLD-MONTHLY
           MOVE 0 TO WS-OLD-PER-ITEM
           MOVE 0 TO WS-OLD-MIN-WAIVE
           MOVE 0 TO WS-SCHED-CURRENT
           MOVE 0 TO WS-SCHED-EFF
           MOVE 1 TO WS-SCHED-INDEX
           PERFORM UNTIL WS-SCHED-INDEX > WS-SCHED-COUNT
               IF FS-TYPE-TBL(WS-SCHED-INDEX) = WS-CHG-TYPE
                       AND FS-EFF-DATE-TBL(WS-SCHED-INDEX) <= WS-TODAY
                   IF WS-SCHED-CURRENT = 0 OR
                           FS-EFF-DATE-TBL(WS-SCHED-INDEX)
                               > WS-SCHED-EFF
                       MOVE WS-SCHED-INDEX TO WS-SCHED-CURRENT
                       MOVE FS-EFF-DATE-TBL(WS-SCHED-INDEX)
                           TO WS-SCHED-EFF
                   END-IF
               END-IF
               ADD 1 TO WS-SCHED-INDEX
           END-PERFORM
           IF WS-SCHED-CURRENT > 0
               MOVE FS-MONTHLY-TBL(WS-SCHED-CURRENT) TO WS-OLD-MONTHLY
               MOVE FS-PER-ITEM-TBL(WS-SCHED-CURRENT)
                   TO WS-OLD-PER-ITEM
               MOVE FS-MIN-WAIVE-TBL(WS-SCHED-CURRENT)
                   TO WS-OLD-MIN-WAIVE
           END-IF.

       QUEUE-FEE-NOTICE.
           PERFORM CHECK-CUSTOMER-SEEN
           IF WS-CS-FOUND = 'N'
               MOVE SPACES TO NOTIFY-LINE
               STRING "ALERT FEECHG " AC-ID-TBL(WS-AC-INDEX)
                   " MTH " WS-OLD-MONTHLY
                   ">" FS-MONTHLY-TBL(WS-SCHED-CHANGE)
                   " ITM " WS-OLD-PER-ITEM
                   ">" FS-PER-ITEM-TBL(WS-SCHED-CHANGE)
                   " WVE " WS-OLD-MIN-WAIVE
                   ">" FS-MIN-WAIVE-TBL(WS-SCHED-CHANGE)
                   " EFF " WS-CHG-EFF-DATE
                   DELIMITED BY SIZE
                   INTO NOTIFY-LINE
               WRITE NOTIFY-LINE
               ADD 1 TO WS-CHG-CUSTOMERS
               ADD 1 TO WS-NOTICE-COUNT
           END-IF.

       CHECK-CUSTOMER-SEEN.
           IF AC-CUST-TBL(WS-AC-INDEX) = SPACES
               MOVE AC-ID-TBL(WS-AC-INDEX) TO WS-CS-KEY
           ELSE
               MOVE AC-CUST-TBL(WS-AC-INDEX) TO WS-CS-KEY
           END-IF
           MOVE 'N' TO WS-CS-FOUND
           MOVE 1 TO WS-CS-INDEX
           PERFORM UNTIL WS-CS-INDEX > WS-CS-COUNT
               IF CS-CUST-TBL(WS-CS-INDEX) = WS-CS-KEY
                   MOVE 'Y' TO WS-CS-FOUND
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CS-INDEX
           END-PERFORM
           IF WS-CS-FOUND = 'N' AND WS-CS-COUNT < 50000
               ADD 1 TO WS-CS-COUNT
               MOVE WS-CS-KEY TO CS-CUST-TBL(WS-CS-COUNT)
           END-IF.

       CHECK-ALREADY-ANNOUNCED.
           MOVE 'N' TO WS-CHG-ANNOUNCED
           MOVE 1 TO WS-CN-INDEX
           PERFORM UNTIL WS-CN-INDEX > WS-CN-COUNT
               IF CN-KIND-TBL(WS-CN-INDEX) = WS-CHG-KIND
                       AND CN-TYPE-TBL(WS-CN-INDEX) = WS-CHG-TYPE
                       AND CN-BAND-LOW-TBL(WS-CN-INDEX)
                           = WS-CHG-BAND-LOW
                       AND CN-BAND-HIGH-TBL(WS-CN-INDEX)
                           = WS-CHG-BAND-HIGH
                       AND CN-EFF-DATE-TBL(WS-CN-INDEX)
                           = WS-CHG-EFF-DATE
                   MOVE 'Y' TO WS-CHG-ANNOUNCED
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CN-INDEX
           END-PERFORM.

       CHECK-NOTICE-PERIOD.
           COMPUTE WS-EFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-CHG-EFF-DATE)
           COMPUTE WS-LEAD-DAYS = WS-EFF-INT - WS-TODAY-INT.

       WRITE-LATE-CHANGE.
           ADD 1 TO WS-LATE-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "INSUFFICIENT NOTICE KIND " WS-CHG-KIND
               " TYPE " WS-CHG-TYPE
               " BAND " WS-CHG-BAND-LOW "-" WS-CHG-BAND-HIGH
               " EFF " WS-CHG-EFF-DATE
               " DAYS " WS-LEAD-DAYS
               " REQUIRED " WS-NOTICE-DAYS
               " - NOT ANNOUNCED"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "CHANGE EFFECTIVE " WS-CHG-EFF-DATE
               " KIND " WS-CHG-KIND " TYPE " WS-CHG-TYPE
               " INSIDE NOTICE PERIOD - NOT ANNOUNCED".

       RECORD-ANNOUNCED-CHANGE.
           MOVE SPACES TO NOTICE-RECORD
           MOVE WS-CHG-KIND TO CN-KIND
           MOVE WS-CHG-TYPE TO CN-TYPE
           MOVE WS-CHG-BAND-LOW TO CN-BAND-LOW
           MOVE WS-CHG-BAND-HIGH TO CN-BAND-HIGH
           MOVE WS-CHG-EFF-DATE TO CN-EFF-DATE
           MOVE WS-TODAY TO CN-ANNOUNCED
           MOVE WS-CHG-CUSTOMERS TO CN-CUSTOMERS
           WRITE NOTICE-RECORD
           IF WS-CN-COUNT < 2000
               ADD 1 TO WS-CN-COUNT
               MOVE WS-CHG-KIND TO CN-KIND-TBL(WS-CN-COUNT)
               MOVE WS-CHG-TYPE TO CN-TYPE-TBL(WS-CN-COUNT)
               MOVE WS-CHG-BAND-LOW TO CN-BAND-LOW-TBL(WS-CN-COUNT)
               MOVE WS-CHG-BAND-HIGH TO CN-BAND-HIGH-TBL(WS-CN-COUNT)
               MOVE WS-CHG-EFF-DATE TO CN-EFF-DATE-TBL(WS-CN-COUNT)
           END-IF
           ADD 1 TO WS-ANNOUNCED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ANNOUNCED KIND " WS-CHG-KIND
               " TYPE " WS-CHG-TYPE
               " BAND " WS-CHG-BAND-LOW "-" WS-CHG-BAND-HIGH
               " EFF " WS-CHG-EFF-DATE
               " CUSTOMERS NOTIFIED " WS-CHG-CUSTOMERS
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
