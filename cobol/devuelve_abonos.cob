       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVUELVE-ABONOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NAMEQ-FILE
               ASSIGN TO DYNAMIC WS-NAMEQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NAMEQ-STATUS.
           SELECT RETURNS-FILE
               ASSIGN TO DYNAMIC WS-RETURNS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RETURNS-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT TRANS-FILE
               ASSIGN TO DYNAMIC WS-TRANS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NAMEQ-FILE.
       01  NAMEQ-RECORD.
           05 NQ-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 NQ-STATUS         PIC X(1).
           05 FILLER            PIC X(1).
           05 NQ-SOURCE         PIC X(8).
           05 FILLER            PIC X(1).
           05 NQ-REF            PIC X(12).
           05 FILLER            PIC X(1).
           05 NQ-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 NQ-MONTO          PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 NQ-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 NQ-NAME           PIC X(20).
           05 FILLER            PIC X(1).
           05 NQ-ACTION-DATE    PIC X(8).
           05 FILLER            PIC X(1).
           05 NQ-TRANS-LINE     PIC X(96).
       FD  RETURNS-FILE.
       01  RETURN-RECORD.
           05 RT-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 RT-SOURCE         PIC X(8).
           05 FILLER            PIC X(1).
           05 RT-REF            PIC X(12).
           05 FILLER            PIC X(1).
           05 RT-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 RT-MONTO          PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 RT-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 RT-CODE           PIC X(4).
           05 FILLER            PIC X(1).
           05 RT-NAME           PIC X(20).
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(132).
       FD  TRANS-FILE.
       01  TH-LINE              PIC X(96).
       WORKING-STORAGE SECTION.
       01  WS-NAMEQ-PATH        PIC X(200).
       01  WS-RETURNS-PATH      PIC X(200).
       01  WS-REPORT-PATH       PIC X(200).
       01  WS-TRANS-PATH        PIC X(200).
       01  WS-NAMEQ-STATUS      PIC XX.
       01  WS-RETURNS-STATUS    PIC XX.
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-TRANS-STATUS      PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  WS-TODAY-INT         PIC 9(7).
       01  WS-AGE-DAYS          PIC S9(7).
       01  WS-WAIT-TXT          PIC X(3).
       01  WS-WAIT-DAYS         PIC 9(3) VALUE 5.
       01  NAMEQ-TABLE.
           05 NQ-REC-TBL OCCURS 20000 TIMES PIC X(179).
       01  WS-NQ-INDEX          PIC 9(5) VALUE 1.
       01  WS-NQ-COUNT          PIC 9(5) VALUE 0.
       01  WS-RELEASED-COUNT    PIC 9(6) VALUE 0.
       01  WS-RETURNED-COUNT    PIC 9(6) VALUE 0.
       01  WS-RETURNED-TOTAL    PIC 9(9)V99 VALUE 0.
       01  WS-HELD-COUNT        PIC 9(6) VALUE 0.
       01  WS-HELD-TOTAL        PIC 9(9)V99 VALUE 0.
       01  WS-RT-EOF            PIC X VALUE "N".
       01  REFRESH-TABLE.
           05 RT-LINE-TBL OCCURS 50000 TIMES PIC X(96).
       01  WS-RT-INDEX          PIC 9(6) VALUE 1.
       01  WS-RT-COUNT          PIC 9(6) VALUE 0.
       01  WS-RT-AMT            PIC X(9).
       01  WS-RT-AMT-N REDEFINES WS-RT-AMT PIC 9(7)V99.
       01  WS-RT-TOTAL          PIC 9(9)V99 VALUE 0.
       01  WS-HDR-BUILD.
           05 FILLER            PIC X(5) VALUE "HDR  ".
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-HDR-TOTAL      PIC 9(7)V99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-HDR-COUNT      PIC 9(7).
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-NAMEQ-PATH
           ACCEPT WS-NAMEQ-PATH
               FROM ENVIRONMENT "NAME_RETURN_QUEUE_PATH"
           IF WS-NAMEQ-PATH = SPACES
               MOVE "accounts/NAME_RETURN_QUEUE.DAT" TO WS-NAMEQ-PATH
           END-IF
           MOVE SPACES TO WS-RETURNS-PATH
           ACCEPT WS-RETURNS-PATH
               FROM ENVIRONMENT "INBOUND_RETURNS_PATH"
           IF WS-RETURNS-PATH = SPACES
               MOVE "accounts/INBOUND_RETURNS.DAT" TO WS-RETURNS-PATH
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           ACCEPT WS-REPORT-PATH
               FROM ENVIRONMENT "NAME_RETURNS_REPORT_PATH"
           IF WS-REPORT-PATH = SPACES
               MOVE "accounts/NAME_RETURNS.RPT" TO WS-REPORT-PATH
           END-IF
           MOVE SPACES TO WS-TRANS-PATH
           ACCEPT WS-TRANS-PATH FROM ENVIRONMENT "TRANS_INPUT"
           IF WS-TRANS-PATH = SPACES
               MOVE "trans_input.txt" TO WS-TRANS-PATH
           END-IF
           MOVE SPACES TO WS-WAIT-TXT
           ACCEPT WS-WAIT-TXT FROM ENVIRONMENT "NAME_RETURN_DAYS"
           IF WS-WAIT-TXT NOT = SPACES AND WS-WAIT-TXT NUMERIC
               MOVE WS-WAIT-TXT TO WS-WAIT-DAYS
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           PERFORM LOAD-NAME-QUEUE
           PERFORM RELEASE-CLEARED-CREDITS
           PERFORM RETURN-EXPIRED-CREDITS
           PERFORM REWRITE-NAME-QUEUE
           PERFORM WRITE-DAILY-RETURNS-REPORT
           IF WS-RELEASED-COUNT > 0
               PERFORM REFRESH-TRANS-HEADER
           END-IF
           DISPLAY "NAME QUEUE - RELEASED " WS-RELEASED-COUNT
               " RETURNED " WS-RETURNED-COUNT
               " STILL HELD " WS-HELD-COUNT
           STOP RUN.

       LOAD-NAME-QUEUE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-NQ-COUNT
           OPEN INPUT NAMEQ-FILE
           IF WS-NAMEQ-STATUS NOT = "00"
               DISPLAY "NO NAME RETURN QUEUE - NOTHING TO DO"
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y' OR WS-NQ-COUNT >= 20000
               MOVE SPACES TO NAMEQ-RECORD
               READ NAMEQ-FILE INTO NAMEQ-RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF NAMEQ-RECORD NOT = SPACES
                       ADD 1 TO WS-NQ-COUNT
                       MOVE NAMEQ-RECORD TO NQ-REC-TBL(WS-NQ-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE NAMEQ-FILE
           MOVE 'N' TO WS-EOF.

       RELEASE-CLEARED-CREDITS.
           OPEN EXTEND TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00" AND
                   WS-TRANS-STATUS NOT = "05"
               CLOSE TRANS-FILE
               OPEN OUTPUT TRANS-FILE
           END-IF
           MOVE 1 TO WS-NQ-INDEX
           PERFORM UNTIL WS-NQ-INDEX > WS-NQ-COUNT
               MOVE NQ-REC-TBL(WS-NQ-INDEX) TO NAMEQ-RECORD
               IF NQ-STATUS = 'P'
                   MOVE NQ-TRANS-LINE TO TH-LINE
                   WRITE TH-LINE
                   MOVE 'D' TO NQ-STATUS
                   MOVE WS-TODAY TO NQ-ACTION-DATE
                   MOVE NAMEQ-RECORD TO NQ-REC-TBL(WS-NQ-INDEX)
                   ADD 1 TO WS-RELEASED-COUNT
                   DISPLAY "HELD CREDIT RELEASED " NQ-SOURCE
                       " " NQ-REF " " NQ-ACCOUNT
               END-IF
               ADD 1 TO WS-NQ-INDEX
           END-PERFORM
           CLOSE TRANS-FILE.

       RETURN-EXPIRED-CREDITS.
           OPEN EXTEND RETURNS-FILE
           IF WS-RETURNS-STATUS NOT = "00" AND
                   WS-RETURNS-STATUS NOT = "05"
               CLOSE RETURNS-FILE
               OPEN OUTPUT RETURNS-FILE
           END-IF
           MOVE 1 TO WS-NQ-INDEX
           PERFORM UNTIL WS-NQ-INDEX > WS-NQ-COUNT
               MOVE NQ-REC-TBL(WS-NQ-INDEX) TO NAMEQ-RECORD
               IF NQ-STATUS = 'H' AND NQ-DATE NUMERIC
                   COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                       - FUNCTION INTEGER-OF-DATE(NQ-DATE)
                   IF WS-AGE-DAYS >= WS-WAIT-DAYS
                       PERFORM RETURN-ONE-CREDIT
                   ELSE
                       ADD 1 TO WS-HELD-COUNT
                       ADD NQ-MONTO TO WS-HELD-TOTAL
                   END-IF
               END-IF
               ADD 1 TO WS-NQ-INDEX
           END-PERFORM
           CLOSE RETURNS-FILE.

       RETURN-ONE-CREDIT.
           MOVE SPACES TO RETURN-RECORD
           MOVE WS-TODAY TO RT-DATE
           MOVE NQ-SOURCE TO RT-SOURCE
           MOVE NQ-REF TO RT-REF
           MOVE NQ-ACCOUNT TO RT-ACCOUNT
           MOVE NQ-MONTO TO RT-MONTO
           MOVE NQ-CURRENCY TO RT-CURRENCY
           MOVE "NAME" TO RT-CODE
           MOVE NQ-NAME TO RT-NAME
           WRITE RETURN-RECORD
           MOVE 'R' TO NQ-STATUS
           MOVE WS-TODAY TO NQ-ACTION-DATE
           MOVE NAMEQ-RECORD TO NQ-REC-TBL(WS-NQ-INDEX)
           ADD 1 TO WS-RETURNED-COUNT.

       REWRITE-NAME-QUEUE.
           OPEN OUTPUT NAMEQ-FILE
           MOVE 1 TO WS-NQ-INDEX
           PERFORM UNTIL WS-NQ-INDEX > WS-NQ-COUNT
               MOVE NQ-REC-TBL(WS-NQ-INDEX) TO NAMEQ-RECORD
               WRITE NAMEQ-RECORD
               ADD 1 TO WS-NQ-INDEX
           END-PERFORM
           CLOSE NAMEQ-FILE.

       WRITE-DAILY-RETURNS-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "INBOUND CREDITS RETURNED - BENEFICIARY NAME "
               "MISMATCH " WS-TODAY
               " WAIT DAYS " WS-WAIT-DAYS
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-RETURNED-TOTAL
           MOVE 0 TO WS-RETURNED-COUNT
           MOVE 1 TO WS-NQ-INDEX
           PERFORM UNTIL WS-NQ-INDEX > WS-NQ-COUNT
               MOVE NQ-REC-TBL(WS-NQ-INDEX) TO NAMEQ-RECORD
               IF NQ-STATUS = 'R' AND NQ-ACTION-DATE = WS-TODAY
                   MOVE SPACES TO REPORT-LINE
                   STRING "RETURNED " NQ-SOURCE
                       " " NQ-REF
                       " RECEIVED " NQ-DATE
                       " ACCOUNT " NQ-ACCOUNT
                       " AMOUNT " NQ-MONTO
                       " " NQ-CURRENCY
                       " SUPPLIED NAME " NQ-NAME
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO WS-RETURNED-COUNT
                   ADD NQ-MONTO TO WS-RETURNED-TOTAL
               END-IF
               ADD 1 TO WS-NQ-INDEX
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL RETURNED " WS-RETURNED-COUNT
               " AMOUNT " WS-RETURNED-TOTAL
               " STILL HELD " WS-HELD-COUNT
               " AMOUNT " WS-HELD-TOTAL
               " RELEASED " WS-RELEASED-COUNT
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       REFRESH-TRANS-HEADER.
           MOVE 0 TO WS-RT-COUNT
           MOVE 0 TO WS-RT-TOTAL
           MOVE "N" TO WS-RT-EOF
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "NO TRANSACTION FILE TO HEADER"
           ELSE
               PERFORM UNTIL WS-RT-EOF = "Y"
                   READ TRANS-FILE
                   AT END MOVE "Y" TO WS-RT-EOF
                   NOT AT END
                       IF TH-LINE(1:5) NOT = "HDR  "
                               AND TH-LINE NOT = SPACES
                               AND WS-RT-COUNT < 50000
                           ADD 1 TO WS-RT-COUNT
                           MOVE TH-LINE TO RT-LINE-TBL(WS-RT-COUNT)
                           MOVE TH-LINE(7:9) TO WS-RT-AMT
                           IF WS-RT-AMT-N NUMERIC
                               ADD WS-RT-AMT-N TO WS-RT-TOTAL
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
               OPEN OUTPUT TRANS-FILE
               MOVE WS-RT-TOTAL TO WS-HDR-TOTAL
               MOVE WS-RT-COUNT TO WS-HDR-COUNT
               MOVE WS-HDR-BUILD TO TH-LINE(1:24)
               MOVE SPACES TO TH-LINE(25:72)
               WRITE TH-LINE
               MOVE 1 TO WS-RT-INDEX
               PERFORM UNTIL WS-RT-INDEX > WS-RT-COUNT
                   MOVE RT-LINE-TBL(WS-RT-INDEX) TO TH-LINE
                   WRITE TH-LINE
                   ADD 1 TO WS-RT-INDEX
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF.
