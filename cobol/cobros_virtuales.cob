       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBROS-VIRTUALES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIRTUAL-FILE
               ASSIGN TO DYNAMIC WS-VIRTUAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VIRTUAL-STATUS.
           SELECT UNAPPLIED-FILE
               ASSIGN TO DYNAMIC WS-UNAPPLIED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-UNAPPLIED-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO DYNAMIC WS-BUSDATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT COLLECT-FILE
               ASSIGN TO DYNAMIC WS-COLLECT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-COLLECT-STATUS.
           SELECT UALIST-FILE
               ASSIGN TO DYNAMIC WS-UALIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-UALIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VIRTUAL-FILE.
       01  VIRTUAL-RECORD.
           05 VA-NUMBER         PIC X(10).
           05 FILLER            PIC X(1).
           05 VA-MASTER         PIC X(5).
           05 FILLER            PIC X(1).
           05 VA-PAYER          PIC X(20).
           05 FILLER            PIC X(1).
           05 VA-EXPECTED       PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 VA-STATUS         PIC X(1).
       FD  UNAPPLIED-FILE.
       01  UNAPPLIED-RECORD.
           05 UA-DATE           PIC X(8).
           05 FILLER            PIC X(1).
           05 UA-VIRTUAL        PIC X(10).
           05 FILLER            PIC X(1).
           05 UA-MASTER         PIC X(5).
           05 FILLER            PIC X(1).
           05 UA-MONTO          PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 UA-CURRENCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 UA-REASON         PIC X(7).
           05 FILLER            PIC X(1).
           05 UA-SOURCE         PIC X(21).
           05 FILLER            PIC X(1).
           05 UA-NARRATIVE      PIC X(25).
       FD  JOURNAL-FILE.
       01  J-REC.
           05 J-TXT             PIC X(136).
       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05 BD-DATE           PIC 9(8).
       FD  COLLECT-FILE.
       01  COLLECT-LINE         PIC X(120).
       FD  UALIST-FILE.
       01  UALIST-LINE          PIC X(120).
       WORKING-STORAGE SECTION.
       01  WS-VIRTUAL-PATH      PIC X(200).
       01  WS-UNAPPLIED-PATH    PIC X(200).
       01  WS-JOURNAL-PATH      PIC X(200).
       01  WS-BUSDATE-PATH      PIC X(200).
       01  WS-COLLECT-PATH      PIC X(200).
       01  WS-UALIST-PATH       PIC X(200).
       01  WS-COLLECT-PREFIX    PIC X(150).
       01  WS-UALIST-PREFIX     PIC X(150).
       01  WS-VIRTUAL-STATUS    PIC XX.
       01  WS-UNAPPLIED-STATUS  PIC XX.
       01  WS-JOURNAL-STATUS    PIC XX.
       01  WS-BUSDATE-STATUS    PIC XX.
       01  WS-COLLECT-STATUS    PIC XX.
       01  WS-UALIST-STATUS     PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  WS-TODAY-X           PIC X(8).
       01  VIRTUAL-TABLE.
           05 VIRTUAL-ENTRY OCCURS 20000 TIMES.
               10 VA-NUMBER-TBL   PIC X(10).
               10 VA-MASTER-TBL   PIC X(5).
               10 VA-PAYER-TBL    PIC X(20).
               10 VA-EXPECTED-TBL PIC 9(7)V99.
               10 VA-STATUS-TBL   PIC X(1).
       01  WS-VA-INDEX          PIC 9(5) VALUE 1.
       01  WS-VA-COUNT          PIC 9(5) VALUE 0.
       01  MASTER-TABLE.
           05 MASTER-ENTRY OCCURS 5000 TIMES.
               10 MS-ID-TBL       PIC X(5).
       01  WS-MS-INDEX          PIC 9(4) VALUE 1.
       01  WS-MS-COUNT          PIC 9(4) VALUE 0.
       01  WS-MS-FOUND          PIC X VALUE 'N'.
       01  CREDIT-TABLE.
           05 CREDIT-ENTRY OCCURS 20000 TIMES.
               10 CR-MASTER-TBL   PIC X(5).
               10 CR-VIRTUAL-TBL  PIC X(10).
               10 CR-AMT-TBL      PIC 9(7)V99.
               10 CR-CCY-TBL      PIC X(3).
               10 CR-SEQ-TBL      PIC X(7).
               10 CR-NARR-TBL     PIC X(14).
       01  WS-CR-INDEX          PIC 9(5) VALUE 1.
       01  WS-CR-COUNT          PIC 9(5) VALUE 0.
       01  UNAPPLIED-TABLE.
           05 UNAPPLIED-ENTRY OCCURS 5000 TIMES.
               10 UA-VIRTUAL-TBL  PIC X(10).
               10 UA-MASTER-TBL   PIC X(5).
               10 UA-MONTO-TBL    PIC 9(7)V99.
               10 UA-CURRENCY-TBL PIC X(3).
               10 UA-REASON-TBL   PIC X(7).
               10 UA-SOURCE-TBL   PIC X(21).
               10 UA-NARR-TBL     PIC X(25).
       01  WS-UA-INDEX          PIC 9(4) VALUE 1.
       01  WS-UA-COUNT          PIC 9(4) VALUE 0.
       01  WS-J-AMT-X           PIC X(9).
       01  WS-J-AMT-N REDEFINES WS-J-AMT-X PIC 9(7)V99.
       01  WS-MATCH-FLAG        PIC X(5).
       01  WS-PAYER             PIC X(20).
       01  WS-EXPECTED          PIC 9(7)V99.
       01  WS-MS-CREDITS        PIC 9(5) VALUE 0.
       01  WS-MS-TOTAL          PIC 9(9)V99 VALUE 0.
       01  WS-MS-UA-COUNT       PIC 9(5) VALUE 0.
       01  WS-MS-UA-TOTAL       PIC 9(9)V99 VALUE 0.
       01  WS-FILES-WRITTEN     PIC 9(5) VALUE 0.
       01  WS-UA-LISTED         PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-VIRTUAL-PATH
           ACCEPT WS-VIRTUAL-PATH
               FROM ENVIRONMENT "VIRTUAL_ACCOUNTS_PATH"
           IF WS-VIRTUAL-PATH = SPACES
               MOVE "accounts/VIRTUAL_ACCOUNTS.DAT" TO WS-VIRTUAL-PATH
           END-IF
           MOVE SPACES TO WS-UNAPPLIED-PATH
           ACCEPT WS-UNAPPLIED-PATH FROM ENVIRONMENT "VA_UNAPPLIED_PATH"
           IF WS-UNAPPLIED-PATH = SPACES
               MOVE "accounts/VA_UNAPPLIED.DAT" TO WS-UNAPPLIED-PATH
           END-IF
           MOVE SPACES TO WS-JOURNAL-PATH
           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT "JOURNAL_PATH"
           IF WS-JOURNAL-PATH = SPACES
               MOVE "accounts/JOURNAL.LOG" TO WS-JOURNAL-PATH
           END-IF
           MOVE SPACES TO WS-BUSDATE-PATH
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_PATH"
           IF WS-BUSDATE-PATH = SPACES
               MOVE "accounts/BUSINESS_DATE.DAT" TO WS-BUSDATE-PATH
           END-IF
           MOVE SPACES TO WS-COLLECT-PREFIX
           ACCEPT WS-COLLECT-PREFIX FROM ENVIRONMENT "VA_COLLECT_PREFIX"
           IF WS-COLLECT-PREFIX = SPACES
               MOVE "accounts/VA_COLLECT_" TO WS-COLLECT-PREFIX
           END-IF
           MOVE SPACES TO WS-UALIST-PREFIX
           ACCEPT WS-UALIST-PREFIX
               FROM ENVIRONMENT "VA_UNAPPLIED_LIST_PREFIX"
           IF WS-UALIST-PREFIX = SPACES
               MOVE "accounts/VA_UNAPPLIED_" TO WS-UALIST-PREFIX
           END-IF
           PERFORM READ-BUSINESS-DATE
           MOVE WS-TODAY TO WS-TODAY-X
           PERFORM LOAD-VIRTUAL-TABLE
           IF WS-VA-COUNT = 0
               DISPLAY "NO VIRTUAL ACCOUNTS ON FILE"
               STOP RUN
           END-IF
           PERFORM LOAD-VIRTUAL-CREDITS
           PERFORM LOAD-UNAPPLIED-CREDITS
           MOVE 1 TO WS-MS-INDEX
           PERFORM UNTIL WS-MS-INDEX > WS-MS-COUNT
               PERFORM WRITE-MASTER-COLLECTIONS
               ADD 1 TO WS-MS-INDEX
           END-PERFORM
           PERFORM WRITE-UNAPPLIED-LIST
           DISPLAY "VIRTUAL COLLECTIONS " WS-TODAY
               " FILES " WS-FILES-WRITTEN
               " CREDITS " WS-CR-COUNT
               " UNAPPLIED " WS-UA-LISTED
           STOP RUN.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSDATE-FILE
                   AT END
                       ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   NOT AT END
                       IF BD-DATE NUMERIC
                           MOVE BD-DATE TO WS-TODAY
                       ELSE
                           ACCEPT WS-TODAY FROM DATE YYYYMMDD
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           ELSE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
           END-IF.

       LOAD-VIRTUAL-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-VA-COUNT
           MOVE 0 TO WS-MS-COUNT
           OPEN INPUT VIRTUAL-FILE
           IF WS-VIRTUAL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-VA-COUNT >= 20000
                   READ VIRTUAL-FILE INTO VIRTUAL-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF VA-NUMBER NUMERIC
                           ADD 1 TO WS-VA-COUNT
                           MOVE VA-NUMBER TO VA-NUMBER-TBL(WS-VA-COUNT)
                           MOVE VA-MASTER TO VA-MASTER-TBL(WS-VA-COUNT)
                           MOVE VA-PAYER TO VA-PAYER-TBL(WS-VA-COUNT)
                           IF VA-EXPECTED NUMERIC
                               MOVE VA-EXPECTED
                                   TO VA-EXPECTED-TBL(WS-VA-COUNT)
                           ELSE
                               MOVE 0 TO VA-EXPECTED-TBL(WS-VA-COUNT)
                           END-IF
                           MOVE VA-STATUS TO VA-STATUS-TBL(WS-VA-COUNT)
                           PERFORM ADD-MASTER-ACCOUNT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE VIRTUAL-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       ADD-MASTER-ACCOUNT.
           MOVE 'N' TO WS-MS-FOUND
           MOVE 1 TO WS-MS-INDEX
           PERFORM UNTIL WS-MS-INDEX > WS-MS-COUNT
               IF MS-ID-TBL(WS-MS-INDEX) = VA-MASTER
                   MOVE 'Y' TO WS-MS-FOUND
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-MS-INDEX
           END-PERFORM
           IF WS-MS-FOUND = 'N' AND WS-MS-COUNT < 5000
               ADD 1 TO WS-MS-COUNT
               MOVE VA-MASTER TO MS-ID-TBL(WS-MS-COUNT)
           END-IF.

       LOAD-VIRTUAL-CREDITS.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-CR-COUNT
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-CR-COUNT >= 20000
                   READ JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF J-TXT(1:3) = "OK "
                               AND J-TXT(20:1) = "C"
                               AND J-TXT(22:5) = "VACCT"
                               AND J-TXT(30:8) = WS-TODAY-X
                           MOVE J-TXT(10:9) TO WS-J-AMT-X
                           IF WS-J-AMT-N NUMERIC
                               ADD 1 TO WS-CR-COUNT
                               MOVE J-TXT(4:5)
                                   TO CR-MASTER-TBL(WS-CR-COUNT)
                               MOVE J-TXT(79:10)
                                   TO CR-VIRTUAL-TBL(WS-CR-COUNT)
                               MOVE WS-J-AMT-N
                                   TO CR-AMT-TBL(WS-CR-COUNT)
                               MOVE J-TXT(47:3)
                                   TO CR-CCY-TBL(WS-CR-COUNT)
                               MOVE J-TXT(39:7)
                                   TO CR-SEQ-TBL(WS-CR-COUNT)
                               MOVE J-TXT(90:14)
                                   TO CR-NARR-TBL(WS-CR-COUNT)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-UNAPPLIED-CREDITS.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-UA-COUNT
           OPEN INPUT UNAPPLIED-FILE
           IF WS-UNAPPLIED-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-UA-COUNT >= 5000
                   READ UNAPPLIED-FILE INTO UNAPPLIED-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF UA-DATE = WS-TODAY-X AND UA-MONTO NUMERIC
                           ADD 1 TO WS-UA-COUNT
                           MOVE UA-VIRTUAL
                               TO UA-VIRTUAL-TBL(WS-UA-COUNT)
                           MOVE UA-MASTER TO UA-MASTER-TBL(WS-UA-COUNT)
                           MOVE UA-MONTO TO UA-MONTO-TBL(WS-UA-COUNT)
                           MOVE UA-CURRENCY
                               TO UA-CURRENCY-TBL(WS-UA-COUNT)
                           MOVE UA-REASON TO UA-REASON-TBL(WS-UA-COUNT)
                           MOVE UA-SOURCE TO UA-SOURCE-TBL(WS-UA-COUNT)
                           MOVE UA-NARRATIVE
                               TO UA-NARR-TBL(WS-UA-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE UNAPPLIED-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       WRITE-MASTER-COLLECTIONS.
           MOVE 0 TO WS-MS-CREDITS
           MOVE 0 TO WS-MS-TOTAL
           MOVE 0 TO WS-MS-UA-COUNT
           MOVE 0 TO WS-MS-UA-TOTAL
           MOVE SPACES TO WS-COLLECT-PATH
           STRING WS-COLLECT-PREFIX DELIMITED BY SPACE
                   MS-ID-TBL(WS-MS-INDEX) DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
               INTO WS-COLLECT-PATH
           OPEN OUTPUT COLLECT-FILE
           IF WS-COLLECT-STATUS NOT = "00"
               DISPLAY "ERROR COLLECTIONS FILE OPEN " WS-COLLECT-STATUS
                   " " MS-ID-TBL(WS-MS-INDEX)
           ELSE
               MOVE SPACES TO COLLECT-LINE
               STRING "H " MS-ID-TBL(WS-MS-INDEX) " " WS-TODAY
                   DELIMITED BY SIZE
                   INTO COLLECT-LINE
               WRITE COLLECT-LINE
               MOVE 1 TO WS-CR-INDEX
               PERFORM UNTIL WS-CR-INDEX > WS-CR-COUNT
                   IF CR-MASTER-TBL(WS-CR-INDEX)
                           = MS-ID-TBL(WS-MS-INDEX)
                       PERFORM WRITE-CREDIT-DETAIL
                   END-IF
                   ADD 1 TO WS-CR-INDEX
               END-PERFORM
               MOVE 1 TO WS-UA-INDEX
               PERFORM UNTIL WS-UA-INDEX > WS-UA-COUNT
                   IF UA-MASTER-TBL(WS-UA-INDEX)
                           = MS-ID-TBL(WS-MS-INDEX)
                       MOVE SPACES TO COLLECT-LINE
                       STRING "U " UA-VIRTUAL-TBL(WS-UA-INDEX)
                           " " UA-MONTO-TBL(WS-UA-INDEX)
                           " " UA-CURRENCY-TBL(WS-UA-INDEX)
                           " " UA-REASON-TBL(WS-UA-INDEX)
                           " " UA-NARR-TBL(WS-UA-INDEX)
                           DELIMITED BY SIZE
                           INTO COLLECT-LINE
                       WRITE COLLECT-LINE
                       ADD 1 TO WS-MS-UA-COUNT
                       ADD UA-MONTO-TBL(WS-UA-INDEX) TO WS-MS-UA-TOTAL
                   END-IF
                   ADD 1 TO WS-UA-INDEX
               END-PERFORM
               MOVE SPACES TO COLLECT-LINE
               STRING "T " MS-ID-TBL(WS-MS-INDEX)
                   " CREDITS " WS-MS-CREDITS
                   " TOTAL " WS-MS-TOTAL
                   " UNAPPLIED " WS-MS-UA-COUNT
                   " TOTAL " WS-MS-UA-TOTAL
                   DELIMITED BY SIZE
                   INTO COLLECT-LINE
               WRITE COLLECT-LINE
               CLOSE COLLECT-FILE
               ADD 1 TO WS-FILES-WRITTEN
           END-IF.

       WRITE-CREDIT-DETAIL.
           MOVE SPACES TO WS-PAYER
           MOVE 0 TO WS-EXPECTED
           MOVE 1 TO WS-VA-INDEX
           PERFORM UNTIL WS-VA-INDEX > WS-VA-COUNT
               IF VA-NUMBER-TBL(WS-VA-INDEX)
                       = CR-VIRTUAL-TBL(WS-CR-INDEX)
                   MOVE VA-PAYER-TBL(WS-VA-INDEX) TO WS-PAYER
                   MOVE VA-EXPECTED-TBL(WS-VA-INDEX) TO WS-EXPECTED
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-VA-INDEX
           END-PERFORM
           MOVE SPACES TO WS-MATCH-FLAG
           IF WS-EXPECTED > 0
               IF CR-AMT-TBL(WS-CR-INDEX) = WS-EXPECTED
                   MOVE "MATCH" TO WS-MATCH-FLAG
               ELSE
               IF CR-AMT-TBL(WS-CR-INDEX) < WS-EXPECTED
                   MOVE "SHORT" TO WS-MATCH-FLAG
               ELSE
                   MOVE "OVER" TO WS-MATCH-FLAG
               END-IF
               END-IF
           END-IF
           MOVE SPACES TO COLLECT-LINE
           STRING "D " CR-VIRTUAL-TBL(WS-CR-INDEX)
               " " WS-PAYER
               " " CR-AMT-TBL(WS-CR-INDEX)
               " " CR-CCY-TBL(WS-CR-INDEX)
               " " WS-EXPECTED
               " " WS-MATCH-FLAG
               " " CR-SEQ-TBL(WS-CR-INDEX)
               " " CR-NARR-TBL(WS-CR-INDEX)
               DELIMITED BY SIZE
               INTO COLLECT-LINE
           WRITE COLLECT-LINE
           ADD 1 TO WS-MS-CREDITS
           ADD CR-AMT-TBL(WS-CR-INDEX) TO WS-MS-TOTAL.

       WRITE-UNAPPLIED-LIST.
           MOVE SPACES TO WS-UALIST-PATH
           STRING WS-UALIST-PREFIX DELIMITED BY SPACE
                   WS-TODAY DELIMITED BY SIZE
                   ".RPT" DELIMITED BY SIZE
               INTO WS-UALIST-PATH
           OPEN OUTPUT UALIST-FILE
           IF WS-UALIST-STATUS NOT = "00"
               DISPLAY "ERROR UNAPPLIED LIST OPEN " WS-UALIST-STATUS
           ELSE
               MOVE 1 TO WS-UA-INDEX
               PERFORM UNTIL WS-UA-INDEX > WS-UA-COUNT
                   MOVE SPACES TO UALIST-LINE
                   STRING WS-TODAY
                       " " UA-VIRTUAL-TBL(WS-UA-INDEX)
                       " " UA-MASTER-TBL(WS-UA-INDEX)
                       " " UA-MONTO-TBL(WS-UA-INDEX)
                       " " UA-CURRENCY-TBL(WS-UA-INDEX)
                       " " UA-REASON-TBL(WS-UA-INDEX)
                       " " UA-SOURCE-TBL(WS-UA-INDEX)
                       " " UA-NARR-TBL(WS-UA-INDEX)
                       DELIMITED BY SIZE
                       INTO UALIST-LINE
                   WRITE UALIST-LINE
                   ADD 1 TO WS-UA-LISTED
                   ADD 1 TO WS-UA-INDEX
               END-PERFORM
               CLOSE UALIST-FILE
           END-IF.
