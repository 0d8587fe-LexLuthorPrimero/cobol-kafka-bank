       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTADO-ELECTRONICO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSCR-FILE
               ASSIGN TO DYNAMIC WS-SUBSCR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SUBSCR-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT HOLDS-FILE
               ASSIGN TO DYNAMIC WS-HOLDS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT FLOAT-FILE
               ASSIGN TO DYNAMIC WS-FLOAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FLOAT-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO DYNAMIC WS-BUSDATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT EXPORT-FILE
               ASSIGN TO DYNAMIC WS-EXPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.
           SELECT DELIVERY-FILE
               ASSIGN TO DYNAMIC WS-DELIVERY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-STATUS.
           SELECT XREF-FILE
               ASSIGN TO DYNAMIC WS-XREF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUBSCR-FILE.
       01  SUBSCR-RECORD.
           05 ES-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 ES-FORMAT         PIC X(5).
               88 ES-FMT-MT940  VALUE "MT940".
               88 ES-FMT-CAMT   VALUE "CAMT ".
           05 FILLER            PIC X(1).
           05 ES-STATUS         PIC X(1).
               88 ES-INACTIVE   VALUE 'I'.
       FD  ACCOUNTS-FILE.
       01  ACCOUNTS-RECORD.
           05 AC-ID             PIC X(5).
           05 AC-NOMBRE         PIC X(20).
           05 AC-SALDO          PIC S9(7)V99.
           05 AC-OVERDRAFT-LIMIT PIC 9(7)V99.
           05 AC-CURRENCY       PIC X(3).
           05 AC-TYPE           PIC X(1).
               88 AC-ES-CHECKING VALUE 'C'.
               88 AC-ES-SAVINGS  VALUE 'S'.
               88 AC-ES-LOAN     VALUE 'L'.
           05 AC-CUST-ID        PIC X(5).
           05 AC-STATUS         PIC X(1).
               88 AC-ST-BLOCKED VALUE 'F', 'C'.
       FD  JOURNAL-FILE.
       01  J-REC.
           05 J-TXT             PIC X(136).
       FD  HOLDS-FILE.
       01  HOLD-RECORD.
           05 HD-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 HD-MONTO          PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 HD-TIMESTAMP      PIC X(14).
       FD  FLOAT-FILE.
       01  FLOAT-RECORD.
           05 FH-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 FH-MONTO          PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 FH-DEP-DATE       PIC 9(8).
           05 FILLER            PIC X(1).
           05 FH-RELEASE        PIC 9(8).
           05 FILLER            PIC X(1).
           05 FH-CAT            PIC X(1).
           05 FILLER            PIC X(1).
           05 FH-STATUS         PIC X(1).
       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05 BD-DATE           PIC 9(8).
       FD  EXPORT-FILE.
       01  EXPORT-LINE          PIC X(200).
       FD  DELIVERY-FILE.
       01  DELIVERY-RECORD.
           05 DL-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 DL-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 DL-FORMAT         PIC X(5).
           05 FILLER            PIC X(1).
           05 DL-STMT-NO        PIC 9(5).
           05 FILLER            PIC X(1).
           05 DL-COUNT          PIC 9(7).
           05 FILLER            PIC X(1).
           05 DL-TOTAL          PIC 9(11)V99.
           05 FILLER            PIC X(1).
           05 DL-STATUS         PIC X(6).
           05 FILLER            PIC X(1).
           05 DL-STAMP          PIC X(14).
           05 FILLER            PIC X(1).
           05 DL-FILE           PIC X(100).
       FD  XREF-FILE.
       01  XREF-RECORD.
           05 XR-OLD-ID         PIC X(5).
           05 FILLER            PIC X(1).
           05 XR-NEW-ID         PIC 9(10).
           05 FILLER            PIC X(1).
           05 XR-IBAN           PIC X(34).
       WORKING-STORAGE SECTION.
       01  WS-SUBSCR-PATH       PIC X(200).
       01  WS-ACCOUNTS-PATH     PIC X(200).
       01  WS-JOURNAL-PATH      PIC X(200).
       01  WS-HOLDS-PATH        PIC X(200).
       01  WS-FLOAT-PATH        PIC X(200).
       01  WS-BUSDATE-PATH      PIC X(200).
       01  WS-EXPORT-PATH       PIC X(200).
       01  WS-EXPORT-PREFIX     PIC X(150).
       01  WS-DELIVERY-PATH     PIC X(200).
       01  WS-SUBSCR-STATUS     PIC XX.
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-JOURNAL-STATUS    PIC XX.
       01  WS-HOLDS-STATUS      PIC XX.
       01  WS-FLOAT-STATUS      PIC XX.
       01  WS-BUSDATE-STATUS    PIC XX.
       01  WS-EXPORT-STATUS     PIC XX.
       01  WS-DELIVERY-STATUS   PIC XX.
       01  WS-XREF-PATH         PIC X(200).
       01  WS-XREF-STATUS       PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  WS-TODAY-TXT REDEFINES WS-TODAY PIC X(8).
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-RUN-TIME          PIC 9(8).
       01  WS-RUN-STAMP         PIC X(14).
       01  WS-BANK-ID           PIC X(11).
       01  SUBSCR-TABLE.
           05 SUBSCR-ENTRY OCCURS 2000 TIMES.
               10 SB-ID-TBL        PIC X(5).
               10 SB-FORMAT-TBL    PIC X(5).
               10 SB-FOUND-TBL     PIC X(1).
               10 SB-NAME-TBL      PIC X(20).
               10 SB-CCY-TBL       PIC X(3).
               10 SB-CLOSING-TBL   PIC S9(11)V99.
               10 SB-OPENING-TBL   PIC S9(11)V99.
               10 SB-HELD-TBL      PIC 9(11)V99.
               10 SB-COUNT-TBL     PIC 9(7).
               10 SB-TOTAL-TBL     PIC 9(11)V99.
               10 SB-STMT-NO-TBL   PIC 9(5).
               10 SB-IBAN-TBL      PIC X(34).
       01  WS-SB-INDEX          PIC 9(4) VALUE 1.
       01  WS-SB-COUNT          PIC 9(4) VALUE 0.
       01  WS-SB-IX             PIC 9(4) VALUE 0.
       01  WS-SB-SCAN           PIC 9(4) VALUE 0.
       01  ENTRY-TABLE.
           05 ENTRY-ROW OCCURS 20000 TIMES.
               10 EN-SB-TBL        PIC 9(4).
               10 EN-AMOUNT-TBL    PIC 9(7)V99.
               10 EN-TIPO-TBL      PIC X(1).
               10 EN-VALUE-TBL     PIC X(8).
               10 EN-SEQ-TBL       PIC X(7).
               10 EN-NARR-TBL      PIC X(25).
       01  WS-EN-INDEX          PIC 9(5) VALUE 1.
       01  WS-EN-COUNT          PIC 9(5) VALUE 0.
       01  WS-J-ID              PIC X(5).
       01  WS-J-AMOUNT          PIC X(9).
       01  WS-J-AMOUNT-N REDEFINES WS-J-AMOUNT PIC 9(7)V99.
       01  WS-J-TIPO            PIC X(1).
       01  WS-J-DATE            PIC X(8).
       01  WS-J-DATE-N REDEFINES WS-J-DATE PIC 9(8).
       01  WS-SENT-COUNT        PIC 9(5) VALUE 0.
       01  WS-FAILED-COUNT      PIC 9(5) VALUE 0.
       01  WS-AVAILABLE         PIC S9(11)V99.
       01  WS-FMT-AMOUNT        PIC S9(11)V99.
       01  WS-FMT-ED            PIC Z(10)9.99.
       01  WS-FMT-TXT           PIC X(14).
       01  WS-FMT-LEAD          PIC 9(2).
       01  WS-FMT-SIGN          PIC X(1).
       01  WS-FMT-CAMT-IND      PIC X(4).
       01  WS-BAL-TAG           PIC X(5).
       01  WS-BAL-CODE          PIC X(4).
       01  WS-ISO-DATE          PIC X(10).
       01  WS-ISO-VALUE         PIC X(10).
       01  WS-SWIFT-REF         PIC X(16).
       01  WS-XML-NARR          PIC X(25).
       01  WS-STMT-REF          PIC X(15).
       01  WS-FILE-EXT          PIC X(4).
       01  WS-EXPORT-NAME       PIC X(100).
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-SUBSCR-PATH
           ACCEPT WS-SUBSCR-PATH
               FROM ENVIRONMENT "ESTMT_SUBSCRIBERS_PATH"
           IF WS-SUBSCR-PATH = SPACES
               MOVE "accounts/ESTMT_SUBSCRIBERS.DAT" TO WS-SUBSCR-PATH
           END-IF
           MOVE SPACES TO WS-ACCOUNTS-PATH
           ACCEPT WS-ACCOUNTS-PATH FROM ENVIRONMENT "ACCOUNTS_PATH"
           IF WS-ACCOUNTS-PATH = SPACES
               MOVE "accounts/ACCOUNTS.DAT" TO WS-ACCOUNTS-PATH
           END-IF
           MOVE SPACES TO WS-JOURNAL-PATH
           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT "JOURNAL_PATH"
           IF WS-JOURNAL-PATH = SPACES
               MOVE "accounts/JOURNAL.LOG" TO WS-JOURNAL-PATH
           END-IF
           MOVE SPACES TO WS-HOLDS-PATH
           ACCEPT WS-HOLDS-PATH FROM ENVIRONMENT "HOLDS_PATH"
           IF WS-HOLDS-PATH = SPACES
               MOVE "accounts/HOLDS.DAT" TO WS-HOLDS-PATH
           END-IF
           MOVE SPACES TO WS-FLOAT-PATH
           ACCEPT WS-FLOAT-PATH FROM ENVIRONMENT "FLOAT_HOLDS_PATH"
           IF WS-FLOAT-PATH = SPACES
               MOVE "accounts/FLOAT_HOLDS.DAT" TO WS-FLOAT-PATH
           END-IF
           MOVE SPACES TO WS-BUSDATE-PATH
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_PATH"
           IF WS-BUSDATE-PATH = SPACES
               MOVE "accounts/BUSINESS_DATE.DAT" TO WS-BUSDATE-PATH
           END-IF
           MOVE SPACES TO WS-EXPORT-PREFIX
           ACCEPT WS-EXPORT-PREFIX FROM ENVIRONMENT "ESTMT_PREFIX"
           IF WS-EXPORT-PREFIX = SPACES
               MOVE "accounts/ESTMT_" TO WS-EXPORT-PREFIX
           END-IF
           MOVE SPACES TO WS-DELIVERY-PATH
           ACCEPT WS-DELIVERY-PATH
               FROM ENVIRONMENT "ESTMT_DELIVERY_LOG_PATH"
           IF WS-DELIVERY-PATH = SPACES
               MOVE "accounts/ESTMT_DELIVERY.LOG" TO WS-DELIVERY-PATH
           END-IF
           MOVE SPACES TO WS-BANK-ID
           ACCEPT WS-BANK-ID FROM ENVIRONMENT "BANK_BIC"
           IF WS-BANK-ID = SPACES
               MOVE "BANKXXXXXXX" TO WS-BANK-ID
           END-IF
           MOVE SPACES TO WS-XREF-PATH
           ACCEPT WS-XREF-PATH FROM ENVIRONMENT "ACCT_XREF_PATH"
           IF WS-XREF-PATH = SPACES
               MOVE "accounts/ACCT_XREF.DAT" TO WS-XREF-PATH
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-RUN-STAMP(1:8)
           MOVE WS-RUN-TIME(1:6) TO WS-RUN-STAMP(9:6)
           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-SUBSCRIBERS
           IF WS-SB-COUNT = 0
               DISPLAY "NO E-STATEMENT SUBSCRIBERS"
               STOP RUN
           END-IF
           PERFORM LOAD-SUBSCRIBER-ACCOUNTS
           PERFORM LOAD-SUBSCRIBER-IBANS
           PERFORM COUNT-PRIOR-STATEMENTS
           PERFORM SCAN-JOURNAL-ENTRIES
           PERFORM SUM-HELD-FUNDS
           PERFORM SUM-UNCOLLECTED-FLOAT
           MOVE 1 TO WS-SB-IX
           PERFORM UNTIL WS-SB-IX > WS-SB-COUNT
               PERFORM EXPORT-ONE-STATEMENT
               ADD 1 TO WS-SB-IX
           END-PERFORM
           DISPLAY "E-STATEMENTS FOR " WS-TODAY " - " WS-SENT-COUNT
               " SENT, " WS-FAILED-COUNT " NOT SENT"
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

       LOAD-SUBSCRIBERS.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-SB-COUNT
           OPEN INPUT SUBSCR-FILE
           IF WS-SUBSCR-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SUBSCR-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ES-ACCOUNT NOT = SPACES
                                   AND NOT ES-INACTIVE
                                   AND WS-SB-COUNT < 2000
                               PERFORM KEEP-ONE-SUBSCRIBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBSCR-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       KEEP-ONE-SUBSCRIBER.
           ADD 1 TO WS-SB-COUNT
           MOVE ES-ACCOUNT TO SB-ID-TBL(WS-SB-COUNT)
           IF ES-FMT-CAMT
               MOVE "CAMT " TO SB-FORMAT-TBL(WS-SB-COUNT)
           ELSE
               MOVE "MT940" TO SB-FORMAT-TBL(WS-SB-COUNT)
           END-IF
           MOVE 'N' TO SB-FOUND-TBL(WS-SB-COUNT)
           MOVE SPACES TO SB-NAME-TBL(WS-SB-COUNT)
           MOVE "USD" TO SB-CCY-TBL(WS-SB-COUNT)
           MOVE 0 TO SB-CLOSING-TBL(WS-SB-COUNT)
           MOVE 0 TO SB-OPENING-TBL(WS-SB-COUNT)
           MOVE 0 TO SB-HELD-TBL(WS-SB-COUNT)
           MOVE 0 TO SB-COUNT-TBL(WS-SB-COUNT)
           MOVE 0 TO SB-TOTAL-TBL(WS-SB-COUNT)
           MOVE 1 TO SB-STMT-NO-TBL(WS-SB-COUNT)
           MOVE SPACES TO SB-IBAN-TBL(WS-SB-COUNT).

       FIND-SUBSCRIBER.
           MOVE 0 TO WS-SB-INDEX
           MOVE 1 TO WS-SB-SCAN
           PERFORM UNTIL WS-SB-SCAN > WS-SB-COUNT
               IF SB-ID-TBL(WS-SB-SCAN) = WS-J-ID
                   MOVE WS-SB-SCAN TO WS-SB-INDEX
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-SB-SCAN
           END-PERFORM.

       LOAD-SUBSCRIBER-ACCOUNTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "NO ACCOUNTS FILE"
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCOUNTS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE AC-ID TO WS-J-ID
                       PERFORM FIND-SUBSCRIBER
                       IF WS-SB-INDEX > 0 AND AC-SALDO NUMERIC
                           MOVE 'Y' TO SB-FOUND-TBL(WS-SB-INDEX)
                           MOVE AC-NOMBRE TO SB-NAME-TBL(WS-SB-INDEX)
                           IF AC-CURRENCY NOT = SPACES
                               MOVE AC-CURRENCY
                                   TO SB-CCY-TBL(WS-SB-INDEX)
                           END-IF
                           MOVE AC-SALDO TO SB-CLOSING-TBL(WS-SB-INDEX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           MOVE 'N' TO WS-EOF.

       LOAD-SUBSCRIBER-IBANS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ XREF-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF XR-IBAN NOT = SPACES
                               MOVE XR-OLD-ID TO WS-J-ID
                               PERFORM FIND-SUBSCRIBER
                               IF WS-SB-INDEX > 0
                                   MOVE XR-IBAN
                                     TO SB-IBAN-TBL(WS-SB-INDEX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       COUNT-PRIOR-STATEMENTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT DELIVERY-FILE
           IF WS-DELIVERY-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DELIVERY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF DL-STATUS = "SENT  "
                                   AND DL-DATE NUMERIC
                                   AND DL-DATE < WS-TODAY
                               MOVE DL-ACCOUNT TO WS-J-ID
                               PERFORM FIND-SUBSCRIBER
                               IF WS-SB-INDEX > 0
                                   ADD 1
                                     TO SB-STMT-NO-TBL(WS-SB-INDEX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELIVERY-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       SCAN-JOURNAL-ENTRIES.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-EN-COUNT
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF J-TXT(1:3) = "OK "
                               PERFORM TAKE-ONE-JOURNAL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE 1 TO WS-SB-IX
           PERFORM UNTIL WS-SB-IX > WS-SB-COUNT
               MOVE SB-CLOSING-TBL(WS-SB-IX)
                   TO SB-OPENING-TBL(WS-SB-IX)
               ADD 1 TO WS-SB-IX
           END-PERFORM
           MOVE 1 TO WS-EN-INDEX
           PERFORM UNTIL WS-EN-INDEX > WS-EN-COUNT
               MOVE EN-SB-TBL(WS-EN-INDEX) TO WS-SB-IX
               IF EN-TIPO-TBL(WS-EN-INDEX) = 'C'
                   SUBTRACT EN-AMOUNT-TBL(WS-EN-INDEX)
                       FROM SB-OPENING-TBL(WS-SB-IX)
               ELSE
                   ADD EN-AMOUNT-TBL(WS-EN-INDEX)
                       TO SB-OPENING-TBL(WS-SB-IX)
               END-IF
               ADD 1 TO SB-COUNT-TBL(WS-SB-IX)
               ADD EN-AMOUNT-TBL(WS-EN-INDEX)
                   TO SB-TOTAL-TBL(WS-SB-IX)
               ADD 1 TO WS-EN-INDEX
           END-PERFORM.

       TAKE-ONE-JOURNAL-LINE.
           MOVE J-TXT(4:5) TO WS-J-ID
           MOVE J-TXT(10:9) TO WS-J-AMOUNT
           MOVE J-TXT(20:1) TO WS-J-TIPO
           MOVE J-TXT(30:8) TO WS-J-DATE
           IF WS-J-AMOUNT-N NUMERIC AND WS-J-DATE-N NUMERIC
                   AND WS-J-DATE-N NOT < WS-TODAY
               PERFORM FIND-SUBSCRIBER
               IF WS-SB-INDEX > 0
                   IF WS-J-DATE-N > WS-TODAY
                       IF WS-J-TIPO = 'C'
                           SUBTRACT WS-J-AMOUNT-N
                               FROM SB-CLOSING-TBL(WS-SB-INDEX)
                       ELSE
                           ADD WS-J-AMOUNT-N
                               TO SB-CLOSING-TBL(WS-SB-INDEX)
                       END-IF
                   ELSE
                       IF WS-EN-COUNT < 20000
                           PERFORM KEEP-ONE-ENTRY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       KEEP-ONE-ENTRY.
           ADD 1 TO WS-EN-COUNT
           MOVE WS-SB-INDEX TO EN-SB-TBL(WS-EN-COUNT)
           MOVE WS-J-AMOUNT-N TO EN-AMOUNT-TBL(WS-EN-COUNT)
           IF WS-J-TIPO = 'C'
               MOVE 'C' TO EN-TIPO-TBL(WS-EN-COUNT)
           ELSE
               MOVE 'D' TO EN-TIPO-TBL(WS-EN-COUNT)
           END-IF
           MOVE J-TXT(39:7) TO EN-SEQ-TBL(WS-EN-COUNT)
           MOVE J-TXT(79:25) TO EN-NARR-TBL(WS-EN-COUNT)
           IF J-TXT(105:4) = "VAL " AND J-TXT(109:8) NUMERIC
               MOVE J-TXT(109:8) TO EN-VALUE-TBL(WS-EN-COUNT)
           ELSE
               MOVE WS-J-DATE TO EN-VALUE-TBL(WS-EN-COUNT)
           END-IF.

       SUM-HELD-FUNDS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HOLDS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE HD-ID TO WS-J-ID
                           PERFORM FIND-SUBSCRIBER
                           IF WS-SB-INDEX > 0 AND HD-MONTO NUMERIC
                               ADD HD-MONTO TO SB-HELD-TBL(WS-SB-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       SUM-UNCOLLECTED-FLOAT.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FLOAT-FILE
           IF WS-FLOAT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FLOAT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE FH-ID TO WS-J-ID
                           PERFORM FIND-SUBSCRIBER
                           IF WS-SB-INDEX > 0
                                   AND FH-STATUS = 'H'
                                   AND FH-MONTO NUMERIC
                                   AND FH-RELEASE NUMERIC
                                   AND FH-RELEASE > WS-TODAY
                               ADD FH-MONTO TO SB-HELD-TBL(WS-SB-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FLOAT-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       EXPORT-ONE-STATEMENT.
           MOVE SPACES TO DELIVERY-RECORD
           MOVE WS-TODAY TO DL-DATE
           MOVE SB-ID-TBL(WS-SB-IX) TO DL-ACCOUNT
           MOVE SB-FORMAT-TBL(WS-SB-IX) TO DL-FORMAT
           MOVE SB-STMT-NO-TBL(WS-SB-IX) TO DL-STMT-NO
           MOVE SB-COUNT-TBL(WS-SB-IX) TO DL-COUNT
           MOVE SB-TOTAL-TBL(WS-SB-IX) TO DL-TOTAL
           MOVE WS-RUN-STAMP TO DL-STAMP
           IF SB-FOUND-TBL(WS-SB-IX) NOT = 'Y'
               MOVE "NOACCT" TO DL-STATUS
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "E-STATEMENT ACCOUNT NOT FOUND "
                   SB-ID-TBL(WS-SB-IX)
           ELSE
               PERFORM BUILD-EXPORT-PATH
               MOVE WS-EXPORT-NAME TO DL-FILE
               OPEN OUTPUT EXPORT-FILE
               IF WS-EXPORT-STATUS NOT = "00"
                   MOVE "FAILED" TO DL-STATUS
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY "E-STATEMENT FILE NOT OPENED "
                       SB-ID-TBL(WS-SB-IX) " STATUS "
                       WS-EXPORT-STATUS
               ELSE
                   COMPUTE WS-AVAILABLE = SB-CLOSING-TBL(WS-SB-IX)
                       - SB-HELD-TBL(WS-SB-IX)
                   IF SB-FORMAT-TBL(WS-SB-IX) = "CAMT "
                       PERFORM WRITE-CAMT053-STATEMENT
                   ELSE
                       PERFORM WRITE-MT940-STATEMENT
                   END-IF
                   CLOSE EXPORT-FILE
                   MOVE "SENT  " TO DL-STATUS
                   ADD 1 TO WS-SENT-COUNT
               END-IF
           END-IF
           PERFORM WRITE-DELIVERY-LOG.

       BUILD-EXPORT-PATH.
           IF SB-FORMAT-TBL(WS-SB-IX) = "CAMT "
               MOVE ".xml" TO WS-FILE-EXT
           ELSE
               MOVE ".940" TO WS-FILE-EXT
           END-IF
           MOVE SPACES TO WS-EXPORT-PATH
           STRING WS-EXPORT-PREFIX DELIMITED BY SPACE
                   SB-ID-TBL(WS-SB-IX) DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   WS-FILE-EXT DELIMITED BY SIZE
               INTO WS-EXPORT-PATH
           MOVE WS-EXPORT-PATH TO WS-EXPORT-NAME
           MOVE SPACES TO WS-STMT-REF
           STRING "ST" SB-ID-TBL(WS-SB-IX) WS-TODAY
               DELIMITED BY SIZE INTO WS-STMT-REF.

       WRITE-DELIVERY-LOG.
           OPEN EXTEND DELIVERY-FILE
           IF WS-DELIVERY-STATUS NOT = "00" AND
                   WS-DELIVERY-STATUS NOT = "05"
               CLOSE DELIVERY-FILE
               OPEN OUTPUT DELIVERY-FILE
           END-IF
           WRITE DELIVERY-RECORD
           CLOSE DELIVERY-FILE.

       FORMAT-AMOUNT.
           IF WS-FMT-AMOUNT < 0
               MOVE 'D' TO WS-FMT-SIGN
               MOVE "DBIT" TO WS-FMT-CAMT-IND
               COMPUTE WS-FMT-AMOUNT = WS-FMT-AMOUNT * -1
           ELSE
               MOVE 'C' TO WS-FMT-SIGN
               MOVE "CRDT" TO WS-FMT-CAMT-IND
           END-IF
           MOVE WS-FMT-AMOUNT TO WS-FMT-ED
           MOVE 0 TO WS-FMT-LEAD
           INSPECT WS-FMT-ED TALLYING WS-FMT-LEAD FOR LEADING SPACE
           MOVE SPACES TO WS-FMT-TXT
           MOVE WS-FMT-ED(WS-FMT-LEAD + 1:) TO WS-FMT-TXT.

       FORMAT-SWIFT-AMOUNT.
           PERFORM FORMAT-AMOUNT
           INSPECT WS-FMT-TXT REPLACING ALL "." BY ",".

       WRITE-MT940-STATEMENT.
           MOVE SPACES TO EXPORT-LINE
           STRING ":20:" WS-STMT-REF
               DELIMITED BY SIZE INTO EXPORT-LINE
           WRITE EXPORT-LINE
           MOVE SPACES TO EXPORT-LINE
           IF SB-IBAN-TBL(WS-SB-IX) NOT = SPACES
               STRING ":25:" SB-IBAN-TBL(WS-SB-IX)
                   DELIMITED BY SPACE INTO EXPORT-LINE
           ELSE
               STRING ":25:" WS-BANK-ID "/" SB-ID-TBL(WS-SB-IX)
                   DELIMITED BY SIZE INTO EXPORT-LINE
           END-IF
           WRITE EXPORT-LINE
           MOVE SPACES TO EXPORT-LINE
           STRING ":28C:" SB-STMT-NO-TBL(WS-SB-IX) "/1"
               DELIMITED BY SIZE INTO EXPORT-LINE
           WRITE EXPORT-LINE
           MOVE ":60F:" TO WS-BAL-TAG
           MOVE SB-OPENING-TBL(WS-SB-IX) TO WS-FMT-AMOUNT
           PERFORM WRITE-MT940-BALANCE
           MOVE 1 TO WS-EN-INDEX
           PERFORM UNTIL WS-EN-INDEX > WS-EN-COUNT
               IF EN-SB-TBL(WS-EN-INDEX) = WS-SB-IX
                   PERFORM WRITE-MT940-ENTRY
               END-IF
               ADD 1 TO WS-EN-INDEX
           END-PERFORM
           MOVE ":62F:" TO WS-BAL-TAG
           MOVE SB-CLOSING-TBL(WS-SB-IX) TO WS-FMT-AMOUNT
           PERFORM WRITE-MT940-BALANCE
           MOVE ":64: " TO WS-BAL-TAG
           MOVE WS-AVAILABLE TO WS-FMT-AMOUNT
           PERFORM WRITE-MT940-BALANCE
           MOVE SB-TOTAL-TBL(WS-SB-IX) TO WS-FMT-AMOUNT
           PERFORM FORMAT-SWIFT-AMOUNT
           MOVE SPACES TO EXPORT-LINE
           STRING ":86:/CTRL/" SB-COUNT-TBL(WS-SB-IX) "/SUM/"
                   WS-FMT-TXT DELIMITED BY SPACE
               INTO EXPORT-LINE
           WRITE EXPORT-LINE
           MOVE "-" TO EXPORT-LINE
           WRITE EXPORT-LINE.

       WRITE-MT940-BALANCE.
           PERFORM FORMAT-SWIFT-AMOUNT
           MOVE SPACES TO EXPORT-LINE
           STRING WS-BAL-TAG DELIMITED BY SPACE
                   WS-FMT-SIGN WS-TODAY-TXT(3:6) SB-CCY-TBL(WS-SB-IX)
                   DELIMITED BY SIZE
                   WS-FMT-TXT DELIMITED BY SPACE
               INTO EXPORT-LINE
           WRITE EXPORT-LINE.

       WRITE-MT940-ENTRY.
           MOVE EN-AMOUNT-TBL(WS-EN-INDEX) TO WS-FMT-AMOUNT
           PERFORM FORMAT-SWIFT-AMOUNT
           IF EN-NARR-TBL(WS-EN-INDEX) = SPACES
               MOVE "NONREF" TO WS-SWIFT-REF
           ELSE
               MOVE EN-NARR-TBL(WS-EN-INDEX) TO WS-SWIFT-REF
           END-IF
           MOVE SPACES TO EXPORT-LINE
           STRING ":61:" EN-VALUE-TBL(WS-EN-INDEX)(3:6)
                   WS-TODAY-TXT(5:4) EN-TIPO-TBL(WS-EN-INDEX)
                   DELIMITED BY SIZE
                   WS-FMT-TXT DELIMITED BY SPACE
                   "NTRF" DELIMITED BY SIZE
                   WS-SWIFT-REF DELIMITED BY "  "
                   "//" EN-SEQ-TBL(WS-EN-INDEX)
                   DELIMITED BY SIZE
               INTO EXPORT-LINE
           WRITE EXPORT-LINE
           IF EN-NARR-TBL(WS-EN-INDEX) NOT = SPACES
               MOVE SPACES TO EXPORT-LINE
               STRING ":86:" EN-NARR-TBL(WS-EN-INDEX)
                   DELIMITED BY SIZE INTO EXPORT-LINE
               WRITE EXPORT-LINE
           END-IF.

       WRITE-CAMT053-STATEMENT.
           MOVE SPACES TO WS-ISO-DATE
           STRING WS-TODAY-TXT(1:4) "-" WS-TODAY-TXT(5:2) "-"
                   WS-TODAY-TXT(7:2)
               DELIMITED BY SIZE INTO WS-ISO-DATE
           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
               TO EXPORT-LINE
           WRITE EXPORT-LINE
           MOVE SPACES TO EXPORT-LINE
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
                   'camt.053.001.02">'
               DELIMITED BY SIZE INTO EXPORT-LINE
           WRITE EXPORT-LINE
           MOVE "<BkToCstmrStmt>" TO EXPORT-LINE
           WRITE EXPORT-LINE
           MOVE SPACES TO EXPORT-LINE
           STRING "<GrpHdr><MsgId>" WS-STMT-REF "</MsgId>"
                   "<CreDtTm>" WS-RUN-STAMP(1:4) "-" WS-RUN-STAMP(5:2)
                   "-" WS-RUN-STAMP(7:2) "T" WS-RUN-STAMP(9:2) ":"
                   WS-RUN-STAMP(11:2) ":" WS-RUN-STAMP(13:2)
                   "</CreDtTm></GrpHdr>"
               DELIMITED BY SIZE INTO EXPORT-LINE
           WRITE EXPORT-LINE
           MOVE "<Stmt>" TO EXPORT-LINE
           WRITE EXPORT-LINE
           MOVE SPACES TO EXPORT-LINE
           STRING "<Id>" WS-STMT-REF "</Id><ElctrncSeqNb>"
                   SB-STMT-NO-TBL(WS-SB-IX) "</ElctrncSeqNb>"
               DELIMITED BY SIZE INTO EXPORT-LINE
           WRITE EXPORT-LINE
           MOVE SB-NAME-TBL(WS-SB-IX) TO WS-XML-NARR
           INSPECT WS-XML-NARR REPLACING ALL "&" BY "+"
               ALL "<" BY "(" ALL ">" BY ")"
           MOVE SPACES TO EXPORT-LINE
           IF SB-IBAN-TBL(WS-SB-IX) NOT = SPACES
               STRING "<Acct><Id><IBAN>" DELIMITED BY SIZE
                       SB-IBAN-TBL(WS-SB-IX) DELIMITED BY SPACE
                       "</IBAN></Id><Ccy>" SB-CCY-TBL(WS-SB-IX)
                       "</Ccy><Nm>" DELIMITED BY SIZE
                       WS-XML-NARR DELIMITED BY "  "
                       "</Nm><Svcr><FinInstnId><BIC>" WS-BANK-ID
                       "</BIC></FinInstnId></Svcr></Acct>"
                   DELIMITED BY SIZE INTO EXPORT-LINE
           ELSE
               STRING "<Acct><Id><Othr><Id>" SB-ID-TBL(WS-SB-IX)
                       "</Id></Othr></Id><Ccy>" SB-CCY-TBL(WS-SB-IX)
                       "</Ccy><Nm>" DELIMITED BY SIZE
                       WS-XML-NARR DELIMITED BY "  "
                       "</Nm><Svcr><FinInstnId><BIC>" WS-BANK-ID
                       "</BIC></FinInstnId></Svcr></Acct>"
                   DELIMITED BY SIZE INTO EXPORT-LINE
           END-IF
           WRITE EXPORT-LINE
           MOVE "OPBD" TO WS-BAL-CODE
           MOVE SB-OPENING-TBL(WS-SB-IX) TO WS-FMT-AMOUNT
           PERFORM WRITE-CAMT053-BALANCE
           MOVE "CLBD" TO WS-BAL-CODE
           MOVE SB-CLOSING-TBL(WS-SB-IX) TO WS-FMT-AMOUNT
           PERFORM WRITE-CAMT053-BALANCE
           MOVE "CLAV" TO WS-BAL-CODE
           MOVE WS-AVAILABLE TO WS-FMT-AMOUNT
           PERFORM WRITE-CAMT053-BALANCE
           MOVE SB-TOTAL-TBL(WS-SB-IX) TO WS-FMT-AMOUNT
           PERFORM FORMAT-AMOUNT
           MOVE SPACES TO EXPORT-LINE
           STRING "<TxsSummry><TtlNtries><NbOfNtries>"
                   SB-COUNT-TBL(WS-SB-IX) "</NbOfNtries><Sum>"
                   DELIMITED BY SIZE
                   WS-FMT-TXT DELIMITED BY SPACE
                   "</Sum>" DELIMITED BY SIZE
               INTO EXPORT-LINE
           WRITE EXPORT-LINE
           COMPUTE WS-FMT-AMOUNT = SB-CLOSING-TBL(WS-SB-IX)
               - SB-OPENING-TBL(WS-SB-IX)
           PERFORM FORMAT-AMOUNT
           MOVE SPACES TO EXPORT-LINE
           STRING "<TtlNetNtry><Amt>" DELIMITED BY SIZE
                   WS-FMT-TXT DELIMITED BY SPACE
                   "</Amt><CdtDbtInd>" WS-FMT-CAMT-IND
                   "</CdtDbtInd></TtlNetNtry></TtlNtries></TxsSummry>"
                   DELIMITED BY SIZE
               INTO EXPORT-LINE
           WRITE EXPORT-LINE
           MOVE 1 TO WS-EN-INDEX
           PERFORM UNTIL WS-EN-INDEX > WS-EN-COUNT
               IF EN-SB-TBL(WS-EN-INDEX) = WS-SB-IX
                   PERFORM WRITE-CAMT053-ENTRY
               END-IF
               ADD 1 TO WS-EN-INDEX
           END-PERFORM
           MOVE "</Stmt>" TO EXPORT-LINE
           WRITE EXPORT-LINE
           MOVE "</BkToCstmrStmt>" TO EXPORT-LINE
           WRITE EXPORT-LINE
           MOVE "</Document>" TO EXPORT-LINE
           WRITE EXPORT-LINE.

       WRITE-CAMT053-BALANCE.
           PERFORM FORMAT-AMOUNT
           MOVE SPACES TO EXPORT-LINE
           STRING "<Bal><Tp><CdOrPrtry><Cd>" WS-BAL-CODE
                   "</Cd></CdOrPrtry></Tp><Amt Ccy="
                   '"' SB-CCY-TBL(WS-SB-IX) '">'
                   DELIMITED BY SIZE
                   WS-FMT-TXT DELIMITED BY SPACE
                   "</Amt><CdtDbtInd>" WS-FMT-CAMT-IND
                   "</CdtDbtInd><Dt><Dt>" WS-ISO-DATE
                   "</Dt></Dt></Bal>"
                   DELIMITED BY SIZE
               INTO EXPORT-LINE
           WRITE EXPORT-LINE.

       WRITE-CAMT053-ENTRY.
           MOVE EN-AMOUNT-TBL(WS-EN-INDEX) TO WS-FMT-AMOUNT
           PERFORM FORMAT-AMOUNT
           IF EN-TIPO-TBL(WS-EN-INDEX) = 'D'
               MOVE "DBIT" TO WS-FMT-CAMT-IND
           END-IF
           MOVE SPACES TO WS-ISO-VALUE
           STRING EN-VALUE-TBL(WS-EN-INDEX)(1:4) "-"
                   EN-VALUE-TBL(WS-EN-INDEX)(5:2) "-"
                   EN-VALUE-TBL(WS-EN-INDEX)(7:2)
               DELIMITED BY SIZE INTO WS-ISO-VALUE
           MOVE EN-NARR-TBL(WS-EN-INDEX) TO WS-XML-NARR
           INSPECT WS-XML-NARR REPLACING ALL "&" BY "+"
               ALL "<" BY "(" ALL ">" BY ")"
           IF WS-XML-NARR = SPACES
               MOVE "NOTPROVIDED" TO WS-XML-NARR
           END-IF
           MOVE SPACES TO EXPORT-LINE
           STRING "<Ntry><NtryRef>" EN-SEQ-TBL(WS-EN-INDEX)
                   "</NtryRef><Amt Ccy=" '"' SB-CCY-TBL(WS-SB-IX) '">'
                   DELIMITED BY SIZE
                   WS-FMT-TXT DELIMITED BY SPACE
                   "</Amt><CdtDbtInd>" WS-FMT-CAMT-IND
                   "</CdtDbtInd><Sts>BOOK</Sts>"
                   DELIMITED BY SIZE
               INTO EXPORT-LINE
           WRITE EXPORT-LINE
           MOVE SPACES TO EXPORT-LINE
           STRING "<BookgDt><Dt>" WS-ISO-DATE "</Dt></BookgDt>"
                   "<ValDt><Dt>" WS-ISO-VALUE "</Dt></ValDt>"
                   "<AcctSvcrRef>" EN-SEQ-TBL(WS-EN-INDEX)
                   "</AcctSvcrRef>"
                   DELIMITED BY SIZE
               INTO EXPORT-LINE
           WRITE EXPORT-LINE
           MOVE SPACES TO EXPORT-LINE
           STRING "<NtryDtls><TxDtls><Refs><EndToEndId>"
                   DELIMITED BY SIZE
                   WS-XML-NARR DELIMITED BY "  "
                   "</EndToEndId></Refs><AddtlTxInf>"
                   DELIMITED BY SIZE
                   WS-XML-NARR DELIMITED BY "  "
                   "</AddtlTxInf></TxDtls></NtryDtls></Ntry>"
                   DELIMITED BY SIZE
               INTO EXPORT-LINE
           WRITE EXPORT-LINE.
