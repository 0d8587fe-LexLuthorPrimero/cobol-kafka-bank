               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-STATUS.

           SELECT FLOAT-FILE
               ASSIGN TO DYNAMIC WS-FLOAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLOAT-STATUS.

           SELECT BUSDATE-FILE
               ASSIGN TO DYNAMIC WS-BUSDATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT MEMOS-FILE
               ASSIGN TO DYNAMIC WS-MEMOS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMOS-STATUS.

       DATA DIVISION.

       FILE SECTION.
               88 AC-ES-CHECKING VALUE 'C'.
               88 AC-ES-SAVINGS  VALUE 'S'.
               88 AC-ES-LOAN     VALUE 'L'.
           05 AC-CUST-ID        PIC X(5).

       FD JOURNAL-FILE.
       01 J-REC.
           05 J-TXT PIC X(136).

       FD HISTORY-FILE.
       01 BH-REC.
           05 FILLER    PIC X(1).
           05 WH-TIPO   PIC X(1).

       FD FLOAT-FILE.
       01 FLOAT-RECORD.
           05 FH-ID     PIC X(5).
           05 FILLER    PIC X(1).
           05 FH-MONTO  PIC 9(7)V99.
           05 FILLER    PIC X(1).
           05 FH-DEP-DATE PIC 9(8).
           05 FILLER    PIC X(1).
           05 FH-RELEASE PIC 9(8).
           05 FILLER    PIC X(1).
           05 FH-CAT    PIC X(1).
           05 FILLER    PIC X(1).
           05 FH-STATUS PIC X(1).

       FD BUSDATE-FILE.
       01 BD-RECORD.
           05 BD-DATE   PIC 9(8).

       FD MEMOS-FILE.
       01 MEMO-RECORD.
           05 MO-ID             PIC 9(6).
           05 FILLER            PIC X(1).
           05 MO-KEY-TYPE       PIC X(1).
           05 FILLER            PIC X(1).
           05 MO-KEY            PIC X(5).
           05 FILLER            PIC X(1).
           05 MO-CATEGORY       PIC X(4).
           05 FILLER            PIC X(1).
           05 MO-SEVERITY       PIC X(1).
           05 FILLER            PIC X(1).
           05 MO-START          PIC 9(8).
           05 FILLER            PIC X(1).
           05 MO-EXPIRY         PIC 9(8).
           05 FILLER            PIC X(1).
           05 MO-AUTHOR         PIC X(8).
           05 FILLER            PIC X(1).
           05 MO-TEXT           PIC X(60).

       WORKING-STORAGE SECTION.

       01 WS-ACCOUNTS-PATH   PIC X(200).
       01 WS-PENDING-AMOUNT PIC 9(9)V99 VALUE 0.
       01 WS-WAREHOUSED-AMT PIC 9(9)V99 VALUE 0.
       01 WS-AVAILABLE      PIC S9(9)V99.
       01 WS-FLOAT-PATH     PIC X(200).
       01 WS-FLOAT-STATUS   PIC XX.
       01 WS-BUSDATE-PATH   PIC X(200).
       01 WS-BUSDATE-STATUS PIC XX.
       01 WS-TODAY          PIC 9(8).
       01 WS-FLOAT-AMOUNT   PIC 9(9)V99 VALUE 0.
       01 WS-INQUIRY-CUST   PIC X(5).
       01 WS-MEMOS-PATH        PIC X(200).
       01 WS-MEMOS-STATUS      PIC XX.
       01 WS-MO-EOF            PIC X VALUE 'N'.
       01 MEMO-TABLE.
           05 MEMO-ENTRY OCCURS 5000 TIMES.
               10 MO-ID-TBL       PIC 9(6).
               10 MO-KEY-TYPE-TBL PIC X(1).
               10 MO-KEY-TBL      PIC X(5).
               10 MO-CATEGORY-TBL PIC X(4).
               10 MO-SEVERITY-TBL PIC X(1).
               10 MO-START-TBL    PIC 9(8).
               10 MO-EXPIRY-TBL   PIC 9(8).
               10 MO-AUTHOR-TBL   PIC X(8).
               10 MO-TEXT-TBL     PIC X(60).
       01 WS-MO-INDEX          PIC 9(4) VALUE 1.
       01 WS-MO-COUNT          PIC 9(4) VALUE 0.
       01 WS-MO-KEY-TYPE       PIC X(1).
       01 WS-MO-KEY            PIC X(5).
       01 WS-MO-SEV-TEXT       PIC X(4).
       01 WS-MO-STOP-COUNT     PIC 9(4) VALUE 0.
       01 WS-MO-STOP-ID        PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

               MOVE "accounts/WAREHOUSE.DAT" TO WS-WAREHOUSE-PATH
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

           MOVE SPACES TO WS-MEMOS-PATH
           ACCEPT WS-MEMOS-PATH FROM ENVIRONMENT "MEMOS_PATH"
           IF WS-MEMOS-PATH = SPACES
               MOVE "accounts/ACCOUNT_MEMOS.DAT" TO WS-MEMOS-PATH
           END-IF

           MOVE SPACES TO WS-AS-OF-TXT
           ACCEPT WS-AS-OF-TXT FROM ENVIRONMENT "AS_OF_DATE"
           IF WS-AS-OF-TXT NOT = SPACES AND WS-AS-OF-TXT NUMERIC
           PERFORM LOOKUP-ACCOUNT

           IF WS-FOUND = 'Y'
               PERFORM SHOW-ACCOUNT-MEMOS
               PERFORM SHOW-RECENT-POSTINGS
           END-IF

       SHOW-ACCOUNT-SUMMARY.

           DISPLAY "ACCOUNT " AC-ID " " AC-NOMBRE
           MOVE AC-CUST-ID TO WS-INQUIRY-CUST
           DISPLAY "LEDGER BALANCE " AC-SALDO " " AC-CURRENCY
           DISPLAY "OVERDRAFT LIMIT " AC-OVERDRAFT-LIMIT
           PERFORM SUM-OPEN-HOLDS
           PERFORM SUM-PENDING-APPROVALS
           PERFORM SUM-WAREHOUSED-DEBITS
           PERFORM SUM-UNCOLLECTED-FLOAT
           COMPUTE WS-AVAILABLE = AC-SALDO
               - WS-HELD-AMOUNT
               - WS-PENDING-AMOUNT
               - WS-WAREHOUSED-AMT
               - WS-FLOAT-AMOUNT
           DISPLAY "  LESS HOLDS              " WS-HELD-AMOUNT
           DISPLAY "  LESS PENDING APPROVALS  " WS-PENDING-AMOUNT
           DISPLAY "  LESS VALUE-DATED DEBITS " WS-WAREHOUSED-AMT
           DISPLAY "  LESS UNCOLLECTED FUNDS  " WS-FLOAT-AMOUNT
           DISPLAY "AVAILABLE BALANCE " WS-AVAILABLE
               " " AC-CURRENCY.

           END-IF
           MOVE 'N' TO WS-EOF.

       SUM-UNCOLLECTED-FLOAT.

           MOVE 0 TO WS-FLOAT-AMOUNT
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
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT FLOAT-FILE
           IF WS-FLOAT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FLOAT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF FH-ID = WS-INQUIRY-ID
                                   AND FH-STATUS = 'H'
                                   AND FH-MONTO NUMERIC
                                   AND FH-RELEASE NUMERIC
                                   AND FH-RELEASE > WS-TODAY
                               ADD FH-MONTO TO WS-FLOAT-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FLOAT-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       SHOW-ACCOUNT-MEMOS.

           PERFORM LOAD-MEMO-TABLE
           MOVE 'A' TO WS-MO-KEY-TYPE
           MOVE WS-INQUIRY-ID TO WS-MO-KEY
           PERFORM SHOW-MEMOS-FOR-KEY
           IF WS-INQUIRY-CUST NOT = SPACES
               MOVE 'C' TO WS-MO-KEY-TYPE
               MOVE WS-INQUIRY-CUST TO WS-MO-KEY
               PERFORM SHOW-MEMOS-FOR-KEY
           END-IF.

       SHOW-RECENT-POSTINGS.

           OPEN INPUT JOURNAL-FILE
                   END-IF
               END-IF
           END-IF.

       LOAD-MEMO-TABLE.

           MOVE 'N' TO WS-MO-EOF
           MOVE 0 TO WS-MO-COUNT
           OPEN INPUT MEMOS-FILE
           IF WS-MEMOS-STATUS = "00"
               PERFORM UNTIL WS-MO-EOF = 'Y' OR WS-MO-COUNT >= 5000
                   READ MEMOS-FILE
                   AT END MOVE 'Y' TO WS-MO-EOF
                   NOT AT END
                       IF MO-ID NUMERIC AND MO-START NUMERIC
                               AND MO-EXPIRY NUMERIC
                               AND MO-START <= WS-TODAY
                           IF MO-EXPIRY = 0 OR MO-EXPIRY >= WS-TODAY
                               ADD 1 TO WS-MO-COUNT
                               MOVE MO-ID TO MO-ID-TBL(WS-MO-COUNT)
                               MOVE MO-KEY-TYPE
                                   TO MO-KEY-TYPE-TBL(WS-MO-COUNT)
                               MOVE MO-KEY TO MO-KEY-TBL(WS-MO-COUNT)
                               MOVE MO-CATEGORY
                                   TO MO-CATEGORY-TBL(WS-MO-COUNT)
                               MOVE MO-SEVERITY
                                   TO MO-SEVERITY-TBL(WS-MO-COUNT)
                               MOVE MO-START
                                   TO MO-START-TBL(WS-MO-COUNT)
                               MOVE MO-EXPIRY
                                   TO MO-EXPIRY-TBL(WS-MO-COUNT)
                               MOVE MO-AUTHOR
                                   TO MO-AUTHOR-TBL(WS-MO-COUNT)
                               MOVE MO-TEXT
                                   TO MO-TEXT-TBL(WS-MO-COUNT)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE MEMOS-FILE
           END-IF
           MOVE 'N' TO WS-MO-EOF.

       SHOW-MEMOS-FOR-KEY.

           MOVE 1 TO WS-MO-INDEX
           PERFORM UNTIL WS-MO-INDEX > WS-MO-COUNT
               IF MO-KEY-TYPE-TBL(WS-MO-INDEX) = WS-MO-KEY-TYPE
                       AND MO-KEY-TBL(WS-MO-INDEX) = WS-MO-KEY
                   EVALUATE MO-SEVERITY-TBL(WS-MO-INDEX)
                       WHEN 'S'
                           MOVE "STOP" TO WS-MO-SEV-TEXT
                           ADD 1 TO WS-MO-STOP-COUNT
                           MOVE MO-ID-TBL(WS-MO-INDEX)
                               TO WS-MO-STOP-ID
                       WHEN 'W'
                           MOVE "WARN" TO WS-MO-SEV-TEXT
                       WHEN OTHER
                           MOVE "INFO" TO WS-MO-SEV-TEXT
                   END-EVALUATE
                   DISPLAY "MEMO " WS-MO-SEV-TEXT
                       " " MO-CATEGORY-TBL(WS-MO-INDEX)
                       " " WS-MO-KEY-TYPE " " WS-MO-KEY
                       " " MO-TEXT-TBL(WS-MO-INDEX)
                   DISPLAY "     BY " MO-AUTHOR-TBL(WS-MO-INDEX)
                       " FROM " MO-START-TBL(WS-MO-INDEX)
                       " UNTIL " MO-EXPIRY-TBL(WS-MO-INDEX)
                       " REF " MO-ID-TBL(WS-MO-INDEX)
               END-IF
               ADD 1 TO WS-MO-INDEX
           END-PERFORM.
