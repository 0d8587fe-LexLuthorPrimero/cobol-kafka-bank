       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUERAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKS-FILE
               ASSIGN TO DYNAMIC WS-BOOKS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BOOKS-STATUS.
           SELECT REQUEST-FILE
               ASSIGN TO DYNAMIC WS-REQUEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO DYNAMIC WS-BUSDATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT PRINT-FILE
               ASSIGN TO DYNAMIC WS-PRINT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BOOKS-FILE.
       01  BOOK-RECORD.
           05 CB-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 CB-FIRST          PIC 9(6).
           05 FILLER            PIC X(1).
           05 CB-LAST           PIC 9(6).
           05 FILLER            PIC X(1).
           05 CB-ISSUE-DATE     PIC 9(8).
           05 FILLER            PIC X(1).
           05 CB-DELIVERY-DATE  PIC 9(8).
           05 FILLER            PIC X(1).
           05 CB-STATUS         PIC X(1).
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05 RQ-ACTION         PIC X(1).
           05 FILLER            PIC X(1).
           05 RQ-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 RQ-VALUE          PIC X(6).
           05 RQ-VALUE-N REDEFINES RQ-VALUE PIC 9(6).
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
       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05 BD-DATE           PIC 9(8).
       FD  PRINT-FILE.
       01  PRINT-RECORD.
           05 PR-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 PR-NAME           PIC X(20).
           05 FILLER            PIC X(1).
           05 PR-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 PR-FIRST          PIC 9(6).
           05 FILLER            PIC X(1).
           05 PR-LAST           PIC 9(6).
           05 FILLER            PIC X(1).
           05 PR-LEAVES         PIC 9(3).
           05 FILLER            PIC X(1).
           05 PR-ORDER-DATE     PIC 9(8).
       01  PRINT-TRAILER REDEFINES PRINT-RECORD.
           05 PT-TAG            PIC X(5).
           05 FILLER            PIC X(1).
           05 PT-COUNT          PIC 9(7).
           05 FILLER            PIC X(1).
           05 PT-LEAVES         PIC 9(9).
           05 FILLER            PIC X(36).
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-BOOKS-PATH        PIC X(200).
       01  WS-REQUEST-PATH      PIC X(200).
       01  WS-ACCOUNTS-PATH     PIC X(200).
       01  WS-BUSDATE-PATH      PIC X(200).
       01  WS-PRINT-PATH        PIC X(200).
       01  WS-REPORT-PATH       PIC X(200).
       01  WS-BOOKS-STATUS      PIC XX.
       01  WS-REQUEST-STATUS    PIC XX.
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-BUSDATE-STATUS    PIC XX.
       01  WS-PRINT-STATUS      PIC XX.
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  WS-LEAVES-TXT        PIC X(3).
       01  WS-DEFAULT-LEAVES    PIC 9(3) VALUE 25.
       01  BOOK-TABLE.
           05 BOOK-ENTRY OCCURS 20000 TIMES.
               10 CB-ACCOUNT-TBL    PIC X(5).
               10 CB-FIRST-TBL      PIC 9(6).
               10 CB-LAST-TBL       PIC 9(6).
               10 CB-ISSUE-TBL      PIC 9(8).
               10 CB-DELIVERY-TBL   PIC 9(8).
               10 CB-STATUS-TBL     PIC X(1).
       01  WS-CB-INDEX          PIC 9(5) VALUE 1.
       01  WS-CB-COUNT          PIC 9(5) VALUE 0.
       01  WS-CB-IX             PIC 9(5) VALUE 0.
       01  ACCOUNTS-TABLE.
           05 ACCOUNT-ENTRY OCCURS 50000 TIMES.
               10 AC-REC-TBL      PIC X(60).
       01  WS-AC-INDEX          PIC 9(6) VALUE 1.
       01  WS-AC-COUNT          PIC 9(6) VALUE 0.
       01  WS-RQ-AC-IX          PIC 9(6) VALUE 0.
       01  WS-RQ-LEAVES         PIC 9(3).
       01  WS-NEXT-SERIAL       PIC 9(7).
       01  WS-REJECT-REASON     PIC X(40).
       01  WS-ORDER-COUNT       PIC 9(5) VALUE 0.
       01  WS-DELIVER-COUNT     PIC 9(5) VALUE 0.
       01  WS-LOST-COUNT        PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT      PIC 9(5) VALUE 0.
       01  WS-PRINT-LEAVES      PIC 9(9) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-BOOKS-PATH
           ACCEPT WS-BOOKS-PATH FROM ENVIRONMENT "CHEQUE_BOOKS_PATH"
           IF WS-BOOKS-PATH = SPACES
               MOVE "accounts/CHEQUE_BOOKS.DAT" TO WS-BOOKS-PATH
           END-IF
           MOVE SPACES TO WS-REQUEST-PATH
           ACCEPT WS-REQUEST-PATH
               FROM ENVIRONMENT "CHEQUE_BOOK_REQUESTS_PATH"
           IF WS-REQUEST-PATH = SPACES
               MOVE "accounts/CHEQUE_BOOK_REQUESTS.DAT"
                   TO WS-REQUEST-PATH
           END-IF
           MOVE SPACES TO WS-ACCOUNTS-PATH
           ACCEPT WS-ACCOUNTS-PATH FROM ENVIRONMENT "ACCOUNTS_PATH"
           IF WS-ACCOUNTS-PATH = SPACES
               MOVE "accounts/ACCOUNTS.DAT" TO WS-ACCOUNTS-PATH
           END-IF
           MOVE SPACES TO WS-BUSDATE-PATH
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_PATH"
           IF WS-BUSDATE-PATH = SPACES
               MOVE "accounts/BUSINESS_DATE.DAT" TO WS-BUSDATE-PATH
           END-IF
           MOVE SPACES TO WS-PRINT-PATH
           ACCEPT WS-PRINT-PATH
               FROM ENVIRONMENT "CHEQUE_BOOK_PRINT_PATH"
           IF WS-PRINT-PATH = SPACES
               MOVE "accounts/CHEQUE_BOOK_PRINT.DAT" TO WS-PRINT-PATH
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           ACCEPT WS-REPORT-PATH
               FROM ENVIRONMENT "CHEQUE_BOOK_RPT_PATH"
           IF WS-REPORT-PATH = SPACES
               MOVE "accounts/CHEQUE_BOOKS.RPT" TO WS-REPORT-PATH
           END-IF
           MOVE SPACES TO WS-LEAVES-TXT
           ACCEPT WS-LEAVES-TXT FROM ENVIRONMENT "CHEQUE_BOOK_LEAVES"
           IF WS-LEAVES-TXT NOT = SPACES AND WS-LEAVES-TXT NUMERIC
               MOVE WS-LEAVES-TXT TO WS-DEFAULT-LEAVES
           END-IF
           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-BOOK-TABLE
           PERFORM LOAD-ACCOUNTS-TABLE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "CHEQUE BOOK REGISTER " WS-TODAY
               " DEFAULT LEAVES " WS-DEFAULT-LEAVES
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           OPEN OUTPUT PRINT-FILE
           PERFORM PROCESS-BOOK-REQUESTS
           MOVE SPACES TO PRINT-TRAILER
           MOVE "TRL  " TO PT-TAG
           MOVE WS-ORDER-COUNT TO PT-COUNT
           MOVE WS-PRINT-LEAVES TO PT-LEAVES
           WRITE PRINT-RECORD
           CLOSE PRINT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "ORDERED " WS-ORDER-COUNT
               " DELIVERED " WS-DELIVER-COUNT
               " LOST " WS-LOST-COUNT
               " REJECTED " WS-REJECT-COUNT
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "CHEQUE BOOKS ORDERED " WS-ORDER-COUNT
               " DELIVERED " WS-DELIVER-COUNT
               " LOST " WS-LOST-COUNT
               " REJECTED " WS-REJECT-COUNT
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

       LOAD-BOOK-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-CB-COUNT
           OPEN INPUT BOOKS-FILE
           IF WS-BOOKS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-CB-COUNT >= 20000
                   READ BOOKS-FILE INTO BOOK-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CB-ACCOUNT NOT = SPACES
                               AND CB-FIRST NUMERIC
                               AND CB-LAST NUMERIC
                           ADD 1 TO WS-CB-COUNT
                           MOVE CB-ACCOUNT
                               TO CB-ACCOUNT-TBL(WS-CB-COUNT)
                           MOVE CB-FIRST TO CB-FIRST-TBL(WS-CB-COUNT)
                           MOVE CB-LAST TO CB-LAST-TBL(WS-CB-COUNT)
                           MOVE CB-ISSUE-DATE
                               TO CB-ISSUE-TBL(WS-CB-COUNT)
                           MOVE CB-DELIVERY-DATE
                               TO CB-DELIVERY-TBL(WS-CB-COUNT)
                           MOVE CB-STATUS
                               TO CB-STATUS-TBL(WS-CB-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BOOKS-FILE
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
                   ADD 1 TO WS-AC-COUNT
                   MOVE ACCOUNTS-RECORD TO AC-REC-TBL(WS-AC-COUNT)
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           MOVE 'N' TO WS-EOF.

       PROCESS-BOOK-REQUESTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "NO CHEQUE BOOK REQUESTS"
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REQUEST-FILE INTO REQUEST-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM APPLY-ONE-REQUEST
                   END-READ
               END-PERFORM
               CLOSE REQUEST-FILE
               PERFORM REWRITE-BOOK-FILE
               OPEN OUTPUT REQUEST-FILE
               CLOSE REQUEST-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       APPLY-ONE-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM FIND-REQUEST-ACCOUNT
           IF WS-RQ-AC-IX = 0
               MOVE "ACCOUNT NOT FOUND" TO WS-REJECT-REASON
           ELSE
               EVALUATE RQ-ACTION
                   WHEN 'O'
                       PERFORM ORDER-CHEQUE-BOOK
                   WHEN 'D'
                       PERFORM DELIVER-CHEQUE-BOOK
                   WHEN 'L'
                       PERFORM REPORT-BOOK-LOST
                   WHEN OTHER
                       MOVE "ACTION MUST BE O, D OR L"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "REJECT    " RQ-ACTION " " RQ-ACCOUNT
                   " " RQ-VALUE " - " WS-REJECT-REASON
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "CHEQUE BOOK REQUEST REJECTED " RQ-ACCOUNT
                   " " WS-REJECT-REASON
           END-IF.

       FIND-REQUEST-ACCOUNT.
           MOVE 0 TO WS-RQ-AC-IX
           MOVE 1 TO WS-AC-INDEX
           PERFORM UNTIL WS-AC-INDEX > WS-AC-COUNT
               MOVE AC-REC-TBL(WS-AC-INDEX) TO ACCOUNTS-RECORD
               IF AC-ID = RQ-ACCOUNT
                   MOVE WS-AC-INDEX TO WS-RQ-AC-IX
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-AC-INDEX
           END-PERFORM.

       FIND-REQUEST-BOOK.
           MOVE 0 TO WS-CB-IX
           MOVE 1 TO WS-CB-INDEX
           PERFORM UNTIL WS-CB-INDEX > WS-CB-COUNT
               IF CB-ACCOUNT-TBL(WS-CB-INDEX) = RQ-ACCOUNT
                       AND CB-FIRST-TBL(WS-CB-INDEX) <= RQ-VALUE-N
                       AND CB-LAST-TBL(WS-CB-INDEX) >= RQ-VALUE-N
                   MOVE WS-CB-INDEX TO WS-CB-IX
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CB-INDEX
           END-PERFORM.

       ORDER-CHEQUE-BOOK.
           MOVE AC-REC-TBL(WS-RQ-AC-IX) TO ACCOUNTS-RECORD
           IF NOT AC-ES-CHECKING
               MOVE "NOT A CHECKING ACCOUNT" TO WS-REJECT-REASON
           ELSE
           IF AC-ST-BLOCKED
               MOVE "ACCOUNT FROZEN OR CLOSED" TO WS-REJECT-REASON
           ELSE
           IF WS-CB-COUNT >= 20000
               MOVE "REGISTER FULL" TO WS-REJECT-REASON
           ELSE
               MOVE WS-DEFAULT-LEAVES TO WS-RQ-LEAVES
               IF RQ-VALUE NOT = SPACES
                   IF RQ-VALUE NUMERIC AND RQ-VALUE-N > 0
                           AND RQ-VALUE-N < 1000
                       MOVE RQ-VALUE-N TO WS-RQ-LEAVES
                   ELSE
                       MOVE "LEAVES MUST BE 1 TO 999"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE 1 TO WS-NEXT-SERIAL
               MOVE 1 TO WS-CB-INDEX
               PERFORM UNTIL WS-CB-INDEX > WS-CB-COUNT
                   IF CB-ACCOUNT-TBL(WS-CB-INDEX) = RQ-ACCOUNT
                           AND CB-LAST-TBL(WS-CB-INDEX)
                               >= WS-NEXT-SERIAL
                       COMPUTE WS-NEXT-SERIAL =
                           CB-LAST-TBL(WS-CB-INDEX) + 1
                   END-IF
                   ADD 1 TO WS-CB-INDEX
               END-PERFORM
               IF WS-NEXT-SERIAL + WS-RQ-LEAVES - 1 > 999999
                   MOVE "SERIAL RANGE EXHAUSTED" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-CB-COUNT
               MOVE RQ-ACCOUNT TO CB-ACCOUNT-TBL(WS-CB-COUNT)
               MOVE WS-NEXT-SERIAL TO CB-FIRST-TBL(WS-CB-COUNT)
               COMPUTE CB-LAST-TBL(WS-CB-COUNT) =
                   WS-NEXT-SERIAL + WS-RQ-LEAVES - 1
               MOVE WS-TODAY TO CB-ISSUE-TBL(WS-CB-COUNT)
               MOVE 0 TO CB-DELIVERY-TBL(WS-CB-COUNT)
               MOVE 'O' TO CB-STATUS-TBL(WS-CB-COUNT)
               MOVE SPACES TO PRINT-RECORD
               MOVE AC-ID TO PR-ACCOUNT
               MOVE AC-NOMBRE TO PR-NAME
               MOVE AC-CUST-ID TO PR-CUST-ID
               MOVE CB-FIRST-TBL(WS-CB-COUNT) TO PR-FIRST
               MOVE CB-LAST-TBL(WS-CB-COUNT) TO PR-LAST
               MOVE WS-RQ-LEAVES TO PR-LEAVES
               MOVE WS-TODAY TO PR-ORDER-DATE
               WRITE PRINT-RECORD
               ADD WS-RQ-LEAVES TO WS-PRINT-LEAVES
               ADD 1 TO WS-ORDER-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "ORDERED   " RQ-ACCOUNT
                   " SERIALS " CB-FIRST-TBL(WS-CB-COUNT)
                   " TO " CB-LAST-TBL(WS-CB-COUNT)
                   " LEAVES " WS-RQ-LEAVES
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       DELIVER-CHEQUE-BOOK.
           IF RQ-VALUE NOT NUMERIC
               MOVE "SERIAL NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               PERFORM FIND-REQUEST-BOOK
               IF WS-CB-IX = 0
                   MOVE "NO BOOK HOLDS THAT SERIAL"
                       TO WS-REJECT-REASON
               ELSE
               IF CB-STATUS-TBL(WS-CB-IX) NOT = 'O'
                   MOVE "BOOK NOT AWAITING DELIVERY"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE WS-TODAY TO CB-DELIVERY-TBL(WS-CB-IX)
                   MOVE 'A' TO CB-STATUS-TBL(WS-CB-IX)
                   ADD 1 TO WS-DELIVER-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "DELIVERED " RQ-ACCOUNT
                       " SERIALS " CB-FIRST-TBL(WS-CB-IX)
                       " TO " CB-LAST-TBL(WS-CB-IX)
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               END-IF
           END-IF.

       REPORT-BOOK-LOST.
           IF RQ-VALUE NOT NUMERIC
               MOVE "SERIAL NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               PERFORM FIND-REQUEST-BOOK
               IF WS-CB-IX = 0
                   MOVE "NO BOOK HOLDS THAT SERIAL"
                       TO WS-REJECT-REASON
               ELSE
               IF CB-STATUS-TBL(WS-CB-IX) = 'L'
                   MOVE "BOOK ALREADY REPORTED LOST"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE 'L' TO CB-STATUS-TBL(WS-CB-IX)
                   ADD 1 TO WS-LOST-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "LOST      " RQ-ACCOUNT
                       " SERIALS " CB-FIRST-TBL(WS-CB-IX)
                       " TO " CB-LAST-TBL(WS-CB-IX)
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               END-IF
           END-IF.

       REWRITE-BOOK-FILE.
           OPEN OUTPUT BOOKS-FILE
           MOVE 1 TO WS-CB-INDEX
           PERFORM UNTIL WS-CB-INDEX > WS-CB-COUNT
               MOVE SPACES TO BOOK-RECORD
               MOVE CB-ACCOUNT-TBL(WS-CB-INDEX) TO CB-ACCOUNT
               MOVE CB-FIRST-TBL(WS-CB-INDEX) TO CB-FIRST
               MOVE CB-LAST-TBL(WS-CB-INDEX) TO CB-LAST
               MOVE CB-ISSUE-TBL(WS-CB-INDEX) TO CB-ISSUE-DATE
               MOVE CB-DELIVERY-TBL(WS-CB-INDEX) TO CB-DELIVERY-DATE
               MOVE CB-STATUS-TBL(WS-CB-INDEX) TO CB-STATUS
               WRITE BOOK-RECORD
               ADD 1 TO WS-CB-INDEX
           END-PERFORM
           CLOSE BOOKS-FILE.
