               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPTIONS-STATUS.
           SELECT BOOKS-FILE
               ASSIGN TO DYNAMIC WS-BOOKS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BOOKS-STATUS.
           SELECT PAID-FILE
               ASSIGN TO DYNAMIC WS-PAID-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAID-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ISSUE-FILE.
       01  TH-LINE              PIC X(96).
       FD  EXCEPTIONS-FILE.
       01  EXCEPTION-LINE       PIC X(80).
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
       FD  PAID-FILE.
       01  PAID-RECORD.
           05 CS-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 CS-CHECK-NO       PIC 9(6).
           05 FILLER            PIC X(1).
           05 CS-PAID-DATE      PIC 9(8).
       WORKING-STORAGE SECTION.
       01  WS-ISSUE-PATH        PIC X(200).
       01  WS-PRESENTED-PATH    PIC X(200).
       01  WS-DECISIONS-PATH    PIC X(200).
       01  WS-TRANS-PATH        PIC X(200).
       01  WS-EXCEPTIONS-PATH   PIC X(200).
       01  WS-BOOKS-PATH        PIC X(200).
       01  WS-PAID-PATH         PIC X(200).
       01  WS-BOOKS-STATUS      PIC XX.
       01  WS-PAID-STATUS       PIC XX.
       01  WS-ISSUE-STATUS      PIC XX.
       01 WS-TRANSHDR-STATUS PIC XX.
       01 WS-RT-EOF          PIC X VALUE "N".
       01  WS-PAID-COUNT        PIC 9(5) VALUE 0.
       01  WS-EXC-COUNT         PIC 9(5) VALUE 0.
       01  WS-RETURNED-COUNT    PIC 9(5) VALUE 0.
       01  BOOK-TABLE.
           05 BOOK-ENTRY OCCURS 20000 TIMES.
               10 CB-ACCOUNT-TBL  PIC X(5).
               10 CB-FIRST-TBL    PIC 9(6).
               10 CB-LAST-TBL     PIC 9(6).
               10 CB-STATUS-TBL   PIC X(1).
       01  WS-CB-INDEX          PIC 9(5) VALUE 1.
       01  WS-CB-COUNT          PIC 9(5) VALUE 0.
       01  WS-CB-LOADED         PIC X VALUE 'N'.
       01  PAID-TABLE.
           05 PAID-ENTRY OCCURS 50000 TIMES.
               10 CS-ACCOUNT-TBL  PIC X(5).
               10 CS-CHECK-TBL    PIC 9(6).
       01  WS-CS-INDEX          PIC 9(5) VALUE 1.
       01  WS-CS-COUNT          PIC 9(5) VALUE 0.
       01  WS-REG-REASON        PIC X(10).
       01  WS-PAID-DATE         PIC 9(8).
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-ISSUE-PATH
               MOVE "accounts/CHECK_EXCEPTIONS.DAT"
                   TO WS-EXCEPTIONS-PATH
           END-IF
           MOVE SPACES TO WS-BOOKS-PATH
           ACCEPT WS-BOOKS-PATH FROM ENVIRONMENT "CHEQUE_BOOKS_PATH"
           IF WS-BOOKS-PATH = SPACES
               MOVE "accounts/CHEQUE_BOOKS.DAT" TO WS-BOOKS-PATH
           END-IF
           MOVE SPACES TO WS-PAID-PATH
           ACCEPT WS-PAID-PATH FROM ENVIRONMENT "CHEQUE_PAID_PATH"
           IF WS-PAID-PATH = SPACES
               MOVE "accounts/CHEQUE_PAID.DAT" TO WS-PAID-PATH
           END-IF
           ACCEPT WS-PAID-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-ISSUE-TABLE
           PERFORM LOAD-DECISION-TABLE
           PERFORM LOAD-BOOK-TABLE
           PERFORM LOAD-PAID-TABLE
           OPEN OUTPUT EXCEPTIONS-FILE
           PERFORM MATCH-PRESENTMENTS
           CLOSE EXCEPTIONS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-BOOK-TABLE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT BOOKS-FILE
           IF WS-BOOKS-STATUS = "00"
               MOVE 'Y' TO WS-CB-LOADED
               PERFORM UNTIL WS-EOF = 'Y' OR WS-CB-COUNT >= 20000
                   READ BOOKS-FILE INTO BOOK-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CB-FIRST NUMERIC AND CB-LAST NUMERIC
                           ADD 1 TO WS-CB-COUNT
                           MOVE CB-ACCOUNT
                               TO CB-ACCOUNT-TBL(WS-CB-COUNT)
                           MOVE CB-FIRST TO CB-FIRST-TBL(WS-CB-COUNT)
                           MOVE CB-LAST TO CB-LAST-TBL(WS-CB-COUNT)
                           MOVE CB-STATUS
                               TO CB-STATUS-TBL(WS-CB-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BOOKS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-PAID-TABLE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PAID-FILE
           IF WS-PAID-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-CS-COUNT >= 50000
                   READ PAID-FILE INTO PAID-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CS-CHECK-NO NUMERIC
                           ADD 1 TO WS-CS-COUNT
                           MOVE CS-ACCOUNT
                               TO CS-ACCOUNT-TBL(WS-CS-COUNT)
                           MOVE CS-CHECK-NO
                               TO CS-CHECK-TBL(WS-CS-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PAID-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       MATCH-PRESENTMENTS.
           OPEN INPUT PRESENTED-FILE
           IF WS-PRESENTED-STATUS NOT = "00"
           CLOSE PRESENTED-FILE.

       MATCH-ONE-PRESENTMENT.
           PERFORM CHECK-CHEQUE-REGISTER
           IF WS-REG-REASON NOT = SPACES
               MOVE WS-REG-REASON TO WS-EXC-REASON
               ADD 1 TO WS-RETURNED-COUNT
               PERFORM WRITE-EXCEPTION-RETURNED
           ELSE
               PERFORM MATCH-ISSUED-PRESENTMENT
           END-IF.

       CHECK-CHEQUE-REGISTER.
           MOVE SPACES TO WS-REG-REASON
           MOVE 1 TO WS-CS-INDEX
           PERFORM UNTIL WS-CS-INDEX > WS-CS-COUNT
               IF CS-ACCOUNT-TBL(WS-CS-INDEX) = CP-ACCOUNT
                       AND CS-CHECK-TBL(WS-CS-INDEX) = CP-CHECK-NO
                   MOVE "PAIDSERIAL" TO WS-REG-REASON
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CS-INDEX
           END-PERFORM
           IF WS-REG-REASON = SPACES AND WS-CB-LOADED = 'Y'
               MOVE "UNISSUED" TO WS-REG-REASON
               MOVE 1 TO WS-CB-INDEX
               PERFORM UNTIL WS-CB-INDEX > WS-CB-COUNT
                   IF CB-ACCOUNT-TBL(WS-CB-INDEX) = CP-ACCOUNT
                           AND CB-FIRST-TBL(WS-CB-INDEX) <= CP-CHECK-NO
                           AND CB-LAST-TBL(WS-CB-INDEX) >= CP-CHECK-NO
                       IF CB-STATUS-TBL(WS-CB-INDEX) = 'L'
                           MOVE "LOSTBOOK" TO WS-REG-REASON
                       ELSE
                           MOVE SPACES TO WS-REG-REASON
                       END-IF
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-CB-INDEX
               END-PERFORM
           END-IF.

       MATCH-ISSUED-PRESENTMENT.
           MOVE SPACES TO WS-EXC-REASON
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-CI-INDEX
           MOVE CP-AMOUNT TO TR-MONTO
           MOVE 'D' TO TR-TIPO
           WRITE TRANS-RECORD
           CLOSE TRANS-FILE
           PERFORM RECORD-PAID-SERIAL.

       RECORD-PAID-SERIAL.
           OPEN EXTEND PAID-FILE
           IF WS-PAID-STATUS NOT = "00" AND
                   WS-PAID-STATUS NOT = "05"
               CLOSE PAID-FILE
               OPEN OUTPUT PAID-FILE
           END-IF
           MOVE SPACES TO PAID-RECORD
           MOVE CP-ACCOUNT TO CS-ACCOUNT
           MOVE CP-CHECK-NO TO CS-CHECK-NO
           MOVE WS-PAID-DATE TO CS-PAID-DATE
           WRITE PAID-RECORD
           CLOSE PAID-FILE
           IF WS-CS-COUNT < 50000
               ADD 1 TO WS-CS-COUNT
               MOVE CP-ACCOUNT TO CS-ACCOUNT-TBL(WS-CS-COUNT)
               MOVE CP-CHECK-NO TO CS-CHECK-TBL(WS-CS-COUNT)
           END-IF.

       WRITE-EXCEPTION-OPEN.
           MOVE SPACES TO EXCEPTION-LINE
