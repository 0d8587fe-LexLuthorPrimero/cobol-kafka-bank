       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMOS-CUENTA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMOS-FILE
               ASSIGN TO DYNAMIC WS-MEMOS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MEMOS-STATUS.
           SELECT MEMOREQ-FILE
               ASSIGN TO DYNAMIC WS-MEMOREQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MEMOREQ-STATUS.
           SELECT MEMOAUD-FILE
               ASSIGN TO DYNAMIC WS-MEMOAUD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MEMOAUD-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT CUSTOMERS-FILE
               ASSIGN TO DYNAMIC WS-CUSTOMERS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMERS-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO DYNAMIC WS-BUSDATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT OPERATORS-FILE
               ASSIGN TO "accounts/OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OPERATORS-STATUS.
           SELECT OPAUDIT-FILE
               ASSIGN TO "accounts/OPERATOR_AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OPAUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MEMOS-FILE.
       01  MEMO-RECORD.
           05 MO-ID             PIC 9(6).
           05 FILLER            PIC X(1).
           05 MO-KEY-TYPE       PIC X(1).
               88 MO-KEY-ACCOUNT  VALUE 'A'.
               88 MO-KEY-CUSTOMER VALUE 'C'.
           05 FILLER            PIC X(1).
           05 MO-KEY            PIC X(5).
           05 FILLER            PIC X(1).
           05 MO-CATEGORY       PIC X(4).
           05 FILLER            PIC X(1).
           05 MO-SEVERITY       PIC X(1).
               88 MO-SEV-INFO    VALUE 'I'.
               88 MO-SEV-WARN    VALUE 'W'.
               88 MO-SEV-STOP    VALUE 'S'.
           05 FILLER            PIC X(1).
           05 MO-START          PIC 9(8).
           05 FILLER            PIC X(1).
           05 MO-EXPIRY         PIC 9(8).
           05 FILLER            PIC X(1).
           05 MO-AUTHOR         PIC X(8).
           05 FILLER            PIC X(1).
           05 MO-TEXT           PIC X(60).
       FD  MEMOREQ-FILE.
       01  MEMOREQ-RECORD.
           05 MQ-OP             PIC X(6).
           05 FILLER            PIC X(1).
           05 MQ-ID             PIC 9(6).
           05 FILLER            PIC X(1).
           05 MQ-KEY-TYPE       PIC X(1).
           05 FILLER            PIC X(1).
           05 MQ-KEY            PIC X(5).
           05 FILLER            PIC X(1).
           05 MQ-CATEGORY       PIC X(4).
           05 FILLER            PIC X(1).
           05 MQ-SEVERITY       PIC X(1).
           05 FILLER            PIC X(1).
           05 MQ-START          PIC 9(8).
           05 FILLER            PIC X(1).
           05 MQ-EXPIRY         PIC 9(8).
           05 FILLER            PIC X(1).
           05 MQ-TEXT           PIC X(60).
       FD  MEMOAUD-FILE.
       01  MEMOAUD-LINE         PIC X(160).
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
       FD  CUSTOMERS-FILE.
       01  CUST-REC.
           05 CUST-ID           PIC X(5).
           05 CUST-NAME         PIC X(20).
       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05 BD-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 BD-LAST-RUN       PIC 9(8).
       FD  OPERATORS-FILE.
       01  OPERATOR-RECORD.
           05 OP-ID             PIC X(8).
           05 FILLER            PIC X(1).
           05 OP-LEVEL          PIC 9(1).
           05 FILLER            PIC X(1).
           05 OP-ACTIVE         PIC X(1).
       FD  OPAUDIT-FILE.
       01  OPAUDIT-LINE         PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-MEMOS-PATH        PIC X(200).
       01  WS-MEMOREQ-PATH      PIC X(200).
       01  WS-MEMOAUD-PATH      PIC X(200).
       01  WS-ACCOUNTS-PATH     PIC X(200).
       01  WS-CUSTOMERS-PATH    PIC X(200).
       01  WS-BUSDATE-PATH      PIC X(200).
       01  WS-MEMOS-STATUS      PIC XX.
       01  WS-MEMOREQ-STATUS    PIC XX.
       01  WS-MEMOAUD-STATUS    PIC XX.
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-CUSTOMERS-STATUS  PIC XX.
       01  WS-BUSDATE-STATUS    PIC XX.
       01  WS-OPERATORS-STATUS  PIC XX.
       01  WS-OPAUDIT-STATUS    PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-FOUND             PIC X VALUE 'N'.
       01  WS-KEY-OK            PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  MEMO-TABLE.
           05 MEMO-ENTRY OCCURS 20000 TIMES.
               10 MO-ID-TBL       PIC 9(6).
               10 MO-KEY-TYPE-TBL PIC X(1).
               10 MO-KEY-TBL      PIC X(5).
               10 MO-CATEGORY-TBL PIC X(4).
               10 MO-SEVERITY-TBL PIC X(1).
               10 MO-START-TBL    PIC 9(8).
               10 MO-EXPIRY-TBL   PIC 9(8).
               10 MO-AUTHOR-TBL   PIC X(8).
               10 MO-TEXT-TBL     PIC X(60).
               10 MO-DELETED-TBL  PIC X(1).
       01  WS-MO-INDEX          PIC 9(5) VALUE 1.
       01  WS-MO-COUNT          PIC 9(5) VALUE 0.
       01  WS-MO-LIVE           PIC 9(5) VALUE 0.
       01  WS-NEXT-ID           PIC 9(6) VALUE 0.
       01  WS-APPLIED-COUNT     PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT    PIC 9(5) VALUE 0.
       01  WS-REQ-RESULT        PIC X(8).
       01  WS-REJECT-REASON     PIC X(30).
       01  WS-OPERATOR          PIC X(8).
       01  WS-OP-LEVEL          PIC 9(1) VALUE 0.
       01  WS-OP-OK             PIC X VALUE 'N'.
       01  WS-OP-EOF            PIC X VALUE 'N'.
       01  WS-OP-REQUIRED       PIC 9(1) VALUE 1.
       01  WS-STOP-LEVEL        PIC 9(1) VALUE 2.
       01  WS-OP-DATE           PIC 9(8).
       01  WS-OP-TIME           PIC 9(6).
       01  WS-OP-ACTION         PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-MEMOS-PATH
           ACCEPT WS-MEMOS-PATH FROM ENVIRONMENT "MEMOS_PATH"
           IF WS-MEMOS-PATH = SPACES
               MOVE "accounts/ACCOUNT_MEMOS.DAT" TO WS-MEMOS-PATH
           END-IF
           MOVE SPACES TO WS-MEMOREQ-PATH
           ACCEPT WS-MEMOREQ-PATH FROM ENVIRONMENT "MEMO_REQUESTS_PATH"
           IF WS-MEMOREQ-PATH = SPACES
               MOVE "accounts/MEMO_REQUESTS.DAT" TO WS-MEMOREQ-PATH
           END-IF
           MOVE SPACES TO WS-MEMOAUD-PATH
           ACCEPT WS-MEMOAUD-PATH FROM ENVIRONMENT "MEMO_AUDIT_PATH"
           IF WS-MEMOAUD-PATH = SPACES
               MOVE "accounts/MEMO_AUDIT.LOG" TO WS-MEMOAUD-PATH
           END-IF
           MOVE SPACES TO WS-ACCOUNTS-PATH
           ACCEPT WS-ACCOUNTS-PATH FROM ENVIRONMENT "ACCOUNTS_PATH"
           IF WS-ACCOUNTS-PATH = SPACES
               MOVE "accounts/ACCOUNTS.DAT" TO WS-ACCOUNTS-PATH
           END-IF
           MOVE SPACES TO WS-CUSTOMERS-PATH
           ACCEPT WS-CUSTOMERS-PATH FROM ENVIRONMENT "CUSTOMERS_PATH"
           IF WS-CUSTOMERS-PATH = SPACES
               MOVE "accounts/CUSTOMERS.DAT" TO WS-CUSTOMERS-PATH
           END-IF
           MOVE SPACES TO WS-BUSDATE-PATH
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_PATH"
           IF WS-BUSDATE-PATH = SPACES
               MOVE "accounts/BUSINESS_DATE.DAT" TO WS-BUSDATE-PATH
           END-IF
           PERFORM CHECK-OPERATOR-AUTHORITY
           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-MEMO-TABLE
           PERFORM APPLY-MEMO-REQUESTS
           PERFORM REWRITE-MEMO-FILE
           DISPLAY "MEMO MAINTENANCE APPLIED " WS-APPLIED-COUNT
               " REJECTED " WS-REJECTED-COUNT
               " - " WS-MO-LIVE " MEMOS ON FILE"
           STOP RUN.

       CHECK-OPERATOR-AUTHORITY.
           MOVE SPACES TO WS-OPERATOR
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERATOR_ID"
           IF WS-OPERATOR = SPACES
               DISPLAY "ERROR - OPERATOR_ID REQUIRED"
               STOP RUN
           END-IF
           MOVE 'N' TO WS-OP-OK
           MOVE 'N' TO WS-OP-EOF
           OPEN INPUT OPERATORS-FILE
           IF WS-OPERATORS-STATUS NOT = "00"
               DISPLAY "ERROR - NO OPERATOR MASTER FILE"
               STOP RUN
           END-IF
           PERFORM UNTIL WS-OP-EOF = 'Y' OR WS-OP-OK = 'Y'
               READ OPERATORS-FILE INTO OPERATOR-RECORD
               AT END MOVE 'Y' TO WS-OP-EOF
               NOT AT END
                   IF OP-ID = WS-OPERATOR
                           AND OP-ACTIVE = 'Y'
                           AND OP-LEVEL NUMERIC
                           AND OP-LEVEL >= WS-OP-REQUIRED
                       MOVE 'Y' TO WS-OP-OK
                       MOVE OP-LEVEL TO WS-OP-LEVEL
                   END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATORS-FILE
           IF WS-OP-OK NOT = 'Y'
               DISPLAY "ERROR - OPERATOR " WS-OPERATOR
                   " NOT AUTHORIZED"
               STOP RUN
           END-IF
           MOVE "SIGN-ON" TO WS-OP-ACTION
           PERFORM WRITE-OPERATOR-AUDIT.

       WRITE-OPERATOR-AUDIT.
           ACCEPT WS-OP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OP-TIME FROM TIME
           OPEN EXTEND OPAUDIT-FILE
           IF WS-OPAUDIT-STATUS NOT = "00" AND
                   WS-OPAUDIT-STATUS NOT = "05"
               CLOSE OPAUDIT-FILE
               OPEN OUTPUT OPAUDIT-FILE
           END-IF
           MOVE SPACES TO OPAUDIT-LINE
           STRING WS-OP-DATE WS-OP-TIME " " WS-OPERATOR
               " MEMOS-CUENTA " WS-OP-ACTION
               DELIMITED BY SIZE
               INTO OPAUDIT-LINE
           WRITE OPAUDIT-LINE
           CLOSE OPAUDIT-FILE.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSDATE-FILE
                   AT END
                       ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   NOT AT END
                       MOVE BD-DATE TO WS-TODAY
               END-READ
               CLOSE BUSDATE-FILE
           ELSE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
           END-IF.

       LOAD-MEMO-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-MO-COUNT
           MOVE 0 TO WS-NEXT-ID
           OPEN INPUT MEMOS-FILE
           IF WS-MEMOS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-MO-COUNT >= 20000
                   READ MEMOS-FILE INTO MEMO-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MO-ID NUMERIC AND MO-KEY NOT = SPACES
                           ADD 1 TO WS-MO-COUNT
                           MOVE MO-ID TO MO-ID-TBL(WS-MO-COUNT)
                           MOVE MO-KEY-TYPE
                               TO MO-KEY-TYPE-TBL(WS-MO-COUNT)
                           MOVE MO-KEY TO MO-KEY-TBL(WS-MO-COUNT)
                           MOVE MO-CATEGORY
                               TO MO-CATEGORY-TBL(WS-MO-COUNT)
                           MOVE MO-SEVERITY
                               TO MO-SEVERITY-TBL(WS-MO-COUNT)
                           IF MO-START NUMERIC
                               MOVE MO-START
                                   TO MO-START-TBL(WS-MO-COUNT)
                           ELSE
                               MOVE 0 TO MO-START-TBL(WS-MO-COUNT)
                           END-IF
                           IF MO-EXPIRY NUMERIC
                               MOVE MO-EXPIRY
                                   TO MO-EXPIRY-TBL(WS-MO-COUNT)
                           ELSE
                               MOVE 0 TO MO-EXPIRY-TBL(WS-MO-COUNT)
                           END-IF
                           MOVE MO-AUTHOR
                               TO MO-AUTHOR-TBL(WS-MO-COUNT)
                           MOVE MO-TEXT TO MO-TEXT-TBL(WS-MO-COUNT)
                           MOVE 'N' TO MO-DELETED-TBL(WS-MO-COUNT)
                           IF MO-ID > WS-NEXT-ID
                               MOVE MO-ID TO WS-NEXT-ID
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE MEMOS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       APPLY-MEMO-REQUESTS.
           OPEN INPUT MEMOREQ-FILE
           IF WS-MEMOREQ-STATUS NOT = "00"
               DISPLAY "NO MEMO REQUESTS FILE"
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MEMOREQ-FILE INTO MEMOREQ-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MEMOREQ-RECORD NOT = SPACES
                           PERFORM APPLY-ONE-MEMO-REQUEST
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE MEMOREQ-FILE
           END-IF.

       APPLY-ONE-MEMO-REQUEST.
           MOVE SPACES TO WS-REQ-RESULT
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE MQ-OP
               WHEN "ADD   "
                   PERFORM APPLY-MEMO-ADD
               WHEN "AMEND "
                   PERFORM APPLY-MEMO-AMEND
               WHEN "EXPIRE"
                   PERFORM APPLY-MEMO-EXPIRE
               WHEN "DELETE"
                   PERFORM APPLY-MEMO-DELETE
               WHEN OTHER
                   MOVE "UNKNOWN MEMO OP CODE" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               MOVE "APPLIED" TO WS-REQ-RESULT
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               MOVE "REJECTED" TO WS-REQ-RESULT
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "MEMO " MQ-OP " REJECTED - " WS-REJECT-REASON
                   " " MQ-ID " " MQ-KEY-TYPE " " MQ-KEY
           END-IF
           PERFORM WRITE-MEMO-AUDIT
           MOVE SPACES TO WS-OP-ACTION
           STRING MQ-OP " " MQ-ID " " MQ-KEY-TYPE " " MQ-KEY
               " " WS-REQ-RESULT
               DELIMITED BY SIZE
               INTO WS-OP-ACTION
           PERFORM WRITE-OPERATOR-AUDIT.

       APPLY-MEMO-ADD.
           IF MQ-KEY-TYPE NOT = 'A' AND MQ-KEY-TYPE NOT = 'C'
               MOVE "KEY TYPE MUST BE A OR C" TO WS-REJECT-REASON
           ELSE
           IF MQ-SEVERITY NOT = 'I' AND MQ-SEVERITY NOT = 'W'
                   AND MQ-SEVERITY NOT = 'S'
               MOVE "SEVERITY MUST BE I, W OR S" TO WS-REJECT-REASON
           ELSE
           IF MQ-SEVERITY = 'S' AND WS-OP-LEVEL < WS-STOP-LEVEL
               MOVE "STOP MEMO NEEDS SUPERVISOR" TO WS-REJECT-REASON
           ELSE
           IF MQ-TEXT = SPACES OR MQ-CATEGORY = SPACES
               MOVE "CATEGORY AND TEXT REQUIRED" TO WS-REJECT-REASON
           ELSE
               PERFORM CHECK-MEMO-KEY
               IF WS-KEY-OK NOT = 'Y'
                   MOVE "ACCOUNT OR CUSTOMER NOT FOUND"
                       TO WS-REJECT-REASON
               ELSE
                   IF MQ-START NOT NUMERIC OR MQ-START = 0
                       MOVE WS-TODAY TO MQ-START
                   END-IF
                   IF MQ-EXPIRY NOT NUMERIC
                       MOVE 0 TO MQ-EXPIRY
                   END-IF
                   PERFORM FIND-DUPLICATE-MEMO
                   IF MQ-EXPIRY NOT = 0 AND MQ-EXPIRY < MQ-START
                       MOVE "EXPIRY BEFORE START DATE"
                           TO WS-REJECT-REASON
                   ELSE
                   IF WS-FOUND = 'Y'
                       MOVE "SAME MEMO ALREADY ON FILE"
                           TO WS-REJECT-REASON
                   ELSE
                   IF WS-MO-COUNT >= 20000
                       MOVE "MEMO TABLE FULL" TO WS-REJECT-REASON
                   ELSE
                       ADD 1 TO WS-MO-COUNT
                       ADD 1 TO WS-NEXT-ID
                       MOVE WS-NEXT-ID TO MQ-ID
                       MOVE WS-NEXT-ID TO MO-ID-TBL(WS-MO-COUNT)
                       MOVE MQ-KEY-TYPE
                           TO MO-KEY-TYPE-TBL(WS-MO-COUNT)
                       MOVE MQ-KEY TO MO-KEY-TBL(WS-MO-COUNT)
                       MOVE MQ-CATEGORY
                           TO MO-CATEGORY-TBL(WS-MO-COUNT)
                       MOVE MQ-SEVERITY
                           TO MO-SEVERITY-TBL(WS-MO-COUNT)
                       MOVE MQ-START TO MO-START-TBL(WS-MO-COUNT)
                       MOVE MQ-EXPIRY TO MO-EXPIRY-TBL(WS-MO-COUNT)
                       MOVE WS-OPERATOR
                           TO MO-AUTHOR-TBL(WS-MO-COUNT)
                       MOVE MQ-TEXT TO MO-TEXT-TBL(WS-MO-COUNT)
                       MOVE 'N' TO MO-DELETED-TBL(WS-MO-COUNT)
                       MOVE WS-MO-COUNT TO WS-MO-INDEX
                       DISPLAY "MEMO ADDED " MQ-ID " FOR "
                           MQ-KEY-TYPE " " MQ-KEY
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       APPLY-MEMO-AMEND.
           PERFORM FIND-MEMO-BY-ID
           IF WS-FOUND NOT = 'Y'
               MOVE "MEMO NOT FOUND" TO WS-REJECT-REASON
           ELSE
           IF MO-SEVERITY-TBL(WS-MO-INDEX) = 'S'
                   AND WS-OP-LEVEL < WS-STOP-LEVEL
               MOVE "STOP MEMO NEEDS SUPERVISOR" TO WS-REJECT-REASON
           ELSE
           IF MQ-SEVERITY = 'S' AND WS-OP-LEVEL < WS-STOP-LEVEL
               MOVE "STOP MEMO NEEDS SUPERVISOR" TO WS-REJECT-REASON
           ELSE
           IF MQ-SEVERITY NOT = SPACE AND MQ-SEVERITY NOT = 'I'
                   AND MQ-SEVERITY NOT = 'W' AND MQ-SEVERITY NOT = 'S'
               MOVE "SEVERITY MUST BE I, W OR S" TO WS-REJECT-REASON
           ELSE
               IF MQ-CATEGORY NOT = SPACES
                   MOVE MQ-CATEGORY TO MO-CATEGORY-TBL(WS-MO-INDEX)
               END-IF
               IF MQ-SEVERITY NOT = SPACE
                   MOVE MQ-SEVERITY TO MO-SEVERITY-TBL(WS-MO-INDEX)
               END-IF
               IF MQ-TEXT NOT = SPACES
                   MOVE MQ-TEXT TO MO-TEXT-TBL(WS-MO-INDEX)
               END-IF
               IF MQ-START NUMERIC AND MQ-START > 0
                   MOVE MQ-START TO MO-START-TBL(WS-MO-INDEX)
               END-IF
               IF MQ-EXPIRY NUMERIC AND MQ-EXPIRY > 0
                   MOVE MQ-EXPIRY TO MO-EXPIRY-TBL(WS-MO-INDEX)
               END-IF
               DISPLAY "MEMO AMENDED " MQ-ID
           END-IF
           END-IF
           END-IF
           END-IF.

       APPLY-MEMO-EXPIRE.
           PERFORM FIND-MEMO-BY-ID
           IF WS-FOUND NOT = 'Y'
               MOVE "MEMO NOT FOUND" TO WS-REJECT-REASON
           ELSE
           IF MO-SEVERITY-TBL(WS-MO-INDEX) = 'S'
                   AND WS-OP-LEVEL < WS-STOP-LEVEL
               MOVE "STOP MEMO NEEDS SUPERVISOR" TO WS-REJECT-REASON
           ELSE
               IF MQ-EXPIRY NUMERIC AND MQ-EXPIRY > 0
                   MOVE MQ-EXPIRY TO MO-EXPIRY-TBL(WS-MO-INDEX)
               ELSE
                   MOVE WS-TODAY TO MO-EXPIRY-TBL(WS-MO-INDEX)
               END-IF
               DISPLAY "MEMO EXPIRES " MQ-ID " ON "
                   MO-EXPIRY-TBL(WS-MO-INDEX)
           END-IF
           END-IF.

       APPLY-MEMO-DELETE.
           PERFORM FIND-MEMO-BY-ID
           IF WS-FOUND NOT = 'Y'
               MOVE "MEMO NOT FOUND" TO WS-REJECT-REASON
           ELSE
           IF WS-OP-LEVEL < WS-STOP-LEVEL
               MOVE "DELETE NEEDS SUPERVISOR" TO WS-REJECT-REASON
           ELSE
               MOVE 'Y' TO MO-DELETED-TBL(WS-MO-INDEX)
               DISPLAY "MEMO DELETED " MQ-ID
           END-IF
           END-IF.

       FIND-MEMO-BY-ID.
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-MO-INDEX
           IF MQ-ID NUMERIC
               PERFORM UNTIL WS-MO-INDEX > WS-MO-COUNT
                   IF MO-ID-TBL(WS-MO-INDEX) = MQ-ID
                           AND MO-DELETED-TBL(WS-MO-INDEX) = 'N'
                       MOVE 'Y' TO WS-FOUND
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-MO-INDEX
               END-PERFORM
           END-IF.

       FIND-DUPLICATE-MEMO.
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-MO-INDEX
           PERFORM UNTIL WS-MO-INDEX > WS-MO-COUNT
               IF MO-KEY-TYPE-TBL(WS-MO-INDEX) = MQ-KEY-TYPE
                       AND MO-KEY-TBL(WS-MO-INDEX) = MQ-KEY
                       AND MO-CATEGORY-TBL(WS-MO-INDEX) = MQ-CATEGORY
                       AND MO-TEXT-TBL(WS-MO-INDEX) = MQ-TEXT
                       AND MO-DELETED-TBL(WS-MO-INDEX) = 'N'
                   IF MO-EXPIRY-TBL(WS-MO-INDEX) = 0
                           OR MO-EXPIRY-TBL(WS-MO-INDEX) >= WS-TODAY
                       MOVE 'Y' TO WS-FOUND
                       EXIT PERFORM
                   END-IF
               END-IF
               ADD 1 TO WS-MO-INDEX
           END-PERFORM.

       CHECK-MEMO-KEY.
           MOVE 'N' TO WS-KEY-OK
           MOVE 'N' TO WS-EOF
           IF MQ-KEY-TYPE = 'A'
               OPEN INPUT ACCOUNTS-FILE
               IF WS-ACCOUNTS-STATUS = "00"
                   PERFORM UNTIL WS-EOF = 'Y' OR WS-KEY-OK = 'Y'
                       READ ACCOUNTS-FILE INTO ACCOUNTS-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AC-ID = MQ-KEY
                               MOVE 'Y' TO WS-KEY-OK
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ACCOUNTS-FILE
               END-IF
           ELSE
               OPEN INPUT CUSTOMERS-FILE
               IF WS-CUSTOMERS-STATUS = "00"
                   PERFORM UNTIL WS-EOF = 'Y' OR WS-KEY-OK = 'Y'
                       READ CUSTOMERS-FILE INTO CUST-REC
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CUST-ID = MQ-KEY
                               MOVE 'Y' TO WS-KEY-OK
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CUSTOMERS-FILE
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF.

       WRITE-MEMO-AUDIT.
           ACCEPT WS-OP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OP-TIME FROM TIME
           OPEN EXTEND MEMOAUD-FILE
           IF WS-MEMOAUD-STATUS NOT = "00" AND
                   WS-MEMOAUD-STATUS NOT = "05"
               CLOSE MEMOAUD-FILE
               OPEN OUTPUT MEMOAUD-FILE
           END-IF
           MOVE SPACES TO MEMOAUD-LINE
           IF WS-REQ-RESULT = "APPLIED"
               STRING WS-OP-DATE WS-OP-TIME " " WS-OPERATOR
                   " " MQ-OP " " MQ-ID
                   " " MO-KEY-TYPE-TBL(WS-MO-INDEX)
                   " " MO-KEY-TBL(WS-MO-INDEX)
                   " " MO-CATEGORY-TBL(WS-MO-INDEX)
                   " " MO-SEVERITY-TBL(WS-MO-INDEX)
                   " " MO-START-TBL(WS-MO-INDEX)
                   " " MO-EXPIRY-TBL(WS-MO-INDEX)
                   " " MO-TEXT-TBL(WS-MO-INDEX)
                   DELIMITED BY SIZE
                   INTO MEMOAUD-LINE
           ELSE
               STRING WS-OP-DATE WS-OP-TIME " " WS-OPERATOR
                   " " MQ-OP " " MQ-ID
                   " " MQ-KEY-TYPE " " MQ-KEY
                   " REJECTED " WS-REJECT-REASON
                   DELIMITED BY SIZE
                   INTO MEMOAUD-LINE
           END-IF
           WRITE MEMOAUD-LINE
           CLOSE MEMOAUD-FILE.

       REWRITE-MEMO-FILE.
           MOVE 0 TO WS-MO-LIVE
           OPEN OUTPUT MEMOS-FILE
           MOVE 1 TO WS-MO-INDEX
           PERFORM UNTIL WS-MO-INDEX > WS-MO-COUNT
               IF MO-DELETED-TBL(WS-MO-INDEX) = 'N'
                   MOVE SPACES TO MEMO-RECORD
                   MOVE MO-ID-TBL(WS-MO-INDEX) TO MO-ID
                   MOVE MO-KEY-TYPE-TBL(WS-MO-INDEX) TO MO-KEY-TYPE
                   MOVE MO-KEY-TBL(WS-MO-INDEX) TO MO-KEY
                   MOVE MO-CATEGORY-TBL(WS-MO-INDEX) TO MO-CATEGORY
                   MOVE MO-SEVERITY-TBL(WS-MO-INDEX) TO MO-SEVERITY
                   MOVE MO-START-TBL(WS-MO-INDEX) TO MO-START
                   MOVE MO-EXPIRY-TBL(WS-MO-INDEX) TO MO-EXPIRY
                   MOVE MO-AUTHOR-TBL(WS-MO-INDEX) TO MO-AUTHOR
                   MOVE MO-TEXT-TBL(WS-MO-INDEX) TO MO-TEXT
                   WRITE MEMO-RECORD
                   ADD 1 TO WS-MO-LIVE
               END-IF
               ADD 1 TO WS-MO-INDEX
           END-PERFORM
           CLOSE MEMOS-FILE.
