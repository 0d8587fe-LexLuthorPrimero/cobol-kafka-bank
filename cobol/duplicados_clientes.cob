       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPLICADOS-CLIENTES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMERS-FILE
               ASSIGN TO DYNAMIC WS-CUSTOMERS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMERS-STATUS.
           SELECT BIRTHDATES-FILE
               ASSIGN TO DYNAMIC WS-BIRTH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BIRTH-STATUS.
           SELECT EXCLUDE-FILE
               ASSIGN TO DYNAMIC WS-EXCLUDE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXCLUDE-STATUS.
           SELECT REVIEW-FILE
               ASSIGN TO DYNAMIC WS-REVIEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO DYNAMIC WS-BUSDATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMERS-FILE.
       01  CUST-REC.
           05 CUST-ID           PIC X(5).
           05 CUST-NAME         PIC X(20).
           05 CUST-ADDRESS      PIC X(30).
           05 CUST-TAX-ID       PIC X(11).
           05 CUST-DOD          PIC X(8).
           05 CUST-TAX-CERT     PIC X(1).
       FD  BIRTHDATES-FILE.
       01  BIRTH-REC.
           05 CB-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 CB-BIRTH-DATE     PIC X(8).
       FD  EXCLUDE-FILE.
       01  EXCLUDE-REC.
           05 DX-CUST-A         PIC X(5).
           05 FILLER            PIC X(1).
           05 DX-CUST-B         PIC X(5).
           05 FILLER            PIC X(1).
           05 DX-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 DX-OPERATOR       PIC X(8).
       FD  REVIEW-FILE.
       01  REVIEW-REC.
           05 DR-CUST-A         PIC X(5).
           05 FILLER            PIC X(1).
           05 DR-CUST-B         PIC X(5).
           05 FILLER            PIC X(1).
           05 DR-SCORE          PIC 9(3).
           05 FILLER            PIC X(1).
           05 DR-TAX-MATCH      PIC X(1).
           05 FILLER            PIC X(1).
           05 DR-NAME-MATCH     PIC X(1).
           05 FILLER            PIC X(1).
           05 DR-DOB-MATCH      PIC X(1).
           05 FILLER            PIC X(1).
           05 DR-ADDR-MATCH     PIC X(1).
           05 FILLER            PIC X(1).
           05 DR-NAME-A         PIC X(20).
           05 FILLER            PIC X(1).
           05 DR-NAME-B         PIC X(20).
           05 FILLER            PIC X(1).
           05 DR-SCANNED        PIC 9(8).
       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05 BD-DATE           PIC 9(8).
       WORKING-STORAGE SECTION.
       01  WS-CUSTOMERS-PATH    PIC X(200).
       01  WS-BIRTH-PATH        PIC X(200).
       01  WS-EXCLUDE-PATH      PIC X(200).
       01  WS-REVIEW-PATH       PIC X(200).
       01  WS-BUSDATE-PATH      PIC X(200).
       01  WS-CUSTOMERS-STATUS  PIC XX.
       01  WS-BIRTH-STATUS      PIC XX.
       01  WS-EXCLUDE-STATUS    PIC XX.
       01  WS-REVIEW-STATUS     PIC XX.
       01  WS-BUSDATE-STATUS    PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  WS-SCORE-TXT         PIC X(3).
       01  WS-SCORE-MIN         PIC 9(3) VALUE 50.
       01  CUSTOMER-TABLE.
           05 CUSTOMER-ENTRY OCCURS 50000 TIMES.
               10 CU-ID-TBL         PIC X(5).
               10 CU-NAME-TBL       PIC X(20).
               10 CU-TAX-TBL        PIC X(11).
               10 CU-DOB-TBL        PIC X(8).
               10 CU-NNAME-TBL      PIC X(30).
               10 CU-NLEN-TBL       PIC 9(2).
               10 CU-SNAME-TBL      PIC X(30).
               10 CU-NADDR-TBL      PIC X(30).
               10 CU-NEXT-TBL       PIC 9(5) OCCURS 4 TIMES.
       01  WS-CU-INDEX          PIC 9(6) VALUE 1.
       01  WS-CU-COUNT          PIC 9(6) VALUE 0.
       01  BUCKET-TABLE.
           05 BUCKET-KIND OCCURS 4 TIMES.
               10 BK-HEAD           PIC 9(5) OCCURS 4001 TIMES.
       01  WS-BUCKETS           PIC 9(4) VALUE 4001.
       01  WS-BK-INDEX          PIC 9(4).
       01  WS-KIND              PIC 9(1).
       01  WS-HASH              PIC 9(9).
       01  WS-HASH-POS          PIC 9(2).
       01  WS-BLOCK-KEY         PIC X(20).
       01  WS-KEY-IX            PIC 9(5).
       01  WS-KEY-A             PIC X(20).
       01  WS-IX-A              PIC 9(5).
       01  WS-IX-B              PIC 9(5).
       01  WS-NORM-IN           PIC X(30).
       01  WS-NORM-OUT          PIC X(30).
       01  WS-NORM-LEN          PIC 9(2).
       01  WS-NORM-POS          PIC 9(2).
       01  WS-NORM-CHAR         PIC X(1).
       01  WS-SORT-I            PIC 9(2).
       01  WS-SORT-J            PIC 9(2).
       01  WS-SORT-CHAR         PIC X(1).
       01  WS-MISMATCH          PIC 9(2).
       01  WS-SCORE             PIC S9(4).
       01  WS-TAX-MATCH         PIC X(1).
       01  WS-NAME-MATCH        PIC X(1).
       01  WS-DOB-MATCH         PIC X(1).
       01  WS-ADDR-MATCH        PIC X(1).
       01  WS-PAIR-A            PIC X(5).
       01  WS-PAIR-B            PIC X(5).
       01  WS-EXCLUDED          PIC X(1).
       01  EXCLUDE-TABLE.
           05 EXCLUDE-ENTRY OCCURS 5000 TIMES.
               10 DX-A-TBL          PIC X(5).
               10 DX-B-TBL          PIC X(5).
       01  WS-DX-INDEX          PIC 9(5) VALUE 1.
       01  WS-DX-COUNT          PIC 9(5) VALUE 0.
       01  PAIR-TABLE.
           05 PAIR-ENTRY OCCURS 5000 TIMES.
               10 PR-A-TBL          PIC X(5).
               10 PR-B-TBL          PIC X(5).
               10 PR-SCORE-TBL      PIC 9(3).
               10 PR-TAX-TBL        PIC X(1).
               10 PR-NAME-TBL       PIC X(1).
               10 PR-DOB-TBL        PIC X(1).
               10 PR-ADDR-TBL       PIC X(1).
               10 PR-NAME-A-TBL     PIC X(20).
               10 PR-NAME-B-TBL     PIC X(20).
               10 PR-EXCL-TBL       PIC X(1).
       01  WS-PR-INDEX          PIC 9(5) VALUE 1.
       01  WS-PR-COUNT          PIC 9(5) VALUE 0.
       01  WS-PR-FULL           PIC X VALUE 'N'.
       01  WS-CAND-COUNT        PIC 9(5) VALUE 0.
       01  WS-COMPARED          PIC 9(9) VALUE 0.
       01  WS-EXCLUDED-COUNT    PIC 9(5) VALUE 0.
       01  WS-WRITE-SCORE       PIC 9(3).
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-CUSTOMERS-PATH
           ACCEPT WS-CUSTOMERS-PATH FROM ENVIRONMENT "CUSTOMERS_PATH"
           IF WS-CUSTOMERS-PATH = SPACES
               MOVE "accounts/CUSTOMERS.DAT" TO WS-CUSTOMERS-PATH
           END-IF
           MOVE SPACES TO WS-BIRTH-PATH
           ACCEPT WS-BIRTH-PATH FROM ENVIRONMENT "CUST_BIRTHDATES_PATH"
           IF WS-BIRTH-PATH = SPACES
               MOVE "accounts/CUST_BIRTHDATES.DAT" TO WS-BIRTH-PATH
           END-IF
           MOVE SPACES TO WS-EXCLUDE-PATH
           ACCEPT WS-EXCLUDE-PATH
               FROM ENVIRONMENT "CUST_DUP_EXCLUDE_PATH"
           IF WS-EXCLUDE-PATH = SPACES
               MOVE "accounts/CUST_DUP_EXCLUDE.DAT" TO WS-EXCLUDE-PATH
           END-IF
           MOVE SPACES TO WS-REVIEW-PATH
           ACCEPT WS-REVIEW-PATH FROM ENVIRONMENT "CUST_DUP_REVIEW_PATH"
           IF WS-REVIEW-PATH = SPACES
               MOVE "accounts/CUST_DUP_REVIEW.DAT" TO WS-REVIEW-PATH
           END-IF
           MOVE SPACES TO WS-BUSDATE-PATH
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_PATH"
           IF WS-BUSDATE-PATH = SPACES
               MOVE "accounts/BUSINESS_DATE.DAT" TO WS-BUSDATE-PATH
           END-IF
           MOVE SPACES TO WS-SCORE-TXT
           ACCEPT WS-SCORE-TXT FROM ENVIRONMENT "DUP_SCORE_MIN"
           IF WS-SCORE-TXT NOT = SPACES AND WS-SCORE-TXT NUMERIC
               MOVE WS-SCORE-TXT TO WS-SCORE-MIN
           END-IF
           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-CUSTOMER-TABLE
           PERFORM LOAD-BIRTHDATES
           PERFORM LOAD-EXCLUDE-TABLE
           MOVE 1 TO WS-CU-INDEX
           PERFORM UNTIL WS-CU-INDEX > WS-CU-COUNT
               PERFORM PREPARE-CUSTOMER-KEYS
               ADD 1 TO WS-CU-INDEX
           END-PERFORM
           MOVE 1 TO WS-KIND
           PERFORM UNTIL WS-KIND > 4
               PERFORM BUILD-BLOCK-CHAINS
               PERFORM SCAN-BLOCK-CHAINS
               ADD 1 TO WS-KIND
           END-PERFORM
           PERFORM WRITE-REVIEW-FILE
           IF WS-PR-FULL = 'Y'
               DISPLAY "WARNING - REVIEW TABLE FULL - LOWER-SCORING "
                   "PAIRS NOT LISTED"
           END-IF
           DISPLAY "DUPLICATE CUSTOMER SCAN CUSTOMERS " WS-CU-COUNT
               " COMPARED " WS-COMPARED
               " CANDIDATES " WS-CAND-COUNT
               " EXCLUDED " WS-EXCLUDED-COUNT
               " MINIMUM SCORE " WS-SCORE-MIN
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

       LOAD-CUSTOMER-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-CU-COUNT
           OPEN INPUT CUSTOMERS-FILE
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "ERROR CUSTOMERS OPEN " WS-CUSTOMERS-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y' OR WS-CU-COUNT >= 50000
               READ CUSTOMERS-FILE INTO CUST-REC
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CUST-ID NOT = SPACES
                       ADD 1 TO WS-CU-COUNT
                       MOVE CUST-ID TO CU-ID-TBL(WS-CU-COUNT)
                       MOVE CUST-NAME TO CU-NAME-TBL(WS-CU-COUNT)
                       MOVE CUST-TAX-ID TO CU-TAX-TBL(WS-CU-COUNT)
                       MOVE SPACES TO CU-DOB-TBL(WS-CU-COUNT)
                       MOVE CUST-ADDRESS TO WS-NORM-IN
                       PERFORM NORMALIZE-TEXT
                       MOVE WS-NORM-OUT TO CU-NADDR-TBL(WS-CU-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMERS-FILE
           MOVE 'N' TO WS-EOF.

       LOAD-BIRTHDATES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT BIRTHDATES-FILE
           IF WS-BIRTH-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BIRTHDATES-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CB-CUST-ID NOT = SPACES
                               AND CB-BIRTH-DATE NUMERIC
                           MOVE 1 TO WS-CU-INDEX
                           PERFORM UNTIL WS-CU-INDEX > WS-CU-COUNT
                               IF CU-ID-TBL(WS-CU-INDEX) = CB-CUST-ID
                                   MOVE CB-BIRTH-DATE
                                       TO CU-DOB-TBL(WS-CU-INDEX)
                                   EXIT PERFORM
                               END-IF
                               ADD 1 TO WS-CU-INDEX
                           END-PERFORM
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BIRTHDATES-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-EXCLUDE-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-DX-COUNT
           OPEN INPUT EXCLUDE-FILE
           IF WS-EXCLUDE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-DX-COUNT >= 5000
                   READ EXCLUDE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DX-CUST-A NOT = SPACES
                           ADD 1 TO WS-DX-COUNT
                           MOVE DX-CUST-A TO DX-A-TBL(WS-DX-COUNT)
                           MOVE DX-CUST-B TO DX-B-TBL(WS-DX-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCLUDE-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       NORMALIZE-TEXT.
           MOVE FUNCTION UPPER-CASE(WS-NORM-IN) TO WS-NORM-IN
           MOVE SPACES TO WS-NORM-OUT
           MOVE 0 TO WS-NORM-LEN
           PERFORM VARYING WS-NORM-POS FROM 1 BY 1
                   UNTIL WS-NORM-POS > 30
               MOVE WS-NORM-IN(WS-NORM-POS:1) TO WS-NORM-CHAR
               IF (WS-NORM-CHAR >= "A" AND WS-NORM-CHAR <= "Z")
                       OR WS-NORM-CHAR NUMERIC
                   ADD 1 TO WS-NORM-LEN
                   MOVE WS-NORM-CHAR TO WS-NORM-OUT(WS-NORM-LEN:1)
               END-IF
           END-PERFORM.

       PREPARE-CUSTOMER-KEYS.
           MOVE SPACES TO WS-NORM-IN
           MOVE CU-NAME-TBL(WS-CU-INDEX) TO WS-NORM-IN
           PERFORM NORMALIZE-TEXT
           MOVE WS-NORM-OUT TO CU-NNAME-TBL(WS-CU-INDEX)
           MOVE WS-NORM-LEN TO CU-NLEN-TBL(WS-CU-INDEX)
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-NORM-LEN
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J > WS-NORM-LEN - WS-SORT-I
                   IF WS-NORM-OUT(WS-SORT-J:1)
                           > WS-NORM-OUT(WS-SORT-J + 1:1)
                       MOVE WS-NORM-OUT(WS-SORT-J:1) TO WS-SORT-CHAR
                       MOVE WS-NORM-OUT(WS-SORT-J + 1:1)
                           TO WS-NORM-OUT(WS-SORT-J:1)
                       MOVE WS-SORT-CHAR
                           TO WS-NORM-OUT(WS-SORT-J + 1:1)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE WS-NORM-OUT TO CU-SNAME-TBL(WS-CU-INDEX)
           MOVE 0 TO CU-NEXT-TBL(WS-CU-INDEX, 1)
           MOVE 0 TO CU-NEXT-TBL(WS-CU-INDEX, 2)
           MOVE 0 TO CU-NEXT-TBL(WS-CU-INDEX, 3)
           MOVE 0 TO CU-NEXT-TBL(WS-CU-INDEX, 4).

       GET-BLOCK-KEY.
           MOVE SPACES TO WS-BLOCK-KEY
           EVALUATE WS-KIND
               WHEN 1
                   MOVE CU-TAX-TBL(WS-KEY-IX) TO WS-BLOCK-KEY
               WHEN 2
                   MOVE CU-NNAME-TBL(WS-KEY-IX)(1:6) TO WS-BLOCK-KEY
               WHEN 3
                   IF CU-DOB-TBL(WS-KEY-IX) NUMERIC
                       MOVE CU-DOB-TBL(WS-KEY-IX) TO WS-BLOCK-KEY
                   END-IF
               WHEN 4
                   MOVE CU-NADDR-TBL(WS-KEY-IX)(1:15) TO WS-BLOCK-KEY
           END-EVALUATE.

       BUILD-BLOCK-CHAINS.
           PERFORM VARYING WS-BK-INDEX FROM 1 BY 1
                   UNTIL WS-BK-INDEX > WS-BUCKETS
               MOVE 0 TO BK-HEAD(WS-KIND, WS-BK-INDEX)
           END-PERFORM
           MOVE 1 TO WS-CU-INDEX
           PERFORM UNTIL WS-CU-INDEX > WS-CU-COUNT
               MOVE WS-CU-INDEX TO WS-KEY-IX
               PERFORM GET-BLOCK-KEY
               IF WS-BLOCK-KEY NOT = SPACES
                   MOVE 0 TO WS-HASH
                   PERFORM VARYING WS-HASH-POS FROM 1 BY 1
                           UNTIL WS-HASH-POS > 20
                       COMPUTE WS-HASH = FUNCTION MOD(WS-HASH * 31
                           + FUNCTION ORD(WS-BLOCK-KEY(WS-HASH-POS:1)),
                           999983)
                   END-PERFORM
                   COMPUTE WS-BK-INDEX =
                       FUNCTION MOD(WS-HASH, WS-BUCKETS) + 1
                   MOVE BK-HEAD(WS-KIND, WS-BK-INDEX)
                       TO CU-NEXT-TBL(WS-CU-INDEX, WS-KIND)
                   MOVE WS-CU-INDEX TO BK-HEAD(WS-KIND, WS-BK-INDEX)
               END-IF
               ADD 1 TO WS-CU-INDEX
           END-PERFORM.

       SCAN-BLOCK-CHAINS.
           PERFORM VARYING WS-BK-INDEX FROM 1 BY 1
                   UNTIL WS-BK-INDEX > WS-BUCKETS
               MOVE BK-HEAD(WS-KIND, WS-BK-INDEX) TO WS-IX-A
               PERFORM UNTIL WS-IX-A = 0
                   MOVE WS-IX-A TO WS-KEY-IX
                   PERFORM GET-BLOCK-KEY
                   MOVE WS-BLOCK-KEY TO WS-KEY-A
                   MOVE CU-NEXT-TBL(WS-IX-A, WS-KIND) TO WS-IX-B
                   PERFORM UNTIL WS-IX-B = 0
                       MOVE WS-IX-B TO WS-KEY-IX
                       PERFORM GET-BLOCK-KEY
                       IF WS-BLOCK-KEY = WS-KEY-A
                           PERFORM SCORE-ONE-PAIR
                       END-IF
                       MOVE CU-NEXT-TBL(WS-IX-B, WS-KIND) TO WS-IX-B
                   END-PERFORM
                   MOVE CU-NEXT-TBL(WS-IX-A, WS-KIND) TO WS-IX-A
               END-PERFORM
           END-PERFORM.

       SCORE-ONE-PAIR.
           IF CU-ID-TBL(WS-IX-A) < CU-ID-TBL(WS-IX-B)
               MOVE CU-ID-TBL(WS-IX-A) TO WS-PAIR-A
               MOVE CU-ID-TBL(WS-IX-B) TO WS-PAIR-B
           ELSE
               MOVE CU-ID-TBL(WS-IX-B) TO WS-PAIR-A
               MOVE CU-ID-TBL(WS-IX-A) TO WS-PAIR-B
           END-IF
           MOVE 1 TO WS-PR-INDEX
           PERFORM UNTIL WS-PR-INDEX > WS-PR-COUNT
               IF PR-A-TBL(WS-PR-INDEX) = WS-PAIR-A
                       AND PR-B-TBL(WS-PR-INDEX) = WS-PAIR-B
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-PR-INDEX
           END-PERFORM
           IF WS-PAIR-A NOT = WS-PAIR-B
                   AND WS-PR-INDEX > WS-PR-COUNT
               PERFORM SCORE-PAIR-SIGNALS
           END-IF.

       SCORE-PAIR-SIGNALS.
           ADD 1 TO WS-COMPARED
           MOVE 0 TO WS-SCORE
           MOVE SPACE TO WS-TAX-MATCH
           IF CU-TAX-TBL(WS-IX-A) NOT = SPACES
                   AND CU-TAX-TBL(WS-IX-B) NOT = SPACES
               IF CU-TAX-TBL(WS-IX-A) = CU-TAX-TBL(WS-IX-B)
                   ADD 50 TO WS-SCORE
                   MOVE 'Y' TO WS-TAX-MATCH
               ELSE
                   SUBTRACT 20 FROM WS-SCORE
                   MOVE 'N' TO WS-TAX-MATCH
               END-IF
           END-IF
           MOVE 'N' TO WS-NAME-MATCH
           IF CU-NNAME-TBL(WS-IX-A) NOT = SPACES
               IF CU-NNAME-TBL(WS-IX-A) = CU-NNAME-TBL(WS-IX-B)
                   ADD 30 TO WS-SCORE
                   MOVE 'E' TO WS-NAME-MATCH
               ELSE
                   MOVE 99 TO WS-MISMATCH
                   IF CU-NLEN-TBL(WS-IX-A) = CU-NLEN-TBL(WS-IX-B)
                       MOVE 0 TO WS-MISMATCH
                       PERFORM VARYING WS-NORM-POS FROM 1 BY 1
                               UNTIL WS-NORM-POS > CU-NLEN-TBL(WS-IX-A)
                           MOVE CU-NNAME-TBL(WS-IX-B)(WS-NORM-POS:1)
                               TO WS-NORM-CHAR
                           IF CU-NNAME-TBL(WS-IX-A)(WS-NORM-POS:1)
                                   NOT = WS-NORM-CHAR
                               ADD 1 TO WS-MISMATCH
                           END-IF
                       END-PERFORM
                   END-IF
                   IF WS-MISMATCH <= 2
                       OR CU-SNAME-TBL(WS-IX-A) = CU-SNAME-TBL(WS-IX-B)
                       ADD 20 TO WS-SCORE
                       MOVE 'S' TO WS-NAME-MATCH
                   END-IF
               END-IF
           END-IF
           MOVE 'U' TO WS-DOB-MATCH
           IF CU-DOB-TBL(WS-IX-A) NUMERIC
                   AND CU-DOB-TBL(WS-IX-B) NUMERIC
               IF CU-DOB-TBL(WS-IX-A) = CU-DOB-TBL(WS-IX-B)
                   ADD 20 TO WS-SCORE
                   MOVE 'Y' TO WS-DOB-MATCH
               ELSE
                   SUBTRACT 30 FROM WS-SCORE
                   MOVE 'N' TO WS-DOB-MATCH
               END-IF
           END-IF
           MOVE 'N' TO WS-ADDR-MATCH
           IF CU-NADDR-TBL(WS-IX-A) NOT = SPACES
                   AND CU-NADDR-TBL(WS-IX-A) = CU-NADDR-TBL(WS-IX-B)
               ADD 15 TO WS-SCORE
               MOVE 'Y' TO WS-ADDR-MATCH
           END-IF
           IF WS-SCORE < 0
               MOVE 0 TO WS-SCORE
           END-IF
           IF WS-SCORE >= WS-SCORE-MIN
               PERFORM CHECK-EXCLUDED-PAIR
               PERFORM ADD-CANDIDATE-PAIR
           END-IF.

       CHECK-EXCLUDED-PAIR.
           MOVE 'N' TO WS-EXCLUDED
           MOVE 1 TO WS-DX-INDEX
           PERFORM UNTIL WS-DX-INDEX > WS-DX-COUNT
               IF (DX-A-TBL(WS-DX-INDEX) = WS-PAIR-A
                       AND DX-B-TBL(WS-DX-INDEX) = WS-PAIR-B)
                   OR (DX-A-TBL(WS-DX-INDEX) = WS-PAIR-B
                       AND DX-B-TBL(WS-DX-INDEX) = WS-PAIR-A)
                   MOVE 'Y' TO WS-EXCLUDED
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-DX-INDEX
           END-PERFORM.

       ADD-CANDIDATE-PAIR.
           IF WS-EXCLUDED = 'Y'
               ADD 1 TO WS-EXCLUDED-COUNT
           ELSE
               ADD 1 TO WS-CAND-COUNT
           END-IF
           IF WS-PR-COUNT >= 5000
               MOVE 'Y' TO WS-PR-FULL
           ELSE
               ADD 1 TO WS-PR-COUNT
               MOVE WS-EXCLUDED TO PR-EXCL-TBL(WS-PR-COUNT)
               MOVE WS-PAIR-A TO PR-A-TBL(WS-PR-COUNT)
               MOVE WS-PAIR-B TO PR-B-TBL(WS-PR-COUNT)
               MOVE WS-SCORE TO PR-SCORE-TBL(WS-PR-COUNT)
               MOVE WS-TAX-MATCH TO PR-TAX-TBL(WS-PR-COUNT)
               MOVE WS-NAME-MATCH TO PR-NAME-TBL(WS-PR-COUNT)
               MOVE WS-DOB-MATCH TO PR-DOB-TBL(WS-PR-COUNT)
               MOVE WS-ADDR-MATCH TO PR-ADDR-TBL(WS-PR-COUNT)
               IF CU-ID-TBL(WS-IX-A) = WS-PAIR-A
                   MOVE CU-NAME-TBL(WS-IX-A)
                       TO PR-NAME-A-TBL(WS-PR-COUNT)
                   MOVE CU-NAME-TBL(WS-IX-B)
                       TO PR-NAME-B-TBL(WS-PR-COUNT)
               ELSE
                   MOVE CU-NAME-TBL(WS-IX-B)
                       TO PR-NAME-A-TBL(WS-PR-COUNT)
                   MOVE CU-NAME-TBL(WS-IX-A)
                       TO PR-NAME-B-TBL(WS-PR-COUNT)
               END-IF
           END-IF.

       WRITE-REVIEW-FILE.
           OPEN OUTPUT REVIEW-FILE
           MOVE 115 TO WS-WRITE-SCORE
           PERFORM UNTIL WS-WRITE-SCORE < WS-SCORE-MIN
               MOVE 1 TO WS-PR-INDEX
               PERFORM UNTIL WS-PR-INDEX > WS-PR-COUNT
                   IF PR-SCORE-TBL(WS-PR-INDEX) = WS-WRITE-SCORE
                           AND PR-EXCL-TBL(WS-PR-INDEX) = 'N'
                       MOVE SPACES TO REVIEW-REC
                       MOVE PR-A-TBL(WS-PR-INDEX) TO DR-CUST-A
                       MOVE PR-B-TBL(WS-PR-INDEX) TO DR-CUST-B
                       MOVE PR-SCORE-TBL(WS-PR-INDEX) TO DR-SCORE
                       MOVE PR-TAX-TBL(WS-PR-INDEX) TO DR-TAX-MATCH
                       MOVE PR-NAME-TBL(WS-PR-INDEX) TO DR-NAME-MATCH
                       MOVE PR-DOB-TBL(WS-PR-INDEX) TO DR-DOB-MATCH
                       MOVE PR-ADDR-TBL(WS-PR-INDEX) TO DR-ADDR-MATCH
                       MOVE PR-NAME-A-TBL(WS-PR-INDEX) TO DR-NAME-A
                       MOVE PR-NAME-B-TBL(WS-PR-INDEX) TO DR-NAME-B
                       MOVE WS-TODAY TO DR-SCANNED
                       WRITE REVIEW-REC
                   END-IF
                   ADD 1 TO WS-PR-INDEX
               END-PERFORM
               IF WS-WRITE-SCORE = 0
                   EXIT PERFORM
               END-IF
               SUBTRACT 1 FROM WS-WRITE-SCORE
           END-PERFORM
           CLOSE REVIEW-FILE.
