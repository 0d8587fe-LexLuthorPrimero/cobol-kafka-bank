               FILE STATUS IS WS-ACCOUNTS-STATUS.

           SELECT RATE-FILE
               ASSIGN TO DYNAMIC WS-RATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT RATE-TABLE-FILE
               ASSIGN TO DYNAMIC WS-RATE-TABLE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-TABLE-STATUS.

               ASSIGN TO DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JSEAL-FILE
               ASSIGN TO DYNAMIC WS-JSEAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JSEAL-STATUS.

           SELECT ACCRUAL-FILE
               ASSIGN TO DYNAMIC WS-ACCRUAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKVAL-STATUS.

           SELECT POOL-FILE
               ASSIGN TO DYNAMIC WS-POOL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POOL-STATUS.

           SELECT ENTITY-FILE
               ASSIGN TO DYNAMIC WS-ENTITY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTITY-STATUS.

           SELECT ENTXREF-FILE
               ASSIGN TO DYNAMIC WS-ENTXREF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTXREF-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD JOURNAL-FILE.
       01 J-REC.
           05 J-TXT PIC X(136).

       FD JSEAL-FILE.
       01 JSEAL-RECORD.
           05 JS-TYPE           PIC X(7).
           05 FILLER            PIC X(1).
           05 JS-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 JS-SEQ            PIC 9(7).
           05 FILLER            PIC X(1).
           05 JS-HASH           PIC 9(9).
           05 FILLER            PIC X(1).
           05 JS-LINES          PIC 9(7).
           05 FILLER            PIC X(1).
           05 JS-STAMP          PIC X(14).
           05 FILLER            PIC X(1).
           05 JS-SOURCE         PIC X(60).

       FD ACCRUAL-FILE.
       01 ACR-REC.
           05 FILLER            PIC X(1).
           05 BV-GAP-DAYS       PIC 9(3).

       FD POOL-FILE.
       01 POOL-RECORD.
           05 PL-TYPE           PIC X(1).
           05 FILLER            PIC X(1).
           05 PL-POOL           PIC X(5).
           05 FILLER            PIC X(1).
           05 PL-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(16).
           05 PL-CURRENCY       PIC X(3).
           05 FILLER            PIC X(31).
           05 PL-STATUS         PIC X(1).

       FD ENTITY-FILE.
       01 EN-REC.
           05 EN-CODE       PIC X(3).
           05 FILLER        PIC X(1).
           05 EN-NAME       PIC X(20).
           05 FILLER        PIC X(1).
           05 EN-BASE-CCY   PIC X(3).
           05 FILLER        PIC X(1).
           05 EN-IC-ACCOUNT PIC X(5).
           05 FILLER        PIC X(1).
           05 EN-DEFAULT    PIC X(1).

       FD ENTXREF-FILE.
       01 EX-REC.
           05 EX-KIND       PIC X(1).
           05 FILLER        PIC X(1).
           05 EX-KEY        PIC X(5).
           05 FILLER        PIC X(1).
           05 EX-ENTITY     PIC X(3).

       WORKING-STORAGE SECTION.

       01 WS-EOF-A PIC X VALUE "N".
       01 WS-BV-EOF         PIC X VALUE "N".
       01 WS-BV-ADJ         PIC S9(7)V99.
       01 WS-BV-APPLIED     PIC 9(5) VALUE 0.
       01 WS-BV-KEPT        PIC 9(5) VALUE 0.
       01 WS-BV-KEPT-INDEX  PIC 9(5) VALUE 0.
       01 BV-KEEP-TABLE.
           05 BV-KEEP-ENTRY OCCURS 5000 TIMES.
               10 BV-KEEP-TBL   PIC X(39).

       01 WS-POOL-PATH      PIC X(200).
       01 WS-POOL-STATUS    PIC XX.
       01 WS-POOL-EOF       PIC X VALUE "N".
       01 WS-POOLED-COUNT   PIC 9(6) VALUE 0.
       01 POOL-HEADER-TABLE.
           05 POOL-HEADER-ENTRY OCCURS 500 TIMES.
               10 PLH-POOL-TBL   PIC X(5).
               10 PLH-CCY-TBL    PIC X(3).
       01 WS-PLH-COUNT      PIC 9(3) VALUE 0.
       01 WS-PLH-INDEX      PIC 9(3) VALUE 0.
       01 WS-RATE   PIC 9V9(4) VALUE 0.005.
       01 WS-SALDO  PIC S9(7)V99.
       01 WS-INTEREST PIC 9(7)V99.
               10 A-TYPE-TBL      PIC X(1).
                   88 A-ES-LOAN-TBL VALUE 'L'.
               10 A-CUST-ID-TBL  PIC X(5).
               10 A-POOLED-TBL   PIC X(1).
       01 WS-TABLE-INDEX    PIC 9(6) VALUE 1.
       01 WS-MAX-ENTRIES    PIC 9(6) VALUE 0.
       01 WS-TABLE-CAPACITY PIC 9(6) VALUE 50000.

       01 WS-ACCOUNTS-PATH PIC X(200).
       01 WS-JOURNAL-PATH  PIC X(200).
       01 WS-JSEAL-PATH       PIC X(200).
       01 WS-JSEAL-STATUS     PIC XX.
       01 WS-CHAIN-LOADED     PIC X VALUE 'N'.
       01 WS-CHAIN-EOF        PIC X VALUE 'N'.
       01 WS-CHAIN-SEQ        PIC 9(7) VALUE 0.
       01 WS-CHAIN-HASH       PIC 9(9) VALUE 0.
       01 WS-CHAIN-POS        PIC 9(3).
       01 WS-CHAIN-ACC        PIC 9(12).
       01 WS-CHAIN-SAVE       PIC X(136).

       01 WS-RATE-PATH       PIC X(200).
       01 WS-RATE-TABLE-PATH PIC X(200).
       01 WS-ENTITY-PATH    PIC X(200).
       01 WS-ENTXREF-PATH   PIC X(200).
       01 WS-ENTITY-STATUS  PIC XX.
       01 WS-ENTXREF-STATUS PIC XX.
       01 WS-ENTITY-CODE    PIC X(3).
       01 WS-ENTITY-NAME    PIC X(20).
       01 WS-ENTITY-CCY     PIC X(3).
       01 WS-ENTITY-IC-ACCT PIC X(5).
       01 WS-ENTITY-DEFAULT PIC X(3).
       01 WS-ENTITY-MODE    PIC X VALUE "N".
       01 WS-ENTITY-FOUND   PIC X.
       01 WS-ENTITY-SUFFIX  PIC X(4).
       01 WS-ENT-EOF        PIC X.
       01 WS-QUAL-PATH      PIC X(200).
       01 WS-QUAL-WORK      PIC X(200).
       01 WS-EX-COUNT       PIC 9(5) VALUE 0.
       01 WS-EX-IDX         PIC 9(5).
       01 WS-EX-TABLE.
           05 WS-EX-ENTRY OCCURS 5000 TIMES.
               10 WS-EX-KIND-TBL   PIC X(1).
               10 WS-EX-KEY-TBL    PIC X(5).
               10 WS-EX-ENTITY-TBL PIC X(3).
       01 WS-EX-LOOKUP-KIND PIC X.
       01 WS-EX-LOOKUP-KEY  PIC X(5).
       01 WS-EX-LOOKUP-ENT  PIC X(3).
       01 WS-OE-COUNT       PIC 9(6) VALUE 0.
       01 WS-OE-INDEX       PIC 9(6) VALUE 0.
       01 WS-OE-FOUND       PIC X VALUE "N".
       01 OTHER-ENTITY-TABLE.
           05 OTHER-ENTITY-ENTRY OCCURS 50000 TIMES.
               10 OE-ID-TBL     PIC X(5).

       PROCEDURE DIVISION.


           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM RESOLVE-ENTITY
           IF WS-ENTITY-MODE = "Y"
               DISPLAY "INTEREST ACCRUAL FOR ENTITY " WS-ENTITY-CODE
                   " " WS-ENTITY-NAME
           END-IF

           PERFORM LOAD-JOURNAL-CHAIN
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00" AND
                   WS-JOURNAL-STATUS NOT = "05"
           PERFORM LOAD-RATE
           PERFORM LOAD-RATE-TIER-TABLE
           PERFORM LOAD-ACCOUNTS-TABLE
           PERFORM LOAD-POOL-MEMBERS
           PERFORM LOAD-ACCRUAL-TABLE
           PERFORM APPLY-BACKVALUE-ADJUSTMENTS
           PERFORM ACCRUE-INTEREST

       LOAD-RATE.

           MOVE SPACES TO WS-RATE-PATH
           ACCEPT WS-RATE-PATH FROM ENVIRONMENT "INTEREST_CTL_PATH"
           IF WS-RATE-PATH = SPACES
               MOVE "accounts/INTEREST.CTL" TO WS-QUAL-PATH
               PERFORM QUALIFY-ENTITY-PATH
               MOVE WS-QUAL-PATH TO WS-RATE-PATH
               OPEN INPUT RATE-FILE
               IF WS-RATE-STATUS = "00"
                   CLOSE RATE-FILE
               ELSE
                   MOVE "accounts/INTEREST.CTL" TO WS-RATE-PATH
               END-IF
           END-IF
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = "00"
               READ RATE-FILE

       LOAD-RATE-TIER-TABLE.

           MOVE SPACES TO WS-RATE-TABLE-PATH
           ACCEPT WS-RATE-TABLE-PATH FROM ENVIRONMENT "RATE_TABLE_PATH"
           IF WS-RATE-TABLE-PATH = SPACES
               MOVE "accounts/RATE_TABLE.DAT" TO WS-QUAL-PATH
               PERFORM QUALIFY-ENTITY-PATH
               MOVE WS-QUAL-PATH TO WS-RATE-TABLE-PATH
               OPEN INPUT RATE-TABLE-FILE
               IF WS-RATE-TABLE-STATUS = "00"
                   CLOSE RATE-TABLE-FILE
               ELSE
                   MOVE "accounts/RATE_TABLE.DAT" TO WS-RATE-TABLE-PATH
               END-IF
           END-IF
           OPEN INPUT RATE-TABLE-FILE
           IF WS-RATE-TABLE-STATUS = "00"
               PERFORM UNTIL WS-TIER-EOF = "Y"
                       WS-APPLIED-RATE
                       DELIMITED BY SIZE
                       INTO J-TXT
                   PERFORM CHAIN-JOURNAL-LINE
                   WRITE J-REC
                   ADD 1 TO WS-RL-POSTED
               END-IF
                           CLOSE ACCOUNTS-FILE
                           STOP RUN
                       END-IF
                       IF WS-ENTITY-MODE = "Y"
                           PERFORM FIND-ACCOUNT-ENTITY
                       END-IF
                       IF WS-ENTITY-MODE = "Y"
                               AND WS-EX-LOOKUP-ENT NOT = WS-ENTITY-CODE
                           IF WS-OE-COUNT >= WS-TABLE-CAPACITY
                               MOVE "Y" TO WS-OVERFLOW
                           ELSE
                               ADD 1 TO WS-OE-COUNT
                               MOVE A-ID TO OE-ID-TBL(WS-OE-COUNT)
                           END-IF
                       ELSE
                       IF WS-TABLE-INDEX > WS-TABLE-CAPACITY
                           MOVE "Y" TO WS-OVERFLOW
                       ELSE
                               TO A-TYPE-TBL(WS-TABLE-INDEX)
                           MOVE A-CUST-ID
                               TO A-CUST-ID-TBL(WS-TABLE-INDEX)
                           MOVE "N" TO A-POOLED-TBL(WS-TABLE-INDEX)
                           ADD 1 TO WS-TABLE-INDEX
                       END-IF
                       END-IF
               END-READ

           END-PERFORM
           MOVE WS-TABLE-INDEX TO WS-MAX-ENTRIES
           MOVE WS-MAX-ENTRIES TO WS-RL-READ.

       LOAD-POOL-MEMBERS.

           MOVE SPACES TO WS-POOL-PATH
           ACCEPT WS-POOL-PATH FROM ENVIRONMENT "POOL_DEFS_PATH"
           IF WS-POOL-PATH = SPACES
               MOVE "accounts/CASH_POOLS.DAT" TO WS-POOL-PATH
           END-IF
           MOVE "N" TO WS-POOL-EOF
           OPEN INPUT POOL-FILE
           IF WS-POOL-STATUS = "00"
               PERFORM UNTIL WS-POOL-EOF = "Y"
                   READ POOL-FILE
                       AT END
                           MOVE "Y" TO WS-POOL-EOF
                       NOT AT END
                           IF PL-TYPE = "H" AND PL-STATUS = "A"
                                   AND WS-PLH-COUNT < 500
                               ADD 1 TO WS-PLH-COUNT
                               MOVE PL-POOL
                                   TO PLH-POOL-TBL(WS-PLH-COUNT)
                               MOVE PL-CURRENCY
                                   TO PLH-CCY-TBL(WS-PLH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POOL-FILE
               MOVE "N" TO WS-POOL-EOF
               OPEN INPUT POOL-FILE
               PERFORM UNTIL WS-POOL-EOF = "Y"
                   READ POOL-FILE
                       AT END
                           MOVE "Y" TO WS-POOL-EOF
                       NOT AT END
                           IF PL-TYPE = "P"
                               PERFORM MARK-POOLED-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POOL-FILE
               IF WS-POOLED-COUNT > 0
                   DISPLAY "POOLED ACCOUNTS LEFT TO CASH POOLING "
                       WS-POOLED-COUNT
               END-IF
           END-IF.

       MARK-POOLED-ACCOUNT.

           MOVE 1 TO WS-PLH-INDEX
           PERFORM UNTIL WS-PLH-INDEX > WS-PLH-COUNT
               IF PLH-POOL-TBL(WS-PLH-INDEX) = PL-POOL
                   MOVE 1 TO WS-TABLE-INDEX
                   PERFORM UNTIL WS-TABLE-INDEX > WS-MAX-ENTRIES
                       IF A-ID-TBL(WS-TABLE-INDEX) = PL-ACCOUNT
                           IF A-POOLED-TBL(WS-TABLE-INDEX) NOT = "Y"
                                   AND NOT A-ES-LOAN-TBL(WS-TABLE-INDEX)
                                   AND A-CURRENCY-TBL(WS-TABLE-INDEX)
                                       = PLH-CCY-TBL(WS-PLH-INDEX)
                               MOVE "Y"
                                   TO A-POOLED-TBL(WS-TABLE-INDEX)
                               ADD 1 TO WS-POOLED-COUNT
                           END-IF
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-TABLE-INDEX
                   END-PERFORM
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-PLH-INDEX
           END-PERFORM.

       LOAD-ACCRUAL-TABLE.

           OPEN INPUT ACCRUAL-FILE
               CLOSE BACKVAL-FILE
               IF WS-BV-APPLIED > 0
                   OPEN OUTPUT BACKVAL-FILE
                   MOVE 1 TO WS-BV-KEPT-INDEX
                   PERFORM UNTIL WS-BV-KEPT-INDEX > WS-BV-KEPT
                       MOVE BV-KEEP-TBL(WS-BV-KEPT-INDEX)
                           TO BACKVAL-RECORD
                       WRITE BACKVAL-RECORD
                       ADD 1 TO WS-BV-KEPT-INDEX
                   END-PERFORM
                   CLOSE BACKVAL-FILE
                   DISPLAY "BACK-VALUE ADJUSTMENTS APPLIED "
                       WS-BV-APPLIED
       APPLY-ONE-BACKVALUE.

           PERFORM FIND-BACKVALUE-ACCOUNT
           MOVE "N" TO WS-OE-FOUND
           IF WS-ACR-FOUND = "N"
               MOVE 1 TO WS-OE-INDEX
               PERFORM UNTIL WS-OE-INDEX > WS-OE-COUNT
                   IF OE-ID-TBL(WS-OE-INDEX) = BV-ID
                       MOVE "Y" TO WS-OE-FOUND
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-OE-INDEX
               END-PERFORM
           END-IF
           IF WS-OE-FOUND = "Y"
               IF WS-BV-KEPT >= 5000
                   DISPLAY "ERROR - OTHER-ENTITY BACK-VALUE "
                       "ADJUSTMENTS EXCEED TABLE CAPACITY"
                   STOP RUN
               END-IF
               ADD 1 TO WS-BV-KEPT
               MOVE BACKVAL-RECORD TO BV-KEEP-TBL(WS-BV-KEPT)
           ELSE
           IF WS-ACR-FOUND = "Y"
                   AND A-POOLED-TBL(WS-TABLE-INDEX) = "Y"
               DISPLAY "BACK-VALUE ADJUSTMENT FOR POOLED ACCOUNT "
                   BV-ID " LEFT TO CASH POOLING"
           ELSE
           IF WS-ACR-FOUND = "Y"
               MOVE A-SALDO-TBL(WS-TABLE-INDEX) TO WS-SALDO
               PERFORM LOOKUP-TIER-RATE
                   " RATE " WS-APPLIED-RATE
                   DELIMITED BY SIZE
                   INTO J-TXT
               PERFORM CHAIN-JOURNAL-LINE
               WRITE J-REC
           ELSE
               DISPLAY "BACK-VALUE ADJUSTMENT FOR UNKNOWN "
                   "ACCOUNT " BV-ID
           END-IF
           END-IF
           END-IF.

       FIND-BACKVALUE-ACCOUNT.
           PERFORM UNTIL WS-TABLE-INDEX > WS-MAX-ENTRIES

               IF NOT A-ES-LOAN-TBL(WS-TABLE-INDEX)
                       AND A-POOLED-TBL(WS-TABLE-INDEX) NOT = "Y"
                   MOVE A-SALDO-TBL(WS-TABLE-INDEX) TO WS-SALDO
                   IF WS-SALDO < 0
                       PERFORM ACCRUE-OVERDRAFT-INTEREST
                           " RATE " WS-APPLIED-RATE
                           DELIMITED BY SIZE
                           INTO J-TXT
                       PERFORM CHAIN-JOURNAL-LINE
                       WRITE J-REC
                   END-IF
               END-IF
           END-PERFORM

           CLOSE ACCRUAL-FILE.

       LOAD-JOURNAL-CHAIN.
           IF WS-CHAIN-LOADED = 'N'
               MOVE 'Y' TO WS-CHAIN-LOADED
               MOVE J-TXT TO WS-CHAIN-SAVE
               MOVE 0 TO WS-CHAIN-SEQ
               MOVE 0 TO WS-CHAIN-HASH
               MOVE 'N' TO WS-CHAIN-EOF
               OPEN INPUT JOURNAL-FILE
               IF WS-JOURNAL-STATUS = "00"
                   PERFORM UNTIL WS-CHAIN-EOF = 'Y'
                       READ JOURNAL-FILE
                       AT END MOVE 'Y' TO WS-CHAIN-EOF
                       NOT AT END
                           IF J-TXT(121:7) NUMERIC
                                   AND J-TXT(128:9) NUMERIC
                               MOVE J-TXT(121:7) TO WS-CHAIN-SEQ
                               MOVE J-TXT(128:9) TO WS-CHAIN-HASH
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE JOURNAL-FILE
               END-IF
               IF WS-CHAIN-SEQ = 0
                   PERFORM LOAD-JOURNAL-SEAL
               END-IF
               MOVE WS-CHAIN-SAVE TO J-TXT
           END-IF.

       LOAD-JOURNAL-SEAL.
           MOVE SPACES TO WS-JSEAL-PATH
           ACCEPT WS-JSEAL-PATH FROM ENVIRONMENT "JOURNAL_SEAL_PATH"
           IF WS-JSEAL-PATH = SPACES
               MOVE "accounts/JOURNAL_SEAL.DAT" TO WS-JSEAL-PATH
           END-IF
           MOVE 'N' TO WS-CHAIN-EOF
           OPEN INPUT JSEAL-FILE
           IF WS-JSEAL-STATUS = "00"
               PERFORM UNTIL WS-CHAIN-EOF = 'Y'
                   READ JSEAL-FILE
                   AT END MOVE 'Y' TO WS-CHAIN-EOF
                   NOT AT END
                       IF JS-SEQ NUMERIC AND JS-HASH NUMERIC
                           MOVE JS-SEQ TO WS-CHAIN-SEQ
                           MOVE JS-HASH TO WS-CHAIN-HASH
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE JSEAL-FILE
           END-IF.

       CHAIN-JOURNAL-LINE.
           ADD 1 TO WS-CHAIN-SEQ
           MOVE WS-CHAIN-SEQ TO J-TXT(121:7)
           MOVE WS-CHAIN-HASH TO WS-CHAIN-ACC
           PERFORM VARYING WS-CHAIN-POS FROM 1 BY 1
                   UNTIL WS-CHAIN-POS > 127
               COMPUTE WS-CHAIN-ACC = FUNCTION MOD(
                   WS-CHAIN-ACC * 257
                   + FUNCTION ORD(J-TXT(WS-CHAIN-POS:1)), 999999937)
           END-PERFORM
           MOVE WS-CHAIN-ACC TO WS-CHAIN-HASH
           MOVE WS-CHAIN-HASH TO J-TXT(128:9).

       RESOLVE-ENTITY.

           MOVE SPACES TO WS-ENTITY-CODE
           ACCEPT WS-ENTITY-CODE FROM ENVIRONMENT "ENTITY_CODE"
           MOVE SPACES TO WS-ENTITY-PATH
           ACCEPT WS-ENTITY-PATH FROM ENVIRONMENT "ENTITY_MASTER_PATH"
           IF WS-ENTITY-PATH = SPACES
               MOVE "accounts/ENTITIES.DAT" TO WS-ENTITY-PATH
           END-IF
           MOVE SPACES TO WS-ENTITY-SUFFIX
           MOVE SPACES TO WS-ENTITY-DEFAULT
           MOVE "N" TO WS-ENTITY-FOUND

           OPEN INPUT ENTITY-FILE

           IF WS-ENTITY-STATUS NOT = "00"
               IF WS-ENTITY-CODE NOT = SPACES
                   DISPLAY "ERROR - ENTITY " WS-ENTITY-CODE
                       " REQUESTED BUT NO ENTITY MASTER"
                   STOP RUN
               END-IF
           ELSE
               MOVE "Y" TO WS-ENTITY-MODE
               MOVE "N" TO WS-ENT-EOF
               PERFORM UNTIL WS-ENT-EOF = "Y"
                   READ ENTITY-FILE
                       AT END
                           MOVE "Y" TO WS-ENT-EOF
                       NOT AT END
                           IF EN-DEFAULT = "Y"
                                   AND WS-ENTITY-DEFAULT = SPACES
                               MOVE EN-CODE TO WS-ENTITY-DEFAULT
                           END-IF
                           IF WS-ENTITY-FOUND = "N"
                                   AND (EN-CODE = WS-ENTITY-CODE
                                   OR (WS-ENTITY-CODE = SPACES
                                   AND EN-DEFAULT = "Y"))
                               MOVE "Y" TO WS-ENTITY-FOUND
                               MOVE EN-CODE TO WS-ENTITY-CODE
                               MOVE EN-NAME TO WS-ENTITY-NAME
                               MOVE EN-BASE-CCY TO WS-ENTITY-CCY
                               MOVE EN-IC-ACCOUNT TO WS-ENTITY-IC-ACCT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENTITY-FILE
               IF WS-ENTITY-FOUND = "N"
                   DISPLAY "ERROR - ENTITY " WS-ENTITY-CODE
                       " NOT ON ENTITY MASTER"
                   STOP RUN
               END-IF
               IF WS-ENTITY-CODE NOT = WS-ENTITY-DEFAULT
                   STRING "." WS-ENTITY-CODE
                       DELIMITED BY SPACE
                       INTO WS-ENTITY-SUFFIX
               END-IF
               PERFORM LOAD-ENTITY-XREF
           END-IF.

       LOAD-ENTITY-XREF.

           MOVE SPACES TO WS-ENTXREF-PATH
           ACCEPT WS-ENTXREF-PATH FROM ENVIRONMENT "ENTITY_XREF_PATH"
           IF WS-ENTXREF-PATH = SPACES
               MOVE "accounts/ENTITY_XREF.DAT" TO WS-ENTXREF-PATH
           END-IF
           MOVE 0 TO WS-EX-COUNT

           OPEN INPUT ENTXREF-FILE

           IF WS-ENTXREF-STATUS = "00"
               MOVE "N" TO WS-ENT-EOF
               PERFORM UNTIL WS-ENT-EOF = "Y"
                   READ ENTXREF-FILE
                       AT END
                           MOVE "Y" TO WS-ENT-EOF
                       NOT AT END
                           IF WS-EX-COUNT >= 5000
                               DISPLAY "ERROR - ENTITY XREF EXCEEDS "
                                   "TABLE CAPACITY"
                               CLOSE ENTXREF-FILE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-EX-COUNT
                           MOVE EX-KIND TO WS-EX-KIND-TBL(WS-EX-COUNT)
                           MOVE EX-KEY TO WS-EX-KEY-TBL(WS-EX-COUNT)
                           MOVE EX-ENTITY
                               TO WS-EX-ENTITY-TBL(WS-EX-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ENTXREF-FILE
           END-IF.

       FIND-ACCOUNT-ENTITY.

           MOVE "A" TO WS-EX-LOOKUP-KIND
           MOVE A-ID TO WS-EX-LOOKUP-KEY
           PERFORM FIND-ENTITY-OF-KEY
           IF WS-EX-LOOKUP-ENT = SPACES
               MOVE "C" TO WS-EX-LOOKUP-KIND
               MOVE A-CUST-ID TO WS-EX-LOOKUP-KEY
               PERFORM FIND-ENTITY-OF-KEY
           END-IF
           IF WS-EX-LOOKUP-ENT = SPACES
               MOVE WS-ENTITY-DEFAULT TO WS-EX-LOOKUP-ENT
           END-IF.

       FIND-ENTITY-OF-KEY.

           MOVE SPACES TO WS-EX-LOOKUP-ENT
           MOVE 1 TO WS-EX-IDX
           PERFORM UNTIL WS-EX-IDX > WS-EX-COUNT
               IF WS-EX-KIND-TBL(WS-EX-IDX) = WS-EX-LOOKUP-KIND
                       AND WS-EX-KEY-TBL(WS-EX-IDX) = WS-EX-LOOKUP-KEY
                   MOVE WS-EX-ENTITY-TBL(WS-EX-IDX) TO WS-EX-LOOKUP-ENT
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-EX-IDX
           END-PERFORM.

       QUALIFY-ENTITY-PATH.

           IF WS-ENTITY-SUFFIX NOT = SPACES
               MOVE WS-QUAL-PATH TO WS-QUAL-WORK
               MOVE SPACES TO WS-QUAL-PATH
               STRING WS-QUAL-WORK DELIMITED BY SPACE
                   WS-ENTITY-SUFFIX DELIMITED BY SPACE
                   INTO WS-QUAL-PATH
           END-IF.
