               ASSIGN TO DYNAMIC WS-XREF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT VIRTUAL-FILE
               ASSIGN TO DYNAMIC WS-VIRTUAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIRTUAL-STATUS.
           SELECT UNAPPLIED-FILE
               ASSIGN TO DYNAMIC WS-UNAPPLIED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNAPPLIED-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       01  TR-LINE                  PIC X(130).
       FD  VALID-FILE.
       01  VALID-LINE               PIC X(96).
       FD  REJECT-FILE.
       01  REJECT-LINE              PIC X(150).
       FD  WAREHOUSE-FILE.
       01  WAREHOUSE-LINE           PIC X(96).
       FD CURRENCY-FILE.
           05 XR-OLD-ID         PIC X(5).
           05 FILLER            PIC X(1).
           05 XR-NEW-ID         PIC 9(10).
           05 FILLER            PIC X(1).
           05 XR-IBAN           PIC X(34).
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
           05 UA-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 UA-VIRTUAL        PIC X(10).
           05 FILLER            PIC X(1).
           05 UA-MASTER         PIC X(5).
           05 FILLER            PIC X(1).
           05 UA-MONTO          PIC X(9).
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
       FD  DUPQ-FILE.
       01  DUPQ-LINE            PIC X(110).
       FD RUNLOG-FILE.
           05 XREF-ENTRY OCCURS 50000 TIMES.
               10 XR-OLD-TBL PIC X(5).
               10 XR-NEW-TBL PIC 9(10).
               10 XR-IBAN-TBL PIC X(34).
       01 WS-XR-INDEX      PIC 9(6) VALUE 1.
       01 WS-XR-COUNT      PIC 9(6) VALUE 0.
       01 WS-NEW-ID-FIELD  PIC X(10).
       01 WS-LUHN-ALT      PIC X(1).
       01 WS-LUHN-OK       PIC X(1).
       01 WS-XREF-FOUND    PIC X(1).
       01 WS-IBAN-IN       PIC X(34).
       01 WS-IBAN-WORK     PIC X(34).
       01 WS-IBAN-REARR    PIC X(34).
       01 WS-IBAN-LEN      PIC 9(2).
       01 WS-IBAN-POS      PIC 9(2).
       01 WS-IBAN-OUT      PIC 9(2).
       01 WS-IBAN-CHAR     PIC X(1).
       01 WS-IBAN-DIGIT    PIC 9(1).
       01 WS-IBAN-VAL      PIC 9(2).
       01 WS-IBAN-ACC      PIC 9(5).
       01 WS-IBAN-QUOT     PIC 9(5).
       01 WS-IBAN-REM      PIC 9(2).
       01 WS-IBAN-OK       PIC X(1).
       01 WS-IBAN-ALPHABET PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-VIRTUAL-PATH  PIC X(200).
       01 WS-VIRTUAL-STATUS PIC XX.
       01 WS-UNAPPLIED-PATH PIC X(200).
       01 WS-UNAPPLIED-STATUS PIC XX.
       01 WS-VA-EOF        PIC X VALUE "N".
       01 WS-VA-ON-FILE    PIC X VALUE "N".
       01 VIRTUAL-TABLE.
           05 VIRTUAL-ENTRY OCCURS 20000 TIMES.
               10 VA-NUMBER-TBL PIC X(10).
               10 VA-MASTER-TBL PIC X(5).
               10 VA-STATUS-TBL PIC X(1).
       01 WS-VA-INDEX      PIC 9(5) VALUE 1.
       01 WS-VA-COUNT      PIC 9(5) VALUE 0.
       01 WS-VA-PICKED     PIC 9(5) VALUE 0.
       01 WS-VA-RESULT     PIC X(4).
       01 WS-VA-REASON     PIC X(7).
       01 WS-UNAPPLIED-COUNT PIC 9(7) VALUE 0.
       01 WS-LINE-DISPOSED PIC X(4) VALUE SPACES.
       01 WS-JOURNAL-PATH  PIC X(200).
       01 WS-JOURNAL-STATUS PIC XX.
           PERFORM LOAD-RECENT-POSTINGS
           PERFORM LOAD-CURRENCY-TABLE
           PERFORM LOAD-XREF-TABLE
           PERFORM LOAD-VIRTUAL-TABLE
           PERFORM WRITE-RUN-LOG-START
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
           PERFORM REFRESH-VALID-HEADER

           COMPUTE WS-RL-READ = WS-VALID-COUNT + WS-REJECT-COUNT
               + WS-WAREHOUSED-COUNT + WS-UNAPPLIED-COUNT
           MOVE WS-VALID-COUNT TO WS-RL-POSTED
           MOVE WS-REJECT-COUNT TO WS-RL-REJECTED
           DISPLAY "VALIDATION COMPLETE - VALID " WS-VALID-COUNT
               " REJECTED " WS-REJECT-COUNT
               " WAREHOUSED " WS-WAREHOUSED-COUNT
               " HELD FOR DUPLICATE REVIEW " WS-DUP-COUNT
               " UNAPPLIED " WS-UNAPPLIED-COUNT

           PERFORM WRITE-RUN-LOG-END
           STOP RUN.
           MOVE TR-LINE(25:3) TO WS-CCY-CHECK
           PERFORM CHECK-CURRENCY-CODE
           MOVE TR-LINE(55:10) TO WS-NEW-ID-FIELD
           IF (WS-XREF-ON-FILE = "Y" OR WS-VA-ON-FILE = "Y")
                   AND WS-NEW-ID-FIELD NUMERIC
               PERFORM RESOLVE-NEW-ACCOUNT-NUMBER
               IF WS-LUHN-OK = "N"
                   MOVE "DONE" TO WS-LINE-DISPOSED
               ELSE
                   IF WS-XREF-FOUND = "N"
                       PERFORM RESOLVE-VIRTUAL-ACCOUNT
                       EVALUATE WS-VA-RESULT
                           WHEN "UNAP"
                               PERFORM WRITE-VIRTUAL-UNAPPLIED
                               MOVE "DONE" TO WS-LINE-DISPOSED
                           WHEN "CRED"
                               PERFORM WRITE-REJECT-VIRTUAL-DEBIT
                               MOVE "DONE" TO WS-LINE-DISPOSED
                           WHEN "NONE"
                               PERFORM WRITE-REJECT-UNKNOWN-NEW-ID
                               MOVE "DONE" TO WS-LINE-DISPOSED
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF
           IF WS-LINE-DISPOSED NOT = "DONE"
                   AND TR-LINE(97:34) NOT = SPACES
               PERFORM RESOLVE-INBOUND-IBAN
           END-IF
           IF WS-LINE-DISPOSED = "DONE"
               MOVE SPACES TO WS-LINE-DISPOSED
           ELSE
                           ADD 1 TO WS-XR-COUNT
                           MOVE XR-OLD-ID TO XR-OLD-TBL(WS-XR-COUNT)
                           MOVE XR-NEW-ID TO XR-NEW-TBL(WS-XR-COUNT)
                           MOVE XR-IBAN TO XR-IBAN-TBL(WS-XR-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               END-PERFORM
           END-IF.

       RESOLVE-INBOUND-IBAN.
           MOVE TR-LINE(97:34) TO WS-IBAN-IN
           PERFORM CHECK-IBAN-MOD97
           IF WS-IBAN-OK = "N"
               PERFORM WRITE-REJECT-BAD-IBAN
               MOVE "DONE" TO WS-LINE-DISPOSED
           ELSE
               MOVE "N" TO WS-XREF-FOUND
               MOVE 1 TO WS-XR-INDEX
               PERFORM UNTIL WS-XR-INDEX > WS-XR-COUNT
                   IF XR-IBAN-TBL(WS-XR-INDEX) = WS-IBAN-WORK
                       MOVE "Y" TO WS-XREF-FOUND
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-XR-INDEX
               END-PERFORM
               IF WS-XREF-FOUND = "N"
                   PERFORM WRITE-REJECT-UNKNOWN-IBAN
                   MOVE "DONE" TO WS-LINE-DISPOSED
               ELSE
               IF TR-LINE(1:5) NOT = SPACES
                       AND TR-LINE(1:5) NOT = XR-OLD-TBL(WS-XR-INDEX)
                   PERFORM WRITE-REJECT-IBAN-MISMATCH
                   MOVE "DONE" TO WS-LINE-DISPOSED
               ELSE
                   MOVE XR-OLD-TBL(WS-XR-INDEX) TO TR-LINE(1:5)
               END-IF
               END-IF
           END-IF.

       CHECK-IBAN-MOD97.
           MOVE SPACES TO WS-IBAN-WORK
           MOVE 0 TO WS-IBAN-LEN
           MOVE FUNCTION UPPER-CASE(WS-IBAN-IN) TO WS-IBAN-IN
           MOVE 1 TO WS-IBAN-POS
           PERFORM UNTIL WS-IBAN-POS > 34
               IF WS-IBAN-IN(WS-IBAN-POS:1) NOT = SPACE
                   ADD 1 TO WS-IBAN-LEN
                   MOVE WS-IBAN-IN(WS-IBAN-POS:1)
                       TO WS-IBAN-WORK(WS-IBAN-LEN:1)
               END-IF
               ADD 1 TO WS-IBAN-POS
           END-PERFORM
           MOVE "N" TO WS-IBAN-OK
           IF WS-IBAN-LEN >= 15
                   AND WS-IBAN-WORK(1:2) IS ALPHABETIC
                   AND WS-IBAN-WORK(3:2) IS NUMERIC
               MOVE SPACES TO WS-IBAN-REARR
               STRING WS-IBAN-WORK(5:WS-IBAN-LEN - 4)
                   WS-IBAN-WORK(1:4)
                   DELIMITED BY SIZE
                   INTO WS-IBAN-REARR
               PERFORM COMPUTE-IBAN-REMAINDER
               IF WS-IBAN-OK = "Y" AND WS-IBAN-REM NOT = 1
                   MOVE "N" TO WS-IBAN-OK
               END-IF
           END-IF.

       COMPUTE-IBAN-REMAINDER.
           MOVE "Y" TO WS-IBAN-OK
           MOVE 0 TO WS-IBAN-REM
           MOVE 1 TO WS-IBAN-POS
           PERFORM UNTIL WS-IBAN-POS > WS-IBAN-LEN
               MOVE WS-IBAN-REARR(WS-IBAN-POS:1) TO WS-IBAN-CHAR
               IF WS-IBAN-CHAR IS NUMERIC
                   MOVE WS-IBAN-CHAR TO WS-IBAN-DIGIT
                   COMPUTE WS-IBAN-ACC =
                       WS-IBAN-REM * 10 + WS-IBAN-DIGIT
               ELSE
                   MOVE 0 TO WS-IBAN-VAL
                   MOVE 1 TO WS-IBAN-OUT
                   PERFORM UNTIL WS-IBAN-OUT > 26
                       IF WS-IBAN-ALPHABET(WS-IBAN-OUT:1)
                               = WS-IBAN-CHAR
                           COMPUTE WS-IBAN-VAL = WS-IBAN-OUT + 9
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-IBAN-OUT
                   END-PERFORM
                   IF WS-IBAN-VAL = 0
                       MOVE "N" TO WS-IBAN-OK
                       EXIT PERFORM
                   END-IF
                   COMPUTE WS-IBAN-ACC =
                       WS-IBAN-REM * 100 + WS-IBAN-VAL
               END-IF
               DIVIDE WS-IBAN-ACC BY 97 GIVING WS-IBAN-QUOT
                   REMAINDER WS-IBAN-REM
               ADD 1 TO WS-IBAN-POS
           END-PERFORM.


       LOAD-VIRTUAL-TABLE.
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
           OPEN INPUT VIRTUAL-FILE
           IF WS-VIRTUAL-STATUS = "00"
               MOVE "Y" TO WS-VA-ON-FILE
               PERFORM UNTIL WS-VA-EOF = "Y"
                       OR WS-VA-COUNT >= 20000
                   READ VIRTUAL-FILE INTO VIRTUAL-RECORD
                   AT END MOVE "Y" TO WS-VA-EOF
                   NOT AT END
                       IF VA-NUMBER NUMERIC
                           ADD 1 TO WS-VA-COUNT
                           MOVE VA-NUMBER TO VA-NUMBER-TBL(WS-VA-COUNT)
                           MOVE VA-MASTER TO VA-MASTER-TBL(WS-VA-COUNT)
                           MOVE VA-STATUS TO VA-STATUS-TBL(WS-VA-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE VIRTUAL-FILE
           END-IF.

       RESOLVE-VIRTUAL-ACCOUNT.
           MOVE "NONE" TO WS-VA-RESULT
           MOVE 0 TO WS-VA-PICKED
           MOVE 1 TO WS-VA-INDEX
           PERFORM UNTIL WS-VA-INDEX > WS-VA-COUNT
               IF VA-NUMBER-TBL(WS-VA-INDEX) = WS-NEW-ID-FIELD
                   MOVE WS-VA-INDEX TO WS-VA-PICKED
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-VA-INDEX
           END-PERFORM
           IF WS-VA-PICKED = 0
               IF WS-VA-ON-FILE = "Y" AND TR-LINE(17:1) = "C"
                   MOVE "UNAP" TO WS-VA-RESULT
                   MOVE "UNKNOWN" TO WS-VA-REASON
               END-IF
           ELSE
           IF TR-LINE(17:1) NOT = "C"
               MOVE "CRED" TO WS-VA-RESULT
           ELSE
           IF VA-STATUS-TBL(WS-VA-PICKED) NOT = "A"
               MOVE "UNAP" TO WS-VA-RESULT
               MOVE "CLOSED" TO WS-VA-REASON
           ELSE
               MOVE "OK" TO WS-VA-RESULT
               MOVE VA-MASTER-TBL(WS-VA-PICKED) TO TR-LINE(1:5)
           END-IF
           END-IF
           END-IF.

       WRITE-VIRTUAL-UNAPPLIED.
           OPEN EXTEND UNAPPLIED-FILE
           IF WS-UNAPPLIED-STATUS NOT = "00" AND
                   WS-UNAPPLIED-STATUS NOT = "05"
               CLOSE UNAPPLIED-FILE
               OPEN OUTPUT UNAPPLIED-FILE
           END-IF
           MOVE SPACES TO UNAPPLIED-RECORD
           MOVE WS-TODAY TO UA-DATE
           MOVE WS-NEW-ID-FIELD TO UA-VIRTUAL
           IF WS-VA-PICKED > 0
               MOVE VA-MASTER-TBL(WS-VA-PICKED) TO UA-MASTER
           END-IF
           MOVE TR-LINE(7:9) TO UA-MONTO
           MOVE TR-LINE(25:3) TO UA-CURRENCY
           MOVE WS-VA-REASON TO UA-REASON
           MOVE "VALIDADOR-TRANSACCION" TO UA-SOURCE
           MOVE TR-LINE(66:25) TO UA-NARRATIVE
           WRITE UNAPPLIED-RECORD
           CLOSE UNAPPLIED-FILE
           ADD 1 TO WS-UNAPPLIED-COUNT
           DISPLAY "UNAPPLIED VIRTUAL ACCOUNT CREDIT "
               WS-NEW-ID-FIELD " " WS-VA-REASON.

       WRITE-REJECT-VIRTUAL-DEBIT.
           MOVE SPACES TO REJECT-LINE
           STRING "VIRTUAL CREDIT ONLY " TR-LINE
               DELIMITED BY SIZE
               INTO REJECT-LINE
           WRITE REJECT-LINE
           ADD 1 TO WS-REJECT-COUNT.

       CHECK-LUHN-DIGIT.
           MOVE 0 TO WS-LUHN-SUM
           MOVE "N" TO WS-LUHN-ALT
               INTO REJECT-LINE
           WRITE REJECT-LINE
           ADD 1 TO WS-REJECT-COUNT.

       WRITE-REJECT-BAD-IBAN.
           MOVE SPACES TO REJECT-LINE
           STRING "BAD IBAN " TR-LINE
               DELIMITED BY SIZE
               INTO REJECT-LINE
           WRITE REJECT-LINE
           ADD 1 TO WS-REJECT-COUNT.

       WRITE-REJECT-UNKNOWN-IBAN.
           MOVE SPACES TO REJECT-LINE
           STRING "UNKNOWN IBAN " TR-LINE
               DELIMITED BY SIZE
               INTO REJECT-LINE
           WRITE REJECT-LINE
           ADD 1 TO WS-REJECT-COUNT.

       WRITE-REJECT-IBAN-MISMATCH.
           MOVE SPACES TO REJECT-LINE
           STRING "IBAN MISMATCH " TR-LINE
               DELIMITED BY SIZE
               INTO REJECT-LINE
           WRITE REJECT-LINE
           ADD 1 TO WS-REJECT-COUNT.
