           05 XR-OLD-ID         PIC X(5).
           05 FILLER            PIC X(1).
           05 XR-NEW-ID         PIC 9(10).
           05 FILLER            PIC X(1).
           05 XR-IBAN           PIC X(34).
       FD  CHGAUDIT-FILE.
       01  CHGAUDIT-LINE        PIC X(100).
       WORKING-STORAGE SECTION.
           05 XREF-ENTRY OCCURS 50000 TIMES.
               10 XR-OLD-TBL      PIC X(5).
               10 XR-NEW-TBL      PIC 9(10).
               10 XR-IBAN-TBL     PIC X(34).
       01  WS-XR-INDEX          PIC 9(6) VALUE 1.
       01  WS-XR-COUNT          PIC 9(6) VALUE 0.
       01  WS-XR-FOUND          PIC X VALUE 'N'.
       01  WS-LUHN-POS          PIC 9(2).
       01  WS-LUHN-DIGIT        PIC 9(2).
       01  WS-LUHN-ALT          PIC X(1).
       01  WS-IBAN-COUNTRY      PIC X(2).
       01  WS-IBAN-BANK         PIC X(4).
       01  WS-IBAN-BRANCH       PIC X(4).
       01  WS-IBAN-NUMBER       PIC 9(10).
       01  WS-IBAN-BUILT        PIC X(34).
       01  WS-IBAN-REARR        PIC X(34).
       01  WS-IBAN-LEN          PIC 9(2).
       01  WS-IBAN-POS          PIC 9(2).
       01  WS-IBAN-OUT          PIC 9(2).
       01  WS-IBAN-CHAR         PIC X(1).
       01  WS-IBAN-DIGIT        PIC 9(1).
       01  WS-IBAN-VAL          PIC 9(2).
       01  WS-IBAN-ACC          PIC 9(5).
       01  WS-IBAN-QUOT         PIC 9(5).
       01  WS-IBAN-REM          PIC 9(2).
       01  WS-IBAN-CHECK        PIC 9(2).
       01  WS-IBAN-OK           PIC X(1).
       01  WS-IBAN-ALPHABET     PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-ACCOUNTS-PATH
           IF WS-XREF-PATH = SPACES
               MOVE "accounts/ACCT_XREF.DAT" TO WS-XREF-PATH
           END-IF
           MOVE SPACES TO WS-IBAN-COUNTRY
           ACCEPT WS-IBAN-COUNTRY FROM ENVIRONMENT "IBAN_COUNTRY"
           IF WS-IBAN-COUNTRY = SPACES
               MOVE "ES" TO WS-IBAN-COUNTRY
           END-IF
           MOVE SPACES TO WS-IBAN-BANK
           ACCEPT WS-IBAN-BANK FROM ENVIRONMENT "IBAN_BANK_CODE"
           IF WS-IBAN-BANK = SPACES
               MOVE "0001" TO WS-IBAN-BANK
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-ACCOUNTS-TABLE
           PERFORM LOAD-BRANCH-TABLE
                           ADD 1 TO WS-XR-COUNT
                           MOVE XR-OLD-ID TO XR-OLD-TBL(WS-XR-COUNT)
                           MOVE XR-NEW-ID TO XR-NEW-TBL(WS-XR-COUNT)
                           MOVE XR-IBAN TO XR-IBAN-TBL(WS-XR-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               ADD 1 TO WS-XR-COUNT
               MOVE RD-AC-ID TO XR-OLD-TBL(WS-XR-COUNT)
               MOVE WS-NEW-NUMBER TO XR-NEW-TBL(WS-XR-COUNT)
               MOVE SPACES TO XR-IBAN-TBL(WS-XR-COUNT)
               MOVE WS-XR-COUNT TO WS-XR-INDEX
               MOVE 'Y' TO WS-XR-FOUND
               MOVE 'Y' TO WS-XR-TOUCHED
               DISPLAY "CROSS-REFERENCE ADDED FOR " RD-AC-ID
           END-IF
           IF WS-XR-FOUND = 'Y'
                   AND XR-IBAN-TBL(WS-XR-INDEX) = SPACES
               MOVE RD-NEW-BRANCH TO WS-IBAN-BRANCH
               INSPECT WS-IBAN-BRANCH REPLACING ALL SPACE BY "0"
               MOVE XR-NEW-TBL(WS-XR-INDEX) TO WS-IBAN-NUMBER
               PERFORM BUILD-ACCOUNT-IBAN
               MOVE WS-IBAN-BUILT TO XR-IBAN-TBL(WS-XR-INDEX)
               MOVE 'Y' TO WS-XR-TOUCHED
               DISPLAY "IBAN ASSIGNED FOR " RD-AC-ID " " WS-IBAN-BUILT
           END-IF.

       BUILD-ACCOUNT-IBAN.
           MOVE SPACES TO WS-IBAN-REARR
           STRING WS-IBAN-BANK WS-IBAN-BRANCH "00" WS-IBAN-NUMBER
               WS-IBAN-COUNTRY "00"
               DELIMITED BY SIZE
               INTO WS-IBAN-REARR
           MOVE 24 TO WS-IBAN-LEN
           PERFORM COMPUTE-IBAN-REMAINDER
           COMPUTE WS-IBAN-CHECK = 98 - WS-IBAN-REM
           MOVE SPACES TO WS-IBAN-BUILT
           STRING WS-IBAN-COUNTRY WS-IBAN-CHECK WS-IBAN-REARR(1:20)
               DELIMITED BY SIZE
               INTO WS-IBAN-BUILT.

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

       COMPUTE-LUHN-DIGIT.
           MOVE 0 TO WS-LUHN-SUM
           MOVE 'Y' TO WS-LUHN-ALT
               MOVE SPACES TO XREF-RECORD
               MOVE XR-OLD-TBL(WS-XR-INDEX) TO XR-OLD-ID
               MOVE XR-NEW-TBL(WS-XR-INDEX) TO XR-NEW-ID
               MOVE XR-IBAN-TBL(WS-XR-INDEX) TO XR-IBAN
               WRITE XREF-RECORD
               ADD 1 TO WS-XR-INDEX
           END-PERFORM
