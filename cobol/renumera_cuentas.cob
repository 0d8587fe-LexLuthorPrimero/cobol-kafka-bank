               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT BRANCHOVR-FILE
               ASSIGN TO DYNAMIC WS-BRANCHOVR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCHOVR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
       01  ACCOUNTS-RECORD.
           05 AC-ID             PIC X(5).
           05 FILLER            PIC X(38).
           05 AC-BRANCH         PIC X(4).
           05 FILLER            PIC X(13).
       FD  XREF-FILE.
       01  XREF-RECORD.
           05 XR-OLD-ID         PIC X(5).
           05 FILLER            PIC X(1).
           05 XR-NEW-ID         PIC 9(10).
           05 FILLER            PIC X(1).
           05 XR-IBAN           PIC X(34).
       FD  BRANCHOVR-FILE.
       01  BRANCHOVR-REC.
           05 BO-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 BO-BRANCH         PIC X(4).
       WORKING-STORAGE SECTION.
       01  WS-ACCOUNTS-PATH     PIC X(200).
       01  WS-XREF-PATH         PIC X(200).
       01  WS-LUHN-ALT          PIC X(1).
       01  WS-COUNT             PIC 9(6) VALUE 0.
       01  WS-OLD-ID-NUM        PIC 9(5).
       01  WS-BRANCHOVR-PATH    PIC X(200).
       01  WS-BRANCHOVR-STATUS  PIC XX.
       01  BRANCH-OVERRIDE-TABLE.
           05 BRANCH-OVERRIDE-ENTRY OCCURS 50000 TIMES.
               10 OV-ID-TBL       PIC X(5).
               10 OV-BRANCH-TBL   PIC X(4).
       01  WS-OV-INDEX          PIC 9(6) VALUE 1.
       01  WS-OV-COUNT          PIC 9(6) VALUE 0.
       01  KEPT-IBAN-TABLE.
           05 KEPT-IBAN-ENTRY OCCURS 50000 TIMES.
               10 KI-ID-TBL       PIC X(5).
               10 KI-IBAN-TBL     PIC X(34).
       01  WS-KI-INDEX          PIC 9(6) VALUE 1.
       01  WS-KI-COUNT          PIC 9(6) VALUE 0.
       01  WS-KEPT-COUNT        PIC 9(6) VALUE 0.
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
           MOVE SPACES TO WS-BRANCHOVR-PATH
           ACCEPT WS-BRANCHOVR-PATH FROM ENVIRONMENT "ACCT_BRANCH_PATH"
           IF WS-BRANCHOVR-PATH = SPACES
               MOVE "accounts/ACCT_BRANCH.DAT" TO WS-BRANCHOVR-PATH
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
           PERFORM LOAD-BRANCH-OVERRIDES
           PERFORM LOAD-KEPT-IBANS

           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
           CLOSE XREF-FILE

           DISPLAY "CROSS-REFERENCE WRITTEN FOR " WS-COUNT
               " ACCOUNTS - " WS-KEPT-COUNT " EXISTING IBANS KEPT"
           STOP RUN.

       RENUMBER-ONE-ACCOUNT.
           MOVE SPACES TO XREF-RECORD
           MOVE AC-ID TO XR-OLD-ID
           MOVE WS-NEW-NUMBER TO XR-NEW-ID
           PERFORM ASSIGN-ACCOUNT-IBAN
           WRITE XREF-RECORD
           ADD 1 TO WS-COUNT.

       LOAD-BRANCH-OVERRIDES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT BRANCHOVR-FILE
           IF WS-BRANCHOVR-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-OV-COUNT >= 50000
                   READ BRANCHOVR-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BO-ID NOT = SPACES
                           ADD 1 TO WS-OV-COUNT
                           MOVE BO-ID TO OV-ID-TBL(WS-OV-COUNT)
                           MOVE BO-BRANCH TO OV-BRANCH-TBL(WS-OV-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCHOVR-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-KEPT-IBANS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-KI-COUNT >= 50000
                   READ XREF-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF XR-OLD-ID NOT = SPACES
                               AND XR-IBAN NOT = SPACES
                           ADD 1 TO WS-KI-COUNT
                           MOVE XR-OLD-ID TO KI-ID-TBL(WS-KI-COUNT)
                           MOVE XR-IBAN TO KI-IBAN-TBL(WS-KI-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       ASSIGN-ACCOUNT-IBAN.
           MOVE SPACES TO XR-IBAN
           MOVE 1 TO WS-KI-INDEX
           PERFORM UNTIL WS-KI-INDEX > WS-KI-COUNT
               IF KI-ID-TBL(WS-KI-INDEX) = AC-ID
                   MOVE KI-IBAN-TBL(WS-KI-INDEX) TO XR-IBAN
                   ADD 1 TO WS-KEPT-COUNT
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-KI-INDEX
           END-PERFORM
           IF XR-IBAN = SPACES
               MOVE AC-BRANCH TO WS-IBAN-BRANCH
               MOVE 1 TO WS-OV-INDEX
               PERFORM UNTIL WS-OV-INDEX > WS-OV-COUNT
                   IF OV-ID-TBL(WS-OV-INDEX) = AC-ID
                       MOVE OV-BRANCH-TBL(WS-OV-INDEX)
                           TO WS-IBAN-BRANCH
                   END-IF
                   ADD 1 TO WS-OV-INDEX
               END-PERFORM
               INSPECT WS-IBAN-BRANCH REPLACING ALL SPACE BY "0"
               MOVE WS-NEW-NUMBER TO WS-IBAN-NUMBER
               PERFORM BUILD-ACCOUNT-IBAN
               MOVE WS-IBAN-BUILT TO XR-IBAN
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
