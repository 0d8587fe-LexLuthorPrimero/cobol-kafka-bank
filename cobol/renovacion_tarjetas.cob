       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENOVACION-TARJETAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDS-FILE
               ASSIGN TO DYNAMIC WS-CARDS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CARDS-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT REISSUE-FILE
               ASSIGN TO DYNAMIC WS-REISSUE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REISSUE-STATUS.
           SELECT PRODUCTION-FILE
               ASSIGN TO DYNAMIC WS-PRODUCTION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRODUCTION-STATUS.
           SELECT CARDLINK-FILE
               ASSIGN TO DYNAMIC WS-CARDLINK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CARDLINK-STATUS.
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
       FD  CARDS-FILE.
       01  CARD-RECORD.
           05 CD-NUMBER         PIC X(16).
           05 FILLER            PIC X(1).
           05 CD-AC-ID          PIC X(5).
           05 FILLER            PIC X(1).
           05 CD-STATUS         PIC X(1).
               88 CD-ST-ACTIVE  VALUE 'A'.
               88 CD-ST-PENDING VALUE 'P'.
               88 CD-ST-REPLACED VALUE 'R'.
               88 CD-ST-COMPROMISED VALUE 'K'.
           05 FILLER            PIC X(1).
           05 CD-EXPIRY         PIC 9(8).
           05 FILLER            PIC X(1).
           05 CD-LAST-USED      PIC 9(8).
           05 FILLER            PIC X(1).
           05 CD-REPLACES       PIC X(16).
           05 FILLER            PIC X(1).
           05 CD-REASON         PIC X(4).
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
               88 AC-ST-BLOCKED VALUE 'F', 'C'.
       FD  REISSUE-FILE.
       01  REISSUE-RECORD.
           05 RI-NUMBER         PIC X(16).
           05 FILLER            PIC X(1).
           05 RI-REASON         PIC X(4).
       FD  PRODUCTION-FILE.
       01  PRODUCTION-RECORD.
           05 PR-REC-TYPE       PIC X(1).
           05 PR-CARD           PIC X(16).
           05 PR-EXPIRY-MM      PIC 9(2).
           05 PR-EXPIRY-YY      PIC 9(2).
           05 PR-EMBOSS-NAME    PIC X(26).
           05 PR-AC-ID          PIC X(5).
           05 PR-OLD-CARD       PIC X(16).
           05 PR-REASON         PIC X(4).
           05 PR-ISSUE-DATE     PIC 9(8).
           05 PR-RUN-TYPE       PIC X(7).
       01  PRODUCTION-CONTROL.
           05 PC-REC-TYPE       PIC X(1).
           05 PC-RUN-DATE       PIC 9(8).
           05 PC-RUN-TYPE       PIC X(7).
           05 PC-COUNT          PIC 9(7).
           05 FILLER            PIC X(64).
       FD  CARDLINK-FILE.
       01  CARDLINK-RECORD.
           05 CL-NEW-CARD       PIC X(16).
           05 FILLER            PIC X(1).
           05 CL-OLD-CARD       PIC X(16).
           05 FILLER            PIC X(1).
           05 CL-REASON         PIC X(4).
           05 FILLER            PIC X(1).
           05 CL-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 CL-OPERATOR       PIC X(8).
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
       01  WS-CARDS-PATH        PIC X(200).
       01  WS-ACCOUNTS-PATH     PIC X(200).
       01  WS-REISSUE-PATH      PIC X(200).
       01  WS-PRODUCTION-PATH   PIC X(200).
       01  WS-CARDLINK-PATH     PIC X(200).
       01  WS-CARDS-STATUS      PIC XX.
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-REISSUE-STATUS    PIC XX.
       01  WS-PRODUCTION-STATUS PIC XX.
       01  WS-CARDLINK-STATUS   PIC XX.
       01  WS-OPERATORS-STATUS  PIC XX.
       01  WS-OPAUDIT-STATUS    PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-FOUND             PIC X VALUE 'N'.
       01  WS-RUN-MODE          PIC X(7).
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY       PIC 9(4).
           05 WS-RUN-MM         PIC 9(2).
           05 WS-RUN-DD         PIC 9(2).
       01  WS-RUN-DATE-TXT      PIC X(8).
       01  WS-RUN-DAY           PIC 9(7).
       01  WS-RENEW-WEEKS       PIC 9(3) VALUE 0.
       01  WS-ACTIVITY-DAYS     PIC 9(4) VALUE 0.
       01  WS-VALID-YEARS       PIC 9(2) VALUE 0.
       01  WS-HORIZON-DATE      PIC 9(8).
       01  WS-ACTIVITY-DATE     PIC 9(8).
       01  WS-NEW-EXPIRY        PIC 9(8).
       01  WS-NEW-EXPIRY-X REDEFINES WS-NEW-EXPIRY.
           05 WS-NEW-EXP-YYYY   PIC 9(4).
           05 WS-NEW-EXP-MM     PIC 9(2).
           05 WS-NEW-EXP-DD     PIC 9(2).
       01  WS-NEXT-MONTH        PIC 9(8).
       01  WS-NEXT-MONTH-X REDEFINES WS-NEXT-MONTH.
           05 WS-NEXT-YYYY      PIC 9(4).
           05 WS-NEXT-MM        PIC 9(2).
           05 WS-NEXT-DD        PIC 9(2).
       01  CARD-TABLE.
           05 CARD-ENTRY OCCURS 20000 TIMES.
               10 CD-NUMBER-TBL PIC X(16).
               10 CD-AC-ID-TBL  PIC X(5).
               10 CD-STATUS-TBL PIC X(1).
               10 CD-EXPIRY-TBL PIC 9(8).
               10 CD-LAST-USED-TBL PIC 9(8).
               10 CD-REPLACES-TBL PIC X(16).
               10 CD-REASON-TBL PIC X(4).
       01  WS-CD-INDEX          PIC 9(5) VALUE 1.
       01  WS-CD-SCAN           PIC 9(5) VALUE 1.
       01  WS-CD-COUNT          PIC 9(5) VALUE 0.
       01  WS-CD-ORIGINAL       PIC 9(5) VALUE 0.
       01  ACCOUNT-TABLE.
           05 ACCOUNT-ENTRY OCCURS 50000 TIMES.
               10 AC-ID-TBL     PIC X(5).
               10 AC-NOMBRE-TBL PIC X(20).
               10 AC-STATUS-TBL PIC X(1).
       01  WS-AC-INDEX          PIC 9(5) VALUE 1.
       01  WS-AC-COUNT          PIC 9(5) VALUE 0.
       01  WS-ACCT-OK           PIC X VALUE 'N'.
       01  WS-ACCT-NAME         PIC X(20).
       01  WS-OLD-NUMBER        PIC X(16).
       01  WS-NEW-NUMBER        PIC X(16).
       01  WS-NEW-DIGITS REDEFINES WS-NEW-NUMBER.
           05 WS-NEW-DIGIT      PIC 9(1) OCCURS 16 TIMES.
       01  WS-NEW-BIN           PIC X(6).
       01  WS-NEW-SERIAL        PIC 9(9).
       01  WS-SCAN-SERIAL       PIC 9(9).
       01  WS-REASON            PIC X(4).
       01  WS-LUHN-SUM          PIC 9(4).
       01  WS-LUHN-POS          PIC 9(2).
       01  WS-LUHN-DIGIT        PIC 9(2).
       01  WS-LUHN-ALT          PIC X(1).
       01  WS-CHECK-DIGIT       PIC 9(1).
       01  WS-ISSUED-COUNT      PIC 9(7) VALUE 0.
       01  WS-SKIPPED-COUNT     PIC 9(7) VALUE 0.
       01  WS-BLOCKED-COUNT     PIC 9(7) VALUE 0.
       01  WS-OPERATOR          PIC X(8).
       01  WS-OP-LEVEL          PIC 9(1) VALUE 0.
       01  WS-OP-OK             PIC X VALUE 'N'.
       01  WS-OP-EOF            PIC X VALUE 'N'.
       01  WS-OP-REQUIRED       PIC 9(1) VALUE 2.
       01  WS-OP-DATE           PIC 9(8).
       01  WS-OP-TIME           PIC 9(6).
       01  WS-OP-ACTION         PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-CARDS-PATH
           ACCEPT WS-CARDS-PATH FROM ENVIRONMENT "CARDS_PATH"
           IF WS-CARDS-PATH = SPACES
               MOVE "accounts/CARDS.DAT" TO WS-CARDS-PATH
           END-IF
           MOVE SPACES TO WS-ACCOUNTS-PATH
           ACCEPT WS-ACCOUNTS-PATH FROM ENVIRONMENT "ACCOUNTS_PATH"
           IF WS-ACCOUNTS-PATH = SPACES
               MOVE "accounts/ACCOUNTS.DAT" TO WS-ACCOUNTS-PATH
           END-IF
           MOVE SPACES TO WS-REISSUE-PATH
           ACCEPT WS-REISSUE-PATH
               FROM ENVIRONMENT "CARD_REISSUE_INPUT"
           IF WS-REISSUE-PATH = SPACES
               MOVE "accounts/CARD_REISSUE.DAT" TO WS-REISSUE-PATH
           END-IF
           MOVE SPACES TO WS-PRODUCTION-PATH
           ACCEPT WS-PRODUCTION-PATH
               FROM ENVIRONMENT "CARD_PRODUCTION_PATH"
           IF WS-PRODUCTION-PATH = SPACES
               MOVE "accounts/CARD_PRODUCTION.DAT"
                   TO WS-PRODUCTION-PATH
           END-IF
           MOVE SPACES TO WS-CARDLINK-PATH
           ACCEPT WS-CARDLINK-PATH FROM ENVIRONMENT "CARD_LINKS_PATH"
           IF WS-CARDLINK-PATH = SPACES
               MOVE "accounts/CARD_LINKS.DAT" TO WS-CARDLINK-PATH
           END-IF
           MOVE SPACES TO WS-RUN-MODE
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "CARD_RUN_MODE"
           IF WS-RUN-MODE = SPACES
               MOVE "RENEW" TO WS-RUN-MODE
           END-IF
           IF WS-RUN-MODE NOT = "RENEW" AND WS-RUN-MODE NOT = "REISSUE"
               DISPLAY "ERROR - CARD_RUN_MODE MUST BE RENEW OR REISSUE"
               STOP RUN
           END-IF
           MOVE SPACES TO WS-RUN-DATE-TXT
           ACCEPT WS-RUN-DATE-TXT FROM ENVIRONMENT "RUN_DATE"
           IF WS-RUN-DATE-TXT NUMERIC
               MOVE WS-RUN-DATE-TXT TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE 0 TO WS-RENEW-WEEKS
           ACCEPT WS-RENEW-WEEKS FROM ENVIRONMENT "CARD_RENEW_WEEKS"
           IF WS-RENEW-WEEKS = 0
               MOVE 8 TO WS-RENEW-WEEKS
           END-IF
           MOVE 0 TO WS-ACTIVITY-DAYS
           ACCEPT WS-ACTIVITY-DAYS
               FROM ENVIRONMENT "CARD_ACTIVITY_DAYS"
           IF WS-ACTIVITY-DAYS = 0
               MOVE 180 TO WS-ACTIVITY-DAYS
           END-IF
           MOVE 0 TO WS-VALID-YEARS
           ACCEPT WS-VALID-YEARS FROM ENVIRONMENT "CARD_VALID_YEARS"
           IF WS-VALID-YEARS = 0
               MOVE 4 TO WS-VALID-YEARS
           END-IF
           PERFORM CHECK-OPERATOR-AUTHORITY
           PERFORM COMPUTE-RUN-DATES
           PERFORM LOAD-CARD-TABLE
           PERFORM LOAD-ACCOUNT-TABLE
           OPEN OUTPUT PRODUCTION-FILE
           MOVE SPACES TO PRODUCTION-CONTROL
           MOVE 'H' TO PC-REC-TYPE
           MOVE WS-RUN-DATE TO PC-RUN-DATE
           MOVE WS-RUN-MODE TO PC-RUN-TYPE
           MOVE 0 TO PC-COUNT
           WRITE PRODUCTION-CONTROL
           OPEN EXTEND CARDLINK-FILE
           IF WS-CARDLINK-STATUS NOT = "00" AND
                   WS-CARDLINK-STATUS NOT = "05"
               CLOSE CARDLINK-FILE
               OPEN OUTPUT CARDLINK-FILE
           END-IF
           IF WS-RUN-MODE = "RENEW"
               PERFORM SELECT-RENEWALS
           ELSE
               PERFORM APPLY-REISSUE-LIST
           END-IF
           MOVE SPACES TO PRODUCTION-CONTROL
           MOVE 'T' TO PC-REC-TYPE
           MOVE WS-RUN-DATE TO PC-RUN-DATE
           MOVE WS-RUN-MODE TO PC-RUN-TYPE
           MOVE WS-ISSUED-COUNT TO PC-COUNT
           WRITE PRODUCTION-CONTROL
           CLOSE PRODUCTION-FILE
           CLOSE CARDLINK-FILE
           PERFORM REWRITE-CARD-FILE
           MOVE SPACES TO WS-OP-ACTION
           STRING "CARD " WS-RUN-MODE " ISSUED " WS-ISSUED-COUNT
               DELIMITED BY SIZE
               INTO WS-OP-ACTION
           PERFORM WRITE-OPERATOR-AUDIT
           DISPLAY "CARD " WS-RUN-MODE " RUN " WS-RUN-DATE
               " - ISSUED " WS-ISSUED-COUNT
               " BLOCKED " WS-BLOCKED-COUNT
               " SKIPPED " WS-SKIPPED-COUNT
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
               " RENOVACION-TARJETAS " WS-OP-ACTION
               DELIMITED BY SIZE
               INTO OPAUDIT-LINE
           WRITE OPAUDIT-LINE
           CLOSE OPAUDIT-FILE.

       COMPUTE-RUN-DATES.
           COMPUTE WS-RUN-DAY = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER(
               WS-RUN-DAY + WS-RENEW-WEEKS * 7)
           COMPUTE WS-ACTIVITY-DATE = FUNCTION DATE-OF-INTEGER(
               WS-RUN-DAY - WS-ACTIVITY-DAYS)
           MOVE WS-RUN-YYYY TO WS-NEXT-YYYY
           ADD WS-VALID-YEARS TO WS-NEXT-YYYY
           MOVE WS-RUN-MM TO WS-NEXT-MM
           MOVE 1 TO WS-NEXT-DD
           IF WS-NEXT-MM = 12
               MOVE 1 TO WS-NEXT-MM
               ADD 1 TO WS-NEXT-YYYY
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF
           COMPUTE WS-NEW-EXPIRY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1).

       LOAD-CARD-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-CD-COUNT
           OPEN INPUT CARDS-FILE
           IF WS-CARDS-STATUS NOT = "00"
               DISPLAY "ERROR - NO CARD MASTER FILE"
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y' OR WS-CD-COUNT >= 20000
               READ CARDS-FILE INTO CARD-RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CD-NUMBER NOT = SPACES
                       ADD 1 TO WS-CD-COUNT
                       MOVE CD-NUMBER TO CD-NUMBER-TBL(WS-CD-COUNT)
                       MOVE CD-AC-ID TO CD-AC-ID-TBL(WS-CD-COUNT)
                       MOVE CD-STATUS TO CD-STATUS-TBL(WS-CD-COUNT)
                       IF CD-EXPIRY NUMERIC
                           MOVE CD-EXPIRY TO CD-EXPIRY-TBL(WS-CD-COUNT)
                       ELSE
                           MOVE 0 TO CD-EXPIRY-TBL(WS-CD-COUNT)
                       END-IF
                       IF CD-LAST-USED NUMERIC
                           MOVE CD-LAST-USED
                               TO CD-LAST-USED-TBL(WS-CD-COUNT)
                       ELSE
                           MOVE 0 TO CD-LAST-USED-TBL(WS-CD-COUNT)
                       END-IF
                       MOVE CD-REPLACES TO CD-REPLACES-TBL(WS-CD-COUNT)
                       MOVE CD-REASON TO CD-REASON-TBL(WS-CD-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CARDS-FILE
           MOVE WS-CD-COUNT TO WS-CD-ORIGINAL
           MOVE 'N' TO WS-EOF.

       LOAD-ACCOUNT-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-AC-COUNT
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-AC-COUNT >= 50000
                   READ ACCOUNTS-FILE INTO ACCOUNTS-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-AC-COUNT
                       MOVE AC-ID TO AC-ID-TBL(WS-AC-COUNT)
                       MOVE AC-NOMBRE TO AC-NOMBRE-TBL(WS-AC-COUNT)
                       MOVE AC-STATUS TO AC-STATUS-TBL(WS-AC-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ACCOUNTS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       SELECT-RENEWALS.
           MOVE 1 TO WS-CD-INDEX
           PERFORM UNTIL WS-CD-INDEX > WS-CD-ORIGINAL
               IF CD-STATUS-TBL(WS-CD-INDEX) = 'A'
                       AND CD-EXPIRY-TBL(WS-CD-INDEX) >= WS-RUN-DATE
                       AND CD-EXPIRY-TBL(WS-CD-INDEX)
                           <= WS-HORIZON-DATE
                   PERFORM CONSIDER-ONE-RENEWAL
               END-IF
               ADD 1 TO WS-CD-INDEX
           END-PERFORM.

       CONSIDER-ONE-RENEWAL.
           MOVE CD-NUMBER-TBL(WS-CD-INDEX) TO WS-OLD-NUMBER
           PERFORM FIND-EXISTING-REPLACEMENT
           IF WS-FOUND = 'Y'
               CONTINUE
           ELSE
           IF CD-LAST-USED-TBL(WS-CD-INDEX) < WS-ACTIVITY-DATE
               DISPLAY "NOT RENEWED - NO RECENT USE " WS-OLD-NUMBER
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               PERFORM CHECK-CARD-ACCOUNT
               IF WS-ACCT-OK NOT = 'Y'
                   DISPLAY "NOT RENEWED - ACCOUNT NOT ACTIVE "
                       WS-OLD-NUMBER
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   MOVE "RNEW" TO WS-REASON
                   PERFORM ISSUE-REPLACEMENT-CARD
               END-IF
           END-IF
           END-IF.

       APPLY-REISSUE-LIST.
           MOVE 'N' TO WS-EOF
           OPEN INPUT REISSUE-FILE
           IF WS-REISSUE-STATUS NOT = "00"
               DISPLAY "NO CARD REISSUE LIST " WS-REISSUE-PATH
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REISSUE-FILE INTO REISSUE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RI-NUMBER NOT = SPACES
                           PERFORM REISSUE-ONE-CARD
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE REISSUE-FILE
           END-IF.

       REISSUE-ONE-CARD.
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-CD-INDEX
           PERFORM UNTIL WS-CD-INDEX > WS-CD-COUNT
               IF CD-NUMBER-TBL(WS-CD-INDEX) = RI-NUMBER
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CD-INDEX
           END-PERFORM
           MOVE RI-REASON TO WS-REASON
           IF WS-REASON = SPACES
               MOVE "CMPR" TO WS-REASON
           END-IF
           IF WS-FOUND = 'N'
               DISPLAY "REISSUE FAILED - CARD NOT FOUND " RI-NUMBER
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
           IF CD-STATUS-TBL(WS-CD-INDEX) = 'K'
                   OR CD-STATUS-TBL(WS-CD-INDEX) = 'R'
                   OR CD-STATUS-TBL(WS-CD-INDEX) = 'C'
               DISPLAY "REISSUE SKIPPED - CARD ALREADY RETIRED "
                   RI-NUMBER
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               MOVE 'K' TO CD-STATUS-TBL(WS-CD-INDEX)
               MOVE WS-REASON TO CD-REASON-TBL(WS-CD-INDEX)
               ADD 1 TO WS-BLOCKED-COUNT
               DISPLAY "CARD BLOCKED " RI-NUMBER " REASON " WS-REASON
               MOVE RI-NUMBER TO WS-OLD-NUMBER
               PERFORM CHECK-CARD-ACCOUNT
               IF WS-ACCT-OK NOT = 'Y'
                   DISPLAY "NO REPLACEMENT - ACCOUNT NOT ACTIVE "
                       RI-NUMBER
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   PERFORM ISSUE-REPLACEMENT-CARD
               END-IF
           END-IF
           END-IF.

       FIND-EXISTING-REPLACEMENT.
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-CD-SCAN
           PERFORM UNTIL WS-CD-SCAN > WS-CD-COUNT
               IF CD-REPLACES-TBL(WS-CD-SCAN) = WS-OLD-NUMBER
                       AND (CD-STATUS-TBL(WS-CD-SCAN) = 'P'
                       OR CD-STATUS-TBL(WS-CD-SCAN) = 'A')
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CD-SCAN
           END-PERFORM.

       CHECK-CARD-ACCOUNT.
           MOVE 'N' TO WS-ACCT-OK
           MOVE SPACES TO WS-ACCT-NAME
           MOVE 1 TO WS-AC-INDEX
           PERFORM UNTIL WS-AC-INDEX > WS-AC-COUNT
               IF AC-ID-TBL(WS-AC-INDEX) = CD-AC-ID-TBL(WS-CD-INDEX)
                   IF AC-STATUS-TBL(WS-AC-INDEX) = 'A'
                           OR AC-STATUS-TBL(WS-AC-INDEX) = SPACE
                       MOVE 'Y' TO WS-ACCT-OK
                       MOVE AC-NOMBRE-TBL(WS-AC-INDEX) TO WS-ACCT-NAME
                   END-IF
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-AC-INDEX
           END-PERFORM.

       ISSUE-REPLACEMENT-CARD.
           IF WS-CD-COUNT >= 20000
               DISPLAY "ISSUE FAILED - CARD TABLE FULL " WS-OLD-NUMBER
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               PERFORM ASSIGN-NEW-CARD-NUMBER
               ADD 1 TO WS-CD-COUNT
               MOVE WS-NEW-NUMBER TO CD-NUMBER-TBL(WS-CD-COUNT)
               MOVE CD-AC-ID-TBL(WS-CD-INDEX)
                   TO CD-AC-ID-TBL(WS-CD-COUNT)
               MOVE 'P' TO CD-STATUS-TBL(WS-CD-COUNT)
               MOVE WS-NEW-EXPIRY TO CD-EXPIRY-TBL(WS-CD-COUNT)
               MOVE 0 TO CD-LAST-USED-TBL(WS-CD-COUNT)
               MOVE WS-OLD-NUMBER TO CD-REPLACES-TBL(WS-CD-COUNT)
               MOVE WS-REASON TO CD-REASON-TBL(WS-CD-COUNT)
               MOVE SPACES TO PRODUCTION-RECORD
               MOVE 'D' TO PR-REC-TYPE
               MOVE WS-NEW-NUMBER TO PR-CARD
               MOVE WS-NEW-EXP-MM TO PR-EXPIRY-MM
               MOVE WS-NEW-EXPIRY(3:2) TO PR-EXPIRY-YY
               MOVE WS-ACCT-NAME TO PR-EMBOSS-NAME
               MOVE CD-AC-ID-TBL(WS-CD-INDEX) TO PR-AC-ID
               MOVE WS-OLD-NUMBER TO PR-OLD-CARD
               MOVE WS-REASON TO PR-REASON
               MOVE WS-RUN-DATE TO PR-ISSUE-DATE
               MOVE WS-RUN-MODE TO PR-RUN-TYPE
               WRITE PRODUCTION-RECORD
               MOVE SPACES TO CARDLINK-RECORD
               MOVE WS-NEW-NUMBER TO CL-NEW-CARD
               MOVE WS-OLD-NUMBER TO CL-OLD-CARD
               MOVE WS-REASON TO CL-REASON
               MOVE WS-RUN-DATE TO CL-DATE
               MOVE WS-OPERATOR TO CL-OPERATOR
               WRITE CARDLINK-RECORD
               ADD 1 TO WS-ISSUED-COUNT
               DISPLAY "CARD ISSUED " WS-NEW-NUMBER
                   " REPLACES " WS-OLD-NUMBER
               MOVE SPACES TO WS-OP-ACTION
               STRING WS-REASON " " WS-NEW-NUMBER
                   DELIMITED BY SIZE
                   INTO WS-OP-ACTION
               PERFORM WRITE-OPERATOR-AUDIT
           END-IF.

       ASSIGN-NEW-CARD-NUMBER.
           MOVE WS-OLD-NUMBER(1:6) TO WS-NEW-BIN
           MOVE 0 TO WS-NEW-SERIAL
           MOVE 1 TO WS-CD-SCAN
           PERFORM UNTIL WS-CD-SCAN > WS-CD-COUNT
               IF CD-NUMBER-TBL(WS-CD-SCAN)(1:6) = WS-NEW-BIN
                       AND CD-NUMBER-TBL(WS-CD-SCAN)(7:9) NUMERIC
                   MOVE CD-NUMBER-TBL(WS-CD-SCAN)(7:9)
                       TO WS-SCAN-SERIAL
                   IF WS-SCAN-SERIAL > WS-NEW-SERIAL
                       MOVE WS-SCAN-SERIAL TO WS-NEW-SERIAL
                   END-IF
               END-IF
               ADD 1 TO WS-CD-SCAN
           END-PERFORM
           ADD 1 TO WS-NEW-SERIAL
           MOVE SPACES TO WS-NEW-NUMBER
           STRING WS-NEW-BIN WS-NEW-SERIAL "0"
               DELIMITED BY SIZE
               INTO WS-NEW-NUMBER
           MOVE 0 TO WS-LUHN-SUM
           MOVE 'Y' TO WS-LUHN-ALT
           MOVE 15 TO WS-LUHN-POS
           PERFORM UNTIL WS-LUHN-POS = 0
               MOVE WS-NEW-DIGIT(WS-LUHN-POS) TO WS-LUHN-DIGIT
               IF WS-LUHN-ALT = 'Y'
                   COMPUTE WS-LUHN-DIGIT = WS-LUHN-DIGIT * 2
                   IF WS-LUHN-DIGIT > 9
                       SUBTRACT 9 FROM WS-LUHN-DIGIT
                   END-IF
                   MOVE 'N' TO WS-LUHN-ALT
               ELSE
                   MOVE 'Y' TO WS-LUHN-ALT
               END-IF
               ADD WS-LUHN-DIGIT TO WS-LUHN-SUM
               SUBTRACT 1 FROM WS-LUHN-POS
           END-PERFORM
           COMPUTE WS-CHECK-DIGIT =
               FUNCTION MOD(10 - FUNCTION MOD(WS-LUHN-SUM, 10), 10)
           MOVE WS-CHECK-DIGIT TO WS-NEW-DIGIT(16).

       REWRITE-CARD-FILE.
           OPEN OUTPUT CARDS-FILE
           MOVE 1 TO WS-CD-INDEX
           PERFORM UNTIL WS-CD-INDEX > WS-CD-COUNT
               MOVE SPACES TO CARD-RECORD
               MOVE CD-NUMBER-TBL(WS-CD-INDEX) TO CD-NUMBER
               MOVE CD-AC-ID-TBL(WS-CD-INDEX) TO CD-AC-ID
               MOVE CD-STATUS-TBL(WS-CD-INDEX) TO CD-STATUS
               MOVE CD-EXPIRY-TBL(WS-CD-INDEX) TO CD-EXPIRY
               MOVE CD-LAST-USED-TBL(WS-CD-INDEX) TO CD-LAST-USED
               MOVE CD-REPLACES-TBL(WS-CD-INDEX) TO CD-REPLACES
               MOVE CD-REASON-TBL(WS-CD-INDEX) TO CD-REASON
               WRITE CARD-RECORD
               ADD 1 TO WS-CD-INDEX
           END-PERFORM
           CLOSE CARDS-FILE.
