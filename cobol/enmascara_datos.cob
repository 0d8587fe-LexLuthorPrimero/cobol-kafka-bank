       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENMASCARA-DATOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT MACCOUNTS-FILE
               ASSIGN TO DYNAMIC WS-MACCOUNTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MACCOUNTS-STATUS.
           SELECT CUSTOMERS-FILE
               ASSIGN TO DYNAMIC WS-CUSTOMERS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMERS-STATUS.
           SELECT MCUSTOMERS-FILE
               ASSIGN TO DYNAMIC WS-MCUSTOMERS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MCUSTOMERS-STATUS.
           SELECT CONTACTS-FILE
               ASSIGN TO DYNAMIC WS-CONTACTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTACTS-STATUS.
           SELECT MCONTACTS-FILE
               ASSIGN TO DYNAMIC WS-MCONTACTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MCONTACTS-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT MJOURNAL-FILE
               ASSIGN TO DYNAMIC WS-MJOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MJOURNAL-STATUS.
           SELECT MJSEAL-FILE
               ASSIGN TO DYNAMIC WS-MJSEAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MJSEAL-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
       01  ACCOUNTS-RECORD.
           05 AC-ID             PIC X(5).
           05 AC-NAME           PIC X(20).
           05 AC-SALDO          PIC S9(7)V99.
           05 AC-REST           PIC X(66).
       FD  MACCOUNTS-FILE.
       01  MACCOUNTS-RECORD.
           05 MA-ID             PIC X(5).
           05 MA-NAME           PIC X(20).
           05 MA-SALDO          PIC S9(7)V99.
           05 MA-REST           PIC X(66).
       FD  CUSTOMERS-FILE.
       01  CUSTOMERS-RECORD.
           05 CUST-ID           PIC X(5).
           05 CUST-NAME         PIC X(20).
           05 CUST-ADDRESS      PIC X(30).
           05 CUST-TAX-ID       PIC X(11).
           05 CUST-REST         PIC X(54).
       FD  MCUSTOMERS-FILE.
       01  MCUSTOMERS-RECORD.
           05 MC-ID             PIC X(5).
           05 MC-NAME           PIC X(20).
           05 MC-ADDRESS        PIC X(30).
           05 MC-TAX-ID         PIC X(11).
           05 MC-REST           PIC X(54).
       FD  CONTACTS-FILE.
       01  CONTACT-RECORD.
           05 CC-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 CC-TYPE           PIC X(1).
           05 FILLER            PIC X(1).
           05 CC-SEQ            PIC 9(1).
           05 FILLER            PIC X(1).
           05 CC-TEXT           PIC X(40).
           05 FILLER            PIC X(1).
           05 CC-RETURNED       PIC X(1).
       FD  MCONTACTS-FILE.
       01  MCONTACT-RECORD.
           05 MK-CUST-ID        PIC X(5).
           05 FILLER            PIC X(5).
           05 MK-TEXT           PIC X(40).
           05 FILLER            PIC X(2).
       FD  JOURNAL-FILE.
       01  J-REC.
           05 J-TXT             PIC X(136).
       FD  MJOURNAL-FILE.
       01  MJ-REC.
           05 MJ-TXT            PIC X(136).
       FD  MJSEAL-FILE.
       01  JSEAL-RECORD.
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
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(110).
       WORKING-STORAGE SECTION.
       01  WS-ACCOUNTS-PATH     PIC X(200).
       01  WS-MACCOUNTS-PATH    PIC X(200).
       01  WS-CUSTOMERS-PATH    PIC X(200).
       01  WS-MCUSTOMERS-PATH   PIC X(200).
       01  WS-CONTACTS-PATH     PIC X(200).
       01  WS-MCONTACTS-PATH    PIC X(200).
       01  WS-JOURNAL-PATH      PIC X(200).
       01  WS-MJOURNAL-PATH     PIC X(200).
       01  WS-MJSEAL-PATH       PIC X(200).
       01  WS-REPORT-PATH       PIC X(200).
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-MACCOUNTS-STATUS  PIC XX.
       01  WS-CUSTOMERS-STATUS  PIC XX.
       01  WS-MCUSTOMERS-STATUS PIC XX.
       01  WS-CONTACTS-STATUS   PIC XX.
       01  WS-MCONTACTS-STATUS  PIC XX.
       01  WS-JOURNAL-STATUS    PIC XX.
       01  WS-MJOURNAL-STATUS   PIC XX.
       01  WS-MJSEAL-STATUS     PIC XX.
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-OP-CLOCK          PIC 9(8).
       01  WS-SEED              PIC 9(9) VALUE 0.
       01  WS-SEED-TXT          PIC X(9).
       01  FAKE-NAME-VALUES.
           05 FILLER PIC X(50) VALUE
               "ALVAREZ   BENITEZ   CASTRO    DOMINGUEZ ESPINOZA  ".
           05 FILLER PIC X(50) VALUE
               "FIGUEROA  GALLARDO  HERRERA   IBARRA    JIMENEZ   ".
           05 FILLER PIC X(50) VALUE
               "LEDESMA   MOLINA    NAVARRO   OCAMPO    PALACIOS  ".
           05 FILLER PIC X(50) VALUE
               "QUIROGA   RIVERA    SALAZAR   TAPIA     URIBE     ".
           05 FILLER PIC X(50) VALUE
               "VALDEZ    ZAMORA    ANDRES    BEATRIZ   CARLOS    ".
           05 FILLER PIC X(50) VALUE
               "DIANA     ELENA     FABIAN    GLORIA    HECTOR    ".
           05 FILLER PIC X(50) VALUE
               "IRENE     JULIAN    LORENA    MARCOS    NOEMI     ".
           05 FILLER PIC X(50) VALUE
               "OSCAR     PAULA     RAMIRO    SILVIA    TOMAS     ".
       01  FAKE-NAME-TABLE REDEFINES FAKE-NAME-VALUES.
           05 FAKE-NAME-TBL     PIC X(10) OCCURS 40 TIMES.
       01  WS-FAKE-COUNT        PIC 9(3) VALUE 40.
       01  WS-FAKE-INDEX        PIC 9(3).
       01  WS-UPPER-ALPHA       PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-LOWER-ALPHA       PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WORD-TABLE.
           05 WORD-SLOT OCCURS 9973 TIMES.
               10 WT-WORD-TBL     PIC X(20).
       01  WS-WT-SIZE           PIC 9(4) VALUE 9973.
       01  WS-WT-COUNT          PIC 9(4) VALUE 0.
       01  WS-WT-INDEX          PIC 9(4) VALUE 0.
       01  WS-WT-PROBES         PIC 9(4) VALUE 0.
       01  WS-WT-FOUND          PIC X VALUE 'N'.
       01  WS-MK-ACC            PIC 9(12).
       01  WS-MK-POS            PIC 9(3).
       01  WS-MK-LEN            PIC 9(3).
       01  WS-MK-CHAR           PIC X(1).
       01  WS-MK-DIGIT          PIC 9(1).
       01  WS-MK-ORD            PIC 9(3).
       01  WS-MK-KEY            PIC 9(3).
       01  WS-MK-WORD           PIC X(20).
       01  WS-MK-FAKE           PIC X(20).
       01  WS-MK-IN             PIC X(40).
       01  WS-MK-OUT            PIC X(40).
       01  WS-MK-PTR            PIC 9(3).
       01  WS-MK-OUT-PTR        PIC 9(3).
       01  WS-MK-FIELD-LEN      PIC 9(3).
       01  WS-MK-ALL-WORDS      PIC X VALUE 'Y'.
       01  WS-MK-HOUSE          PIC 9(4).
       01  WS-CHAIN-SEQ         PIC 9(7) VALUE 0.
       01  WS-CHAIN-HASH        PIC 9(9) VALUE 0.
       01  WS-CHAIN-POS         PIC 9(3).
       01  WS-CHAIN-ACC         PIC 9(12).
       01  WS-CHAIN-FIRST       PIC 9(7) VALUE 0.
       01  WS-J-AMOUNT          PIC X(9).
       01  WS-J-AMOUNT-NUM REDEFINES
               WS-J-AMOUNT      PIC 9(7)V99.
       01  WS-SRC-ACC-COUNT     PIC 9(7) VALUE 0.
       01  WS-MSK-ACC-COUNT     PIC 9(7) VALUE 0.
       01  WS-SRC-ACC-TOTAL     PIC S9(11)V99 VALUE 0.
       01  WS-MSK-ACC-TOTAL     PIC S9(11)V99 VALUE 0.
       01  WS-SRC-CUS-COUNT     PIC 9(7) VALUE 0.
       01  WS-MSK-CUS-COUNT     PIC 9(7) VALUE 0.
       01  WS-SRC-CON-COUNT     PIC 9(7) VALUE 0.
       01  WS-MSK-CON-COUNT     PIC 9(7) VALUE 0.
       01  WS-SRC-JRN-COUNT     PIC 9(7) VALUE 0.
       01  WS-MSK-JRN-COUNT     PIC 9(7) VALUE 0.
       01  WS-SRC-JRN-CR        PIC S9(11)V99 VALUE 0.
       01  WS-MSK-JRN-CR        PIC S9(11)V99 VALUE 0.
       01  WS-SRC-JRN-DR        PIC S9(11)V99 VALUE 0.
       01  WS-MSK-JRN-DR        PIC S9(11)V99 VALUE 0.
       01  WS-NAMES-MASKED      PIC 9(7) VALUE 0.
       01  WS-NARR-MASKED       PIC 9(7) VALUE 0.
       01  WS-RPT-FILE          PIC X(12).
       01  WS-RPT-SRC-COUNT     PIC 9(7).
       01  WS-RPT-MSK-COUNT     PIC 9(7).
       01  WS-RPT-SRC-TOTAL     PIC S9(11)V99.
       01  WS-RPT-MSK-TOTAL     PIC S9(11)V99.
       01  WS-RPT-SRC-ED        PIC -(11)9.99.
       01  WS-RPT-MSK-ED        PIC -(11)9.99.
       01  WS-RPT-RESULT        PIC X(8).
       01  WS-ALL-MATCH         PIC X VALUE 'Y'.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-ACCOUNTS-PATH
           ACCEPT WS-ACCOUNTS-PATH FROM ENVIRONMENT "ACCOUNTS_PATH"
           IF WS-ACCOUNTS-PATH = SPACES
               MOVE "accounts/ACCOUNTS.DAT" TO WS-ACCOUNTS-PATH
           END-IF
           MOVE SPACES TO WS-MACCOUNTS-PATH
           ACCEPT WS-MACCOUNTS-PATH
               FROM ENVIRONMENT "MASKED_ACCOUNTS_PATH"
           IF WS-MACCOUNTS-PATH = SPACES
               MOVE "accounts/MASKED_ACCOUNTS.DAT" TO WS-MACCOUNTS-PATH
           END-IF
           MOVE SPACES TO WS-CUSTOMERS-PATH
           ACCEPT WS-CUSTOMERS-PATH FROM ENVIRONMENT "CUSTOMERS_PATH"
           IF WS-CUSTOMERS-PATH = SPACES
               MOVE "accounts/CUSTOMERS.DAT" TO WS-CUSTOMERS-PATH
           END-IF
           MOVE SPACES TO WS-MCUSTOMERS-PATH
           ACCEPT WS-MCUSTOMERS-PATH
               FROM ENVIRONMENT "MASKED_CUSTOMERS_PATH"
           IF WS-MCUSTOMERS-PATH = SPACES
               MOVE "accounts/MASKED_CUSTOMERS.DAT"
                   TO WS-MCUSTOMERS-PATH
           END-IF
           MOVE SPACES TO WS-CONTACTS-PATH
           ACCEPT WS-CONTACTS-PATH
               FROM ENVIRONMENT "CUST_CONTACTS_PATH"
           IF WS-CONTACTS-PATH = SPACES
               MOVE "accounts/CUST_CONTACTS.DAT" TO WS-CONTACTS-PATH
           END-IF
           MOVE SPACES TO WS-MCONTACTS-PATH
           ACCEPT WS-MCONTACTS-PATH
               FROM ENVIRONMENT "MASKED_CONTACTS_PATH"
           IF WS-MCONTACTS-PATH = SPACES
               MOVE "accounts/MASKED_CUST_CONTACTS.DAT"
                   TO WS-MCONTACTS-PATH
           END-IF
           MOVE SPACES TO WS-JOURNAL-PATH
           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT "JOURNAL_PATH"
           IF WS-JOURNAL-PATH = SPACES
               MOVE "accounts/JOURNAL.LOG" TO WS-JOURNAL-PATH
           END-IF
           MOVE SPACES TO WS-MJOURNAL-PATH
           ACCEPT WS-MJOURNAL-PATH
               FROM ENVIRONMENT "MASKED_JOURNAL_PATH"
           IF WS-MJOURNAL-PATH = SPACES
               MOVE "accounts/MASKED_JOURNAL.LOG" TO WS-MJOURNAL-PATH
           END-IF
           MOVE SPACES TO WS-MJSEAL-PATH
           ACCEPT WS-MJSEAL-PATH
               FROM ENVIRONMENT "MASKED_JOURNAL_SEAL_PATH"
           IF WS-MJSEAL-PATH = SPACES
               MOVE "accounts/MASKED_JOURNAL_SEAL.DAT"
                   TO WS-MJSEAL-PATH
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           ACCEPT WS-REPORT-PATH
               FROM ENVIRONMENT "MASK_CONTROL_RPT_PATH"
           IF WS-REPORT-PATH = SPACES
               MOVE "accounts/MASK_CONTROL.RPT" TO WS-REPORT-PATH
           END-IF
           MOVE SPACES TO WS-SEED-TXT
           ACCEPT WS-SEED-TXT FROM ENVIRONMENT "MASK_SEED"
           IF WS-SEED-TXT NOT = SPACES AND WS-SEED-TXT NUMERIC
               MOVE WS-SEED-TXT TO WS-SEED
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WORD-TABLE
           PERFORM MASK-CUSTOMERS
           PERFORM MASK-ACCOUNTS
           PERFORM MASK-CONTACTS
           PERFORM MASK-JOURNAL
           PERFORM PROVE-MASKED-SET
           PERFORM WRITE-CONTROL-REPORT
           IF WS-ALL-MATCH = 'Y'
               DISPLAY "MASKED SET WRITTEN - CONTROLS MATCH"
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "*** MASKED SET CONTROLS DO NOT MATCH ***"
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

       MASK-CUSTOMERS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CUSTOMERS-FILE
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "NO CUSTOMERS FILE TO MASK"
           ELSE
               OPEN OUTPUT MCUSTOMERS-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   MOVE SPACES TO CUSTOMERS-RECORD
                   READ CUSTOMERS-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-SRC-CUS-COUNT
                       MOVE CUSTOMERS-RECORD TO MCUSTOMERS-RECORD
                       MOVE CUST-NAME TO WS-MK-IN
                       PERFORM REGISTER-NAME-WORDS
                       MOVE 20 TO WS-MK-FIELD-LEN
                       PERFORM MASK-PERSON-NAME
                       MOVE WS-MK-OUT TO MC-NAME
                       IF CUST-ADDRESS NOT = SPACES
                           MOVE CUST-ADDRESS TO WS-MK-IN
                           PERFORM MASK-ADDRESS
                           MOVE WS-MK-OUT TO MC-ADDRESS
                       END-IF
                       IF CUST-TAX-ID NOT = SPACES
                           MOVE CUST-TAX-ID TO WS-MK-IN
                           MOVE 11 TO WS-MK-LEN
                           PERFORM SCRAMBLE-TEXT
                           MOVE WS-MK-OUT TO MC-TAX-ID
                       END-IF
                       WRITE MCUSTOMERS-RECORD
                   END-READ
               END-PERFORM
               CLOSE CUSTOMERS-FILE
               CLOSE MCUSTOMERS-FILE
           END-IF.

       MASK-ACCOUNTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "NO ACCOUNTS FILE TO MASK"
           ELSE
               OPEN OUTPUT MACCOUNTS-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   MOVE SPACES TO ACCOUNTS-RECORD
                   READ ACCOUNTS-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-SRC-ACC-COUNT
                       IF AC-SALDO NUMERIC
                           ADD AC-SALDO TO WS-SRC-ACC-TOTAL
                       END-IF
                       MOVE ACCOUNTS-RECORD TO MACCOUNTS-RECORD
                       MOVE AC-NAME TO WS-MK-IN
                       PERFORM REGISTER-NAME-WORDS
                       MOVE 20 TO WS-MK-FIELD-LEN
                       PERFORM MASK-PERSON-NAME
                       MOVE WS-MK-OUT TO MA-NAME
                       WRITE MACCOUNTS-RECORD
                   END-READ
               END-PERFORM
               CLOSE ACCOUNTS-FILE
               CLOSE MACCOUNTS-FILE
           END-IF.

       MASK-CONTACTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CONTACTS-FILE
           IF WS-CONTACTS-STATUS NOT = "00"
               DISPLAY "NO CONTACTS FILE TO MASK"
           ELSE
               OPEN OUTPUT MCONTACTS-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   MOVE SPACES TO CONTACT-RECORD
                   READ CONTACTS-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-SRC-CON-COUNT
                       MOVE CONTACT-RECORD TO MCONTACT-RECORD
                       IF CC-TEXT NOT = SPACES
                           MOVE CC-TEXT TO WS-MK-IN
                           MOVE 40 TO WS-MK-LEN
                           PERFORM SCRAMBLE-TEXT
                           MOVE WS-MK-OUT TO MK-TEXT
                       END-IF
                       WRITE MCONTACT-RECORD
                   END-READ
               END-PERFORM
               CLOSE CONTACTS-FILE
               CLOSE MCONTACTS-FILE
           END-IF.

       MASK-JOURNAL.
           MOVE 'N' TO WS-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "NO JOURNAL TO MASK"
           ELSE
               OPEN OUTPUT MJOURNAL-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   MOVE SPACES TO J-REC
                   READ JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-SRC-JRN-COUNT
                       IF J-TXT(1:3) = "OK "
                           MOVE J-TXT(10:9) TO WS-J-AMOUNT
                           IF WS-J-AMOUNT NUMERIC
                               IF J-TXT(20:1) = 'C'
                                   ADD WS-J-AMOUNT-NUM TO WS-SRC-JRN-CR
                               ELSE
                                   ADD WS-J-AMOUNT-NUM TO WS-SRC-JRN-DR
                               END-IF
                           END-IF
                       END-IF
                       MOVE J-REC TO MJ-REC
                       IF MJ-TXT(79:25) NOT = SPACES
                           MOVE MJ-TXT(79:25) TO WS-MK-IN
                           MOVE 'N' TO WS-MK-ALL-WORDS
                           MOVE 25 TO WS-MK-FIELD-LEN
                           PERFORM MASK-PERSON-NAME
                           MOVE 'Y' TO WS-MK-ALL-WORDS
                           IF WS-MK-OUT(1:25) NOT = MJ-TXT(79:25)
                               ADD 1 TO WS-NARR-MASKED
                               MOVE WS-MK-OUT(1:25) TO MJ-TXT(79:25)
                           END-IF
                       END-IF
                       IF MJ-TXT(121:7) NUMERIC
                               AND MJ-TXT(128:9) NUMERIC
                           PERFORM RECHAIN-MASKED-LINE
                       END-IF
                       WRITE MJ-REC
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               CLOSE MJOURNAL-FILE
               PERFORM WRITE-MASKED-SEAL
           END-IF.

       RECHAIN-MASKED-LINE.
           IF WS-CHAIN-FIRST = 0
               MOVE MJ-TXT(121:7) TO WS-CHAIN-FIRST
               MOVE 0 TO WS-CHAIN-HASH
           END-IF
           MOVE MJ-TXT(121:7) TO WS-CHAIN-SEQ
           MOVE WS-CHAIN-HASH TO WS-CHAIN-ACC
           PERFORM VARYING WS-CHAIN-POS FROM 1 BY 1
                   UNTIL WS-CHAIN-POS > 127
               COMPUTE WS-CHAIN-ACC = FUNCTION MOD(
                   WS-CHAIN-ACC * 257
                   + FUNCTION ORD(MJ-TXT(WS-CHAIN-POS:1)), 999999937)
           END-PERFORM
           MOVE WS-CHAIN-ACC TO WS-CHAIN-HASH
           MOVE WS-CHAIN-HASH TO MJ-TXT(128:9).

       WRITE-MASKED-SEAL.
           OPEN OUTPUT MJSEAL-FILE
           IF WS-CHAIN-FIRST > 1
               PERFORM WRITE-MASKED-BASE
           END-IF
           CLOSE MJSEAL-FILE.

       WRITE-MASKED-BASE.
           MOVE SPACES TO JSEAL-RECORD
           MOVE "ARCHIVE" TO JS-TYPE
           MOVE WS-RUN-DATE TO JS-DATE
           COMPUTE JS-SEQ = WS-CHAIN-FIRST - 1
           MOVE 0 TO JS-HASH
           MOVE 0 TO JS-LINES
           ACCEPT WS-OP-CLOCK FROM TIME
           STRING WS-RUN-DATE WS-OP-CLOCK(1:6)
               DELIMITED BY SIZE
               INTO JS-STAMP
           MOVE "MASKED SET BASE" TO JS-SOURCE
           WRITE JSEAL-RECORD.

       REGISTER-NAME-WORDS.
           MOVE 1 TO WS-MK-PTR
           PERFORM UNTIL WS-MK-PTR > 40
               MOVE SPACES TO WS-MK-WORD
               UNSTRING WS-MK-IN DELIMITED BY ALL SPACE
                   INTO WS-MK-WORD
                   WITH POINTER WS-MK-PTR
               END-UNSTRING
               IF WS-MK-WORD NOT = SPACES
                       AND WS-MK-WORD(3:1) NOT = SPACE
                       AND WS-MK-WORD(1:1) ALPHABETIC
                   PERFORM FIND-WORD-SLOT
                   IF WS-WT-FOUND = 'N'
                           AND WT-WORD-TBL(WS-WT-INDEX) = SPACES
                           AND WS-WT-COUNT < 9000
                       MOVE WS-MK-WORD TO WT-WORD-TBL(WS-WT-INDEX)
                       ADD 1 TO WS-WT-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       FIND-WORD-SLOT.
           PERFORM HASH-MASK-WORD
           COMPUTE WS-WT-INDEX = FUNCTION MOD(WS-MK-ACC, WS-WT-SIZE)
               + 1
           MOVE 'N' TO WS-WT-FOUND
           MOVE 0 TO WS-WT-PROBES
           PERFORM UNTIL WS-WT-FOUND = 'Y'
                   OR WT-WORD-TBL(WS-WT-INDEX) = SPACES
                   OR WS-WT-PROBES > WS-WT-SIZE
               IF WT-WORD-TBL(WS-WT-INDEX) = WS-MK-WORD
                   MOVE 'Y' TO WS-WT-FOUND
               ELSE
                   ADD 1 TO WS-WT-PROBES
                   ADD 1 TO WS-WT-INDEX
                   IF WS-WT-INDEX > WS-WT-SIZE
                       MOVE 1 TO WS-WT-INDEX
                   END-IF
               END-IF
           END-PERFORM.

       HASH-MASK-WORD.
           MOVE WS-SEED TO WS-MK-ACC
           PERFORM VARYING WS-MK-POS FROM 1 BY 1
                   UNTIL WS-MK-POS > 20
               COMPUTE WS-MK-ACC = FUNCTION MOD(
                   WS-MK-ACC * 257
                   + FUNCTION ORD(WS-MK-WORD(WS-MK-POS:1)), 999999937)
           END-PERFORM.

       MASK-PERSON-NAME.
           MOVE SPACES TO WS-MK-OUT
           MOVE 1 TO WS-MK-PTR
           MOVE 1 TO WS-MK-OUT-PTR
           PERFORM UNTIL WS-MK-PTR > WS-MK-FIELD-LEN
                   OR WS-MK-OUT-PTR > WS-MK-FIELD-LEN
               MOVE SPACES TO WS-MK-WORD
               UNSTRING WS-MK-IN(1:WS-MK-FIELD-LEN)
                   DELIMITED BY ALL SPACE
                   INTO WS-MK-WORD
                   WITH POINTER WS-MK-PTR
               END-UNSTRING
               IF WS-MK-WORD NOT = SPACES
                   MOVE WS-MK-WORD TO WS-MK-FAKE
                   IF WS-MK-WORD(1:1) ALPHABETIC
                       IF WS-MK-ALL-WORDS = 'Y'
                           PERFORM PICK-FAKE-WORD
                       ELSE
                           PERFORM FIND-WORD-SLOT
                           IF WS-WT-FOUND = 'Y'
                               PERFORM PICK-FAKE-WORD
                           END-IF
                       END-IF
                   END-IF
                   IF WS-MK-OUT-PTR > 1
                       STRING " " DELIMITED BY SIZE
                           INTO WS-MK-OUT
                           WITH POINTER WS-MK-OUT-PTR
                       END-STRING
                   END-IF
                   STRING WS-MK-FAKE DELIMITED BY SPACE
                       INTO WS-MK-OUT
                       WITH POINTER WS-MK-OUT-PTR
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-MK-FIELD-LEN < 40
               MOVE SPACES TO WS-MK-OUT(WS-MK-FIELD-LEN + 1:)
           END-IF.

       PICK-FAKE-WORD.
           PERFORM HASH-MASK-WORD
           COMPUTE WS-FAKE-INDEX =
               FUNCTION MOD(WS-MK-ACC, WS-FAKE-COUNT) + 1
           MOVE FAKE-NAME-TBL(WS-FAKE-INDEX) TO WS-MK-FAKE
           IF WS-MK-WORD(2:1) = SPACE
               MOVE WS-MK-FAKE(1:1) TO WS-MK-FAKE
           END-IF
           IF WS-MK-ALL-WORDS = 'Y'
               ADD 1 TO WS-NAMES-MASKED
           END-IF.

       MASK-ADDRESS.
           MOVE WS-MK-IN(1:20) TO WS-MK-WORD
           PERFORM PICK-FAKE-WORD
           COMPUTE WS-MK-HOUSE = FUNCTION MOD(WS-MK-ACC, 9000) + 100
           MOVE SPACES TO WS-MK-OUT
           STRING "CALLE " DELIMITED BY SIZE
                   WS-MK-FAKE DELIMITED BY SPACE
                   " " WS-MK-HOUSE DELIMITED BY SIZE
               INTO WS-MK-OUT
           END-STRING.

       SCRAMBLE-TEXT.
           MOVE WS-MK-IN TO WS-MK-OUT
           MOVE WS-MK-IN(1:20) TO WS-MK-WORD
           PERFORM HASH-MASK-WORD
           MOVE WS-MK-IN(21:20) TO WS-MK-WORD
           PERFORM VARYING WS-MK-POS FROM 1 BY 1
                   UNTIL WS-MK-POS > 20
               COMPUTE WS-MK-ACC = FUNCTION MOD(
                   WS-MK-ACC * 257
                   + FUNCTION ORD(WS-MK-WORD(WS-MK-POS:1)), 999999937)
           END-PERFORM
           PERFORM VARYING WS-MK-POS FROM 1 BY 1
                   UNTIL WS-MK-POS > WS-MK-LEN
               COMPUTE WS-MK-ACC = FUNCTION MOD(
                   WS-MK-ACC * 257 + WS-MK-POS, 999999937)
               COMPUTE WS-MK-KEY = FUNCTION MOD(WS-MK-ACC, 997)
               MOVE WS-MK-IN(WS-MK-POS:1) TO WS-MK-CHAR
               IF WS-MK-CHAR NUMERIC
                   MOVE WS-MK-CHAR TO WS-MK-DIGIT
                   COMPUTE WS-MK-DIGIT =
                       FUNCTION MOD(WS-MK-DIGIT + WS-MK-KEY, 10)
                   MOVE WS-MK-DIGIT TO WS-MK-OUT(WS-MK-POS:1)
               END-IF
               IF WS-MK-CHAR >= "A" AND WS-MK-CHAR <= "Z"
                   COMPUTE WS-MK-ORD = FUNCTION MOD(
                       FUNCTION ORD(WS-MK-CHAR) - FUNCTION ORD("A")
                       + WS-MK-KEY, 26) + 1
                   MOVE WS-UPPER-ALPHA(WS-MK-ORD:1)
                       TO WS-MK-OUT(WS-MK-POS:1)
               END-IF
               IF WS-MK-CHAR >= "a" AND WS-MK-CHAR <= "z"
                   COMPUTE WS-MK-ORD = FUNCTION MOD(
                       FUNCTION ORD(WS-MK-CHAR) - FUNCTION ORD("a")
                       + WS-MK-KEY, 26) + 1
                   MOVE WS-LOWER-ALPHA(WS-MK-ORD:1)
                       TO WS-MK-OUT(WS-MK-POS:1)
               END-IF
           END-PERFORM.

       PROVE-MASKED-SET.
           MOVE 'N' TO WS-EOF
           OPEN INPUT MACCOUNTS-FILE
           IF WS-MACCOUNTS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   MOVE SPACES TO MACCOUNTS-RECORD
                   READ MACCOUNTS-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-MSK-ACC-COUNT
                       IF MA-SALDO NUMERIC
                           ADD MA-SALDO TO WS-MSK-ACC-TOTAL
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE MACCOUNTS-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT MCUSTOMERS-FILE
           IF WS-MCUSTOMERS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MCUSTOMERS-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END ADD 1 TO WS-MSK-CUS-COUNT
                   END-READ
               END-PERFORM
               CLOSE MCUSTOMERS-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT MCONTACTS-FILE
           IF WS-MCONTACTS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MCONTACTS-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END ADD 1 TO WS-MSK-CON-COUNT
                   END-READ
               END-PERFORM
               CLOSE MCONTACTS-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT MJOURNAL-FILE
           IF WS-MJOURNAL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   MOVE SPACES TO MJ-REC
                   READ MJOURNAL-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-MSK-JRN-COUNT
                       IF MJ-TXT(1:3) = "OK "
                           MOVE MJ-TXT(10:9) TO WS-J-AMOUNT
                           IF WS-J-AMOUNT NUMERIC
                               IF MJ-TXT(20:1) = 'C'
                                   ADD WS-J-AMOUNT-NUM TO WS-MSK-JRN-CR
                               ELSE
                                   ADD WS-J-AMOUNT-NUM TO WS-MSK-JRN-DR
                               END-IF
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE MJOURNAL-FILE
           END-IF.

       WRITE-CONTROL-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING MASK CONTROL REPORT "
                   WS-REPORT-STATUS
               MOVE 'N' TO WS-ALL-MATCH
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "MASKED TEST SET CONTROL REPORT " WS-RUN-DATE
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "FILE          SOURCE   MASKED"
                       "      SOURCE TOTAL      MASKED TOTAL RESULT"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "ACCOUNTS" TO WS-RPT-FILE
               MOVE WS-SRC-ACC-COUNT TO WS-RPT-SRC-COUNT
               MOVE WS-MSK-ACC-COUNT TO WS-RPT-MSK-COUNT
               MOVE WS-SRC-ACC-TOTAL TO WS-RPT-SRC-TOTAL
               MOVE WS-MSK-ACC-TOTAL TO WS-RPT-MSK-TOTAL
               PERFORM WRITE-CONTROL-LINE
               MOVE "CUSTOMERS" TO WS-RPT-FILE
               MOVE WS-SRC-CUS-COUNT TO WS-RPT-SRC-COUNT
               MOVE WS-MSK-CUS-COUNT TO WS-RPT-MSK-COUNT
               MOVE 0 TO WS-RPT-SRC-TOTAL
               MOVE 0 TO WS-RPT-MSK-TOTAL
               PERFORM WRITE-CONTROL-LINE
               MOVE "CONTACTS" TO WS-RPT-FILE
               MOVE WS-SRC-CON-COUNT TO WS-RPT-SRC-COUNT
               MOVE WS-MSK-CON-COUNT TO WS-RPT-MSK-COUNT
               PERFORM WRITE-CONTROL-LINE
               MOVE "JOURNAL CR" TO WS-RPT-FILE
               MOVE WS-SRC-JRN-COUNT TO WS-RPT-SRC-COUNT
               MOVE WS-MSK-JRN-COUNT TO WS-RPT-MSK-COUNT
               MOVE WS-SRC-JRN-CR TO WS-RPT-SRC-TOTAL
               MOVE WS-MSK-JRN-CR TO WS-RPT-MSK-TOTAL
               PERFORM WRITE-CONTROL-LINE
               MOVE "JOURNAL DR" TO WS-RPT-FILE
               MOVE WS-SRC-JRN-DR TO WS-RPT-SRC-TOTAL
               MOVE WS-MSK-JRN-DR TO WS-RPT-MSK-TOTAL
               PERFORM WRITE-CONTROL-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "NAME WORDS MASKED " WS-NAMES-MASKED
                       " NARRATIVES MASKED " WS-NARR-MASKED
                       " NAME WORDS KNOWN " WS-WT-COUNT
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               IF WS-ALL-MATCH = 'Y'
                   MOVE "RESULT MATCH - MASKED SET TIES TO SOURCE"
                       TO REPORT-LINE
               ELSE
                   MOVE "RESULT MISMATCH - DO NOT RELEASE MASKED SET"
                       TO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
           END-IF.

       WRITE-CONTROL-LINE.
           IF WS-RPT-SRC-COUNT = WS-RPT-MSK-COUNT
                   AND WS-RPT-SRC-TOTAL = WS-RPT-MSK-TOTAL
               MOVE "MATCH" TO WS-RPT-RESULT
           ELSE
               MOVE "MISMATCH" TO WS-RPT-RESULT
               MOVE 'N' TO WS-ALL-MATCH
           END-IF
           MOVE WS-RPT-SRC-TOTAL TO WS-RPT-SRC-ED
           MOVE WS-RPT-MSK-TOTAL TO WS-RPT-MSK-ED
           MOVE SPACES TO REPORT-LINE
           STRING WS-RPT-FILE " " WS-RPT-SRC-COUNT " "
                   WS-RPT-MSK-COUNT " " WS-RPT-SRC-ED " "
                   WS-RPT-MSK-ED " " WS-RPT-RESULT
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
