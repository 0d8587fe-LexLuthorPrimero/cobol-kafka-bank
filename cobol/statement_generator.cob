               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT XREF-FILE
               ASSIGN TO DYNAMIC WS-XREF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD JOURNAL-FILE.
       01 J-REC.
           05 J-TXT PIC X(136).

       FD CONTACTS-FILE.
       01 CONTACT-RECORD.
       FD CONTROL-FILE.
       01 CONTROL-LINE PIC X(100).

       FD XREF-FILE.
       01 XREF-RECORD.
           05 XR-OLD-ID PIC X(5).
           05 FILLER    PIC X(1).
           05 XR-NEW-ID PIC 9(10).
           05 FILLER    PIC X(1).
           05 XR-IBAN   PIC X(34).

       WORKING-STORAGE SECTION.

       01 WS-STMT-ID   PIC X(5).
       01 WS-SKIPPED    PIC 9(5) VALUE 0.
       01 WS-ACCT-CYCLE PIC X(2).

       01 WS-XREF-PATH   PIC X(200).
       01 WS-XREF-STATUS PIC XX.
       01 XREF-TABLE.
           05 XREF-ENTRY OCCURS 50000 TIMES.
               10 XR-OLD-TBL  PIC X(5).
               10 XR-IBAN-TBL PIC X(34).
       01 WS-XR-INDEX    PIC 9(5) VALUE 1.
       01 WS-XR-COUNT    PIC 9(5) VALUE 0.
       01 WS-IBAN-ACCT   PIC X(5).
       01 WS-IBAN-PRINT  PIC X(42).
       01 WS-IBAN-POS    PIC 9(2).
       01 WS-IBAN-OUT    PIC 9(2).

       PROCEDURE DIVISION.

       MAIN.
                   TO WS-CONTROL-PATH
           END-IF

           MOVE SPACES TO WS-XREF-PATH
           ACCEPT WS-XREF-PATH FROM ENVIRONMENT "ACCT_XREF_PATH"
           IF WS-XREF-PATH = SPACES
               MOVE "accounts/ACCT_XREF.DAT" TO WS-XREF-PATH
           END-IF

           PERFORM LOAD-XREF-TABLE

           MOVE SPACES TO WS-STMT-ID
           ACCEPT WS-STMT-ID FROM ENVIRONMENT "STATEMENT_ACCOUNT_ID"

           MOVE WS-CLOSING TO WS-OPENING

           DISPLAY "STATEMENT FOR ACCOUNT " WS-STMT-ID " " WS-NAME
           MOVE WS-STMT-ID TO WS-IBAN-ACCT
           PERFORM SHOW-ACCOUNT-IBAN
           IF WS-DELIV-MODE = "E"
               DISPLAY "DELIVERY ELECTRONIC"
           END-IF
                   DISPLAY "STATEMENT FOR ACCOUNT "
                       SM-ID-TBL(WS-SM-INDEX) " "
                       SM-NAME-TBL(WS-SM-INDEX)
                   MOVE SM-ID-TBL(WS-SM-INDEX) TO WS-IBAN-ACCT
                   PERFORM SHOW-ACCOUNT-IBAN
                   DISPLAY "  TXNS " SM-TXNS-TBL(WS-SM-INDEX)
                       " OPENING " SM-OPEN-TBL(WS-SM-INDEX)
                       " CLOSING " SM-CLOSE-TBL(WS-SM-INDEX)
               CLOSE DELIVPREF-FILE
           END-IF.

       LOAD-XREF-TABLE.

           MOVE "N" TO WS-EOF-P
           MOVE 0 TO WS-XR-COUNT
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS = "00"
               PERFORM UNTIL WS-EOF-P = "Y" OR WS-XR-COUNT >= 50000
                   READ XREF-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-P
                       NOT AT END
                           IF XR-IBAN NOT = SPACES
                               ADD 1 TO WS-XR-COUNT
                               MOVE XR-OLD-ID
                                   TO XR-OLD-TBL(WS-XR-COUNT)
                               MOVE XR-IBAN
                                   TO XR-IBAN-TBL(WS-XR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF.

       SHOW-ACCOUNT-IBAN.

           MOVE 1 TO WS-XR-INDEX
           PERFORM UNTIL WS-XR-INDEX > WS-XR-COUNT
               IF XR-OLD-TBL(WS-XR-INDEX) = WS-IBAN-ACCT
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-XR-INDEX
           END-PERFORM
           IF WS-XR-INDEX <= WS-XR-COUNT
               MOVE SPACES TO WS-IBAN-PRINT
               MOVE 0 TO WS-IBAN-OUT
               MOVE 1 TO WS-IBAN-POS
               PERFORM UNTIL WS-IBAN-POS > 34
                   IF XR-IBAN-TBL(WS-XR-INDEX)(WS-IBAN-POS:1)
                           NOT = SPACE
                       IF WS-IBAN-POS > 1
                               AND FUNCTION MOD(WS-IBAN-POS - 1, 4) = 0
                           ADD 1 TO WS-IBAN-OUT
                       END-IF
                       ADD 1 TO WS-IBAN-OUT
                       MOVE XR-IBAN-TBL(WS-XR-INDEX)(WS-IBAN-POS:1)
                           TO WS-IBAN-PRINT(WS-IBAN-OUT:1)
                   END-IF
                   ADD 1 TO WS-IBAN-POS
               END-PERFORM
               DISPLAY "IBAN " WS-IBAN-PRINT
           END-IF.

       SHOW-CONTACT-BLOCK.

           MOVE "N" TO WS-EOF-P
