       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-FILE.
       01  SOURCE-LINE          PIC X(136).
       01  SOURCE-ACCOUNT REDEFINES SOURCE-LINE.
           05 SA-ID             PIC X(5).
           05 SA-NOMBRE         PIC X(20).
           05 SA-SALDO          PIC S9(7)V99.
           05 FILLER            PIC X(102).
       FD  TARGET-FILE.
       01  TARGET-LINE          PIC X(136).
       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05 CAT-GEN           PIC 9(2).
       01  WS-RESTORE-GEN-TXT   PIC X(2).
       01  WS-RESTORE-GEN       PIC 9(2).
       01  WS-FOUND             PIC X VALUE 'N'.
       01  WS-LONG-RECORD       PIC X VALUE 'N'.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-ACCOUNTS-PATH
                   READ SOURCE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-SOURCE-STATUS = "06"
                           DISPLAY "ERROR - RECORD LONGER THAN COPY "
                               "BUFFER IN " WS-SOURCE-PATH
                           CLOSE SOURCE-FILE
                           CLOSE TARGET-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE SOURCE-LINE TO TARGET-LINE
                       WRITE TARGET-LINE
                       ADD 1 TO WS-COPY-COUNT
           MOVE WS-TARGET-PATH TO WS-SOURCE-PATH
           MOVE 0 TO WS-BALANCE-TOTAL
           MOVE 0 TO WS-COPY-COUNT
           MOVE 'N' TO WS-LONG-RECORD
           MOVE 'N' TO WS-EOF
           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-STATUS NOT = "00"
                   READ SOURCE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-SOURCE-STATUS = "06"
                           MOVE 'Y' TO WS-LONG-RECORD
                       END-IF
                       ADD 1 TO WS-COPY-COUNT
                       IF SA-SALDO NUMERIC
                           ADD SA-SALDO TO WS-BALANCE-TOTAL
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
               IF WS-LONG-RECORD = 'Y'
                   DISPLAY "ERROR - RECORD LONGER THAN COPY BUFFER IN "
                       WS-SOURCE-PATH
                   MOVE 'N' TO WS-FOUND
               END-IF
               IF WS-COPY-COUNT NOT = CT-ACCT-TBL(WS-CT-INDEX)
                       OR WS-BALANCE-TOTAL
                           NOT = CT-BALANCE-TBL(WS-CT-INDEX)
                   MOVE 'N' TO WS-FOUND
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF
           IF WS-FOUND = 'Y'
               PERFORM BUILD-CUSTOMERS-GEN-PATH
               PERFORM SCAN-GENERATION-FILE
           END-IF
           IF WS-FOUND = 'Y'
               PERFORM BUILD-JOURNAL-GEN-PATH
               PERFORM SCAN-GENERATION-FILE
           END-IF.

       SCAN-GENERATION-FILE.
           MOVE WS-TARGET-PATH TO WS-SOURCE-PATH
           MOVE 'N' TO WS-LONG-RECORD
           MOVE 'N' TO WS-EOF
           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-STATUS NOT = "00"
               DISPLAY "ERROR - GENERATION FILE MISSING "
                   WS-SOURCE-PATH
               MOVE 'N' TO WS-FOUND
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SOURCE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-SOURCE-STATUS = "06"
                           MOVE 'Y' TO WS-LONG-RECORD
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
               IF WS-LONG-RECORD = 'Y'
                   DISPLAY "ERROR - RECORD LONGER THAN COPY BUFFER IN "
                       WS-SOURCE-PATH
                   MOVE 'N' TO WS-FOUND
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF.

       COPY-BACK-ALL.
