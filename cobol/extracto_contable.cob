               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT CONTINGENT-FILE
               ASSIGN TO DYNAMIC WS-CONTINGENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTINGENT-STATUS.

           SELECT CTPOSTED-FILE
               ASSIGN TO DYNAMIC WS-CTPOSTED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTPOSTED-STATUS.

           SELECT BUSDATE-FILE
               ASSIGN TO DYNAMIC WS-BUSDATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

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
       FD ACCOUNTS-FILE.
       01 ACC-REC.
           05 AC-ID     PIC X(5).
           05 FILLER    PIC X(41).
           05 AC-TYPE   PIC X(1).
               88 AC-ES-CHECKING VALUE 'C'.
               88 AC-ES-SAVINGS  VALUE 'S'.
               88 AC-ES-LOAN     VALUE 'L'.
           05 AC-CUST   PIC X(5).
           05 FILLER    PIC X(1).

       FD JOURNAL-FILE.
       01 J-REC.
           05 J-TXT PIC X(136).

       FD GL-FILE.
       01 GL-REC.
           05 GL-AMOUNT PIC 9(7)V99.
           05 FILLER    PIC X(1).
           05 GL-SIGN   PIC X(2).
           05 FILLER    PIC X(1).
           05 GL-DATE   PIC X(8).

       FD CONTINGENT-FILE.
       01 CT-REC.
           05 CT-GT-ID       PIC X(8).
           05 FILLER         PIC X(1).
           05 CT-ACCOUNT     PIC X(5).
           05 FILLER         PIC X(1).
           05 CT-CUST-ID     PIC X(5).
           05 FILLER         PIC X(1).
           05 CT-TYPE        PIC X(1).
           05 FILLER         PIC X(1).
           05 CT-CURRENCY    PIC X(3).
           05 FILLER         PIC X(1).
           05 CT-OUTSTANDING PIC 9(7)V99.
           05 FILLER         PIC X(1).
           05 CT-MARGIN      PIC 9(7)V99.
           05 FILLER         PIC X(1).
           05 CT-EXPIRY      PIC 9(8).
           05 FILLER         PIC X(1).
           05 CT-AS-OF       PIC X(8).

       FD CTPOSTED-FILE.
       01 CP-REC.
           05 CP-GT-ID       PIC X(8).
           05 FILLER         PIC X(1).
           05 CP-ACCOUNT     PIC X(5).
           05 FILLER         PIC X(1).
           05 CP-BASE        PIC 9(7)V99.
           05 FILLER         PIC X(1).
           05 CP-CURRENT     PIC 9(7)V99.
           05 FILLER         PIC X(1).
           05 CP-AS-OF       PIC X(8).

       FD BUSDATE-FILE.
       01 BD-REC.
           05 BD-DATE       PIC 9(8).

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

       01 WS-JOURNAL-STATUS  PIC XX.
       01 WS-GL-PATH         PIC X(200).
       01 WS-GL-STATUS       PIC XX.
       01 WS-CONTINGENT-PATH   PIC X(200).
       01 WS-CONTINGENT-STATUS PIC XX.
       01 WS-CTPOSTED-PATH     PIC X(200).
       01 WS-CTPOSTED-STATUS   PIC XX.
       01 WS-BUSDATE-PATH      PIC X(200).
       01 WS-BUSDATE-STATUS    PIC XX.

       01 WS-EOF     PIC X VALUE 'N'.
       01 WS-ACC-EOF PIC X VALUE 'N'.
           05 ACCOUNT-ENTRY OCCURS 50000 TIMES INDEXED BY ADX.
               10 AC-ID-TBL   PIC X(5).
               10 AC-TYPE-TBL PIC X(1).
               10 AC-ENTITY-TBL PIC X(3).

       01 WS-ACC-COUNT     PIC 9(6) VALUE 0.
       01 WS-POSTED-COUNT  PIC 9(7) VALUE 0.
       01 WS-J-AMOUNT-NUM REDEFINES
               WS-J-AMOUNT PIC 9(7)V99.
       01 WS-J-TIPO        PIC X(1).
       01 WS-J-DATE        PIC X(8).
       01 WS-J-DATE-NUM REDEFINES
               WS-J-DATE   PIC 9(8).

       01 WS-GL-CODE       PIC X(4).
       01 WS-FOUND         PIC X VALUE 'N'.
       01 WS-J-ENTITY      PIC X(3).
       01 WS-SKIPPED-COUNT PIC 9(7) VALUE 0.
       01 WS-CONTINGENT-COUNT PIC 9(7) VALUE 0.
       01 WS-TODAY         PIC X(8).

       01 CTPOSTED-TABLE.
           05 CTPOSTED-ENTRY OCCURS 5000 TIMES.
               10 CP-GT-ID-TBL   PIC X(8).
               10 CP-ACCOUNT-TBL PIC X(5).
               10 CP-BASE-TBL    PIC 9(7)V99.
               10 CP-CURRENT-TBL PIC 9(7)V99.
               10 CP-AS-OF-TBL   PIC X(8).
               10 CP-SEEN-TBL    PIC X(1).
       01 WS-CP-COUNT      PIC 9(5) VALUE 0.
       01 WS-CP-INDEX      PIC 9(5).
       01 WS-CP-BASELINE   PIC 9(7)V99.
       01 WS-CP-TARGET     PIC 9(7)V99.
       01 WS-CP-DELTA      PIC S9(7)V99.

       01 WS-ENTITY-PATH    PIC X(200).
       01 WS-ENTXREF-PATH   PIC X(200).
       01 WS-ENTITY-STATUS  PIC XX.
       01 WS-ENTXREF-STATUS PIC XX.
       01 WS-ENTITY-CODE    PIC X(3).
       01 WS-ENTITY-NAME    PIC X(20).
       01 WS-ENTITY-CCY     PIC X(3).
       01 WS-ENTITY-IC-ACCT PIC X(5).
       01 WS-ENTITY-DEFAULT PIC X(3).
       01 WS-ENTITY-MODE    PIC X VALUE 'N'.
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

       PROCEDURE DIVISION.

               MOVE "accounts/JOURNAL.LOG" TO WS-JOURNAL-PATH
           END-IF

           PERFORM RESOLVE-ENTITY

           MOVE SPACES TO WS-GL-PATH
           ACCEPT WS-GL-PATH FROM ENVIRONMENT "GL_POSTINGS_PATH"
           IF WS-GL-PATH = SPACES
               MOVE "accounts/GL_POSTINGS.DAT" TO WS-QUAL-PATH
               PERFORM QUALIFY-ENTITY-PATH
               MOVE WS-QUAL-PATH TO WS-GL-PATH
           END-IF

           MOVE SPACES TO WS-CONTINGENT-PATH
           ACCEPT WS-CONTINGENT-PATH
               FROM ENVIRONMENT "CONTINGENT_LIAB_PATH"
           IF WS-CONTINGENT-PATH = SPACES
               MOVE "accounts/CONTINGENT_LIABILITIES.DAT"
                   TO WS-CONTINGENT-PATH
           END-IF

           MOVE SPACES TO WS-CTPOSTED-PATH
           ACCEPT WS-CTPOSTED-PATH
               FROM ENVIRONMENT "CONTINGENT_POSTED_PATH"
           IF WS-CTPOSTED-PATH = SPACES
               MOVE "accounts/CONTINGENT_POSTED.DAT" TO WS-QUAL-PATH
               PERFORM QUALIFY-ENTITY-PATH
               MOVE WS-QUAL-PATH TO WS-CTPOSTED-PATH
           END-IF

           MOVE SPACES TO WS-BUSDATE-PATH
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_PATH"
           IF WS-BUSDATE-PATH = SPACES
               MOVE "accounts/BUSINESS_DATE.DAT" TO WS-QUAL-PATH
               PERFORM QUALIFY-ENTITY-PATH
               MOVE WS-QUAL-PATH TO WS-BUSDATE-PATH
           END-IF

           PERFORM READ-BUSINESS-DATE

           PERFORM LOAD-ACCOUNTS-TABLE
           PERFORM EXTRACT-GL-POSTINGS

           DISPLAY "GL EXTRACT COMPLETE - " WS-POSTED-COUNT
               " POSTINGS WRITTEN TO " WS-GL-PATH
           IF WS-CONTINGENT-COUNT > 0
               DISPLAY "CONTINGENT LIABILITIES - " WS-CONTINGENT-COUNT
                   " GUARANTEE MOVEMENTS POSTED OFF BALANCE SHEET"
           END-IF
           IF WS-ENTITY-MODE = 'Y'
               DISPLAY "ENTITY " WS-ENTITY-CODE " " WS-ENTITY-NAME
                   " - " WS-SKIPPED-COUNT
                   " OTHER-ENTITY LINES EXCLUDED"
           END-IF

           STOP RUN.

                       ADD 1 TO WS-ACC-COUNT
                       MOVE AC-ID   TO AC-ID-TBL(WS-ACC-COUNT)
                       MOVE AC-TYPE TO AC-TYPE-TBL(WS-ACC-COUNT)
                       MOVE "A" TO WS-EX-LOOKUP-KIND
                       MOVE AC-ID TO WS-EX-LOOKUP-KEY
                       PERFORM FIND-ENTITY-OF-KEY
                       IF WS-EX-LOOKUP-ENT = SPACES
                           MOVE "C" TO WS-EX-LOOKUP-KIND
                           MOVE AC-CUST TO WS-EX-LOOKUP-KEY
                           PERFORM FIND-ENTITY-OF-KEY
                       END-IF
                       IF WS-EX-LOOKUP-ENT = SPACES
                           MOVE WS-ENTITY-DEFAULT TO WS-EX-LOOKUP-ENT
                       END-IF
                       MOVE WS-EX-LOOKUP-ENT
                           TO AC-ENTITY-TBL(WS-ACC-COUNT)
               END-READ

           END-PERFORM

           OPEN OUTPUT GL-FILE

           MOVE 'N' TO WS-EOF

           PERFORM UNTIL WS-EOF = 'Y'

               READ JOURNAL-FILE
           END-PERFORM

           CLOSE JOURNAL-FILE

           PERFORM EXTRACT-CONTINGENT-POSTINGS

           CLOSE GL-FILE.

       EXTRACT-CONTINGENT-POSTINGS.

           PERFORM LOAD-CONTINGENT-POSTED

           OPEN INPUT CONTINGENT-FILE
           IF WS-CONTINGENT-STATUS = "00"

               MOVE 'N' TO WS-EOF

               PERFORM UNTIL WS-EOF = 'Y'

                   READ CONTINGENT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CT-OUTSTANDING NUMERIC
                                   AND CT-OUTSTANDING > 0
                               PERFORM WRITE-CONTINGENT-POSTING
                           END-IF
                   END-READ

               END-PERFORM

               CLOSE CONTINGENT-FILE
           END-IF

           PERFORM REVERSE-DROPPED-CONTINGENTS
           PERFORM REWRITE-CONTINGENT-POSTED.

       WRITE-CONTINGENT-POSTING.

           MOVE CT-ACCOUNT     TO WS-J-ID

           PERFORM FIND-ACCOUNT-TYPE

           IF WS-ENTITY-MODE = 'Y'
                   AND WS-J-ENTITY NOT = WS-ENTITY-CODE
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               PERFORM FIND-CONTINGENT-POSTED
               MOVE 'Y' TO CP-SEEN-TBL(WS-CP-INDEX)
               MOVE CT-OUTSTANDING TO WS-CP-TARGET
               MOVE CT-AS-OF TO WS-J-DATE
               PERFORM POST-CONTINGENT-CHANGE
           END-IF.

       POST-CONTINGENT-CHANGE.

           IF CP-AS-OF-TBL(WS-CP-INDEX) = WS-J-DATE
               MOVE CP-BASE-TBL(WS-CP-INDEX) TO WS-CP-BASELINE
           ELSE
               MOVE CP-CURRENT-TBL(WS-CP-INDEX) TO WS-CP-BASELINE
           END-IF
           MOVE WS-CP-BASELINE TO CP-BASE-TBL(WS-CP-INDEX)
           MOVE WS-CP-TARGET TO CP-CURRENT-TBL(WS-CP-INDEX)
           MOVE WS-J-DATE TO CP-AS-OF-TBL(WS-CP-INDEX)
           COMPUTE WS-CP-DELTA = WS-CP-TARGET - WS-CP-BASELINE

           IF WS-CP-DELTA NOT = 0
               MOVE CP-ACCOUNT-TBL(WS-CP-INDEX) TO WS-J-ID
               IF WS-CP-DELTA > 0
                   MOVE WS-CP-DELTA TO WS-J-AMOUNT-NUM
                   MOVE "8000" TO WS-GL-CODE
                   MOVE "C"    TO WS-J-TIPO
                   PERFORM WRITE-GL-RECORD
                   MOVE "8100" TO WS-GL-CODE
                   MOVE "D"    TO WS-J-TIPO
                   PERFORM WRITE-GL-RECORD
               ELSE
                   COMPUTE WS-J-AMOUNT-NUM = WS-CP-DELTA * -1
                   MOVE "8000" TO WS-GL-CODE
                   MOVE "D"    TO WS-J-TIPO
                   PERFORM WRITE-GL-RECORD
                   MOVE "8100" TO WS-GL-CODE
                   MOVE "C"    TO WS-J-TIPO
                   PERFORM WRITE-GL-RECORD
               END-IF
               ADD 1 TO WS-CONTINGENT-COUNT
           END-IF.

       FIND-CONTINGENT-POSTED.

           MOVE 1 TO WS-CP-INDEX
           PERFORM UNTIL WS-CP-INDEX > WS-CP-COUNT
               IF CP-GT-ID-TBL(WS-CP-INDEX) = CT-GT-ID
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CP-INDEX
           END-PERFORM

           IF WS-CP-INDEX > WS-CP-COUNT
               IF WS-CP-COUNT >= 5000
                   DISPLAY "ERROR - CONTINGENT SNAPSHOT EXCEEDS "
                       "TABLE CAPACITY"
                   STOP RUN
               END-IF
               ADD 1 TO WS-CP-COUNT
               MOVE WS-CP-COUNT TO WS-CP-INDEX
               MOVE CT-GT-ID TO CP-GT-ID-TBL(WS-CP-INDEX)
               MOVE 0 TO CP-BASE-TBL(WS-CP-INDEX)
               MOVE 0 TO CP-CURRENT-TBL(WS-CP-INDEX)
               MOVE SPACES TO CP-AS-OF-TBL(WS-CP-INDEX)
           END-IF
           MOVE CT-ACCOUNT TO CP-ACCOUNT-TBL(WS-CP-INDEX).

       REVERSE-DROPPED-CONTINGENTS.

           MOVE 1 TO WS-CP-INDEX
           PERFORM UNTIL WS-CP-INDEX > WS-CP-COUNT
               IF CP-SEEN-TBL(WS-CP-INDEX) NOT = 'Y'
                       AND (CP-CURRENT-TBL(WS-CP-INDEX) > 0
                       OR CP-AS-OF-TBL(WS-CP-INDEX) = WS-TODAY)
                   MOVE 0 TO WS-CP-TARGET
                   MOVE WS-TODAY TO WS-J-DATE
                   PERFORM POST-CONTINGENT-CHANGE
               END-IF
               ADD 1 TO WS-CP-INDEX
           END-PERFORM.

       LOAD-CONTINGENT-POSTED.

           MOVE 0 TO WS-CP-COUNT

           OPEN INPUT CTPOSTED-FILE
           IF WS-CTPOSTED-STATUS = "00"

               MOVE 'N' TO WS-EOF

               PERFORM UNTIL WS-EOF = 'Y'

                   READ CTPOSTED-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CP-GT-ID NOT = SPACES
                                   AND CP-BASE NUMERIC
                                   AND CP-CURRENT NUMERIC
                                   AND WS-CP-COUNT < 5000
                               ADD 1 TO WS-CP-COUNT
                               MOVE CP-GT-ID
                                   TO CP-GT-ID-TBL(WS-CP-COUNT)
                               MOVE CP-ACCOUNT
                                   TO CP-ACCOUNT-TBL(WS-CP-COUNT)
                               MOVE CP-BASE TO CP-BASE-TBL(WS-CP-COUNT)
                               MOVE CP-CURRENT
                                   TO CP-CURRENT-TBL(WS-CP-COUNT)
                               MOVE CP-AS-OF
                                   TO CP-AS-OF-TBL(WS-CP-COUNT)
                               MOVE 'N' TO CP-SEEN-TBL(WS-CP-COUNT)
                           END-IF
                   END-READ

               END-PERFORM

               CLOSE CTPOSTED-FILE
           END-IF

           MOVE 'N' TO WS-EOF.

       REWRITE-CONTINGENT-POSTED.

           OPEN OUTPUT CTPOSTED-FILE

           MOVE 1 TO WS-CP-INDEX
           PERFORM UNTIL WS-CP-INDEX > WS-CP-COUNT
               IF CP-CURRENT-TBL(WS-CP-INDEX) > 0
                       OR CP-AS-OF-TBL(WS-CP-INDEX) = WS-TODAY
                   MOVE SPACES TO CP-REC
                   MOVE CP-GT-ID-TBL(WS-CP-INDEX) TO CP-GT-ID
                   MOVE CP-ACCOUNT-TBL(WS-CP-INDEX) TO CP-ACCOUNT
                   MOVE CP-BASE-TBL(WS-CP-INDEX) TO CP-BASE
                   MOVE CP-CURRENT-TBL(WS-CP-INDEX) TO CP-CURRENT
                   MOVE CP-AS-OF-TBL(WS-CP-INDEX) TO CP-AS-OF
                   WRITE CP-REC
               END-IF
               ADD 1 TO WS-CP-INDEX
           END-PERFORM

           CLOSE CTPOSTED-FILE.

       READ-BUSINESS-DATE.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-DATE NUMERIC
                           MOVE BD-DATE TO WS-TODAY
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.

       SCAN-ONE-JOURNAL-LINE.

           IF J-TXT(1:3) = "OK "
               MOVE J-TXT(4:5)   TO WS-J-ID
               MOVE J-TXT(10:9)  TO WS-J-AMOUNT
               MOVE J-TXT(20:1)  TO WS-J-TIPO
               MOVE J-TXT(30:8)  TO WS-J-DATE
               IF WS-J-AMOUNT-NUM NUMERIC
                   PERFORM WRITE-ONE-POSTING
               END-IF

           PERFORM FIND-ACCOUNT-TYPE

           IF WS-ENTITY-MODE = 'Y'
                   AND WS-J-ENTITY NOT = WS-ENTITY-CODE
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               PERFORM WRITE-GL-RECORD
           END-IF.

       WRITE-GL-RECORD.

           MOVE SPACES        TO GL-REC
           MOVE WS-J-ID       TO GL-ACCT
           MOVE WS-GL-CODE    TO GL-CODE
           MOVE WS-J-AMOUNT-NUM TO GL-AMOUNT
               MOVE "DR" TO GL-SIGN
           END-IF

           IF WS-J-DATE-NUM NUMERIC
               MOVE WS-J-DATE TO GL-DATE
           END-IF

           WRITE GL-REC
           ADD 1 TO WS-POSTED-COUNT.


           MOVE "N" TO WS-FOUND
           MOVE "9000" TO WS-GL-CODE
           MOVE WS-ENTITY-DEFAULT TO WS-J-ENTITY

           PERFORM VARYING ADX FROM 1 BY 1
                   UNTIL ADX > WS-ACC-COUNT OR WS-FOUND = 'Y'

               IF AC-ID-TBL(ADX) = WS-J-ID
                   MOVE 'Y' TO WS-FOUND
                   MOVE AC-ENTITY-TBL(ADX) TO WS-J-ENTITY
                   EVALUATE AC-TYPE-TBL(ADX)
                       WHEN 'C'
                           MOVE "1000" TO WS-GL-CODE
               END-IF

           END-PERFORM.
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
           MOVE 'N' TO WS-ENTITY-FOUND

           OPEN INPUT ENTITY-FILE

           IF WS-ENTITY-STATUS NOT = "00"
               IF WS-ENTITY-CODE NOT = SPACES
                   DISPLAY "ERROR - ENTITY " WS-ENTITY-CODE
                       " REQUESTED BUT NO ENTITY MASTER"
                   STOP RUN
               END-IF
           ELSE
               MOVE 'Y' TO WS-ENTITY-MODE
               MOVE 'N' TO WS-ENT-EOF
               PERFORM UNTIL WS-ENT-EOF = 'Y'
                   READ ENTITY-FILE
                       AT END
                           MOVE 'Y' TO WS-ENT-EOF
                       NOT AT END
                           IF EN-DEFAULT = 'Y'
                                   AND WS-ENTITY-DEFAULT = SPACES
                               MOVE EN-CODE TO WS-ENTITY-DEFAULT
                           END-IF
                           IF WS-ENTITY-FOUND = 'N'
                                   AND (EN-CODE = WS-ENTITY-CODE
                                   OR (WS-ENTITY-CODE = SPACES
                                   AND EN-DEFAULT = 'Y'))
                               MOVE 'Y' TO WS-ENTITY-FOUND
                               MOVE EN-CODE TO WS-ENTITY-CODE
                               MOVE EN-NAME TO WS-ENTITY-NAME
                               MOVE EN-BASE-CCY TO WS-ENTITY-CCY
                               MOVE EN-IC-ACCOUNT TO WS-ENTITY-IC-ACCT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENTITY-FILE
               IF WS-ENTITY-FOUND = 'N'
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
               MOVE 'N' TO WS-ENT-EOF
               PERFORM UNTIL WS-ENT-EOF = 'Y'
                   READ ENTXREF-FILE
                       AT END
                           MOVE 'Y' TO WS-ENT-EOF
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
