               ASSIGN TO DYNAMIC WS-BUSDATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT GLBREAK-FILE
               ASSIGN TO DYNAMIC WS-GLBREAK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GLBREAK-STATUS.
           SELECT CERT-FILE
               ASSIGN TO DYNAMIC WS-CERT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
           SELECT CHAINSTAT-FILE
               ASSIGN TO DYNAMIC WS-CHAINSTAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHAINSTAT-STATUS.
           SELECT ENTITY-FILE
               ASSIGN TO DYNAMIC WS-ENTITY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ENTITY-STATUS.
           SELECT ENTXREF-FILE
               ASSIGN TO DYNAMIC WS-ENTXREF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ENTXREF-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-FILE.
           05 BD-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 BD-LAST-RUN       PIC 9(8).
       FD  GLBREAK-FILE.
       01  GLBREAK-LINE         PIC X(100).
       FD  CERT-FILE.
       01  CERT-RECORD.
           05 CC-DATE           PIC 9(8).
           05 CC-STATUS         PIC X(9).
           05 FILLER            PIC X(1).
           05 CC-DETAIL         PIC X(50).
       FD  CHAINSTAT-FILE.
       01  CHAINSTAT-RECORD.
           05 CS-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 CS-RESULT         PIC X(4).
           05 FILLER            PIC X(1).
           05 CS-SEQ            PIC 9(7).
           05 FILLER            PIC X(1).
           05 CS-DETAIL         PIC X(40).
       FD  ENTITY-FILE.
       01  ENTITY-RECORD.
           05 EN-CODE           PIC X(3).
           05 FILLER            PIC X(1).
           05 EN-NAME           PIC X(20).
           05 FILLER            PIC X(1).
           05 EN-BASE-CCY       PIC X(3).
           05 FILLER            PIC X(1).
           05 EN-IC-ACCOUNT     PIC X(5).
           05 FILLER            PIC X(1).
           05 EN-DEFAULT        PIC X(1).
       FD  ENTXREF-FILE.
       01  ENTXREF-RECORD.
           05 EX-KIND           PIC X(1).
           05 FILLER            PIC X(1).
           05 EX-KEY            PIC X(5).
           05 FILLER            PIC X(1).
           05 EX-ENTITY         PIC X(3).
       FD  ACCOUNTS-FILE.
       01  ACCOUNTS-RECORD.
           05 AC-ID             PIC X(5).
           05 FILLER            PIC X(42).
           05 AC-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
       WORKING-STORAGE SECTION.
       01  WS-STATUS-PATH       PIC X(200).
       01  WS-RECONSTAT-PATH    PIC X(200).
       01  WS-PENDING-PATH      PIC X(200).
       01  WS-BUSDATE-PATH      PIC X(200).
       01  WS-CERT-PATH         PIC X(200).
       01  WS-GLBREAK-PATH      PIC X(200).
       01  WS-CHAINSTAT-PATH    PIC X(200).
       01  WS-STATUS-STATUS     PIC XX.
       01  WS-RECONSTAT-STATUS  PIC XX.
       01  WS-SUSPENSE-STATUS   PIC XX.
       01  WS-PENDING-STATUS    PIC XX.
       01  WS-BUSDATE-STATUS    PIC XX.
       01  WS-CERT-STATUS       PIC XX.
       01  WS-GLBREAK-STATUS    PIC XX.
       01  WS-CHAINSTAT-STATUS  PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-BUSINESS-DATE     PIC 9(8).
       01  WS-CHAIN-DATE        PIC 9(8).
       01  WS-BUSDATE-DEFAULTED PIC X VALUE 'N'.
       01  WS-CLEAN             PIC X VALUE 'Y'.
       01  WS-DETAIL            PIC X(50) VALUE SPACES.
       01  WS-STEPS-TOTAL       PIC 9(3) VALUE 0.
       01  WS-STEPS-OK          PIC 9(3) VALUE 0.
       01  WS-RECON-OK          PIC X VALUE 'N'.
       01  WS-CHAIN-OK          PIC X VALUE 'N'.
       01  WS-SUSP-COUNT        PIC 9(7) VALUE 0.
       01  WS-PEND-COUNT        PIC 9(7) VALUE 0.
       01  WS-SUSP-TOL-TXT      PIC X(5).
       01  WS-SUSP-TOL          PIC 9(5) VALUE 10.
       01  WS-PEND-TOL-TXT      PIC X(5).
       01  WS-PEND-TOL          PIC 9(5) VALUE 20.
       01  WS-GLBRK-COUNT       PIC 9(5) VALUE 0.
       01  WS-BUSINESS-DATE-TXT PIC X(8).
       01  WS-ACCOUNTS-PATH     PIC X(200).
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-ENTITY-PATH       PIC X(200).
       01  WS-ENTXREF-PATH      PIC X(200).
       01  WS-ENTITY-STATUS     PIC XX.
       01  WS-ENTXREF-STATUS    PIC XX.
       01  WS-ENTITY-CODE       PIC X(3).
       01  WS-ENTITY-NAME       PIC X(20).
       01  WS-ENTITY-CCY        PIC X(3).
       01  WS-ENTITY-IC-ACCT    PIC X(5).
       01  WS-ENTITY-DEFAULT    PIC X(3).
       01  WS-ENTITY-MODE       PIC X VALUE 'N'.
       01  WS-ENTITY-FOUND      PIC X.
       01  WS-ENTITY-SUFFIX     PIC X(4).
       01  WS-ENT-EOF           PIC X.
       01  WS-QUAL-PATH         PIC X(200).
       01  WS-QUAL-WORK         PIC X(200).
       01  WS-EX-COUNT          PIC 9(5) VALUE 0.
       01  WS-EX-IDX            PIC 9(5).
       01  WS-EX-TABLE.
           05 WS-EX-ENTRY OCCURS 5000 TIMES.
               10 WS-EX-KIND-TBL   PIC X(1).
               10 WS-EX-KEY-TBL    PIC X(5).
               10 WS-EX-ENTITY-TBL PIC X(3).
       01  WS-EX-LOOKUP-KIND    PIC X.
       01  WS-EX-LOOKUP-KEY     PIC X(5).
       01  WS-EX-LOOKUP-ENT     PIC X(3).
       01  WS-AE-COUNT          PIC 9(5) VALUE 0.
       01  WS-AE-IDX            PIC 9(5).
       01  WS-AE-TABLE.
           05 WS-AE-ENTRY OCCURS 50000 TIMES.
               10 WS-AE-ID-TBL     PIC X(5).
               10 WS-AE-ENTITY-TBL PIC X(3).
       01  WS-LINE-ACCT         PIC X(5).
       01  WS-LINE-ENTITY       PIC X(3).
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM RESOLVE-ENTITY
           MOVE SPACES TO WS-STATUS-PATH
           ACCEPT WS-STATUS-PATH FROM ENVIRONMENT "RUN_STATUS_PATH"
           IF WS-STATUS-PATH = SPACES
           MOVE SPACES TO WS-BUSDATE-PATH
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_PATH"
           IF WS-BUSDATE-PATH = SPACES
               MOVE 'Y' TO WS-BUSDATE-DEFAULTED
               MOVE "accounts/BUSINESS_DATE.DAT" TO WS-QUAL-PATH
               PERFORM QUALIFY-ENTITY-PATH
               MOVE WS-QUAL-PATH TO WS-BUSDATE-PATH
           END-IF
           MOVE SPACES TO WS-CERT-PATH
           ACCEPT WS-CERT-PATH FROM ENVIRONMENT "CLOSE_CERT_PATH"
           IF WS-CERT-PATH = SPACES
               MOVE "accounts/CLOSE_CERT.DAT" TO WS-QUAL-PATH
               PERFORM QUALIFY-ENTITY-PATH
               MOVE WS-QUAL-PATH TO WS-CERT-PATH
           END-IF
           MOVE SPACES TO WS-GLBREAK-PATH
           ACCEPT WS-GLBREAK-PATH FROM ENVIRONMENT "GL_BREAKS_RPT_PATH"
           IF WS-GLBREAK-PATH = SPACES
               MOVE "accounts/GL_BREAKS.RPT" TO WS-QUAL-PATH
               PERFORM QUALIFY-ENTITY-PATH
               MOVE WS-QUAL-PATH TO WS-GLBREAK-PATH
           END-IF
           MOVE SPACES TO WS-CHAINSTAT-PATH
           ACCEPT WS-CHAINSTAT-PATH
               FROM ENVIRONMENT "JOURNAL_CHAIN_STATUS_PATH"
           IF WS-CHAINSTAT-PATH = SPACES
               MOVE "accounts/JOURNAL_CHAIN_STATUS.DAT"
                   TO WS-CHAINSTAT-PATH
           END-IF
           MOVE SPACES TO WS-SUSP-TOL-TXT
           ACCEPT WS-SUSP-TOL-TXT FROM ENVIRONMENT "SUSPENSE_TOLERANCE"
                   AND WS-PEND-TOL-TXT NUMERIC
               MOVE WS-PEND-TOL-TXT TO WS-PEND-TOL
           END-IF
           IF WS-ENTITY-MODE = 'Y'
               PERFORM LOAD-ACCOUNT-ENTITIES
           END-IF
           PERFORM READ-BUSINESS-DATE
           PERFORM READ-CHAIN-DATE
           PERFORM CHECK-RUN-STATUS
           PERFORM CHECK-RECON-STATUS
           PERFORM CHECK-CHAIN-STATUS
           PERFORM COUNT-SUSPENSE
           PERFORM COUNT-PENDING
           PERFORM COUNT-GL-BREAKS
           PERFORM JUDGE-THE-NIGHT
           PERFORM WRITE-CERTIFICATION
           STOP RUN.
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

       READ-CHAIN-DATE.
           MOVE WS-BUSINESS-DATE TO WS-CHAIN-DATE
           IF WS-BUSDATE-DEFAULTED = 'Y'
                   AND WS-ENTITY-SUFFIX NOT = SPACES
               MOVE WS-BUSDATE-PATH TO WS-QUAL-WORK
               MOVE "accounts/BUSINESS_DATE.DAT" TO WS-BUSDATE-PATH
               OPEN INPUT BUSDATE-FILE
               IF WS-BUSDATE-STATUS = "00"
                   READ BUSDATE-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF BD-DATE NUMERIC
                               MOVE BD-DATE TO WS-CHAIN-DATE
                           END-IF
                   END-READ
                   CLOSE BUSDATE-FILE
               END-IF
               MOVE WS-QUAL-WORK TO WS-BUSDATE-PATH
           END-IF.

       CHECK-RUN-STATUS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT STATUS-FILE
               END-IF
           END-IF.

       CHECK-CHAIN-STATUS.
           MOVE 'N' TO WS-CHAIN-OK
           OPEN INPUT CHAINSTAT-FILE
           IF WS-CHAINSTAT-STATUS = "00"
               READ CHAINSTAT-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CS-RESULT = "OK  "
                               AND CS-DATE = WS-CHAIN-DATE
                           MOVE 'Y' TO WS-CHAIN-OK
                       END-IF
                       IF CS-RESULT = "FAIL"
                           MOVE 'B' TO WS-CHAIN-OK
                       END-IF
               END-READ
               CLOSE CHAINSTAT-FILE
           END-IF
           IF WS-CHAIN-OK NOT = 'Y'
               MOVE 'N' TO WS-CLEAN
               IF WS-DETAIL = SPACES
                   IF WS-CHAIN-OK = 'B'
                       MOVE "JOURNAL CHAIN BROKEN" TO WS-DETAIL
                   ELSE
                       MOVE "JOURNAL CHAIN NOT VERIFIED" TO WS-DETAIL
                   END-IF
               END-IF
           END-IF.

       COUNT-SUSPENSE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT SUSPENSE-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SUSPENSE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SUSPENSE-LINE(1:5) TO WS-LINE-ACCT
                       PERFORM FIND-LINE-ENTITY
                       IF WS-LINE-ENTITY = WS-ENTITY-CODE
                           ADD 1 TO WS-SUSP-COUNT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PENDING-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE PENDING-LINE(1:5) TO WS-LINE-ACCT
                       PERFORM FIND-LINE-ENTITY
                       IF WS-LINE-ENTITY = WS-ENTITY-CODE
                           ADD 1 TO WS-PEND-COUNT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
               END-IF
           END-IF.

       COUNT-GL-BREAKS.
           MOVE 'N' TO WS-EOF
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-TXT
           OPEN INPUT GLBREAK-FILE
           IF WS-GLBREAK-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GLBREAK-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GLBREAK-LINE(1:6) = "BREAK "
                           AND GLBREAK-LINE(7:8) = WS-BUSINESS-DATE-TXT
                           ADD 1 TO WS-GLBRK-COUNT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE GLBREAK-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           IF WS-GLBRK-COUNT > 0
               MOVE 'N' TO WS-CLEAN
               IF WS-DETAIL = SPACES
                   MOVE "GL PROOF BREAKS OUTSTANDING" TO WS-DETAIL
               END-IF
           END-IF.

       JUDGE-THE-NIGHT.
           DISPLAY "CLOSE PACK FOR " WS-BUSINESS-DATE
           IF WS-ENTITY-MODE = 'Y'
               DISPLAY "  ENTITY " WS-ENTITY-CODE " " WS-ENTITY-NAME
                   " BASE CURRENCY " WS-ENTITY-CCY
           END-IF
           DISPLAY "  STEPS OK " WS-STEPS-OK
               " OF " WS-STEPS-TOTAL
           DISPLAY "  RECONCILIATION " WS-RECON-OK
           DISPLAY "  JOURNAL CHAIN " WS-CHAIN-OK
               " VERIFIED FOR " WS-CHAIN-DATE
           DISPLAY "  SUSPENSE " WS-SUSP-COUNT
               " TOLERANCE " WS-SUSP-TOL
           DISPLAY "  PENDING " WS-PEND-COUNT
               " TOLERANCE " WS-PEND-TOL
           DISPLAY "  GL PROOF BREAKS " WS-GLBRK-COUNT
           IF WS-CLEAN = 'Y'
               DISPLAY "DAY " WS-BUSINESS-DATE " CERTIFIED FOR CLOSE"
           ELSE
           END-IF
           WRITE CERT-RECORD
           CLOSE CERT-FILE.

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
                   AT END MOVE 'Y' TO WS-ENT-EOF
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
                   AT END MOVE 'Y' TO WS-ENT-EOF
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
                       MOVE EX-ENTITY TO WS-EX-ENTITY-TBL(WS-EX-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ENTXREF-FILE
           END-IF.

       LOAD-ACCOUNT-ENTITIES.
           MOVE SPACES TO WS-ACCOUNTS-PATH
           ACCEPT WS-ACCOUNTS-PATH FROM ENVIRONMENT "ACCOUNTS_PATH"
           IF WS-ACCOUNTS-PATH = SPACES
               MOVE "accounts/ACCOUNTS.DAT" TO WS-ACCOUNTS-PATH
           END-IF
           MOVE 0 TO WS-AE-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-AE-COUNT >= 50000
                   READ ACCOUNTS-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-AE-COUNT
                       MOVE AC-ID TO WS-AE-ID-TBL(WS-AE-COUNT)
                       MOVE 'A' TO WS-EX-LOOKUP-KIND
                       MOVE AC-ID TO WS-EX-LOOKUP-KEY
                       PERFORM FIND-ENTITY-OF-KEY
                       IF WS-EX-LOOKUP-ENT = SPACES
                           MOVE 'C' TO WS-EX-LOOKUP-KIND
                           MOVE AC-CUST-ID TO WS-EX-LOOKUP-KEY
                           PERFORM FIND-ENTITY-OF-KEY
                       END-IF
                       IF WS-EX-LOOKUP-ENT = SPACES
                           MOVE WS-ENTITY-DEFAULT TO WS-EX-LOOKUP-ENT
                       END-IF
                       MOVE WS-EX-LOOKUP-ENT
                           TO WS-AE-ENTITY-TBL(WS-AE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ACCOUNTS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       FIND-LINE-ENTITY.
           MOVE WS-ENTITY-CODE TO WS-LINE-ENTITY
           IF WS-ENTITY-MODE = 'Y'
               MOVE WS-ENTITY-DEFAULT TO WS-LINE-ENTITY
               MOVE 1 TO WS-AE-IDX
               PERFORM UNTIL WS-AE-IDX > WS-AE-COUNT
                   IF WS-AE-ID-TBL(WS-AE-IDX) = WS-LINE-ACCT
                       MOVE WS-AE-ENTITY-TBL(WS-AE-IDX)
                           TO WS-LINE-ENTITY
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-AE-IDX
               END-PERFORM
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
