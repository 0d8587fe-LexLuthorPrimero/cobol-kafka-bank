               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OPAUDIT-STATUS.
           SELECT ENTITY-FILE
               ASSIGN TO DYNAMIC WS-ENTITY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ENTITY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAYS-FILE.
           05 CC-DETAIL         PIC X(50).
       FD  OPAUDIT-FILE.
       01  OPAUDIT-LINE         PIC X(80).
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
       WORKING-STORAGE SECTION.
       01  WS-HOLIDAYS-PATH     PIC X(200).
       01  WS-BUSDATE-PATH      PIC X(200).
       01  WS-OPERATOR          PIC X(8).
       01  WS-OP-DATE           PIC 9(8).
       01  WS-OP-TIME           PIC 9(6).
       01  WS-ENTITY-PATH       PIC X(200).
       01  WS-ENTITY-STATUS     PIC XX.
       01  WS-ENTITY-CODE       PIC X(3).
       01  WS-ENTITY-NAME       PIC X(20).
       01  WS-ENTITY-DEFAULT    PIC X(3).
       01  WS-ENTITY-MODE       PIC X VALUE 'N'.
       01  WS-ENTITY-FOUND      PIC X.
       01  WS-ENTITY-SUFFIX     PIC X(4).
       01  WS-ENT-EOF           PIC X.
       01  WS-QUAL-PATH         PIC X(200).
       01  WS-QUAL-WORK         PIC X(200).
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM RESOLVE-ENTITY
           MOVE SPACES TO WS-HOLIDAYS-PATH
           ACCEPT WS-HOLIDAYS-PATH FROM ENVIRONMENT "HOLIDAYS_PATH"
           IF WS-HOLIDAYS-PATH = SPACES
               MOVE "/app/accounts/HOLIDAYS.DAT" TO WS-QUAL-PATH
               PERFORM QUALIFY-ENTITY-PATH
               MOVE WS-QUAL-PATH TO WS-HOLIDAYS-PATH
           END-IF
           MOVE SPACES TO WS-BUSDATE-PATH
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_PATH"
           IF WS-BUSDATE-PATH = SPACES
               MOVE "/app/accounts/BUSINESS_DATE.DAT"
                   TO WS-QUAL-PATH
               PERFORM QUALIFY-ENTITY-PATH
               MOVE WS-QUAL-PATH TO WS-BUSDATE-PATH
           END-IF
           MOVE SPACES TO WS-MODE
           ACCEPT WS-MODE FROM ENVIRONMENT "CALENDAR_MODE"

           EVALUATE WS-MODE
               WHEN "SHOW"
                   IF WS-ENTITY-MODE = 'Y'
                       DISPLAY "ENTITY        " WS-ENTITY-CODE " "
                           WS-ENTITY-NAME
                   END-IF
                   DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
                   DISPLAY "LAST RUN      " WS-LAST-RUN
               WHEN "ROLL"
           MOVE SPACES TO WS-CERT-PATH
           ACCEPT WS-CERT-PATH FROM ENVIRONMENT "CLOSE_CERT_PATH"
           IF WS-CERT-PATH = SPACES
               MOVE "accounts/CLOSE_CERT.DAT" TO WS-QUAL-PATH
               PERFORM QUALIFY-ENTITY-PATH
               MOVE WS-QUAL-PATH TO WS-CERT-PATH
           END-IF
           MOVE 'N' TO WS-CERTIFIED
           OPEN INPUT CERT-FILE
           MOVE 0 TO BD-LAST-CYCLE
           WRITE BD-RECORD
           CLOSE BUSDATE-FILE.

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
           END-IF.

       QUALIFY-ENTITY-PATH.
           IF WS-ENTITY-SUFFIX NOT = SPACES
               MOVE WS-QUAL-PATH TO WS-QUAL-WORK
               MOVE SPACES TO WS-QUAL-PATH
               STRING WS-QUAL-WORK DELIMITED BY SPACE
                   WS-ENTITY-SUFFIX DELIMITED BY SPACE
                   INTO WS-QUAL-PATH
           END-IF.
