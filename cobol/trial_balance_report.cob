               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-FILE
               ASSIGN TO DYNAMIC WS-CTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT RUNLOG-FILE
               ASSIGN TO DYNAMIC WS-RUNLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT ENTITY-FILE
               ASSIGN TO DYNAMIC WS-ENTITY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTITY-STATUS.
           SELECT ENTXREF-FILE
               ASSIGN TO DYNAMIC WS-ENTXREF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTXREF-STATUS.

       DATA DIVISION.

       01 ACC-REC.
           05 AC-ID     PIC X(5).
           05 AC-NAME   PIC X(20).
           05 AC-SALDO  PIC S9(7)V99.
           05 AC-OD     PIC 9(7)V99.
           05 AC-CCY    PIC X(3).
           05 AC-TYPE   PIC X(1).
           05 AC-CUST   PIC X(5).
           05 AC-STATUS PIC X(1).

       FD CONTROL-FILE.
       01 CTL-REC.
           05 CTL-TOTAL PIC S9(13)V99.
       FD RUNLOG-FILE.
       01 RL-REC.
           05 RL-TXT PIC X(100).
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

       01 WS-HAVE-PRIOR PIC X VALUE "N".

       01 WS-ACCT-COUNT    PIC 9(7) VALUE 0.
       01 WS-TOTAL         PIC S9(13)V99 VALUE 0.
       01 WS-PRIOR-TOTAL   PIC S9(13)V99 VALUE 0.
       01 WS-VARIANCE      PIC S9(13)V99 VALUE 0.
       01 WS-ABS-VARIANCE  PIC 9(13)V99 VALUE 0.

       01 WS-RL-REJECTED   PIC 9(7) VALUE 0.
       01 WS-RL-DATE       PIC 9(8).
       01 WS-RL-TIME       PIC 9(6).
       01 WS-CTL-PATH      PIC X(200).

       01 WS-ENTITY-PATH    PIC X(200).
       01 WS-ENTXREF-PATH   PIC X(200).
       01 WS-ENTITY-STATUS  PIC XX.
       01 WS-ENTXREF-STATUS PIC XX.
       01 WS-ENTITY-CODE    PIC X(3).
       01 WS-ENTITY-NAME    PIC X(20).
       01 WS-ENTITY-CCY     PIC X(3).
       01 WS-ENTITY-IC-ACCT PIC X(5).
       01 WS-ENTITY-DEFAULT PIC X(3).
       01 WS-ENTITY-MODE    PIC X VALUE "N".
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
       01 WS-ACCT-ENTITY    PIC X(3).
       01 WS-ACCT-SKIPPED   PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

           IF WS-ACCOUNTS-PATH = SPACES
               MOVE "accounts/ACCOUNTS.DAT" TO WS-ACCOUNTS-PATH
           END-IF
           PERFORM RESOLVE-ENTITY
           MOVE SPACES TO WS-CTL-PATH
           ACCEPT WS-CTL-PATH FROM ENVIRONMENT "TRIALBAL_CTL_PATH"
           IF WS-CTL-PATH = SPACES
               MOVE "accounts/TRIALBAL.CTL" TO WS-QUAL-PATH
               PERFORM QUALIFY-ENTITY-PATH
               MOVE WS-QUAL-PATH TO WS-CTL-PATH
           END-IF

           PERFORM WRITE-RUN-LOG-START
           PERFORM SUM-ACCOUNTS
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM FIND-ACCOUNT-ENTITY
                       IF WS-ENTITY-MODE = "Y"
                               AND WS-ACCT-ENTITY NOT = WS-ENTITY-CODE
                           ADD 1 TO WS-ACCT-SKIPPED
                       ELSE
                           ADD 1 TO WS-ACCT-COUNT
                           ADD AC-SALDO TO WS-TOTAL
                       END-IF
               END-READ

           END-PERFORM
       PRINT-TRIAL-BALANCE.

           DISPLAY "DAILY TRIAL BALANCE"
           IF WS-ENTITY-MODE = "Y"
               DISPLAY "ENTITY: " WS-ENTITY-CODE " " WS-ENTITY-NAME
                   " BASE CURRENCY: " WS-ENTITY-CCY
               DISPLAY "OTHER-ENTITY ACCOUNTS EXCLUDED: "
                   WS-ACCT-SKIPPED
           END-IF
           DISPLAY "ACCOUNT COUNT: " WS-ACCT-COUNT
           DISPLAY "TOTAL ON DEPOSIT: " WS-TOTAL

           MOVE WS-TOTAL TO CTL-TOTAL
           WRITE CTL-REC
           CLOSE CONTROL-FILE.

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
           MOVE "N" TO WS-ENTITY-FOUND

           OPEN INPUT ENTITY-FILE

           IF WS-ENTITY-STATUS NOT = "00"
               IF WS-ENTITY-CODE NOT = SPACES
                   DISPLAY "ERROR - ENTITY " WS-ENTITY-CODE
                       " REQUESTED BUT NO ENTITY MASTER"
                   STOP RUN
               END-IF
           ELSE
               MOVE "Y" TO WS-ENTITY-MODE
               MOVE "N" TO WS-ENT-EOF
               PERFORM UNTIL WS-ENT-EOF = "Y"
                   READ ENTITY-FILE
                       AT END
                           MOVE "Y" TO WS-ENT-EOF
                       NOT AT END
                           IF EN-DEFAULT = "Y"
                                   AND WS-ENTITY-DEFAULT = SPACES
                               MOVE EN-CODE TO WS-ENTITY-DEFAULT
                           END-IF
                           IF WS-ENTITY-FOUND = "N"
                                   AND (EN-CODE = WS-ENTITY-CODE
                                   OR (WS-ENTITY-CODE = SPACES
                                   AND EN-DEFAULT = "Y"))
                               MOVE "Y" TO WS-ENTITY-FOUND
                               MOVE EN-CODE TO WS-ENTITY-CODE
                               MOVE EN-NAME TO WS-ENTITY-NAME
                               MOVE EN-BASE-CCY TO WS-ENTITY-CCY
                               MOVE EN-IC-ACCOUNT TO WS-ENTITY-IC-ACCT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENTITY-FILE
               IF WS-ENTITY-FOUND = "N"
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
               MOVE "N" TO WS-ENT-EOF
               PERFORM UNTIL WS-ENT-EOF = "Y"
                   READ ENTXREF-FILE
                       AT END
                           MOVE "Y" TO WS-ENT-EOF
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

       FIND-ACCOUNT-ENTITY.

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
           MOVE WS-EX-LOOKUP-ENT TO WS-ACCT-ENTITY.

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
