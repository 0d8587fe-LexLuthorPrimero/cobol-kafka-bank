       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAYOR-GENERAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-FILE
               ASSIGN TO DYNAMIC WS-CHART-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.
           SELECT BALANCE-FILE
               ASSIGN TO DYNAMIC WS-BALANCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT GL-FILE
               ASSIGN TO DYNAMIC WS-GL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT LOAN-MASTER-FILE
               ASSIGN TO DYNAMIC WS-LOAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO DYNAMIC WS-BUSDATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT BREAK-FILE
               ASSIGN TO DYNAMIC WS-BREAK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BREAK-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD  CHART-FILE.
       01  CHART-RECORD.
           05 GC-CODE           PIC X(4).
           05 FILLER            PIC X(1).
           05 GC-NAME           PIC X(30).
           05 FILLER            PIC X(1).
           05 GC-NORMAL         PIC X(1).
               88 GC-DEBIT-NORMAL  VALUE 'D'.
               88 GC-CREDIT-NORMAL VALUE 'C'.
           05 FILLER            PIC X(1).
           05 GC-PROOF          PIC X(1).
       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
           05 GB-CODE           PIC X(4).
           05 FILLER            PIC X(1).
           05 GB-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 GB-OPENING        PIC S9(11)V99.
           05 FILLER            PIC X(1).
           05 GB-DEBITS         PIC 9(11)V99.
           05 FILLER            PIC X(1).
           05 GB-CREDITS        PIC 9(11)V99.
           05 FILLER            PIC X(1).
           05 GB-CLOSING        PIC S9(11)V99.
       FD  GL-FILE.
       01  GL-REC.
           05 GL-ACCT           PIC X(5).
           05 FILLER            PIC X(1).
           05 GL-CODE           PIC X(4).
           05 FILLER            PIC X(1).
           05 GL-AMOUNT         PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 GL-SIGN           PIC X(2).
           05 FILLER            PIC X(1).
           05 GL-DATE           PIC X(8).
       FD  ACCOUNTS-FILE.
       01  ACCOUNTS-RECORD.
           05 AC-ID             PIC X(5).
           05 AC-NOMBRE         PIC X(20).
           05 AC-SALDO          PIC S9(7)V99.
           05 AC-OVERDRAFT-LIMIT PIC 9(7)V99.
           05 AC-CURRENCY       PIC X(3).
           05 AC-TYPE           PIC X(1).
               88 AC-ES-CHECKING VALUE 'C'.
               88 AC-ES-SAVINGS  VALUE 'S'.
               88 AC-ES-LOAN     VALUE 'L'.
           05 AC-CUST-ID        PIC X(5).
           05 AC-STATUS         PIC X(1).
               88 AC-ST-BLOCKED VALUE 'F', 'C'.
       FD  LOAN-MASTER-FILE.
       01  LOAN-RECORD.
           05 LN-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 LN-ORIG-PRINCIPAL PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 LN-BALANCE        PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 LN-RATE           PIC 9V9(4).
           05 FILLER            PIC X(1).
           05 LN-TERM           PIC 9(3).
           05 FILLER            PIC X(1).
           05 LN-PAYMENT        PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 LN-NEXT-DUE       PIC 9(8).
           05 FILLER            PIC X(1).
           05 LN-DISB-ACCT      PIC X(5).
           05 FILLER            PIC X(1).
           05 LN-OPENED         PIC X(8).
           05 FILLER            PIC X(1).
           05 LN-STATUS         PIC X(1).
           05 FILLER            PIC X(1).
           05 LN-CHARGES        PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 LN-PENALTY        PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 LN-FEE-DUE        PIC 9(8).
           05 FILLER            PIC X(1).
           05 LN-PEN-THRU       PIC 9(8).
       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05 BD-DATE           PIC 9(8).
       FD  BREAK-FILE.
       01  BREAK-LINE           PIC X(100).
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
       WORKING-STORAGE SECTION.
       01  WS-CHART-PATH        PIC X(200).
       01  WS-BALANCE-PATH      PIC X(200).
       01  WS-GL-PATH           PIC X(200).
       01  WS-ACCOUNTS-PATH     PIC X(200).
       01  WS-LOAN-PATH         PIC X(200).
       01  WS-BUSDATE-PATH      PIC X(200).
       01  WS-BREAK-PATH        PIC X(200).
       01  WS-CHART-STATUS      PIC XX.
       01  WS-BALANCE-STATUS    PIC XX.
       01  WS-GL-STATUS         PIC XX.
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-LOAN-STATUS       PIC XX.
       01  WS-BUSDATE-STATUS    PIC XX.
       01  WS-BREAK-STATUS      PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  WS-TODAY-TXT REDEFINES WS-TODAY PIC X(8).
       01  WS-TAKE-ON           PIC X(1).
       01  WS-TAKE-ON-CODE      PIC X(1).
       01  CHART-TABLE.
           05 CHART-ENTRY OCCURS 200 TIMES.
               10 GC-CODE-TBL      PIC X(4).
               10 GC-NAME-TBL      PIC X(30).
               10 GC-NORMAL-TBL    PIC X(1).
               10 GC-PROOF-TBL     PIC X(1).
               10 GC-OPEN-DATE-TBL PIC 9(8).
               10 GC-OPENING-TBL   PIC S9(11)V99.
               10 GC-DEBITS-TBL    PIC 9(11)V99.
               10 GC-CREDITS-TBL   PIC 9(11)V99.
               10 GC-CLOSING-TBL   PIC S9(11)V99.
       01  WS-GC-INDEX          PIC 9(3) VALUE 1.
       01  WS-GC-COUNT          PIC 9(3) VALUE 0.
       01  WS-GC-IX             PIC 9(3) VALUE 0.
       01  BALANCE-TABLE.
           05 BALANCE-ENTRY OCCURS 50000 TIMES.
               10 GB-REC-TBL       PIC X(70).
       01  WS-GB-INDEX          PIC 9(5) VALUE 1.
       01  WS-GB-COUNT          PIC 9(5) VALUE 0.
       01  WS-GB-DROPPED        PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT     PIC 9(7) VALUE 0.
       01  WS-OTHER-DAY-COUNT   PIC 9(7) VALUE 0.
       01  WS-UNMAPPED-COUNT    PIC 9(7) VALUE 0.
       01  WS-BREAK-COUNT       PIC 9(5) VALUE 0.
       01  WS-SUM-CHECKING      PIC S9(13)V99 VALUE 0.
       01  WS-SUM-SAVINGS       PIC S9(13)V99 VALUE 0.
       01  WS-SUM-LOAN-ACCTS    PIC S9(13)V99 VALUE 0.
       01  WS-SUM-LOAN-MASTER   PIC S9(13)V99 VALUE 0.
       01  WS-LOAN-MASTER-FOUND PIC X VALUE 'N'.
       01  WS-SUB-TOTAL         PIC S9(13)V99.
       01  WS-NET-MOVEMENT      PIC S9(13)V99.
       01  WS-PROOF-DIFF        PIC S9(13)V99.
       01  WS-PROOF-SOURCE      PIC X(8).
       01  WS-BRK-GL-ED         PIC -9(11).99.
       01  WS-BRK-SUB-ED        PIC -9(11).99.
       01  WS-BRK-DIFF-ED       PIC -9(11).99.
       01  WS-UNM-AMT-ED        PIC 9(7).99.
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
       01  WS-SUB-ENTITY        PIC X(3).
       01  WS-OTHER-ENTITY-COUNT PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM RESOLVE-ENTITY
           MOVE SPACES TO WS-CHART-PATH
           ACCEPT WS-CHART-PATH FROM ENVIRONMENT "GL_CHART_PATH"
           IF WS-CHART-PATH = SPACES
               MOVE "accounts/GL_CHART.DAT" TO WS-CHART-PATH
           END-IF
           MOVE SPACES TO WS-BALANCE-PATH
           ACCEPT WS-BALANCE-PATH FROM ENVIRONMENT "GL_BALANCES_PATH"
           IF WS-BALANCE-PATH = SPACES
               MOVE "accounts/GL_BALANCES.DAT" TO WS-QUAL-PATH
               PERFORM QUALIFY-ENTITY-PATH
               MOVE WS-QUAL-PATH TO WS-BALANCE-PATH
           END-IF
           MOVE SPACES TO WS-GL-PATH
           ACCEPT WS-GL-PATH FROM ENVIRONMENT "GL_POSTINGS_PATH"
           IF WS-GL-PATH = SPACES
               MOVE "accounts/GL_POSTINGS.DAT" TO WS-QUAL-PATH
               PERFORM QUALIFY-ENTITY-PATH
               MOVE WS-QUAL-PATH TO WS-GL-PATH
           END-IF
           MOVE SPACES TO WS-ACCOUNTS-PATH
           ACCEPT WS-ACCOUNTS-PATH FROM ENVIRONMENT "ACCOUNTS_PATH"
           IF WS-ACCOUNTS-PATH = SPACES
               MOVE "accounts/ACCOUNTS.DAT" TO WS-ACCOUNTS-PATH
           END-IF
           MOVE SPACES TO WS-LOAN-PATH
           ACCEPT WS-LOAN-PATH FROM ENVIRONMENT "LOAN_MASTER_PATH"
           IF WS-LOAN-PATH = SPACES
               MOVE "accounts/LOAN_MASTER.DAT" TO WS-LOAN-PATH
           END-IF
           MOVE SPACES TO WS-BUSDATE-PATH
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_PATH"
           IF WS-BUSDATE-PATH = SPACES
               MOVE "accounts/BUSINESS_DATE.DAT" TO WS-QUAL-PATH
               PERFORM QUALIFY-ENTITY-PATH
               MOVE WS-QUAL-PATH TO WS-BUSDATE-PATH
           END-IF
           MOVE SPACES TO WS-BREAK-PATH
           ACCEPT WS-BREAK-PATH FROM ENVIRONMENT "GL_BREAKS_RPT_PATH"
           IF WS-BREAK-PATH = SPACES
               MOVE "accounts/GL_BREAKS.RPT" TO WS-QUAL-PATH
               PERFORM QUALIFY-ENTITY-PATH
               MOVE WS-QUAL-PATH TO WS-BREAK-PATH
           END-IF
           MOVE SPACES TO WS-TAKE-ON
           ACCEPT WS-TAKE-ON FROM ENVIRONMENT "GL_TAKE_ON"
           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-GL-CHART
           PERFORM LOAD-GL-BALANCES
           PERFORM SUM-SUBLEDGERS
           OPEN OUTPUT BREAK-FILE
           MOVE SPACES TO BREAK-LINE
           STRING "GL PROOF BREAKS FOR " WS-TODAY
               DELIMITED BY SIZE INTO BREAK-LINE
           WRITE BREAK-LINE
           PERFORM APPLY-GL-POSTINGS
           PERFORM CLOSE-GL-BALANCES
           PERFORM REWRITE-GL-BALANCES
           PERFORM PROVE-CONTROL-ACCOUNTS
           MOVE SPACES TO BREAK-LINE
           STRING "TOTAL BREAKS " WS-BREAK-COUNT
               DELIMITED BY SIZE INTO BREAK-LINE
           WRITE BREAK-LINE
           CLOSE BREAK-FILE
           DISPLAY "GL POSTING FOR " WS-TODAY " - " WS-APPLIED-COUNT
               " APPLIED, " WS-OTHER-DAY-COUNT " OTHER DAYS, "
               WS-UNMAPPED-COUNT " UNMAPPED"
           IF WS-ENTITY-MODE = 'Y'
               DISPLAY "ENTITY " WS-ENTITY-CODE " " WS-ENTITY-NAME
                   " - " WS-OTHER-ENTITY-COUNT
                   " OTHER-ENTITY ACCOUNTS EXCLUDED FROM PROOF"
           END-IF
           IF WS-BREAK-COUNT = 0
               DISPLAY "GL PROOF CLEAN FOR " WS-TODAY
           ELSE
               DISPLAY "GL PROOF BREAKS FOR " WS-TODAY " - "
                   WS-BREAK-COUNT " SEE " WS-BREAK-PATH
           END-IF
           STOP RUN.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSDATE-FILE
                   AT END
                       ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   NOT AT END
                       IF BD-DATE NUMERIC
                           MOVE BD-DATE TO WS-TODAY
                       ELSE
                           ACCEPT WS-TODAY FROM DATE YYYYMMDD
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           ELSE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
           END-IF.

       LOAD-GL-CHART.
           OPEN INPUT CHART-FILE
           IF WS-CHART-STATUS NOT = "00"
               PERFORM CREATE-DEFAULT-CHART
               OPEN INPUT CHART-FILE
           END-IF
           IF WS-CHART-STATUS NOT = "00"
               DISPLAY "NO GL CHART FILE"
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-GC-COUNT
           PERFORM UNTIL WS-EOF = 'Y'
               READ CHART-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GC-CODE NOT = SPACES
                               AND WS-GC-COUNT < 200
                           ADD 1 TO WS-GC-COUNT
                           MOVE GC-CODE TO GC-CODE-TBL(WS-GC-COUNT)
                           MOVE GC-NAME TO GC-NAME-TBL(WS-GC-COUNT)
                           MOVE GC-NORMAL
                               TO GC-NORMAL-TBL(WS-GC-COUNT)
                           IF GC-NORMAL NOT = 'C'
                               MOVE 'D' TO GC-NORMAL-TBL(WS-GC-COUNT)
                           END-IF
                           MOVE GC-PROOF TO GC-PROOF-TBL(WS-GC-COUNT)
                           MOVE 0 TO GC-OPEN-DATE-TBL(WS-GC-COUNT)
                           MOVE 0 TO GC-OPENING-TBL(WS-GC-COUNT)
                           MOVE 0 TO GC-DEBITS-TBL(WS-GC-COUNT)
                           MOVE 0 TO GC-CREDITS-TBL(WS-GC-COUNT)
                           MOVE 0 TO GC-CLOSING-TBL(WS-GC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHART-FILE
           MOVE 'N' TO WS-EOF.

       CREATE-DEFAULT-CHART.
           OPEN OUTPUT CHART-FILE
           MOVE SPACES TO CHART-RECORD
           MOVE "1000" TO GC-CODE
           MOVE "CHECKING DEPOSITS" TO GC-NAME
           MOVE 'C' TO GC-NORMAL
           MOVE 'C' TO GC-PROOF
           WRITE CHART-RECORD
           MOVE SPACES TO CHART-RECORD
           MOVE "2000" TO GC-CODE
           MOVE "SAVINGS DEPOSITS" TO GC-NAME
           MOVE 'C' TO GC-NORMAL
           MOVE 'S' TO GC-PROOF
           WRITE CHART-RECORD
           MOVE SPACES TO CHART-RECORD
           MOVE "3000" TO GC-CODE
           MOVE "LOANS RECEIVABLE" TO GC-NAME
           MOVE 'D' TO GC-NORMAL
           MOVE 'L' TO GC-PROOF
           WRITE CHART-RECORD
           MOVE SPACES TO CHART-RECORD
           MOVE "8000" TO GC-CODE
           MOVE "GUARANTEES ISSUED - MEMO" TO GC-NAME
           MOVE 'C' TO GC-NORMAL
           MOVE 'M' TO GC-PROOF
           WRITE CHART-RECORD
           MOVE SPACES TO CHART-RECORD
           MOVE "8100" TO GC-CODE
           MOVE "GUARANTEE CONTRA - MEMO" TO GC-NAME
           MOVE 'D' TO GC-NORMAL
           MOVE 'M' TO GC-PROOF
           WRITE CHART-RECORD
           MOVE SPACES TO CHART-RECORD
           MOVE "9000" TO GC-CODE
           MOVE "INTERNAL AND SUSPENSE" TO GC-NAME
           MOVE 'D' TO GC-NORMAL
           MOVE SPACE TO GC-PROOF
           WRITE CHART-RECORD
           CLOSE CHART-FILE
           DISPLAY "GL CHART CREATED AT " WS-CHART-PATH.

       LOAD-GL-BALANCES.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-GB-COUNT
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BALANCE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM KEEP-ONE-BALANCE
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       KEEP-ONE-BALANCE.
           IF GB-CODE NOT = SPACES AND GB-DATE NUMERIC
               IF GB-DATE = WS-TODAY
                   ADD 1 TO WS-GB-DROPPED
               ELSE
                   IF WS-GB-COUNT < 50000
                       ADD 1 TO WS-GB-COUNT
                       MOVE BALANCE-RECORD TO GB-REC-TBL(WS-GB-COUNT)
                   END-IF
                   IF GB-DATE < WS-TODAY
                       PERFORM CARRY-PRIOR-CLOSING
                   END-IF
               END-IF
           END-IF.

       CARRY-PRIOR-CLOSING.
           PERFORM FIND-CHART-CODE-FOR-BALANCE
           IF WS-GC-IX > 0
               IF GB-DATE > GC-OPEN-DATE-TBL(WS-GC-IX)
                   MOVE GB-DATE TO GC-OPEN-DATE-TBL(WS-GC-IX)
                   MOVE GB-CLOSING TO GC-OPENING-TBL(WS-GC-IX)
               END-IF
           END-IF.

       FIND-CHART-CODE-FOR-BALANCE.
           MOVE 0 TO WS-GC-IX
           MOVE 1 TO WS-GC-INDEX
           PERFORM UNTIL WS-GC-INDEX > WS-GC-COUNT
               IF GC-CODE-TBL(WS-GC-INDEX) = GB-CODE
                   MOVE WS-GC-INDEX TO WS-GC-IX
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-GC-INDEX
           END-PERFORM.

       SUM-SUBLEDGERS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "NO ACCOUNTS FILE"
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCOUNTS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM FIND-ACCOUNT-ENTITY
                       IF WS-SUB-ENTITY NOT = WS-ENTITY-CODE
                           ADD 1 TO WS-OTHER-ENTITY-COUNT
                       END-IF
                       IF AC-SALDO NUMERIC
                               AND WS-SUB-ENTITY = WS-ENTITY-CODE
                           EVALUATE TRUE
                               WHEN AC-ES-CHECKING
                                   ADD AC-SALDO TO WS-SUM-CHECKING
                               WHEN AC-ES-SAVINGS
                                   ADD AC-SALDO TO WS-SUM-SAVINGS
                               WHEN AC-ES-LOAN
                                   ADD AC-SALDO TO WS-SUM-LOAN-ACCTS
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           MOVE 'N' TO WS-EOF
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-LOAN-STATUS = "00"
               MOVE 'Y' TO WS-LOAN-MASTER-FOUND
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LOAN-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM FIND-LOAN-ENTITY
                           IF LN-BALANCE NUMERIC
                                   AND WS-SUB-ENTITY = WS-ENTITY-CODE
                               ADD LN-BALANCE TO WS-SUM-LOAN-MASTER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       APPLY-GL-POSTINGS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT GL-FILE
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "NO GL POSTINGS FILE - NO MOVEMENT APPLIED"
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF GL-AMOUNT NUMERIC
                               PERFORM APPLY-ONE-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       APPLY-ONE-POSTING.
           IF GL-DATE NOT = WS-TODAY-TXT
               ADD 1 TO WS-OTHER-DAY-COUNT
           ELSE
               MOVE 0 TO WS-GC-IX
               MOVE 1 TO WS-GC-INDEX
               PERFORM UNTIL WS-GC-INDEX > WS-GC-COUNT
                   IF GC-CODE-TBL(WS-GC-INDEX) = GL-CODE
                       MOVE WS-GC-INDEX TO WS-GC-IX
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-GC-INDEX
               END-PERFORM
               IF WS-GC-IX = 0
                   PERFORM WRITE-UNMAPPED-BREAK
               ELSE
                   IF GL-SIGN = "CR"
                       ADD GL-AMOUNT TO GC-CREDITS-TBL(WS-GC-IX)
                   ELSE
                       ADD GL-AMOUNT TO GC-DEBITS-TBL(WS-GC-IX)
                   END-IF
                   ADD 1 TO WS-APPLIED-COUNT
               END-IF
           END-IF.

       WRITE-UNMAPPED-BREAK.
           ADD 1 TO WS-UNMAPPED-COUNT
           ADD 1 TO WS-BREAK-COUNT
           MOVE GL-AMOUNT TO WS-UNM-AMT-ED
           MOVE SPACES TO BREAK-LINE
           STRING "BREAK " WS-TODAY " " GL-CODE " UNMAPPED"
                   " ACCT " GL-ACCT " " GL-SIGN " " WS-UNM-AMT-ED
               DELIMITED BY SIZE INTO BREAK-LINE
           WRITE BREAK-LINE.

       CLOSE-GL-BALANCES.
           MOVE 1 TO WS-GC-INDEX
           PERFORM UNTIL WS-GC-INDEX > WS-GC-COUNT
               IF GC-NORMAL-TBL(WS-GC-INDEX) = 'C'
                   COMPUTE WS-NET-MOVEMENT =
                       GC-CREDITS-TBL(WS-GC-INDEX)
                       - GC-DEBITS-TBL(WS-GC-INDEX)
               ELSE
                   COMPUTE WS-NET-MOVEMENT =
                       GC-DEBITS-TBL(WS-GC-INDEX)
                       - GC-CREDITS-TBL(WS-GC-INDEX)
               END-IF
               IF GC-OPEN-DATE-TBL(WS-GC-INDEX) = 0
                       AND WS-TAKE-ON = 'Y'
                   MOVE WS-GC-INDEX TO WS-GC-IX
                   PERFORM TAKE-ON-OPENING-BALANCE
               END-IF
               COMPUTE GC-CLOSING-TBL(WS-GC-INDEX) =
                   GC-OPENING-TBL(WS-GC-INDEX) + WS-NET-MOVEMENT
               ADD 1 TO WS-GC-INDEX
           END-PERFORM.

       TAKE-ON-OPENING-BALANCE.
           MOVE 'Y' TO WS-TAKE-ON-CODE
           EVALUATE GC-PROOF-TBL(WS-GC-IX)
               WHEN 'C'
                   MOVE WS-SUM-CHECKING TO WS-SUB-TOTAL
               WHEN 'S'
                   MOVE WS-SUM-SAVINGS TO WS-SUB-TOTAL
               WHEN 'L'
                   COMPUTE WS-SUB-TOTAL = WS-SUM-LOAN-ACCTS * -1
               WHEN OTHER
                   MOVE 'N' TO WS-TAKE-ON-CODE
           END-EVALUATE
           IF WS-TAKE-ON-CODE = 'Y'
               COMPUTE GC-OPENING-TBL(WS-GC-IX) =
                   WS-SUB-TOTAL - WS-NET-MOVEMENT
               DISPLAY "GL " GC-CODE-TBL(WS-GC-IX)
                   " OPENING TAKEN ON FROM SUBLEDGER"
           END-IF.

       REWRITE-GL-BALANCES.
           OPEN OUTPUT BALANCE-FILE
           MOVE 1 TO WS-GB-INDEX
           PERFORM UNTIL WS-GB-INDEX > WS-GB-COUNT
               MOVE GB-REC-TBL(WS-GB-INDEX) TO BALANCE-RECORD
               WRITE BALANCE-RECORD
               ADD 1 TO WS-GB-INDEX
           END-PERFORM
           MOVE 1 TO WS-GC-INDEX
           PERFORM UNTIL WS-GC-INDEX > WS-GC-COUNT
               MOVE SPACES TO BALANCE-RECORD
               MOVE GC-CODE-TBL(WS-GC-INDEX) TO GB-CODE
               MOVE WS-TODAY TO GB-DATE
               MOVE GC-OPENING-TBL(WS-GC-INDEX) TO GB-OPENING
               MOVE GC-DEBITS-TBL(WS-GC-INDEX) TO GB-DEBITS
               MOVE GC-CREDITS-TBL(WS-GC-INDEX) TO GB-CREDITS
               MOVE GC-CLOSING-TBL(WS-GC-INDEX) TO GB-CLOSING
               WRITE BALANCE-RECORD
               ADD 1 TO WS-GC-INDEX
           END-PERFORM
           CLOSE BALANCE-FILE
           IF WS-GB-DROPPED > 0
               DISPLAY "GL BALANCES FOR " WS-TODAY " REPLACED"
           END-IF.

       PROVE-CONTROL-ACCOUNTS.
           MOVE 1 TO WS-GC-INDEX
           PERFORM UNTIL WS-GC-INDEX > WS-GC-COUNT
               MOVE WS-GC-INDEX TO WS-GC-IX
               EVALUATE GC-PROOF-TBL(WS-GC-IX)
                   WHEN 'C'
                       MOVE WS-SUM-CHECKING TO WS-SUB-TOTAL
                       MOVE "ACCOUNTS" TO WS-PROOF-SOURCE
                       PERFORM PROVE-ONE-CONTROL
                   WHEN 'S'
                       MOVE WS-SUM-SAVINGS TO WS-SUB-TOTAL
                       MOVE "ACCOUNTS" TO WS-PROOF-SOURCE
                       PERFORM PROVE-ONE-CONTROL
                   WHEN 'L'
                       COMPUTE WS-SUB-TOTAL = WS-SUM-LOAN-ACCTS * -1
                       MOVE "ACCOUNTS" TO WS-PROOF-SOURCE
                       PERFORM PROVE-ONE-CONTROL
                       IF WS-LOAN-MASTER-FOUND = 'Y'
                           MOVE WS-SUM-LOAN-MASTER TO WS-SUB-TOTAL
                           MOVE "LOANMAST" TO WS-PROOF-SOURCE
                           PERFORM PROVE-ONE-CONTROL
                       END-IF
                   WHEN 'M'
                       CONTINUE
               END-EVALUATE
               ADD 1 TO WS-GC-INDEX
           END-PERFORM.

       PROVE-ONE-CONTROL.
           COMPUTE WS-PROOF-DIFF =
               GC-CLOSING-TBL(WS-GC-IX) - WS-SUB-TOTAL
           MOVE GC-CLOSING-TBL(WS-GC-IX) TO WS-BRK-GL-ED
           MOVE WS-SUB-TOTAL TO WS-BRK-SUB-ED
           MOVE WS-PROOF-DIFF TO WS-BRK-DIFF-ED
           IF WS-PROOF-DIFF = 0
               DISPLAY "  PROOF " GC-CODE-TBL(WS-GC-IX) " "
                   WS-PROOF-SOURCE " AGREES " WS-BRK-GL-ED
           ELSE
               ADD 1 TO WS-BREAK-COUNT
               DISPLAY "  PROOF " GC-CODE-TBL(WS-GC-IX) " "
                   WS-PROOF-SOURCE " BREAK " WS-BRK-DIFF-ED
               MOVE SPACES TO BREAK-LINE
               STRING "BREAK " WS-TODAY " " GC-CODE-TBL(WS-GC-IX)
                       " " WS-PROOF-SOURCE " GL " WS-BRK-GL-ED
                       " SUB " WS-BRK-SUB-ED " DIFF " WS-BRK-DIFF-ED
                   DELIMITED BY SIZE INTO BREAK-LINE
               WRITE BREAK-LINE
           END-IF.

       FIND-ACCOUNT-ENTITY.
           MOVE WS-ENTITY-CODE TO WS-SUB-ENTITY
           IF WS-ENTITY-MODE = 'Y'
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
               MOVE WS-EX-LOOKUP-ENT TO WS-SUB-ENTITY
               IF WS-AE-COUNT < 50000
                   ADD 1 TO WS-AE-COUNT
                   MOVE AC-ID TO WS-AE-ID-TBL(WS-AE-COUNT)
                   MOVE WS-SUB-ENTITY TO WS-AE-ENTITY-TBL(WS-AE-COUNT)
               END-IF
           END-IF.

       FIND-LOAN-ENTITY.
           MOVE WS-ENTITY-CODE TO WS-SUB-ENTITY
           IF WS-ENTITY-MODE = 'Y'
               MOVE LN-ID TO WS-LINE-ACCT
               PERFORM FIND-LINE-ENTITY
               IF WS-LINE-ENTITY = SPACES
                   MOVE LN-DISB-ACCT TO WS-LINE-ACCT
                   PERFORM FIND-LINE-ENTITY
               END-IF
               IF WS-LINE-ENTITY = SPACES
                   MOVE WS-ENTITY-DEFAULT TO WS-LINE-ENTITY
               END-IF
               MOVE WS-LINE-ENTITY TO WS-SUB-ENTITY
           END-IF.

       FIND-LINE-ENTITY.
           MOVE SPACES TO WS-LINE-ENTITY
           MOVE 1 TO WS-AE-IDX
           PERFORM UNTIL WS-AE-IDX > WS-AE-COUNT
               IF WS-AE-ID-TBL(WS-AE-IDX) = WS-LINE-ACCT
                   MOVE WS-AE-ENTITY-TBL(WS-AE-IDX) TO WS-LINE-ENTITY
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-AE-IDX
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
