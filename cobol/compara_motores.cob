       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPARA-MOTORES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE
               ASSIGN TO DYNAMIC WS-READ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-READ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT EXCEPTION-FILE
               ASSIGN TO DYNAMIC WS-READ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
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
           05 AC-NOMBRE         PIC X(20).
           05 AC-SALDO          PIC S9(7)V99.
           05 AC-OVERDRAFT-LIMIT PIC 9(7)V99.
           05 AC-CURRENCY       PIC X(3).
           05 AC-TYPE           PIC X(1).
           05 AC-CUST-ID        PIC X(5).
           05 AC-STATUS         PIC X(1).
       FD  JOURNAL-FILE.
       01  J-REC.
           05 J-TXT             PIC X(136).
       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE       PIC X(120).
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(160).
       WORKING-STORAGE SECTION.
       01  WS-ACCOUNTS-PATH     PIC X(200).
       01  WS-TRANS-PATH        PIC X(200).
       01  WS-WORK-DIR          PIC X(200).
       01  WS-REPORT-PATH       PIC X(200).
       01  WS-READ-PATH         PIC X(300).
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-JOURNAL-STATUS    PIC XX.
       01  WS-EXCEPTION-STATUS  PIC XX.
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  WS-NOW               PIC 9(6).
       01  WS-CWD               PIC X(200).
       01  WS-ENGINE-CMD-A      PIC X(200).
       01  WS-ENGINE-CMD-B      PIC X(200).
       01  WS-ENGINE-CMD        PIC X(400).
       01  WS-AREA-A            PIC X(300).
       01  WS-AREA-B            PIC X(300).
       01  WS-AREA              PIC X(300).
       01  WS-COMMAND           PIC X(3000).
       01  WS-CMD-PTR           PIC 9(4).
       01  WS-SYS-RC            PIC S9(9).
       01  WS-RC-A              PIC S9(9) VALUE 0.
       01  WS-RC-B              PIC S9(9) VALUE 0.
       01  WS-EDIT-RC           PIC -(8)9.
       01  WS-EDIT-RC2          PIC -(8)9.
       01  WS-SEED-SOURCE       PIC X(200).
       01  WS-SEED-TARGET       PIC X(30).
       01  WS-SIDE              PIC X(1).
       01  WS-RUN-ENV-1         PIC X(200) VALUE
           "ACCOUNTS_PATH=accounts/ACCOUNTS.DAT ACCOUNTS_OUT_PATH=accoun
      -    "ts/ACCOUNTS.DAT TRANS_INPUT=trans_input.txt JOURNAL_PATH=acc
      -    "ounts/JOURNAL.LOG JOURNAL_SEAL_PATH=accounts/JOURNAL_SEAL.DA
      -    "T ".
       01  WS-RUN-ENV-2         PIC X(200) VALUE
           "TEMP_PATH=accounts/TEMP.DAT ACCOUNTS_LOCK_PATH=accounts/ACCO
      -    "UNTS.LCK RUN_LOG_PATH=accounts/RUN_LOG.DAT HOLDS_PATH=accoun
      -    "ts/HOLDS.DAT PENDING_PATH=accounts/PENDING_APPROVAL.DAT ".
       01  WS-RUN-ENV-3         PIC X(200) VALUE
           "SUSPENSE_PATH=accounts/SUSPENSE.DAT TRANS_REJECT_PATH=accoun
      -    "ts/TRANS_REJECTS.LOG BACKVALUE_ADJ_PATH=accounts/BACKVALUE_A
      -    "DJ.DAT LOAN_PAYMENTS_PATH=accounts/LOAN_PAYMENTS.DAT ".
       01  WS-RUN-ENV-4         PIC X(200) VALUE
           "OUTGOING_PAYMENTS_PATH=accounts/OUTGOING_PAYMENTS.DAT VA_UNA
      -    "PPLIED_PATH=accounts/VA_UNAPPLIED.DAT BILL_COLLECTIONS_PATH=
      -    "accounts/BILL_COLLECTIONS.DAT ".
       01  WS-RUN-ENV-5         PIC X(200) VALUE
           "CPTY_HOLDS_PATH=accounts/CPTY_HOLDS.DAT FLOAT_HOLDS_PATH=acc
      -    "ounts/FLOAT_HOLDS.DAT FTT_COLLECTED_PATH=accounts/FTT_COLLEC
      -    "TED.DAT FX_CONVERSIONS_PATH=accounts/FX_CONVERSIONS.DAT ".
       01  WS-RUN-ENV-6         PIC X(200) VALUE
           "INTERCOMPANY_PATH=accounts/INTERCOMPANY.DAT SAV_DEBIT_COUNT_
      -    "PATH=accounts/SAV_DEBIT_COUNT.DAT STOP_PAYMENTS_PATH=account
      -    "s/STOP_PAYMENTS.DAT BUSDATE_PATH=accounts/BUSINESS_DATE.DA
      -    "T ".
       01  WS-RUN-ENV-7         PIC X(200) VALUE
           "RANGE_LOW= RANGE_HIGH= LOCK_OVERRIDE= ".
       01  OPENING-TABLE.
           05 OPENING-ENTRY OCCURS 50000 TIMES.
               10 OP-ID-TBL       PIC X(5).
               10 OP-SALDO-TBL    PIC S9(7)V99.
       01  WS-OP-INDEX          PIC 9(6) VALUE 1.
       01  WS-OP-COUNT          PIC 9(6) VALUE 0.
       01  RESULT-A-TABLE.
           05 RESULT-A-ENTRY OCCURS 50000 TIMES.
               10 RA-ID-TBL       PIC X(5).
               10 RA-SALDO-TBL    PIC S9(7)V99.
               10 RA-STATUS-TBL   PIC X(1).
       01  WS-RA-INDEX          PIC 9(6) VALUE 1.
       01  WS-RA-COUNT          PIC 9(6) VALUE 0.
       01  RESULT-B-TABLE.
           05 RESULT-B-ENTRY OCCURS 50000 TIMES.
               10 RB-ID-TBL       PIC X(5).
               10 RB-SALDO-TBL    PIC S9(7)V99.
               10 RB-STATUS-TBL   PIC X(1).
               10 RB-SEEN-TBL     PIC X(1).
       01  WS-RB-INDEX          PIC 9(6) VALUE 1.
       01  WS-RB-COUNT          PIC 9(6) VALUE 0.
       01  WS-RB-FOUND          PIC 9(6) VALUE 0.
       01  JOURNAL-A-TABLE.
           05 JOURNAL-A-ENTRY OCCURS 20000 TIMES.
               10 JA-STATUS-TBL   PIC X(10).
               10 JA-ID-TBL       PIC X(12).
               10 JA-AMT-TBL      PIC X(12).
               10 JA-TIPO-TBL     PIC X(2).
               10 JA-MATCH-TBL    PIC X(1).
       01  WS-JA-INDEX          PIC 9(5) VALUE 1.
       01  WS-JA-COUNT          PIC 9(5) VALUE 0.
       01  JOURNAL-B-TABLE.
           05 JOURNAL-B-ENTRY OCCURS 20000 TIMES.
               10 JB-STATUS-TBL   PIC X(10).
               10 JB-ID-TBL       PIC X(12).
               10 JB-AMT-TBL      PIC X(12).
               10 JB-TIPO-TBL     PIC X(2).
               10 JB-MATCH-TBL    PIC X(1).
       01  WS-JB-INDEX          PIC 9(5) VALUE 1.
       01  WS-JB-COUNT          PIC 9(5) VALUE 0.
       01  WS-JW-STATUS         PIC X(10).
       01  WS-JW-ID             PIC X(12).
       01  WS-JW-AMT            PIC X(12).
       01  WS-JW-TIPO           PIC X(2).
       01  EXCEPTION-TABLE.
           05 EXCEPTION-ENTRY OCCURS 10000 TIMES.
               10 EX-SIDE-TBL     PIC X(1).
               10 EX-KIND-TBL     PIC X(10).
               10 EX-TEXT-TBL     PIC X(120).
               10 EX-MATCH-TBL    PIC X(1).
       01  WS-EX-INDEX          PIC 9(5) VALUE 1.
       01  WS-EX-INDEX2         PIC 9(5) VALUE 1.
       01  WS-EX-COUNT          PIC 9(5) VALUE 0.
       01  WS-EX-KIND           PIC X(10).
       01  WS-EX-FILE           PIC X(30).
       01  WS-EX-TS-POS         PIC 9(3).
       01  WS-EX-TS-LEN         PIC 9(3).
       01  WS-EX-WORK           PIC X(120).
       01  WS-OPEN-SALDO        PIC S9(7)V99.
       01  WS-MOVE-A            PIC S9(9)V99.
       01  WS-MOVE-B            PIC S9(9)V99.
       01  WS-DIFF              PIC S9(9)V99.
       01  WS-ACCT-UNMATCHED    PIC 9(5).
       01  WS-ACCT-COMPARED     PIC 9(6) VALUE 0.
       01  WS-BAL-MISMATCH      PIC 9(6) VALUE 0.
       01  WS-JRN-MATCHED       PIC 9(5) VALUE 0.
       01  WS-JRN-MISMATCH      PIC 9(5) VALUE 0.
       01  WS-EXC-MATCHED       PIC 9(5) VALUE 0.
       01  WS-EXC-MISMATCH      PIC 9(5) VALUE 0.
       01  WS-TOTAL-MISMATCH    PIC 9(6) VALUE 0.
       01  WS-TABLE-FULL        PIC 9(5) VALUE 0.
       01  WS-EDIT-BAL          PIC -(7)9.99.
       01  WS-EDIT-BAL2         PIC -(7)9.99.
       01  WS-EDIT-MOVE         PIC -(9)9.99.
       01  WS-EDIT-MOVE2        PIC -(9)9.99.
       01  WS-EDIT-DIFF         PIC -(9)9.99.
       01  WS-EDIT-COUNT        PIC Z(5)9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-ENGINE-CMD-A
           ACCEPT WS-ENGINE-CMD-A FROM ENVIRONMENT "COMPARE_ENGINE_A"
           MOVE SPACES TO WS-ENGINE-CMD-B
           ACCEPT WS-ENGINE-CMD-B FROM ENVIRONMENT "COMPARE_ENGINE_B"
           IF WS-ENGINE-CMD-A = SPACES OR WS-ENGINE-CMD-B = SPACES
               DISPLAY "ERROR - COMPARE_ENGINE_A AND COMPARE_ENGINE_B "
                   "MUST NAME THE TWO ENGINE EXECUTABLES"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-ACCOUNTS-PATH
           ACCEPT WS-ACCOUNTS-PATH FROM ENVIRONMENT "ACCOUNTS_PATH"
           IF WS-ACCOUNTS-PATH = SPACES
               MOVE "accounts/ACCOUNTS.DAT" TO WS-ACCOUNTS-PATH
           END-IF
           MOVE SPACES TO WS-TRANS-PATH
           ACCEPT WS-TRANS-PATH FROM ENVIRONMENT "TRANS_INPUT"
           IF WS-TRANS-PATH = SPACES
               MOVE "trans_input.txt" TO WS-TRANS-PATH
           END-IF
           MOVE SPACES TO WS-WORK-DIR
           ACCEPT WS-WORK-DIR FROM ENVIRONMENT "COMPARE_WORK_DIR"
           IF WS-WORK-DIR = SPACES
               MOVE "accounts/COMPARE" TO WS-WORK-DIR
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "COMPARE_RPT_PATH"
           IF WS-REPORT-PATH = SPACES
               MOVE "accounts/ENGINE_COMPARE.RPT" TO WS-REPORT-PATH
           END-IF
           MOVE SPACES TO WS-CWD
           ACCEPT WS-CWD FROM ENVIRONMENT "PWD"
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME
           MOVE SPACES TO WS-AREA-A
           STRING WS-WORK-DIR DELIMITED BY SPACE
               "/ENGINE_A" DELIMITED BY SIZE
               INTO WS-AREA-A
           MOVE SPACES TO WS-AREA-B
           STRING WS-WORK-DIR DELIMITED BY SPACE
               "/ENGINE_B" DELIMITED BY SIZE
               INTO WS-AREA-B
           MOVE WS-ACCOUNTS-PATH TO WS-READ-PATH
           MOVE 'O' TO WS-SIDE
           PERFORM LOAD-ACCOUNT-RESULTS
           IF WS-OP-COUNT = 0
               DISPLAY "ERROR - NO ACCOUNTS READ FROM "
                   WS-ACCOUNTS-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-AREA-A TO WS-AREA
           PERFORM PREPARE-WORK-AREA
           MOVE WS-AREA-B TO WS-AREA
           PERFORM PREPARE-WORK-AREA
           MOVE WS-AREA-A TO WS-AREA
           MOVE WS-ENGINE-CMD-A TO WS-ENGINE-CMD
           PERFORM RUN-ENGINE
           MOVE WS-SYS-RC TO WS-RC-A
           MOVE WS-AREA-B TO WS-AREA
           MOVE WS-ENGINE-CMD-B TO WS-ENGINE-CMD
           PERFORM RUN-ENGINE
           MOVE WS-SYS-RC TO WS-RC-B
           MOVE SPACES TO WS-READ-PATH
           STRING WS-AREA-A DELIMITED BY SPACE
               "/accounts/ACCOUNTS.DAT" DELIMITED BY SIZE
               INTO WS-READ-PATH
           MOVE 'A' TO WS-SIDE
           PERFORM LOAD-ACCOUNT-RESULTS
           MOVE SPACES TO WS-READ-PATH
           STRING WS-AREA-B DELIMITED BY SPACE
               "/accounts/ACCOUNTS.DAT" DELIMITED BY SIZE
               INTO WS-READ-PATH
           MOVE 'B' TO WS-SIDE
           PERFORM LOAD-ACCOUNT-RESULTS
           MOVE 'A' TO WS-SIDE
           PERFORM LOAD-JOURNAL-RESULTS
           MOVE 'B' TO WS-SIDE
           PERFORM LOAD-JOURNAL-RESULTS
           MOVE "SUSPENSE" TO WS-EX-KIND
           MOVE "/accounts/SUSPENSE.DAT" TO WS-EX-FILE
           MOVE 38 TO WS-EX-TS-POS
           MOVE 14 TO WS-EX-TS-LEN
           PERFORM LOAD-EXCEPTION-PAIR
           MOVE "PENDING" TO WS-EX-KIND
           MOVE "/accounts/PENDING_APPROVAL.DAT" TO WS-EX-FILE
           MOVE 30 TO WS-EX-TS-POS
           MOVE 14 TO WS-EX-TS-LEN
           PERFORM LOAD-EXCEPTION-PAIR
           MOVE "REJECT" TO WS-EX-KIND
           MOVE "/accounts/TRANS_REJECTS.LOG" TO WS-EX-FILE
           MOVE 0 TO WS-EX-TS-POS
           MOVE 0 TO WS-EX-TS-LEN
           PERFORM LOAD-EXCEPTION-PAIR
           PERFORM MATCH-JOURNAL-POSTINGS
           PERFORM MATCH-EXCEPTION-LINES
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM COMPARE-BALANCES
           PERFORM WRITE-JOURNAL-SECTION
           PERFORM WRITE-EXCEPTION-SECTION
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE REPORT-FILE
           COMPUTE WS-TOTAL-MISMATCH = WS-BAL-MISMATCH
               + WS-JRN-MISMATCH + WS-EXC-MISMATCH
           DISPLAY "ENGINE COMPARE - BALANCE DIFFS " WS-BAL-MISMATCH
               " JOURNAL DIFFS " WS-JRN-MISMATCH
               " EXCEPTION DIFFS " WS-EXC-MISMATCH
           IF WS-RC-A NOT = 0 OR WS-RC-B NOT = 0
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-TOTAL-MISMATCH > 0 OR WS-TABLE-FULL > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           END-IF
           STOP RUN.

       PREPARE-WORK-AREA.
           MOVE SPACES TO WS-COMMAND
           STRING "rm -rf " DELIMITED BY SIZE
               WS-AREA DELIMITED BY SPACE
               " && mkdir -p " DELIMITED BY SIZE
               WS-AREA DELIMITED BY SPACE
               "/accounts && cp " DELIMITED BY SIZE
               WS-ACCOUNTS-PATH DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-AREA DELIMITED BY SPACE
               "/accounts/ACCOUNTS.DAT && cp " DELIMITED BY SIZE
               WS-TRANS-PATH DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-AREA DELIMITED BY SPACE
               "/trans_input.txt" DELIMITED BY SIZE
               INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-SYS-RC
           IF WS-SYS-RC NOT = 0
               DISPLAY "ERROR - CANNOT PREPARE WORK AREA " WS-AREA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-SEED-SOURCE
           ACCEPT WS-SEED-SOURCE FROM ENVIRONMENT "BUSDATE_PATH"
           IF WS-SEED-SOURCE = SPACES
               MOVE "accounts/BUSINESS_DATE.DAT" TO WS-SEED-SOURCE
           END-IF
           MOVE "/accounts/BUSINESS_DATE.DAT" TO WS-SEED-TARGET
           PERFORM SEED-WORK-FILE
           MOVE SPACES TO WS-SEED-SOURCE
           ACCEPT WS-SEED-SOURCE FROM ENVIRONMENT "STOP_PAYMENTS_PATH"
           IF WS-SEED-SOURCE = SPACES
               MOVE "accounts/STOP_PAYMENTS.DAT" TO WS-SEED-SOURCE
           END-IF
           MOVE "/accounts/STOP_PAYMENTS.DAT" TO WS-SEED-TARGET
           PERFORM SEED-WORK-FILE
           MOVE SPACES TO WS-SEED-SOURCE
           ACCEPT WS-SEED-SOURCE FROM ENVIRONMENT "HOLDS_PATH"
           IF WS-SEED-SOURCE = SPACES
               MOVE "accounts/HOLDS.DAT" TO WS-SEED-SOURCE
           END-IF
           MOVE "/accounts/HOLDS.DAT" TO WS-SEED-TARGET
           PERFORM SEED-WORK-FILE.

       SEED-WORK-FILE.
           MOVE SPACES TO WS-COMMAND
           STRING "if [ -f " DELIMITED BY SIZE
               WS-SEED-SOURCE DELIMITED BY SPACE
               " ]; then cp " DELIMITED BY SIZE
               WS-SEED-SOURCE DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-AREA DELIMITED BY SPACE
               WS-SEED-TARGET DELIMITED BY SPACE
               "; fi" DELIMITED BY SIZE
               INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND.

       RUN-ENGINE.
           MOVE SPACES TO WS-COMMAND
           MOVE 1 TO WS-CMD-PTR
           STRING "cd " DELIMITED BY SIZE
               WS-AREA DELIMITED BY SPACE
               " && " DELIMITED BY SIZE
               WS-RUN-ENV-1 DELIMITED BY "  "
               " " DELIMITED BY SIZE
               WS-RUN-ENV-2 DELIMITED BY "  "
               " " DELIMITED BY SIZE
               WS-RUN-ENV-3 DELIMITED BY "  "
               " " DELIMITED BY SIZE
               WS-RUN-ENV-4 DELIMITED BY "  "
               " " DELIMITED BY SIZE
               WS-RUN-ENV-5 DELIMITED BY "  "
               " " DELIMITED BY SIZE
               WS-RUN-ENV-6 DELIMITED BY "  "
               " " DELIMITED BY SIZE
               WS-RUN-ENV-7 DELIMITED BY "  "
               " " DELIMITED BY SIZE
               INTO WS-COMMAND
               WITH POINTER WS-CMD-PTR
           IF WS-ENGINE-CMD(1:1) NOT = "/" AND WS-CWD NOT = SPACES
               STRING WS-CWD DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   INTO WS-COMMAND
                   WITH POINTER WS-CMD-PTR
           END-IF
           STRING WS-ENGINE-CMD DELIMITED BY "  "
               " > ENGINE.OUT 2>&1" DELIMITED BY SIZE
               INTO WS-COMMAND
               WITH POINTER WS-CMD-PTR
           DISPLAY "RUNNING " WS-ENGINE-CMD(1:60) " IN " WS-AREA(1:60)
           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-SYS-RC
           IF WS-SYS-RC > 255
               DIVIDE 256 INTO WS-SYS-RC
           END-IF.

       LOAD-ACCOUNT-RESULTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ACCOUNTS-FILE INTO ACCOUNTS-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AC-ID NOT = SPACES
                           PERFORM STORE-ACCOUNT-RESULT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNTS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       STORE-ACCOUNT-RESULT.
           IF AC-SALDO NOT NUMERIC
               MOVE 0 TO AC-SALDO
           END-IF
           EVALUATE WS-SIDE
               WHEN 'O'
                   IF WS-OP-COUNT < 50000
                       ADD 1 TO WS-OP-COUNT
                       MOVE AC-ID TO OP-ID-TBL(WS-OP-COUNT)
                       MOVE AC-SALDO TO OP-SALDO-TBL(WS-OP-COUNT)
                   ELSE
                       ADD 1 TO WS-TABLE-FULL
                   END-IF
               WHEN 'A'
                   IF WS-RA-COUNT < 50000
                       ADD 1 TO WS-RA-COUNT
                       MOVE AC-ID TO RA-ID-TBL(WS-RA-COUNT)
                       MOVE AC-SALDO TO RA-SALDO-TBL(WS-RA-COUNT)
                       MOVE AC-STATUS TO RA-STATUS-TBL(WS-RA-COUNT)
                   ELSE
                       ADD 1 TO WS-TABLE-FULL
                   END-IF
               WHEN 'B'
                   IF WS-RB-COUNT < 50000
                       ADD 1 TO WS-RB-COUNT
                       MOVE AC-ID TO RB-ID-TBL(WS-RB-COUNT)
                       MOVE AC-SALDO TO RB-SALDO-TBL(WS-RB-COUNT)
                       MOVE AC-STATUS TO RB-STATUS-TBL(WS-RB-COUNT)
                       MOVE 'N' TO RB-SEEN-TBL(WS-RB-COUNT)
                   ELSE
                       ADD 1 TO WS-TABLE-FULL
                   END-IF
           END-EVALUATE.

       LOAD-JOURNAL-RESULTS.
           MOVE SPACES TO WS-READ-PATH
           IF WS-SIDE = 'A'
               STRING WS-AREA-A DELIMITED BY SPACE
                   "/accounts/JOURNAL.LOG" DELIMITED BY SIZE
                   INTO WS-READ-PATH
           ELSE
               STRING WS-AREA-B DELIMITED BY SPACE
                   "/accounts/JOURNAL.LOG" DELIMITED BY SIZE
                   INTO WS-READ-PATH
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ JOURNAL-FILE INTO J-REC
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF J-TXT NOT = SPACES
                           PERFORM STORE-JOURNAL-RESULT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       STORE-JOURNAL-RESULT.
           MOVE SPACES TO WS-JW-STATUS WS-JW-ID WS-JW-AMT WS-JW-TIPO
           INSPECT J-TXT REPLACING ALL LOW-VALUE BY SPACE
           UNSTRING J-TXT(1:29) DELIMITED BY ALL SPACE
               INTO WS-JW-STATUS WS-JW-ID WS-JW-AMT WS-JW-TIPO
           END-UNSTRING
           IF WS-SIDE = 'A'
               IF WS-JA-COUNT < 20000
                   ADD 1 TO WS-JA-COUNT
                   MOVE WS-JW-STATUS TO JA-STATUS-TBL(WS-JA-COUNT)
                   MOVE WS-JW-ID TO JA-ID-TBL(WS-JA-COUNT)
                   MOVE WS-JW-AMT TO JA-AMT-TBL(WS-JA-COUNT)
                   MOVE WS-JW-TIPO TO JA-TIPO-TBL(WS-JA-COUNT)
                   MOVE 'N' TO JA-MATCH-TBL(WS-JA-COUNT)
               ELSE
                   ADD 1 TO WS-TABLE-FULL
               END-IF
           ELSE
               IF WS-JB-COUNT < 20000
                   ADD 1 TO WS-JB-COUNT
                   MOVE WS-JW-STATUS TO JB-STATUS-TBL(WS-JB-COUNT)
                   MOVE WS-JW-ID TO JB-ID-TBL(WS-JB-COUNT)
                   MOVE WS-JW-AMT TO JB-AMT-TBL(WS-JB-COUNT)
                   MOVE WS-JW-TIPO TO JB-TIPO-TBL(WS-JB-COUNT)
                   MOVE 'N' TO JB-MATCH-TBL(WS-JB-COUNT)
               ELSE
                   ADD 1 TO WS-TABLE-FULL
               END-IF
           END-IF.

       LOAD-EXCEPTION-PAIR.
           MOVE 'A' TO WS-SIDE
           MOVE SPACES TO WS-READ-PATH
           STRING WS-AREA-A DELIMITED BY SPACE
               WS-EX-FILE DELIMITED BY SPACE
               INTO WS-READ-PATH
           PERFORM LOAD-EXCEPTION-FILE
           MOVE 'B' TO WS-SIDE
           MOVE SPACES TO WS-READ-PATH
           STRING WS-AREA-B DELIMITED BY SPACE
               WS-EX-FILE DELIMITED BY SPACE
               INTO WS-READ-PATH
           PERFORM LOAD-EXCEPTION-FILE.

       LOAD-EXCEPTION-FILE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT EXCEPTION-FILE
           IF WS-EXCEPTION-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ EXCEPTION-FILE INTO WS-EX-WORK
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-EX-WORK NOT = SPACES
                           IF WS-EX-TS-LEN > 0
                               MOVE SPACES TO
                                   WS-EX-WORK(WS-EX-TS-POS:WS-EX-TS-LEN)
                           END-IF
                           IF WS-EX-COUNT < 10000
                               ADD 1 TO WS-EX-COUNT
                               MOVE WS-SIDE TO EX-SIDE-TBL(WS-EX-COUNT)
                               MOVE WS-EX-KIND
                                   TO EX-KIND-TBL(WS-EX-COUNT)
                               MOVE WS-EX-WORK
                                   TO EX-TEXT-TBL(WS-EX-COUNT)
                               MOVE 'N' TO EX-MATCH-TBL(WS-EX-COUNT)
                           ELSE
                               ADD 1 TO WS-TABLE-FULL
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       MATCH-JOURNAL-POSTINGS.
           MOVE 1 TO WS-JB-INDEX
           PERFORM UNTIL WS-JB-INDEX > WS-JB-COUNT
               MOVE 1 TO WS-JA-INDEX
               PERFORM UNTIL WS-JA-INDEX > WS-JA-COUNT
                   IF JA-MATCH-TBL(WS-JA-INDEX) = 'N'
                           AND JA-ID-TBL(WS-JA-INDEX)
                               = JB-ID-TBL(WS-JB-INDEX)
                           AND JA-AMT-TBL(WS-JA-INDEX)
                               = JB-AMT-TBL(WS-JB-INDEX)
                           AND JA-TIPO-TBL(WS-JA-INDEX)
                               = JB-TIPO-TBL(WS-JB-INDEX)
                           AND JA-STATUS-TBL(WS-JA-INDEX)
                               = JB-STATUS-TBL(WS-JB-INDEX)
                       MOVE 'Y' TO JA-MATCH-TBL(WS-JA-INDEX)
                       MOVE 'Y' TO JB-MATCH-TBL(WS-JB-INDEX)
                       ADD 1 TO WS-JRN-MATCHED
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-JA-INDEX
               END-PERFORM
               ADD 1 TO WS-JB-INDEX
           END-PERFORM.

       MATCH-EXCEPTION-LINES.
           MOVE 1 TO WS-EX-INDEX
           PERFORM UNTIL WS-EX-INDEX > WS-EX-COUNT
               IF EX-SIDE-TBL(WS-EX-INDEX) = 'B'
                   MOVE 1 TO WS-EX-INDEX2
                   PERFORM UNTIL WS-EX-INDEX2 > WS-EX-COUNT
                       IF EX-SIDE-TBL(WS-EX-INDEX2) = 'A'
                               AND EX-MATCH-TBL(WS-EX-INDEX2) = 'N'
                               AND EX-KIND-TBL(WS-EX-INDEX2)
                                   = EX-KIND-TBL(WS-EX-INDEX)
                               AND EX-TEXT-TBL(WS-EX-INDEX2)
                                   = EX-TEXT-TBL(WS-EX-INDEX)
                           MOVE 'Y' TO EX-MATCH-TBL(WS-EX-INDEX2)
                           MOVE 'Y' TO EX-MATCH-TBL(WS-EX-INDEX)
                           ADD 1 TO WS-EXC-MATCHED
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-EX-INDEX2
                   END-PERFORM
               END-IF
               ADD 1 TO WS-EX-INDEX
           END-PERFORM.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "ENGINE PARALLEL-RUN COMPARISON " WS-TODAY " " WS-NOW
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ENGINE A  " DELIMITED BY SIZE
               WS-ENGINE-CMD-A DELIMITED BY "  "
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ENGINE B  " DELIMITED BY SIZE
               WS-ENGINE-CMD-B DELIMITED BY "  "
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNTS  " DELIMITED BY SIZE
               WS-ACCOUNTS-PATH DELIMITED BY SPACE
               "  TRANSACTIONS " DELIMITED BY SIZE
               WS-TRANS-PATH DELIMITED BY SPACE
               "  WORK AREA " DELIMITED BY SIZE
               WS-WORK-DIR DELIMITED BY SPACE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RC-A TO WS-EDIT-RC
           MOVE WS-RC-B TO WS-EDIT-RC2
           MOVE SPACES TO REPORT-LINE
           STRING "EXIT CODE ENGINE A " WS-EDIT-RC
               "  ENGINE B " WS-EDIT-RC2
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-RC-A NOT = 0 OR WS-RC-B NOT = 0
               MOVE SPACES TO REPORT-LINE
               STRING "*** AN ENGINE ENDED ABNORMALLY - SEE ENGINE.OUT"
                   " IN ITS WORK AREA"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RESULTING BALANCES" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       COMPARE-BALANCES.
           MOVE 1 TO WS-RA-INDEX
           PERFORM UNTIL WS-RA-INDEX > WS-RA-COUNT
               ADD 1 TO WS-ACCT-COMPARED
               MOVE 0 TO WS-RB-FOUND
               MOVE 1 TO WS-RB-INDEX
               PERFORM UNTIL WS-RB-INDEX > WS-RB-COUNT
                   IF RB-SEEN-TBL(WS-RB-INDEX) = 'N'
                           AND RB-ID-TBL(WS-RB-INDEX)
                               = RA-ID-TBL(WS-RA-INDEX)
                       MOVE WS-RB-INDEX TO WS-RB-FOUND
                       MOVE 'Y' TO RB-SEEN-TBL(WS-RB-INDEX)
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-RB-INDEX
               END-PERFORM
               IF WS-RB-FOUND = 0
                   ADD 1 TO WS-BAL-MISMATCH
                   MOVE RA-SALDO-TBL(WS-RA-INDEX) TO WS-EDIT-BAL
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " RA-ID-TBL(WS-RA-INDEX)
                       " PRESENT ONLY IN ENGINE A MASTER - BALANCE "
                       WS-EDIT-BAL
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   IF RA-SALDO-TBL(WS-RA-INDEX)
                           NOT = RB-SALDO-TBL(WS-RB-FOUND)
                       ADD 1 TO WS-BAL-MISMATCH
                       PERFORM EXPLAIN-BALANCE-DIFF
                   END-IF
                   IF RA-STATUS-TBL(WS-RA-INDEX)
                           NOT = RB-STATUS-TBL(WS-RB-FOUND)
                       ADD 1 TO WS-BAL-MISMATCH
                       MOVE SPACES TO REPORT-LINE
                       STRING "  " RA-ID-TBL(WS-RA-INDEX)
                           " STATUS DIFFERS - ENGINE A '"
                           RA-STATUS-TBL(WS-RA-INDEX)
                           "' ENGINE B '" RB-STATUS-TBL(WS-RB-FOUND) "'"
                           DELIMITED BY SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-IF
               ADD 1 TO WS-RA-INDEX
           END-PERFORM
           MOVE 1 TO WS-RB-INDEX
           PERFORM UNTIL WS-RB-INDEX > WS-RB-COUNT
               IF RB-SEEN-TBL(WS-RB-INDEX) = 'N'
                   ADD 1 TO WS-BAL-MISMATCH
                   MOVE RB-SALDO-TBL(WS-RB-INDEX) TO WS-EDIT-BAL
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " RB-ID-TBL(WS-RB-INDEX)
                       " PRESENT ONLY IN ENGINE B MASTER - BALANCE "
                       WS-EDIT-BAL
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               ADD 1 TO WS-RB-INDEX
           END-PERFORM
           MOVE WS-ACCT-COMPARED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ACCOUNTS COMPARED " WS-EDIT-COUNT
               "  DIFFERENCES " WS-BAL-MISMATCH
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       EXPLAIN-BALANCE-DIFF.
           MOVE 0 TO WS-OPEN-SALDO
           MOVE 1 TO WS-OP-INDEX
           PERFORM UNTIL WS-OP-INDEX > WS-OP-COUNT
               IF OP-ID-TBL(WS-OP-INDEX) = RA-ID-TBL(WS-RA-INDEX)
                   MOVE OP-SALDO-TBL(WS-OP-INDEX) TO WS-OPEN-SALDO
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-OP-INDEX
           END-PERFORM
           COMPUTE WS-MOVE-A = RA-SALDO-TBL(WS-RA-INDEX)
               - WS-OPEN-SALDO
           COMPUTE WS-MOVE-B = RB-SALDO-TBL(WS-RB-FOUND)
               - WS-OPEN-SALDO
           COMPUTE WS-DIFF = RA-SALDO-TBL(WS-RA-INDEX)
               - RB-SALDO-TBL(WS-RB-FOUND)
           MOVE RA-SALDO-TBL(WS-RA-INDEX) TO WS-EDIT-BAL
           MOVE RB-SALDO-TBL(WS-RB-FOUND) TO WS-EDIT-BAL2
           MOVE WS-DIFF TO WS-EDIT-DIFF
           MOVE SPACES TO REPORT-LINE
           STRING "  " RA-ID-TBL(WS-RA-INDEX)
               " BALANCE ENGINE A " WS-EDIT-BAL
               " ENGINE B " WS-EDIT-BAL2
               " DIFFERENCE " WS-EDIT-DIFF
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-ACCT-UNMATCHED
           MOVE 1 TO WS-JA-INDEX
           PERFORM UNTIL WS-JA-INDEX > WS-JA-COUNT
               IF JA-MATCH-TBL(WS-JA-INDEX) = 'N'
                       AND JA-ID-TBL(WS-JA-INDEX)
                           = RA-ID-TBL(WS-RA-INDEX)
                   ADD 1 TO WS-ACCT-UNMATCHED
               END-IF
               ADD 1 TO WS-JA-INDEX
           END-PERFORM
           MOVE 1 TO WS-JB-INDEX
           PERFORM UNTIL WS-JB-INDEX > WS-JB-COUNT
               IF JB-MATCH-TBL(WS-JB-INDEX) = 'N'
                       AND JB-ID-TBL(WS-JB-INDEX)
                           = RA-ID-TBL(WS-RA-INDEX)
                   ADD 1 TO WS-ACCT-UNMATCHED
               END-IF
               ADD 1 TO WS-JB-INDEX
           END-PERFORM
           MOVE WS-MOVE-A TO WS-EDIT-MOVE
           MOVE WS-MOVE-B TO WS-EDIT-MOVE2
           MOVE SPACES TO REPORT-LINE
           IF WS-ACCT-UNMATCHED > 0
               STRING "      NET MOVEMENT A " WS-EDIT-MOVE
                   " B " WS-EDIT-MOVE2
                   " - " WS-ACCT-UNMATCHED
                   " UNMATCHED JOURNAL LINES ON THIS ACCOUNT"
                   " (SEE JOURNAL SECTION)"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "      NET MOVEMENT A " WS-EDIT-MOVE
                   " B " WS-EDIT-MOVE2
                   " - JOURNALS AGREE, ENGINES APPLIED THE SAME"
                   " POSTINGS TO DIFFERENT BALANCES"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       WRITE-JOURNAL-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "JOURNAL POSTINGS (ACCOUNT, AMOUNT, TYPE)"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 1 TO WS-JA-INDEX
           PERFORM UNTIL WS-JA-INDEX > WS-JA-COUNT
               IF JA-MATCH-TBL(WS-JA-INDEX) = 'N'
                   ADD 1 TO WS-JRN-MISMATCH
                   MOVE 0 TO WS-RB-FOUND
                   MOVE 1 TO WS-JB-INDEX
                   PERFORM UNTIL WS-JB-INDEX > WS-JB-COUNT
                       IF JB-MATCH-TBL(WS-JB-INDEX) = 'N'
                               AND JB-ID-TBL(WS-JB-INDEX)
                                   = JA-ID-TBL(WS-JA-INDEX)
                           MOVE WS-JB-INDEX TO WS-RB-FOUND
                           MOVE 'D' TO JB-MATCH-TBL(WS-JB-INDEX)
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-JB-INDEX
                   END-PERFORM
                   MOVE SPACES TO REPORT-LINE
                   IF WS-RB-FOUND = 0
                       STRING "  " JA-ID-TBL(WS-JA-INDEX)
                           " POSTED ONLY BY ENGINE A: "
                           JA-STATUS-TBL(WS-JA-INDEX) " "
                           JA-AMT-TBL(WS-JA-INDEX) " "
                           JA-TIPO-TBL(WS-JA-INDEX)
                           DELIMITED BY SIZE
                           INTO REPORT-LINE
                   ELSE
                       STRING "  " JA-ID-TBL(WS-JA-INDEX)
                           " POSTING DIFFERS - ENGINE A: "
                           JA-STATUS-TBL(WS-JA-INDEX) " "
                           JA-AMT-TBL(WS-JA-INDEX) " "
                           JA-TIPO-TBL(WS-JA-INDEX)
                           " ENGINE B: "
                           JB-STATUS-TBL(WS-RB-FOUND) " "
                           JB-AMT-TBL(WS-RB-FOUND) " "
                           JB-TIPO-TBL(WS-RB-FOUND)
                           DELIMITED BY SIZE
                           INTO REPORT-LINE
                   END-IF
                   WRITE REPORT-LINE
               END-IF
               ADD 1 TO WS-JA-INDEX
           END-PERFORM
           MOVE 1 TO WS-JB-INDEX
           PERFORM UNTIL WS-JB-INDEX > WS-JB-COUNT
               IF JB-MATCH-TBL(WS-JB-INDEX) = 'N'
                   ADD 1 TO WS-JRN-MISMATCH
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " JB-ID-TBL(WS-JB-INDEX)
                       " POSTED ONLY BY ENGINE B: "
                       JB-STATUS-TBL(WS-JB-INDEX) " "
                       JB-AMT-TBL(WS-JB-INDEX) " "
                       JB-TIPO-TBL(WS-JB-INDEX)
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               ADD 1 TO WS-JB-INDEX
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "  LINES ENGINE A " WS-JA-COUNT
               "  ENGINE B " WS-JB-COUNT
               "  MATCHED " WS-JRN-MATCHED
               "  DIFFERENCES " WS-JRN-MISMATCH
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-EXCEPTION-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "SUSPENSE, PENDING AND REJECT OUTPUT"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 1 TO WS-EX-INDEX
           PERFORM UNTIL WS-EX-INDEX > WS-EX-COUNT
               IF EX-MATCH-TBL(WS-EX-INDEX) = 'N'
                   ADD 1 TO WS-EXC-MISMATCH
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " EX-KIND-TBL(WS-EX-INDEX)
                       " ONLY FROM ENGINE " EX-SIDE-TBL(WS-EX-INDEX)
                       ": " EX-TEXT-TBL(WS-EX-INDEX)
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               ADD 1 TO WS-EX-INDEX
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "  LINES MATCHED " WS-EXC-MATCHED
               "  DIFFERENCES " WS-EXC-MISMATCH
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-TABLE-FULL > 0
               MOVE SPACES TO REPORT-LINE
               STRING "WARNING - " WS-TABLE-FULL
                   " RECORDS NOT COMPARED - WORK TABLES FULL"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           IF WS-RC-A NOT = 0 OR WS-RC-B NOT = 0
               STRING "RESULT: ENGINE RUN FAILED - NOT PROMOTABLE"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
           IF WS-BAL-MISMATCH > 0 OR WS-JRN-MISMATCH > 0
                   OR WS-EXC-MISMATCH > 0 OR WS-TABLE-FULL > 0
               STRING "RESULT: ENGINES DIVERGE - NOT PROMOTABLE"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "RESULT: ENGINES AGREE"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           END-IF
           WRITE REPORT-LINE.
