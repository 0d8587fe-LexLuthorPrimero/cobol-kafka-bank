       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIRMAS-PENDIENTES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDSIGN-FILE
               ASSIGN TO DYNAMIC WS-PENDSIGN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PENDSIGN-STATUS.
           SELECT ACTIONS-FILE
               ASSIGN TO DYNAMIC WS-ACTIONS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACTIONS-STATUS.
           SELECT MANDATE-FILE
               ASSIGN TO DYNAMIC WS-MANDATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MANDATE-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT HOLDERS-FILE
               ASSIGN TO DYNAMIC WS-HOLDERS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HOLDERS-STATUS.
           SELECT TRANS-FILE
               ASSIGN TO DYNAMIC WS-TRANS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT TRANSHDR-FILE
               ASSIGN TO DYNAMIC WS-TRANS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSHDR-STATUS.
           SELECT NOTIFY-FILE
               ASSIGN TO DYNAMIC WS-NOTIFY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.
           SELECT SIGNLOG-FILE
               ASSIGN TO DYNAMIC WS-SIGNLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SIGNLOG-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO DYNAMIC WS-BUSDATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDSIGN-FILE.
       01  PENDSIGN-RECORD.
           05 PS-QUEUE-ID       PIC X(12).
           05 FILLER            PIC X(1).
           05 PS-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 PS-STATUS         PIC X(1).
           05 FILLER            PIC X(1).
           05 PS-SOURCE         PIC X(1).
           05 FILLER            PIC X(1).
           05 PS-SIGNER-1       PIC X(5).
           05 FILLER            PIC X(1).
           05 PS-SIGNER-2       PIC X(5).
           05 FILLER            PIC X(1).
           05 PS-SIGNER-3       PIC X(5).
           05 FILLER            PIC X(1).
           05 PS-TRANS          PIC X(90).
       FD  ACTIONS-FILE.
       01  ACTION-RECORD.
           05 SA-QUEUE-ID       PIC X(12).
           05 FILLER            PIC X(1).
           05 SA-SIGNER         PIC X(5).
       FD  MANDATE-FILE.
       01  MANDATE-RECORD.
           05 MD-TYPE           PIC X(1).
           05 FILLER            PIC X(1).
           05 MD-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 MD-SIGNER         PIC X(5).
           05 MD-RULE REDEFINES MD-SIGNER PIC X(1).
           05 FILLER            PIC X(1).
           05 MD-CLASS          PIC X(1).
           05 FILLER            PIC X(1).
           05 MD-LIMIT          PIC 9(7)V99.
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
       FD  HOLDERS-FILE.
       01  HOLDER-RECORD.
           05 AH-AC-ID          PIC X(5).
           05 FILLER            PIC X(1).
           05 AH-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 AH-ROLE           PIC X(1).
       FD  TRANS-FILE.
       01  TRANS-LINE           PIC X(90).
       FD  TRANSHDR-FILE.
       01  TH-LINE              PIC X(96).
       FD  NOTIFY-FILE.
       01  NOTIFY-LINE          PIC X(100).
       FD  SIGNLOG-FILE.
       01  SIGNLOG-LINE         PIC X(100).
       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05 BD-DATE           PIC 9(8).
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-PENDSIGN-PATH     PIC X(200).
       01  WS-ACTIONS-PATH      PIC X(200).
       01  WS-MANDATE-PATH      PIC X(200).
       01  WS-ACCOUNTS-PATH     PIC X(200).
       01  WS-HOLDERS-PATH      PIC X(200).
       01  WS-TRANS-PATH        PIC X(200).
       01  WS-NOTIFY-PATH       PIC X(200).
       01  WS-SIGNLOG-PATH      PIC X(200).
       01  WS-BUSDATE-PATH      PIC X(200).
       01  WS-REPORT-PATH       PIC X(200).
       01  WS-PENDSIGN-STATUS   PIC XX.
       01  WS-ACTIONS-STATUS    PIC XX.
       01  WS-MANDATE-STATUS    PIC XX.
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-HOLDERS-STATUS    PIC XX.
       01  WS-TRANS-STATUS      PIC XX.
       01  WS-TRANSHDR-STATUS   PIC XX.
       01  WS-NOTIFY-STATUS     PIC XX.
       01  WS-SIGNLOG-STATUS    PIC XX.
       01  WS-BUSDATE-STATUS    PIC XX.
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  WS-TIME              PIC 9(6).
       01  WS-CUTOFF-TXT        PIC X(3).
       01  WS-CUTOFF-DAYS       PIC 9(3) VALUE 2.
       01  WS-AGE               PIC S9(5).
       01  WS-RT-EOF            PIC X VALUE "N".
       01  REFRESH-TABLE.
           05 RT-LINE-TBL OCCURS 50000 TIMES PIC X(96).
       01  WS-RT-INDEX          PIC 9(6) VALUE 1.
       01  WS-RT-COUNT          PIC 9(6) VALUE 0.
       01  WS-RT-AMT            PIC X(9).
       01  WS-RT-AMT-N REDEFINES WS-RT-AMT PIC 9(7)V99.
       01  WS-RT-TOTAL          PIC 9(9)V99 VALUE 0.
       01  WS-HDR-BUILD.
           05 FILLER            PIC X(5) VALUE "HDR  ".
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-HDR-TOTAL      PIC 9(7)V99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-HDR-COUNT      PIC 9(7).
       01  WS-NEXT-SEQ          PIC 9(7) VALUE 0.
       01  QUEUE-TABLE.
           05 QUEUE-ENTRY OCCURS 5000 TIMES.
               10 PQ-ID-TBL       PIC X(12).
               10 PQ-DATE-TBL     PIC 9(8).
               10 PQ-STATUS-TBL   PIC X(1).
               10 PQ-SOURCE-TBL   PIC X(1).
               10 PQ-SIGNER-TBL   PIC X(5) OCCURS 3 TIMES.
               10 PQ-TRANS-TBL    PIC X(90).
               10 PQ-ACTED-TBL    PIC X(1).
       01  WS-PQ-INDEX          PIC 9(4) VALUE 1.
       01  WS-PQ-COUNT          PIC 9(4) VALUE 0.
       01  WS-PQ-LINE           PIC X(90).
       01  WS-PQ-FIELDS REDEFINES WS-PQ-LINE.
           05 WS-PQ-ACCOUNT     PIC X(5).
           05 FILLER            PIC X(1).
           05 WS-PQ-MONTO       PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 WS-PQ-TIPO        PIC X(1).
           05 FILLER            PIC X(20).
           05 WS-PQ-SEQ         PIC 9(7).
           05 FILLER            PIC X(46).
       01  WS-MD-EOF            PIC X VALUE 'N'.
       01  MANDATE-TABLE.
           05 MANDATE-ENTRY OCCURS 5000 TIMES.
               10 MM-ACCOUNT-TBL  PIC X(5).
               10 MM-RULE-TBL     PIC X(1).
       01  WS-MM-INDEX          PIC 9(4) VALUE 1.
       01  WS-MM-COUNT          PIC 9(4) VALUE 0.
       01  SIGNATORY-TABLE.
           05 SIGNATORY-ENTRY OCCURS 20000 TIMES.
               10 MS-ACCOUNT-TBL  PIC X(5).
               10 MS-SIGNER-TBL   PIC X(5).
               10 MS-CLASS-TBL    PIC X(1).
               10 MS-LIMIT-TBL    PIC 9(7)V99.
       01  WS-MS-INDEX          PIC 9(5) VALUE 1.
       01  WS-MS-COUNT          PIC 9(5) VALUE 0.
       01  WS-MD-ACCOUNT        PIC X(5).
       01  WS-MD-FOUND          PIC X VALUE 'N'.
       01  WS-MD-RULE           PIC X(1).
       01  WS-SIGNER-LIST.
           05 WS-SIGNER-TBL OCCURS 3 TIMES PIC X(5).
       01  WS-SG-AMOUNT         PIC 9(7)V99.
       01  WS-SG-IX             PIC 9(1).
       01  WS-SG-JX             PIC 9(1).
       01  WS-SG-DUP            PIC X(1).
       01  WS-SG-VALID          PIC 9(1).
       01  WS-SG-CLASS-A        PIC 9(1).
       01  WS-MANDATE-MET       PIC X VALUE 'Y'.
       01  WS-AH-EOF            PIC X VALUE 'N'.
       01  HOLDERS-TABLE.
           05 HOLDER-ENTRY OCCURS 20000 TIMES.
               10 AH-AC-TBL       PIC X(5).
               10 AH-CUST-TBL     PIC X(5).
       01  WS-AH-INDEX          PIC 9(5) VALUE 1.
       01  WS-AH-COUNT          PIC 9(5) VALUE 0.
       01  ACCOUNTS-TABLE.
           05 ACCOUNT-ENTRY OCCURS 50000 TIMES.
               10 AC-ID-TBL       PIC X(5).
               10 AC-CUST-TBL     PIC X(5).
       01  WS-ACC-INDEX         PIC 9(6) VALUE 1.
       01  WS-ACC-COUNT         PIC 9(6) VALUE 0.
       01  WS-PRIMARY-CUST      PIC X(5).
       01  WS-PRIMARY-LISTED    PIC X VALUE 'N'.
       01  WS-NOTICE-CUST       PIC X(5).
       01  WS-SIGN-DISP         PIC X(8).
       01  WS-ACTION-COUNT      PIC 9(5) VALUE 0.
       01  WS-SIGNED-COUNT      PIC 9(5) VALUE 0.
       01  WS-RELEASED-COUNT    PIC 9(5) VALUE 0.
       01  WS-EXPIRED-COUNT     PIC 9(5) VALUE 0.
       01  WS-WAITING-COUNT     PIC 9(5) VALUE 0.
       01  WS-NOTICE-COUNT      PIC 9(5) VALUE 0.
       01  WS-ACT-FOUND         PIC X VALUE 'N'.
       01  WS-RPT-AMOUNT        PIC Z(6)9.99.
       01  WS-RPT-AGE           PIC ZZZ9.
       01  WS-RPT-STATUS        PIC X(8).
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-PENDSIGN-PATH
           ACCEPT WS-PENDSIGN-PATH
               FROM ENVIRONMENT "PENDING_SIGNATURE_PATH"
           IF WS-PENDSIGN-PATH = SPACES
               MOVE "accounts/PENDING_SIGNATURE.DAT"
                   TO WS-PENDSIGN-PATH
           END-IF
           MOVE SPACES TO WS-ACTIONS-PATH
           ACCEPT WS-ACTIONS-PATH FROM ENVIRONMENT "SIGN_ACTIONS_PATH"
           IF WS-ACTIONS-PATH = SPACES
               MOVE "accounts/SIGN_ACTIONS.DAT" TO WS-ACTIONS-PATH
           END-IF
           MOVE SPACES TO WS-MANDATE-PATH
           ACCEPT WS-MANDATE-PATH FROM ENVIRONMENT "SIGN_MANDATES_PATH"
           IF WS-MANDATE-PATH = SPACES
               MOVE "accounts/SIGN_MANDATES.DAT" TO WS-MANDATE-PATH
           END-IF
           MOVE SPACES TO WS-ACCOUNTS-PATH
           ACCEPT WS-ACCOUNTS-PATH FROM ENVIRONMENT "ACCOUNTS_PATH"
           IF WS-ACCOUNTS-PATH = SPACES
               MOVE "accounts/ACCOUNTS.DAT" TO WS-ACCOUNTS-PATH
           END-IF
           MOVE SPACES TO WS-HOLDERS-PATH
           ACCEPT WS-HOLDERS-PATH FROM ENVIRONMENT "ACCT_HOLDERS_PATH"
           IF WS-HOLDERS-PATH = SPACES
               MOVE "accounts/ACCT_HOLDERS.DAT" TO WS-HOLDERS-PATH
           END-IF
           MOVE SPACES TO WS-TRANS-PATH
           ACCEPT WS-TRANS-PATH FROM ENVIRONMENT "TRANS_INPUT"
           IF WS-TRANS-PATH = SPACES
               MOVE "trans_input.txt" TO WS-TRANS-PATH
           END-IF
           MOVE SPACES TO WS-NOTIFY-PATH
           ACCEPT WS-NOTIFY-PATH FROM ENVIRONMENT "NOTIFY_OUTBOX_PATH"
           IF WS-NOTIFY-PATH = SPACES
               MOVE "accounts/NOTIFY_OUTBOX.LOG" TO WS-NOTIFY-PATH
           END-IF
           MOVE SPACES TO WS-SIGNLOG-PATH
           ACCEPT WS-SIGNLOG-PATH FROM ENVIRONMENT "SIGN_LOG_PATH"
           IF WS-SIGNLOG-PATH = SPACES
               MOVE "accounts/SIGN_INSTRUCTIONS.LOG"
                   TO WS-SIGNLOG-PATH
           END-IF
           MOVE SPACES TO WS-BUSDATE-PATH
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_PATH"
           IF WS-BUSDATE-PATH = SPACES
               MOVE "accounts/BUSINESS_DATE.DAT" TO WS-BUSDATE-PATH
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "SIGN_QUEUE_RPT_PATH"
           IF WS-REPORT-PATH = SPACES
               MOVE "accounts/SIGN_QUEUE.RPT" TO WS-REPORT-PATH
           END-IF
           MOVE SPACES TO WS-CUTOFF-TXT
           ACCEPT WS-CUTOFF-TXT FROM ENVIRONMENT "SIGN_CUTOFF_DAYS"
           IF WS-CUTOFF-TXT NOT = SPACES AND WS-CUTOFF-TXT NUMERIC
               MOVE WS-CUTOFF-TXT TO WS-CUTOFF-DAYS
           END-IF
           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-PENDING-QUEUE
           IF WS-PQ-COUNT = 0
               DISPLAY "NO ITEMS IN PENDING-SIGNATURE QUEUE"
               STOP RUN
           END-IF
           PERFORM LOAD-MANDATE-TABLE
           PERFORM LOAD-ACCOUNTS-TABLE
           PERFORM LOAD-HOLDERS-TABLE
           PERFORM APPLY-SIGN-ACTIONS
           PERFORM COUNT-NEXT-SEQUENCE
           MOVE 1 TO WS-PQ-INDEX
           PERFORM UNTIL WS-PQ-INDEX > WS-PQ-COUNT
               IF PQ-STATUS-TBL(WS-PQ-INDEX) = 'W'
                   PERFORM REVIEW-ONE-ITEM
               END-IF
               ADD 1 TO WS-PQ-INDEX
           END-PERFORM
           IF WS-RELEASED-COUNT > 0
               PERFORM REFRESH-TRANS-HEADER
           END-IF
           PERFORM REWRITE-PENDING-QUEUE
           PERFORM WRITE-QUEUE-REPORT
           DISPLAY "SIGNATURES APPLIED " WS-SIGNED-COUNT
               " RELEASED " WS-RELEASED-COUNT
               " EXPIRED " WS-EXPIRED-COUNT
               " STILL WAITING " WS-WAITING-COUNT
               " NOTICES " WS-NOTICE-COUNT
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

       LOAD-PENDING-QUEUE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-PQ-COUNT
           OPEN INPUT PENDSIGN-FILE
           IF WS-PENDSIGN-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PENDSIGN-FILE INTO PENDSIGN-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PS-QUEUE-ID NOT = SPACES
                           IF WS-PQ-COUNT >= 5000
                               DISPLAY "PENDING-SIGNATURE QUEUE "
                                   "EXCEEDS TABLE CAPACITY"
                               CLOSE PENDSIGN-FILE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-PQ-COUNT
                           MOVE PS-QUEUE-ID TO PQ-ID-TBL(WS-PQ-COUNT)
                           IF PS-DATE NUMERIC
                               MOVE PS-DATE TO PQ-DATE-TBL(WS-PQ-COUNT)
                           ELSE
                               MOVE WS-TODAY
                                   TO PQ-DATE-TBL(WS-PQ-COUNT)
                           END-IF
                           MOVE PS-STATUS
                               TO PQ-STATUS-TBL(WS-PQ-COUNT)
                           MOVE PS-SOURCE
                               TO PQ-SOURCE-TBL(WS-PQ-COUNT)
                           MOVE PS-SIGNER-1
                               TO PQ-SIGNER-TBL(WS-PQ-COUNT, 1)
                           MOVE PS-SIGNER-2
                               TO PQ-SIGNER-TBL(WS-PQ-COUNT, 2)
                           MOVE PS-SIGNER-3
                               TO PQ-SIGNER-TBL(WS-PQ-COUNT, 3)
                           MOVE PS-TRANS TO PQ-TRANS-TBL(WS-PQ-COUNT)
                           MOVE 'N' TO PQ-ACTED-TBL(WS-PQ-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDSIGN-FILE
           END-IF.

       LOAD-ACCOUNTS-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-ACC-COUNT
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "ERROR ACCOUNTS OPEN " WS-ACCOUNTS-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y' OR WS-ACC-COUNT >= 50000
               READ ACCOUNTS-FILE INTO ACCOUNTS-RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-ACC-COUNT
                   MOVE AC-ID TO AC-ID-TBL(WS-ACC-COUNT)
                   MOVE AC-CUST-ID TO AC-CUST-TBL(WS-ACC-COUNT)
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE.

       LOAD-HOLDERS-TABLE.
           MOVE 'N' TO WS-AH-EOF
           MOVE 0 TO WS-AH-COUNT
           OPEN INPUT HOLDERS-FILE
           IF WS-HOLDERS-STATUS = "00"
               PERFORM UNTIL WS-AH-EOF = 'Y' OR WS-AH-COUNT >= 20000
                   READ HOLDERS-FILE INTO HOLDER-RECORD
                   AT END MOVE 'Y' TO WS-AH-EOF
                   NOT AT END
                       IF AH-AC-ID NOT = SPACES
                               AND AH-CUST-ID NOT = SPACES
                           ADD 1 TO WS-AH-COUNT
                           MOVE AH-AC-ID TO AH-AC-TBL(WS-AH-COUNT)
                           MOVE AH-CUST-ID
                               TO AH-CUST-TBL(WS-AH-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDERS-FILE
           END-IF.

       LOAD-MANDATE-TABLE.
           MOVE 'N' TO WS-MD-EOF
           MOVE 0 TO WS-MM-COUNT
           MOVE 0 TO WS-MS-COUNT
           OPEN INPUT MANDATE-FILE
           IF WS-MANDATE-STATUS = "00"
               PERFORM UNTIL WS-MD-EOF = 'Y'
                   READ MANDATE-FILE INTO MANDATE-RECORD
                   AT END MOVE 'Y' TO WS-MD-EOF
                   NOT AT END
                       IF MD-TYPE = 'M' AND MD-ACCOUNT NOT = SPACES
                               AND WS-MM-COUNT < 5000
                           ADD 1 TO WS-MM-COUNT
                           MOVE MD-ACCOUNT
                               TO MM-ACCOUNT-TBL(WS-MM-COUNT)
                           MOVE MD-RULE TO MM-RULE-TBL(WS-MM-COUNT)
                       END-IF
                       IF MD-TYPE = 'S' AND MD-SIGNER NOT = SPACES
                               AND WS-MS-COUNT < 20000
                           ADD 1 TO WS-MS-COUNT
                           MOVE MD-ACCOUNT
                               TO MS-ACCOUNT-TBL(WS-MS-COUNT)
                           MOVE MD-SIGNER
                               TO MS-SIGNER-TBL(WS-MS-COUNT)
                           MOVE MD-CLASS TO MS-CLASS-TBL(WS-MS-COUNT)
                           IF MD-LIMIT NUMERIC
                               MOVE MD-LIMIT
                                   TO MS-LIMIT-TBL(WS-MS-COUNT)
                           ELSE
                               MOVE 0 TO MS-LIMIT-TBL(WS-MS-COUNT)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATE-FILE
           END-IF.

       APPLY-SIGN-ACTIONS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ACTIONS-FILE
           IF WS-ACTIONS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ACTIONS-FILE INTO ACTION-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SA-QUEUE-ID NOT = SPACES
                               AND SA-SIGNER NOT = SPACES
                           ADD 1 TO WS-ACTION-COUNT
                           PERFORM APPLY-ONE-ACTION
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTIONS-FILE
               OPEN OUTPUT ACTIONS-FILE
               CLOSE ACTIONS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       APPLY-ONE-ACTION.
           MOVE 'N' TO WS-ACT-FOUND
           MOVE 1 TO WS-PQ-INDEX
           PERFORM UNTIL WS-PQ-INDEX > WS-PQ-COUNT
               IF PQ-ID-TBL(WS-PQ-INDEX) = SA-QUEUE-ID
                       AND PQ-STATUS-TBL(WS-PQ-INDEX) = 'W'
                   MOVE 'Y' TO WS-ACT-FOUND
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-PQ-INDEX
           END-PERFORM
           IF WS-ACT-FOUND = 'N'
               DISPLAY "SIGNATURE IGNORED - NO WAITING ITEM "
                   SA-QUEUE-ID
           ELSE
           IF PQ-SIGNER-TBL(WS-PQ-INDEX, 1) = SA-SIGNER
                   OR PQ-SIGNER-TBL(WS-PQ-INDEX, 2) = SA-SIGNER
                   OR PQ-SIGNER-TBL(WS-PQ-INDEX, 3) = SA-SIGNER
               DISPLAY "SIGNATURE ALREADY RECORDED " SA-QUEUE-ID
                   " " SA-SIGNER
           ELSE
           IF PQ-SIGNER-TBL(WS-PQ-INDEX, 1) = SPACES
               MOVE SA-SIGNER TO PQ-SIGNER-TBL(WS-PQ-INDEX, 1)
               PERFORM RECORD-SIGNATURE-ADDED
           ELSE
           IF PQ-SIGNER-TBL(WS-PQ-INDEX, 2) = SPACES
               MOVE SA-SIGNER TO PQ-SIGNER-TBL(WS-PQ-INDEX, 2)
               PERFORM RECORD-SIGNATURE-ADDED
           ELSE
           IF PQ-SIGNER-TBL(WS-PQ-INDEX, 3) = SPACES
               MOVE SA-SIGNER TO PQ-SIGNER-TBL(WS-PQ-INDEX, 3)
               PERFORM RECORD-SIGNATURE-ADDED
           ELSE
               DISPLAY "SIGNATURE IGNORED - NO FREE SIGNER SLOT "
                   SA-QUEUE-ID " " SA-SIGNER
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       RECORD-SIGNATURE-ADDED.
           ADD 1 TO WS-SIGNED-COUNT
           MOVE 'Y' TO PQ-ACTED-TBL(WS-PQ-INDEX)
           MOVE "SIGNED" TO WS-SIGN-DISP
           PERFORM WRITE-SIGNING-LOG.

       REVIEW-ONE-ITEM.
           MOVE PQ-TRANS-TBL(WS-PQ-INDEX) TO WS-PQ-LINE
           MOVE WS-PQ-ACCOUNT TO WS-MD-ACCOUNT
           PERFORM FIND-ACCOUNT-MANDATE
           IF WS-MD-FOUND = 'N'
               MOVE 'Y' TO WS-MANDATE-MET
           ELSE
               MOVE PQ-SIGNER-TBL(WS-PQ-INDEX, 1) TO WS-SIGNER-TBL(1)
               MOVE PQ-SIGNER-TBL(WS-PQ-INDEX, 2) TO WS-SIGNER-TBL(2)
               MOVE PQ-SIGNER-TBL(WS-PQ-INDEX, 3) TO WS-SIGNER-TBL(3)
               IF WS-PQ-MONTO NUMERIC
                   MOVE WS-PQ-MONTO TO WS-SG-AMOUNT
               ELSE
                   MOVE 0 TO WS-SG-AMOUNT
               END-IF
               PERFORM CHECK-SIGNING-MANDATE
           END-IF
           COMPUTE WS-AGE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(PQ-DATE-TBL(WS-PQ-INDEX))
           IF WS-MANDATE-MET = 'Y'
               PERFORM RELEASE-ONE-ITEM
           ELSE
           IF WS-AGE > WS-CUTOFF-DAYS
               PERFORM EXPIRE-ONE-ITEM
           ELSE
               ADD 1 TO WS-WAITING-COUNT
           END-IF
           END-IF.

       RELEASE-ONE-ITEM.
           IF PQ-SOURCE-TBL(WS-PQ-INDEX) = 'V'
               MOVE WS-NEXT-SEQ TO WS-PQ-SEQ
               ADD 1 TO WS-NEXT-SEQ
           END-IF
           OPEN EXTEND TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00" AND
                   WS-TRANS-STATUS NOT = "05"
               CLOSE TRANS-FILE
               OPEN OUTPUT TRANS-FILE
           END-IF
           MOVE WS-PQ-LINE TO TRANS-LINE
           WRITE TRANS-LINE
           CLOSE TRANS-FILE
           MOVE WS-PQ-LINE TO PQ-TRANS-TBL(WS-PQ-INDEX)
           MOVE 'R' TO PQ-STATUS-TBL(WS-PQ-INDEX)
           MOVE 'Y' TO PQ-ACTED-TBL(WS-PQ-INDEX)
           ADD 1 TO WS-RELEASED-COUNT
           DISPLAY "RELEASED TO POSTING " PQ-ID-TBL(WS-PQ-INDEX)
               " " WS-PQ-ACCOUNT " " WS-PQ-MONTO
           MOVE "RELEASED" TO WS-SIGN-DISP
           PERFORM WRITE-SIGNING-LOG.

       EXPIRE-ONE-ITEM.
           MOVE 'X' TO PQ-STATUS-TBL(WS-PQ-INDEX)
           MOVE 'Y' TO PQ-ACTED-TBL(WS-PQ-INDEX)
           ADD 1 TO WS-EXPIRED-COUNT
           DISPLAY "REJECTED - SIGNATURES NOT COMPLETED BY CUT-OFF "
               PQ-ID-TBL(WS-PQ-INDEX) " " WS-PQ-ACCOUNT
           MOVE "EXPIRED" TO WS-SIGN-DISP
           PERFORM WRITE-SIGNING-LOG
           PERFORM NOTIFY-ACCOUNT-HOLDERS.

       NOTIFY-ACCOUNT-HOLDERS.
           MOVE SPACES TO WS-PRIMARY-CUST
           MOVE 'N' TO WS-PRIMARY-LISTED
           MOVE 1 TO WS-ACC-INDEX
           PERFORM UNTIL WS-ACC-INDEX > WS-ACC-COUNT
               IF AC-ID-TBL(WS-ACC-INDEX) = WS-PQ-ACCOUNT
                   MOVE AC-CUST-TBL(WS-ACC-INDEX) TO WS-PRIMARY-CUST
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-ACC-INDEX
           END-PERFORM
           MOVE 1 TO WS-AH-INDEX
           PERFORM UNTIL WS-AH-INDEX > WS-AH-COUNT
               IF AH-AC-TBL(WS-AH-INDEX) = WS-PQ-ACCOUNT
                   MOVE AH-CUST-TBL(WS-AH-INDEX) TO WS-NOTICE-CUST
                   IF WS-NOTICE-CUST = WS-PRIMARY-CUST
                       MOVE 'Y' TO WS-PRIMARY-LISTED
                   END-IF
                   PERFORM WRITE-EXPIRY-NOTICE
               END-IF
               ADD 1 TO WS-AH-INDEX
           END-PERFORM
           IF WS-PRIMARY-LISTED = 'N'
               MOVE WS-PRIMARY-CUST TO WS-NOTICE-CUST
               PERFORM WRITE-EXPIRY-NOTICE
           END-IF.

       WRITE-EXPIRY-NOTICE.
           OPEN EXTEND NOTIFY-FILE
           IF WS-NOTIFY-STATUS NOT = "00" AND
                   WS-NOTIFY-STATUS NOT = "05"
               CLOSE NOTIFY-FILE
               OPEN OUTPUT NOTIFY-FILE
           END-IF
           MOVE SPACES TO NOTIFY-LINE
           STRING "ALERT SIGNEXPIRE " WS-PQ-ACCOUNT
               " HOLDER " WS-NOTICE-CUST
               " ITEM " WS-PQ-MONTO " " WS-PQ-TIPO
               " QUEUE " PQ-ID-TBL(WS-PQ-INDEX)
               DELIMITED BY SIZE
               INTO NOTIFY-LINE
           WRITE NOTIFY-LINE
           CLOSE NOTIFY-FILE
           ADD 1 TO WS-NOTICE-COUNT.

       FIND-ACCOUNT-MANDATE.
           MOVE 'N' TO WS-MD-FOUND
           MOVE SPACES TO WS-MD-RULE
           MOVE 1 TO WS-MM-INDEX
           PERFORM UNTIL WS-MM-INDEX > WS-MM-COUNT
               IF MM-ACCOUNT-TBL(WS-MM-INDEX) = WS-MD-ACCOUNT
                   MOVE 'Y' TO WS-MD-FOUND
                   MOVE MM-RULE-TBL(WS-MM-INDEX) TO WS-MD-RULE
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-MM-INDEX
           END-PERFORM.

       CHECK-SIGNING-MANDATE.
           MOVE 0 TO WS-SG-VALID
           MOVE 0 TO WS-SG-CLASS-A
           MOVE 1 TO WS-SG-IX
           PERFORM UNTIL WS-SG-IX > 3
               IF WS-SIGNER-TBL(WS-SG-IX) NOT = SPACES
                   PERFORM CHECK-ONE-SIGNER
               END-IF
               ADD 1 TO WS-SG-IX
           END-PERFORM
           MOVE 'N' TO WS-MANDATE-MET
           EVALUATE WS-MD-RULE
               WHEN '1'
                   IF WS-SG-VALID >= 1
                       MOVE 'Y' TO WS-MANDATE-MET
                   END-IF
               WHEN '2'
                   IF WS-SG-VALID >= 2
                       MOVE 'Y' TO WS-MANDATE-MET
                   END-IF
               WHEN 'A'
                   IF WS-SG-CLASS-A >= 1 AND WS-SG-VALID >= 2
                       MOVE 'Y' TO WS-MANDATE-MET
                   END-IF
           END-EVALUATE.

       CHECK-ONE-SIGNER.
           MOVE 'N' TO WS-SG-DUP
           MOVE 1 TO WS-SG-JX
           PERFORM UNTIL WS-SG-JX >= WS-SG-IX
               IF WS-SIGNER-TBL(WS-SG-JX) = WS-SIGNER-TBL(WS-SG-IX)
                   MOVE 'Y' TO WS-SG-DUP
               END-IF
               ADD 1 TO WS-SG-JX
           END-PERFORM
           IF WS-SG-DUP = 'N'
               MOVE 1 TO WS-MS-INDEX
               PERFORM UNTIL WS-MS-INDEX > WS-MS-COUNT
                   IF MS-ACCOUNT-TBL(WS-MS-INDEX) = WS-MD-ACCOUNT
                           AND MS-SIGNER-TBL(WS-MS-INDEX)
                               = WS-SIGNER-TBL(WS-SG-IX)
                       IF MS-LIMIT-TBL(WS-MS-INDEX) = 0
                               OR MS-LIMIT-TBL(WS-MS-INDEX)
                                   >= WS-SG-AMOUNT
                           ADD 1 TO WS-SG-VALID
                           IF MS-CLASS-TBL(WS-MS-INDEX) = 'A'
                               ADD 1 TO WS-SG-CLASS-A
                           END-IF
                       END-IF
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-MS-INDEX
               END-PERFORM
           END-IF.

       COUNT-NEXT-SEQUENCE.
           MOVE 0 TO WS-NEXT-SEQ
           MOVE 'N' TO WS-EOF
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TRANS-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NEXT-SEQ
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF
           ADD 1 TO WS-NEXT-SEQ.

       REFRESH-TRANS-HEADER.
           MOVE 0 TO WS-RT-COUNT
           MOVE 0 TO WS-RT-TOTAL
           MOVE "N" TO WS-RT-EOF
           OPEN INPUT TRANSHDR-FILE
           IF WS-TRANSHDR-STATUS NOT = "00"
               DISPLAY "NO TRANSACTION FILE TO HEADER"
           ELSE
               PERFORM UNTIL WS-RT-EOF = "Y"
                   READ TRANSHDR-FILE
                   AT END MOVE "Y" TO WS-RT-EOF
                   NOT AT END
                       IF TH-LINE(1:5) NOT = "HDR  "
                               AND TH-LINE NOT = SPACES
                               AND WS-RT-COUNT < 50000
                           ADD 1 TO WS-RT-COUNT
                           MOVE TH-LINE TO RT-LINE-TBL(WS-RT-COUNT)
                           MOVE TH-LINE(7:9) TO WS-RT-AMT
                           IF WS-RT-AMT-N NUMERIC
                               ADD WS-RT-AMT-N TO WS-RT-TOTAL
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSHDR-FILE
               OPEN OUTPUT TRANSHDR-FILE
               MOVE WS-RT-TOTAL TO WS-HDR-TOTAL
               MOVE WS-RT-COUNT TO WS-HDR-COUNT
               MOVE WS-HDR-BUILD TO TH-LINE(1:24)
               MOVE SPACES TO TH-LINE(25:72)
               WRITE TH-LINE
               MOVE 1 TO WS-RT-INDEX
               PERFORM UNTIL WS-RT-INDEX > WS-RT-COUNT
                   MOVE RT-LINE-TBL(WS-RT-INDEX) TO TH-LINE
                   WRITE TH-LINE
                   ADD 1 TO WS-RT-INDEX
               END-PERFORM
               CLOSE TRANSHDR-FILE
           END-IF.

       REWRITE-PENDING-QUEUE.
           OPEN OUTPUT PENDSIGN-FILE
           MOVE 1 TO WS-PQ-INDEX
           PERFORM UNTIL WS-PQ-INDEX > WS-PQ-COUNT
               MOVE SPACES TO PENDSIGN-RECORD
               MOVE PQ-ID-TBL(WS-PQ-INDEX) TO PS-QUEUE-ID
               MOVE PQ-DATE-TBL(WS-PQ-INDEX) TO PS-DATE
               MOVE PQ-STATUS-TBL(WS-PQ-INDEX) TO PS-STATUS
               MOVE PQ-SOURCE-TBL(WS-PQ-INDEX) TO PS-SOURCE
               MOVE PQ-SIGNER-TBL(WS-PQ-INDEX, 1) TO PS-SIGNER-1
               MOVE PQ-SIGNER-TBL(WS-PQ-INDEX, 2) TO PS-SIGNER-2
               MOVE PQ-SIGNER-TBL(WS-PQ-INDEX, 3) TO PS-SIGNER-3
               MOVE PQ-TRANS-TBL(WS-PQ-INDEX) TO PS-TRANS
               WRITE PENDSIGN-RECORD
               ADD 1 TO WS-PQ-INDEX
           END-PERFORM
           CLOSE PENDSIGN-FILE.

       WRITE-SIGNING-LOG.
           ACCEPT WS-TIME FROM TIME
           MOVE PQ-TRANS-TBL(WS-PQ-INDEX) TO WS-PQ-LINE
           OPEN EXTEND SIGNLOG-FILE
           IF WS-SIGNLOG-STATUS NOT = "00" AND
                   WS-SIGNLOG-STATUS NOT = "05"
               CLOSE SIGNLOG-FILE
               OPEN OUTPUT SIGNLOG-FILE
           END-IF
           MOVE SPACES TO SIGNLOG-LINE
           STRING WS-TODAY WS-TIME " FIRMAS     "
               PQ-ID-TBL(WS-PQ-INDEX)
               " " WS-PQ-ACCOUNT " " WS-PQ-MONTO
               " " WS-PQ-TIPO " " PQ-SIGNER-TBL(WS-PQ-INDEX, 1)
               " " PQ-SIGNER-TBL(WS-PQ-INDEX, 2)
               " " PQ-SIGNER-TBL(WS-PQ-INDEX, 3)
               " " WS-SIGN-DISP
               DELIMITED BY SIZE
               INTO SIGNLOG-LINE
           WRITE SIGNLOG-LINE
           CLOSE SIGNLOG-FILE.

       WRITE-QUEUE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SIGNATURE QUEUE REPORT "
                   WS-REPORT-STATUS
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "PENDING-SIGNATURE QUEUE  BUSINESS DATE "
                   WS-TODAY "  CUT-OFF DAYS " WS-CUTOFF-DAYS
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "QUEUE ID     ACCOUNT     AMOUNT T  AGE "
                   "SIGNERS            STATUS"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 1 TO WS-PQ-INDEX
               PERFORM UNTIL WS-PQ-INDEX > WS-PQ-COUNT
                   IF PQ-STATUS-TBL(WS-PQ-INDEX) = 'W'
                           OR PQ-ACTED-TBL(WS-PQ-INDEX) = 'Y'
                       PERFORM WRITE-QUEUE-REPORT-LINE
                   END-IF
                   ADD 1 TO WS-PQ-INDEX
               END-PERFORM
               MOVE SPACES TO REPORT-LINE
               STRING "SIGNATURES " WS-SIGNED-COUNT
                   "  RELEASED " WS-RELEASED-COUNT
                   "  EXPIRED " WS-EXPIRED-COUNT
                   "  WAITING " WS-WAITING-COUNT
                   "  NOTICES " WS-NOTICE-COUNT
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
           END-IF.

       WRITE-QUEUE-REPORT-LINE.
           MOVE PQ-TRANS-TBL(WS-PQ-INDEX) TO WS-PQ-LINE
           IF WS-PQ-MONTO NUMERIC
               MOVE WS-PQ-MONTO TO WS-RPT-AMOUNT
           ELSE
               MOVE 0 TO WS-RPT-AMOUNT
           END-IF
           COMPUTE WS-AGE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(PQ-DATE-TBL(WS-PQ-INDEX))
           IF WS-AGE < 0
               MOVE 0 TO WS-RPT-AGE
           ELSE
               MOVE WS-AGE TO WS-RPT-AGE
           END-IF
           EVALUATE PQ-STATUS-TBL(WS-PQ-INDEX)
               WHEN 'W'
                   MOVE "WAITING" TO WS-RPT-STATUS
               WHEN 'R'
                   MOVE "RELEASED" TO WS-RPT-STATUS
               WHEN 'X'
                   MOVE "EXPIRED" TO WS-RPT-STATUS
               WHEN OTHER
                   MOVE PQ-STATUS-TBL(WS-PQ-INDEX) TO WS-RPT-STATUS
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE
           STRING PQ-ID-TBL(WS-PQ-INDEX) " " WS-PQ-ACCOUNT
               "   " WS-RPT-AMOUNT " " WS-PQ-TIPO
               " " WS-RPT-AGE " "
               PQ-SIGNER-TBL(WS-PQ-INDEX, 1) " "
               PQ-SIGNER-TBL(WS-PQ-INDEX, 2) " "
               PQ-SIGNER-TBL(WS-PQ-INDEX, 3) "  " WS-RPT-STATUS
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
