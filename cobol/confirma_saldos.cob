       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFIRMA-SALDOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE
               ASSIGN TO DYNAMIC WS-REQUEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT CUSTOMERS-FILE
               ASSIGN TO DYNAMIC WS-CUSTOMERS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMERS-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT HISTORY-FILE
               ASSIGN TO DYNAMIC WS-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT LOAN-MASTER-FILE
               ASSIGN TO DYNAMIC WS-LOAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT FACILITY-FILE
               ASSIGN TO DYNAMIC WS-FACILITY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FACILITY-STATUS.
           SELECT TERMDEP-FILE
               ASSIGN TO DYNAMIC WS-TERMDEP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TERMDEP-STATUS.
           SELECT HOLDS-FILE
               ASSIGN TO DYNAMIC WS-HOLDS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT ORDERS-FILE
               ASSIGN TO DYNAMIC WS-ORDERS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ORDERS-STATUS.
           SELECT CONTACTS-FILE
               ASSIGN TO DYNAMIC WS-CONTACTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTACTS-STATUS.
           SELECT LETTER-FILE
               ASSIGN TO DYNAMIC WS-LETTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
           SELECT CONTROL-FILE
               ASSIGN TO DYNAMIC WS-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05 RQ-TYPE           PIC X(1).
           05 FILLER            PIC X(1).
           05 RQ-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 RQ-AS-OF          PIC 9(8).
       FD  CUSTOMERS-FILE.
       01  CUST-REC.
           05 CUST-ID           PIC X(5).
           05 CUST-NAME         PIC X(20).
           05 CUST-ADDRESS      PIC X(30).
           05 CUST-TAX-ID       PIC X(11).
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
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 BH-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 BH-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 BH-SALDO          PIC S9(7)V99.
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
       FD  FACILITY-FILE.
       01  FACILITY-RECORD.
           05 FA-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 FA-EXTRA          PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 FA-START          PIC 9(8).
           05 FILLER            PIC X(1).
           05 FA-EXPIRY         PIC 9(8).
           05 FILLER            PIC X(1).
           05 FA-APPROVER       PIC X(8).
       FD  TERMDEP-FILE.
       01  TERMDEP-RECORD.
           05 TD-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 TD-PRINCIPAL      PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 TD-RATE           PIC 9V9(4).
           05 FILLER            PIC X(1).
           05 TD-OPEN           PIC 9(8).
           05 FILLER            PIC X(1).
           05 TD-MATURITY       PIC 9(8).
           05 FILLER            PIC X(1).
           05 TD-ROLLOVER       PIC X(1).
           05 FILLER            PIC X(1).
           05 TD-LINKED         PIC X(5).
           05 FILLER            PIC X(1).
           05 TD-STATUS         PIC X(1).
       FD  HOLDS-FILE.
       01  HOLD-RECORD.
           05 HD-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 HD-MONTO          PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 HD-TIMESTAMP      PIC X(14).
       FD  ORDERS-FILE.
       01  ORDER-RECORD.
           05 GO-ID             PIC X(5).
           05 FILLER            PIC X(1).
           05 GO-AUTHORITY      PIC X(20).
           05 FILLER            PIC X(1).
           05 GO-AMOUNT         PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 GO-ALL-FUNDS      PIC X(1).
           05 FILLER            PIC X(1).
           05 GO-EFF-DATE       PIC 9(8).
           05 FILLER            PIC X(1).
           05 GO-SEIZED         PIC 9(7)V99.
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
       FD  LETTER-FILE.
       01  LETTER-LINE          PIC X(100).
       FD  CONTROL-FILE.
       01  CONTROL-LINE         PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-REQUEST-PATH      PIC X(200).
       01  WS-CUSTOMERS-PATH    PIC X(200).
       01  WS-ACCOUNTS-PATH     PIC X(200).
       01  WS-HISTORY-PATH      PIC X(200).
       01  WS-LOAN-PATH         PIC X(200).
       01  WS-FACILITY-PATH     PIC X(200).
       01  WS-TERMDEP-PATH      PIC X(200).
       01  WS-HOLDS-PATH        PIC X(200).
       01  WS-ORDERS-PATH       PIC X(200).
       01  WS-CONTACTS-PATH     PIC X(200).
       01  WS-LETTER-PATH       PIC X(200).
       01  WS-CONTROL-PATH      PIC X(200).
       01  WS-REQUEST-STATUS    PIC XX.
       01  WS-CUSTOMERS-STATUS  PIC XX.
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-HISTORY-STATUS    PIC XX.
       01  WS-LOAN-STATUS       PIC XX.
       01  WS-FACILITY-STATUS   PIC XX.
       01  WS-TERMDEP-STATUS    PIC XX.
       01  WS-HOLDS-STATUS      PIC XX.
       01  WS-ORDERS-STATUS     PIC XX.
       01  WS-CONTACTS-STATUS   PIC XX.
       01  WS-LETTER-STATUS     PIC XX.
       01  WS-CONTROL-STATUS    PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-AC-EOF            PIC X VALUE 'N'.
       01  WS-SUB-EOF           PIC X VALUE 'N'.
       01  WS-CC-EOF            PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  WS-FOUND             PIC X VALUE 'N'.
       01  WS-REQ-CUST          PIC X(5).
       01  WS-REQ-RESULT        PIC X(40).
       01  CONFIRM-TABLE.
           05 CONFIRM-ENTRY OCCURS 2000 TIMES.
               10 CF-CUST-TBL   PIC X(5).
               10 CF-AS-OF-TBL  PIC 9(8).
       01  WS-CF-INDEX          PIC 9(4) VALUE 1.
       01  WS-CF-COUNT          PIC 9(4) VALUE 0.
       01  WS-AS-OF             PIC 9(8).
       01  WS-CONF-CUST         PIC X(5).
       01  WS-CONF-NAME         PIC X(20).
       01  WS-CONF-ADDRESS      PIC X(30).
       01  CONTACT-TABLE.
           05 CONTACT-ENTRY OCCURS 20000 TIMES.
               10 CC-CUST-TBL   PIC X(5).
               10 CC-TYPE-TBL   PIC X(1).
               10 CC-SEQ-TBL    PIC 9(1).
               10 CC-TEXT-TBL   PIC X(40).
               10 CC-RET-TBL    PIC X(1).
       01  WS-CC-INDEX          PIC 9(5) VALUE 1.
       01  WS-CC-COUNT          PIC 9(5) VALUE 0.
       01  WS-ADDR-LINES        PIC 9(2) VALUE 0.
       01  WS-ADDR-SEQ          PIC 9(1).
       01  WS-BEST-DATE         PIC 9(8).
       01  WS-BEST-SALDO        PIC S9(7)V99.
       01  WS-HIST-FOUND        PIC X VALUE 'N'.
       01  WS-OD-LIMIT          PIC 9(9)V99.
       01  WS-OD-DRAWN          PIC 9(9)V99.
       01  WS-OD-UNDRAWN        PIC S9(9)V99.
       01  WS-ITEM-COUNT        PIC 9(4) VALUE 0.
       01  WS-EDIT-AMT          PIC -(9)9.99.
       01  WS-EDIT-AMT2         PIC -(9)9.99.
       01  WS-CUST-DEPOSITS     PIC S9(11)V99.
       01  WS-CUST-LOANS        PIC S9(11)V99.
       01  WS-TOT-DEPOSITS      PIC S9(13)V99 VALUE 0.
       01  WS-TOT-LOANS         PIC S9(13)V99 VALUE 0.
       01  WS-TOT-TERMDEP       PIC S9(13)V99 VALUE 0.
       01  WS-REQ-COUNT         PIC 9(6) VALUE 0.
       01  WS-REJECT-COUNT      PIC 9(6) VALUE 0.
       01  WS-LETTER-COUNT      PIC 9(6) VALUE 0.
       01  WS-ACCT-LISTED       PIC 9(6) VALUE 0.
       01  WS-NO-SNAP-COUNT     PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-REQUEST-PATH
           ACCEPT WS-REQUEST-PATH FROM ENVIRONMENT "AUDIT_CONFIRM_PATH"
           IF WS-REQUEST-PATH = SPACES
               MOVE "accounts/AUDIT_CONFIRM_REQUESTS.DAT"
                   TO WS-REQUEST-PATH
           END-IF
           MOVE SPACES TO WS-CUSTOMERS-PATH
           ACCEPT WS-CUSTOMERS-PATH FROM ENVIRONMENT "CUSTOMERS_PATH"
           IF WS-CUSTOMERS-PATH = SPACES
               MOVE "accounts/CUSTOMERS.DAT" TO WS-CUSTOMERS-PATH
           END-IF
           MOVE SPACES TO WS-ACCOUNTS-PATH
           ACCEPT WS-ACCOUNTS-PATH FROM ENVIRONMENT "ACCOUNTS_PATH"
           IF WS-ACCOUNTS-PATH = SPACES
               MOVE "accounts/ACCOUNTS.DAT" TO WS-ACCOUNTS-PATH
           END-IF
           MOVE SPACES TO WS-HISTORY-PATH
           ACCEPT WS-HISTORY-PATH
               FROM ENVIRONMENT "BALANCE_HISTORY_PATH"
           IF WS-HISTORY-PATH = SPACES
               MOVE "accounts/BALANCE_HISTORY.DAT" TO WS-HISTORY-PATH
           END-IF
           MOVE SPACES TO WS-LOAN-PATH
           ACCEPT WS-LOAN-PATH FROM ENVIRONMENT "LOAN_MASTER_PATH"
           IF WS-LOAN-PATH = SPACES
               MOVE "accounts/LOAN_MASTER.DAT" TO WS-LOAN-PATH
           END-IF
           MOVE SPACES TO WS-FACILITY-PATH
           ACCEPT WS-FACILITY-PATH
               FROM ENVIRONMENT "OD_FACILITIES_PATH"
           IF WS-FACILITY-PATH = SPACES
               MOVE "accounts/OD_FACILITIES.DAT" TO WS-FACILITY-PATH
           END-IF
           MOVE SPACES TO WS-TERMDEP-PATH
           ACCEPT WS-TERMDEP-PATH FROM ENVIRONMENT "TERM_DEPOSITS_PATH"
           IF WS-TERMDEP-PATH = SPACES
               MOVE "accounts/TERM_DEPOSITS.DAT" TO WS-TERMDEP-PATH
           END-IF
           MOVE SPACES TO WS-HOLDS-PATH
           ACCEPT WS-HOLDS-PATH FROM ENVIRONMENT "HOLDS_PATH"
           IF WS-HOLDS-PATH = SPACES
               MOVE "accounts/HOLDS.DAT" TO WS-HOLDS-PATH
           END-IF
           MOVE SPACES TO WS-ORDERS-PATH
           ACCEPT WS-ORDERS-PATH FROM ENVIRONMENT "GARNISH_ORDERS_PATH"
           IF WS-ORDERS-PATH = SPACES
               MOVE "accounts/GARNISH_ORDERS.DAT" TO WS-ORDERS-PATH
           END-IF
           MOVE SPACES TO WS-LETTER-PATH
           ACCEPT WS-LETTER-PATH
               FROM ENVIRONMENT "AUDIT_LETTERS_PATH"
           IF WS-LETTER-PATH = SPACES
               MOVE "accounts/AUDIT_CONFIRM_LETTERS.RPT"
                   TO WS-LETTER-PATH
           END-IF
           MOVE SPACES TO WS-CONTROL-PATH
           ACCEPT WS-CONTROL-PATH
               FROM ENVIRONMENT "AUDIT_CONTROL_PATH"
           IF WS-CONTROL-PATH = SPACES
               MOVE "accounts/AUDIT_CONFIRM_CONTROL.RPT"
                   TO WS-CONTROL-PATH
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM LOAD-CONTACT-TABLE
           OPEN OUTPUT CONTROL-FILE
           MOVE SPACES TO CONTROL-LINE
           STRING "AUDIT CONFIRMATION CONTROL LISTING RUN " WS-TODAY
               DELIMITED BY SIZE
               INTO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE SPACES TO CONTROL-LINE
           MOVE "REQUEST                      RESULT" TO CONTROL-LINE
           WRITE CONTROL-LINE

           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "NO AUDIT CONFIRMATION REQUESTS "
                   WS-REQUEST-STATUS
               CLOSE CONTROL-FILE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REQUEST-FILE INTO REQUEST-RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF REQUEST-RECORD NOT = SPACES
                       ADD 1 TO WS-REQ-COUNT
                       PERFORM RESOLVE-ONE-REQUEST
                   END-IF
               END-READ
           END-PERFORM
           CLOSE REQUEST-FILE
           MOVE 'N' TO WS-EOF

           OPEN OUTPUT LETTER-FILE
           MOVE 1 TO WS-CF-INDEX
           PERFORM UNTIL WS-CF-INDEX > WS-CF-COUNT
               MOVE CF-CUST-TBL(WS-CF-INDEX) TO WS-CONF-CUST
               MOVE CF-AS-OF-TBL(WS-CF-INDEX) TO WS-AS-OF
               PERFORM WRITE-ONE-LETTER
               ADD 1 TO WS-CF-INDEX
           END-PERFORM
           CLOSE LETTER-FILE

           PERFORM WRITE-CONTROL-TOTALS
           CLOSE CONTROL-FILE

           DISPLAY "AUDIT CONFIRMATIONS - REQUESTS " WS-REQ-COUNT
               " REJECTED " WS-REJECT-COUNT
               " LETTERS " WS-LETTER-COUNT
           STOP RUN.

       RESOLVE-ONE-REQUEST.
           MOVE SPACES TO WS-REQ-CUST
           MOVE SPACES TO WS-REQ-RESULT
           IF RQ-AS-OF NOT NUMERIC OR RQ-AS-OF = 0
               MOVE "REJECTED INVALID AS-OF DATE" TO WS-REQ-RESULT
           ELSE
               IF RQ-AS-OF > WS-TODAY
                   MOVE "REJECTED AS-OF DATE IN FUTURE"
                       TO WS-REQ-RESULT
               ELSE
                   EVALUATE RQ-TYPE
                       WHEN 'C'
                           PERFORM FIND-REQUEST-CUSTOMER
                       WHEN 'A'
                           PERFORM FIND-REQUEST-ACCOUNT
                       WHEN OTHER
                           MOVE "REJECTED INVALID REQUEST TYPE"
                               TO WS-REQ-RESULT
                   END-EVALUATE
               END-IF
           END-IF
           IF WS-REQ-RESULT = SPACES
               PERFORM ADD-CONFIRM-ENTRY
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           MOVE SPACES TO CONTROL-LINE
           STRING RQ-TYPE " " RQ-ID " AS OF " RQ-AS-OF "   "
               WS-REQ-RESULT
               DELIMITED BY SIZE
               INTO CONTROL-LINE
           WRITE CONTROL-LINE.

       FIND-REQUEST-CUSTOMER.
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-SUB-EOF
           OPEN INPUT CUSTOMERS-FILE
           IF WS-CUSTOMERS-STATUS = "00"
               PERFORM UNTIL WS-SUB-EOF = 'Y'
                   READ CUSTOMERS-FILE INTO CUST-REC
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       IF CUST-ID = RQ-ID
                           MOVE 'Y' TO WS-FOUND
                           MOVE 'Y' TO WS-SUB-EOF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMERS-FILE
           END-IF
           IF WS-FOUND = 'Y'
               MOVE RQ-ID TO WS-REQ-CUST
           ELSE
               MOVE "REJECTED CUSTOMER NOT FOUND" TO WS-REQ-RESULT
           END-IF.

       FIND-REQUEST-ACCOUNT.
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-SUB-EOF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS = "00"
               PERFORM UNTIL WS-SUB-EOF = 'Y'
                   READ ACCOUNTS-FILE INTO ACCOUNTS-RECORD
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       IF AC-ID = RQ-ID
                           MOVE 'Y' TO WS-FOUND
                           MOVE AC-CUST-ID TO WS-REQ-CUST
                           MOVE 'Y' TO WS-SUB-EOF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNTS-FILE
           END-IF
           IF WS-FOUND = 'N'
               MOVE "REJECTED ACCOUNT NOT FOUND" TO WS-REQ-RESULT
           ELSE
               IF WS-REQ-CUST = SPACES
                   MOVE "REJECTED ACCOUNT HAS NO CUSTOMER"
                       TO WS-REQ-RESULT
               END-IF
           END-IF.

       ADD-CONFIRM-ENTRY.
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-CF-INDEX
           PERFORM UNTIL WS-CF-INDEX > WS-CF-COUNT
               IF CF-CUST-TBL(WS-CF-INDEX) = WS-REQ-CUST
                       AND CF-AS-OF-TBL(WS-CF-INDEX) = RQ-AS-OF
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CF-INDEX
           END-PERFORM
           IF WS-FOUND = 'Y'
               STRING "CUSTOMER " WS-REQ-CUST " ALREADY SELECTED"
                   DELIMITED BY SIZE
                   INTO WS-REQ-RESULT
           ELSE
               IF WS-CF-COUNT >= 2000
                   MOVE "REJECTED SELECTION TABLE FULL"
                       TO WS-REQ-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   ADD 1 TO WS-CF-COUNT
                   MOVE WS-REQ-CUST TO CF-CUST-TBL(WS-CF-COUNT)
                   MOVE RQ-AS-OF TO CF-AS-OF-TBL(WS-CF-COUNT)
                   STRING "CUSTOMER " WS-REQ-CUST " SELECTED"
                       DELIMITED BY SIZE
                       INTO WS-REQ-RESULT
               END-IF
           END-IF.

       LOAD-CONTACT-TABLE.
           MOVE SPACES TO WS-CONTACTS-PATH
           ACCEPT WS-CONTACTS-PATH
               FROM ENVIRONMENT "CUST_CONTACTS_PATH"
           IF WS-CONTACTS-PATH = SPACES
               MOVE "accounts/CUST_CONTACTS.DAT" TO WS-CONTACTS-PATH
           END-IF
           MOVE 'N' TO WS-CC-EOF
           MOVE 0 TO WS-CC-COUNT
           OPEN INPUT CONTACTS-FILE
           IF WS-CONTACTS-STATUS = "00"
               PERFORM UNTIL WS-CC-EOF = 'Y' OR WS-CC-COUNT >= 20000
                   READ CONTACTS-FILE INTO CONTACT-RECORD
                   AT END MOVE 'Y' TO WS-CC-EOF
                   NOT AT END
                       IF CC-CUST-ID NOT = SPACES
                           ADD 1 TO WS-CC-COUNT
                           MOVE CC-CUST-ID
                               TO CC-CUST-TBL(WS-CC-COUNT)
                           MOVE CC-TYPE TO CC-TYPE-TBL(WS-CC-COUNT)
                           IF CC-SEQ NUMERIC
                               MOVE CC-SEQ TO CC-SEQ-TBL(WS-CC-COUNT)
                           ELSE
                               MOVE 0 TO CC-SEQ-TBL(WS-CC-COUNT)
                           END-IF
                           MOVE CC-TEXT TO CC-TEXT-TBL(WS-CC-COUNT)
                           MOVE CC-RETURNED
                               TO CC-RET-TBL(WS-CC-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACTS-FILE
           END-IF.

       WRITE-ONE-LETTER.
           MOVE SPACES TO WS-CONF-NAME
           MOVE SPACES TO WS-CONF-ADDRESS
           MOVE 'N' TO WS-SUB-EOF
           OPEN INPUT CUSTOMERS-FILE
           IF WS-CUSTOMERS-STATUS = "00"
               PERFORM UNTIL WS-SUB-EOF = 'Y'
                   READ CUSTOMERS-FILE INTO CUST-REC
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       IF CUST-ID = WS-CONF-CUST
                           MOVE CUST-NAME TO WS-CONF-NAME
                           MOVE CUST-ADDRESS TO WS-CONF-ADDRESS
                           MOVE 'Y' TO WS-SUB-EOF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMERS-FILE
           END-IF
           MOVE 0 TO WS-CUST-DEPOSITS
           MOVE 0 TO WS-CUST-LOANS
           MOVE 0 TO WS-ITEM-COUNT

           MOVE SPACES TO LETTER-LINE
           STRING "BALANCE CONFIRMATION CUSTOMER " WS-CONF-CUST
               " AS OF " WS-AS-OF
               DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "  " WS-CONF-NAME
               DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           PERFORM WRITE-LETTER-ADDRESS
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "  AT THE REQUEST OF OUR AUDITORS PLEASE CONFIRM "
               "THE FOLLOWING AS OF " WS-AS-OF
               DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE

           MOVE 'N' TO WS-AC-EOF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS = "00"
               PERFORM UNTIL WS-AC-EOF = 'Y'
                   READ ACCOUNTS-FILE INTO ACCOUNTS-RECORD
                   AT END MOVE 'Y' TO WS-AC-EOF
                   NOT AT END
                       IF AC-CUST-ID = WS-CONF-CUST
                           PERFORM CONFIRM-ONE-ACCOUNT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNTS-FILE
           END-IF
           IF WS-ITEM-COUNT = 0
               MOVE SPACES TO LETTER-LINE
               MOVE "  NO ACCOUNTS ON RECORD FOR THIS CUSTOMER"
                   TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF

           MOVE WS-CUST-DEPOSITS TO WS-EDIT-AMT
           MOVE WS-CUST-LOANS TO WS-EDIT-AMT2
           MOVE SPACES TO LETTER-LINE
           STRING "  TOTAL DEPOSITS " WS-EDIT-AMT
               "  TOTAL LOANS " WS-EDIT-AMT2
               DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "  PLEASE REPLY DIRECTLY TO THE AUDITORS STATING "
               "WHETHER THESE AGREE WITH YOUR RECORDS"
               DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           ADD WS-CUST-DEPOSITS TO WS-TOT-DEPOSITS
           ADD WS-CUST-LOANS TO WS-TOT-LOANS
           ADD 1 TO WS-LETTER-COUNT

           MOVE SPACES TO CONTROL-LINE
           STRING "LETTER CUSTOMER " WS-CONF-CUST " AS OF " WS-AS-OF
               " ITEMS " WS-ITEM-COUNT
               " DEPOSITS " WS-EDIT-AMT
               DELIMITED BY SIZE
               INTO CONTROL-LINE
           WRITE CONTROL-LINE.

       WRITE-LETTER-ADDRESS.
           MOVE 0 TO WS-ADDR-LINES
           MOVE 0 TO WS-ADDR-SEQ
           PERFORM UNTIL WS-ADDR-SEQ > 9
               MOVE 1 TO WS-CC-INDEX
               PERFORM UNTIL WS-CC-INDEX > WS-CC-COUNT
                   IF CC-CUST-TBL(WS-CC-INDEX) = WS-CONF-CUST
                           AND CC-TYPE-TBL(WS-CC-INDEX) = 'A'
                           AND CC-SEQ-TBL(WS-CC-INDEX) = WS-ADDR-SEQ
                       MOVE SPACES TO LETTER-LINE
                       STRING "  " CC-TEXT-TBL(WS-CC-INDEX)
                           DELIMITED BY SIZE
                           INTO LETTER-LINE
                       WRITE LETTER-LINE
                       ADD 1 TO WS-ADDR-LINES
                       IF CC-RET-TBL(WS-CC-INDEX) = 'Y'
                           MOVE SPACES TO CONTROL-LINE
                           STRING "WARNING CUSTOMER " WS-CONF-CUST
                               " MAIL RETURNED FOR ADDRESS - "
                               "CONFIRM BY OTHER MEANS"
                               DELIMITED BY SIZE
                               INTO CONTROL-LINE
                           WRITE CONTROL-LINE
                       END-IF
                   END-IF
                   ADD 1 TO WS-CC-INDEX
               END-PERFORM
               IF WS-ADDR-SEQ = 9
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-ADDR-SEQ
           END-PERFORM
           IF WS-ADDR-LINES = 0
               MOVE SPACES TO LETTER-LINE
               STRING "  " WS-CONF-ADDRESS
                   DELIMITED BY SIZE
                   INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.

       CONFIRM-ONE-ACCOUNT.
           ADD 1 TO WS-ITEM-COUNT
           ADD 1 TO WS-ACCT-LISTED
           IF AC-TYPE = 'L'
               PERFORM CONFIRM-LOAN
           ELSE
               PERFORM CONFIRM-DEPOSIT
               PERFORM CONFIRM-TERM-DEPOSIT
               PERFORM CONFIRM-FACILITY
           END-IF
           PERFORM CONFIRM-HOLDS
           PERFORM CONFIRM-GARNISHMENTS.

       CONFIRM-DEPOSIT.
           MOVE 0 TO WS-BEST-DATE
           MOVE 0 TO WS-BEST-SALDO
           MOVE 'N' TO WS-HIST-FOUND
           MOVE 'N' TO WS-SUB-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-SUB-EOF = 'Y'
                   READ HISTORY-FILE
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       IF BH-ID = AC-ID
                               AND BH-DATE NUMERIC
                               AND BH-SALDO NUMERIC
                               AND BH-DATE <= WS-AS-OF
                               AND BH-DATE >= WS-BEST-DATE
                           MOVE BH-DATE TO WS-BEST-DATE
                           MOVE BH-SALDO TO WS-BEST-SALDO
                           MOVE 'Y' TO WS-HIST-FOUND
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           MOVE SPACES TO LETTER-LINE
           IF WS-HIST-FOUND = 'Y'
               MOVE WS-BEST-SALDO TO WS-EDIT-AMT
               ADD WS-BEST-SALDO TO WS-CUST-DEPOSITS
               STRING "  DEPOSIT ACCOUNT " AC-ID " TYPE " AC-TYPE
                   " " AC-CURRENCY " BALANCE " WS-EDIT-AMT
                   DELIMITED BY SIZE
                   INTO LETTER-LINE
           ELSE
               ADD 1 TO WS-NO-SNAP-COUNT
               STRING "  DEPOSIT ACCOUNT " AC-ID " TYPE " AC-TYPE
                   " " AC-CURRENCY " NO BALANCE ON RECORD AT DATE"
                   DELIMITED BY SIZE
                   INTO LETTER-LINE
               MOVE SPACES TO CONTROL-LINE
               STRING "WARNING ACCOUNT " AC-ID
                   " NO BALANCE SNAPSHOT ON OR BEFORE " WS-AS-OF
                   DELIMITED BY SIZE
                   INTO CONTROL-LINE
               WRITE CONTROL-LINE
           END-IF
           WRITE LETTER-LINE.

       CONFIRM-LOAN.
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-SUB-EOF
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-LOAN-STATUS = "00"
               PERFORM UNTIL WS-SUB-EOF = 'Y'
                   READ LOAN-MASTER-FILE INTO LOAN-RECORD
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       IF LN-ID = AC-ID AND LN-BALANCE NUMERIC
                           MOVE 'Y' TO WS-FOUND
                           MOVE 'Y' TO WS-SUB-EOF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER-FILE
           END-IF
           MOVE SPACES TO LETTER-LINE
           IF WS-FOUND = 'Y'
               MOVE LN-BALANCE TO WS-EDIT-AMT
               ADD LN-BALANCE TO WS-CUST-LOANS
               STRING "  LOAN ACCOUNT " AC-ID " " AC-CURRENCY
                   " OUTSTANDING " WS-EDIT-AMT
                   " OPENED " LN-OPENED
                   " NEXT DUE " LN-NEXT-DUE
                   DELIMITED BY SIZE
                   INTO LETTER-LINE
               WRITE LETTER-LINE
               IF LN-CHARGES NUMERIC AND LN-PENALTY NUMERIC
                   IF LN-CHARGES > 0 OR LN-PENALTY > 0
                       MOVE LN-CHARGES TO WS-EDIT-AMT
                       MOVE LN-PENALTY TO WS-EDIT-AMT2
                       MOVE SPACES TO LETTER-LINE
                       STRING "    CHARGES DUE " WS-EDIT-AMT
                           " PENALTY INTEREST " WS-EDIT-AMT2
                           DELIMITED BY SIZE
                           INTO LETTER-LINE
                       WRITE LETTER-LINE
                   END-IF
               END-IF
           ELSE
               STRING "  LOAN ACCOUNT " AC-ID
                   " NOT FOUND ON LOAN MASTER"
                   DELIMITED BY SIZE
                   INTO LETTER-LINE
               WRITE LETTER-LINE
               MOVE SPACES TO CONTROL-LINE
               STRING "WARNING ACCOUNT " AC-ID
                   " LOAN NOT ON LOAN MASTER"
                   DELIMITED BY SIZE
                   INTO CONTROL-LINE
               WRITE CONTROL-LINE
           END-IF.

       CONFIRM-FACILITY.
           MOVE 0 TO WS-OD-LIMIT
           IF AC-OVERDRAFT-LIMIT NUMERIC
               MOVE AC-OVERDRAFT-LIMIT TO WS-OD-LIMIT
           END-IF
           MOVE 'N' TO WS-SUB-EOF
           OPEN INPUT FACILITY-FILE
           IF WS-FACILITY-STATUS = "00"
               PERFORM UNTIL WS-SUB-EOF = 'Y'
                   READ FACILITY-FILE INTO FACILITY-RECORD
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       IF FA-ID = AC-ID
                               AND FA-EXTRA NUMERIC
                               AND FA-START NUMERIC
                               AND FA-EXPIRY NUMERIC
                               AND FA-START <= WS-AS-OF
                               AND FA-EXPIRY >= WS-AS-OF
                           ADD FA-EXTRA TO WS-OD-LIMIT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FACILITY-FILE
           END-IF
           IF WS-OD-LIMIT > 0
               MOVE 0 TO WS-OD-DRAWN
               IF WS-HIST-FOUND = 'Y' AND WS-BEST-SALDO < 0
                   COMPUTE WS-OD-DRAWN = 0 - WS-BEST-SALDO
               END-IF
               COMPUTE WS-OD-UNDRAWN = WS-OD-LIMIT - WS-OD-DRAWN
               IF WS-OD-UNDRAWN < 0
                   MOVE 0 TO WS-OD-UNDRAWN
               END-IF
               MOVE WS-OD-LIMIT TO WS-EDIT-AMT
               MOVE WS-OD-UNDRAWN TO WS-EDIT-AMT2
               MOVE SPACES TO LETTER-LINE
               STRING "    OVERDRAFT FACILITY LIMIT " WS-EDIT-AMT
                   " UNDRAWN " WS-EDIT-AMT2
                   DELIMITED BY SIZE
                   INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.

       CONFIRM-TERM-DEPOSIT.
           MOVE 'N' TO WS-SUB-EOF
           OPEN INPUT TERMDEP-FILE
           IF WS-TERMDEP-STATUS = "00"
               PERFORM UNTIL WS-SUB-EOF = 'Y'
                   READ TERMDEP-FILE INTO TERMDEP-RECORD
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       IF TD-ID = AC-ID
                               AND TD-PRINCIPAL NUMERIC
                               AND TD-OPEN NUMERIC
                               AND TD-MATURITY NUMERIC
                               AND TD-OPEN <= WS-AS-OF
                               AND (TD-MATURITY > WS-AS-OF
                                   OR TD-STATUS = 'A')
                           MOVE TD-PRINCIPAL TO WS-EDIT-AMT
                           ADD TD-PRINCIPAL TO WS-TOT-TERMDEP
                           MOVE SPACES TO LETTER-LINE
                           STRING "    TERM DEPOSIT PRINCIPAL "
                               WS-EDIT-AMT
                               " RATE " TD-RATE
                               " MATURES " TD-MATURITY
                               DELIMITED BY SIZE
                               INTO LETTER-LINE
                           WRITE LETTER-LINE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE TERMDEP-FILE
           END-IF.

       CONFIRM-HOLDS.
           MOVE 'N' TO WS-SUB-EOF
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS = "00"
               PERFORM UNTIL WS-SUB-EOF = 'Y'
                   READ HOLDS-FILE INTO HOLD-RECORD
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       IF HD-ID = AC-ID AND HD-MONTO NUMERIC
                               AND HD-TIMESTAMP(1:8) <= WS-AS-OF
                           MOVE HD-MONTO TO WS-EDIT-AMT
                           MOVE SPACES TO LETTER-LINE
                           STRING "    HOLD IN PLACE " WS-EDIT-AMT
                               " SINCE " HD-TIMESTAMP(1:8)
                               DELIMITED BY SIZE
                               INTO LETTER-LINE
                           WRITE LETTER-LINE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF.

       CONFIRM-GARNISHMENTS.
           MOVE 'N' TO WS-SUB-EOF
           OPEN INPUT ORDERS-FILE
           IF WS-ORDERS-STATUS = "00"
               PERFORM UNTIL WS-SUB-EOF = 'Y'
                   READ ORDERS-FILE INTO ORDER-RECORD
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       IF GO-ID = AC-ID AND GO-EFF-DATE NUMERIC
                               AND GO-EFF-DATE <= WS-AS-OF
                           MOVE SPACES TO LETTER-LINE
                           IF GO-ALL-FUNDS = 'Y'
                               STRING "    GARNISHMENT ALL FUNDS "
                                   GO-AUTHORITY
                                   " EFFECTIVE " GO-EFF-DATE
                                   DELIMITED BY SIZE
                                   INTO LETTER-LINE
                           ELSE
                               MOVE GO-AMOUNT TO WS-EDIT-AMT
                               STRING "    GARNISHMENT " WS-EDIT-AMT
                                   " " GO-AUTHORITY
                                   " EFFECTIVE " GO-EFF-DATE
                                   DELIMITED BY SIZE
                                   INTO LETTER-LINE
                           END-IF
                           WRITE LETTER-LINE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDERS-FILE
           END-IF.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE SPACES TO CONTROL-LINE
           STRING "REQUESTS READ " WS-REQ-COUNT
               " REJECTED " WS-REJECT-COUNT
               " LETTERS " WS-LETTER-COUNT
               " ACCOUNTS " WS-ACCT-LISTED
               " NO SNAPSHOT " WS-NO-SNAP-COUNT
               DELIMITED BY SIZE
               INTO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE SPACES TO CONTROL-LINE
           MOVE WS-TOT-DEPOSITS TO WS-EDIT-AMT
           MOVE WS-TOT-LOANS TO WS-EDIT-AMT2
           STRING "TOTAL DEPOSITS CONFIRMED " WS-EDIT-AMT
               " TOTAL LOANS CONFIRMED " WS-EDIT-AMT2
               DELIMITED BY SIZE
               INTO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE SPACES TO CONTROL-LINE
           MOVE WS-TOT-TERMDEP TO WS-EDIT-AMT
           STRING "TOTAL TERM DEPOSITS CONFIRMED " WS-EDIT-AMT
               DELIMITED BY SIZE
               INTO CONTROL-LINE
           WRITE CONTROL-LINE.
