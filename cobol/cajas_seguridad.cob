       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAJAS-SEGURIDAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOXES-FILE
               ASSIGN TO DYNAMIC WS-BOXES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BOXES-STATUS.
           SELECT RENTALS-FILE
               ASSIGN TO DYNAMIC WS-RENTALS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RENTALS-STATUS.
           SELECT ACCESS-FILE
               ASSIGN TO DYNAMIC WS-ACCESS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCESS-STATUS.
           SELECT RATES-FILE
               ASSIGN TO DYNAMIC WS-RATES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RATES-STATUS.
           SELECT REQUEST-FILE
               ASSIGN TO DYNAMIC WS-REQUEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT CONTENTS-FILE
               ASSIGN TO DYNAMIC WS-CONTENTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTENTS-STATUS.
           SELECT VISITS-FILE
               ASSIGN TO DYNAMIC WS-VISITS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VISITS-STATUS.
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
           SELECT HOLDERS-FILE
               ASSIGN TO DYNAMIC WS-HOLDERS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HOLDERS-STATUS.
           SELECT OPERATORS-FILE
               ASSIGN TO DYNAMIC WS-OPERATORS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OPERATORS-STATUS.
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
       FD  BOXES-FILE.
       01  BOX-RECORD.
           05 SB-BRANCH         PIC X(4).
           05 FILLER            PIC X(1).
           05 SB-BOX            PIC X(6).
           05 FILLER            PIC X(1).
           05 SB-SIZE           PIC X(1).
           05 FILLER            PIC X(1).
           05 SB-STATUS         PIC X(1).
           05 FILLER            PIC X(1).
           05 SB-SINCE          PIC 9(8).
       FD  RENTALS-FILE.
       01  RENTAL-RECORD.
           05 SR-BRANCH         PIC X(4).
           05 FILLER            PIC X(1).
           05 SR-BOX            PIC X(6).
           05 FILLER            PIC X(1).
           05 SR-CUST           PIC X(5).
           05 FILLER            PIC X(1).
           05 SR-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 SR-START          PIC 9(8).
           05 FILLER            PIC X(1).
           05 SR-NEXT-DUE       PIC 9(8).
           05 FILLER            PIC X(1).
           05 SR-STATUS         PIC X(1).
               88 SR-ST-ACTIVE     VALUE 'A'.
               88 SR-ST-ARREARS    VALUE 'L'.
               88 SR-ST-NOTICED    VALUE 'N'.
               88 SR-ST-FORCED     VALUE 'F'.
               88 SR-ST-CLOSED     VALUE 'C'.
           05 FILLER            PIC X(1).
           05 SR-ARREARS        PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 SR-ARREARS-SINCE  PIC 9(8).
           05 FILLER            PIC X(1).
           05 SR-NOTICES        PIC 9(1).
           05 FILLER            PIC X(1).
           05 SR-NOTICE-DATE    PIC 9(8).
           05 FILLER            PIC X(1).
           05 SR-CLOSED         PIC 9(8).
       FD  ACCESS-FILE.
       01  ACCESS-RECORD.
           05 SA-BRANCH         PIC X(4).
           05 FILLER            PIC X(1).
           05 SA-BOX            PIC X(6).
           05 FILLER            PIC X(1).
           05 SA-CUST           PIC X(5).
           05 FILLER            PIC X(1).
           05 SA-ROLE           PIC X(1).
           05 FILLER            PIC X(1).
           05 SA-ADDED          PIC 9(8).
       FD  RATES-FILE.
       01  RATE-RECORD.
           05 SZ-SIZE           PIC X(1).
           05 FILLER            PIC X(1).
           05 SZ-RENT           PIC 9(5)V99.
           05 FILLER            PIC X(1).
           05 SZ-NAME           PIC X(10).
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05 RQ-ACTION         PIC X(4).
           05 FILLER            PIC X(1).
           05 RQ-BRANCH         PIC X(4).
           05 FILLER            PIC X(1).
           05 RQ-BOX            PIC X(6).
           05 FILLER            PIC X(1).
           05 RQ-CUST           PIC X(5).
           05 FILLER            PIC X(1).
           05 RQ-ACCOUNT        PIC X(5).
           05 FILLER            PIC X(1).
           05 RQ-CODE           PIC X(1).
           05 FILLER            PIC X(1).
           05 RQ-OPERATOR       PIC X(8).
           05 FILLER            PIC X(1).
           05 RQ-WITNESS        PIC X(8).
           05 FILLER            PIC X(1).
           05 RQ-VALUE          PIC X(9).
           05 RQ-VALUE-N REDEFINES RQ-VALUE PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 RQ-TEXT           PIC X(40).
       FD  CONTENTS-FILE.
       01  CONTENTS-RECORD.
           05 CT-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 CT-BRANCH         PIC X(4).
           05 FILLER            PIC X(1).
           05 CT-BOX            PIC X(6).
           05 FILLER            PIC X(1).
           05 CT-CUST           PIC X(5).
           05 FILLER            PIC X(1).
           05 CT-OPERATOR       PIC X(8).
           05 FILLER            PIC X(1).
           05 CT-WITNESS        PIC X(8).
           05 FILLER            PIC X(1).
           05 CT-VALUE          PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 CT-STATUS         PIC X(1).
           05 FILLER            PIC X(1).
           05 CT-DESC           PIC X(40).
       FD  VISITS-FILE.
       01  VISIT-LINE           PIC X(100).
       FD  CUSTOMERS-FILE.
       01  CUST-REC.
           05 CUST-ID           PIC X(5).
           05 CUST-NAME         PIC X(20).
       FD  ACCOUNTS-FILE.
       01  ACCOUNTS-RECORD.
           05 AC-ID             PIC X(5).
           05 AC-NOMBRE         PIC X(20).
           05 AC-SALDO          PIC S9(7)V99.
           05 AC-OVERDRAFT-LIMIT PIC 9(7)V99.
           05 AC-CURRENCY       PIC X(3).
           05 AC-TYPE           PIC X(1).
               88 AC-ES-LOAN    VALUE 'L'.
           05 AC-CUST-ID        PIC X(5).
           05 AC-STATUS         PIC X(1).
               88 AC-ST-BLOCKED VALUE 'F', 'C'.
       FD  HOLDERS-FILE.
       01  HOLDER-RECORD.
           05 AH-AC-ID          PIC X(5).
           05 FILLER            PIC X(1).
           05 AH-CUST-ID        PIC X(5).
           05 FILLER            PIC X(1).
           05 AH-ROLE           PIC X(1).
       FD  OPERATORS-FILE.
       01  OPERATOR-RECORD.
           05 OP-ID             PIC X(8).
           05 FILLER            PIC X(1).
           05 OP-LEVEL          PIC 9(1).
           05 FILLER            PIC X(1).
           05 OP-ACTIVE         PIC X(1).
       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05 BD-DATE           PIC 9(8).
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-BOXES-PATH        PIC X(200).
       01  WS-RENTALS-PATH      PIC X(200).
       01  WS-ACCESS-PATH       PIC X(200).
       01  WS-RATES-PATH        PIC X(200).
       01  WS-REQUEST-PATH      PIC X(200).
       01  WS-CONTENTS-PATH     PIC X(200).
       01  WS-VISITS-PATH       PIC X(200).
       01  WS-CUSTOMERS-PATH    PIC X(200).
       01  WS-ACCOUNTS-PATH     PIC X(200).
       01  WS-HOLDERS-PATH      PIC X(200).
       01  WS-OPERATORS-PATH    PIC X(200).
       01  WS-BUSDATE-PATH      PIC X(200).
       01  WS-REPORT-PATH       PIC X(200).
       01  WS-BOXES-STATUS      PIC XX.
       01  WS-RENTALS-STATUS    PIC XX.
       01  WS-ACCESS-STATUS     PIC XX.
       01  WS-RATES-STATUS      PIC XX.
       01  WS-REQUEST-STATUS    PIC XX.
       01  WS-CONTENTS-STATUS   PIC XX.
       01  WS-VISITS-STATUS     PIC XX.
       01  WS-CUSTOMERS-STATUS  PIC XX.
       01  WS-ACCOUNTS-STATUS   PIC XX.
       01  WS-HOLDERS-STATUS    PIC XX.
       01  WS-OPERATORS-STATUS  PIC XX.
       01  WS-BUSDATE-STATUS    PIC XX.
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-TODAY             PIC 9(8).
       01  WS-NOW-TIME          PIC 9(8).
       01  WS-DAYS-TXT          PIC X(3).
       01  WS-NOTICE-DAYS       PIC 9(3) VALUE 30.
       01  WS-DAY-TODAY         PIC 9(8).
       01  WS-DAY-NOTICE        PIC 9(8).
       01  BOX-TABLE.
           05 BOX-ENTRY OCCURS 20000 TIMES.
               10 SB-BRANCH-TBL     PIC X(4).
               10 SB-BOX-TBL        PIC X(6).
               10 SB-SIZE-TBL       PIC X(1).
               10 SB-STATUS-TBL     PIC X(1).
               10 SB-SINCE-TBL      PIC 9(8).
               10 SB-CONTENTS-TBL   PIC 9(3).
       01  WS-SB-INDEX          PIC 9(5) VALUE 1.
       01  WS-SB-COUNT          PIC 9(5) VALUE 0.
       01  WS-SB-IX             PIC 9(5) VALUE 0.
       01  RENTAL-TABLE.
           05 RENTAL-ENTRY OCCURS 20000 TIMES.
               10 SR-REC-TBL        PIC X(82).
       01  WS-SR-INDEX          PIC 9(5) VALUE 1.
       01  WS-SR-COUNT          PIC 9(5) VALUE 0.
       01  WS-SR-IX             PIC 9(5) VALUE 0.
       01  ACCESS-TABLE.
           05 ACCESS-ENTRY OCCURS 40000 TIMES.
               10 SA-REC-TBL        PIC X(28).
       01  WS-SA-INDEX          PIC 9(5) VALUE 1.
       01  WS-SA-COUNT          PIC 9(5) VALUE 0.
       01  WS-SA-IX             PIC 9(5) VALUE 0.
       01  RATE-TABLE.
           05 RATE-ENTRY OCCURS 20 TIMES.
               10 SZ-SIZE-TBL       PIC X(1).
               10 SZ-RENT-TBL       PIC 9(5)V99.
       01  WS-SZ-INDEX          PIC 9(2) VALUE 1.
       01  WS-SZ-COUNT          PIC 9(2) VALUE 0.
       01  CUSTOMER-TABLE.
           05 CUSTOMER-ENTRY OCCURS 50000 TIMES.
               10 CU-ID-TBL         PIC X(5).
       01  WS-CU-INDEX          PIC 9(6) VALUE 1.
       01  WS-CU-COUNT          PIC 9(6) VALUE 0.
       01  ACCOUNTS-TABLE.
           05 ACCOUNT-ENTRY OCCURS 50000 TIMES.
               10 AC-REC-TBL      PIC X(60).
       01  WS-AC-INDEX          PIC 9(6) VALUE 1.
       01  WS-AC-COUNT          PIC 9(6) VALUE 0.
       01  WS-RQ-AC-IX          PIC 9(6) VALUE 0.
       01  HOLDER-TABLE.
           05 HOLDER-ENTRY OCCURS 20000 TIMES.
               10 AH-AC-TBL       PIC X(5).
               10 AH-CUST-TBL     PIC X(5).
       01  WS-AH-INDEX          PIC 9(5) VALUE 1.
       01  WS-AH-COUNT          PIC 9(5) VALUE 0.
       01  OPERATOR-TABLE.
           05 OPERATOR-ENTRY OCCURS 2000 TIMES.
               10 OPS-ID-TBL      PIC X(8).
               10 OPS-ACTIVE-TBL  PIC X(1).
       01  WS-OPS-INDEX         PIC 9(4) VALUE 1.
       01  WS-OPS-COUNT         PIC 9(4) VALUE 0.
       01  WS-CHECK-ID          PIC X(8).
       01  WS-CHECK-OK          PIC X(1).
       01  WS-FOUND             PIC X(1).
       01  WS-VISIT-ROLE        PIC X(1).
       01  WS-VISIT-RESULT      PIC X(1).
       01  WS-REJECT-REASON     PIC X(40).
       01  WS-ACTION-DONE       PIC X(40).
       01  WS-FILES-CHANGED     PIC X VALUE 'N'.
       01  WS-APPLIED-COUNT     PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT      PIC 9(5) VALUE 0.
       01  WS-VISIT-COUNT       PIC 9(5) VALUE 0.
       01  WS-REFUSED-COUNT     PIC 9(5) VALUE 0.
       01  WS-EDIT-AMT          PIC Z(6)9.99.
       01  INVENTORY-TABLE.
           05 INVENTORY-ENTRY OCCURS 2000 TIMES.
               10 IV-BRANCH-TBL     PIC X(4).
               10 IV-SIZE-TBL       PIC X(1).
               10 IV-TOTAL-TBL      PIC 9(5).
               10 IV-VACANT-TBL     PIC 9(5).
               10 IV-RENTED-TBL     PIC 9(5).
               10 IV-HELD-TBL       PIC 9(5).
               10 IV-OTHER-TBL      PIC 9(5).
       01  WS-IV-INDEX          PIC 9(4) VALUE 1.
       01  WS-IV-COUNT          PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-BOXES-PATH
           ACCEPT WS-BOXES-PATH FROM ENVIRONMENT "SDB_BOXES_PATH"
           IF WS-BOXES-PATH = SPACES
               MOVE "accounts/SDB_BOXES.DAT" TO WS-BOXES-PATH
           END-IF
           MOVE SPACES TO WS-RENTALS-PATH
           ACCEPT WS-RENTALS-PATH FROM ENVIRONMENT "SDB_RENTALS_PATH"
           IF WS-RENTALS-PATH = SPACES
               MOVE "accounts/SDB_RENTALS.DAT" TO WS-RENTALS-PATH
           END-IF
           MOVE SPACES TO WS-ACCESS-PATH
           ACCEPT WS-ACCESS-PATH FROM ENVIRONMENT "SDB_ACCESS_PATH"
           IF WS-ACCESS-PATH = SPACES
               MOVE "accounts/SDB_ACCESS.DAT" TO WS-ACCESS-PATH
           END-IF
           MOVE SPACES TO WS-RATES-PATH
           ACCEPT WS-RATES-PATH FROM ENVIRONMENT "SDB_RATES_PATH"
           IF WS-RATES-PATH = SPACES
               MOVE "accounts/SDB_RATES.DAT" TO WS-RATES-PATH
           END-IF
           MOVE SPACES TO WS-REQUEST-PATH
           ACCEPT WS-REQUEST-PATH FROM ENVIRONMENT "SDB_REQUESTS_PATH"
           IF WS-REQUEST-PATH = SPACES
               MOVE "accounts/SDB_REQUESTS.DAT" TO WS-REQUEST-PATH
           END-IF
           MOVE SPACES TO WS-CONTENTS-PATH
           ACCEPT WS-CONTENTS-PATH FROM ENVIRONMENT "SDB_CONTENTS_PATH"
           IF WS-CONTENTS-PATH = SPACES
               MOVE "accounts/SDB_CONTENTS.DAT" TO WS-CONTENTS-PATH
           END-IF
           MOVE SPACES TO WS-VISITS-PATH
           ACCEPT WS-VISITS-PATH FROM ENVIRONMENT "SDB_VISITS_PATH"
           IF WS-VISITS-PATH = SPACES
               MOVE "accounts/SDB_VISITS.LOG" TO WS-VISITS-PATH
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
           MOVE SPACES TO WS-HOLDERS-PATH
           ACCEPT WS-HOLDERS-PATH FROM ENVIRONMENT "ACCT_HOLDERS_PATH"
           IF WS-HOLDERS-PATH = SPACES
               MOVE "accounts/ACCT_HOLDERS.DAT" TO WS-HOLDERS-PATH
           END-IF
           MOVE SPACES TO WS-OPERATORS-PATH
           ACCEPT WS-OPERATORS-PATH FROM ENVIRONMENT "OPERATORS_PATH"
           IF WS-OPERATORS-PATH = SPACES
               MOVE "accounts/OPERATORS.DAT" TO WS-OPERATORS-PATH
           END-IF
           MOVE SPACES TO WS-BUSDATE-PATH
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_PATH"
           IF WS-BUSDATE-PATH = SPACES
               MOVE "accounts/BUSINESS_DATE.DAT" TO WS-BUSDATE-PATH
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           ACCEPT WS-REPORT-PATH
               FROM ENVIRONMENT "SDB_REGISTER_RPT_PATH"
           IF WS-REPORT-PATH = SPACES
               MOVE "accounts/SDB_REGISTER.RPT" TO WS-REPORT-PATH
           END-IF
           MOVE SPACES TO WS-DAYS-TXT
           ACCEPT WS-DAYS-TXT FROM ENVIRONMENT "SDB_NOTICE_DAYS"
           IF WS-DAYS-TXT NOT = SPACES AND WS-DAYS-TXT NUMERIC
               MOVE WS-DAYS-TXT TO WS-NOTICE-DAYS
           END-IF
           PERFORM READ-BUSINESS-DATE
           COMPUTE WS-DAY-TODAY = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-BOX-TABLE
           PERFORM LOAD-RENTAL-TABLE
           PERFORM LOAD-ACCESS-TABLE
           PERFORM COUNT-BOX-CONTENTS
           PERFORM LOAD-CUSTOMER-TABLE
           PERFORM LOAD-ACCOUNTS-TABLE
           PERFORM LOAD-HOLDERS-TABLE
           PERFORM LOAD-OPERATOR-TABLE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "SAFE DEPOSIT BOX REGISTER " WS-TODAY
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM PROCESS-BOX-REQUESTS
           PERFORM WRITE-BRANCH-INVENTORY
           MOVE SPACES TO REPORT-LINE
           STRING "APPLIED " WS-APPLIED-COUNT
               " REJECTED " WS-REJECT-COUNT
               " VISITS " WS-VISIT-COUNT
               " ACCESS REFUSED " WS-REFUSED-COUNT
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "SAFE DEPOSIT REQUESTS APPLIED " WS-APPLIED-COUNT
               " REJECTED " WS-REJECT-COUNT
               " VISITS " WS-VISIT-COUNT
               " ACCESS REFUSED " WS-REFUSED-COUNT
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

       LOAD-RATE-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-SZ-COUNT
           OPEN INPUT RATES-FILE
           IF WS-RATES-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-SZ-COUNT >= 20
                   READ RATES-FILE INTO RATE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SZ-SIZE NOT = SPACES AND SZ-RENT NUMERIC
                           ADD 1 TO WS-SZ-COUNT
                           MOVE SZ-SIZE TO SZ-SIZE-TBL(WS-SZ-COUNT)
                           MOVE SZ-RENT TO SZ-RENT-TBL(WS-SZ-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RATES-FILE
           ELSE
               DISPLAY "NO SAFE DEPOSIT RENT TABLE - NO BOX CAN BE "
                   "ADDED"
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-BOX-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-SB-COUNT
           OPEN INPUT BOXES-FILE
           IF WS-BOXES-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-SB-COUNT >= 20000
                   READ BOXES-FILE INTO BOX-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SB-BRANCH NOT = SPACES
                               AND SB-BOX NOT = SPACES
                           ADD 1 TO WS-SB-COUNT
                           MOVE SB-BRANCH
                               TO SB-BRANCH-TBL(WS-SB-COUNT)
                           MOVE SB-BOX TO SB-BOX-TBL(WS-SB-COUNT)
                           MOVE SB-SIZE TO SB-SIZE-TBL(WS-SB-COUNT)
                           MOVE SB-STATUS
                               TO SB-STATUS-TBL(WS-SB-COUNT)
                           IF SB-SINCE NUMERIC
                               MOVE SB-SINCE
                                   TO SB-SINCE-TBL(WS-SB-COUNT)
                           ELSE
                               MOVE 0 TO SB-SINCE-TBL(WS-SB-COUNT)
                           END-IF
                           MOVE 0 TO SB-CONTENTS-TBL(WS-SB-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BOXES-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-RENTAL-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-SR-COUNT
           OPEN INPUT RENTALS-FILE
           IF WS-RENTALS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-SR-COUNT >= 20000
                   READ RENTALS-FILE INTO RENTAL-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SR-BRANCH NOT = SPACES
                           ADD 1 TO WS-SR-COUNT
                           MOVE RENTAL-RECORD
                               TO SR-REC-TBL(WS-SR-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RENTALS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-ACCESS-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-SA-COUNT
           OPEN INPUT ACCESS-FILE
           IF WS-ACCESS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-SA-COUNT >= 40000
                   READ ACCESS-FILE INTO ACCESS-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SA-BRANCH NOT = SPACES
                           ADD 1 TO WS-SA-COUNT
                           MOVE ACCESS-RECORD
                               TO SA-REC-TBL(WS-SA-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCESS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       COUNT-BOX-CONTENTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CONTENTS-FILE
           IF WS-CONTENTS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CONTENTS-FILE INTO CONTENTS-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE CT-BRANCH TO RQ-BRANCH
                       MOVE CT-BOX TO RQ-BOX
                       PERFORM FIND-REQUEST-BOX
                       IF WS-SB-IX > 0
                               AND SB-STATUS-TBL(WS-SB-IX) = 'H'
                               AND CT-DATE >= SB-SINCE-TBL(WS-SB-IX)
                               AND SB-CONTENTS-TBL(WS-SB-IX) < 999
                           ADD 1 TO SB-CONTENTS-TBL(WS-SB-IX)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTENTS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-CUSTOMER-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-CU-COUNT
           OPEN INPUT CUSTOMERS-FILE
           IF WS-CUSTOMERS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-CU-COUNT >= 50000
                   READ CUSTOMERS-FILE INTO CUST-REC
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CUST-ID NOT = SPACES
                           ADD 1 TO WS-CU-COUNT
                           MOVE CUST-ID TO CU-ID-TBL(WS-CU-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMERS-FILE
           ELSE
               DISPLAY "NO CUSTOMER MASTER - NO LESSEE CAN BE "
                   "ACCEPTED"
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-ACCOUNTS-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-AC-COUNT
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "ERROR ACCOUNTS OPEN " WS-ACCOUNTS-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y' OR WS-AC-COUNT >= 50000
               READ ACCOUNTS-FILE INTO ACCOUNTS-RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-AC-COUNT
                   MOVE ACCOUNTS-RECORD TO AC-REC-TBL(WS-AC-COUNT)
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           MOVE 'N' TO WS-EOF.

       LOAD-HOLDERS-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-AH-COUNT
           OPEN INPUT HOLDERS-FILE
           IF WS-HOLDERS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-AH-COUNT >= 20000
                   READ HOLDERS-FILE INTO HOLDER-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AH-AC-ID NOT = SPACES
                           ADD 1 TO WS-AH-COUNT
                           MOVE AH-AC-ID TO AH-AC-TBL(WS-AH-COUNT)
                           MOVE AH-CUST-ID TO AH-CUST-TBL(WS-AH-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDERS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-OPERATOR-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-OPS-COUNT
           OPEN INPUT OPERATORS-FILE
           IF WS-OPERATORS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y' OR WS-OPS-COUNT >= 2000
                   READ OPERATORS-FILE INTO OPERATOR-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF OP-ID NOT = SPACES
                           ADD 1 TO WS-OPS-COUNT
                           MOVE OP-ID TO OPS-ID-TBL(WS-OPS-COUNT)
                           MOVE OP-ACTIVE
                               TO OPS-ACTIVE-TBL(WS-OPS-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATORS-FILE
           ELSE
               DISPLAY "NO OPERATOR MASTER FILE - NO BOX REQUEST CAN "
                   "BE ACCEPTED"
           END-IF
           MOVE 'N' TO WS-EOF.

       PROCESS-BOX-REQUESTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "NO SAFE DEPOSIT REQUESTS"
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REQUEST-FILE INTO REQUEST-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RQ-ACTION NOT = SPACES
                           PERFORM APPLY-ONE-REQUEST
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE REQUEST-FILE
               IF WS-FILES-CHANGED = 'Y'
                   PERFORM REWRITE-BOX-FILE
                   PERFORM REWRITE-RENTAL-FILE
                   PERFORM REWRITE-ACCESS-FILE
               END-IF
               OPEN OUTPUT REQUEST-FILE
               CLOSE REQUEST-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       APPLY-ONE-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-ACTION-DONE
           MOVE RQ-OPERATOR TO WS-CHECK-ID
           PERFORM CHECK-OPERATOR-ACTIVE
           PERFORM FIND-REQUEST-BOX
           PERFORM FIND-OPEN-RENTAL
           IF WS-CHECK-OK NOT = 'Y'
               MOVE "OPERATOR NOT ACTIVE" TO WS-REJECT-REASON
           ELSE
               EVALUATE RQ-ACTION
                   WHEN "ADDB"
                       PERFORM ADD-BOX
                   WHEN "RENT"
                       PERFORM RENT-BOX
                   WHEN "AUTH"
                       PERFORM AUTHORIZE-PERSON
                   WHEN "REVK"
                       PERFORM REVOKE-PERSON
                   WHEN "VIST"
                       PERFORM LOG-BOX-VISIT
                   WHEN "SURR"
                       PERFORM SURRENDER-BOX
                   WHEN "DRIL"
                       PERFORM RECORD-DRILLING
                   WHEN "INVT"
                       PERFORM RECORD-CONTENTS-ITEM
                   WHEN "RELS"
                       PERFORM RELEASE-DRILLED-BOX
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "REJECT    " RQ-ACTION " " RQ-BRANCH " " RQ-BOX
                   " " RQ-CUST " " RQ-OPERATOR " - " WS-REJECT-REASON
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "SAFE DEPOSIT REQUEST REJECTED " RQ-ACTION " "
                   RQ-BRANCH " " RQ-BOX " " WS-REJECT-REASON
           ELSE
               IF WS-ACTION-DONE NOT = SPACES
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-ACTION-DONE " " RQ-BRANCH " " RQ-BOX
                       " " RQ-CUST " " RQ-OPERATOR
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       CHECK-OPERATOR-ACTIVE.
           MOVE 'N' TO WS-CHECK-OK
           MOVE 1 TO WS-OPS-INDEX
           PERFORM UNTIL WS-OPS-INDEX > WS-OPS-COUNT
               IF OPS-ID-TBL(WS-OPS-INDEX) = WS-CHECK-ID
                       AND OPS-ACTIVE-TBL(WS-OPS-INDEX) = 'Y'
                   MOVE 'Y' TO WS-CHECK-OK
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-OPS-INDEX
           END-PERFORM
           IF WS-CHECK-ID = SPACES
               MOVE 'N' TO WS-CHECK-OK
           END-IF.

       FIND-REQUEST-BOX.
           MOVE 0 TO WS-SB-IX
           MOVE 1 TO WS-SB-INDEX
           PERFORM UNTIL WS-SB-INDEX > WS-SB-COUNT
               IF SB-BRANCH-TBL(WS-SB-INDEX) = RQ-BRANCH
                       AND SB-BOX-TBL(WS-SB-INDEX) = RQ-BOX
                   MOVE WS-SB-INDEX TO WS-SB-IX
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-SB-INDEX
           END-PERFORM.

       FIND-OPEN-RENTAL.
           MOVE 0 TO WS-SR-IX
           MOVE 1 TO WS-SR-INDEX
           PERFORM UNTIL WS-SR-INDEX > WS-SR-COUNT
               MOVE SR-REC-TBL(WS-SR-INDEX) TO RENTAL-RECORD
               IF SR-BRANCH = RQ-BRANCH AND SR-BOX = RQ-BOX
                       AND NOT SR-ST-CLOSED
                   MOVE WS-SR-INDEX TO WS-SR-IX
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-SR-INDEX
           END-PERFORM
           IF WS-SR-IX > 0
               MOVE SR-REC-TBL(WS-SR-IX) TO RENTAL-RECORD
           ELSE
               MOVE SPACES TO RENTAL-RECORD
           END-IF.

       FIND-CUSTOMER.
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-CU-INDEX
           PERFORM UNTIL WS-CU-INDEX > WS-CU-COUNT
               IF CU-ID-TBL(WS-CU-INDEX) = RQ-CUST
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CU-INDEX
           END-PERFORM
           IF RQ-CUST = SPACES
               MOVE 'N' TO WS-FOUND
           END-IF.

       FIND-ACCESS-ENTRY.
           MOVE 0 TO WS-SA-IX
           MOVE 1 TO WS-SA-INDEX
           PERFORM UNTIL WS-SA-INDEX > WS-SA-COUNT
               MOVE SA-REC-TBL(WS-SA-INDEX) TO ACCESS-RECORD
               IF SA-BRANCH = RQ-BRANCH AND SA-BOX = RQ-BOX
                       AND SA-CUST = RQ-CUST
                   MOVE WS-SA-INDEX TO WS-SA-IX
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-SA-INDEX
           END-PERFORM.

       ADD-BOX.
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-SZ-INDEX
           PERFORM UNTIL WS-SZ-INDEX > WS-SZ-COUNT
               IF SZ-SIZE-TBL(WS-SZ-INDEX) = RQ-CODE
                   MOVE 'Y' TO WS-FOUND
               END-IF
               ADD 1 TO WS-SZ-INDEX
           END-PERFORM
           EVALUATE TRUE
               WHEN RQ-BRANCH = SPACES OR RQ-BOX = SPACES
                   MOVE "BRANCH AND BOX NUMBER REQUIRED"
                       TO WS-REJECT-REASON
               WHEN WS-SB-IX > 0
                   MOVE "BOX ALREADY ON INVENTORY" TO WS-REJECT-REASON
               WHEN WS-FOUND NOT = 'Y'
                   MOVE "SIZE NOT ON RENT TABLE" TO WS-REJECT-REASON
               WHEN WS-SB-COUNT >= 20000
                   MOVE "INVENTORY FULL" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-SB-COUNT
               MOVE RQ-BRANCH TO SB-BRANCH-TBL(WS-SB-COUNT)
               MOVE RQ-BOX TO SB-BOX-TBL(WS-SB-COUNT)
               MOVE RQ-CODE TO SB-SIZE-TBL(WS-SB-COUNT)
               MOVE 'V' TO SB-STATUS-TBL(WS-SB-COUNT)
               MOVE WS-TODAY TO SB-SINCE-TBL(WS-SB-COUNT)
               MOVE 0 TO SB-CONTENTS-TBL(WS-SB-COUNT)
               MOVE 'Y' TO WS-FILES-CHANGED
               MOVE "BOX ADDED" TO WS-ACTION-DONE
           END-IF.

       RENT-BOX.
           PERFORM FIND-CUSTOMER
           MOVE 0 TO WS-RQ-AC-IX
           MOVE 1 TO WS-AC-INDEX
           PERFORM UNTIL WS-AC-INDEX > WS-AC-COUNT
               MOVE AC-REC-TBL(WS-AC-INDEX) TO ACCOUNTS-RECORD
               IF AC-ID = RQ-ACCOUNT
                   MOVE WS-AC-INDEX TO WS-RQ-AC-IX
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-AC-INDEX
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-SB-IX = 0
                   MOVE "BOX NOT ON INVENTORY" TO WS-REJECT-REASON
               WHEN SB-STATUS-TBL(WS-SB-IX) NOT = 'V' OR WS-SR-IX > 0
                   MOVE "BOX NOT VACANT" TO WS-REJECT-REASON
               WHEN WS-FOUND NOT = 'Y'
                   MOVE "LESSEE NOT ON CUSTOMER MASTER"
                       TO WS-REJECT-REASON
               WHEN WS-RQ-AC-IX = 0
                   MOVE "BILLING ACCOUNT NOT FOUND" TO WS-REJECT-REASON
               WHEN WS-SR-COUNT >= 20000 OR WS-SA-COUNT >= 40000
                   MOVE "RENTAL REGISTER FULL" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               MOVE AC-REC-TBL(WS-RQ-AC-IX) TO ACCOUNTS-RECORD
               IF AC-ST-BLOCKED
                   MOVE "BILLING ACCOUNT FROZEN OR CLOSED"
                       TO WS-REJECT-REASON
               ELSE
                   IF AC-ES-LOAN
                       MOVE "BILLING ACCOUNT IS A LOAN"
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM CHECK-LESSEE-HOLDS-ACCOUNT
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE SPACES TO RENTAL-RECORD
               MOVE RQ-BRANCH TO SR-BRANCH
               MOVE RQ-BOX TO SR-BOX
               MOVE RQ-CUST TO SR-CUST
               MOVE RQ-ACCOUNT TO SR-ACCOUNT
               MOVE WS-TODAY TO SR-START
               MOVE WS-TODAY TO SR-NEXT-DUE
               MOVE 'A' TO SR-STATUS
               MOVE 0 TO SR-ARREARS
               MOVE 0 TO SR-ARREARS-SINCE
               MOVE 0 TO SR-NOTICES
               MOVE 0 TO SR-NOTICE-DATE
               MOVE 0 TO SR-CLOSED
               ADD 1 TO WS-SR-COUNT
               MOVE RENTAL-RECORD TO SR-REC-TBL(WS-SR-COUNT)
               MOVE 'R' TO SB-STATUS-TBL(WS-SB-IX)
               MOVE WS-TODAY TO SB-SINCE-TBL(WS-SB-IX)
               MOVE 'L' TO WS-VISIT-ROLE
               PERFORM ADD-ACCESS-ENTRY
               MOVE 'Y' TO WS-FILES-CHANGED
               MOVE "BOX RENTED" TO WS-ACTION-DONE
           END-IF.

       CHECK-LESSEE-HOLDS-ACCOUNT.
           IF AC-CUST-ID NOT = RQ-CUST
               MOVE 'N' TO WS-FOUND
               MOVE 1 TO WS-AH-INDEX
               PERFORM UNTIL WS-AH-INDEX > WS-AH-COUNT
                   IF AH-AC-TBL(WS-AH-INDEX) = RQ-ACCOUNT
                           AND AH-CUST-TBL(WS-AH-INDEX) = RQ-CUST
                       MOVE 'Y' TO WS-FOUND
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-AH-INDEX
               END-PERFORM
               IF WS-FOUND NOT = 'Y'
                   MOVE "LESSEE NOT A HOLDER OF BILLING ACCOUNT"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       ADD-ACCESS-ENTRY.
           MOVE SPACES TO ACCESS-RECORD
           MOVE RQ-BRANCH TO SA-BRANCH
           MOVE RQ-BOX TO SA-BOX
           MOVE RQ-CUST TO SA-CUST
           MOVE WS-VISIT-ROLE TO SA-ROLE
           MOVE WS-TODAY TO SA-ADDED
           ADD 1 TO WS-SA-COUNT
           MOVE ACCESS-RECORD TO SA-REC-TBL(WS-SA-COUNT).

       AUTHORIZE-PERSON.
           PERFORM FIND-CUSTOMER
           MOVE RQ-CODE TO WS-VISIT-ROLE
           IF WS-VISIT-ROLE = SPACE
               MOVE 'A' TO WS-VISIT-ROLE
           END-IF
           EVALUATE TRUE
               WHEN WS-SR-IX = 0
                   MOVE "BOX NOT RENTED" TO WS-REJECT-REASON
               WHEN NOT SR-ST-ACTIVE AND NOT SR-ST-ARREARS
                   MOVE "RENTAL IN DRILLING WORKFLOW"
                       TO WS-REJECT-REASON
               WHEN WS-FOUND NOT = 'Y'
                   MOVE "PERSON NOT ON CUSTOMER MASTER"
                       TO WS-REJECT-REASON
               WHEN WS-VISIT-ROLE NOT = 'A' AND WS-VISIT-ROLE NOT = 'J'
                   MOVE "ROLE MUST BE J (JOINT) OR A (AUTHORIZED)"
                       TO WS-REJECT-REASON
               WHEN WS-SA-COUNT >= 40000
                   MOVE "ACCESS LIST FULL" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               PERFORM FIND-ACCESS-ENTRY
               IF WS-SA-IX > 0
                   MOVE "PERSON ALREADY ON ACCESS LIST"
                       TO WS-REJECT-REASON
               ELSE
                   PERFORM ADD-ACCESS-ENTRY
                   MOVE 'Y' TO WS-FILES-CHANGED
                   MOVE "ACCESS GRANTED" TO WS-ACTION-DONE
               END-IF
           END-IF.

       REVOKE-PERSON.
           PERFORM FIND-ACCESS-ENTRY
           IF WS-SA-IX = 0
               MOVE "PERSON NOT ON ACCESS LIST" TO WS-REJECT-REASON
           ELSE
               MOVE SA-REC-TBL(WS-SA-IX) TO ACCESS-RECORD
               IF SA-ROLE = 'L'
                   MOVE "LESSEE CANNOT BE REVOKED - SURRENDER BOX"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE SPACES TO SA-REC-TBL(WS-SA-IX)
                   MOVE 'Y' TO WS-FILES-CHANGED
                   MOVE "ACCESS REVOKED" TO WS-ACTION-DONE
               END-IF
           END-IF.

       LOG-BOX-VISIT.
           MOVE 'G' TO WS-VISIT-RESULT
           MOVE SPACE TO WS-VISIT-ROLE
           PERFORM FIND-ACCESS-ENTRY
           IF WS-SA-IX > 0
               MOVE SA-REC-TBL(WS-SA-IX) TO ACCESS-RECORD
               MOVE SA-ROLE TO WS-VISIT-ROLE
           END-IF
           EVALUATE TRUE
               WHEN WS-SR-IX = 0
                   MOVE "BOX NOT RENTED" TO WS-REJECT-REASON
               WHEN WS-SA-IX = 0
                   MOVE "PERSON NOT AUTHORIZED FOR BOX"
                       TO WS-REJECT-REASON
               WHEN SR-ST-NOTICED
                   MOVE "BOX UNDER FORCED-OPENING NOTICE"
                       TO WS-REJECT-REASON
               WHEN SR-ST-FORCED
                   MOVE "BOX DRILLED - CONTENTS IN CUSTODY"
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               MOVE 'R' TO WS-VISIT-RESULT
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               ADD 1 TO WS-VISIT-COUNT
               IF SR-ST-ARREARS
                   MOVE "VISIT - RENT IN ARREARS" TO WS-ACTION-DONE
               ELSE
                   MOVE "VISIT" TO WS-ACTION-DONE
               END-IF
           END-IF
           ACCEPT WS-NOW-TIME FROM TIME
           OPEN EXTEND VISITS-FILE
           IF WS-VISITS-STATUS NOT = "00" AND
                   WS-VISITS-STATUS NOT = "05"
               CLOSE VISITS-FILE
               OPEN OUTPUT VISITS-FILE
           END-IF
           MOVE SPACES TO VISIT-LINE
           STRING WS-TODAY " " WS-NOW-TIME(1:6) " " RQ-BRANCH " "
               RQ-BOX " " RQ-CUST " " WS-VISIT-ROLE " " RQ-OPERATOR
               " " WS-VISIT-RESULT " " WS-REJECT-REASON
               DELIMITED BY SIZE
               INTO VISIT-LINE
           WRITE VISIT-LINE
           CLOSE VISITS-FILE.

       SURRENDER-BOX.
           EVALUATE TRUE
               WHEN WS-SR-IX = 0
                   MOVE "BOX NOT RENTED" TO WS-REJECT-REASON
               WHEN SR-ST-ARREARS OR SR-ST-NOTICED
                   MOVE "RENT IN ARREARS - SETTLE BEFORE SURRENDER"
                       TO WS-REJECT-REASON
               WHEN SR-ST-FORCED
                   MOVE "BOX DRILLED - USE RELS" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               PERFORM CLOSE-RENTAL-AND-BOX
               MOVE "BOX SURRENDERED" TO WS-ACTION-DONE
           END-IF.

       CLOSE-RENTAL-AND-BOX.
           MOVE 'C' TO SR-STATUS
           MOVE WS-TODAY TO SR-CLOSED
           MOVE RENTAL-RECORD TO SR-REC-TBL(WS-SR-IX)
           MOVE 'V' TO SB-STATUS-TBL(WS-SB-IX)
           MOVE WS-TODAY TO SB-SINCE-TBL(WS-SB-IX)
           MOVE 0 TO SB-CONTENTS-TBL(WS-SB-IX)
           MOVE 1 TO WS-SA-INDEX
           PERFORM UNTIL WS-SA-INDEX > WS-SA-COUNT
               MOVE SA-REC-TBL(WS-SA-INDEX) TO ACCESS-RECORD
               IF SA-BRANCH = RQ-BRANCH AND SA-BOX = RQ-BOX
                   MOVE SPACES TO SA-REC-TBL(WS-SA-INDEX)
               END-IF
               ADD 1 TO WS-SA-INDEX
           END-PERFORM
           MOVE 'Y' TO WS-FILES-CHANGED.

       RECORD-DRILLING.
           MOVE 0 TO WS-DAY-NOTICE
           IF WS-SR-IX > 0 AND SR-NOTICE-DATE NUMERIC
                   AND SR-NOTICE-DATE > 0
               COMPUTE WS-DAY-NOTICE =
                   FUNCTION INTEGER-OF-DATE(SR-NOTICE-DATE)
                   + WS-NOTICE-DAYS
           END-IF
           EVALUATE TRUE
               WHEN WS-SR-IX = 0
                   MOVE "BOX NOT RENTED" TO WS-REJECT-REASON
               WHEN NOT SR-ST-NOTICED
                   MOVE "BOX NOT IN DRILLING WORKFLOW"
                       TO WS-REJECT-REASON
               WHEN SR-NOTICES < 2
                   MOVE "FINAL NOTICE NOT YET SENT" TO WS-REJECT-REASON
               WHEN WS-DAY-NOTICE > WS-DAY-TODAY
                   MOVE "FINAL NOTICE PERIOD NOT EXPIRED"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM CHECK-WITNESS
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               MOVE 'F' TO SR-STATUS
               MOVE RENTAL-RECORD TO SR-REC-TBL(WS-SR-IX)
               MOVE 'H' TO SB-STATUS-TBL(WS-SB-IX)
               MOVE WS-TODAY TO SB-SINCE-TBL(WS-SB-IX)
               MOVE 0 TO SB-CONTENTS-TBL(WS-SB-IX)
               MOVE 'Y' TO WS-FILES-CHANGED
               MOVE "BOX DRILLED" TO WS-ACTION-DONE
               DISPLAY "SAFE DEPOSIT BOX DRILLED " RQ-BRANCH " " RQ-BOX
                   " OPERATOR " RQ-OPERATOR " WITNESS " RQ-WITNESS
           END-IF.

       CHECK-WITNESS.
           MOVE RQ-WITNESS TO WS-CHECK-ID
           PERFORM CHECK-OPERATOR-ACTIVE
           IF WS-CHECK-OK NOT = 'Y'
               MOVE "WITNESS NOT AN ACTIVE OPERATOR"
                   TO WS-REJECT-REASON
           ELSE
               IF RQ-WITNESS = RQ-OPERATOR
                   MOVE "WITNESS MUST DIFFER FROM OPERATOR"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       RECORD-CONTENTS-ITEM.
           EVALUATE TRUE
               WHEN WS-SB-IX = 0
                   MOVE "BOX NOT ON INVENTORY" TO WS-REJECT-REASON
               WHEN SB-STATUS-TBL(WS-SB-IX) NOT = 'H' OR WS-SR-IX = 0
                   MOVE "BOX NOT DRILLED" TO WS-REJECT-REASON
               WHEN RQ-TEXT = SPACES
                   MOVE "ITEM DESCRIPTION REQUIRED" TO WS-REJECT-REASON
               WHEN RQ-VALUE NOT = SPACES AND RQ-VALUE NOT NUMERIC
                   MOVE "ESTIMATED VALUE NOT NUMERIC"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM CHECK-WITNESS
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               OPEN EXTEND CONTENTS-FILE
               IF WS-CONTENTS-STATUS NOT = "00" AND
                       WS-CONTENTS-STATUS NOT = "05"
                   CLOSE CONTENTS-FILE
                   OPEN OUTPUT CONTENTS-FILE
               END-IF
               MOVE SPACES TO CONTENTS-RECORD
               MOVE WS-TODAY TO CT-DATE
               MOVE RQ-BRANCH TO CT-BRANCH
               MOVE RQ-BOX TO CT-BOX
               MOVE SR-CUST TO CT-CUST
               MOVE RQ-OPERATOR TO CT-OPERATOR
               MOVE RQ-WITNESS TO CT-WITNESS
               IF RQ-VALUE = SPACES
                   MOVE 0 TO CT-VALUE
               ELSE
                   MOVE RQ-VALUE-N TO CT-VALUE
               END-IF
               MOVE 'E' TO CT-STATUS
               MOVE RQ-TEXT TO CT-DESC
               WRITE CONTENTS-RECORD
               CLOSE CONTENTS-FILE
               IF SB-CONTENTS-TBL(WS-SB-IX) < 999
                   ADD 1 TO SB-CONTENTS-TBL(WS-SB-IX)
               END-IF
               MOVE "CONTENTS RECORDED" TO WS-ACTION-DONE
           END-IF.

       RELEASE-DRILLED-BOX.
           EVALUATE TRUE
               WHEN WS-SB-IX = 0
                   MOVE "BOX NOT ON INVENTORY" TO WS-REJECT-REASON
               WHEN SB-STATUS-TBL(WS-SB-IX) NOT = 'H' OR WS-SR-IX = 0
                   MOVE "BOX NOT DRILLED" TO WS-REJECT-REASON
               WHEN SB-CONTENTS-TBL(WS-SB-IX) = 0
                   MOVE "NO CONTENTS INVENTORY RECORDED"
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               PERFORM CLOSE-RENTAL-AND-BOX
               MOVE "BOX RELEASED" TO WS-ACTION-DONE
           END-IF.

       WRITE-BRANCH-INVENTORY.
           MOVE 0 TO WS-IV-COUNT
           MOVE 1 TO WS-SB-INDEX
           PERFORM UNTIL WS-SB-INDEX > WS-SB-COUNT
               MOVE 1 TO WS-IV-INDEX
               PERFORM UNTIL WS-IV-INDEX > WS-IV-COUNT
                   IF IV-BRANCH-TBL(WS-IV-INDEX)
                           = SB-BRANCH-TBL(WS-SB-INDEX)
                           AND IV-SIZE-TBL(WS-IV-INDEX)
                               = SB-SIZE-TBL(WS-SB-INDEX)
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-IV-INDEX
               END-PERFORM
               IF WS-IV-INDEX > WS-IV-COUNT AND WS-IV-COUNT < 2000
                   ADD 1 TO WS-IV-COUNT
                   MOVE WS-IV-COUNT TO WS-IV-INDEX
                   MOVE SB-BRANCH-TBL(WS-SB-INDEX)
                       TO IV-BRANCH-TBL(WS-IV-INDEX)
                   MOVE SB-SIZE-TBL(WS-SB-INDEX)
                       TO IV-SIZE-TBL(WS-IV-INDEX)
                   MOVE 0 TO IV-TOTAL-TBL(WS-IV-INDEX)
                   MOVE 0 TO IV-VACANT-TBL(WS-IV-INDEX)
                   MOVE 0 TO IV-RENTED-TBL(WS-IV-INDEX)
                   MOVE 0 TO IV-HELD-TBL(WS-IV-INDEX)
                   MOVE 0 TO IV-OTHER-TBL(WS-IV-INDEX)
               END-IF
               IF WS-IV-INDEX <= WS-IV-COUNT
                   ADD 1 TO IV-TOTAL-TBL(WS-IV-INDEX)
                   EVALUATE SB-STATUS-TBL(WS-SB-INDEX)
                       WHEN 'V'
                           ADD 1 TO IV-VACANT-TBL(WS-IV-INDEX)
                       WHEN 'R'
                           ADD 1 TO IV-RENTED-TBL(WS-IV-INDEX)
                       WHEN 'H'
                           ADD 1 TO IV-HELD-TBL(WS-IV-INDEX)
                       WHEN OTHER
                           ADD 1 TO IV-OTHER-TBL(WS-IV-INDEX)
                   END-EVALUATE
               END-IF
               ADD 1 TO WS-SB-INDEX
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           MOVE "BOX INVENTORY BY BRANCH AND SIZE" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 1 TO WS-IV-INDEX
           PERFORM UNTIL WS-IV-INDEX > WS-IV-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  BRANCH " IV-BRANCH-TBL(WS-IV-INDEX)
                   " SIZE " IV-SIZE-TBL(WS-IV-INDEX)
                   " BOXES " IV-TOTAL-TBL(WS-IV-INDEX)
                   " VACANT " IV-VACANT-TBL(WS-IV-INDEX)
                   " RENTED " IV-RENTED-TBL(WS-IV-INDEX)
                   " DRILLED " IV-HELD-TBL(WS-IV-INDEX)
                   " OTHER " IV-OTHER-TBL(WS-IV-INDEX)
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-IV-INDEX
           END-PERFORM.

       REWRITE-BOX-FILE.
           OPEN OUTPUT BOXES-FILE
           MOVE 1 TO WS-SB-INDEX
           PERFORM UNTIL WS-SB-INDEX > WS-SB-COUNT
               MOVE SPACES TO BOX-RECORD
               MOVE SB-BRANCH-TBL(WS-SB-INDEX) TO SB-BRANCH
               MOVE SB-BOX-TBL(WS-SB-INDEX) TO SB-BOX
               MOVE SB-SIZE-TBL(WS-SB-INDEX) TO SB-SIZE
               MOVE SB-STATUS-TBL(WS-SB-INDEX) TO SB-STATUS
               MOVE SB-SINCE-TBL(WS-SB-INDEX) TO SB-SINCE
               WRITE BOX-RECORD
               ADD 1 TO WS-SB-INDEX
           END-PERFORM
           CLOSE BOXES-FILE.

       REWRITE-RENTAL-FILE.
           OPEN OUTPUT RENTALS-FILE
           MOVE 1 TO WS-SR-INDEX
           PERFORM UNTIL WS-SR-INDEX > WS-SR-COUNT
               MOVE SR-REC-TBL(WS-SR-INDEX) TO RENTAL-RECORD
               WRITE RENTAL-RECORD
               ADD 1 TO WS-SR-INDEX
           END-PERFORM
           CLOSE RENTALS-FILE.

       REWRITE-ACCESS-FILE.
           OPEN OUTPUT ACCESS-FILE
           MOVE 1 TO WS-SA-INDEX
           PERFORM UNTIL WS-SA-INDEX > WS-SA-COUNT
               IF SA-REC-TBL(WS-SA-INDEX) NOT = SPACES
                   MOVE SA-REC-TBL(WS-SA-INDEX) TO ACCESS-RECORD
                   WRITE ACCESS-RECORD
               END-IF
               ADD 1 TO WS-SA-INDEX
           END-PERFORM
           CLOSE ACCESS-FILE.
