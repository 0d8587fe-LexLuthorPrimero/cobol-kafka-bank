               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGAUDIT-STATUS.

           SELECT BIRTHDATES-FILE
               ASSIGN TO "accounts/CUST_BIRTHDATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIRTH-STATUS.

           SELECT MERGES-FILE
               ASSIGN TO "accounts/CUST_MERGES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGES-STATUS.

           SELECT TAXRES-FILE
               ASSIGN TO "accounts/CUST_TAX_RESIDENCY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXRES-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05 MR-TAX-ID     PIC X(11).
           05 FILLER        PIC X.
           05 MR-DOD        PIC X(8).
           05 MR-BIRTH-DATE REDEFINES MR-DOD PIC 9(8).
           05 FILLER        PIC X.
           05 MR-TAX-CERT   PIC X(1).
       01 MT-REC.
           05 FILLER        PIC X(6).
           05 FILLER        PIC X.
           05 MT-ID         PIC X(5).
           05 FILLER        PIC X.
           05 MT-COUNTRY    PIC X(2).
           05 FILLER        PIC X(18).
           05 FILLER        PIC X.
           05 MT-TIN        PIC X(20).
           05 FILLER        PIC X(10).
           05 FILLER        PIC X.
           05 MT-CLASS      PIC X(3).
           05 FILLER        PIC X(8).
           05 FILLER        PIC X.
           05 MT-CERT-DATE  PIC X(8).
           05 MT-CERT-NUM REDEFINES MT-CERT-DATE PIC 9(8).
           05 FILLER        PIC X.
           05 MT-INDICIA    PIC X(1).

       FD OPERATORS-FILE.
       01 OPERATOR-RECORD.
       FD CHGAUDIT-FILE.
       01 CHGAUDIT-LINE PIC X(100).

       FD BIRTHDATES-FILE.
       01 BIRTH-REC.
           05 CB-CUST-ID    PIC X(5).
           05 FILLER        PIC X.
           05 CB-BIRTH-DATE PIC X(8).

       FD MERGES-FILE.
       01 MERGE-REC.
           05 CM-RETIRED    PIC X(5).
           05 FILLER        PIC X.
           05 CM-SURVIVOR   PIC X(5).
           05 FILLER        PIC X.
           05 CM-DATE       PIC X(8).
           05 FILLER        PIC X.
           05 CM-OPERATOR   PIC X(8).
           05 FILLER        PIC X.
           05 CM-RETIRED-NAME PIC X(20).

       FD TAXRES-FILE.
       01 TAXRES-REC.
           05 CT-CUST-ID    PIC X(5).
           05 FILLER        PIC X.
           05 CT-COUNTRY    PIC X(2).
           05 FILLER        PIC X.
           05 CT-TIN        PIC X(20).
           05 FILLER        PIC X.
           05 CT-CERT-DATE  PIC X(8).
           05 FILLER        PIC X.
           05 CT-CLASS      PIC X(3).
           05 FILLER        PIC X.
           05 CT-INDICIA    PIC X(1).

       WORKING-STORAGE SECTION.

       01 WS-EOF PIC X VALUE "N".
       01 WS-OP-REQUIRED      PIC 9(1) VALUE 1.
       01 WS-OP-DATE          PIC 9(8).
       01 WS-OP-TIME          PIC 9(6).
       01 WS-OP-CLOCK         PIC 9(8).
       01 WS-OP-ACTION        PIC X(40).
       01 WS-CHGAUDIT-STATUS  PIC XX.
       01 WS-BEFORE-IMAGE     PIC X(90).
       01 WS-CRED-AGE-DAYS     PIC 9(3) VALUE 90.
       01 WS-CRED-AGE          PIC S9(5).
       01 WS-AUTH-DATE         PIC 9(8).
       01 WS-BIRTH-STATUS      PIC XX.
       01 WS-MERGES-STATUS     PIC XX.
       01 WS-BIRTH-TABLE.
           05 WS-BIRTH OCCURS 50000 TIMES.
               10 B-ID      PIC X(5).
               10 B-DATE    PIC X(8).
       01 WS-BIRTH-COUNT    PIC 9(6) VALUE 0.
       01 WS-BIRTH-IX       PIC 9(6) VALUE 0.
       01 WS-BIRTH-TOUCHED  PIC X VALUE "N".
       01 WS-BIRTH-OLD      PIC X(8).
       01 WS-BIRTH-INT      PIC 9(8).
       01 WS-RETIRED        PIC X VALUE "N".
       01 WS-MERGE-EOF      PIC X VALUE "N".
       01 WS-TAXRES-STATUS  PIC XX.
       01 WS-TAXRES-TABLE.
           05 WS-TAXRES OCCURS 20000 TIMES.
               10 T-ID      PIC X(5).
               10 T-COUNTRY PIC X(2).
               10 T-TIN     PIC X(20).
               10 T-CERT    PIC X(8).
               10 T-CLASS   PIC X(3).
               10 T-INDICIA PIC X(1).
               10 T-DROPPED PIC X.
       01 WS-TAXRES-COUNT   PIC 9(5) VALUE 0.
       01 WS-TAXRES-IX      PIC 9(5) VALUE 0.
       01 WS-TAXRES-TOUCHED PIC X VALUE "N".
       01 WS-TAXRES-OK      PIC X VALUE "N".
       01 WS-AUDIT-ENTITY   PIC X(8) VALUE "CUSTOMER".

       PROCEDURE DIVISION.

           PERFORM CHECK-OPERATOR-AUTHORITY

           PERFORM LOAD-CUSTOMERS-TABLE
           PERFORM LOAD-BIRTHDATES-TABLE
           PERFORM LOAD-TAXRES-TABLE
           PERFORM APPLY-MAINTENANCE-REQUESTS
           PERFORM WRITE-CUSTOMERS-TABLE
           IF WS-BIRTH-TOUCHED = "Y"
               PERFORM WRITE-BIRTHDATES-TABLE
           END-IF
           IF WS-TAXRES-TOUCHED = "Y"
               PERFORM WRITE-TAXRES-TABLE
           END-IF

           STOP RUN.

       WRITE-OPERATOR-AUDIT.

           ACCEPT WS-OP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OP-CLOCK FROM TIME
           MOVE WS-OP-CLOCK(1:6) TO WS-OP-TIME
           OPEN EXTEND OPAUDIT-FILE
           IF WS-OPAUDIT-STATUS NOT = "00" AND
                   WS-OPAUDIT-STATUS NOT = "05"

           CLOSE CUSTOMERS-FILE.

       LOAD-TAXRES-TABLE.

           MOVE 0 TO WS-TAXRES-COUNT
           OPEN INPUT TAXRES-FILE
           IF WS-TAXRES-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ TAXRES-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF CT-CUST-ID NOT = SPACES
                               IF WS-TAXRES-COUNT >= 20000
                                   DISPLAY "TAX RESIDENCY FILE EXCEEDS "
                                       "TABLE CAPACITY"
                                   CLOSE TAXRES-FILE
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-TAXRES-COUNT
                               MOVE WS-TAXRES-COUNT TO WS-TAXRES-IX
                               MOVE CT-CUST-ID TO T-ID(WS-TAXRES-IX)
                               MOVE CT-COUNTRY
                                   TO T-COUNTRY(WS-TAXRES-IX)
                               MOVE CT-TIN TO T-TIN(WS-TAXRES-IX)
                               MOVE CT-CERT-DATE
                                   TO T-CERT(WS-TAXRES-IX)
                               MOVE CT-CLASS TO T-CLASS(WS-TAXRES-IX)
                               MOVE CT-INDICIA
                                   TO T-INDICIA(WS-TAXRES-IX)
                               MOVE "N" TO T-DROPPED(WS-TAXRES-IX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAXRES-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       LOAD-BIRTHDATES-TABLE.

           MOVE 0 TO WS-BIRTH-COUNT
           OPEN INPUT BIRTHDATES-FILE
           IF WS-BIRTH-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ BIRTHDATES-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF CB-CUST-ID NOT = SPACES
                               IF WS-BIRTH-COUNT >= 50000
                                   DISPLAY "BIRTH DATE FILE EXCEEDS "
                                       "TABLE CAPACITY"
                                   CLOSE BIRTHDATES-FILE
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-BIRTH-COUNT
                               MOVE CB-CUST-ID
                                   TO B-ID(WS-BIRTH-COUNT)
                               MOVE CB-BIRTH-DATE
                                   TO B-DATE(WS-BIRTH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BIRTHDATES-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       APPLY-MAINTENANCE-REQUESTS.

           OPEN INPUT MAINT-FILE
                   PERFORM APPLY-DECEASE-REQUEST
               WHEN "TAXCRT"
                   PERFORM APPLY-TAXCERT-REQUEST
               WHEN "BIRTH "
                   PERFORM APPLY-BIRTH-REQUEST
               WHEN "TAXRES"
                   PERFORM APPLY-TAXRES-REQUEST
               WHEN "TAXDEL"
                   PERFORM APPLY-TAXDEL-REQUEST
               WHEN OTHER
                   DISPLAY "UNKNOWN MAINTENANCE OP CODE " MR-OP
           END-EVALUATE
       APPLY-ADD-REQUEST.

           PERFORM FIND-CUSTOMER-BY-ID
           PERFORM CHECK-RETIRED-ID

           IF WS-FOUND = "Y"
               DISPLAY "ADD FAILED - CUSTOMER EXISTS " MR-ID
           ELSE
           IF WS-RETIRED = "Y"
               DISPLAY "ADD FAILED - ID RETIRED BY MERGE " MR-ID
           ELSE
               IF WS-TABLE-INDEX >= WS-TABLE-CAPACITY
                   DISPLAY "ADD FAILED - TABLE FULL " MR-ID
                   PERFORM WRITE-CHANGE-AUDIT
                   DISPLAY "ADDED " MR-ID
               END-IF
           END-IF
           END-IF.

       CHECK-RETIRED-ID.

           MOVE "N" TO WS-RETIRED
           OPEN INPUT MERGES-FILE
           IF WS-MERGES-STATUS = "00"
               MOVE "N" TO WS-MERGE-EOF
               PERFORM UNTIL WS-MERGE-EOF = "Y"
                   READ MERGES-FILE
                       AT END
                           MOVE "Y" TO WS-MERGE-EOF
                       NOT AT END
                           IF CM-RETIRED = MR-ID
                               MOVE "Y" TO WS-RETIRED
                               MOVE "Y" TO WS-MERGE-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MERGES-FILE
           END-IF.

       APPLY-RENAME-REQUEST.
               DISPLAY "DECEASE FAILED - NOT FOUND " MR-ID
           END-IF.

       APPLY-BIRTH-REQUEST.

           PERFORM FIND-CUSTOMER-BY-ID

           IF WS-FOUND = "Y"
               MOVE 0 TO WS-BIRTH-INT
               ACCEPT WS-OP-DATE FROM DATE YYYYMMDD
               IF MR-DOD NUMERIC
                   COMPUTE WS-BIRTH-INT =
                       FUNCTION INTEGER-OF-DATE(MR-BIRTH-DATE)
               END-IF
               IF WS-BIRTH-INT = 0 OR MR-BIRTH-DATE > WS-OP-DATE
                   DISPLAY "BIRTH FAILED - INVALID DATE " MR-ID
                       " " MR-DOD
               ELSE
                   PERFORM FIND-BIRTH-ENTRY
                   IF WS-BIRTH-IX = 0 AND WS-BIRTH-COUNT >= 50000
                       DISPLAY "BIRTH FAILED - TABLE FULL " MR-ID
                   ELSE
                       MOVE SPACES TO WS-BIRTH-OLD
                       IF WS-BIRTH-IX = 0
                           ADD 1 TO WS-BIRTH-COUNT
                           MOVE WS-BIRTH-COUNT TO WS-BIRTH-IX
                           MOVE MR-ID TO B-ID(WS-BIRTH-IX)
                       ELSE
                           MOVE B-DATE(WS-BIRTH-IX) TO WS-BIRTH-OLD
                       END-IF
                       PERFORM TAKE-BEFORE-IMAGE
                       MOVE WS-BIRTH-OLD TO WS-BEFORE-IMAGE(83:8)
                       MOVE MR-DOD TO B-DATE(WS-BIRTH-IX)
                       MOVE "Y" TO WS-BIRTH-TOUCHED
                       PERFORM TAKE-AFTER-IMAGE
                       MOVE MR-DOD TO WS-AFTER-IMAGE(83:8)
                       PERFORM WRITE-CHANGE-AUDIT
                       DISPLAY "BIRTH DATE SET " MR-ID " " MR-DOD
                   END-IF
               END-IF
           ELSE
               DISPLAY "BIRTH FAILED - NOT FOUND " MR-ID
           END-IF.

       FIND-BIRTH-ENTRY.

           MOVE 0 TO WS-BIRTH-IX
           PERFORM VARYING WS-BIRTH-IX FROM 1 BY 1
                   UNTIL WS-BIRTH-IX > WS-BIRTH-COUNT
               IF B-ID(WS-BIRTH-IX) = MR-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BIRTH-IX > WS-BIRTH-COUNT
               MOVE 0 TO WS-BIRTH-IX
           END-IF.

       APPLY-TAXRES-REQUEST.

           PERFORM FIND-CUSTOMER-BY-ID

           IF WS-FOUND = "Y"
               PERFORM VALIDATE-TAXRES-REQUEST
               IF WS-TAXRES-OK = "Y"
                   PERFORM FIND-TAXRES-ENTRY
                   IF WS-TAXRES-IX = 0 AND WS-TAXRES-COUNT >= 20000
                       DISPLAY "TAXRES FAILED - TABLE FULL " MR-ID
                   ELSE
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       IF WS-TAXRES-IX = 0
                           ADD 1 TO WS-TAXRES-COUNT
                           MOVE WS-TAXRES-COUNT TO WS-TAXRES-IX
                           MOVE MT-ID TO T-ID(WS-TAXRES-IX)
                           MOVE MT-COUNTRY TO T-COUNTRY(WS-TAXRES-IX)
                           MOVE "N" TO T-DROPPED(WS-TAXRES-IX)
                       ELSE
                           PERFORM TAKE-TAXRES-IMAGE
                           MOVE TAXRES-REC TO WS-BEFORE-IMAGE
                       END-IF
                       MOVE MT-TIN TO T-TIN(WS-TAXRES-IX)
                       MOVE MT-CERT-DATE TO T-CERT(WS-TAXRES-IX)
                       MOVE MT-CLASS TO T-CLASS(WS-TAXRES-IX)
                       MOVE MT-INDICIA TO T-INDICIA(WS-TAXRES-IX)
                       MOVE "Y" TO WS-TAXRES-TOUCHED
                       PERFORM TAKE-TAXRES-IMAGE
                       MOVE TAXRES-REC TO WS-AFTER-IMAGE
                       MOVE "TAXRES" TO WS-AUDIT-ENTITY
                       PERFORM WRITE-CHANGE-AUDIT
                       MOVE "CUSTOMER" TO WS-AUDIT-ENTITY
                       DISPLAY "TAX RESIDENCY SET " MR-ID " "
                           MT-COUNTRY " " MT-CLASS
                   END-IF
               END-IF
           ELSE
               DISPLAY "TAXRES FAILED - NOT FOUND " MR-ID
           END-IF.

       VALIDATE-TAXRES-REQUEST.

           MOVE "Y" TO WS-TAXRES-OK
           IF MT-CLASS = SPACES
               MOVE "IND" TO MT-CLASS
           END-IF
           IF MT-COUNTRY(1:1) = SPACE OR MT-COUNTRY(2:1) = SPACE
                   OR MT-COUNTRY IS NOT ALPHABETIC-UPPER
               DISPLAY "TAXRES FAILED - INVALID COUNTRY " MR-ID
                   " " MT-COUNTRY
               MOVE "N" TO WS-TAXRES-OK
           END-IF
           IF WS-TAXRES-OK = "Y"
               IF MT-CLASS NOT = "IND" AND MT-CLASS NOT = "PNF"
                       AND MT-CLASS NOT = "ANF" AND MT-CLASS NOT = "FIN"
                   DISPLAY "TAXRES FAILED - INVALID CLASS " MR-ID
                       " " MT-CLASS
                   MOVE "N" TO WS-TAXRES-OK
               END-IF
           END-IF
           IF WS-TAXRES-OK = "Y"
               IF MT-INDICIA NOT = SPACE AND MT-INDICIA NOT = "A"
                       AND MT-INDICIA NOT = "P" AND MT-INDICIA NOT = "B"
                       AND MT-INDICIA NOT = "S" AND MT-INDICIA NOT = "C"
                   DISPLAY "TAXRES FAILED - INVALID INDICIA " MR-ID
                       " " MT-INDICIA
                   MOVE "N" TO WS-TAXRES-OK
               END-IF
           END-IF
           IF WS-TAXRES-OK = "Y" AND MT-CERT-DATE NOT = SPACES
               MOVE 0 TO WS-BIRTH-INT
               ACCEPT WS-OP-DATE FROM DATE YYYYMMDD
               IF MT-CERT-DATE NUMERIC
                   COMPUTE WS-BIRTH-INT =
                       FUNCTION INTEGER-OF-DATE(MT-CERT-NUM)
               END-IF
               IF WS-BIRTH-INT = 0 OR MT-CERT-NUM > WS-OP-DATE
                   DISPLAY "TAXRES FAILED - INVALID CERT DATE " MR-ID
                       " " MT-CERT-DATE
                   MOVE "N" TO WS-TAXRES-OK
               END-IF
           END-IF
           IF WS-TAXRES-OK = "Y" AND MT-CERT-DATE = SPACES
                   AND MT-INDICIA = SPACE
               DISPLAY "TAXRES FAILED - NO SELF-CERT OR INDICIA "
                   MR-ID " " MT-COUNTRY
               MOVE "N" TO WS-TAXRES-OK
           END-IF.

       APPLY-TAXDEL-REQUEST.

           PERFORM FIND-TAXRES-ENTRY

           IF WS-TAXRES-IX = 0
               DISPLAY "TAXDEL FAILED - NOT FOUND " MR-ID " "
                   MT-COUNTRY
           ELSE
               PERFORM TAKE-TAXRES-IMAGE
               MOVE TAXRES-REC TO WS-BEFORE-IMAGE
               MOVE "Y" TO T-DROPPED(WS-TAXRES-IX)
               MOVE "Y" TO WS-TAXRES-TOUCHED
               MOVE SPACES TO WS-AFTER-IMAGE
               MOVE "TAXRES" TO WS-AUDIT-ENTITY
               PERFORM WRITE-CHANGE-AUDIT
               MOVE "CUSTOMER" TO WS-AUDIT-ENTITY
               DISPLAY "TAX RESIDENCY REMOVED " MR-ID " " MT-COUNTRY
           END-IF.

       FIND-TAXRES-ENTRY.

           PERFORM VARYING WS-TAXRES-IX FROM 1 BY 1
                   UNTIL WS-TAXRES-IX > WS-TAXRES-COUNT
               IF T-ID(WS-TAXRES-IX) = MT-ID
                       AND T-COUNTRY(WS-TAXRES-IX) = MT-COUNTRY
                       AND T-DROPPED(WS-TAXRES-IX) NOT = "Y"
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TAXRES-IX > WS-TAXRES-COUNT
               MOVE 0 TO WS-TAXRES-IX
           END-IF.

       TAKE-TAXRES-IMAGE.

           MOVE SPACES TO TAXRES-REC
           MOVE T-ID(WS-TAXRES-IX)      TO CT-CUST-ID
           MOVE T-COUNTRY(WS-TAXRES-IX) TO CT-COUNTRY
           MOVE T-TIN(WS-TAXRES-IX)     TO CT-TIN
           MOVE T-CERT(WS-TAXRES-IX)    TO CT-CERT-DATE
           MOVE T-CLASS(WS-TAXRES-IX)   TO CT-CLASS
           MOVE T-INDICIA(WS-TAXRES-IX) TO CT-INDICIA.

       TAKE-BEFORE-IMAGE.

           MOVE SPACES TO WS-BEFORE-IMAGE
       WRITE-CHANGE-AUDIT.

           ACCEPT WS-OP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OP-CLOCK FROM TIME
           MOVE WS-OP-CLOCK(1:6) TO WS-OP-TIME
           OPEN EXTEND CHGAUDIT-FILE
           IF WS-CHGAUDIT-STATUS NOT = "00" AND
                   WS-CHGAUDIT-STATUS NOT = "05"
               OPEN OUTPUT CHGAUDIT-FILE
           END-IF
           MOVE SPACES TO CHGAUDIT-LINE
           STRING "CHG " WS-AUDIT-ENTITY " " MR-OP " " MR-ID " "
               WS-OPERATOR " " WS-OP-DATE WS-OP-TIME
               DELIMITED BY SIZE
               INTO CHGAUDIT-LINE
           END-PERFORM

           CLOSE CUSTOMERS-FILE.

       WRITE-BIRTHDATES-TABLE.

           OPEN OUTPUT BIRTHDATES-FILE

           PERFORM VARYING WS-BIRTH-IX FROM 1 BY 1
                   UNTIL WS-BIRTH-IX > WS-BIRTH-COUNT

               MOVE SPACES TO BIRTH-REC
               MOVE B-ID(WS-BIRTH-IX)   TO CB-CUST-ID
               MOVE B-DATE(WS-BIRTH-IX) TO CB-BIRTH-DATE
               WRITE BIRTH-REC

           END-PERFORM

           CLOSE BIRTHDATES-FILE.

       WRITE-TAXRES-TABLE.

           OPEN OUTPUT TAXRES-FILE

           PERFORM VARYING WS-TAXRES-IX FROM 1 BY 1
                   UNTIL WS-TAXRES-IX > WS-TAXRES-COUNT

               IF T-DROPPED(WS-TAXRES-IX) NOT = "Y"
                   PERFORM TAKE-TAXRES-IMAGE
                   WRITE TAXRES-REC
               END-IF

           END-PERFORM

           CLOSE TAXRES-FILE.
