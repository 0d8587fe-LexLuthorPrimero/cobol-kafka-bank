       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE.
       01  REJECT-LINE          PIC X(150).
       FD  FIXES-FILE.
       01  FIX-RECORD.
           05 RF-SEQ            PIC 9(5).
           05 FILLER            PIC X(1).
           05 RF-LINE           PIC X(130).
       FD  TRANS-FILE.
       01  TRANS-LINE           PIC X(96).
       FD  TRANSHDR-FILE.
       01  TH-LINE              PIC X(96).
       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(170).
       FD CURRENCY-FILE.
       01 CURRENCY-RECORD.
           05 CCY-CODE     PIC X(3).
           05 XR-OLD-ID         PIC X(5).
           05 FILLER            PIC X(1).
           05 XR-NEW-ID         PIC 9(10).
           05 FILLER            PIC X(1).
           05 XR-IBAN           PIC X(34).
       WORKING-STORAGE SECTION.
       01  WS-REJECT-PATH       PIC X(200).
       01  WS-FIXES-PATH        PIC X(200).
           05 REJECT-ENTRY OCCURS 10000 TIMES.
               10 RJ-SEQ-TBL      PIC 9(5).
               10 RJ-REASON-TBL   PIC X(16).
               10 RJ-LINE-TBL     PIC X(130).
               10 RJ-STATE-TBL    PIC X(12).
       01  WS-RJ-INDEX          PIC 9(5) VALUE 1.
       01  WS-RJ-COUNT          PIC 9(5) VALUE 0.
           05 XREF-ENTRY OCCURS 50000 TIMES.
               10 XR-OLD-TBL PIC X(5).
               10 XR-NEW-TBL PIC 9(10).
               10 XR-IBAN-TBL PIC X(34).
       01 WS-XR-INDEX      PIC 9(6) VALUE 1.
       01 WS-XR-COUNT      PIC 9(6) VALUE 0.
       01 WS-NEW-ID-FIELD  PIC X(10).
       01 WS-LUHN-ALT      PIC X(1).
       01 WS-LUHN-OK       PIC X(1).
       01 WS-XREF-FOUND    PIC X(1).
       01 WS-IBAN-RESULT   PIC X(4).
       01 WS-IBAN-IN       PIC X(34).
       01 WS-IBAN-WORK     PIC X(34).
       01 WS-IBAN-REARR    PIC X(34).
       01 WS-IBAN-LEN      PIC 9(2).
       01 WS-IBAN-POS      PIC 9(2).
       01 WS-IBAN-OUT      PIC 9(2).
       01 WS-IBAN-CHAR     PIC X(1).
       01 WS-IBAN-DIGIT    PIC 9(1).
       01 WS-IBAN-VAL      PIC 9(2).
       01 WS-IBAN-ACC      PIC 9(5).
       01 WS-IBAN-QUOT     PIC 9(5).
       01 WS-IBAN-REM      PIC 9(2).
       01 WS-IBAN-OK       PIC X(1).
       01 WS-IBAN-ALPHABET PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-FAILED-COUNT      PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
                   MOVE "UNFIXED" TO RJ-STATE-TBL(WS-RJ-COUNT)
                   IF REJECT-LINE(1:9) = "BLANK ID "
                       MOVE "BLANK ID" TO RJ-REASON-TBL(WS-RJ-COUNT)
                       MOVE REJECT-LINE(10:130)
                           TO RJ-LINE-TBL(WS-RJ-COUNT)
                   ELSE
                       IF REJECT-LINE(1:11) = "BAD AMOUNT "
                           MOVE "BAD AMOUNT"
                               TO RJ-REASON-TBL(WS-RJ-COUNT)
                           MOVE REJECT-LINE(12:130)
                               TO RJ-LINE-TBL(WS-RJ-COUNT)
                       ELSE
                           IF REJECT-LINE(1:8) = "STOPPED "
                           IF REJECT-LINE(1:13) = "BAD CURRENCY "
                               MOVE "BAD CURRENCY"
                                   TO RJ-REASON-TBL(WS-RJ-COUNT)
                               MOVE REJECT-LINE(14:130)
                                   TO RJ-LINE-TBL(WS-RJ-COUNT)
                           ELSE
                           IF REJECT-LINE(1:16)
                                   = "BAD CHECK DIGIT "
                               MOVE "BAD CHECK DIGIT"
                                   TO RJ-REASON-TBL(WS-RJ-COUNT)
                               MOVE REJECT-LINE(17:130)
                                   TO RJ-LINE-TBL(WS-RJ-COUNT)
                           ELSE
                           IF REJECT-LINE(1:17)
                                   = "UNKNOWN NEW ACCT "
                               MOVE "UNKNOWN NEW ACCT"
                                   TO RJ-REASON-TBL(WS-RJ-COUNT)
                               MOVE REJECT-LINE(18:130)
                                   TO RJ-LINE-TBL(WS-RJ-COUNT)
                           ELSE
                           IF REJECT-LINE(1:9) = "BAD IBAN "
                               MOVE "BAD IBAN"
                                   TO RJ-REASON-TBL(WS-RJ-COUNT)
                               MOVE REJECT-LINE(10:130)
                                   TO RJ-LINE-TBL(WS-RJ-COUNT)
                           ELSE
                           IF REJECT-LINE(1:13) = "UNKNOWN IBAN "
                               MOVE "UNKNOWN IBAN"
                                   TO RJ-REASON-TBL(WS-RJ-COUNT)
                               MOVE REJECT-LINE(14:130)
                                   TO RJ-LINE-TBL(WS-RJ-COUNT)
                           ELSE
                           IF REJECT-LINE(1:14) = "IBAN MISMATCH "
                               MOVE "IBAN MISMATCH"
                                   TO RJ-REASON-TBL(WS-RJ-COUNT)
                               MOVE REJECT-LINE(15:130)
                                   TO RJ-LINE-TBL(WS-RJ-COUNT)
                           ELSE
                               MOVE "UNKNOWN"
                                   TO RJ-REASON-TBL(WS-RJ-COUNT)
                               MOVE REJECT-LINE(1:130)
                                   TO RJ-LINE-TBL(WS-RJ-COUNT)
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                       END-IF
                   END-IF
               END-READ
               PERFORM RESOLVE-NEW-ACCOUNT-NUMBER
               MOVE RF-LINE(1:5) TO WS-ID-FIELD
           END-IF
           MOVE "OK" TO WS-IBAN-RESULT
           IF WS-LUHN-OK = "Y" AND WS-XREF-FOUND = "Y"
                   AND RF-LINE(97:34) NOT = SPACES
               PERFORM RESOLVE-CORRECTED-IBAN
               MOVE RF-LINE(1:5) TO WS-ID-FIELD
           END-IF
           IF WS-IBAN-RESULT = "BAD"
               MOVE "REJECTED" TO RJ-STATE-TBL(WS-RJ-INDEX)
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "CORRECTION STILL INVALID - BAD IBAN SEQ "
                   RF-SEQ
           ELSE
           IF WS-IBAN-RESULT = "UNKN"
               MOVE "REJECTED" TO RJ-STATE-TBL(WS-RJ-INDEX)
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "CORRECTION STILL INVALID - UNKNOWN IBAN "
                   "SEQ " RF-SEQ
           ELSE
           IF WS-IBAN-RESULT = "MISM"
               MOVE "REJECTED" TO RJ-STATE-TBL(WS-RJ-INDEX)
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "CORRECTION STILL INVALID - IBAN MISMATCH "
                   "SEQ " RF-SEQ
           ELSE
           IF WS-ID-FIELD = SPACES
               MOVE "REJECTED" TO RJ-STATE-TBL(WS-RJ-INDEX)
               ADD 1 TO WS-FAILED-COUNT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       RESOLVE-CORRECTED-IBAN.
           MOVE RF-LINE(97:34) TO WS-IBAN-IN
           PERFORM CHECK-IBAN-MOD97
           IF WS-IBAN-OK = "N"
               MOVE "BAD" TO WS-IBAN-RESULT
           ELSE
               MOVE "UNKN" TO WS-IBAN-RESULT
               MOVE 1 TO WS-XR-INDEX
               PERFORM UNTIL WS-XR-INDEX > WS-XR-COUNT
                   IF XR-IBAN-TBL(WS-XR-INDEX) = WS-IBAN-WORK
                       MOVE "OK" TO WS-IBAN-RESULT
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-XR-INDEX
               END-PERFORM
               IF WS-IBAN-RESULT = "OK"
                   IF RF-LINE(1:5) NOT = SPACES
                           AND RF-LINE(1:5)
                               NOT = XR-OLD-TBL(WS-XR-INDEX)
                       MOVE "MISM" TO WS-IBAN-RESULT
                   ELSE
                       MOVE XR-OLD-TBL(WS-XR-INDEX) TO RF-LINE(1:5)
                   END-IF
               END-IF
           END-IF.

       CHECK-IBAN-MOD97.
           MOVE SPACES TO WS-IBAN-WORK
           MOVE 0 TO WS-IBAN-LEN
           MOVE FUNCTION UPPER-CASE(WS-IBAN-IN) TO WS-IBAN-IN
           MOVE 1 TO WS-IBAN-POS
           PERFORM UNTIL WS-IBAN-POS > 34
               IF WS-IBAN-IN(WS-IBAN-POS:1) NOT = SPACE
                   ADD 1 TO WS-IBAN-LEN
                   MOVE WS-IBAN-IN(WS-IBAN-POS:1)
                       TO WS-IBAN-WORK(WS-IBAN-LEN:1)
               END-IF
               ADD 1 TO WS-IBAN-POS
           END-PERFORM
           MOVE "N" TO WS-IBAN-OK
           IF WS-IBAN-LEN >= 15
                   AND WS-IBAN-WORK(1:2) IS ALPHABETIC
                   AND WS-IBAN-WORK(3:2) IS NUMERIC
               MOVE SPACES TO WS-IBAN-REARR
               STRING WS-IBAN-WORK(5:WS-IBAN-LEN - 4)
                   WS-IBAN-WORK(1:4)
                   DELIMITED BY SIZE
                   INTO WS-IBAN-REARR
               PERFORM COMPUTE-IBAN-REMAINDER
               IF WS-IBAN-OK = "Y" AND WS-IBAN-REM NOT = 1
                   MOVE "N" TO WS-IBAN-OK
               END-IF
           END-IF.

       COMPUTE-IBAN-REMAINDER.
           MOVE "Y" TO WS-IBAN-OK
           MOVE 0 TO WS-IBAN-REM
           MOVE 1 TO WS-IBAN-POS
           PERFORM UNTIL WS-IBAN-POS > WS-IBAN-LEN
               MOVE WS-IBAN-REARR(WS-IBAN-POS:1) TO WS-IBAN-CHAR
               IF WS-IBAN-CHAR IS NUMERIC
                   MOVE WS-IBAN-CHAR TO WS-IBAN-DIGIT
                   COMPUTE WS-IBAN-ACC =
                       WS-IBAN-REM * 10 + WS-IBAN-DIGIT
               ELSE
                   MOVE 0 TO WS-IBAN-VAL
                   MOVE 1 TO WS-IBAN-OUT
                   PERFORM UNTIL WS-IBAN-OUT > 26
                       IF WS-IBAN-ALPHABET(WS-IBAN-OUT:1)
                               = WS-IBAN-CHAR
                           COMPUTE WS-IBAN-VAL = WS-IBAN-OUT + 9
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-IBAN-OUT
                   END-PERFORM
                   IF WS-IBAN-VAL = 0
                       MOVE "N" TO WS-IBAN-OK
                       EXIT PERFORM
                   END-IF
                   COMPUTE WS-IBAN-ACC =
                       WS-IBAN-REM * 100 + WS-IBAN-VAL
               END-IF
               DIVIDE WS-IBAN-ACC BY 97 GIVING WS-IBAN-QUOT
                   REMAINDER WS-IBAN-REM
               ADD 1 TO WS-IBAN-POS
           END-PERFORM.

       RESUBMIT-CORRECTED-LINE.
           OPEN EXTEND TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00" AND
                           ADD 1 TO WS-XR-COUNT
                           MOVE XR-OLD-ID TO XR-OLD-TBL(WS-XR-COUNT)
                           MOVE XR-NEW-ID TO XR-NEW-TBL(WS-XR-COUNT)
                           MOVE XR-IBAN TO XR-IBAN-TBL(WS-XR-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
