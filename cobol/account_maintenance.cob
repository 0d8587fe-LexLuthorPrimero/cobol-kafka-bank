       01 WS-OP-REQUIRED      PIC 9(1) VALUE 1.
       01 WS-OP-DATE          PIC 9(8).
       01 WS-OP-TIME          PIC 9(6).
       01 WS-OP-CLOCK         PIC 9(8).
       01 WS-OP-ACTION        PIC X(40).
       01 WS-CHGAUDIT-STATUS  PIC XX.
       01 WS-BEFORE-IMAGE     PIC X(70).
       WRITE-OPERATOR-AUDIT.

           ACCEPT WS-OP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OP-CLOCK FROM TIME
           MOVE WS-OP-CLOCK(1:6) TO WS-OP-TIME
           OPEN EXTEND OPAUDIT-FILE
           IF WS-OPAUDIT-STATUS NOT = "00" AND
                   WS-OPAUDIT-STATUS NOT = "05"
       WRITE-CHANGE-AUDIT.

           ACCEPT WS-OP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OP-CLOCK FROM TIME
           MOVE WS-OP-CLOCK(1:6) TO WS-OP-TIME
           OPEN EXTEND CHGAUDIT-FILE
           IF WS-CHGAUDIT-STATUS NOT = "00" AND
                   WS-CHGAUDIT-STATUS NOT = "05"
