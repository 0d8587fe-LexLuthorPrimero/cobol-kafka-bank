               88 CD-ST-LOST    VALUE 'L'.
               88 CD-ST-STOLEN  VALUE 'S'.
               88 CD-ST-CANCEL  VALUE 'C'.
               88 CD-ST-PENDING VALUE 'P'.
               88 CD-ST-REPLACED VALUE 'R'.
               88 CD-ST-COMPROMISED VALUE 'K'.
           05 FILLER            PIC X(1).
           05 CD-EXPIRY         PIC 9(8).
           05 FILLER            PIC X(1).
           05 CD-LAST-USED      PIC 9(8).
           05 FILLER            PIC X(1).
           05 CD-REPLACES       PIC X(16).
           05 FILLER            PIC X(1).
           05 CD-REASON         PIC X(4).
       FD  CARDREQ-FILE.
       01  CARDREQ-RECORD.
           05 CR-OP             PIC X(6).
               10 CD-AC-ID-TBL  PIC X(5).
               10 CD-STATUS-TBL PIC X(1).
               10 CD-EXPIRY-TBL PIC 9(8).
               10 CD-LAST-USED-TBL PIC 9(8).
               10 CD-REPLACES-TBL PIC X(16).
               10 CD-REASON-TBL PIC X(4).
       01  WS-CD-INDEX          PIC 9(5) VALUE 1.
       01  WS-CD-COUNT          PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT     PIC 9(5) VALUE 0.
                           ELSE
                               MOVE 0 TO CD-EXPIRY-TBL(WS-CD-COUNT)
                           END-IF
                           IF CD-LAST-USED NUMERIC
                               MOVE CD-LAST-USED
                                   TO CD-LAST-USED-TBL(WS-CD-COUNT)
                           ELSE
                               MOVE 0 TO CD-LAST-USED-TBL(WS-CD-COUNT)
                           END-IF
                           MOVE CD-REPLACES
                               TO CD-REPLACES-TBL(WS-CD-COUNT)
                           MOVE CD-REASON
                               TO CD-REASON-TBL(WS-CD-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
                   ELSE
                       MOVE 0 TO CD-EXPIRY-TBL(WS-CD-COUNT)
                   END-IF
                   MOVE 0 TO CD-LAST-USED-TBL(WS-CD-COUNT)
                   MOVE SPACES TO CD-REPLACES-TBL(WS-CD-COUNT)
                   MOVE SPACES TO CD-REASON-TBL(WS-CD-COUNT)
                   ADD 1 TO WS-APPLIED-COUNT
                   DISPLAY "CARD ADDED " CR-NUMBER
                       " FOR " CR-AC-ID
               IF CD-STATUS-TBL(WS-CD-INDEX) = 'S'
                   DISPLAY "REACTIVATE FAILED - CARD REPORTED "
                       "STOLEN " CR-NUMBER
               ELSE
               IF CD-STATUS-TBL(WS-CD-INDEX) = 'K'
                       OR CD-STATUS-TBL(WS-CD-INDEX) = 'R'
                   DISPLAY "REACTIVATE FAILED - CARD COMPROMISED "
                       "OR REPLACED " CR-NUMBER
               ELSE
                   MOVE 'A' TO CD-STATUS-TBL(WS-CD-INDEX)
                   ADD 1 TO WS-APPLIED-COUNT
                   DISPLAY "CARD REACTIVATED " CR-NUMBER
               END-IF
               END-IF
           ELSE
               DISPLAY "REACTIVATE FAILED - CARD NOT FOUND " CR-NUMBER
           END-IF.
               MOVE CD-AC-ID-TBL(WS-CD-INDEX) TO CD-AC-ID
               MOVE CD-STATUS-TBL(WS-CD-INDEX) TO CD-STATUS
               MOVE CD-EXPIRY-TBL(WS-CD-INDEX) TO CD-EXPIRY
               MOVE CD-LAST-USED-TBL(WS-CD-INDEX) TO CD-LAST-USED
               MOVE CD-REPLACES-TBL(WS-CD-INDEX) TO CD-REPLACES
               MOVE CD-REASON-TBL(WS-CD-INDEX) TO CD-REASON
               WRITE CARD-RECORD
               ADD 1 TO WS-CD-INDEX
           END-PERFORM
