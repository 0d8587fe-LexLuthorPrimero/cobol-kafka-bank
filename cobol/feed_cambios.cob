           IF WS-ENTITY = "ACCOUNT"
               PERFORM DIFF-ACCOUNT-FIELDS
           ELSE
           IF WS-ENTITY = "CUSTOMER" AND WS-CHG-OP = "ERASE"
               MOVE "ERASE" TO WS-FIELD-NAME
               MOVE SPACES TO WS-BEF-VALUE
               MOVE "ANONYMIZED" TO WS-AFT-VALUE
               PERFORM WRITE-ONE-EVENT
           ELSE
           IF WS-ENTITY = "CUSTOMER" AND WS-CHG-OP = "MERGE"
               MOVE "MERGEDTO" TO WS-FIELD-NAME
               MOVE WS-BEF-IMAGE(1:5) TO WS-BEF-VALUE
               MOVE WS-AFT-IMAGE(1:5) TO WS-AFT-VALUE
               PERFORM WRITE-ONE-EVENT
           ELSE
           IF WS-ENTITY = "CUSTOMER"
               PERFORM DIFF-CUSTOMER-FIELDS
           ELSE
           IF WS-ENTITY = "TAXRES"
               PERFORM DIFF-TAXRES-FIELDS
           ELSE
               MOVE "RECORD" TO WS-FIELD-NAME
               MOVE WS-BEF-IMAGE(1:30) TO WS-BEF-VALUE
               MOVE WS-AFT-IMAGE(1:30) TO WS-AFT-VALUE
               PERFORM WRITE-ONE-EVENT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       DIFF-ACCOUNT-FIELDS.
           MOVE "TAXCERT" TO WS-FIELD-NAME
           MOVE WS-BEF-IMAGE(82:1) TO WS-BEF-VALUE
           MOVE WS-AFT-IMAGE(82:1) TO WS-AFT-VALUE
           PERFORM WRITE-EVENT-IF-CHANGED
           MOVE "BIRTHDATE" TO WS-FIELD-NAME
           MOVE WS-BEF-IMAGE(83:8) TO WS-BEF-VALUE
           MOVE WS-AFT-IMAGE(83:8) TO WS-AFT-VALUE
           PERFORM WRITE-EVENT-IF-CHANGED.

       DIFF-TAXRES-FIELDS.
           MOVE "RESCTRY" TO WS-FIELD-NAME
           MOVE WS-BEF-IMAGE(7:2) TO WS-BEF-VALUE
           MOVE WS-AFT-IMAGE(7:2) TO WS-AFT-VALUE
           PERFORM WRITE-EVENT-IF-CHANGED
           MOVE "RESTIN" TO WS-FIELD-NAME
           MOVE WS-BEF-IMAGE(10:20) TO WS-BEF-VALUE
           MOVE WS-AFT-IMAGE(10:20) TO WS-AFT-VALUE
           PERFORM WRITE-EVENT-IF-CHANGED
           MOVE "SELFCERT" TO WS-FIELD-NAME
           MOVE WS-BEF-IMAGE(31:8) TO WS-BEF-VALUE
           MOVE WS-AFT-IMAGE(31:8) TO WS-AFT-VALUE
           PERFORM WRITE-EVENT-IF-CHANGED
           MOVE "RESCLASS" TO WS-FIELD-NAME
           MOVE WS-BEF-IMAGE(40:3) TO WS-BEF-VALUE
           MOVE WS-AFT-IMAGE(40:3) TO WS-AFT-VALUE
           PERFORM WRITE-EVENT-IF-CHANGED
           MOVE "INDICIA" TO WS-FIELD-NAME
           MOVE WS-BEF-IMAGE(44:1) TO WS-BEF-VALUE
           MOVE WS-AFT-IMAGE(44:1) TO WS-AFT-VALUE
           PERFORM WRITE-EVENT-IF-CHANGED.

       WRITE-EVENT-IF-CHANGED.
