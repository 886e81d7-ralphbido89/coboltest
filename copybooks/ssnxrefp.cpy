      *>-----------------------------------------------------------
      *> SSNXREFP.cpy
      *> Shared SSNum cross-reference paragraphs.  COPY this into
      *> the PROCEDURE DIVISION of every program that reads
      *> history or open items by SSNum, so that an item filed
      *> under a customer's old (mistyped) number is reported,
      *> released or matched under the number the customer has
      *> now.  A missing SSNXREF1 means nothing has ever been
      *> re-keyed.  A cross-reference too big for the table stops
      *> the run with RETURN-CODE 16 - carrying on would split the
      *> customers it could not hold across two numbers again.
      *> Requires SSNXREFW.cpy in WORKING-STORAGE and an
      *> SSN-XREF-FILE SELECT/FD - see the notes there.
      *>-----------------------------------------------------------
       LOAD-SSN-XREF.
           MOVE ZERO TO WS-XREF-COUNT
           SET WS-XREF-AT-END TO FALSE
           OPEN INPUT SSN-XREF-FILE
           IF WS-SSNXREF-STATUS NOT = "35"
               IF WS-SSNXREF-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN SSNXREF1, STATUS "
                       WS-SSNXREF-STATUS "- ABORTING RUN."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LOAD-ONE-SSN-XREF UNTIL WS-XREF-AT-END
               CLOSE SSN-XREF-FILE
           END-IF
           .

       LOAD-ONE-SSN-XREF.
           READ SSN-XREF-FILE
               AT END
                   SET WS-XREF-AT-END TO TRUE
               NOT AT END
                   IF WS-XREF-COUNT >= WS-XREF-MAX
                       DISPLAY "SSNXREF1 HOLDS MORE RE-KEYS THAN "
                           "WS-XREF-ENTRY - ABORTING RUN."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-XREF-COUNT
                   MOVE XR-OLD-SSNUM   TO WS-XREF-OLD(WS-XREF-COUNT)
                   MOVE XR-NEW-SSNUM   TO WS-XREF-NEW(WS-XREF-COUNT)
                   MOVE XR-REKEY-STAMP
                       TO WS-XREF-STAMP(WS-XREF-COUNT)
           END-READ
           .

      *>  One pass in re-key order, so a chain of re-keys resolves
      *>  to the last number.  An item dated at or after a re-key
      *>  was posted to whoever held the old number by then and
      *>  stays where it is.
       MAP-SSN-XREF.
           SET WS-XREF-WAS-MAPPED TO FALSE
           PERFORM MAP-ONE-SSN-XREF
               VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > WS-XREF-COUNT
           IF WS-XREF-WAS-MAPPED
               ADD 1 TO WS-XREF-MAPPED
           END-IF
           .

       MAP-ONE-SSN-XREF.
           IF WS-XREF-SSNUM = WS-XREF-OLD(WS-XREF-SUB)
              AND (WS-XREF-AS-OF = SPACES
                   OR WS-XREF-AS-OF < WS-XREF-STAMP(WS-XREF-SUB))
               MOVE WS-XREF-NEW(WS-XREF-SUB) TO WS-XREF-SSNUM
               SET WS-XREF-WAS-MAPPED TO TRUE
           END-IF
           .
