      *>-----------------------------------------------------------
      *> RTNEDITP.cpy
      *> Shared ABA routing number edit paragraph.  COPY this into
      *> the PROCEDURE DIVISION of any program that needs to
      *> validate a routing number.  Rejects anything that is not
      *> nine digits, all zeros, and any number whose check digit
      *> fails the ABA 3-7-1 weighting: the digits weighted
      *> 3,7,1,3,7,1,3,7,1 must sum to a multiple of ten.
      *> Requires RTNEDITW.cpy to have been copied into
      *> WORKING-STORAGE.
      *>-----------------------------------------------------------
       VALIDATE-ROUTING-NUMBER.
           SET ROUTING-IS-VALID TO TRUE
           MOVE SPACES TO WS-ROUTING-REASON
           IF WS-ROUTING-EDIT-X IS NOT NUMERIC
               SET ROUTING-IS-INVALID TO TRUE
               MOVE "ROUTING NUMBER NOT 9 DIGITS" TO WS-ROUTING-REASON
           END-IF
           IF ROUTING-IS-VALID
              AND WS-ROUTING-EDIT-X = ZEROS
               SET ROUTING-IS-INVALID TO TRUE
               MOVE "ROUTING NUMBER IS ZERO" TO WS-ROUTING-REASON
           END-IF
           IF ROUTING-IS-VALID
               COMPUTE WS-RTN-WEIGHTED-SUM =
                   3 * (WS-RTN-DIGIT(1) + WS-RTN-DIGIT(4)
                        + WS-RTN-DIGIT(7))
                 + 7 * (WS-RTN-DIGIT(2) + WS-RTN-DIGIT(5)
                        + WS-RTN-DIGIT(8))
                 +     (WS-RTN-DIGIT(3) + WS-RTN-DIGIT(6)
                        + WS-RTN-DIGIT(9))
               DIVIDE WS-RTN-WEIGHTED-SUM BY 10
                   GIVING WS-RTN-QUOTIENT
                   REMAINDER WS-RTN-REMAINDER
               IF WS-RTN-REMAINDER NOT = ZERO
                   SET ROUTING-IS-INVALID TO TRUE
                   MOVE "ROUTING CHECK DIGIT FAILS"
                       TO WS-ROUTING-REASON
               END-IF
           END-IF
           .
