      *>-----------------------------------------------------------
      *> RTNEDITW.cpy
      *> Working-storage fields for the shared ABA routing number
      *> edit logic in RTNEDITP.cpy.  Programs move the routing
      *> number they are validating into WS-ROUTING-EDIT-X and
      *> then PERFORM VALIDATE-ROUTING-NUMBER.
      *>-----------------------------------------------------------
       01  WS-ROUTING-EDIT.
           05  WS-RTN-DIGIT            PIC 9 OCCURS 9 TIMES.
       01  WS-ROUTING-EDIT-X REDEFINES WS-ROUTING-EDIT
                                       PIC X(9).
       01  WS-RTN-WEIGHTED-SUM         PIC 9(4) COMP VALUE ZERO.
       01  WS-RTN-QUOTIENT             PIC 9(4) COMP VALUE ZERO.
       01  WS-RTN-REMAINDER            PIC 9(2) COMP VALUE ZERO.
       01  WS-ROUTING-VALID            PIC X VALUE "Y".
           88  ROUTING-IS-VALID        VALUE "Y".
           88  ROUTING-IS-INVALID      VALUE "N".
       01  WS-ROUTING-REASON           PIC X(30) VALUE SPACES.
