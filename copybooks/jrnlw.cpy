      *>-----------------------------------------------------------
      *> JRNLW.cpy
      *> Working-storage fields for the shared CUSTMAS change
      *> journal logic in JRNLP.cpy.  The program SELECTs
      *> JOURNAL-FILE (ASSIGN "CUSTJRNL", ORGANIZATION SEQUENTIAL,
      *> FILE STATUS WS-JOURNAL-STATUS) with jrnlrec.cpy under its
      *> FD (RECORD CONTAINS 441 CHARACTERS), copies this into
      *> WORKING-STORAGE, moves its own name to WS-JRNL-PROGRAM
      *> and PERFORMs OPEN-JOURNAL-FILE with its other opens.
      *> Before changing a master record it moves the record as
      *> read to WS-BEFORE-IMAGE (SPACES for an add) and, once
      *> the write has succeeded, sets WS-JRNL-TYPE and PERFORMs
      *> WRITE-JOURNAL-RECORD with CUST-MASTER-RECORD still
      *> holding the record as written.
      *>-----------------------------------------------------------
       01  WS-JOURNAL-STATUS           PIC XX VALUE ZEROS.
       01  WS-JRNL-PROGRAM             PIC X(8) VALUE SPACES.
       01  WS-JRNL-OPERATOR            PIC X(8) VALUE SPACES.
       01  WS-JRNL-TYPE                PIC X VALUE SPACE.
       01  WS-BEFORE-IMAGE             PIC X(198) VALUE SPACES.
       01  WS-JRNL-WRITTEN             PIC 9(7) VALUE ZERO.
