      *>-----------------------------------------------------------
      *> RETRPT.cpy
      *> Print-line layouts for the RETRPT01 control report cobolret
      *> prints with each feeder's return file - the dispositions
      *> returned and the trailer echoed, proven against each other.
      *> The sources line lists every source whose own file was on
      *> tonight's run, so a step whose PARM names none of them -
      *> a feeder that sent nothing, or a code that is wrong -
      *> shows what it should have been.
      *>-----------------------------------------------------------
       01  RPT-RET-HEADING-LINE.
           05  FILLER                  PIC X(28) VALUE
               "FEEDER RETURN FILE - SOURCE ".
           05  RPT-RET-SOURCE          PIC X(2).
           05  FILLER                  PIC X(14) VALUE
               "    RUN DATE ".
           05  RPT-RET-RUN-DATE        PIC 9(8).

       01  RPT-RET-COUNT-LINE.
           05  RPT-RET-LABEL           PIC X(44).
           05  RPT-RET-COUNT           PIC Z,ZZZ,ZZ9.

       01  RPT-RET-TRAILER-LINE.
           05  FILLER                  PIC X(22) VALUE
               "TRAILER ECHOED - DATE ".
           05  RPT-RET-FILE-DATE       PIC 9(8).
           05  FILLER                  PIC X(9) VALUE "   COUNT ".
           05  RPT-RET-TRL-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(8) VALUE "   HASH ".
           05  RPT-RET-TRL-HASH        PIC -(10)9.99.

       01  RPT-RET-SOURCES-LINE.
           05  FILLER                  PIC X(34) VALUE
               "SOURCES THAT SENT A FILE TONIGHT: ".
           05  RPT-RET-SOURCE-LIST     PIC X(60).

       01  RPT-RET-RESULT-LINE.
           05  RPT-RET-RESULT-TEXT     PIC X(80).
