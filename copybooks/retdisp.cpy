      *>-----------------------------------------------------------
      *> RETDISP.cpy
      *> Record layout for RETDISP1, the disposition file coboltstb
      *> writes during the nightly posting run and cobolret reads
      *> to build each feeder's return file.  One "D" record per
      *> transaction with what became of it - (P)osted, (H)eld on
      *> PENDING1 for its effective date, or (R)ejected with the
      *> REJECT01 reason - and one "T" record per control trailer
      *> met, so the feeder's trailer can be echoed back.
      *>
      *> DD-ORDINAL is the record's position on the TRANFILE
      *> concatenation, trailers included.  A restart appends to
      *> the file and reprocesses the records after its
      *> checkpoint, so a record can appear twice; the later copy
      *> (the one the completed run made) is the one that counts
      *> - cobolret sorts on the ordinal, duplicates in order, and
      *> keeps the last of each.
      *>
      *> DD-ORIGIN is the TL-FILE-ORIGIN of the concatenation
      *> member the record arrived on (see tranrec.cpy): blank for
      *> a feeder's own file, "R" recycle, "P" release.
      *> DD-TRAN-IMAGE is the TRANFILE record as read - either
      *> layout, or the trailer on a "T" record.
      *>-----------------------------------------------------------
       01  RETURN-DISPOSITION-RECORD.
           05  DD-ORDINAL              PIC 9(7).
           05  DD-RECORD-TYPE          PIC X.
               88  DD-DETAIL           VALUE "D".
               88  DD-TRAILER          VALUE "T".
           05  DD-ORIGIN               PIC X.
               88  DD-FROM-FEEDER      VALUE SPACE.
               88  DD-FROM-RECYCLE     VALUE "R".
               88  DD-FROM-RELEASE     VALUE "P".
           05  DD-SOURCE-SYSTEM        PIC X(2).
           05  DD-DISPOSITION          PIC X.
               88  DD-POSTED           VALUE "P".
               88  DD-HELD             VALUE "H".
               88  DD-REJECTED         VALUE "R".
           05  DD-REASON-CODE          PIC X(4).
           05  DD-REASON-TEXT          PIC X(30).
           05  DD-RUN-DATE             PIC 9(8).
           05  DD-TRAN-IMAGE           PIC X(68).
