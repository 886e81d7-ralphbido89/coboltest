      *>-----------------------------------------------------------
      *> RETREC.cpy
      *> Record layouts for the feeder return file (RETURN01)
      *> cobolret builds for one source system after each night's
      *> posting run.  Every record the source sent on tonight's
      *> file comes back as a "D" record with its disposition:
      *> (P)osted, (H)eld until RT-EFFECTIVE-DATE, or (R)ejected
      *> with the reason code and text from REJECT01.  Records
      *> sent on an earlier night that post tonight - a reject
      *> repaired through cobolrjr, or a held item come due - come
      *> back too, marked by RT-ORIGIN, so the feeder hears when
      *> they finally post.  RT-TRAN-IMAGE is the record exactly
      *> as the feeder sent it (or as repaired).
      *>
      *> The file ends in one "T" record per trailer the source
      *> sent tonight, echoing its TL-FILE-DATE, record count and
      *> hash total, with the disposition counts for the file -
      *> posted + held + rejected equals the echoed record count
      *> when the source's file balanced.  RX-EARLIER-COUNT, on
      *> the last trailer, counts the earlier nights' records
      *> returned.  A source that sent no file tonight still gets
      *> a single trailer, with a zero file date and count, so
      *> the return file is never empty.
      *>-----------------------------------------------------------
       01  RETURN-DETAIL-RECORD.
           05  RT-RECORD-TYPE          PIC X.
               88  RT-DETAIL           VALUE "D".
           05  RT-ORIGIN               PIC X.
               88  RT-FROM-TONIGHT     VALUE "F".
               88  RT-FROM-RECYCLE     VALUE "R".
               88  RT-FROM-RELEASE     VALUE "P".
           05  RT-DISPOSITION          PIC X.
               88  RT-POSTED           VALUE "P".
               88  RT-HELD             VALUE "H".
               88  RT-REJECTED         VALUE "R".
           05  RT-EFFECTIVE-DATE       PIC X(8).
           05  RT-REASON-CODE          PIC X(4).
           05  RT-REASON-TEXT          PIC X(30).
           05  RT-RUN-DATE             PIC 9(8).
           05  RT-TRAN-IMAGE           PIC X(68).

       01  RETURN-TRAILER-RECORD.
           05  RX-RECORD-TYPE          PIC X.
               88  RX-TRAILER          VALUE "T".
           05  RX-SOURCE-SYSTEM        PIC X(2).
           05  RX-FILE-DATE            PIC 9(8).
           05  RX-RECORD-COUNT         PIC 9(7).
           05  RX-HASH-TOTAL           PIC S9(11)V99.
           05  RX-RUN-DATE             PIC 9(8).
           05  RX-POSTED-COUNT         PIC 9(7).
           05  RX-HELD-COUNT           PIC 9(7).
           05  RX-REJECTED-COUNT       PIC 9(7).
           05  RX-EARLIER-COUNT        PIC 9(7).
           05  FILLER                  PIC X(54).
