      *          now: "D" in the dated daily files, "M" rolled into
      *          the consolidated monthly files by the retention
      *          job, "P" purged (the counts remain, the records
      *          are gone). Spaces read as "D". The control totals
      *          are taken by the archive job as it files each day,
      *          one set per archived file in the order audit log,
      *          exceptions, extract: the line count, a key hash
      *          (the sum of the ticket numbers, or for the
      *          exceptions of the intake positions) and a record
      *          hash (every byte's character code weighted by its
      *          position in the 80-byte line, summed over the
      *          file). The retention and retrieval programs
      *          recompute them from the archive before trusting it.
      *          Lines from before the totals were kept read back as
      *          spaces and cannot be verified.
      ******************************************************************
       01 HISTORY-INDEX-RECORD.
           05 HX-DATE          PIC 9(08).
               88 HX-IN-DAILIES  VALUE "D" " ".
               88 HX-IN-MONTHLY  VALUE "M".
               88 HX-PURGED      VALUE "P".
           05 HX-FILE-TOTALS OCCURS 3 TIMES.
               10 HX-LINE-COUNT  PIC 9(06).
               10 HX-KEY-HASH    PIC 9(12).
               10 HX-RECORD-HASH PIC 9(15).
