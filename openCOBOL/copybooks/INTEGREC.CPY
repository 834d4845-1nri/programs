      ******************************************************************
      * Author: Henri Juvonen
      * Purpose: Archive integrity exceptions record, one line per
      *          archived file whose recomputed control totals do
      *          not match the totals the archive job stored in the
      *          history index. Appended to INTEGEXC.DAT by the
      *          retention job (which holds the file instead of
      *          rolling or purging it) and by the retrieval inquiry
      *          (which still shows the records, flagged). The file
      *          name is the daily or monthly file checked; for a
      *          monthly the archive date says which day in it
      *          failed. Expected figures are the index's, found are
      *          the ones recomputed from the file.
      ******************************************************************
       01 INTEGRITY-EXCEPTION-RECORD.
           05 IX-CHECK-DATE        PIC 9(08).
           05 IX-PROGRAM           PIC X(8).
           05 IX-ARCHIVE-DATE      PIC 9(08).
           05 IX-FILE-NAME         PIC X(20).
           05 IX-EXPECTED-COUNT    PIC 9(06).
           05 IX-FOUND-COUNT       PIC 9(06).
           05 IX-EXPECTED-KEY-HASH PIC 9(12).
           05 IX-FOUND-KEY-HASH    PIC 9(12).
           05 IX-EXPECTED-REC-HASH PIC 9(15).
           05 IX-FOUND-REC-HASH    PIC 9(15).
           05 IX-ACTION            PIC X(20).
