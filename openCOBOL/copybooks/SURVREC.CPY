      ******************************************************************
      * Author: Henri Juvonen
      * Purpose: Customer satisfaction survey record, one line per
      *          served ticket picked for the survey. Written whole
      *          to the day's fixed-width vendor extract
      *          (SURVEXPT.DAT) and appended to the survey register
      *          (SURVREG.DAT), which the response import reads back
      *          to match each answer to its ticket and station. The
      *          survey id the vendor quotes back is the first 16
      *          bytes: the business date and the ticket. Category is
      *          the ticket's service category, station the desk
      *          that served it, and the handle time (call to serve,
      *          in seconds) lets the import set speed against the
      *          scores.
      ******************************************************************
       01 SURVEY-EXTRACT-RECORD.
           05 SV-SURVEY-ID.
               10 SV-SURVEY-DATE   PIC 9(08).
               10 SV-TICKET        PIC X(8).
           05 SV-CUSTOMER-NO       PIC 9(08).
           05 SV-NAME              PIC X(15).
           05 SV-CATEGORY          PIC X(1).
           05 SV-PRIORITY          PIC X(1).
           05 SV-STATION           PIC X(4).
           05 SV-SERVE-TIME        PIC 9(06).
           05 SV-HANDLE-SECONDS    PIC 9(05).
