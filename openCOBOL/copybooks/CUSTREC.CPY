      *          per-service-category series (A-000001, B-000001, ...)
      *          so each queue numbers independently. The priority
      *          flag marks appointment holders and assisted-service
      *          customers ("P"); everyone else is "N". The customer
      *          number is the permanent identity issued on the first
      *          visit and kept for good: names repeat and change, the
      *          number does not.
      ******************************************************************
       01 CUSTOMER-GREETING-RECORD.
           05 WS-NAME     PIC X(15).
               10 WS-TICKET-CATEGORY PIC X(1).
               10 WS-TICKET-DASH     PIC X(1).
               10 WS-TICKET-NUMBER   PIC 9(06).
           05 WS-CUSTOMER-NO PIC 9(08).
