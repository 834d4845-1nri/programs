      ******************************************************************
      * Author: Henri Juvonen
      * Purpose: Cumulative visit-history record, keyed on the permanent
      *          customer number (alternate key on the name, duplicates
      *          allowed), COPYed by the end-of-day archive run that
      *          rolls each day's customer master into the history, and
      *          by the desk inquiry program that reads it back. The
      *          master itself is wiped every new morning; this file is
      *          the system's only memory of a customer beyond today,
      *          and the register that customer numbers are issued
      *          against. The name is the one given on the latest visit.
      *          The last survey date is set by the satisfaction-survey
      *          selection when the customer is sent a survey, so nobody
      *          is asked twice within the exclusion period; zero (or
      *          spaces) means never surveyed.
      ******************************************************************
       01 VISIT-HISTORY-RECORD.
           05 VH-CUSTOMER-NO   PIC 9(08).
           05 VH-NAME          PIC X(15).
           05 VH-VISIT-COUNT   PIC 9(06).
           05 VH-FIRST-DATE    PIC 9(08).
           05 VH-LAST-DATE     PIC 9(08).
           05 VH-LAST-TICKET   PIC X(8).
           05 VH-LAST-CATEGORY PIC X(1).
           05 VH-LAST-SURVEY-DATE PIC 9(08).
