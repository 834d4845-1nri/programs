      ******************************************************************
      * Author: Henri Juvonen
      * Purpose: Void register record, one line per ticket voided by
      *          a supervisor as issued in error, appended to the
      *          running register (VOIDLOG.DAT) by the void program
      *          and read back by the serving program, which takes
      *          each of the business day's voided tickets out of its
      *          queue. The date is the business day the ticket was
      *          issued on and the time the wall clock (HHMMSS) at the
      *          void. The category is the queue the ticket was in
      *          when voided, the supervisor the id keyed at sign-on.
      *          The master flag is "Y" when the customer's row was
      *          taken off the day's customer master so the customer
      *          can be ticketed again, "N" when no row for the
      *          ticket was found there.
      ******************************************************************
       01 VOID-LOG-RECORD.
           05 VD-DATE        PIC 9(08).
           05 VD-TIME        PIC 9(06).
           05 VD-TICKET      PIC X(8).
           05 VD-NAME        PIC X(15).
           05 VD-CUSTOMER-NO PIC 9(08).
           05 VD-CATEGORY    PIC X(1).
           05 VD-SUPERVISOR  PIC X(4).
           05 VD-REASON      PIC X(20).
           05 VD-MASTER-FLAG PIC X(1).
               88 VD-MASTER-RELEASED VALUE "Y".
