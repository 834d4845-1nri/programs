      ******************************************************************
      * Author: Henri Juvonen
      * Purpose: Ticket-status record layout, one line per ticket, kept
      *          live by the serving program in TICKSTAT.DAT and rolled
      *          a business day at a time into the dated history files
      *          (TKSyyyymmdd.DAT), which the reports read back. Status
      *          is "P" pending, "C" called, "S" served, "N" final
      *          no-show, "V" voided by a supervisor as issued in error.
      *          Times are the wall clock (HHMMSS) at issue, call and
      *          serve. The station is the desk that called the ticket;
      *          the recall flag is "Y" once a first no-show has sent
      *          the ticket to the back of the queue. The customer
      *          number is the permanent customer identity from the
      *          master. The category is the queue the ticket waits in
      *          and is served from: the ticket prefix unless a clerk
      *          has transferred it (spaces on older lines read as the
      *          prefix). The transfer station and time say which desk
      *          last transferred it and when; spaces and zero if it
      *          never was.
      ******************************************************************
       01 TICKET-STATUS-RECORD.
           05 TS-TICKET PIC X(8).
           05 TS-NAME PIC X(15).
           05 TS-STATUS PIC X(1).
           05 TS-ISSUE-TIME PIC 9(06).
           05 TS-SERVE-TIME PIC 9(06).
           05 TS-DATE PIC 9(08).
           05 TS-PRIORITY PIC X(1).
           05 TS-STATION PIC X(4).
           05 TS-CALL-TIME PIC 9(06).
           05 TS-RECALL-FLAG PIC X(1).
           05 TS-CUSTOMER-NO PIC 9(08).
           05 TS-CATEGORY PIC X(1).
           05 TS-XFER-STATION PIC X(4).
           05 TS-XFER-TIME PIC 9(06).
