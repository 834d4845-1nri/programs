      ******************************************************************
      * Author: Henri Juvonen
      * Purpose: Fixed-width record layout for the lobby display
      *          board feed read by the screen vendor. One line per
      *          service category (A, B, C), the whole file rewritten
      *          by the serving program after every call, serve and
      *          no-show. The last ticket/station is the ticket most
      *          recently called in the category (spaces if none yet
      *          today). The estimated wait is in whole minutes,
      *          rounded up: pending tickets times today's average
      *          handle time, shared across the clerks covering the
      *          category. With no clerk covering the category the
      *          desk status is "C" (closed) and the wait is zero.
      ******************************************************************
       01 DISPLAY-BOARD-RECORD.
           05 DB-CATEGORY      PIC X(1).
           05 DB-LAST-TICKET   PIC X(8).
           05 DB-LAST-STATION  PIC X(4).
           05 DB-PENDING-COUNT PIC 9(05).
           05 DB-CLERK-COUNT   PIC 9(02).
           05 DB-WAIT-MINUTES  PIC 9(04).
           05 DB-DESK-STATUS   PIC X(1).
               88 DB-DESK-OPEN   VALUE "O".
               88 DB-DESK-CLOSED VALUE "C".
           05 DB-UPDATE-TIME   PIC 9(06).
