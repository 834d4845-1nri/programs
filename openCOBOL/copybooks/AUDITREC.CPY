      *          the audit record was written. The priority flag is
      *          "P" for appointment/assisted customers, "N" for the
      *          rest; lines written before the flag existed read
      *          back as spaces and are treated as "N". The customer
      *          number is the permanent customer identity; older
      *          lines read back as spaces. The record type is "I"
      *          for the intake's issue line (spaces on older lines)
      *          and "T" for a transfer written by the serving
      *          program when a clerk moves a called ticket to
      *          another queue; a transfer line repeats the ticket,
      *          name, priority and number, carries the time of the
      *          transfer in the issue-time field and the station
      *          that made it. The service category is the queue the
      *          ticket is served (and billed) in from that line on:
      *          the ticket prefix on an issue line, the new queue on
      *          a transfer, whose from-category is the queue it left
      *          (spaces on an issue line). A "V" line is a void
      *          written by the supervisor void program for a ticket
      *          issued in error: the time is the time of the void,
      *          the service category the queue being reversed, the
      *          station the supervisor who made it, and the reason
      *          why (spaces on every other line).
      ******************************************************************
       01 AUDIT-LOG-RECORD.
           05 AL-NAME       PIC X(15).
           05 AL-TICKET     PIC X(8).
           05 AL-ISSUE-TIME PIC 9(06).
           05 AL-PRIORITY   PIC X(1).
           05 AL-CUSTOMER-NO PIC 9(08).
           05 AL-RECORD-TYPE PIC X(1).
               88 AL-ISSUE-RECORD    VALUE "I" " ".
               88 AL-TRANSFER-RECORD VALUE "T".
               88 AL-VOID-RECORD     VALUE "V".
           05 AL-SERVICE-CATEGORY PIC X(1).
           05 AL-FROM-CATEGORY PIC X(1).
           05 AL-STATION PIC X(4).
           05 AL-REASON PIC X(20).
