      *          system. The ticket carries its service-category
      *          prefix (A-000001, ...). The branch code says which
      *          site issued the ticket; records from before the
      *          second branch came on read back as spaces. The customer
      *          number is the stable key the CRM files the customer
      *          under (the name is not unique and can change). The
      *          record type is "I" for the ticket's issue (spaces on
      *          older records) and "T" for a transfer to another
      *          queue at the desk; the service category is the
      *          queue the CRM bills the ticket under from that
      *          record on, so a transferred ticket is charged for
      *          the service it actually received. A "V" record is
      *          the reversal of a ticket a supervisor voided: the
      *          CRM takes the ticket's charge under the service
      *          category back out.
      ******************************************************************
       01 TICKET-EXTRACT-RECORD.
           05 TE-NAME   PIC X(15).
           05 TE-TICKET PIC X(8).
           05 TE-BRANCH PIC X(2).
           05 TE-CUSTOMER-NO PIC 9(08).
           05 TE-RECORD-TYPE PIC X(1).
               88 TE-ISSUE-RECORD    VALUE "I" " ".
               88 TE-TRANSFER-RECORD VALUE "T".
               88 TE-VOID-RECORD     VALUE "V".
           05 TE-SERVICE-CATEGORY PIC X(1).
