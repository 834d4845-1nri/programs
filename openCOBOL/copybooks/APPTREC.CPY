      ******************************************************************
      * Author: Henri Juvonen
      * Purpose: Appointment-book record layout, one line per booked
      *          appointment, kept by the front office in
      *          APPTBOOK.DAT. The intake run matches each customer
      *          against the day's bookings to set the priority
      *          flag, and the end-of-day appointment report reads
      *          it back against the audit log. The slot time is the
      *          booked wall-clock time (HHMM); the category is the
      *          service the appointment was booked for.
      ******************************************************************
       01 APPOINTMENT-RECORD.
           05 AP-NAME      PIC X(15).
           05 AP-CATEGORY  PIC X(1).
           05 AP-DATE      PIC 9(08).
           05 AP-SLOT-TIME PIC 9(04).
