      ************************************************************
      *  SECTREC - Course section master record layout for       *
      *            CH1004SC.DAT, keyed on term, course id and    *
      *            section number.  CH1004J maintains it under   *
      *            the CH1004K catalog - a section can only be   *
      *            opened for an active catalog course - and the *
      *            CH1004Q registration run keeps the enrolled   *
      *            and waitlisted counts.  SC-LAST-SEQ is the    *
      *            last registration sequence number handed out  *
      *            in the section; it orders the roster and the  *
      *            waitlist.  COPY this under the 01-level       *
      *            record name each program uses.                *
      ************************************************************
           05  SC-SECTION-KEY.
               10  SC-TERM-ID              PIC X(6).
               10  SC-COURSE-ID            PIC X(8).
               10  SC-SECTION-NO           PIC X(3).
           05  SC-CAPACITY                 PIC 9(3).
           05  SC-ENROLLED                 PIC 9(3).
           05  SC-WAITLISTED               PIC 9(3).
           05  SC-LAST-SEQ                 PIC 9(4).
