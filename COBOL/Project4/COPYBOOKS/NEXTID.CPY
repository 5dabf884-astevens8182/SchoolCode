      ************************************************************
      *  NEXTID - Student ID control record layout for           *
      *           CH1004ID.CTL, shared by CH1004M (assigns an ID *
      *           to each student added) and CH1004U (the one-   *
      *           time conversion that assigned IDs to the       *
      *           students and alumni already on file).  NI-     *
      *           LAST-ID is the last ID handed out; the next    *
      *           student gets NI-LAST-ID + 1.  A missing file   *
      *           starts the numbering at 1000001.  Both         *
      *           programs hold the CH1004.LCK master lock while *
      *           they draw IDs.                                 *
      ************************************************************
           05  NI-LAST-ID              PIC 9(7).
