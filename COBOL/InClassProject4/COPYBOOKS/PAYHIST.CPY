      ************************************************************
      *  PAYHIST - Pay history record, one per employee paid in  *
      *            each CH10PPN register run, appended to the    *
      *            sequential file CH10PPNH.DAT.  Written by     *
      *            CH10PPN; read by CH10PPNR to find the periods *
      *            an employee was already paid at a rate a      *
      *            back-dated raise has since replaced.  COPY    *
      *            this under the 01-level record name each      *
      *            program uses for its pay history record.      *
      *                                                            *
      *  PH-PERIOD-END-DATE is the last day of the period paid     *
      *  (from CH10PPN.CTL, or the run date when the control does  *
      *  not carry one).  PH-ANNUAL-SALARY and PH-HOURLY-RATE are  *
      *  the rates the period was paid at; the hours are the time  *
      *  card's for an hourly employee and zero for salaried.      *
      *  PH-GROSS is the period's regular earnings only - any      *
      *  retro pay paid in the same run is in PH-RETRO-PAY.        *
      ************************************************************
           05  PH-EMPLOYEE-NO          PIC X(3).
           05  PH-PERIOD-ID            PIC X(8).
           05  PH-PERIOD-END-DATE      PIC X(8).
           05  PH-RUN-DATE             PIC X(8).
           05  PH-PERIODS-PER-YEAR     PIC 99.
           05  PH-PAY-TYPE             PIC X.
               88  PH-PAID-HOURLY          VALUE 'H'.
           05  PH-ANNUAL-SALARY        PIC 9(5).
           05  PH-HOURLY-RATE          PIC 9(3)V99.
           05  PH-REGULAR-HOURS        PIC 9(3)V99.
           05  PH-OVERTIME-HOURS       PIC 9(3)V99.
           05  PH-GROSS                PIC 9(6)V99.
           05  PH-RETRO-PAY            PIC 9(6)V99.
