      ************************************************************
      *  TIMEREC - Edited time-card record, shared by CH10PPU    *
      *            (edits the keyed cards and writes the clean   *
      *            ones to the indexed file CH10PPU.DAT keyed on *
      *            employee number) and CH10PPN (reads each      *
      *            hourly employee's card to compute gross).     *
      *            COPY this under the 01-level record name each *
      *            program uses for its time-card record.        *
      *                                                            *
      *  TC-PERIOD-ID is the CH10PPN.CTL pay period the hours      *
      *  were worked in.  Hours carry two decimals, so a quarter   *
      *  hour keys as 00025.                                       *
      ************************************************************
           05  TC-EMPLOYEE-NO          PIC X(3).
           05  TC-PERIOD-ID            PIC X(8).
           05  TC-REGULAR-HOURS        PIC 9(3)V99.
           05  TC-OVERTIME-HOURS       PIC 9(3)V99.
