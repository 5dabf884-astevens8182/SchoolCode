      ************************************************************
      *  LEAVEREC - Leave master record, the indexed file         *
      *             CH10PPO.DAT keyed on employee number plus     *
      *             leave type.  Shared by CH10PPO (accrues each  *
      *             pay period and posts leave taken), CH10PPOB   *
      *             (leave balance and liability report) and      *
      *             CH10PPM (flags a terminated employee's        *
      *             unused vacation for payout).  COPY this       *
      *             under the 01-level record name each program   *
      *             uses for its leave record.                    *
      *                                                            *
      *  LV-YTD-YEAR is the year the -YTD figures belong to.  The  *
      *  first accrual in a new year caps LV-BALANCE-HOURS at the  *
      *  tier's carry-over limit and starts the YTD figures over.  *
      *  LV-LAST-PERIOD is the last pay period accrued, so a rerun *
      *  of the same period credits nothing twice.                 *
      *  LV-PAYOUT-FLAG is P once CH10PPM deactivates the employee *
      *  with hours still on the balance; LV-PAYOUT-HOURS and      *
      *  LV-PAYOUT-DATE record what was owed and when.             *
      ************************************************************
           05  LV-KEY.
               10  LV-EMPLOYEE-NO       PIC X(3).
               10  LV-LEAVE-TYPE        PIC X.
                   88  LV-VACATION          VALUE 'V'.
                   88  LV-SICK              VALUE 'S'.
           05  LV-BALANCE-HOURS        PIC 9(4)V99.
           05  LV-ACCRUED-YTD          PIC 9(4)V99.
           05  LV-TAKEN-YTD            PIC 9(4)V99.
           05  LV-YTD-YEAR             PIC 9(4).
           05  LV-LAST-PERIOD          PIC X(8).
           05  LV-PAYOUT-FLAG          PIC X.
               88  LV-PAYOUT-DUE           VALUE 'P'.
           05  LV-PAYOUT-HOURS         PIC 9(4)V99.
           05  LV-PAYOUT-DATE          PIC X(8).
