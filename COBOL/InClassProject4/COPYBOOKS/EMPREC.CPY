      *  to decide which inactive records are old enough to
      *  purge to the archive file.
           05  IN-INACTIVE-DATE        PIC X(8).
      *  IN-PAY-TYPE is H for an hourly employee, paid each period
      *  off the CH10PPU time-card file at IN-HOURLY-RATE with
      *  overtime at time-and-a-half; S is salaried off IN-ANNUAL-
      *  SALARY.  A record written before hourly pay existed holds
      *  a space there and is treated as salaried.
           05  IN-PAY-TYPE             PIC X.
               88  IN-PAY-HOURLY           VALUE 'H'.
               88  IN-PAY-SALARIED         VALUE 'S' ' '.
           05  IN-HOURLY-RATE          PIC 9(3)V99.
      *  IN-HIRE-DATE (YYYYMMDD) and IN-ACCRUAL-TIER drive the
      *  CH10PPO leave accrual: the tier picks the employee's
      *  accrual schedule on CH10PPO.CTL and the years since hire
      *  pick the seniority step within it.  A blank tier on an
      *  older record accrues as tier 1.
           05  IN-HIRE-DATE            PIC X(8).
           05  IN-ACCRUAL-TIER         PIC X.
