      ************************************************************
      *  PAYYTD - Year-to-date earnings record, the indexed file *
      *           CH10PPNY.DAT keyed on employee number.         *
      *           CH10PPN adds each register run's gross, each   *
      *           withholding, each deduction by code and net    *
      *           pay into it and prints the figures beside the  *
      *           period's on the employee earnings statement.   *
      *           COPY this under the 01-level record name each  *
      *           program uses for its year-to-date record.      *
      *                                                            *
      *  YT-YEAR is the calendar year the figures belong to;      *
      *  CH10PPN zeroes them when a run falls in a later year.    *
      *  YT-GROSS includes any retro pay, which is also carried   *
      *  on its own in YT-RETRO-PAY.  Each deduction code the     *
      *  employee has had taken this year holds one YT-DED-ENTRY, *
      *  in the order first taken; codes past the tenth are       *
      *  lumped into the tenth entry under code '**'.             *
      *  YT-LAST-PERIOD is the CH10PPN.CTL period last added in,  *
      *  so a rerun of the same period in the same year adds      *
      *  nothing twice.                                           *
      ************************************************************
           05  YT-EMPLOYEE-NO          PIC X(3).
           05  YT-YEAR                 PIC 9(4).
           05  YT-LAST-PERIOD          PIC X(8).
           05  YT-GROSS                PIC 9(7)V99.
           05  YT-RETRO-PAY            PIC 9(7)V99.
           05  YT-FEDERAL-TAX          PIC 9(7)V99.
           05  YT-STATE-TAX            PIC 9(7)V99.
           05  YT-FICA-TAX             PIC 9(7)V99.
           05  YT-MEDICARE-TAX         PIC 9(7)V99.
           05  YT-DED-TOTAL            PIC 9(7)V99.
           05  YT-NET-PAY              PIC 9(7)V99.
           05  YT-DED-COUNT            PIC 99.
           05  YT-DED-ENTRY            OCCURS 10 TIMES.
               10  YT-DED-CODE          PIC XX.
               10  YT-DED-AMOUNT        PIC 9(7)V99.
