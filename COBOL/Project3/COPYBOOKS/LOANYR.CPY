      ************************************************************
      *  LOANYR - Loan yearly servicing history record layout,   *
      *           shared by PROJECT3S (adds each posted          *
      *           payment's interest and principal to the        *
      *           record for its loan and the calendar year of   *
      *           the payment date) and PROJECT3Y (prints the    *
      *           year-end mortgage interest statements from     *
      *           it).  COPY this under the 01-level record      *
      *           name each program uses.  Keyed on YR-KEY -     *
      *           loan number then year - so one loan's years    *
      *           read together in order.                        *
      *                                                          *
      *  YR-JAN1-BALANCE is the principal outstanding before     *
      *  the year's first payment posted - the January 1         *
      *  balance, or the amount lent for a loan made during the  *
      *  year.  SV-INT-PAID on LOANSV stays interest to date     *
      *  since the loan opened; this record answers for a        *
      *  single calendar year.                                   *
      ************************************************************
           05  YR-KEY.
               10  YR-LOAN-NO          PIC 9(6).
               10  YR-TAX-YEAR         PIC 9(4).
           05  YR-JAN1-BALANCE         PIC 9(7)V99.
           05  YR-INT-PAID             PIC 9(7)V99.
           05  YR-PRIN-PAID            PIC 9(7)V99.
           05  YR-PAY-COUNT            PIC 9(3).
           05  YR-LAST-PAY-DATE        PIC X(8).
