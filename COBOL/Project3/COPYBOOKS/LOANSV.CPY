      *           portfolio master.  A loan with no servicing    *
      *           record yet has had no payment - its whole      *
      *           PF-LOAN-AMOUNT is still outstanding.           *
      *                                                            *
      *  SV-LOAN-STATUS is set to P by PROJECT3S when a payment   *
      *  or payoff transaction retires the balance, with the      *
      *  payment date as SV-CLOSE-DATE (YYYYMMDD).  A paid-in-    *
      *  full loan takes no further payments, drops off the       *
      *  delinquency section and reports apart from outstanding   *
      *  exposure on PROJECT3R.  PROJECT3Q quotes payoffs from    *
      *  this record.                                             *
      *                                                            *
      *  PROJECT3S also writes the record for a loan that has     *
      *  had no payment yet, at its first run after origination,  *
      *  so the loan's due dates and late charges have a home.    *
      *  SV-SCHED-PAYMENT is the level monthly payment            *
      *  PROJECT3B's schedule shows; SV-NEXT-DUE-DATE (YYYYMMDD)  *
      *  is the installment still owed, advanced a month each     *
      *  time the interest and principal paid toward it           *
      *  (SV-PAID-TOWARD-DUE) reach a full installment.           *
      *  SV-DAYS-PAST-DUE is figured from it on every run.  Late  *
      *  charges are carried apart from interest and              *
      *  principal: SV-LATE-CHG-DUE is owed, SV-LATE-CHG-PAID     *
      *  has been paid (payments go to late charges first), and   *
      *  SV-LATE-CHARGED-THRU is the last installment due date a  *
      *  charge was assessed for.                                 *
      ************************************************************
           05  SV-LOAN-NO              PIC 9(6).
           05  SV-OUT-BALANCE          PIC 9(7)V99.
           05  SV-PRIN-PAID            PIC 9(7)V99.
           05  SV-LAST-PAY-DATE        PIC X(8).
           05  SV-PAY-COUNT            PIC 9(3).
           05  SV-LOAN-STATUS          PIC X.
               88  SV-IS-OPEN                       VALUE ' '.
               88  SV-IS-PAID-IN-FULL               VALUE 'P'.
           05  SV-CLOSE-DATE           PIC X(8).
           05  SV-SCHED-PAYMENT        PIC 9(6)V99.
           05  SV-NEXT-DUE-DATE        PIC X(8).
           05  SV-PAID-TOWARD-DUE      PIC 9(6)V99.
           05  SV-DAYS-PAST-DUE        PIC 9(4).
           05  SV-LATE-CHG-DUE         PIC 9(5)V99.
           05  SV-LATE-CHG-PAID        PIC 9(7)V99.
           05  SV-LATE-CHARGED-THRU    PIC X(8).
