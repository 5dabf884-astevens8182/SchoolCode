      *              and principal paid to date, last payment    *
      *              date and payment count; a loan's first      *
      *              payment creates it at the full loan         *
      *              amount.                                     *
      *                                                          *
      *  A payment that retires the balance marks the loan paid  *
      *  in full on its servicing record, closed as of the       *
      *  payment date.  A transaction coded O is a payoff: it    *
      *  pays the interest accrued day by day from the last      *
      *  payment (or origination) to the payoff date, figured    *
      *  the way PROJECT3Q quotes it, and the whole principal.   *
      *  A payoff short of that posts as an ordinary split, and  *
      *  the shortfall prints so the loan can be followed up.  A *
      *  paid-in-full loan takes no further payments and no      *
      *  longer shows among the delinquent loans.                *
      *                                                          *
      *  Each loan carries its next installment due date, first  *
      *  due a month after origination (on the 28th at the       *
      *  latest, so every month has the day).  The interest and  *
      *  principal a payment pays count toward that installment, *
      *  and each full scheduled payment moves the due date a    *
      *  month on.  Late charges are carried apart from interest *
      *  and principal, and a payment pays them off first.       *
      *                                                          *
      *  After posting, the servicing sweep visits every loan on *
      *  the portfolio, writing the servicing record of any loan *
      *  with no payment yet.  An installment still unpaid past  *
      *  its due date plus the grace days on PROJECT3C.CTL draws *
      *  one late charge - the control's percentage of the       *
      *  scheduled payment, never less than its minimum - and    *
      *  every such charge lists on the register.  Days past due *
      *  are figured from the next due date to the run date and  *
      *  stamped on the record, and the aging section lists      *
      *  every loan 30 days or more behind, worst bucket first,  *
      *  with counts and unpaid balances for each bucket.  With  *
      *  no control file a 5% charge, $15.00 minimum, after 15   *
      *  days applies.                                           *
      *                                                          *
      *  Each run books the payments it posted on the shared GL  *
      *  interface GLPOST.DAT, tagged with the run month: the    *
      *  cash received as a debit (LN-CASH), split into credits  *
      *  for principal reduction (LN-RECV), interest income      *
      *  (LN-INTIN), late charges paid (LN-LATE) and any excess  *
      *  over the balance held for refund (LN-OVRPY), closed by  *
      *  a 'T' total record for GLBALNCE.  Late charges reach    *
      *  the books when they are paid, not when assessed.        *
      *  Accounts not on GLCHART.CTL are held off the file, and  *
      *  a run month GLPERIOD.CTL shows closed posts nothing,    *
      *  the same as the other feeders.                          *
      *                                                          *
      *  Every posted payment's interest and principal is also   *
      *  added to the loan's record for the payment date's       *
      *  calendar year on the yearly history file PROJECT3Y.DAT  *
      *  (see LOANYR), created with the balance before the       *
      *  year's first payment, for PROJECT3Y's year-end          *
      *  statements.                                             *
      *                                                          *
      *  PROJECT3C.CTL, one 10-character record:                 *
      *      1-3   late charge percent   V999  (050 = 5%)        *
      *      4-5   grace days            99                      *
      *      6-10  minimum late charge   9(3)V99                 *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS SV-LOAN-NO
               FILE STATUS IS WS-SERVICING-STATUS.

           SELECT YEAR-HISTORY-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\PROJECT3\PROJECT3Y.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YR-KEY
               FILE STATUS IS WS-YEAR-HIST-STATUS.

           SELECT LATE-CHARGE-CTL-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\PROJECT3\PROJECT3C.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LATE-CTL-STATUS.

           SELECT GL-POSTING-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\GLPOST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT CHART-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\GLCHART.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-FILE-STATUS.

           SELECT PERIOD-STATUS-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\GLPERIOD.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.

           SELECT POSTING-REPORT-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\PROJECT3\PROJECT3S.RPT'
           05  PY-LOAN-NO              PIC 9(6).
           05  PY-PAY-DATE             PIC X(8).
           05  PY-PAY-AMOUNT           PIC 9(6)V99.
           05  PY-TRANS-CODE           PIC X.
               88  PY-IS-PAYOFF                     VALUE 'O'.

       FD  PORTFOLIO-FILE.
       01  PORTFOLIO-REC.
       01  SERVICING-REC.
           COPY LOANSV.

       FD  YEAR-HISTORY-FILE.
       01  YEAR-HISTORY-REC.
           COPY LOANYR.

       FD  LATE-CHARGE-CTL-FILE.
       01  LATE-CHARGE-CTL-REC.
           05  LC-LATE-PCT             PIC V999.
           05  LC-GRACE-DAYS           PIC 99.
           05  LC-MIN-CHARGE           PIC 9(3)V99.

       FD  GL-POSTING-FILE.
       01  GL-POSTING-REC.
           COPY GLPOST.

       FD  CHART-FILE.
       01  CHART-REC.
           05  GC-ACCOUNT-CODE         PIC X(8).
           05  GC-DESCRIPTION          PIC X(30).
           05  GC-ACTIVE-FLAG          PIC X.

       FD  PERIOD-STATUS-FILE.
       01  PERIOD-STATUS-REC.
           05  GP-PERIOD               PIC X(6).
           05  GP-STATUS               PIC X.

       FD  POSTING-REPORT-FILE.
       01  POSTING-REPORT-REC          PIC X(80).

           05  WS-SERVICING-STATUS     PIC XX       VALUE ZEROS.
               88  WS-SERVICING-OK                  VALUE '00'.
               88  WS-SERVICING-DOES-NOT-EXIST      VALUE '35'.
           05  WS-YEAR-HIST-STATUS     PIC XX       VALUE ZEROS.
               88  WS-YEAR-HIST-OK                  VALUE '00'.
               88  WS-YEAR-HIST-DOES-NOT-EXIST      VALUE '35'.
           05  WS-LATE-CTL-STATUS      PIC XX       VALUE ZEROS.
               88  WS-LATE-CTL-OK                   VALUE '00'.

           05  WS-MONTHLY-RATE         PIC V9(6)    VALUE ZEROS.
           05  WS-INT-PART             PIC 9(6)V99  VALUE ZEROS.
           05  WS-PRIN-PART            PIC 9(6)V99  VALUE ZEROS.
           05  WS-LATE-PART            PIC 9(6)V99  VALUE ZEROS.
           05  WS-APPLY-AMOUNT         PIC 9(6)V99  VALUE ZEROS.
           05  WS-RUN-YYYYMM           PIC X(6)     VALUE SPACES.
           05  WS-RUN-DATE             PIC X(8)     VALUE SPACES.
           05  WS-RUN-DATE-N REDEFINES
               WS-RUN-DATE             PIC 9(8).

           05  WS-POSTED-CTR           PIC 9(5)     VALUE ZEROS.
           05  WS-REJECT-CTR           PIC 9(5)     VALUE ZEROS.
           05  WS-DELINQUENT-CTR       PIC 9(5)     VALUE ZEROS.
           05  WS-PF-SCAN-DONE         PIC X        VALUE 'N'.
               88  WS-PF-SCAN-IS-DONE               VALUE 'Y'.

           05  WS-PAYMENT-REJECTED     PIC X        VALUE 'N'.
               88  WS-PAYMENT-IS-REJECTED           VALUE 'Y'.
           05  WS-FROM-DATE            PIC X(8)     VALUE SPACES.
           05  WS-FROM-DATE-N REDEFINES
               WS-FROM-DATE            PIC 9(8).
           05  WS-TO-DATE              PIC X(8)     VALUE SPACES.
           05  WS-TO-DATE-N REDEFINES
               WS-TO-DATE              PIC 9(8).
           05  WS-ACCRUAL-DAYS         PIC S9(5)    VALUE ZEROS.
           05  WS-ACCRUED-INT          PIC 9(6)V99  VALUE ZEROS.
           05  WS-PAYOFF-DUE           PIC 9(7)V99  VALUE ZEROS.
           05  WS-PAYOFF-DIFF          PIC 9(7)V99  VALUE ZEROS.
           05  WS-PAID-OFF-CTR         PIC 9(5)     VALUE ZEROS.
           05  WS-SHORT-PAYOFF-CTR     PIC 9(5)     VALUE ZEROS.

      *    Scheduled-payment work fields, developed the way
      *    PROJECT3B's 520-COMPUTE-PAYMENT-RTN develops them.
           05  WS-FACTOR               PIC 9(4)V9(6) VALUE ZEROS.
           05  WS-NUMERATOR            PIC 9(7)V9(6) VALUE ZEROS.
           05  WS-DIVISOR              PIC 9(4)V9(6) VALUE ZEROS.
           05  WS-SCHEDULE-OK          PIC X        VALUE 'Y'.
               88  WS-SCHEDULE-IS-OK                VALUE 'Y'.

      *    An installment due date, stepped a month at a time.
           05  WS-DUE-DATE             PIC X(8)     VALUE SPACES.
           05  WS-DUE-DATE-N REDEFINES
               WS-DUE-DATE             PIC 9(8).
           05  WS-DUE-PARTS REDEFINES WS-DUE-DATE.
               10  WS-DUE-YEAR         PIC 9(4).
               10  WS-DUE-MONTH        PIC 99.
               10  WS-DUE-DAY          PIC 99.
           05  WS-MONTHS-TO-ADD        PIC 9(3)     VALUE ZEROS.
           05  WS-MONTH-IDX            PIC 9(3)     VALUE ZEROS.
           05  WS-DAYS-LATE            PIC S9(7)    VALUE ZEROS.

           05  WS-LATE-PCT             PIC V999     VALUE .050.
           05  WS-GRACE-DAYS           PIC 99       VALUE 15.
           05  WS-MIN-CHARGE           PIC 9(3)V99  VALUE 15.00.
           05  WS-LATE-CHARGE          PIC 9(5)V99  VALUE ZEROS.
           05  WS-LATE-CHG-CTR         PIC 9(5)     VALUE ZEROS.
           05  WS-LATE-CHG-TOTAL       PIC 9(7)V99  VALUE ZEROS.
           05  WS-SV-CREATED-CTR       PIC 9(5)     VALUE ZEROS.

           05  WS-BUCKET               PIC 9        VALUE ZEROS.
           05  WS-BUCKET-IDX           PIC 9        VALUE ZEROS.
           05  WS-AGE-COUNT            PIC 9(4)     VALUE ZEROS.
           05  WS-AGE-IDX              PIC 9(4)     VALUE ZEROS.
           05  WS-AGE-OVERFLOW-CTR     PIC 9(5)     VALUE ZEROS.

           05  WS-OVERPAID             PIC 9(6)V99  VALUE ZEROS.
           05  WS-YEAR-KEY             PIC X(10)    VALUE SPACES.
           05  WS-GL-FILE-STATUS       PIC XX       VALUE ZEROS.
               88  WS-GL-FILE-OK                    VALUE '00'.
               88  WS-GL-FILE-DOES-NOT-EXIST        VALUE '35'.
           05  WS-GL-PERIOD            PIC X(6)     VALUE SPACES.
           05  WS-GL-ACCOUNT           PIC X(8)     VALUE SPACES.
           05  WS-GL-IDX               PIC 9        VALUE ZEROS.
           05  WS-CHART-FILE-STATUS    PIC XX       VALUE ZEROS.
               88  WS-CHART-FILE-OK                 VALUE '00'.
           05  WS-CHART-COUNT          PIC 999      VALUE ZEROS.
           05  WS-CHART-IDX            PIC 999      VALUE ZEROS.
           05  WS-CHART-MATCHED        PIC 999      VALUE ZEROS.
           05  WS-GL-REJECT-CTR        PIC 9(4)     VALUE ZEROS.
           05  WS-GL-POSTED-TOTAL      PIC 9(9)V99  VALUE ZEROS.
           05  WS-PERIOD-FILE-STATUS   PIC XX       VALUE ZEROS.
               88  WS-PERIOD-FILE-OK                VALUE '00'.
           05  WS-PERIOD-CLOSED        PIC X        VALUE 'N'.
               88  WS-PERIOD-IS-CLOSED              VALUE 'Y'.

      *    GL accounts the payments post to, each with its side:
      *    (1) cash received debited, credited to (2) principal
      *    reduction (3) interest income (4) late charges paid
      *    (5) any excess over the balance, held for refund.
       01  WS-GL-PAY-ACCOUNTS.
           05                          PIC X(9)     VALUE 'LN-CASH D'.
           05                          PIC X(9)     VALUE 'LN-RECV C'.
           05                          PIC X(9)     VALUE 'LN-INTINC'.
           05                          PIC X(9)     VALUE 'LN-LATE C'.
           05                          PIC X(9)     VALUE 'LN-OVRPYC'.
       01  WS-GL-PAY-ACCT-TABLE REDEFINES WS-GL-PAY-ACCOUNTS.
           05  WS-GL-PAY-ENTRY         OCCURS 5 TIMES.
               10  WS-GL-PAY-ACCT      PIC X(8).
               10  WS-GL-PAY-SIDE      PIC X.
       01  WS-GL-PAY-AMT-TABLE.
           05  WS-GL-PAY-AMT           PIC 9(9)V99
                OCCURS 5 TIMES VALUE ZEROS.

       01  WS-CHART-TABLE.
           05  WS-CHART-ENTRY          OCCURS 100 TIMES.
               10  WS-CHART-ACCOUNT    PIC X(8).
               10  WS-CHART-DESC       PIC X(30).
               10  WS-CHART-ACTIVE     PIC X.

      *    Aging buckets: 1 current, 2 1-29 days, 3 30-59, 4 60-89,
      *    5 90-119, 6 120 and over.
       01  WS-BUCKET-TABLE.
           05  WS-BUCKET-ENTRY OCCURS 6 TIMES.
               10  WS-BUCKET-COUNT     PIC 9(5).
               10  WS-BUCKET-BALANCE   PIC 9(9)V99.
               10  WS-BUCKET-LATE      PIC 9(7)V99.

       01  WS-BUCKET-LABELS.
           05                          PIC X(16)
               VALUE 'CURRENT'.
           05                          PIC X(16)
               VALUE '1-29 DAYS'.
           05                          PIC X(16)
               VALUE '30-59 DAYS'.
           05                          PIC X(16)
               VALUE '60-89 DAYS'.
           05                          PIC X(16)
               VALUE '90-119 DAYS'.
           05                          PIC X(16)
               VALUE '120 DAYS AND UP'.
       01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
           05  WS-BUCKET-LABEL         PIC X(16) OCCURS 6 TIMES.

      *    Loans 30 days or more past due, held so the aging
      *    section can print them worst bucket first.
       01  WS-AGE-TABLE.
           05  WS-AGE-ENTRY OCCURS 2000 TIMES.
               10  WS-AGE-LOAN-NO      PIC 9(6).
               10  WS-AGE-BUCKET       PIC 9.
               10  WS-AGE-DAYS         PIC 9(4).
               10  WS-AGE-NEXT-DUE     PIC X(8).
               10  WS-AGE-LAST-PAY     PIC X(8).
               10  WS-AGE-BALANCE      PIC 9(7)V99.
               10  WS-AGE-LATE-DUE     PIC 9(5)V99.

       01  HL-HEADING1.
           05                          PIC X(20)    VALUE SPACES.
           05                          PIC X(4)     VALUE SPACES.
           05  DL-OUT-REJ-LOAN-NO      PIC 9(6).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-REJ-REASON       PIC X(30).

       01  DL-NOTE-LINE.
           05                          PIC X(12)    VALUE SPACES.
           05  DL-OUT-NOTE             PIC X(30).
           05  DL-OUT-NOTE-DATE        PIC X(8).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-NOTE-AMT-LABEL   PIC X(10).
           05  DL-OUT-NOTE-AMT         PIC $$,$$$,$$9.99
                                       BLANK WHEN ZERO.

       01  LC-HEADING.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(45)
              VALUE 'LATE CHARGES ASSESSED'.

       01  LC-DETAIL-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05  LC-OUT-LOAN-NO          PIC 9(6).
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(12)
               VALUE 'INSTALLMENT'.
           05  LC-OUT-DUE-DATE         PIC X(8).
           05                          PIC X(2)     VALUE SPACES.
           05  LC-OUT-CHARGE           PIC $$$,$$9.99.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(10)
               VALUE 'NOW OWED'.
           05  LC-OUT-LATE-DUE         PIC $$$,$$9.99.

       01  LC-NONE-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(40)
              VALUE 'NONE - NO INSTALLMENT PAST ITS GRACE'.

       01  DQ-HEADING.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(45)
              VALUE 'DELINQUENCY AGING - 30 DAYS AND OVER'.

       01  DQ-COLUMN-HEADING.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(8)
               VALUE 'LOAN NO'.
           05                          PIC X(6)
               VALUE 'DAYS'.
           05                          PIC X(10)
               VALUE 'NEXT DUE'.
           05                          PIC X(10)
               VALUE 'LAST PAY'.
           05                          PIC X(15)
               VALUE '      BALANCE'.
           05                          PIC X(12)
               VALUE ' LATE CHGS'.

       01  DQ-BUCKET-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05  DQ-OUT-BUCKET-LABEL     PIC X(16).

       01  DQ-DETAIL-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05  DQ-OUT-LOAN-NO          PIC 9(6).
           05                          PIC X(2)     VALUE SPACES.
           05  DQ-OUT-DAYS             PIC ZZZ9.
           05                          PIC X(2)     VALUE SPACES.
           05  DQ-OUT-NEXT-DUE         PIC X(8).
           05                          PIC X(2)     VALUE SPACES.
           05  DQ-OUT-LAST-PAY         PIC X(8).
           05                          PIC X(2)     VALUE SPACES.
           05  DQ-OUT-BALANCE          PIC $$,$$$,$$9.99.
           05                          PIC X(1)     VALUE SPACES.
           05  DQ-OUT-LATE-DUE         PIC $$$,$$9.99.
           05                          PIC X(2)     VALUE SPACES.
           05  DQ-OUT-NOTE             PIC X(16).

       01  DQ-NONE-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(40)
              VALUE 'NONE - NO LOAN 30 DAYS PAST DUE'.

       01  DQ-OVERFLOW-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05  DQ-OUT-OVERFLOW         PIC ZZ,ZZ9.
           05                          PIC X(45)
              VALUE ' MORE PAST-DUE LOANS COUNTED BUT NOT LISTED'.

       01  DQ-SUMMARY-HEADING.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(18)
               VALUE 'AGING BUCKET'.
           05                          PIC X(8)
               VALUE ' LOANS'.
           05                          PIC X(18)
               VALUE '  UNPAID BALANCE'.
           05                          PIC X(14)
               VALUE '  LATE CHARGES'.

       01  DQ-SUMMARY-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05  DQ-OUT-SUM-LABEL        PIC X(18).
           05  DQ-OUT-SUM-COUNT        PIC ZZ,ZZ9.
           05                          PIC X(2)     VALUE SPACES.
           05  DQ-OUT-SUM-BALANCE      PIC $$$$,$$$,$$9.99.
           05                          PIC X(2)     VALUE SPACES.
           05  DQ-OUT-SUM-LATE         PIC $$$,$$9.99.

       01  DL-GL-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(10)
              VALUE 'GL POSTED'.
           05  DL-OUT-GL-ACCOUNT       PIC X(8).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-GL-SIDE          PIC X(6).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-GL-AMOUNT        PIC $$$,$$$,$$9.99.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(7)
              VALUE 'PERIOD'.
           05  DL-OUT-GL-PERIOD        PIC X(6).

       01  DL-GL-HELD-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(26)
              VALUE 'GL POSTING HELD - ACCOUNT'.
           05  DL-OUT-HELD-ACCOUNT     PIC X(8).
           05                          PIC X(18)
              VALUE '  NOT ON THE CHART'.

       01  DL-GL-CLOSED-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(26)
              VALUE 'GL POSTINGS HELD - PERIOD'.
           05  DL-OUT-CLOSED-PERIOD    PIC X(6).
           05                          PIC X(11)
              VALUE '  IS CLOSED'.

       01  DL-SUMMARY-LINE.
           05                          PIC X(4)     VALUE SPACES.
      **********************************************************
       100-MAIN-MODULE.
           PERFORM 800-INITIALIZATION-RTN.
           PERFORM 810-READ-LATE-CHARGE-CTL-RTN.

           PERFORM UNTIL NO-MORE-RECORDS
               READ PAYMENT-FILE
               END-READ
           END-PERFORM.

           PERFORM 600-SERVICING-SWEEP-RTN.

           PERFORM 680-PRINT-AGING-RTN.

           PERFORM 700-END-PROGRAM-RTN.

           MOVE PY-LOAN-NO TO PF-LOAN-NO
           READ PORTFOLIO-FILE
               INVALID KEY
                   MOVE 'LOAN NOT ON PORTFOLIO MASTER'
                       TO DL-OUT-REJ-REASON
                   PERFORM 380-REJECT-PAYMENT-RTN
               NOT INVALID KEY
                   PERFORM 350-APPLY-PAYMENT-RTN
           END-READ.
      *              past zero.  A zero rate on the record     *
      *              (loan written before the rate was         *
      *              carried) posts the whole payment as       *
      *              principal.  A loan already paid in full   *
      *              takes nothing more.                       *
      **********************************************************
       350-APPLY-PAYMENT-RTN.
           MOVE 'N' TO WS-PAYMENT-REJECTED
           MOVE PY-LOAN-NO TO SV-LOAN-NO
           READ SERVICING-FILE
               INVALID KEY
                   PERFORM 390-BUILD-SERVICING-RTN
                   PERFORM 400-SPLIT-AND-UPDATE-RTN
                   WRITE SERVICING-REC
               NOT INVALID KEY
                   IF SV-IS-PAID-IN-FULL
                       MOVE 'LOAN ALREADY PAID IN FULL'
                           TO DL-OUT-REJ-REASON
                       PERFORM 380-REJECT-PAYMENT-RTN
                   ELSE
                       IF SV-NEXT-DUE-DATE IS NOT NUMERIC
                           PERFORM 392-FILL-DUE-FIELDS-RTN
                       END-IF
                       PERFORM 400-SPLIT-AND-UPDATE-RTN
                       REWRITE SERVICING-REC
                   END-IF
           END-READ.

           IF NOT WS-PAYMENT-IS-REJECTED
               PERFORM 360-PRINT-POSTING-RTN
               PERFORM 370-ADD-TO-YEAR-RTN
           END-IF.

      **********************************************************
      *  360-PRINT-POSTING-RTN - Performed from 350-APPLY-     *
      *              PAYMENT-RTN, prints the posted payment    *
      *              and, under it, any late charges it paid   *
      *              and a payoff's result or the loan's       *
      *              closing                                   *
      **********************************************************
       360-PRINT-POSTING-RTN.
           MOVE PY-LOAN-NO TO DL-OUT-LOAN-NO
           MOVE PY-PAY-DATE TO DL-OUT-PAY-DATE
           MOVE PY-PAY-AMOUNT TO DL-OUT-PAYMENT
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-POSTED-CTR.

           COMPUTE WS-OVERPAID = PY-PAY-AMOUNT - WS-LATE-PART
               - WS-INT-PART - WS-PRIN-PART
           ADD PY-PAY-AMOUNT TO WS-GL-PAY-AMT (1)
           ADD WS-PRIN-PART TO WS-GL-PAY-AMT (2)
           ADD WS-INT-PART TO WS-GL-PAY-AMT (3)
           ADD WS-LATE-PART TO WS-GL-PAY-AMT (4)
           ADD WS-OVERPAID TO WS-GL-PAY-AMT (5).

           IF WS-LATE-PART > ZERO
               MOVE 'LATE CHARGES PAID FIRST' TO DL-OUT-NOTE
               MOVE SPACES TO DL-OUT-NOTE-DATE
               MOVE 'PAID' TO DL-OUT-NOTE-AMT-LABEL
               MOVE WS-LATE-PART TO DL-OUT-NOTE-AMT
               WRITE POSTING-REPORT-REC FROM DL-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE SPACES TO DL-OUT-NOTE
           MOVE SPACES TO DL-OUT-NOTE-DATE
           MOVE SPACES TO DL-OUT-NOTE-AMT-LABEL
           MOVE ZEROS TO DL-OUT-NOTE-AMT
           IF SV-IS-PAID-IN-FULL
               MOVE 'PAID IN FULL - LOAN CLOSED' TO DL-OUT-NOTE
               MOVE SV-CLOSE-DATE TO DL-OUT-NOTE-DATE
               IF PY-IS-PAYOFF AND WS-PAYOFF-DIFF > ZERO
                   MOVE 'OVERPAID' TO DL-OUT-NOTE-AMT-LABEL
                   MOVE WS-PAYOFF-DIFF TO DL-OUT-NOTE-AMT
               END-IF
               WRITE POSTING-REPORT-REC FROM DL-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               IF PY-IS-PAYOFF
                   MOVE 'PAYOFF SHORT - LOAN STAYS OPEN'
                       TO DL-OUT-NOTE
                   MOVE 'SHORT' TO DL-OUT-NOTE-AMT-LABEL
                   MOVE WS-PAYOFF-DIFF TO DL-OUT-NOTE-AMT
                   WRITE POSTING-REPORT-REC FROM DL-NOTE-LINE
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-SHORT-PAYOFF-CTR
               END-IF
           END-IF.

      **********************************************************
      *  370-ADD-TO-YEAR-RTN - Performed from 350-APPLY-       *
      *              PAYMENT-RTN for each posted payment.      *
      *              Adds its interest and principal to the    *
      *              loan's history record for the calendar    *
      *              year of the payment date, starting the    *
      *              year's record at the balance the payment  *
      *              found.  A payment date that is not a date *
      *              counts in the run year.                   *
      **********************************************************
       370-ADD-TO-YEAR-RTN.
           MOVE PY-LOAN-NO TO YR-LOAN-NO
           IF PY-PAY-DATE (1:4) IS NUMERIC
               MOVE PY-PAY-DATE (1:4) TO YR-TAX-YEAR
           ELSE
               MOVE WS-RUN-DATE (1:4) TO YR-TAX-YEAR
           END-IF
           MOVE YR-KEY TO WS-YEAR-KEY
           READ YEAR-HISTORY-FILE
               INVALID KEY
                   MOVE WS-YEAR-KEY TO YR-KEY
                   COMPUTE YR-JAN1-BALANCE =
                       SV-OUT-BALANCE + WS-PRIN-PART
                   MOVE ZEROS TO YR-INT-PAID
                   MOVE ZEROS TO YR-PRIN-PAID
                   MOVE ZEROS TO YR-PAY-COUNT
                   PERFORM 375-ADD-PAYMENT-TO-YEAR-RTN
                   WRITE YEAR-HISTORY-REC
               NOT INVALID KEY
                   PERFORM 375-ADD-PAYMENT-TO-YEAR-RTN
                   REWRITE YEAR-HISTORY-REC
           END-READ.

      **********************************************************
      *  375-ADD-PAYMENT-TO-YEAR-RTN - Performed from 370-ADD- *
      *              TO-YEAR-RTN with the year's record in     *
      *              hand                                      *
      **********************************************************
       375-ADD-PAYMENT-TO-YEAR-RTN.
           ADD WS-INT-PART TO YR-INT-PAID
           ADD WS-PRIN-PART TO YR-PRIN-PAID
           ADD 1 TO YR-PAY-COUNT
           MOVE PY-PAY-DATE TO YR-LAST-PAY-DATE.

      **********************************************************
      *  380-REJECT-PAYMENT-RTN - Lists a payment that cannot  *
      *              post, with the reason already moved to    *
      *              DL-OUT-REJ-REASON                         *
      **********************************************************
       380-REJECT-PAYMENT-RTN.
           MOVE 'Y' TO WS-PAYMENT-REJECTED
           MOVE PY-LOAN-NO TO DL-OUT-REJ-LOAN-NO
           WRITE POSTING-REPORT-REC FROM DL-REJECT-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-REJECT-CTR.

      **********************************************************
      *  390-BUILD-SERVICING-RTN - Performed from 350-APPLY-   *
      *              PAYMENT-RTN and 620-SERVICE-ONE-LOAN-RTN, *
      *              sets up a new servicing record for the    *
      *              portfolio loan in hand at its full amount *
      *              with nothing paid                         *
      **********************************************************
       390-BUILD-SERVICING-RTN.
           MOVE PF-LOAN-NO TO SV-LOAN-NO
           MOVE PF-LOAN-AMOUNT TO SV-OUT-BALANCE
           MOVE ZEROS TO SV-INT-PAID
           MOVE ZEROS TO SV-PRIN-PAID
           MOVE SPACES TO SV-LAST-PAY-DATE
           MOVE ZEROS TO SV-PAY-COUNT
           MOVE SPACE TO SV-LOAN-STATUS
           MOVE SPACES TO SV-CLOSE-DATE
           PERFORM 392-FILL-DUE-FIELDS-RTN.

      **********************************************************
      *  392-FILL-DUE-FIELDS-RTN - Performed from 390-BUILD-   *
      *              SERVICING-RTN for a new record, and for a *
      *              record written before due dates were      *
      *              carried.  Works out the scheduled payment *
      *              and puts the next due date one month past *
      *              origination for each payment already      *
      *              made, with no late charges.               *
      **********************************************************
       392-FILL-DUE-FIELDS-RTN.
           PERFORM 395-COMPUTE-SCHED-PAYMENT-RTN

           IF PF-ORIG-DATE IS NUMERIC
               MOVE PF-ORIG-DATE TO WS-DUE-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-DUE-DATE
           END-IF
           IF WS-DUE-DAY > 28
               MOVE 28 TO WS-DUE-DAY
           END-IF
           COMPUTE WS-MONTHS-TO-ADD = SV-PAY-COUNT + 1
           PERFORM 450-ADD-ONE-MONTH-RTN
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-MONTHS-TO-ADD
           MOVE WS-DUE-DATE TO SV-NEXT-DUE-DATE

           MOVE ZEROS TO SV-PAID-TOWARD-DUE
           MOVE ZEROS TO SV-DAYS-PAST-DUE
           MOVE ZEROS TO SV-LATE-CHG-DUE
           MOVE ZEROS TO SV-LATE-CHG-PAID
           MOVE SPACES TO SV-LATE-CHARGED-THRU.

      **********************************************************
      *  395-COMPUTE-SCHED-PAYMENT-RTN - Performed from 392-   *
      *              FILL-DUE-FIELDS-RTN, works out the level  *
      *              monthly payment as PROJECT3B's schedule   *
      *              does.  A loan with no term carries none,  *
      *              so any payment meets an installment.      *
      **********************************************************
       395-COMPUTE-SCHED-PAYMENT-RTN.
           MOVE ZEROS TO SV-SCHED-PAYMENT
           MOVE 'Y' TO WS-SCHEDULE-OK
           IF PF-TERM-MONTHS IS NUMERIC AND PF-TERM-MONTHS > ZERO
              AND PF-INTEREST-RATE IS NUMERIC
               COMPUTE WS-MONTHLY-RATE ROUNDED =
                   PF-INTEREST-RATE / 12
               IF WS-MONTHLY-RATE = ZEROS
                   COMPUTE SV-SCHED-PAYMENT ROUNDED =
                       PF-LOAN-AMOUNT / PF-TERM-MONTHS
               ELSE
                   COMPUTE WS-FACTOR ROUNDED =
                       (1 + WS-MONTHLY-RATE) ** PF-TERM-MONTHS
                       ON SIZE ERROR
                           MOVE 'N' TO WS-SCHEDULE-OK
                   END-COMPUTE
                   IF WS-SCHEDULE-IS-OK
                       COMPUTE WS-NUMERATOR ROUNDED =
                           PF-LOAN-AMOUNT * WS-MONTHLY-RATE
                               * WS-FACTOR
                           ON SIZE ERROR
                               MOVE 'N' TO WS-SCHEDULE-OK
                       END-COMPUTE
                       COMPUTE WS-DIVISOR = WS-FACTOR - 1
                   END-IF
                   IF WS-SCHEDULE-IS-OK
                       COMPUTE SV-SCHED-PAYMENT ROUNDED =
                           WS-NUMERATOR / WS-DIVISOR
                           ON SIZE ERROR
                               MOVE ZEROS TO SV-SCHED-PAYMENT
                       END-COMPUTE
                   END-IF
               END-IF
           END-IF.

      **********************************************************
      *  400-SPLIT-AND-UPDATE-RTN - Performed from 350-APPLY-  *
      *              PAYMENT-RTN with the servicing record in  *
      *              hand.  Late charges owed are paid first;  *
      *              the rest is split and rolled into the     *
      *              servicing balances and counted toward the *
      *              installment due.  A balance brought to    *
      *              zero closes the loan.                     *
      **********************************************************
       400-SPLIT-AND-UPDATE-RTN.
           MOVE PY-PAY-AMOUNT TO WS-APPLY-AMOUNT
           MOVE ZEROS TO WS-LATE-PART
           IF SV-LATE-CHG-DUE > ZERO
               IF SV-LATE-CHG-DUE > WS-APPLY-AMOUNT
                   MOVE WS-APPLY-AMOUNT TO WS-LATE-PART
               ELSE
                   MOVE SV-LATE-CHG-DUE TO WS-LATE-PART
               END-IF
               SUBTRACT WS-LATE-PART FROM SV-LATE-CHG-DUE
               ADD WS-LATE-PART TO SV-LATE-CHG-PAID
               SUBTRACT WS-LATE-PART FROM WS-APPLY-AMOUNT
           END-IF.

           IF PY-IS-PAYOFF
               PERFORM 420-PAYOFF-SPLIT-RTN
           ELSE
               COMPUTE WS-MONTHLY-RATE ROUNDED =
                   PF-INTEREST-RATE / 12
               COMPUTE WS-INT-PART ROUNDED =
                   SV-OUT-BALANCE * WS-MONTHLY-RATE
               IF WS-INT-PART > WS-APPLY-AMOUNT
                   MOVE WS-APPLY-AMOUNT TO WS-INT-PART
               END-IF
               COMPUTE WS-PRIN-PART = WS-APPLY-AMOUNT - WS-INT-PART
               IF WS-PRIN-PART > SV-OUT-BALANCE
                   MOVE SV-OUT-BALANCE TO WS-PRIN-PART
               END-IF
           END-IF.

           SUBTRACT WS-PRIN-PART FROM SV-OUT-BALANCE.
           MOVE PY-PAY-DATE TO SV-LAST-PAY-DATE.
           ADD 1 TO SV-PAY-COUNT.

           IF SV-OUT-BALANCE = ZERO
               MOVE 'P' TO SV-LOAN-STATUS
               MOVE PY-PAY-DATE TO SV-CLOSE-DATE
               MOVE SPACES TO SV-NEXT-DUE-DATE
               MOVE ZEROS TO SV-PAID-TOWARD-DUE
               MOVE ZEROS TO SV-DAYS-PAST-DUE
               ADD 1 TO WS-PAID-OFF-CTR
           ELSE
               PERFORM 440-ADVANCE-DUE-DATE-RTN
           END-IF.

      **********************************************************
      *  420-PAYOFF-SPLIT-RTN - Performed from 400-SPLIT-AND-  *
      *              UPDATE-RTN for a payoff transaction.      *
      *              Interest accrues on the balance at the    *
      *              annual rate over a 365-day year for each  *
      *              day from the last payment - or from       *
      *              origination, if none has posted - to the  *
      *              payoff date.  Enough to cover that, the   *
      *              whole balance and any late charges        *
      *              retires the loan, with any excess noted   *
      *              as overpaid; less posts interest first    *
      *              and the rest to principal.                *
      **********************************************************
       420-PAYOFF-SPLIT-RTN.
           IF SV-LAST-PAY-DATE = SPACES
               MOVE PF-ORIG-DATE TO WS-FROM-DATE
           ELSE
               MOVE SV-LAST-PAY-DATE TO WS-FROM-DATE
           END-IF.
           MOVE PY-PAY-DATE TO WS-TO-DATE.

           MOVE ZEROS TO WS-ACCRUAL-DAYS.
           IF WS-FROM-DATE IS NUMERIC AND WS-TO-DATE IS NUMERIC
              AND WS-TO-DATE-N > WS-FROM-DATE-N
               COMPUTE WS-ACCRUAL-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-TO-DATE-N)
                   - FUNCTION INTEGER-OF-DATE (WS-FROM-DATE-N)
           END-IF.
           IF WS-ACCRUAL-DAYS < ZERO
               MOVE ZEROS TO WS-ACCRUAL-DAYS
           END-IF.

           COMPUTE WS-ACCRUED-INT ROUNDED =
               SV-OUT-BALANCE * PF-INTEREST-RATE
               * WS-ACCRUAL-DAYS / 365.
           COMPUTE WS-PAYOFF-DUE = SV-OUT-BALANCE + WS-ACCRUED-INT.

           IF WS-APPLY-AMOUNT NOT < WS-PAYOFF-DUE
              AND SV-LATE-CHG-DUE = ZERO
               MOVE WS-ACCRUED-INT TO WS-INT-PART
               MOVE SV-OUT-BALANCE TO WS-PRIN-PART
               COMPUTE WS-PAYOFF-DIFF =
                   WS-APPLY-AMOUNT - WS-PAYOFF-DUE
           ELSE
               MOVE WS-ACCRUED-INT TO WS-INT-PART
               IF WS-INT-PART > WS-APPLY-AMOUNT
                   MOVE WS-APPLY-AMOUNT TO WS-INT-PART
               END-IF
               COMPUTE WS-PRIN-PART = WS-APPLY-AMOUNT - WS-INT-PART
               COMPUTE WS-PAYOFF-DIFF =
                   WS-PAYOFF-DUE + SV-LATE-CHG-DUE - WS-APPLY-AMOUNT
           END-IF.

      **********************************************************
      *  440-ADVANCE-DUE-DATE-RTN - Performed from 400-SPLIT-  *
      *              AND-UPDATE-RTN.  The interest and         *
      *              principal just paid count toward the      *
      *              installment due; each full scheduled      *
      *              payment moves the due date a month on.    *
      **********************************************************
       440-ADVANCE-DUE-DATE-RTN.
           MOVE SV-NEXT-DUE-DATE TO WS-DUE-DATE
           IF SV-SCHED-PAYMENT = ZERO
               IF WS-INT-PART + WS-PRIN-PART > ZERO
                   PERFORM 450-ADD-ONE-MONTH-RTN
               END-IF
           ELSE
               ADD WS-INT-PART WS-PRIN-PART TO SV-PAID-TOWARD-DUE
               PERFORM 445-MEET-ONE-INSTALLMENT-RTN
                   UNTIL SV-PAID-TOWARD-DUE < SV-SCHED-PAYMENT
           END-IF
           MOVE WS-DUE-DATE TO SV-NEXT-DUE-DATE.

      **********************************************************
      *  445-MEET-ONE-INSTALLMENT-RTN - Performed from 440-    *
      *              ADVANCE-DUE-DATE-RTN for each installment *
      *              the payments toward it now cover          *
      **********************************************************
       445-MEET-ONE-INSTALLMENT-RTN.
           SUBTRACT SV-SCHED-PAYMENT FROM SV-PAID-TOWARD-DUE
           PERFORM 450-ADD-ONE-MONTH-RTN.

      **********************************************************
      *  450-ADD-ONE-MONTH-RTN - Steps WS-DUE-DATE one month   *
      *              on.  Due days never pass the 28th, so the *
      *              day always exists.                        *
      **********************************************************
       450-ADD-ONE-MONTH-RTN.
           IF WS-DUE-MONTH = 12
               MOVE 1 TO WS-DUE-MONTH
               ADD 1 TO WS-DUE-YEAR
           ELSE
               ADD 1 TO WS-DUE-MONTH
           END-IF.

      **********************************************************
      *  600-SERVICING-SWEEP-RTN - Performed from 100-MAIN-    *
      *              MODULE after posting.  Visits every loan  *
      *              on the portfolio to assess late charges   *
      *              and age it.                               *
      **********************************************************
       600-SERVICING-SWEEP-RTN.
           WRITE POSTING-REPORT-REC FROM LC-HEADING
               AFTER ADVANCING 3 LINES.
           MOVE SPACES TO POSTING-REPORT-REC.
           WRITE POSTING-REPORT-REC.
                   MOVE 'Y' TO WS-PF-SCAN-DONE
           END-START.

           PERFORM 610-READ-ONE-LOAN-RTN
               UNTIL WS-PF-SCAN-IS-DONE.

           IF WS-LATE-CHG-CTR = ZERO
               WRITE POSTING-REPORT-REC FROM LC-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

      **********************************************************
      *  610-READ-ONE-LOAN-RTN - Performed from 600-SERVICING- *
      *              SWEEP-RTN for each portfolio loan         *
      **********************************************************
       610-READ-ONE-LOAN-RTN.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PF-SCAN-DONE
               NOT AT END
                   PERFORM 620-SERVICE-ONE-LOAN-RTN
           END-READ.

      **********************************************************
      *  620-SERVICE-ONE-LOAN-RTN - Performed from 610-READ-   *
      *              ONE-LOAN-RTN.  Writes the servicing       *
      *              record of a loan with no payment yet,     *
      *              then assesses and ages every loan still   *
      *              open.  A paid-in-full loan is passed      *
      *              over.                                     *
      **********************************************************
       620-SERVICE-ONE-LOAN-RTN.
           MOVE PF-LOAN-NO TO SV-LOAN-NO.
           READ SERVICING-FILE
               INVALID KEY
                   PERFORM 390-BUILD-SERVICING-RTN
                   WRITE SERVICING-REC
                   ADD 1 TO WS-SV-CREATED-CTR
           END-READ.

           IF NOT SV-IS-PAID-IN-FULL
               IF SV-NEXT-DUE-DATE IS NOT NUMERIC
                   PERFORM 392-FILL-DUE-FIELDS-RTN
               END-IF
               PERFORM 630-ASSESS-LATE-CHARGES-RTN
               PERFORM 650-AGE-ONE-LOAN-RTN
               REWRITE SERVICING-REC
           END-IF.

      **********************************************************
      *  630-ASSESS-LATE-CHARGES-RTN - Performed from 620-     *
      *              SERVICE-ONE-LOAN-RTN.  Starts at the      *
      *              installment still due, or just past the   *
      *              last one already charged, and charges     *
      *              each installment whose grace has run out  *
      *              by the run date.                          *
      **********************************************************
       630-ASSESS-LATE-CHARGES-RTN.
           MOVE SV-NEXT-DUE-DATE TO WS-DUE-DATE
           IF SV-LATE-CHARGED-THRU IS NUMERIC
              AND SV-LATE-CHARGED-THRU NOT < SV-NEXT-DUE-DATE
               MOVE SV-LATE-CHARGED-THRU TO WS-DUE-DATE
               PERFORM 450-ADD-ONE-MONTH-RTN
           END-IF.

           PERFORM 640-CHARGE-ONE-INSTALLMENT-RTN
               UNTIL WS-DUE-DATE-N NOT < WS-RUN-DATE-N
                  OR FUNCTION INTEGER-OF-DATE (WS-DUE-DATE-N)
                     + WS-GRACE-DAYS
                     NOT < FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N).

      **********************************************************
      *  640-CHARGE-ONE-INSTALLMENT-RTN - Performed from 630-  *
      *              ASSESS-LATE-CHARGES-RTN, assesses the     *
      *              late charge on one installment and lists  *
      *              it                                        *
      **********************************************************
       640-CHARGE-ONE-INSTALLMENT-RTN.
           COMPUTE WS-LATE-CHARGE ROUNDED =
               SV-SCHED-PAYMENT * WS-LATE-PCT
           IF WS-LATE-CHARGE < WS-MIN-CHARGE
               MOVE WS-MIN-CHARGE TO WS-LATE-CHARGE
           END-IF

           ADD WS-LATE-CHARGE TO SV-LATE-CHG-DUE
           MOVE WS-DUE-DATE TO SV-LATE-CHARGED-THRU

           MOVE PF-LOAN-NO TO LC-OUT-LOAN-NO
           MOVE WS-DUE-DATE TO LC-OUT-DUE-DATE
           MOVE WS-LATE-CHARGE TO LC-OUT-CHARGE
           MOVE SV-LATE-CHG-DUE TO LC-OUT-LATE-DUE
           WRITE POSTING-REPORT-REC FROM LC-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           ADD 1 TO WS-LATE-CHG-CTR
           ADD WS-LATE-CHARGE TO WS-LATE-CHG-TOTAL

           PERFORM 450-ADD-ONE-MONTH-RTN.

      **********************************************************
      *  650-AGE-ONE-LOAN-RTN - Performed from 620-SERVICE-    *
      *              ONE-LOAN-RTN.  Figures days past due from *
      *              the next due date, stamps it, rolls the   *
      *              loan into its bucket and holds it for the *
      *              aging list when it is 30 days or more     *
      *              behind.                                   *
      **********************************************************
       650-AGE-ONE-LOAN-RTN.
           MOVE SV-NEXT-DUE-DATE TO WS-DUE-DATE
           MOVE ZEROS TO WS-DAYS-LATE
           IF WS-RUN-DATE-N > WS-DUE-DATE-N
               COMPUTE WS-DAYS-LATE =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N)
                   - FUNCTION INTEGER-OF-DATE (WS-DUE-DATE-N)
           END-IF
           IF WS-DAYS-LATE > 9999
               MOVE 9999 TO WS-DAYS-LATE
           END-IF
           MOVE WS-DAYS-LATE TO SV-DAYS-PAST-DUE

           EVALUATE TRUE
               WHEN SV-DAYS-PAST-DUE = ZERO
                   MOVE 1 TO WS-BUCKET
               WHEN SV-DAYS-PAST-DUE < 30
                   MOVE 2 TO WS-BUCKET
               WHEN SV-DAYS-PAST-DUE < 60
                   MOVE 3 TO WS-BUCKET
               WHEN SV-DAYS-PAST-DUE < 90
                   MOVE 4 TO WS-BUCKET
               WHEN SV-DAYS-PAST-DUE < 120
                   MOVE 5 TO WS-BUCKET
               WHEN OTHER
                   MOVE 6 TO WS-BUCKET
           END-EVALUATE
           ADD 1 TO WS-BUCKET-COUNT (WS-BUCKET)
           ADD SV-OUT-BALANCE TO WS-BUCKET-BALANCE (WS-BUCKET)
           ADD SV-LATE-CHG-DUE TO WS-BUCKET-LATE (WS-BUCKET)

           IF WS-BUCKET > 2
               ADD 1 TO WS-DELINQUENT-CTR
               IF WS-AGE-COUNT < 2000
                   ADD 1 TO WS-AGE-COUNT
                   MOVE PF-LOAN-NO TO WS-AGE-LOAN-NO (WS-AGE-COUNT)
                   MOVE WS-BUCKET TO WS-AGE-BUCKET (WS-AGE-COUNT)
                   MOVE SV-DAYS-PAST-DUE TO WS-AGE-DAYS (WS-AGE-COUNT)
                   MOVE SV-NEXT-DUE-DATE
                       TO WS-AGE-NEXT-DUE (WS-AGE-COUNT)
                   MOVE SV-LAST-PAY-DATE
                       TO WS-AGE-LAST-PAY (WS-AGE-COUNT)
                   MOVE SV-OUT-BALANCE TO WS-AGE-BALANCE (WS-AGE-COUNT)
                   MOVE SV-LATE-CHG-DUE
                       TO WS-AGE-LATE-DUE (WS-AGE-COUNT)
               ELSE
                   ADD 1 TO WS-AGE-OVERFLOW-CTR
               END-IF
           END-IF.

      **********************************************************
      *  680-PRINT-AGING-RTN - Performed from 100-MAIN-MODULE  *
      *              after the sweep.  Lists the loans 30 days *
      *              or more past due, 120-and-over first so   *
      *              collections works the worst first, then   *
      *              prints every bucket's count and unpaid    *
      *              balance.                                  *
      **********************************************************
       680-PRINT-AGING-RTN.
           WRITE POSTING-REPORT-REC FROM DQ-HEADING
               AFTER ADVANCING 3 LINES.
           WRITE POSTING-REPORT-REC FROM DQ-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.

           IF WS-AGE-COUNT = ZERO
               WRITE POSTING-REPORT-REC FROM DQ-NONE-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 685-PRINT-ONE-BUCKET-RTN
                   VARYING WS-BUCKET-IDX FROM 6 BY -1
                   UNTIL WS-BUCKET-IDX < 3
           END-IF.

           IF WS-AGE-OVERFLOW-CTR > ZERO
               MOVE WS-AGE-OVERFLOW-CTR TO DQ-OUT-OVERFLOW
               WRITE POSTING-REPORT-REC FROM DQ-OVERFLOW-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

           WRITE POSTING-REPORT-REC FROM DQ-SUMMARY-HEADING
               AFTER ADVANCING 3 LINES.
           MOVE SPACES TO POSTING-REPORT-REC.
           WRITE POSTING-REPORT-REC.
           PERFORM 695-PRINT-BUCKET-TOTAL-RTN
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 6.

      **********************************************************
      *  685-PRINT-ONE-BUCKET-RTN - Performed from 680-PRINT-  *
      *              AGING-RTN, lists the held loans of one    *
      *              bucket under its label                    *
      **********************************************************
       685-PRINT-ONE-BUCKET-RTN.
           IF WS-BUCKET-COUNT (WS-BUCKET-IDX) > ZERO
               MOVE WS-BUCKET-LABEL (WS-BUCKET-IDX)
                   TO DQ-OUT-BUCKET-LABEL
               WRITE POSTING-REPORT-REC FROM DQ-BUCKET-LINE
                   AFTER ADVANCING 2 LINES
               PERFORM 690-PRINT-ONE-AGED-LOAN-RTN
                   VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > WS-AGE-COUNT
           END-IF.

      **********************************************************
      *  690-PRINT-ONE-AGED-LOAN-RTN - Performed from 685-     *
      *              PRINT-ONE-BUCKET-RTN, prints one held     *
      *              loan if it falls in the bucket            *
      **********************************************************
       690-PRINT-ONE-AGED-LOAN-RTN.
           IF WS-AGE-BUCKET (WS-AGE-IDX) = WS-BUCKET-IDX
               MOVE WS-AGE-LOAN-NO (WS-AGE-IDX) TO DQ-OUT-LOAN-NO
               MOVE WS-AGE-DAYS (WS-AGE-IDX) TO DQ-OUT-DAYS
               MOVE WS-AGE-NEXT-DUE (WS-AGE-IDX) TO DQ-OUT-NEXT-DUE
               MOVE WS-AGE-LAST-PAY (WS-AGE-IDX) TO DQ-OUT-LAST-PAY
               MOVE WS-AGE-BALANCE (WS-AGE-IDX) TO DQ-OUT-BALANCE
               MOVE WS-AGE-LATE-DUE (WS-AGE-IDX) TO DQ-OUT-LATE-DUE
               IF WS-AGE-LAST-PAY (WS-AGE-IDX) = SPACES
                   MOVE '*NO PAYMENT EVER' TO DQ-OUT-NOTE
               ELSE
                   MOVE SPACES TO DQ-OUT-NOTE
               END-IF
               WRITE POSTING-REPORT-REC FROM DQ-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

      **********************************************************
      *  695-PRINT-BUCKET-TOTAL-RTN - Performed from 680-      *
      *              PRINT-AGING-RTN, prints one bucket's      *
      *              count, unpaid balance and late charges    *
      **********************************************************
       695-PRINT-BUCKET-TOTAL-RTN.
           MOVE WS-BUCKET-LABEL (WS-BUCKET-IDX) TO DQ-OUT-SUM-LABEL
           MOVE WS-BUCKET-COUNT (WS-BUCKET-IDX) TO DQ-OUT-SUM-COUNT
           MOVE WS-BUCKET-BALANCE (WS-BUCKET-IDX)
               TO DQ-OUT-SUM-BALANCE
           MOVE WS-BUCKET-LATE (WS-BUCKET-IDX) TO DQ-OUT-SUM-LATE
           WRITE POSTING-REPORT-REC FROM DQ-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.

      ************************************************************
      *  700-END-PROGRAM-RTN - Prints the run summary counts     *
      ************************************************************
           MOVE 'PAYMENTS REJECTED           ' TO DL-OUT-LABEL
           MOVE WS-REJECT-CTR TO DL-OUT-COUNT
           WRITE POSTING-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'LOANS PAID IN FULL          ' TO DL-OUT-LABEL
           MOVE WS-PAID-OFF-CTR TO DL-OUT-COUNT
           WRITE POSTING-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'PAYOFFS SHORT               ' TO DL-OUT-LABEL
           MOVE WS-SHORT-PAYOFF-CTR TO DL-OUT-COUNT
           WRITE POSTING-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'SERVICING RECORDS OPENED    ' TO DL-OUT-LABEL
           MOVE WS-SV-CREATED-CTR TO DL-OUT-COUNT
           WRITE POSTING-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'LATE CHARGES ASSESSED       ' TO DL-OUT-LABEL
           MOVE WS-LATE-CHG-CTR TO DL-OUT-COUNT
           WRITE POSTING-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'LOANS 30+ DAYS PAST DUE     ' TO DL-OUT-LABEL
           MOVE WS-DELINQUENT-CTR TO DL-OUT-COUNT
           WRITE POSTING-REPORT-REC FROM DL-SUMMARY-LINE

           MOVE 'LATE CHARGES ASSESSED' TO DL-OUT-NOTE
           MOVE SPACES TO DL-OUT-NOTE-DATE
           MOVE 'TOTAL' TO DL-OUT-NOTE-AMT-LABEL
           MOVE WS-LATE-CHG-TOTAL TO DL-OUT-NOTE-AMT
           WRITE POSTING-REPORT-REC FROM DL-NOTE-LINE
               AFTER ADVANCING 1 LINE

           PERFORM 750-POST-GL-RTN

           WRITE POSTING-REPORT-REC FROM HL-HEADING-FINAL
               AFTER ADVANCING 2 LINES.

      **********************************************************
      *  750-POST-GL-RTN - Performed from 700-END-PROGRAM-RTN, *
      *              debits the cash the run's payments        *
      *              brought in, credits its principal,        *
      *              interest, late-charge and overpayment     *
      *              split, and closes the batch with the job  *
      *              total record.  A closed run month posts   *
      *              nothing.                                  *
      **********************************************************
       750-POST-GL-RTN.
           IF WS-PERIOD-IS-CLOSED
               MOVE WS-GL-PERIOD TO DL-OUT-CLOSED-PERIOD
               WRITE POSTING-REPORT-REC FROM DL-GL-CLOSED-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               OPEN EXTEND GL-POSTING-FILE
               IF WS-GL-FILE-DOES-NOT-EXIST
                   OPEN OUTPUT GL-POSTING-FILE
                   CLOSE GL-POSTING-FILE
                   OPEN EXTEND GL-POSTING-FILE
               END-IF

               MOVE SPACES TO POSTING-REPORT-REC
               WRITE POSTING-REPORT-REC
               PERFORM 755-POST-ONE-ACCOUNT-RTN
                   VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > 5

               MOVE 'TOTAL   ' TO GL-ACCOUNT-CODE
               MOVE WS-GL-PERIOD TO GL-PERIOD
               MOVE SPACE TO GL-DR-CR
               MOVE WS-GL-POSTED-TOTAL TO GL-AMOUNT
               MOVE 'PROJ3S  ' TO GL-SOURCE-JOB
               MOVE 'T' TO GL-RECORD-TYPE
               WRITE GL-POSTING-REC
               CLOSE GL-POSTING-FILE
           END-IF.

      **********************************************************
      *  755-POST-ONE-ACCOUNT-RTN - Performed from 750-POST-   *
      *              GL-RTN, proves one account on the chart   *
      *              and writes its detail.  A zero total      *
      *              writes nothing.                           *
      **********************************************************
       755-POST-ONE-ACCOUNT-RTN.
           IF WS-GL-PAY-AMT (WS-GL-IDX) > ZERO
               MOVE WS-GL-PAY-ACCT (WS-GL-IDX) TO WS-GL-ACCOUNT
               PERFORM 760-CHECK-CHART-RTN
      *        An account not on the chart is held off the file and
      *        left out of the control total, so GLBALNCE still
      *        proves what was posted.
               IF WS-CHART-COUNT > ZERO AND WS-CHART-MATCHED = ZERO
                   MOVE WS-GL-ACCOUNT TO DL-OUT-HELD-ACCOUNT
                   WRITE POSTING-REPORT-REC FROM DL-GL-HELD-LINE
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-GL-REJECT-CTR
               ELSE
                   MOVE WS-GL-ACCOUNT TO GL-ACCOUNT-CODE
                   MOVE WS-GL-PERIOD TO GL-PERIOD
                   MOVE WS-GL-PAY-SIDE (WS-GL-IDX) TO GL-DR-CR
                   MOVE WS-GL-PAY-AMT (WS-GL-IDX) TO GL-AMOUNT
                   MOVE 'PROJ3S  ' TO GL-SOURCE-JOB
                   MOVE 'D' TO GL-RECORD-TYPE
                   WRITE GL-POSTING-REC
                   ADD WS-GL-PAY-AMT (WS-GL-IDX)
                       TO WS-GL-POSTED-TOTAL

                   MOVE GL-ACCOUNT-CODE TO DL-OUT-GL-ACCOUNT
                   IF GL-IS-DEBIT
                       MOVE 'DEBIT' TO DL-OUT-GL-SIDE
                   ELSE
                       MOVE 'CREDIT' TO DL-OUT-GL-SIDE
                   END-IF
                   MOVE GL-AMOUNT TO DL-OUT-GL-AMOUNT
                   MOVE GL-PERIOD TO DL-OUT-GL-PERIOD
                   WRITE POSTING-REPORT-REC FROM DL-GL-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

      **********************************************************
      *  760-CHECK-CHART-RTN - Performed from 755-POST-ONE-    *
      *              ACCOUNT-RTN, looks the account up in the  *
      *              chart table.  An empty table validates    *
      *              nothing.                                  *
      **********************************************************
       760-CHECK-CHART-RTN.
           MOVE ZEROS TO WS-CHART-MATCHED.
           PERFORM 765-CHECK-ONE-ACCOUNT-RTN
               VARYING WS-CHART-IDX FROM 1 BY 1
               UNTIL WS-CHART-IDX > WS-CHART-COUNT
                     OR WS-CHART-MATCHED > ZERO.

      **********************************************************
      *  765-CHECK-ONE-ACCOUNT-RTN - Performed from 760-CHECK- *
      *              CHART-RTN, compares the account to one    *
      *              active chart entry                        *
      **********************************************************
       765-CHECK-ONE-ACCOUNT-RTN.
           IF WS-GL-ACCOUNT = WS-CHART-ACCOUNT (WS-CHART-IDX)
              AND WS-CHART-ACTIVE (WS-CHART-IDX) = 'A'
               MOVE WS-CHART-IDX TO WS-CHART-MATCHED
           END-IF.

      **********************************************************
      *  800-INITIALIZATION-RTN - Opens the files, creating    *
      *              the servicing master and yearly history   *
      *              on their first-ever run, and prints the   *
      *              register headings                         *
      **********************************************************
       800-INITIALIZATION-RTN.
           OPEN INPUT PAYMENT-FILE
               OPEN I-O SERVICING-FILE
           END-IF.

           OPEN I-O YEAR-HISTORY-FILE.
           IF WS-YEAR-HIST-DOES-NOT-EXIST
               OPEN OUTPUT YEAR-HISTORY-FILE
               CLOSE YEAR-HISTORY-FILE
               OPEN I-O YEAR-HISTORY-FILE
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-RUN-YYYYMM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           INITIALIZE WS-BUCKET-TABLE.
           MOVE WS-RUN-YYYYMM TO WS-GL-PERIOD.
           PERFORM 860-LOAD-CHART-RTN.
           PERFORM 870-CHECK-PERIOD-STATUS-RTN.

           WRITE POSTING-REPORT-REC FROM HL-HEADING1
               AFTER ADVANCING PAGE
           MOVE SPACES TO POSTING-REPORT-REC
           WRITE POSTING-REPORT-REC.

      **********************************************************
      *  810-READ-LATE-CHARGE-CTL-RTN - Performed from 100-    *
      *              MAIN-MODULE, loads the late-charge        *
      *              percentage, grace days and minimum from   *
      *              PROJECT3C.CTL.  A missing or non-numeric  *
      *              file leaves the VALUE-clause defaults in  *
      *              effect.                                   *
      **********************************************************
       810-READ-LATE-CHARGE-CTL-RTN.
           OPEN INPUT LATE-CHARGE-CTL-FILE.
           IF WS-LATE-CTL-OK
               READ LATE-CHARGE-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LC-LATE-PCT IS NUMERIC
                          AND LC-GRACE-DAYS IS NUMERIC
                          AND LC-MIN-CHARGE IS NUMERIC
                           MOVE LC-LATE-PCT TO WS-LATE-PCT
                           MOVE LC-GRACE-DAYS TO WS-GRACE-DAYS
                           MOVE LC-MIN-CHARGE TO WS-MIN-CHARGE
                       END-IF
               END-READ
               CLOSE LATE-CHARGE-CTL-FILE
           END-IF.

      **********************************************************
      *  860-LOAD-CHART-RTN - Performed from 800-            *
      *              INITIALIZATION-RTN.  Loads GLCHART.CTL    *
      *              into WS-CHART-TABLE.  A missing or empty  *
      *              file leaves the table at zero entries and *
      *              every account passes.                     *
      **********************************************************
       860-LOAD-CHART-RTN.
           OPEN INPUT CHART-FILE.
           IF WS-CHART-FILE-OK
               PERFORM UNTIL WS-CHART-FILE-STATUS = '10'
                       OR WS-CHART-COUNT = 100
                   READ CHART-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-CHART-COUNT
                           MOVE GC-ACCOUNT-CODE TO
                               WS-CHART-ACCOUNT (WS-CHART-COUNT)
                           MOVE GC-DESCRIPTION TO
                               WS-CHART-DESC (WS-CHART-COUNT)
                           MOVE GC-ACTIVE-FLAG TO
                               WS-CHART-ACTIVE (WS-CHART-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CHART-FILE
           END-IF.

      **********************************************************
      *  870-CHECK-PERIOD-STATUS-RTN - Performed from 800-   *
      *              INITIALIZATION-RTN.  Marks the run month  *
      *              closed when GLPERIOD.CTL shows finance    *
      *              has taken it.  A missing file leaves      *
      *              every period open.                        *
      **********************************************************
       870-CHECK-PERIOD-STATUS-RTN.
           OPEN INPUT PERIOD-STATUS-FILE.
           IF WS-PERIOD-FILE-OK
               PERFORM UNTIL WS-PERIOD-FILE-STATUS = '10'
                   READ PERIOD-STATUS-FILE
                       AT END
                           MOVE '10' TO WS-PERIOD-FILE-STATUS
                       NOT AT END
                           IF GP-PERIOD = WS-GL-PERIOD
                              AND GP-STATUS = 'C'
                               MOVE 'Y' TO WS-PERIOD-CLOSED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-STATUS-FILE
           END-IF.

      **********************************************************
      *  900-END-OF-JOB-RTN - Closes the files                 *
      **********************************************************
           CLOSE PAYMENT-FILE
                 PORTFOLIO-FILE
                 SERVICING-FILE
                 YEAR-HISTORY-FILE
                 POSTING-REPORT-FILE.
