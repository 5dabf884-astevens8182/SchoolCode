      *  pushes the balance past it and reports every customer   *
      *  over their limit at end of run.  Zero means no limit    *
      *  has been assigned and no checking is done.              *
      *                                                            *
      *  BAL-FC-EXEMPT 'Y' keeps the PROJECT2F month-end finance *
      *  charge run off the account; PROJECT2L sets and clears   *
      *  it.  BAL-LAST-FC-PERIOD is the YYYYMM of the last       *
      *  finance charge PROJECT2F assessed, so a rerun in the    *
      *  same month cannot charge the customer twice.  Spaces in *
      *  either field (records written before they were added)   *
      *  mean not exempt and never charged.                      *
      *                                                            *
      *  BAL-ACCT-STATUS 'W' marks an account PROJECT2W has      *
      *  written off as bad debt.  PROJECT2 flags any purchase   *
      *  on it and reports a payment as a bad-debt recovery      *
      *  instead of reducing the balance.  Space (records        *
      *  written before the field was added) or 'A' is active.   *
      *                                                            *
      *  BAL-LAST-REFUND-PERIOD is the YYYYMM in which the         *
      *  PROJECT2M refund run last paid out the customer's credit  *
      *  balance, so a rerun in the same month cannot pay it       *
      *  twice before PROJECT2 posts the refund.  Spaces mean      *
      *  never refunded.                                           *
      *                                                            *
      *  BAL-ACCT-STATUS 'M' marks a duplicate customer number     *
      *  the PROJECT2Y merge utility has retired into the number   *
      *  in BAL-MERGED-INTO.  PROJECT2 posts a late transaction    *
      *  that still reaches the retired number to the survivor     *
      *  instead.  BAL-MERGED-INTO is zero on every other record.  *
      ************************************************************
           05  BAL-CUST-NO                 PIC 9(5).
           05  BAL-CUST-NAME.
           05  BAL-LAST-TRANS-MONTH        PIC X(2).
           05  BAL-LAST-TRANS-YEAR         PIC X(4).
           05  BAL-CREDIT-LIMIT            PIC 9(7)V99.
           05  BAL-FC-EXEMPT               PIC X.
               88  BAL-FC-IS-EXEMPT                 VALUE 'Y'.
           05  BAL-LAST-FC-PERIOD          PIC X(6).
           05  BAL-ACCT-STATUS             PIC X.
               88  BAL-IS-ACTIVE                    VALUE 'A', ' '.
               88  BAL-IS-WRITTEN-OFF               VALUE 'W'.
               88  BAL-IS-MERGED                    VALUE 'M'.
           05  BAL-LAST-REFUND-PERIOD      PIC X(6).
           05  BAL-MERGED-INTO             PIC 9(5).
