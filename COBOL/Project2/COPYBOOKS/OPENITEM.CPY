      ************************************************************
      *  OPENITEM - Customer open-item record, the indexed file  *
      *             CH0601OI.DAT keyed on customer number and    *
      *             item number.  PROJECT2 maintains it beside   *
      *             the balance master: every purchase or        *
      *             finance charge opens an item, payments and   *
      *             credits pay items down oldest first (or the  *
      *             item the transaction references), and a      *
      *             refund reopens what was paid, newest first.  *
      *             PROJECT2O ages the items and proves them     *
      *             against BAL-CUST-BALANCE.  COPY this under   *
      *             the 01-level record name each program uses   *
      *             for its open-item record.                    *
      *                                                          *
      *  OI-ITEM-NO runs 00001 upward within each customer.      *
      *  OI-REMAINING is what is still owed on the item; zero    *
      *  means paid in full.  An unapplied credit (type A -      *
      *  money received with no open item to take it) carries a  *
      *  negative remaining amount and is used up by the next    *
      *  item opened or refund paid.  A balance forward (type B) *
      *  is the balance a customer already carried the first     *
      *  time PROJECT2 posted to them under open items.  A       *
      *  refund with nothing left to reopen opens its own item   *
      *  (type R).  The customer's items, remaining amounts      *
      *  added, always equal BAL-CUST-BALANCE.                   *
      ************************************************************
           05  OI-KEY.
               10  OI-CUST-NO           PIC 9(5).
               10  OI-ITEM-NO           PIC 9(5).
           05  OI-ITEM-TYPE            PIC X.
               88  OI-IS-DEBIT                      VALUE 'U', 'F',
                                                          'R', 'B'.
               88  OI-IS-UNAPPLIED                  VALUE 'A'.
           05  OI-ITEM-DATE.
               10  OI-ITEM-YEAR         PIC X(4).
               10  OI-ITEM-MONTH        PIC X(2).
           05  OI-ORIGINAL-AMOUNT      PIC S9(7)V99.
           05  OI-REMAINING            PIC S9(7)V99.
           05  OI-LAST-ACTIVITY        PIC X(6).
