      ************************************************************
      *  REFUNDCK - Credit-balance refund check record, the file *
      *             CH0601MC.DAT the PROJECT2M refund run writes *
      *             one record per customer paid back, for the   *
      *             check print run.  The payee and address      *
      *             block come off the balance master and the    *
      *             CH0601A.DAT address master as they stood on  *
      *             the day the refund was approved.  COPY this  *
      *             under the 01-level record name each program  *
      *             uses for its refund check record.            *
      *                                                            *
      *  RK-AMOUNT is the credit balance refunded, always whole   *
      *  dollars - the R transaction that clears the balance      *
      *  carries the same amount.  RK-ISSUE-DATE is YYYYMMDD.     *
      ************************************************************
           05  RK-CUST-NO                  PIC 9(5).
           05  RK-PAYEE-NAME               PIC X(12).
           05  RK-AMOUNT                   PIC 9(7)V99.
           05  RK-ADDRESS.
               10  RK-STREET               PIC X(25).
               10  RK-CITY                 PIC X(15).
               10  RK-STATE                PIC XX.
               10  RK-POSTAL-CODE          PIC X(9).
           05  RK-ISSUE-DATE               PIC X(8).
           05  RK-APPROVED-BY              PIC X(3).
