      ************************************************************
      *  RETROREC - Retro earnings record, the indexed file       *
      *             CH10PPNR.DAT keyed on employee number.        *
      *             CH10PPNR writes one per employee owed back    *
      *             pay for a back-dated raise; CH10PPN pays it   *
      *             as a separate taxable earnings line on the    *
      *             next register and stamps the period it was    *
      *             paid in.  COPY this under the 01-level record *
      *             name each program uses for its retro record.  *
      *                                                            *
      *  RE-PAID-PERIOD holds spaces while the amount is owed.     *
      *  A later retro run adds to an unpaid record and starts a   *
      *  paid one over.  RE-FIRST-PERIOD and RE-LAST-PERIOD are    *
      *  the earliest and latest pay periods the amount covers.    *
      ************************************************************
           05  RE-EMPLOYEE-NO          PIC X(3).
           05  RE-AMOUNT               PIC 9(6)V99.
           05  RE-PERIOD-COUNT         PIC 999.
           05  RE-FIRST-PERIOD         PIC X(8).
           05  RE-LAST-PERIOD          PIC X(8).
           05  RE-CREATED-DATE         PIC X(8).
           05  RE-PAID-PERIOD          PIC X(8).
