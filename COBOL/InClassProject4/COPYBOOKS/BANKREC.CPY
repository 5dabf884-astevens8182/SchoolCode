      *            disbursement file from the net-pay register). *
      *            COPY this under the 01-level record name each *
      *            program uses for its bank record.  An         *
      *            employee with no record here is paid by a     *
      *            CH10PPN paper check and is left off the       *
      *            disbursement file.                            *
      ************************************************************
           05  BK-EMPLOYEE-NO          PIC X(3).
           05  BK-ROUTING-NO           PIC X(9).
