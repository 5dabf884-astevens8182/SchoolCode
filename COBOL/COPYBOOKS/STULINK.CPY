      ************************************************************
      *  STULINK - Student-to-customer link record layout, the   *
      *            one tie between the student master and the    *
      *            receivables customer master.  PROJECT2N       *
      *            writes it when it assigns a customer number   *
      *            to a new-customer request that carries a      *
      *            student SSN; CH1004B reads it so every term's *
      *            tuition bills the same customer account.      *
      *            COPY this under the 01-level record name      *
      *            each program uses.  The file CH0601SL.DAT is  *
      *            keyed on SL-SOC-SEC-NO, so one student can    *
      *            hold only one customer number.                *
      ************************************************************
           05  SL-SOC-SEC-NO               PIC X(9).
           05  SL-CUST-NO                  PIC 9(5).
