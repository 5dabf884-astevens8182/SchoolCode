      *           detail per department salary total plus a      *
      *           job total record, PROJECT2 writes a detail     *
      *           per month/type subtotal plus a job total       *
      *           record, CH10PPN writes a credit detail per     *
      *           withholding, deduction and net-pay liability   *
      *           plus a job total record, and GLBALNCE proves   *
      *           each job's details net to its total record     *
      *           before finance takes the file.  COPY this      *
      *           under the 01-level record name each program    *
      *           uses.                                          *
      *                                                            *
      *  GL-RECORD-TYPE 'D' is a posting detail; 'T' is the      *
      *  source job's control total (GL-AMOUNT = sum of that     *
      *  job's detail amounts, GL-DR-CR space).  All programs    *
      *  append to the one shared GLPOST.DAT.                    *
      *                                                            *
      *  PROJECT2W, the bad-debt write-off run, posts a BADDEBT   *
      *  debit and an AR-WROFF credit plus its total record;      *
      *  PROJECT2 credits a payment on a written-off account to   *
      *  BD-RECOV rather than AR-PAYMT.                           *
      *                                                            *
      *  PROJECT3B debits LN-RECV and credits LN-CASH for the     *
      *  loans each run originates; PROJECT3S debits LN-CASH for  *
      *  the payments it posts and credits LN-RECV, LN-INTIN,     *
      *  LN-LATE and LN-OVRPY with their split.  Each closes its  *
      *  batch with a total record.                               *
      *                                                           *
      *  GLTRIAL prints the trial balance and account activity    *
      *  for one GL-PERIOD from the details, with a CSV copy of   *
      *  the trial balance for the finance ledger upload.         *
      ************************************************************
           05  GL-ACCOUNT-CODE         PIC X(8).
           05  GL-PERIOD               PIC X(6).
