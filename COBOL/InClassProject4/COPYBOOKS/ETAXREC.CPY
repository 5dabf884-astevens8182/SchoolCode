      ************************************************************
      *  ETAXREC - Employer payroll tax accumulator record,      *
      *            shared by CH10PPN (rolls each pay run's       *
      *            wages, withholding and employer-side taxes    *
      *            into the indexed file CH10PPE.DAT keyed on    *
      *            employee number) and CH10PPQ (prints the      *
      *            quarterly employer tax return from it).  COPY *
      *            this under the 01-level record name each      *
      *            program uses for its employer tax record.     *
      *                                                            *
      *  ET-TAX-YEAR/ET-QUARTER name the quarter the QTD figures  *
      *  belong to.  CH10PPN zeroes the QTD figures when a run    *
      *  falls in a later quarter, and the YTD figures as well    *
      *  when it falls in a later year, before adding the run in. *
      *  The -TAXABLE figures are the wages that fell under each  *
      *  tax's annual wage base; wages past the base carry no     *
      *  employer FICA, FUTA or SUTA.                             *
      *  ET-LAST-PERIOD is the CH10PPN.CTL period last added in,  *
      *  so a rerun of the same period in the same year adds      *
      *  nothing twice.                                           *
      ************************************************************
           05  ET-EMPLOYEE-NO          PIC X(3).
           05  ET-TAX-YEAR             PIC 9(4).
           05  ET-QUARTER              PIC 9.
           05  ET-LAST-PERIOD          PIC X(8).
           05  ET-QTD-FIGURES.
               10  ET-QTD-WAGES         PIC 9(7)V99.
               10  ET-QTD-FEDERAL-WH    PIC 9(7)V99.
               10  ET-QTD-EE-FICA       PIC 9(7)V99.
               10  ET-QTD-EE-MEDICARE   PIC 9(7)V99.
               10  ET-QTD-FICA-TAXABLE  PIC 9(7)V99.
               10  ET-QTD-ER-FICA       PIC 9(7)V99.
               10  ET-QTD-ER-MEDICARE   PIC 9(7)V99.
               10  ET-QTD-FUTA-TAXABLE  PIC 9(7)V99.
               10  ET-QTD-FUTA          PIC 9(7)V99.
               10  ET-QTD-SUTA-TAXABLE  PIC 9(7)V99.
               10  ET-QTD-SUTA          PIC 9(7)V99.
           05  ET-YTD-FIGURES.
               10  ET-YTD-WAGES         PIC 9(7)V99.
               10  ET-YTD-FEDERAL-WH    PIC 9(7)V99.
               10  ET-YTD-EE-FICA       PIC 9(7)V99.
               10  ET-YTD-EE-MEDICARE   PIC 9(7)V99.
               10  ET-YTD-FICA-TAXABLE  PIC 9(7)V99.
               10  ET-YTD-ER-FICA       PIC 9(7)V99.
               10  ET-YTD-ER-MEDICARE   PIC 9(7)V99.
               10  ET-YTD-FUTA-TAXABLE  PIC 9(7)V99.
               10  ET-YTD-FUTA          PIC 9(7)V99.
               10  ET-YTD-SUTA-TAXABLE  PIC 9(7)V99.
               10  ET-YTD-SUTA          PIC 9(7)V99.
