      ************************************************************
      *  PENDREC - Pending employee-maintenance transaction,     *
      *            the indexed file CH10PPMP.DAT keyed on the    *
      *            effective date, employee number and           *
      *            transaction code.  CH10PPM holds every        *
      *            transaction dated after the day it is keyed   *
      *            here and deletes one on a cancel ('X');       *
      *            CH10PPMR releases the items that have come    *
      *            due and lists the rest.  COPY this under the  *
      *            01-level record name each program uses for    *
      *            its pending record.                           *
      *                                                            *
      *  PD-TRANSACTION is the CH10PPT.DAT transaction exactly as  *
      *  keyed, so a released item is applied just as if it had   *
      *  been keyed the day it takes effect.  PD-ENTERED-DATE is   *
      *  the day CH10PPM put it on the file.                       *
      ************************************************************
           05  PD-KEY.
               10  PD-EFFECTIVE-DATE    PIC X(8).
               10  PD-EMPLOYEE-NO       PIC X(3).
               10  PD-TRANS-CODE        PIC X.
           05  PD-TRANSACTION          PIC X(59).
           05  PD-ENTERED-DATE         PIC X(8).
