      ************************************************************
      *  CHKREC - Payroll check master record, the indexed file  *
      *           CH10PPFM.DAT keyed on check number.  CH10PPN   *
      *           writes one outstanding record for every paper  *
      *           check it prints; CH10PPFR clears them against  *
      *           the bank's paid items, voids and reissues      *
      *           them, and ages what is still outstanding.      *
      *           COPY this under the 01-level record name each  *
      *           program uses for its check record.             *
      *                                                            *
      *  CK-STATUS-DATE is the day the check cleared or was        *
      *  voided and holds spaces while it is outstanding.          *
      *  CK-PAID-AMOUNT is what the bank paid, which can differ    *
      *  from CK-AMOUNT on a mismatch.  A replacement check        *
      *  carries the voided check's number in CK-REISSUE-OF, and   *
      *  the voided check carries its replacement's number in      *
      *  CK-REISSUED-AS; both are zero otherwise.                  *
      ************************************************************
           05  CK-CHECK-NO             PIC 9(7).
           05  CK-EMPLOYEE-NO          PIC X(3).
           05  CK-PAYEE-NAME           PIC X(20).
           05  CK-AMOUNT               PIC 9(6)V99.
           05  CK-ISSUE-DATE           PIC X(8).
           05  CK-PERIOD-ID            PIC X(8).
           05  CK-STATUS               PIC X.
               88  CK-OUTSTANDING          VALUE 'O'.
               88  CK-CLEARED              VALUE 'C'.
               88  CK-VOIDED               VALUE 'V'.
           05  CK-STATUS-DATE          PIC X(8).
           05  CK-PAID-AMOUNT          PIC 9(6)V99.
           05  CK-REISSUE-OF           PIC 9(7).
           05  CK-REISSUED-AS          PIC 9(7).
