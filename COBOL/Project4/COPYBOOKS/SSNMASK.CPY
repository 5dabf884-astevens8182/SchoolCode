      ************************************************************
      *  SSNMASK - Masked Social Security number work area.      *
      *            COPY this under a program's WS-WORK-AREAS     *
      *            group.  Move the last four digits of the SSN  *
      *            to WS-MASKED-SSN-LAST4 and print WS-MASKED-   *
      *            SSN wherever a report or extract once carried *
      *            the full nine digits - only the registrar's   *
      *            CH1004F cross-reference shows an SSN whole.   *
      ************************************************************
           05  WS-MASKED-SSN.
               10                      PIC X(5)     VALUE '*****'.
               10  WS-MASKED-SSN-LAST4 PIC X(4).
