      *           the indexed master PROJECT4 reads it from).    *
      *           COPY this under the 01-level record name each  *
      *           program already uses for its student record.   *
      *                                                          *
      *  STUDENT-ID-IN is the seven-digit student ID CH1004M     *
      *  assigns from CH1004ID.CTL when the student is added.    *
      *  It follows the student onto the alumni master and the   *
      *  grade history, and it - not the SSN - is what printed   *
      *  reports and extracts identify the student by.           *
      ************************************************************
           05  SOC-SEC-NO-IN               PIC X(9).
           05  NAME-IN                     PIC X(21).
           05  ACTIVE-FLAG-IN              PIC X.
               88  STUDENT-ACTIVE              VALUE 'A'.
               88  STUDENT-INACTIVE            VALUE 'I'.
           05  STUDENT-ID-IN               PIC 9(7).
