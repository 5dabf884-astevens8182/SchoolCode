      *            retention report).  COPY this under the       *
      *            01-level record name each program uses for    *
      *            its student snapshot record.                  *
      *                                                          *
      *  SR-STUDENT-ID is the student's ID from STUDENT-ID-IN.   *
      *  Snapshots taken before IDs were assigned are shorter    *
      *  and read back with it non-numeric - test it before use. *
      ************************************************************
           05  SR-TERM-ID              PIC X(6).
           05  SR-SOC-SEC-NO           PIC X(9).
           05  SR-GPA                  PIC 9V99.
           05  SR-CREDITS              PIC 9(3).
           05  SR-ACTIVE-FLAG          PIC X.
           05  SR-STUDENT-ID           PIC 9(7).
