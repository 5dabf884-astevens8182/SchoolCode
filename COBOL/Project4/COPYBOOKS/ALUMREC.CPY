      ************************************************************
      *  ALUMREC - Alumni master record layout for CH1004L.DAT,  *
      *            shared by CH1004A (moves each graduate off    *
      *            the student master into it), CH1004L (prints  *
      *            the directory and mailing extract from it)    *
      *            and CH1004F (the registrar's ID cross-        *
      *            reference).  COPY this under the 01-level     *
      *            record name each program uses.                *
      *                                                          *
      *  AL-STUDENT-ID is the graduate's STUDENT-ID-IN, kept so  *
      *  the alumnus is known by the same ID after graduation.   *
      ************************************************************
           05  AL-SOC-SEC-NO           PIC X(9).
           05  AL-NAME                 PIC X(21).
           05  AL-CLASS                PIC X.
           05  AL-SCHOOL               PIC X.
           05  AL-GPA                  PIC 9V99.
           05  AL-CREDITS              PIC 9(3).
           05  AL-GRAD-DATE            PIC X(8).
           05  AL-STUDENT-ID           PIC 9(7).
