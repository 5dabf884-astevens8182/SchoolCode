      ************************************************************
      *  REGREC - Term course registration record layout for     *
      *           CH1004RG.DAT, keyed on term, student SSN and   *
      *           course id - one registration per student per   *
      *           course per term.  CH1004Q writes and updates   *
      *           it; CH1004E rejects a grade for a course the   *
      *           student is not enrolled in.  RG-ROSTER-KEY is  *
      *           the alternate key (with duplicates) the roster *
      *           and the waitlist read in section and sequence  *
      *           order.  A drop keeps the record with status D  *
      *           so the registration trail stays on file.       *
      *           COPY this under the 01-level record name each  *
      *           program uses.                                  *
      ************************************************************
           05  RG-REG-KEY.
               10  RG-TERM-ID              PIC X(6).
               10  RG-SOC-SEC-NO           PIC X(9).
               10  RG-COURSE-ID            PIC X(8).
           05  RG-ROSTER-KEY.
               10  RG-ROSTER-TERM-ID       PIC X(6).
               10  RG-ROSTER-COURSE-ID     PIC X(8).
               10  RG-SECTION-NO           PIC X(3).
               10  RG-SEQ-NO               PIC 9(4).
           05  RG-STATUS                   PIC X.
               88  RG-ENROLLED                 VALUE 'E'.
               88  RG-WAITLISTED               VALUE 'W'.
               88  RG-DROPPED                  VALUE 'D'.
           05  RG-STATUS-DATE              PIC X(8).
