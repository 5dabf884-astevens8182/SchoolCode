      ************************************************************
      *  PREREQ - Course prerequisite record layout for          *
      *           CH1004PQ.DAT, keyed on the course and the      *
      *           prerequisite course, so a course may carry     *
      *           any number of prerequisites.  CH1004J          *
      *           maintains it; CH1004Q checks each one against  *
      *           the student's best grade on the CH1004H grade  *
      *           history.  The grade must be at or above        *
      *           PQ-MIN-GRADE - an F or an unresolved I never   *
      *           satisfies one.  COPY this under the 01-level   *
      *           record name each program uses.                 *
      ************************************************************
           05  PQ-PREREQ-KEY.
               10  PQ-COURSE-ID            PIC X(8).
               10  PQ-PREREQ-COURSE-ID     PIC X(8).
           05  PQ-MIN-GRADE                PIC X.
               88  PQ-MIN-GRADE-VALID          VALUE 'A', 'B',
                                                     'C', 'D'.
