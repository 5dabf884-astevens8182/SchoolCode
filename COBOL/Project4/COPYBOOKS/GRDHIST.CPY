      ************************************************************
      *  GRDHIST - Permanent grade-history record layout for     *
      *            CH1004H.DAT, shared by CH1004G (appends each  *
      *            term's graded courses), CH1004I (prints the   *
      *            transcript from it) and CH1004X (applies      *
      *            post-term grade changes to it).  COPY this    *
      *            under the 01-level record name each program   *
      *            uses.                                         *
      *                                                          *
      *  GH-LETTER-GRADE is always the grade in force - A to D,  *
      *  F, or I for an incomplete not yet resolved (an I counts *
      *  in neither the GPA nor the credits earned).  The last   *
      *  three fields are the change audit trail CH1004X stamps: *
      *  the grade CH1004G first recorded, and the date and      *
      *  authorizer of the latest change.  Spaces mean the grade *
      *  has never been changed.  GH-STUDENT-ID is the student's *
      *  ID from STUDENT-ID-IN, carried so the transcript needs  *
      *  no SSN to identify the student.                         *
      ************************************************************
           05  GH-SOC-SEC-NO           PIC X(9).
           05  GH-TERM-ID              PIC X(6).
           05  GH-COURSE-ID            PIC X(8).
           05  GH-CREDIT-HOURS         PIC 9(2).
           05  GH-LETTER-GRADE         PIC X(1).
           05  GH-ORIGINAL-GRADE       PIC X(1).
           05  GH-CHANGE-DATE          PIC X(8).
           05  GH-CHANGED-BY           PIC X(8).
           05  GH-STUDENT-ID           PIC 9(7).
