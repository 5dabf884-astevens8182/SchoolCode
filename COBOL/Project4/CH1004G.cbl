      *              student's prior credits plus the credits    *
      *              earned this term.  The update register      *
      *              shows the old and new values per student.   *
      *                                                          *
      *  Every valid graded course is also appended to the       *
      *  permanent grade-history file CH1004H.DAT stamped with   *
      *  the term identifier from CH1004Y.CTL, so the CH1004I    *
      *  transcript program has a course-by-course record to     *
      *  print from after this term's detail file is discarded.  *
      *                                                          *
      *  An I (incomplete) is written to the history too, so the *
      *  CH1004X grade-change run can resolve it later, but it   *
      *  counts in neither the GPA nor the credits earned.       *
      *                                                          *
      *  Each history record also carries the student's ID from  *
      *  the master, and the register identifies students by ID  *
      *  with the SSN masked to its last four digits.            *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  GS-CREDIT-HOURS         PIC 9(2).
           05  GS-LETTER-GRADE         PIC X(1).
               88  GS-GRADE-VALID          VALUE 'A', 'B', 'C',
                                                 'D', 'F', 'I'.
               88  GS-GRADE-INCOMPLETE     VALUE 'I'.

       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-REC.
           05  ML-HOLDER               PIC X(8).
           05  ML-TIMESTAMP            PIC X(14).

       FD  HISTORY-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  HISTORY-REC.
           COPY GRDHIST.

       FD  TERM-CTL-FILE.
       01  TERM-CTL-REC                PIC X(6).
           05  WS-TERM-CTL-STATUS      PIC XX       VALUE ZEROS.
               88  WS-TERM-CTL-OK                   VALUE '00'.
           05  WS-TERM-ID              PIC X(6)     VALUE SPACES.
           05  WS-STUDENT-ID-HOLD      PIC 9(7)     VALUE ZEROS.
           COPY SSNMASK.

       01  HL-HEADING1.
           05                          PIC X(18)    VALUE SPACES.

       01  HL-HEADING2.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(12)
               VALUE 'STUDENT ID'.
           05                          PIC X(11)
               VALUE 'SSN'.
           05                          PIC X(10)
               VALUE 'NEW CREDITS'.

       01  DL-UPDATE-LINE.
           05                          PIC X(5)     VALUE SPACES.
           05  DL-OUT-STUDENT-ID       PIC Z(7).
           05                          PIC X(4)     VALUE SPACES.
           05  DL-OUT-SSN              PIC X(9).
           05                          PIC X(3)     VALUE SPACES.
           05  DL-OUT-NEW-CREDITS      PIC ZZ9.

       01  DL-NOT-FOUND-LINE.
           05                          PIC X(5)     VALUE SPACES.
           05  DL-OUT-NF-STUDENT-ID    PIC Z(7).
           05                          PIC X(4)     VALUE SPACES.
           05  DL-OUT-NF-SSN           PIC X(9).
           05                          PIC X(3)     VALUE SPACES.
              VALUE 'STUDENT NOT ON MASTER FILE'.

       01  DL-NO-GRADES-LINE.
           05                          PIC X(5)     VALUE SPACES.
           05  DL-OUT-NG-STUDENT-ID    PIC Z(7).
           05                          PIC X(4)     VALUE SPACES.
           05  DL-OUT-NG-SSN           PIC X(9).
           05                          PIC X(3)     VALUE SPACES.
              VALUE 'NO VALID GRADED CREDITS - NOT UPDATED'.

       01  DL-BAD-GRADE-LINE.
           05                          PIC X(5)     VALUE SPACES.
           05  DL-OUT-BG-STUDENT-ID    PIC Z(7).
           05                          PIC X(4)     VALUE SPACES.
           05  DL-OUT-BG-SSN           PIC X(9).
           05                          PIC X(2)     VALUE SPACES.
               WHEN FIRST-RECORD = 'YES'
                   MOVE GS-SOC-SEC-NO TO WS-SSN-HOLD
                   MOVE 'NO ' TO FIRST-RECORD
                   PERFORM 420-LOOKUP-STUDENT-ID-RTN
               WHEN GS-SOC-SEC-NO NOT = WS-SSN-HOLD
                   PERFORM 500-STUDENT-BREAK-RTN
                   MOVE GS-SOC-SEC-NO TO WS-SSN-HOLD
                   PERFORM 420-LOOKUP-STUDENT-ID-RTN
           END-EVALUATE.

      *    An incomplete goes to the history so CH1004X can
      *    resolve it later, but counts toward neither the GPA
      *    nor the credits earned until it does.
           EVALUATE TRUE
               WHEN NOT GS-GRADE-VALID
                      OR GS-CREDIT-HOURS IS NOT NUMERIC
                   MOVE GS-SOC-SEC-NO (6:4) TO WS-MASKED-SSN-LAST4
                   MOVE WS-MASKED-SSN TO DL-OUT-BG-SSN
                   MOVE WS-STUDENT-ID-HOLD TO DL-OUT-BG-STUDENT-ID
                   MOVE GS-COURSE-ID TO DL-OUT-BG-COURSE
                   WRITE UPDATE-REPORT-REC FROM DL-BAD-GRADE-LINE
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-BAD-GRADE-CTR
               WHEN GS-GRADE-INCOMPLETE
                   PERFORM 450-WRITE-HISTORY-RTN
               WHEN OTHER
                   EVALUATE GS-LETTER-GRADE
                       WHEN 'A'
                           MOVE 4 TO WS-GRADE-POINTS
                       WHEN 'B'
                           MOVE 3 TO WS-GRADE-POINTS
                       WHEN 'C'
                           MOVE 2 TO WS-GRADE-POINTS
                       WHEN 'D'
                           MOVE 1 TO WS-GRADE-POINTS
                       WHEN OTHER
                           MOVE 0 TO WS-GRADE-POINTS
                   END-EVALUATE
                   COMPUTE WS-QUALITY-POINTS =
                       WS-QUALITY-POINTS
                           + (WS-GRADE-POINTS * GS-CREDIT-HOURS)
                   ADD GS-CREDIT-HOURS TO WS-GPA-CREDITS
                   IF GS-LETTER-GRADE NOT = 'F'
                       ADD GS-CREDIT-HOURS TO WS-EARNED-CREDITS
                   END-IF
                   PERFORM 450-WRITE-HISTORY-RTN
           END-EVALUATE.

      **********************************************************
      *  420-LOOKUP-STUDENT-ID-RTN - Performed from 400-       *
      *              PROCESS-GRADE-RTN at the start of each    *
      *              student, picks up the student's ID from   *
      *              the master for the history records and    *
      *              the register.  A student not on the       *
      *              master gets a zero ID.                    *
      **********************************************************
       420-LOOKUP-STUDENT-ID-RTN.
           MOVE GS-SOC-SEC-NO TO SOC-SEC-NO-IN
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE ZEROS TO WS-STUDENT-ID-HOLD
               NOT INVALID KEY
                   MOVE STUDENT-ID-IN TO WS-STUDENT-ID-HOLD
           END-READ.
           MOVE GS-SOC-SEC-NO (6:4) TO WS-MASKED-SSN-LAST4.

      **********************************************************
      *  450-WRITE-HISTORY-RTN - Performed from 400-PROCESS-   *
           MOVE GS-COURSE-ID TO GH-COURSE-ID
           MOVE GS-CREDIT-HOURS TO GH-CREDIT-HOURS
           MOVE GS-LETTER-GRADE TO GH-LETTER-GRADE
           MOVE SPACES TO GH-ORIGINAL-GRADE
                          GH-CHANGE-DATE
                          GH-CHANGED-BY
           MOVE WS-STUDENT-ID-HOLD TO GH-STUDENT-ID
           WRITE HISTORY-REC.

      **********************************************************
      *    master record is left alone rather than overwritten
      *    with a zero GPA, and the register says so.
           IF WS-GPA-CREDITS = ZERO
               MOVE WS-MASKED-SSN TO DL-OUT-NG-SSN
               MOVE WS-STUDENT-ID-HOLD TO DL-OUT-NG-STUDENT-ID
               WRITE UPDATE-REPORT-REC FROM DL-NO-GRADES-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-NO-GRADES-CTR
               MOVE WS-SSN-HOLD TO SOC-SEC-NO-IN
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE WS-MASKED-SSN TO DL-OUT-NF-SSN
                       MOVE ZEROS TO DL-OUT-NF-STUDENT-ID
                       WRITE UPDATE-REPORT-REC
                           FROM DL-NOT-FOUND-LINE
                           AFTER ADVANCING 1 LINE
      *              rewrites GPA-IN and CREDITS-IN            *
      **********************************************************
       550-REWRITE-STUDENT-RTN.
           MOVE WS-MASKED-SSN TO DL-OUT-SSN
           MOVE STUDENT-ID-IN TO DL-OUT-STUDENT-ID
           MOVE GPA-IN TO DL-OUT-OLD-GPA
           MOVE CREDITS-IN TO DL-OUT-OLD-CREDITS

