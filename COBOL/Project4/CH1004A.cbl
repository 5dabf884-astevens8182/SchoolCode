      *              past the dean's-list cutoff.  A missing     *
      *              control file leaves the same defaults       *
      *              PROJECT4 uses (120 credits, 3.50 GPA).      *
      *              The graduate's student ID goes with them    *
      *              to the alumni master, and the list shows    *
      *              it with the SSN masked to the last four.    *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FD  ALUMNI-FILE.
       01  ALUMNI-REC.
           COPY ALUMREC.

       FD  ACADEMIC-LIMIT-FILE.
       01  ACADEMIC-LIMIT-REC.
           05  WS-GRADUATED-CTR        PIC 9(4)     VALUE ZEROS.
           05  WS-NOT-LISTED-CTR       PIC 9(4)     VALUE ZEROS.

           COPY SSNMASK.

           05  WS-LOCK-STATUS          PIC XX       VALUE ZEROS.
               88  WS-LOCK-OK                       VALUE '00'.
           05  WS-LOCK-BUSY            PIC X        VALUE 'N'.
       01  WS-CANDIDATE-TABLE.
           05  WS-CANDIDATE-ENTRY      OCCURS 500 TIMES.
               10  WS-CAND-SSN         PIC X(9).
               10  WS-CAND-STUDENT-ID  PIC 9(7).
               10  WS-CAND-NAME        PIC X(21).
               10  WS-CAND-SCHOOL      PIC X.
               10  WS-CAND-GPA         PIC 9V99.

       01  DL-CANDIDATE-LINE.
           05                          PIC X(8)     VALUE SPACES.
           05  DL-OUT-STUDENT-ID       PIC Z(7).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-NAME             PIC X(21).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-SSN              PIC X(9).
           MOVE GPA-IN TO AL-GPA
           MOVE CREDITS-IN TO AL-CREDITS
           MOVE WS-GRAD-DATE TO AL-GRAD-DATE
           MOVE STUDENT-ID-IN TO AL-STUDENT-ID
           WRITE ALUMNI-REC.

           IF WS-CAND-COUNT < 500
               ADD 1 TO WS-CAND-COUNT
               MOVE SOC-SEC-NO-IN TO WS-CAND-SSN (WS-CAND-COUNT)
               MOVE STUDENT-ID-IN
                   TO WS-CAND-STUDENT-ID (WS-CAND-COUNT)
               MOVE NAME-IN TO WS-CAND-NAME (WS-CAND-COUNT)
               MOVE SCHOOL-IN TO WS-CAND-SCHOOL (WS-CAND-COUNT)
               MOVE GPA-IN TO WS-CAND-GPA (WS-CAND-COUNT)
                   MOVE 'Y' TO WS-SCHOOL-PRINTED
               END-IF
               MOVE WS-CAND-NAME (WS-CAND-IDX) TO DL-OUT-NAME
               MOVE WS-CAND-STUDENT-ID (WS-CAND-IDX)
                   TO DL-OUT-STUDENT-ID
               MOVE WS-CAND-SSN (WS-CAND-IDX) (6:4)
                   TO WS-MASKED-SSN-LAST4
               MOVE WS-MASKED-SSN TO DL-OUT-SSN
               MOVE WS-CAND-GPA (WS-CAND-IDX) TO DL-OUT-GPA
               MOVE WS-CAND-HONORS (WS-CAND-IDX) TO DL-OUT-HONORS
               WRITE DIPLOMA-LIST-REC FROM DL-CANDIDATE-LINE
