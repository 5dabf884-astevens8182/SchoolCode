      *              school, and a departed student whose GPA    *
      *              was under the CH1004C.CTL probation cutoff  *
      *              is flagged as an at-risk loss we should     *
      *              have seen coming.  Students are listed by   *
      *              ID with the SSN masked to its last four.    *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           05  WS-GROUP-IDX            PIC 9        VALUE ZEROS.
           05  WS-ATTRITION-PCT        PIC 9(3)V9   VALUE ZEROS.
           COPY SSNMASK.

      *    Attrition accumulators: classes 1-4 and schools 1-3.
       01  WS-CLASS-STATS.
               10  WS-PRI-CLASS        PIC X.
               10  WS-PRI-SCHOOL       PIC X.
               10  WS-PRI-GPA          PIC 9V99.
               10  WS-PRI-STUDENT-ID   PIC 9(7).

       01  WS-CURRENT-TABLE.
           05  WS-CUR-ENTRY            OCCURS 500 TIMES.

       01  DL-DEPARTED-LINE.
           05                          PIC X(6)     VALUE SPACES.
           05  DL-OUT-STUDENT-ID       PIC Z(7).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-SSN              PIC X(9).
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(6)

       01  DL-CHANGED-LINE.
           05                          PIC X(6)     VALUE SPACES.
           05  DL-OUT-CH-STUDENT-ID    PIC Z(7).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-CH-SSN           PIC X(9).
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(15)
                       MOVE SR-SCHOOL
                           TO WS-PRI-SCHOOL (WS-PRI-COUNT)
                       MOVE SR-GPA TO WS-PRI-GPA (WS-PRI-COUNT)
                       IF SR-STUDENT-ID IS NUMERIC
                           MOVE SR-STUDENT-ID
                               TO WS-PRI-STUDENT-ID (WS-PRI-COUNT)
                       ELSE
                           MOVE ZEROS
                               TO WS-PRI-STUDENT-ID (WS-PRI-COUNT)
                       END-IF
                   END-IF
               WHEN SR-TERM-ID = WS-CURRENT-TERM
                   IF WS-CUR-COUNT < 500
               ADD 1 TO WS-RETURNED-CTR
               IF WS-CUR-SCHOOL (WS-MATCH-IDX)
                      NOT = WS-PRI-SCHOOL (WS-PRI-IDX)
                   MOVE WS-PRI-STUDENT-ID (WS-PRI-IDX)
                       TO DL-OUT-CH-STUDENT-ID
                   MOVE WS-PRI-SSN (WS-PRI-IDX) (6:4)
                       TO WS-MASKED-SSN-LAST4
                   MOVE WS-MASKED-SSN TO DL-OUT-CH-SSN
                   MOVE WS-PRI-SCHOOL (WS-PRI-IDX)
                       TO DL-OUT-OLD-SCHOOL
                   MOVE WS-CUR-SCHOOL (WS-MATCH-IDX)
           ELSE
               ADD 1 TO WS-DEPARTED-CTR
               PERFORM 460-TALLY-GROUP-GONE-RTN
               MOVE WS-PRI-STUDENT-ID (WS-PRI-IDX)
                   TO DL-OUT-STUDENT-ID
               MOVE WS-PRI-SSN (WS-PRI-IDX) (6:4)
                   TO WS-MASKED-SSN-LAST4
               MOVE WS-MASKED-SSN TO DL-OUT-SSN
               MOVE WS-PRI-CLASS (WS-PRI-IDX) TO DL-OUT-CLASS
               MOVE WS-PRI-SCHOOL (WS-PRI-IDX) TO DL-OUT-SCHOOL
               MOVE WS-PRI-GPA (WS-PRI-IDX) TO DL-OUT-GPA
