      *              recompute stamped - prints beside the       *
      *              transcript for the registrar's eyeball      *
      *              check.                                      *
      *                                                          *
      *  A grade CH1004X has changed prints the grade in force   *
      *  with the grade first recorded beside it; an unresolved  *
      *  I prints but counts in neither GPA nor credits.         *
      *                                                          *
      *  The heading identifies the student by student ID with   *
      *  the SSN masked to its last four digits; a graduate no   *
      *  longer on the master is found on the alumni master      *
      *  CH1004L.DAT for the ID.                                 *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS SOC-SEC-NO-IN
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ALUMNI-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004L.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AL-SOC-SEC-NO
               FILE STATUS IS WS-ALUMNI-STATUS.

           SELECT TRANSCRIPT-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004I.RPT"
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  HISTORY-REC.
           COPY GRDHIST.

       FD  INQUIRY-CTL-FILE
           RECORD CONTAINS 9 CHARACTERS.
       01  STUDENT-MASTER-REC.
           COPY STUREC.

       FD  ALUMNI-FILE.
       01  ALUMNI-REC.
           COPY ALUMREC.

       FD  TRANSCRIPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TRANSCRIPT-REC              PIC X(80).
               88  WS-INQUIRY-CTL-OK                VALUE '00'.
           05  WS-MASTER-STATUS        PIC XX       VALUE ZEROS.
               88  WS-MASTER-OK                     VALUE '00'.
           05  WS-ALUMNI-STATUS        PIC XX       VALUE ZEROS.
               88  WS-ALUMNI-OK                     VALUE '00'.

           05  WS-INQUIRY-SSN          PIC X(9)     VALUE SPACES.
           05  WS-TERM-HOLD            PIC X(6)     VALUE SPACES.
           05  WS-CUM-GPA              PIC 9V99     VALUE ZEROS.
           05  WS-COURSE-CTR           PIC 9(4)     VALUE ZEROS.

           COPY SSNMASK.

       01  HL-HEADING1.
           05                          PIC X(23)    VALUE SPACES.
           05                          PIC X(21)
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(9)
               VALUE 'STUDENT'.
           05  HL-OUT-STUDENT-ID       PIC Z(7).
           05                          PIC X(2)     VALUE SPACES.
           05  HL-OUT-SSN              PIC X(9).
           05                          PIC X(3)     VALUE SPACES.
           05  HL-OUT-NAME             PIC X(21).
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(9)
               VALUE 'STUDENT'.
           05  HL-OUT-NF-STUDENT-ID    PIC Z(7).
           05                          PIC X(2)     VALUE SPACES.
           05  HL-OUT-NF-SSN           PIC X(9).
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(40)
           05                          PIC X(6)
              VALUE 'GRADE'.
           05  DL-OUT-GRADE            PIC X.
           05                          PIC X(4)     VALUE SPACES.
           05  DL-OUT-CHANGE-NOTE      PIC X(16).

       01  DL-TERM-TOTAL-LINE.
           05                          PIC X(8)     VALUE SPACES.
                   MOVE 0 TO WS-GRADE-POINTS
           END-EVALUATE.

      *    An unresolved incomplete prints but counts in
      *    neither the GPA nor the credits earned.
           IF GH-LETTER-GRADE NOT = 'I'
               COMPUTE WS-TERM-QUALITY =
                   WS-TERM-QUALITY
                       + (WS-GRADE-POINTS * GH-CREDIT-HOURS)
               ADD GH-CREDIT-HOURS TO WS-TERM-CREDITS
               IF GH-LETTER-GRADE NOT = 'F'
                   ADD GH-CREDIT-HOURS TO WS-TERM-EARNED
               END-IF
           END-IF

           MOVE GH-COURSE-ID TO DL-OUT-COURSE
           MOVE GH-CREDIT-HOURS TO DL-OUT-HOURS
           MOVE GH-LETTER-GRADE TO DL-OUT-GRADE
           MOVE SPACES TO DL-OUT-CHANGE-NOTE
           IF GH-ORIGINAL-GRADE NOT = SPACE
               STRING 'CHANGED FROM ' GH-ORIGINAL-GRADE
                   DELIMITED BY SIZE INTO DL-OUT-CHANGE-NOTE
           END-IF
           WRITE TRANSCRIPT-REC FROM DL-COURSE-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-COURSE-CTR.
                OUTPUT TRANSCRIPT-FILE.

           PERFORM 810-READ-INQUIRY-SSN-RTN.
           MOVE WS-INQUIRY-SSN (6:4) TO WS-MASKED-SSN-LAST4.

           WRITE TRANSCRIPT-REC FROM HL-HEADING1
               AFTER ADVANCING PAGE
      *                    with the master GPA beside it        *
      ***********************************************************
       820-STUDENT-HEADING-RTN.
           MOVE STUDENT-ID-IN TO HL-OUT-STUDENT-ID
           MOVE WS-MASKED-SSN TO HL-OUT-SSN
           MOVE NAME-IN TO HL-OUT-NAME
           MOVE GPA-IN TO HL-OUT-MASTER-GPA
           WRITE TRANSCRIPT-REC FROM HL-STUDENT-LINE
      * 830-STUDENT-GONE-HEADING-RTN - Prints the heading for a *
      *                    student no longer on the master -    *
      *                    the transcript still prints off the  *
      *                    history file, with the ID from the   *
      *                    alumni master when the student       *
      *                    graduated                            *
      ***********************************************************
       830-STUDENT-GONE-HEADING-RTN.
           MOVE ZEROS TO HL-OUT-NF-STUDENT-ID
           OPEN INPUT ALUMNI-FILE
           IF WS-ALUMNI-OK
               MOVE WS-INQUIRY-SSN TO AL-SOC-SEC-NO
               READ ALUMNI-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AL-STUDENT-ID TO HL-OUT-NF-STUDENT-ID
               END-READ
               CLOSE ALUMNI-FILE
           END-IF
           MOVE WS-MASKED-SSN TO HL-OUT-NF-SSN
           WRITE TRANSCRIPT-REC FROM HL-NOT-ON-MASTER-LINE
               AFTER ADVANCING 2 LINES.

