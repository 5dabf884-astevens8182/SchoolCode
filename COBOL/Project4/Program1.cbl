       FILE SECTION.

       FD  STUDENT-FILE
           RECORD CONTAINS 46 CHARACTERS.
       01  STUDENT-REC-IN.
           05  RAW-SOC-SEC-NO-IN           PIC X(9).
           05  FILLER                      PIC X(37).

       SD  SORT-WORK-FILE
           RECORD CONTAINS 46 CHARACTERS.
       01  SORT-WORK-REC.
           05  SW-SOC-SEC-NO               PIC X(9).
           05  SW-NAME                     PIC X(21).
           05  SW-GPA                      PIC 9V99.
           05  SW-CREDITS                  PIC 9(3).
           05  SW-ACTIVE-FLAG              PIC X.
           05  SW-STUDENT-ID               PIC 9(7).

       FD  STUDENT-SORTED-FILE
           RECORD CONTAINS 46 CHARACTERS.
       01  STUDENT-SORTED-REC.
           COPY STUREC.

           05  WS-DEANS-LIST-CTR       PIC 9(4)     VALUE ZEROS.
           05  WS-PCT-COMPLETE         PIC ZZ9.9    VALUE ZEROS.

           COPY SSNMASK.

           05  WS-STUDENT-FILE-STATUS  PIC XX       VALUE ZEROS.
               88  WS-STUDENT-FILE-OK               VALUE '00'.

           05  DL-OUT-SCHOOL-NAME      PIC X(11).
           05                          PIC X(45)    VALUE SPACES.
       01  HL-HEADING3.
           05                          PIC X(8)     VALUE SPACES.
           05                          PIC X(9)
               VALUE 'ID'.
           05                          PIC X(12)
               VALUE 'STUDENT NAME'.
           05                          PIC X(10)    VALUE SPACES.
           05                          PIC X(8)     VALUE SPACES.

       01 DL-STUDENT-LINE.
           05                          PIC X(8)     VALUE SPACES.
           05  DL-OUT-STUDENT-ID       PIC Z(7).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-NAME             PIC X(21).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-SSN              PIC X(9).
           COMPUTE WS-PCT-COMPLETE ROUNDED =
               (CREDITS-IN / WS-DEGREE-CREDITS-NEEDED) * 100

           MOVE STUDENT-ID-IN TO DL-OUT-STUDENT-ID
           MOVE NAME-IN TO DL-OUT-NAME
           MOVE SOC-SEC-NO-IN (6:4) TO WS-MASKED-SSN-LAST4
           MOVE WS-MASKED-SSN TO DL-OUT-SSN
           MOVE GPA-IN TO DL-OUT-GPA
           MOVE CREDITS-IN TO DL-OUT-CREDITS
           MOVE WS-PCT-COMPLETE TO DL-OUT-PCT-COMPLETE
           MOVE GPA-IN TO SR-GPA
           MOVE CREDITS-IN TO SR-CREDITS
           MOVE ACTIVE-FLAG-IN TO SR-ACTIVE-FLAG
           MOVE STUDENT-ID-IN TO SR-STUDENT-ID
           WRITE STUDENT-SNAP-REC.

      *********************************************************
