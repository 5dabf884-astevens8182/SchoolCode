      *              comma-delimited extract CH1004L.CSV in the  *
      *              CH10PP.CSV style, so the development        *
      *              office's mail-merge stops working off raw   *
      *              file dumps.  Both identify each graduate    *
      *              by student ID, with the SSN masked to its   *
      *              last four digits.                           *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
       FD  ALUMNI-FILE.
       01  ALUMNI-REC.
           COPY ALUMREC.

       SD  SORT-WORK-FILE
           RECORD CONTAINS 53 CHARACTERS.
       01  SORT-WORK-REC.
           05  SW-SOC-SEC-NO           PIC X(9).
           05  SW-NAME                 PIC X(21).
           05  SW-GPA                  PIC 9V99.
           05  SW-CREDITS              PIC 9(3).
           05  SW-GRAD-DATE            PIC X(8).
           05  SW-STUDENT-ID           PIC 9(7).

       FD  ALUMNI-SORTED-FILE
           RECORD CONTAINS 53 CHARACTERS.
       01  ALUMNI-SORTED-REC.
           05  AS-SOC-SEC-NO           PIC X(9).
           05  AS-NAME                 PIC X(21).
           05  AS-GPA                  PIC 9V99.
           05  AS-CREDITS              PIC 9(3).
           05  AS-GRAD-DATE            PIC X(8).
           05  AS-STUDENT-ID           PIC 9(7).

       FD  SELECT-CTL-FILE
           RECORD CONTAINS 17 CHARACTERS.
           05  WS-SELECTED-CTR         PIC 9(5)     VALUE ZEROS.
           05  WS-SKIPPED-CTR          PIC 9(5)     VALUE ZEROS.

           COPY SSNMASK.

       01  HL-HEADING1.
           05                          PIC X(23)    VALUE SPACES.
           05                          PIC X(21)

       01  DL-ALUM-LINE.
           05                          PIC X(12)    VALUE SPACES.
           05  DL-OUT-STUDENT-ID       PIC Z(7).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-NAME             PIC X(21).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-SSN              PIC X(9).
           05  FILLER                  PIC X        VALUE ','.
           05  CL-NAME                 PIC X(21).
           05  FILLER                  PIC X        VALUE ','.
           05  CL-STUDENT-ID           PIC 9(7).
           05  FILLER                  PIC X        VALUE ','.
           05  CL-SOC-SEC-NO           PIC X(9).
           05  FILLER                  PIC X        VALUE ','.
           05  CL-GPA                  PIC 9.99.
                   PERFORM 350-YEAR-HEADING-RTN
           END-EVALUATE.

           MOVE AS-SOC-SEC-NO (6:4) TO WS-MASKED-SSN-LAST4
           MOVE AS-STUDENT-ID TO DL-OUT-STUDENT-ID
           MOVE AS-NAME TO DL-OUT-NAME
           MOVE WS-MASKED-SSN TO DL-OUT-SSN
           MOVE AS-GRAD-DATE TO DL-OUT-GRAD-DATE
           MOVE AS-GPA TO DL-OUT-GPA
           WRITE DIRECTORY-REPORT-REC FROM DL-ALUM-LINE
           MOVE AS-SCHOOL TO CL-SCHOOL
           MOVE AS-GRAD-DATE TO CL-GRAD-DATE
           MOVE AS-NAME TO CL-NAME
           MOVE AS-STUDENT-ID TO CL-STUDENT-ID
           MOVE WS-MASKED-SSN TO CL-SOC-SEC-NO
           MOVE AS-GPA TO CL-GPA
           WRITE OUT-CSV-REC FROM CL-CSV-DETAIL

           WRITE DIRECTORY-REPORT-REC FROM HL-HEADING2
               AFTER ADVANCING 1 LINE.

           MOVE 'SCHOOL,GRAD DATE,NAME,STUDENT ID,SSN,GPA'
               TO OUT-CSV-REC
           WRITE OUT-CSV-REC.

