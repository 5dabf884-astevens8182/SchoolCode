      *              fails so RUNJOBS can hold the stream        *
      *              before bad data posts.  A master not on     *
      *              file yet is reported as skipped, not        *
      *              failed.  A student record is identified on  *
      *              the report by its SSN masked to the last    *
      *              four digits.                                *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-FILES-FAILED         PIC 99       VALUE ZEROS.
           05  WS-REC-CLEAN            PIC X        VALUE 'Y'.
               88  WS-REC-IS-CLEAN                  VALUE 'Y'.
           COPY SSNMASK.

       01  HL-HEADING1.
           05                          PIC X(15)    VALUE SPACES.
                   TO DL-OUT-REASON
               PERFORM 750-REPORT-EXCEPTION-RTN
           END-IF.
           IF NOT IN-PAY-HOURLY AND NOT IN-PAY-SALARIED
               MOVE 'PAY TYPE NOT H OR S' TO DL-OUT-REASON
               PERFORM 750-REPORT-EXCEPTION-RTN
           END-IF.
           IF IN-PAY-HOURLY
                 AND (IN-HOURLY-RATE IS NOT NUMERIC
                      OR IN-HOURLY-RATE = ZERO)
               MOVE 'HOURLY WITH NO HOURLY RATE' TO DL-OUT-REASON
               PERFORM 750-REPORT-EXCEPTION-RTN
           END-IF.
           IF IN-HIRE-DATE NOT = SPACES
                 AND IN-HIRE-DATE IS NOT NUMERIC
               MOVE 'HIRE DATE NOT NUMERIC' TO DL-OUT-REASON
               PERFORM 750-REPORT-EXCEPTION-RTN
           END-IF.

           IF NOT WS-REC-IS-CLEAN
               ADD 1 TO WS-FILE-BAD-CTR
      **********************************************************
       550-CHECK-STUDENT-RTN.
           MOVE 'Y' TO WS-REC-CLEAN.
           MOVE SOC-SEC-NO-IN (6:4) TO WS-MASKED-SSN-LAST4.
           MOVE WS-MASKED-SSN TO DL-OUT-REC-KEY.

           IF GPA-IN IS NOT NUMERIC
               MOVE 'GPA NOT NUMERIC' TO DL-OUT-REASON
               MOVE 'CREDITS NOT NUMERIC' TO DL-OUT-REASON
               PERFORM 750-REPORT-EXCEPTION-RTN
           END-IF.
           IF STUDENT-ID-IN IS NOT NUMERIC
               MOVE 'STUDENT ID NOT NUMERIC' TO DL-OUT-REASON
               PERFORM 750-REPORT-EXCEPTION-RTN
           END-IF.
           IF NOT FRESHMAN AND NOT SOPHOMORE
              AND NOT JUNIOR AND NOT SENIOR
               MOVE 'CLASS CODE NOT 1-4' TO DL-OUT-REASON
