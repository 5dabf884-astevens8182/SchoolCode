      *              DELETE deactivates rather than physically   *
      *              removing the record so PROJECT4 can keep    *
      *              reading in key order.                       *
      *                                                          *
      *  Each student added draws the next student ID from       *
      *  CH1004ID.CTL into STUDENT-ID-IN; a duplicate SSN draws  *
      *  none.  The register shows the ID with the SSN masked    *
      *  to its last four digits.                                *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT NEXT-ID-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004ID.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEXT-ID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
           05  ML-HOLDER               PIC X(8).
           05  ML-TIMESTAMP            PIC X(14).

       FD  NEXT-ID-FILE.
       01  NEXT-ID-REC.
           COPY NEXTID.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-TRANS    PIC X(3)     VALUE 'YES'.
           05  WS-LOCK-BUSY            PIC X        VALUE 'N'.
               88  WS-LOCK-IS-BUSY                  VALUE 'Y'.

           05  WS-NEXT-ID-STATUS       PIC XX       VALUE ZEROS.
               88  WS-NEXT-ID-OK                    VALUE '00'.
           05  WS-LAST-ID              PIC 9(7)     VALUE 1000000.

           COPY SSNMASK.

       01  DL-TRANS-LINE.
           05  DL-OUT-CODE             PIC X.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-STUDENT-ID       PIC Z(7).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-SOC-SEC-NO       PIC X(9).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-NAME             PIC X(21).
                   PERFORM 430-DELETE-RTN
               WHEN OTHER
                   MOVE TR-TRANS-CODE TO DL-OUT-CODE
                   MOVE ZEROS TO DL-OUT-STUDENT-ID
                   PERFORM 450-MASK-SSN-RTN
                   MOVE TR-NAME TO DL-OUT-NAME
                   MOVE 'INVALID TRANSACTION CODE' TO DL-OUT-RESULT
                   WRITE MAINT-REPORT-REC FROM DL-TRANS-LINE
           MOVE TR-GPA TO GPA-IN
           MOVE TR-CREDITS TO CREDITS-IN
           MOVE 'A' TO ACTIVE-FLAG-IN
           ADD 1 TO WS-LAST-ID
           MOVE WS-LAST-ID TO STUDENT-ID-IN

           WRITE STUDENT-MASTER-REC
               INVALID KEY
                   SUBTRACT 1 FROM WS-LAST-ID
                   MOVE TR-TRANS-CODE TO DL-OUT-CODE
                   MOVE ZEROS TO DL-OUT-STUDENT-ID
                   PERFORM 450-MASK-SSN-RTN
                   MOVE TR-NAME TO DL-OUT-NAME
                   MOVE 'DUPLICATE SOCIAL SECURITY NO' TO DL-OUT-RESULT
                   WRITE MAINT-REPORT-REC FROM DL-TRANS-LINE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE TR-TRANS-CODE TO DL-OUT-CODE
                   MOVE STUDENT-ID-IN TO DL-OUT-STUDENT-ID
                   PERFORM 450-MASK-SSN-RTN
                   MOVE TR-NAME TO DL-OUT-NAME
                   MOVE 'ADDED' TO DL-OUT-RESULT
                   WRITE MAINT-REPORT-REC FROM DL-TRANS-LINE
                   MOVE TR-CREDITS TO CREDITS-IN
                   REWRITE STUDENT-MASTER-REC
                   MOVE TR-TRANS-CODE TO DL-OUT-CODE
                   MOVE STUDENT-ID-IN TO DL-OUT-STUDENT-ID
                   PERFORM 450-MASK-SSN-RTN
                   MOVE TR-NAME TO DL-OUT-NAME
                   MOVE 'CHANGED' TO DL-OUT-RESULT
                   WRITE MAINT-REPORT-REC FROM DL-TRANS-LINE
                   MOVE 'I' TO ACTIVE-FLAG-IN
                   REWRITE STUDENT-MASTER-REC
                   MOVE TR-TRANS-CODE TO DL-OUT-CODE
                   MOVE STUDENT-ID-IN TO DL-OUT-STUDENT-ID
                   PERFORM 450-MASK-SSN-RTN
                   MOVE TR-NAME TO DL-OUT-NAME
                   MOVE 'DEACTIVATED' TO DL-OUT-RESULT
                   WRITE MAINT-REPORT-REC FROM DL-TRANS-LINE
      **********************************************************
       440-NOT-FOUND-RTN.
           MOVE TR-TRANS-CODE TO DL-OUT-CODE
           MOVE ZEROS TO DL-OUT-STUDENT-ID
           PERFORM 450-MASK-SSN-RTN
           MOVE TR-NAME TO DL-OUT-NAME
           MOVE 'STUDENT NOT ON MASTER FILE' TO DL-OUT-RESULT
           WRITE MAINT-REPORT-REC FROM DL-TRANS-LINE
           ADD 1 TO WS-ERROR-COUNT.

      **********************************************************
      *  450-MASK-SSN-RTN - Puts the transaction SSN on the    *
      *                     register masked to its last four   *
      **********************************************************
       450-MASK-SSN-RTN.
           MOVE TR-SOC-SEC-NO (6:4) TO WS-MASKED-SSN-LAST4
           MOVE WS-MASKED-SSN TO DL-OUT-SOC-SEC-NO.

      **********************************************************
      *  700-END-PROGRAM-RTN - Prints the run summary counts   *
      **********************************************************
                INPUT TRANS-FILE
                OUTPUT MAINT-REPORT-FILE.

           PERFORM 810-READ-NEXT-ID-RTN.

      **********************************************************
      *  810-READ-NEXT-ID-RTN - Picks up the last student ID   *
      *                 handed out from CH1004ID.CTL.  A       *
      *                 missing control file starts the        *
      *                 numbering at the VALUE-clause default. *
      **********************************************************
       810-READ-NEXT-ID-RTN.
           OPEN INPUT NEXT-ID-FILE.
           IF WS-NEXT-ID-OK
               READ NEXT-ID-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE NI-LAST-ID TO WS-LAST-ID
               END-READ
               CLOSE NEXT-ID-FILE
           END-IF.

      **********************************************************
      *  900-END-OF-JOB-RTN - Closes the files                 *
      **********************************************************
           CLOSE STUDENT-MASTER-FILE
                 TRANS-FILE
                 MAINT-REPORT-FILE.

      *    The control file is saved before the lock is released
      *    so the next updater numbers on from this run's adds.
           IF WS-ADD-COUNT > ZERO
               OPEN OUTPUT NEXT-ID-FILE
               MOVE WS-LAST-ID TO NI-LAST-ID
               WRITE NEXT-ID-REC
               CLOSE NEXT-ID-FILE
           END-IF.
           PERFORM 990-RELEASE-MASTER-LOCK-RTN.

      **********************************************************
