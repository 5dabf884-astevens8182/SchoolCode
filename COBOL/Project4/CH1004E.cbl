      *              rides out as the return code so RUNJOBS     *
      *              can hold the recompute.  An empty catalog   *
      *              (master missing or never loaded) passes     *
      *              records on the field edits alone.  Once     *
      *              CH1004Q has posted registration to          *
      *              CH1004RG.DAT, a grade for a course the      *
      *              student is not enrolled in for the term on  *
      *              CH1004Y.CTL rejects as well; with no        *
      *              registration file that edit is skipped.     *
      *              The record image on the report has the SSN  *
      *              masked to its last four digits.             *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CR-COURSE-ID
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT REGISTRATION-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004RG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RG-REG-KEY
               ALTERNATE RECORD KEY IS RG-ROSTER-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-REGISTRATION-STATUS.

           SELECT TERM-CTL-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004Y.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-CTL-STATUS.

           SELECT EDIT-REPORT-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004E.RPT"
               RAW-CREDIT-HOURS        PIC 9(2).
           05  RAW-LETTER-GRADE        PIC X(1).
               88  RAW-GRADE-VALID         VALUE 'A', 'B', 'C',
                                                 'D', 'F', 'I'.

       FD  GRADE-EDITED-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  CATALOG-MASTER-REC.
           COPY CRSEREC.

       FD  REGISTRATION-FILE.
       01  REGISTRATION-REC.
           COPY REGREC.

       FD  TERM-CTL-FILE.
       01  TERM-CTL-REC                PIC X(6).

       FD  EDIT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  EDIT-REPORT-REC             PIC X(80).
               88  WS-CATALOG-OK                    VALUE '00'.
           05  WS-CATALOG-PRESENT      PIC X        VALUE 'Y'.
               88  WS-CATALOG-IS-PRESENT            VALUE 'Y'.
           05  WS-REGISTRATION-STATUS  PIC XX       VALUE ZEROS.
               88  WS-REGISTRATION-OK               VALUE '00'.
           05  WS-REGISTRATION-PRESENT PIC X        VALUE 'Y'.
               88  WS-REGISTRATION-IS-PRESENT       VALUE 'Y'.
           05  WS-TERM-CTL-STATUS      PIC XX       VALUE ZEROS.
               88  WS-TERM-CTL-OK                   VALUE '00'.
           05  WS-TERM-ID              PIC X(6)     VALUE SPACES.

           05  WS-READ-COUNT           PIC 9(5)     VALUE ZEROS.
           05  WS-CLEAN-COUNT          PIC 9(5)     VALUE ZEROS.
               MOVE 'N' TO WS-CATALOG-PRESENT
           END-IF.

      *    Likewise a missing registration file turns the
      *    enrollment edit off - CH1004Q builds it.
           OPEN INPUT REGISTRATION-FILE.
           IF WS-REGISTRATION-OK
               PERFORM 800-READ-TERM-ID-RTN
           ELSE
               MOVE 'N' TO WS-REGISTRATION-PRESENT
           END-IF.

           WRITE EDIT-REPORT-REC FROM HDR1-EDIT-OUT
               AFTER ADVANCING PAGE.
           WRITE EDIT-REPORT-REC FROM HDR2-EDIT-OUT
           IF WS-CATALOG-IS-PRESENT
               CLOSE CATALOG-MASTER-FILE
           END-IF.
           IF WS-REGISTRATION-IS-PRESENT
               CLOSE REGISTRATION-FILE
           END-IF.

      *    The reject count rides out as the step return code so
      *    RUNJOBS can hold the GPA recompute when the keying
               WHEN RAW-CREDIT-HOURS IS NOT NUMERIC
                   MOVE 'HOURS NOT NUMERIC' TO WS-REJECT-REASON
               WHEN NOT RAW-GRADE-VALID
                   MOVE 'GRADE NOT A-D, F OR I' TO WS-REJECT-REASON
               WHEN WS-CATALOG-IS-PRESENT
                   PERFORM 350-CHECK-CATALOG-RTN
           END-EVALUATE.

           IF WS-REJECT-REASON = SPACES
              AND WS-REGISTRATION-IS-PRESENT
               PERFORM 360-CHECK-REGISTRATION-RTN
           END-IF.

           IF WS-REJECT-REASON = SPACES
               WRITE GRADE-EDITED-REC FROM GRADE-RAW-REC
               ADD 1 TO WS-CLEAN-COUNT
           ELSE
               MOVE GRADE-RAW-REC TO REJECT-IMAGE-OUT
               MOVE '*****' TO REJECT-IMAGE-OUT (1:5)
               MOVE WS-REJECT-REASON TO REJECT-REASON-OUT
               WRITE EDIT-REPORT-REC FROM REJECT-REC-OUT
                   AFTER ADVANCING 1 LINE
                   END-EVALUATE
           END-READ.

      *****************************************************
      *  360-CHECK-REGISTRATION-RTN - Proves the student    *
      *                is enrolled in the course this term  *
      *****************************************************
       360-CHECK-REGISTRATION-RTN.
           MOVE WS-TERM-ID TO RG-TERM-ID.
           MOVE RAW-SOC-SEC-NO TO RG-SOC-SEC-NO.
           MOVE RAW-COURSE-ID TO RG-COURSE-ID.
           READ REGISTRATION-FILE
               INVALID KEY
                   MOVE 'NOT REGISTERED IN COURSE' TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF NOT RG-ENROLLED
                       MOVE 'NOT REGISTERED IN COURSE'
                           TO WS-REJECT-REASON
                   END-IF
           END-READ.

      *****************************************************
      *  700-PRINT-COUNTS-RTN - Prints the edit run counts  *
      *                so the operator can balance records  *
           MOVE 'RECORDS REJECTED         ' TO COUNT-LABEL-OUT.
           MOVE WS-REJECT-COUNT TO COUNT-VALUE-OUT.
           WRITE EDIT-REPORT-REC FROM COUNT-LINE-OUT.

      *****************************************************
      *  800-READ-TERM-ID-RTN - CH1004Y.CTL names the term  *
      *                the grades are for.  A missing       *
      *                control file falls back to the run   *
      *                date's year and month.               *
      *****************************************************
       800-READ-TERM-ID-RTN.
           OPEN INPUT TERM-CTL-FILE.
           IF WS-TERM-CTL-OK
               READ TERM-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TERM-CTL-REC TO WS-TERM-ID
               END-READ
               CLOSE TERM-CTL-FILE
           END-IF.
           IF WS-TERM-ID = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-TERM-ID
           END-IF.
